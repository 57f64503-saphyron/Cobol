     *> --- Standard-kontoplanen for finansHovedbog (Opgave77): de
     *>     finanskonti, FinansKontoTabel.cpy bogfoerer paa, med
     *>     kontotype og navn - samme literal FILLER/REDEFINES-
     *>     moenster som Rente.cpy. Den valgfri FinansKontoplan.txt
     *>     (konto, type, navn) udvider planen med nye konti og
     *>     overstyrer navn/type for de kendte - som RenteSatser.txt
     *>     over for Rente.cpy.
     *>       A = aktiv, P = passiv, E = egenkapital,
     *>       R = resultatkonto (nulstilles mod EGENKAPITAL-KONTO ved
     *>           aarsafslutningen)
     *>     En postering paa en konto, der ikke findes i planen,
     *>     afviser hele batchen. ---
      02 ANTAL-KONTOPLAN-STD        pic 9(3) value 10.
      02 Kontoplan-Std-Data.
           03 FILLER   pic x(37)
               value "103000AAfviklingskonto               ".
           03 FILLER   pic x(37)
               value "135000ATilgodehavende renter         ".
           03 FILLER   pic x(37)
               value "139000ANedskrivninger udlaan (ECL)   ".
           03 FILLER   pic x(37)
               value "281000PKundeindlaan (mellemregning)  ".
           03 FILLER   pic x(37)
               value "292000PSkyldige renter               ".
           03 FILLER   pic x(37)
               value "390000EOverfoert resultat            ".
           03 FILLER   pic x(37)
               value "701000RGebyrindtaegter               ".
           03 FILLER   pic x(37)
               value "702000RRenteindtaegter               ".
           03 FILLER   pic x(37)
               value "802000RRenteudgifter                 ".
           03 FILLER   pic x(37)
               value "803000RNedskrivninger paa udlaan     ".
      02 Kontoplan-Std REDEFINES Kontoplan-Std-Data.
           03 KPS-POST OCCURS 10 TIMES.
                04 KPS-KONTO        pic x(6).
                04 KPS-TYPE         pic x.
                04 KPS-NAVN         pic x(30).
      02 KPS-INDEX                  pic 9(3) value 0.
     *> --- Aarets resultat overfoeres hertil ved aarsafslutningen ---
      02 EGENKAPITAL-KONTO          pic x(6) value "390000".
