     *> --- Standard-parametrene for eclNedskrivning (Opgave78) pr.
     *>     produkt og stage: PD er den aarlige sandsynlighed for
     *>     misligholdelse og LGD tabet ved misligholdelse, begge i
     *>     procent med 4 decimaler. Produkt "****" gaelder alle
     *>     produkter uden egen linje; laan har produktet "LAAN",
     *>     overtraek kontoens produktkode fra KontoProdukter.txt.
     *>     Samme literal FILLER/REDEFINES-moenster som Rente.cpy - den
     *>     valgfri EclParametre.txt (produkt, stage, PD, LGD) udvider
     *>     og overstyrer tabellen, som RenteSatser.txt over for
     *>     Rente.cpy. Stage 3 regnes altid med PD 100. ---
      02 ANTAL-ECL-PARAMETRE-STD    pic 9(3) value 6.
      02 Ecl-Parametre-Std-Data.
           03 FILLER   pic x(19) value "****100100000450000".
           03 FILLER   pic x(19) value "****200800000450000".
           03 FILLER   pic x(19) value "****310000000450000".
           03 FILLER   pic x(19) value "LAAN100050000350000".
           03 FILLER   pic x(19) value "LAAN200600000350000".
           03 FILLER   pic x(19) value "LAAN310000000350000".
      02 Ecl-Parametre-Std REDEFINES Ecl-Parametre-Std-Data.
           03 EPS-POST OCCURS 6 TIMES.
                04 EPS-PRODUKT      pic x(4).
                04 EPS-STAGE        pic 9.
                04 EPS-PD           pic 9(3)v9999.
                04 EPS-LGD          pic 9(3)v9999.
      02 EPS-INDEX                  pic 9(3) value 0.
     *> --- Stage-graenserne i dage i restance (stage 2 over ---
     *> --- ECL-DAGE-STAGE-2, stage 3 over ECL-DAGE-STAGE-3) ---
      02 ECL-DAGE-STAGE-2           pic 9(3) value 30.
      02 ECL-DAGE-STAGE-3           pic 9(3) value 90.
