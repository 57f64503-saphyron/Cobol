     *> --- En deponering (ejendomshandel) - een linje pr.
     *>     deponering i det persistente register
     *>     text-files/DeponeringRegister.txt, foert af deponering
     *>     (Opgave104) fra DeponeringHaendelser.txt:
     *>       DEP-ID:       deponeringens sagsnummer
     *>       DEP-KONTO-ID: deponeringskontoen, som koeberens penge
     *>                     staar paa - debiteringer spaerres i alle
     *>                     intag-trin, saa laenge DEP-STATUS er A
     *>                     (DeponeringTabel.cpy)
     *>       DEP-KOEBER-/DEP-SAELGER-: parternes kunde og den konto,
     *>                     pengene udbetales til ved frigivelse
     *>       DEP-BELOB:    det deponerede beloeb, der udbetales
     *>       DEP-BETINGELSE: frigivelsesbetingelsen, fx tinglysning
     *>                     af skoede
     *>       DEP-FRIST:    fristen for frigivelsesbetingelsen
     *>       DEP-STATUS:   A = aktiv, S = udbetalt til saelger,
     *>                     K = tilbagefoert til koeber
     *>       DEP-FRIGIVET-AF/DEP-GODKENDT-AF/DEP-HAENDELSE: den
     *>                     frigivende haendelse, dens indsender og
     *>                     godkender (fire-oejne)
     *>     ---
      02 DEP-ID                pic x(10).
      02 DEP-KONTO-ID          pic x(14).
      02 DEP-STATUS            pic x.
      02 DEP-KOEBER-KUNDE-ID   pic x(10).
      02 DEP-KOEBER-KONTO-ID   pic x(14).
      02 DEP-SAELGER-KUNDE-ID  pic x(10).
      02 DEP-SAELGER-KONTO-ID  pic x(14).
      02 DEP-BELOB             pic 9(13)v99.
      02 DEP-BETINGELSE        pic x(40).
      02 DEP-FRIST             pic x(10).
      02 DEP-OPRETTET-DATO     pic x(10).
      02 DEP-OPRETTET-AF       pic x(8).
      02 DEP-AFSLUTTET-DATO    pic x(10).
      02 DEP-FRIGIVET-AF       pic x(8).
      02 DEP-GODKENDT-AF       pic x(8).
      02 DEP-HAENDELSE         pic x(40).
