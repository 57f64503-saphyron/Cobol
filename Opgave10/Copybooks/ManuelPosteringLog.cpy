     *> --- Et bogfoert ben af en manuel postering - een linje pr.
     *>     ben i den persistente text-files/ManuelPosteringLog.txt,
     *>     foert af manuelPostering (Opgave105). Loggen toemmes
     *>     aldrig og er sporet for "hvem og hvorfor":
     *>       MPL-MANUEL-ID:   posteringens nummer - samme id staar i
     *>                        BUTIK "MAN:<id>" paa kundebenene og i
     *>                        finanslinjernes tekst
     *>       MPL-REKVIRENT/MPL-GODKENDER: indsender og den anden
     *>                        person, der godkendte (fire-oejne)
     *>       MPL-AARSAG:      aarsagskoden, fx GOODWILL/FEJLPOST
     *>       MPL-REF-MAERKE/MPL-ORIG-REF, MPL-ORIG-KONTO-ID og
     *>       MPL-ORIG-DATO:   den oprindelige transaktion, der
     *>                        rettes. Maerket er altid "REF=", saa
     *>                        sporRapport (Opgave48) finder
     *>                        rettelsen under originalens reference
     *>       MPL-BEN-TYPE:    K = kundekonto, F = finanskonto
     *>       MPL-KONTO/MPL-DK/MPL-BELOB: benets konto, D/K og beloeb
     *>     ---
      02 MPL-MANUEL-ID          pic x(10).
      02 MPL-BOGFOERT-DATO      pic x(10).
      02 MPL-INDSENDT-DATO      pic x(10).
      02 MPL-REKVIRENT          pic x(8).
      02 MPL-GODKENDER          pic x(8).
      02 MPL-AARSAG             pic x(10).
      02 MPL-REF-MAERKE         pic x(4).
      02 MPL-ORIG-REF           pic 9(7).
      02 MPL-ORIG-KONTO-ID      pic x(14).
      02 MPL-ORIG-DATO          pic x(10).
      02 MPL-BEN-TYPE           pic x.
      02 MPL-KONTO              pic x(14).
      02 MPL-DK                 pic x.
      02 MPL-BELOB              pic 9(13)v99.
      02 MPL-TEKST              pic x(30).
