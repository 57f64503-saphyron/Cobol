           select Konvertering-Feed-Out
               assign to "text-files/ProduktKonverteringFeed.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 KP-UDLOEB-DATO-IN    pic x(10).
           02 KP-LOEBETID-MDR-IN   pic 9(3).
           02 KP-KILDESKAT-FLAG-IN pic x.
           02 KP-CAMT-FLAG-IN      pic x.
      fd Konto-Produkt-Out.
      01 Konto-Produkt-Linje-Ud.
           02 KP-KONTO-ID-UD       pic x(14).
           02 KP-UDLOEB-DATO-UD    pic x(10).
           02 KP-LOEBETID-MDR-UD   pic 9(3).
           02 KP-KILDESKAT-FLAG-UD pic x.
           02 KP-CAMT-FLAG-UD      pic x.
      fd Konto-Relation-In.
      01 Konto-Relation-Linje.
           02 KREL-KONTO-ID-IN     pic x(14).
      01 Konvertering-Rapport-Linje pic x(200) value spaces.
      fd Konvertering-Feed-Out.
      01 Konvertering-Feed-Linje   pic x(150) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-regler         pic x value "N".
      01 Produkt-Tabel.
           02 PT-ANTAL             pic 9(5) value 0.
           02 PT-POST OCCURS 50000 TIMES.
              03 PT-REC            pic x(70).
      01 PT-INDEX                 pic 9(5) value 0.
     *> --- Relationerne i memory til værge-udløbet ---
      01 Relation-Tabel.
               " konverteret, " ANTAL-TIL-KONTROL " til kontrol, "
               ANTAL-VAERGER-UDLOEBET " vaerge-relation(er) udloebet"
               " - se text-files/ProduktKonverteringer.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-alders-regler.
               write Konvertering-Rapport-Linje
           end-if
           exit.

     *> --- Skriver tabellernes fyldning ved trinnets afslutning til
     *>     den faelles kapacitetslog (KapacitetsLog.cpy) - een linje
     *>     pr. tabel, som kapacitetsRapport (Opgave94) foelger over
     *>     koerslerne ---
      skriv-kapacitet.
           move function CURRENT-DATE to KAPACITET-TID
           open extend Kapacitet-Out
           if KAPACITET-STATUS = "35"
               open output Kapacitet-Out
           end-if
           move spaces to Kapacitet-Linje
           string KAPACITET-TID (1:8) "-" KAPACITET-TID (9:6)
               delimited by size into KAP-TIDSPUNKT
           end-string
           move "produktLivscyklus" to KAP-PROGRAM
           move "FOEDSELS-TABEL" to KAP-TABEL
           move FD-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "REGEL-TABEL" to KAP-TABEL
           move AR-ANTAL to KAP-ANTAL
           move 100 to KAP-MAX
           write Kapacitet-Linje
           move "EJER-TABEL" to KAP-TABEL
           move EJ-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "PRODUKT-TABEL" to KAP-TABEL
           move PT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "RELATION-TABEL" to KAP-TABEL
           move RT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
