           select Certifikat-Out
               assign to "text-files/GdprSletCertifikat.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Arbejds-Linje-Out         pic x(300).
      fd Certifikat-Out.
      01 Certifikat-Linje          pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-anmodning      pic x value "N".
           88 end-of-file-anmodning value "Y".
      01 EOF-check-liste          pic x value "N".
               ANTAL-BEROERT-TOTAL " record(s) anonymiseret i "
               ANTAL-FILER-BEHANDLET " fil(er) - se "
               "text-files/GdprSletCertifikat.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-anmodninger.
           exit.

      proev-kunde-linje.
           move TRANS-LINJE-VISNING (1:258) to Kunde-Arbejds-Rec
           perform er-kunde-anmodet-med-id
           if KUNDE-SKAL-SLETTES
               add 1 to ANTAL-BEROERT-I-FIL
               move spaces to Email of Kunde-Arbejds-Rec
               move spaces to Foedselsdato of Kunde-Arbejds-Rec
               move spaces to TRANS-LINJE-VISNING
               move Kunde-Arbejds-Rec to TRANS-LINJE-VISNING (1:258)
               move TRANS-LINJE-VISNING to FT-LINJE (FT-INDEX)
           end-if
           exit.
               move TRANS-LINJE-VISNING to FT-LINJE (FT-INDEX)
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
           move "gdprSletning" to KAP-PROGRAM
           move "ANMODNING-TABEL" to KAP-TABEL
           move AN-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "FIL-TABEL" to KAP-TABEL
           move FT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
