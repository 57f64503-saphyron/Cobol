           select Maal-Out
               assign to dynamic MAAL-NAVN
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Kilde-Linje               pic x(320).
      fd Maal-Out.
      01 Maal-Linje                pic x(320) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-kilde          pic x value "N".
           display "Testdata-kopi: " ANTAL-FILER-KOPIERET
               " fil(er) skrevet til " function TRIM(UD-DIR)
               ", " ANTAL-RECORDS-SCRUBBET " record(s) scrubbet"
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
               read Kilde-In
                   at end move "Y" to EOF-check-kilde
                   not at end
                       move Kilde-Linje (1:258) to Kunde-Rec
                       add 1 to ANTAL-RECORDS-SCRUBBET
                       move Kunde-Id of Kunde-Rec to PSEUDO-IND (1:10)
                       perform find-kunde-pseudonym
     *> --- koeres paa testsættet uden rigtige persondata ---
                       move "1990-01-01" to Foedselsdato of Kunde-Rec
                       move spaces to Maal-Linje
                       move Kunde-Rec to Maal-Linje (1:258)
                       write Maal-Linje
               end-read
           end-perform
           move spaces to PSEUDO-UD
           move KU-PSEUDONYM (KU-INDEX) to PSEUDO-UD (1:10)
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
           move "testDataKopi" to KAP-PROGRAM
           move "KONTO-PSEUDO-TABEL" to KAP-TABEL
           move KP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-PSEUDO-TABEL" to KAP-TABEL
           move KU-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
