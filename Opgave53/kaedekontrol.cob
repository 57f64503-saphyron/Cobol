           select Rapport-Out
               assign to "text-files/KaedeKontrolRapport.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Kontrol-Linje-In          pic x(120).
      fd Rapport-Out.
      01 Rapport-Linje             pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-kontrol        pic x value "N".
           88 end-of-file-kontrol value "Y".
      01 pos                      pic 9(4) value 1.
               display "Kaedeafstemning: kaeden stemmer ("
                   KC-ANTAL " trin)"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- Sidste distinkte run-id i filen, naar miljoevariablen ---
               end-if
           end-perform
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
           move "kaedeKontrol" to KAP-PROGRAM
           move "KONTROL-TABEL" to KAP-TABEL
           move KC-ANTAL to KAP-ANTAL
           move 100 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
