           select Afstemning-Out
               assign to "text-files/LeveranceAfstemning.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Notifikation-Oversigt-Linje-In pic x(100).
      fd Afstemning-Out.
      01 Afstemning-Linje          pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-feed           pic x value "N".
           88 end-of-file-feed    value "Y".
      01 EOF-check-manifest       pic x value "N".
               ANTAL-DOBBELT " dobbelt-leveret, " ANTAL-UDEN-FEED
               " manifest-linje(r) uden feed - se "
               "text-files/LeveranceAfstemning.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-feed.
           end-if
           write Afstemning-Linje
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
           move "leveranceAfstemning" to KAP-PROGRAM
           move "FEED-TABEL" to KAP-TABEL
           move FT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
