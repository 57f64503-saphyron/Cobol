           select Flyt-Arkiv-Out
               assign to dynamic FLYT-ARKIV-NAVN
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Rapport-Linje             pic x(200) value spaces.
      fd Flyt-Arkiv-Out.
      01 Flyt-Arkiv-Linje          pic x(60) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-flyt           pic x value "N".
           88 end-of-file-flyt    value "Y".
      01 EOF-check-historik       pic x value "N".
               ANTAL-DUBLETTER " allerede flyttet, "
               ANTAL-UDEN-SALDO " uden kendt saldo - se "
               "text-files/EngagementFlytRapport.txt"
           perform skriv-kapacitet
           stop run.

      kopier-bestaaende-transaktioner.
               function TRIM(FLYT-ARKIV-NAVN)
               " - EngagementFlyt.txt toemt"
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
           move "engagementFlyt" to KAP-PROGRAM
           move "FLYTTET-TABEL" to KAP-TABEL
           move FT-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
