           select Rapport-Out
               assign to "text-files/HistorikVedligeholdRapport.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 PARM-HORISONT-AAR    pic 9(2).
      fd Rapport-Out.
      01 Rapport-Linje             pic x(150) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-historik       pic x value "N".
           88 end-of-file-historik value "Y".
      01 EOF-check-retention      pic x value "N".
               ANTAL-RULLET " linje(r) rullet til "
               ANTAL-SUM-LINJER " sum-linje(r), "
               ANTAL-BEVARET " bevaret"
           perform skriv-kapacitet
           stop run.

      indlæs-retention.
           write Rapport-Linje
           close Rapport-Out
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
           move "historikVedligehold" to KAP-PROGRAM
           move "HISTORIK-TABEL" to KAP-TABEL
           move HT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "RULLET-TABEL" to KAP-TABEL
           move RU-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
