           select Trend-Rapport-Out
               assign to "text-files/HistorikTrendRapport.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 FILLER               pic x(196).
      fd Trend-Rapport-Out.
      01 Trend-Rapport-Linje       pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-historik       pic x value "N".
           88 end-of-file-historik value "Y".
      01 EOF-check-trans          pic x value "N".
           close Trend-Rapport-Out
           display "Historik-trend: " HT-ANTAL " historik-linje(r) - "
               "se text-files/HistorikTrendRapport.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-historik.
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
           move "historikTrend" to KAP-PROGRAM
           move "HISTORIK-TABEL" to KAP-TABEL
           move HT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-REG-TABEL" to KAP-TABEL
           move KR-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "BANK-AAR-TABEL" to KAP-TABEL
           move BA-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
