           select optional Arkiv-Fil-In
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Arkiv-Fil-In.
      01 Arkiv-Transaktion.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-tilmelding     pic x value "N".
           88 end-of-file-tilmelding value "Y".
      01 EOF-check-trans          pic x value "N".
           display "Rund-op-opsparing: " RO-ANTAL " tilmelding(er), "
               ANTAL-TRANS-GENERERET " transaktion(er) genereret, "
               ANTAL-SWEEP-DUBLET " allerede genereret"
           perform skriv-kapacitet
           stop run.

      indlæs-tilmeldinger.
           close Transaktion-Work-Out
           close Transaktion-Data-In
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
           move "rundOpsparing" to KAP-PROGRAM
           move "TILMELDING-TABEL" to KAP-TABEL
           move RO-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "SWEEP-TABEL" to KAP-TABEL
           move SW-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "GENERERET-TABEL" to KAP-TABEL
           move GEN-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
