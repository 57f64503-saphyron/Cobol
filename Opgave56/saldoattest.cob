               assign to "text-files/SaldoAttestRegister.txt"
               organization is line sequential
               file status is REGISTER-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Register-Linje-In         pic x(120).
      fd Register-Out.
      01 Register-Linje-Ud         pic x(120) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-anmodning      pic x value "N".
           88 end-of-file-anmodning value "Y".
      01 EOF-check-trans          pic x value "N".
               ANTAL-ATTESTER " attest(er) udstedt, "
               ANTAL-AFVIST " afvist - se "
               "text-files/SaldoAttestRegister.txt"
           perform skriv-kapacitet
           stop run.

     *> --- Loebenummeret er antallet af linjer i registret - det ---
           write Register-Linje-Ud
           close Register-Out
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
           move "saldoAttest" to KAP-PROGRAM
           move "ATTEST-KONTO-TABEL" to KAP-TABEL
           move AK-ANTAL to KAP-ANTAL
           move 1000 to KAP-MAX
           write Kapacitet-Linje
           move "HISTORIK-TABEL" to KAP-TABEL
           move HK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "PRODUKT-SATS-TABEL" to KAP-TABEL
           move PS-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "STATUS-SATS-TABEL" to KAP-TABEL
           move SS-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "RENTE-SATS-FIL-TABEL" to KAP-TABEL
           move RSF-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
