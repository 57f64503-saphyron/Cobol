           select Digital-Post-Pakke-Out
               assign to "text-files/DigitalPostPakke.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 ER-AARSAG-IN         pic x(30).
      fd Digital-Post-Pakke-Out.
      01 Digital-Post-Pakke-Linje  pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-feed           pic x value "N".
           88 end-of-file-feed    value "Y".
      01 EOF-check-konto-status   pic x value "N".
               ANTAL-PAPIR-SPRUNGET " papir-linje(r) og "
               ANTAL-FEJL-SPRUNGET " leveringsfejl-linje(r) sprunget "
               "over"
           perform skriv-kapacitet
           stop run.

      indlæs-e-tilmeldinger.
               end-string
               write Digital-Post-Pakke-Linje
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
           move "digitalPostPakke" to KAP-PROGRAM
           move "E-TILMELDT-TABEL" to KAP-TABEL
           move ET-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "DP-KUNDE-TABEL" to KAP-TABEL
           move DPK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "E-RETUR-TABEL" to KAP-TABEL
           move ER-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
