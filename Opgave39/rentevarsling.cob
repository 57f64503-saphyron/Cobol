           select Varsling-Udtraek-Out
               assign to "text-files/RenteVarsling.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 VU-STATUS-KODE       pic x.
           02 VU-EFFEKTIV-DATO     pic x(10).
           02 VU-NY-SATS           pic 9(2)v9999.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-sats           pic x value "N".
           88 end-of-file-sats    value "Y".
      01 EOF-check-forrige        pic x value "N".
               " aendret(e) sats(er), " ANTAL-VARSLEDE-KONTI
               " konto(er) varslet - se "
               "text-files/RenteVarslingsBreve.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-sats-tabeller.
           end-perform
           close Rente-Sats-Forrige-Out
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
           move "renteVarsling" to KAP-PROGRAM
           move "SATS-TABEL" to KAP-TABEL
           move SA-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "FORRIGE-TABEL" to KAP-TABEL
           move FO-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "MASTER-TABEL" to KAP-TABEL
           move MA-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "STATUS-TABEL" to KAP-TABEL
           move ST-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "PRODUKT-KONTO-TABEL" to KAP-TABEL
           move PK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
