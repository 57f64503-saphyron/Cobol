           select Krydsreference-Out
               assign to "text-files/KontoKundeKrydsreference.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           copy "KUNDER.cpy".
      fd Krydsreference-Out.
      01 Krydsreference-Linje     pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
           88 more-to-read-trans  value "N".
               ANTAL-KUNDE-UDEN-KONTO
           display "Konti sprunget over pga. fuld TRANS-KONTO-TABEL: "
               ANTAL-TRANS-KONTO-OVERFLOW
       perform skriv-kapacitet
       stop run.

     *> --- Indlæser hele Kundeoplysninger.txt i KUNDE-TABEL og ---
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
           move "kontoKundeKrydsreference" to KAP-PROGRAM
           move "KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL-KUNDER to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "TRANS-KONTO-TABEL" to KAP-TABEL
           move TK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
