           select BS-Retur-Arkiv-Out
               assign to dynamic BS-RETUR-ARKIV-NAVN
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 BSRA-STATUS          pic x.
           02 BSRA-AARSAG          pic x(30).
           02 BSRA-DATO            pic x(10).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-retur          pic x value "N".
           88 end-of-file-retur   value "Y".
      01 EOF-check-aftaler        pic x value "N".
               ANTAL-AFVIST " afvist, "
               ANTAL-UKENDT " ukendt aftale - se "
               "text-files/BSAfvisninger.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-aftale-tabel.
               function TRIM(BS-RETUR-ARKIV-NAVN)
               " - BSRetur.txt toemt"
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
           move "bsAfregning" to KAP-PROGRAM
           move "AFTALE-TABEL" to KAP-TABEL
           move AFT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
