           select Prognose-Out
               assign to "text-files/LikviditetsPrognose.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 BD-TEKST-IN           pic x(30).
      fd Prognose-Out.
      01 Prognose-Linje            pic x(150) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-ordrer         pic x value "N".
               ANTAL-BEVAEGELSER " bevaegelse(r) over "
               HORISONT-DAGE " dage, " ANTAL-ADVARSLER
               " advarsel(er) - se text-files/LikviditetsPrognose.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
               add 1 to ANTAL-DATOER-RULLET
           end-if
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
           move "likviditetsPrognose" to KAP-PROGRAM
           move "BANKDAGE-TABEL" to KAP-TABEL
           move BD-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "PROGNOSE-TABEL" to KAP-TABEL
           move PT-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
