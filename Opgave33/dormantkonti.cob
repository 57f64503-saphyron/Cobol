           select Eskhet-Kandidat-Out
               assign to "text-files/EskheteringKandidater.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Dormant-Rapport-Linje     pic x(150) value spaces.
      fd Eskhet-Kandidat-Out.
      01 Eskhet-Kandidat-Linje     pic x(150) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-parm           pic x value "N".
               DORMANT-GRAENSE-AAR " aar), " ANTAL-ESKHET
               " eskheterings-kandidat(er) - se "
               "text-files/DormantRapport.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           end-string
           write Eskhet-Kandidat-Linje
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
           move "dormantKonti" to KAP-PROGRAM
           move "REGISTER-TABEL" to KAP-TABEL
           move RG-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
