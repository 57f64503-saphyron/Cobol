           select Korrektion-Rapport-Out
               assign to "text-files/RenteKorrektionRapport.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Korrektion-Rapport-Out.
      01 Korrektion-Rapport-Linje  pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-liste          pic x value "N".
               " korrigeret, " ANTAL-DUBLETTER
               " allerede korrigeret - se "
               "text-files/RenteKorrektionRapport.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-parameter.
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
           move "renteKorrektion" to KAP-PROGRAM
           move "KORRIGERET-TABEL" to KAP-TABEL
           move KO-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
