           select Rapport-Out
               assign to "text-files/PreflightRapport.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 BSK-REST-IN          pic x(128).
      fd Rapport-Out.
      01 Rapport-Linje             pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-trans          pic x value "N".
              03 DP-NOEGLE         pic x(3).
              03 DP-DATO           pic x(10).
      01 DP-INDEX                 pic 9(3) value 0.
     *> --- Tabellen toemmes mellem rente- og kurskontrollen - det ---
     *> --- hoejeste antal par er det, skriv-kapacitet rapporterer ---
      01 DP-HOEJVANDE             pic 9(3) value 0.
      01 DP-NOEGLE-NU             pic x(3) value spaces.
      01 DP-DATO-NU               pic x(10) value spaces.
      01 DP-FUND-FLAG             pic x value "N".
                   ANTAL-ADVARSLER " advarsler) - se "
                   "text-files/PreflightRapport.txt"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           else
               if DP-ANTAL < 500
                   add 1 to DP-ANTAL
                   if DP-ANTAL > DP-HOEJVANDE
                       move DP-ANTAL to DP-HOEJVANDE
                   end-if
                   move DP-NOEGLE-NU to DP-NOEGLE (DP-ANTAL)
                   move DP-DATO-NU to DP-DATO (DP-ANTAL)
               end-if
               perform skriv-fund
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
           move "preflightKontrol" to KAP-PROGRAM
           move "KENDT-KONTO-TABEL" to KAP-TABEL
           move KK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "DATO-PAR-TABEL" to KAP-TABEL
           move DP-HOEJVANDE to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "KYC-BLOKERING-TABEL" to KAP-TABEL
           move KB-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "EJER-TABEL" to KAP-TABEL
           move EJ-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
