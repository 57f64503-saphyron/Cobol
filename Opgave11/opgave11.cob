           select CRM-Delta-Out
               assign to "text-files/CRMUdtraekDelta.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 CRM-Forrige-Linje-Out         pic x(300) value spaces.
      fd CRM-Delta-Out.
      01 CRM-Delta-Linje               pic x(310) value spaces.
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
     *> --- indlæsning og genetablering ---
           perform skriv-crm-delta
           perform skriv-nyt-snapshot
       perform skriv-kapacitet
       stop run.

     *> --- Indlæser hele Kundeoplysninger.txt i KUNDE-TABEL og ---
           close CRM-Udtraek-In
           close CRM-Forrige-Out
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
           move "crmUdtraek" to KAP-PROGRAM
           move "KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL-KUNDER to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-BALANCE-TABEL" to KAP-TABEL
           move ANTAL-KONTI-BALANCE to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "FORRIGE-TABEL" to KAP-TABEL
           move FO-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
