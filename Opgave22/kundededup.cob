           select Mapping-Out
               assign to "text-files/KundeIdMapping.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Kunde-Data-In.
      01 Kunde-Linje-In            pic x(258).
      fd Kunde-Data-Out.
      01 Kunde-Linje-Out           pic x(258).
      fd Godkendt-In.
      01 Godkendt-Linje.
           02 GK-OVERLEVER-ID      pic x(10).
      01 Forslag-Linje             pic x(250) value spaces.
      fd Mapping-Out.
      01 Mapping-Linje             pic x(30) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-godkendt       pic x value "N".
      01 Master-Tabel.
           02 MA-ANTAL             pic 9(5) value 0.
           02 MA-POST OCCURS 50000 TIMES.
              03 MA-REC            pic x(258).
              03 MA-SLETTET-FLAG   pic x value "N".
                 88 MA-SLETTET        value "Y".
                 88 MA-AKTIV          value "N".
                   " kandidatpar foreslaaet - se "
                   "text-files/KundeDedupForslag.txt"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-master.
           end-perform
           close Kunde-Data-Out
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
           move "kundeDedup" to KAP-PROGRAM
           move "MASTER-TABEL" to KAP-TABEL
           move MA-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
