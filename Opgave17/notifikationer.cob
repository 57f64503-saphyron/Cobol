           select optional Konvertering-Feed-In
               assign to "text-files/ProduktKonverteringFeed.txt"
               organization is line sequential.
     *> --- Budgetkonto-advarslerne fra budgetKonto (Opgave106): ---
     *> --- konto|dato|tekst|email|sprog - planen er underfinansieret ---
           select optional Budget-Advarsel-Feed-In
               assign to "text-files/BudgetAdvarselFeed.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select Notifikation-Oversigt-Out
               assign to "text-files/NotifikationOversigt.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Advisering-Feed-Linje-In  pic x(150).
      fd Konvertering-Feed-In.
      01 Konvertering-Feed-Linje-In pic x(150).
      fd Budget-Advarsel-Feed-In.
      01 Budget-Advarsel-Feed-Linje-In pic x(150).
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      01 Notifikation-Sms-Linje    pic x(250) value spaces.
      fd Notifikation-Oversigt-Out.
      01 Notifikation-Oversigt-Linje pic x(100) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-feed           pic x value "N".
           88 end-of-file-feed    value "Y".
      01 EOF-check-varsling       pic x value "N".
           88 end-of-file-advisering value "Y".
      01 EOF-check-konvertering   pic x value "N".
           88 end-of-file-konvertering value "Y".
      01 EOF-check-budget-advarsel pic x value "N".
           88 end-of-file-budget-advarsel value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 pos                      pic 9(4) value 1.
           02 KONV-EMAIL           pic x(30) value spaces.
           02 KONV-SPROG           pic x(2)  value spaces.
      01 ANTAL-KONVERTERINGER     pic 9(7) value 0.
     *> --- Felter fra én budgetkonto-advarsel - samme snit som ---
     *> --- produktkonverteringen ---
      01 Budget-Advarsel-Felter.
           02 BADV-KONTO-ID        pic x(14) value spaces.
           02 BADV-DATO            pic x(10) value spaces.
           02 BADV-TEKST           pic x(60) value spaces.
           02 BADV-EMAIL           pic x(30) value spaces.
           02 BADV-SPROG           pic x(2)  value spaces.
      01 ANTAL-BUDGET-ADVARSLER   pic 9(7) value 0.
      01 ANTAL-EMAIL              pic 9(7) value 0.
      01 ANTAL-SMS                pic 9(7) value 0.
      01 ANTAL-ULEVERBARE         pic 9(7) value 0.
           perform behandl-advisering-feed
     *> --- Og produktkonverteringerne fra livscyklus-passet ---
           perform behandl-konverterings-feed
     *> --- Og budgetkonti, hvis plan er underfinansieret ---
           perform behandl-budget-advarsel-feed
           close Notifikation-Email-Out
           close Notifikation-Sms-Out
           perform skriv-oversigt
               ANTAL-ALARMER " konto-alarm(er), "
               ANTAL-ADVISERINGER " BS-advisering(er), "
               ANTAL-KONVERTERINGER " produktkonvertering(er), "
               ANTAL-BUDGET-ADVARSLER " budgetadvarsel(er), "
               ANTAL-EMAIL " e-mail, " ANTAL-SMS " SMS, "
               ANTAL-ULEVERBARE " uleverbare"
           perform skriv-kapacitet
           stop run.

      indlæs-kunde-tabel.
           end-if
           exit.

      behandl-budget-advarsel-feed.
           move "N" to EOF-check-budget-advarsel
           open input Budget-Advarsel-Feed-In
           perform until end-of-file-budget-advarsel
               read Budget-Advarsel-Feed-In
                   at end move "Y" to EOF-check-budget-advarsel
                   not at end
                       add 1 to ANTAL-BUDGET-ADVARSLER
                       perform formater-en-budget-advarsel
               end-read
           end-perform
           close Budget-Advarsel-Feed-In
           exit.

     *> --- Formaterer én budgetkonto-advarsel - teksten baerer ---
     *> --- det manglende beloeb, og email/sprog er blanke, saa ---
     *> --- opslaget gaar paa kontonummeret ---
      formater-en-budget-advarsel.
           move spaces to BADV-KONTO-ID BADV-DATO BADV-TEKST
           move spaces to BADV-EMAIL BADV-SPROG
           unstring Budget-Advarsel-Feed-Linje-In delimited by "|"
               into BADV-KONTO-ID BADV-DATO BADV-TEKST
                    BADV-EMAIL BADV-SPROG
           end-unstring
           move BADV-KONTO-ID to FEED-KONTO-ID
           move BADV-EMAIL to FEED-KUNDE-EMAIL
           perform find-kunde-for-feed-linje
           perform byg-maskeret-konto-id
           if BADV-EMAIL = spaces and NOTIF-KUNDE-FUNDET
               move NK-EMAIL (NK-INDEX) to BADV-EMAIL
           end-if
           if BADV-EMAIL not = spaces
               add 1 to ANTAL-EMAIL
               move spaces to Notifikation-Email-Linje
               move 1 to pos
               string
                   "TIL: "                    delimited by size
                   function TRIM(BADV-EMAIL)  delimited by size
                   "|EMNE: Deres budgetkonto" delimited by size
                   "|Kaere "                  delimited by size
                   function TRIM(MODTAGER-NAVN)
                                              delimited by size
                   " - paa budgetkonto "      delimited by size
                   function TRIM(KONTO-ID-MASKERET)
                                              delimited by size
                   ": "                       delimited by size
                   function TRIM(BADV-TEKST)  delimited by size
                   " pr. "                    delimited by size
                   BADV-DATO                  delimited by size
                   ". Kontakt venligst Deres raadgiver."
                                              delimited by size
                   " Venlig hilsen banken."   delimited by size
                      into Notifikation-Email-Linje
                      with pointer pos
               end-string
               write Notifikation-Email-Linje
           else
               if NOTIF-KUNDE-FUNDET and MODTAGER-TELEFON not = spaces
                   add 1 to ANTAL-SMS
                   move spaces to Notifikation-Sms-Linje
                   move 1 to pos
                   string
                       "TIL: "                  delimited by size
                       function TRIM(MODTAGER-TELEFON)
                                                delimited by size
                       "|Kaere "                delimited by size
                       function TRIM(MODTAGER-NAVN)
                                                delimited by size
                       ": budgetkonto "         delimited by size
                       function TRIM(KONTO-ID-MASKERET)
                                                delimited by size
                       " - "                    delimited by size
                       function TRIM(BADV-TEKST)
                                                delimited by size
                       " pr. "                  delimited by size
                       BADV-DATO                delimited by size
                          into Notifikation-Sms-Linje
                          with pointer pos
                   end-string
                   write Notifikation-Sms-Linje
               else
                   add 1 to ANTAL-ULEVERBARE
               end-if
           end-if
           exit.

      behandl-alarm-feed.
           move "N" to EOF-check-alarm
           open input Alarm-Feed-In
           write Notifikation-Oversigt-Linje
           close Notifikation-Oversigt-Out
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
           move "notifikationsFormatter" to KAP-PROGRAM
           move "NOTIF-KUNDE-TABEL" to KAP-TABEL
           move NK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
