      identification division.
      program-id. masterGendannelse.

     *> --- Gendannelse af en masterfil ud fra master-journalen
     *>     text-files/MasterJournal.txt (MasterJournal.cpy), som
     *>     masterJournal (Opgave95) skriver omkring hvert batch-trin.
     *>     Koeres manuelt af driften efter en oedelagt kaede, styret
     *>     af text-files/GendannelsesParameter.txt (noegleord=vaerdi,
     *>     een pr. linje, "*" = kommentar):
     *>       FUNKTION=TILBAGE  masteren rulles tilbage til sin
     *>                         tilstand ved trin-graensen TIL-RUN-ID/
     *>                         TIL-TRIN (efter det trin) - journalens
     *>                         senere grupper for filen fortrydes i
     *>                         omvendt orden ud fra foerbillederne
     *>       FUNKTION=FREM     en genskabt kopi (BACKUP=sti, fx fra
     *>                         text-files/Generationer/) rulles frem
     *>                         gennem journalens efterbilleder fra
     *>                         graensen FRA-RUN-ID/FRA-TRIN, hvor
     *>                         kopien blev taget (blank = journalens
     *>                         start), til TIL-RUN-ID/TIL-TRIN (blank =
     *>                         journalens slutning)
     *>       FIL=<master>      fx LaanMaster.txt
     *>     Hvert billede, der springes over, kontrolleres mod den
     *>     linje, det skal erstatte; afviger filen fra journalen, eller
     *>     passer antal linjer ikke, afbrydes gendannelsen med
     *>     returkode 8, og masteren roeres ikke. Ellers gemmes den
     *>     aktuelle master som <master>FoerGendannelse_<tidsstempel>
     *>     .txt, resultatet skrives paa dens plads, og gendannelsen
     *>     journaliseres selv som en gruppe (hele filen foer og
     *>     efter), saa journalen fortsat haenger sammen.
     *>     GendannelsesRapport.txt viser hver gruppe, der er
     *>     anvendt, og netop de linjer, gendannelsen har aendret
     *>     (noegle, linjenummer og handling).

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/GendannelsesParameter.txt"
               organization is line sequential.
           select optional Journal-In
               assign to "text-files/MasterJournal.txt"
               organization is line sequential.
     *> --- To ekstra laesere paa journalen: de billeder, der skrives, ---
     *> --- og de billeder, der springes over, i hver sin orden ---
           select optional Journal-Skriv-In
               assign to "text-files/MasterJournal.txt"
               organization is line sequential.
           select optional Journal-Spring-In
               assign to "text-files/MasterJournal.txt"
               organization is line sequential.
           select Journal-Out
               assign to "text-files/MasterJournal.txt"
               organization is line sequential
               file status is JOURNAL-STATUS.
           select optional Kilde-In
               assign to dynamic KILDE-FIL-NAVN
               organization is line sequential
               file status is KILDE-STATUS.
           select Maal-Out
               assign to dynamic MAAL-FIL-NAVN
               organization is line sequential.
           select optional Arbejde-In
               assign to dynamic ARBEJDE-IND-NAVN
               organization is line sequential.
           select Arbejde-Out
               assign to dynamic ARBEJDE-UD-NAVN
               organization is line sequential.
           select Rapport-Out
               assign to "text-files/GendannelsesRapport.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Parameter-In.
      01 Parameter-Linje          pic x(200).
      fd Journal-In.
      01 Journal-In-Linje.
           copy "Opgave10/Copybooks/MasterJournal.cpy".
      fd Journal-Skriv-In.
      01 Journal-Skriv-Linje.
           copy "Opgave10/Copybooks/MasterJournal.cpy".
      fd Journal-Spring-In.
      01 Journal-Spring-Linje.
           copy "Opgave10/Copybooks/MasterJournal.cpy".
      fd Journal-Out.
      01 Journal-Ud-Linje.
           copy "Opgave10/Copybooks/MasterJournal.cpy".
      fd Kilde-In.
      01 Kilde-Linje              pic x(400).
      fd Maal-Out.
      01 Maal-Linje               pic x(400).
      fd Arbejde-In.
      01 Arbejde-In-Linje         pic x(400).
      fd Arbejde-Out.
      01 Arbejde-Ud-Linje         pic x(400).
      fd Rapport-Out.
      01 Rapport-Linje            pic x(200).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-journal        pic x value "N".
           88 end-of-file-journal value "Y".
      01 EOF-check-kilde          pic x value "N".
           88 end-of-file-kilde   value "Y".
      01 EOF-check-arbejde        pic x value "N".
           88 end-of-file-arbejde value "Y".
      01 JOURNAL-STATUS           pic x(2) value spaces.
      01 KILDE-STATUS             pic x(2) value spaces.
      01 KILDE-FIL-NAVN           pic x(120) value spaces.
      01 MAAL-FIL-NAVN            pic x(120) value spaces.
      01 ARBEJDE-IND-NAVN         pic x(60) value spaces.
      01 ARBEJDE-UD-NAVN          pic x(60) value spaces.
      01 ARBEJDE-BYT-NAVN         pic x(60) value spaces.
      01 MASTER-FIL-NAVN          pic x(60) value spaces.
      01 ARKIV-FIL-NAVN           pic x(120) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
      01 pos                      pic 9(4) value 1.
     *> --- Parametre ---
      01 Gendannelse-Parametre.
           02 GP-FUNKTION          pic x(10) value spaces.
              88 GP-TILBAGE        value "TILBAGE".
              88 GP-FREM           value "FREM".
           02 GP-FIL               pic x(30) value spaces.
           02 GP-TIL-RUN-ID        pic x(40) value spaces.
           02 GP-TIL-TRIN          pic x(60) value spaces.
           02 GP-FRA-RUN-ID        pic x(40) value spaces.
           02 GP-FRA-TRIN          pic x(60) value spaces.
           02 GP-BACKUP            pic x(120) value spaces.
      01 PARM-NOEGLE              pic x(20) value spaces.
      01 PARM-VAERDI              pic x(180) value spaces.
      01 FIL-BASIS                pic x(30) value spaces.
      01 FIL-ENDELSE              pic x(30) value spaces.
      01 AFBRYD-FLAG              pic x value "N".
           88 GENDANNELSE-AFBRUDT value "J".
      01 AFBRYD-TEKST             pic x(120) value spaces.
     *> --- Journalens grupper for filen, i journalens orden ---
      01 Gruppe-Tabel.
           02 GR-ANTAL             pic 9(5) value 0.
           02 GR-POST OCCURS 5000 TIMES.
              03 GR-START-LINJE    pic 9(9).
              03 GR-RUN-ID         pic x(40).
              03 GR-TRIN           pic x(60).
              03 GR-ANTAL-FOER     pic 9(7).
              03 GR-ANTAL-EFTER    pic 9(7).
              03 GR-ANTAL-F        pic 9(7).
              03 GR-ANTAL-E        pic 9(7).
      01 MAX-GRUPPER              pic 9(5) value 5000.
      01 GR-INDEX                 pic 9(5) value 0.
      01 JOURNAL-LINJE-NR         pic 9(9) value 0.
      01 I-GRUPPE-FLAG            pic x value "N".
           88 I-FILENS-GRUPPE     value "J".
      01 TIL-GRUPPE               pic 9(5) value 0.
      01 FRA-GRUPPE               pic 9(5) value 0.
      01 TIL-FLAG                 pic x value "N".
           88 TIL-FUNDET          value "J".
      01 FRA-FLAG                 pic x value "N".
           88 FRA-FUNDET          value "J".
      01 FOERSTE-GRUPPE           pic 9(5) value 0.
      01 SIDSTE-GRUPPE            pic 9(5) value 0.
     *> --- Anvendelse af een gruppe ---
      01 Anvend-Felter.
           02 SKRIV-START          pic 9(9) value 0.
           02 SKRIV-ANTAL          pic 9(7) value 0.
           02 SKRIV-LAEST          pic 9(7) value 0.
           02 NAESTE-SKRIV-LINJE   pic 9(7) value 0.
           02 SPRING-START         pic 9(9) value 0.
           02 SPRING-ANTAL         pic 9(7) value 0.
           02 SPRING-LAEST         pic 9(7) value 0.
           02 NAESTE-SPRING-LINJE  pic 9(7) value 0.
           02 UD-ANTAL             pic 9(7) value 0.
           02 UD-POS               pic 9(7) value 0.
           02 IND-ANTAL            pic 9(7) value 0.
           02 IND-LINJE-NR         pic 9(7) value 0.
           02 SPRING-TIL           pic 9(9) value 0.
      01 INGEN-LINJE              pic 9(7) value 9999999.
      01 IND-LINJE-FLAG           pic x value "N".
           88 IND-LINJE-KLAR      value "J".
      01 HANDLING-TEKST           pic x(12) value spaces.
     *> --- Optaellinger ---
      01 ANTAL-GRUPPER-ANVENDT    pic 9(5) value 0.
      01 ANTAL-LINJER-AENDRET     pic 9(7) value 0.
      01 ANTAL-GAMLE-LINJER       pic 9(7) value 0.
      01 ANTAL-NYE-LINJER         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: parametre, journalens grupper, anvendelse ---
     *> --- i arbejdsfiler og - hvis alt stemmer - masteren skrives ---
      Program-Execute.
           move function CURRENT-DATE to DATO-NU
           move spaces to KOERSEL-TIDSSTEMPEL
           string
               DATO-NU (1:8)  delimited by size
               "-"            delimited by size
               DATO-NU (9:6)  delimited by size
                  into KOERSEL-TIDSSTEMPEL
           end-string
           open output Rapport-Out
           perform indlæs-parametre
           if not GENDANNELSE-AFBRUDT
               perform indlæs-grupper
           end-if
           if not GENDANNELSE-AFBRUDT
               perform fastlaeg-graenser
           end-if
           if not GENDANNELSE-AFBRUDT
               perform skriv-rapport-hoved
               perform kopier-kilde-til-arbejde
               if GP-TILBAGE
                   perform varying GR-INDEX from SIDSTE-GRUPPE by -1
                       until GR-INDEX < FOERSTE-GRUPPE
                           or GENDANNELSE-AFBRUDT
                       perform anvend-gruppe
                   end-perform
               else
                   perform varying GR-INDEX from FOERSTE-GRUPPE by 1
                       until GR-INDEX > SIDSTE-GRUPPE
                           or GENDANNELSE-AFBRUDT
                       perform anvend-gruppe
                   end-perform
               end-if
           end-if
           if not GENDANNELSE-AFBRUDT
               perform skriv-master
           end-if
           if GENDANNELSE-AFBRUDT
               move spaces to Rapport-Linje
               string
                   "AFBRUDT: "             delimited by size
                   function TRIM(AFBRYD-TEKST) delimited by size
                   " - masteren er ikke aendret"
                                           delimited by size
                      into Rapport-Linje
               end-string
               write Rapport-Linje
               close Rapport-Out
               display "Master-gendannelse AFBRUDT: "
                   function TRIM(AFBRYD-TEKST)
               move 8 to return-code
               perform skriv-kapacitet
               stop run
           end-if
           move spaces to Rapport-Linje
           string
               "I alt: "                  delimited by size
               ANTAL-GRUPPER-ANVENDT      delimited by size
               " gruppe(r) anvendt, "     delimited by size
               ANTAL-LINJER-AENDRET       delimited by size
               " linje(r) aendret - tidligere master gemt som "
                                          delimited by size
               function TRIM(ARKIV-FIL-NAVN) delimited by size
                  into Rapport-Linje
           end-string
           write Rapport-Linje
           close Rapport-Out
           display "Master-gendannelse: " function TRIM(GP-FIL) " - "
               ANTAL-GRUPPER-ANVENDT " gruppe(r), "
               ANTAL-LINJER-AENDRET " linje(r) aendret - se "
               "text-files/GendannelsesRapport.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Parameter-In
           perform until end-of-file-parm
               read Parameter-In
                   at end move "Y" to EOF-check-parm
                   not at end
                       if Parameter-Linje not = spaces
                           and Parameter-Linje (1:1) not = "*"
                           perform anvend-parameter-linje
                       end-if
               end-read
           end-perform
           close Parameter-In
           if GENDANNELSE-AFBRUDT
               exit paragraph
           end-if
           if not GP-TILBAGE and not GP-FREM
               move "J" to AFBRYD-FLAG
               move "FUNKTION skal vaere TILBAGE eller FREM"
                   to AFBRYD-TEKST
               exit paragraph
           end-if
           if GP-FIL = spaces
               move "J" to AFBRYD-FLAG
               move "FIL mangler" to AFBRYD-TEKST
               exit paragraph
           end-if
           if GP-TILBAGE and GP-TIL-RUN-ID = spaces
               move "J" to AFBRYD-FLAG
               move "TIL-RUN-ID/TIL-TRIN mangler for TILBAGE"
                   to AFBRYD-TEKST
               exit paragraph
           end-if
           if GP-FREM and GP-BACKUP = spaces
               move "J" to AFBRYD-FLAG
               move "BACKUP mangler for FREM" to AFBRYD-TEKST
               exit paragraph
           end-if
           move spaces to MASTER-FIL-NAVN
           string
               "text-files/"             delimited by size
               function TRIM(GP-FIL)     delimited by size
                  into MASTER-FIL-NAVN
           end-string
           exit.

      anvend-parameter-linje.
           move spaces to PARM-NOEGLE
           move spaces to PARM-VAERDI
           unstring Parameter-Linje delimited by "="
               into PARM-NOEGLE PARM-VAERDI
           end-unstring
           evaluate function TRIM(PARM-NOEGLE)
               when "FUNKTION"
                   move PARM-VAERDI to GP-FUNKTION
               when "FIL"
                   move PARM-VAERDI to GP-FIL
               when "TIL-RUN-ID"
                   move PARM-VAERDI to GP-TIL-RUN-ID
               when "TIL-TRIN"
                   move PARM-VAERDI to GP-TIL-TRIN
               when "FRA-RUN-ID"
                   move PARM-VAERDI to GP-FRA-RUN-ID
               when "FRA-TRIN"
                   move PARM-VAERDI to GP-FRA-TRIN
               when "BACKUP"
                   move PARM-VAERDI to GP-BACKUP
               when other
                   move "J" to AFBRYD-FLAG
                   move spaces to AFBRYD-TEKST
                   string
                       "ukendt parameter "         delimited by size
                       function TRIM(PARM-NOEGLE)  delimited by size
                          into AFBRYD-TEKST
                   end-string
           end-evaluate
           exit.

     *> --- Foerste gennemloeb af journalen: filens grupper med ---
     *> --- startlinje og antal billeder, og hvor mange grupper der ---
     *> --- ligger foer de to trin-graenser ---
      indlæs-grupper.
           move 0 to GR-ANTAL
           move 0 to JOURNAL-LINJE-NR
           move "N" to I-GRUPPE-FLAG
           move "N" to EOF-check-journal
           open input Journal-In
           perform until end-of-file-journal
               read Journal-In
                   at end move "Y" to EOF-check-journal
                   not at end
                       add 1 to JOURNAL-LINJE-NR
                       perform registrer-journal-linje
               end-read
           end-perform
           close Journal-In
           exit.

      registrer-journal-linje.
           evaluate true
               when MJ-TRIN-GRAENSE of Journal-In-Linje
                   move "N" to I-GRUPPE-FLAG
                   if not TIL-FUNDET
                       and MJ-RUN-ID of Journal-In-Linje = GP-TIL-RUN-ID
                       and MJ-TRIN of Journal-In-Linje = GP-TIL-TRIN
                       move "J" to TIL-FLAG
                       move GR-ANTAL to TIL-GRUPPE
                   end-if
                   if not FRA-FUNDET
                       and GP-FRA-RUN-ID not = spaces
                       and MJ-RUN-ID of Journal-In-Linje = GP-FRA-RUN-ID
                       and MJ-TRIN of Journal-In-Linje = GP-FRA-TRIN
                       move "J" to FRA-FLAG
                       move GR-ANTAL to FRA-GRUPPE
                   end-if
               when MJ-FIL-HOVED of Journal-In-Linje
                   move "N" to I-GRUPPE-FLAG
                   if MJ-FIL of Journal-In-Linje = GP-FIL
                       if GR-ANTAL not < MAX-GRUPPER
                           move "J" to AFBRYD-FLAG
                           move "for mange grupper for filen i journalen"
                               to AFBRYD-TEKST
                       else
                           move "J" to I-GRUPPE-FLAG
                           add 1 to GR-ANTAL
                           move JOURNAL-LINJE-NR
                               to GR-START-LINJE (GR-ANTAL)
                           move MJ-RUN-ID of Journal-In-Linje
                               to GR-RUN-ID (GR-ANTAL)
                           move MJ-TRIN of Journal-In-Linje
                               to GR-TRIN (GR-ANTAL)
                           move MJ-LINJE-NR of Journal-In-Linje
                               to GR-ANTAL-FOER (GR-ANTAL)
                           move MJ-ANTAL-EFTER of Journal-In-Linje
                               to GR-ANTAL-EFTER (GR-ANTAL)
                           move 0 to GR-ANTAL-F (GR-ANTAL)
                           move 0 to GR-ANTAL-E (GR-ANTAL)
                       end-if
                   end-if
               when MJ-FOERBILLEDE of Journal-In-Linje
                   if I-FILENS-GRUPPE
                       add 1 to GR-ANTAL-F (GR-ANTAL)
                   end-if
               when MJ-EFTERBILLEDE of Journal-In-Linje
                   if I-FILENS-GRUPPE
                       add 1 to GR-ANTAL-E (GR-ANTAL)
                   end-if
           end-evaluate
           exit.

     *> --- Hvilke grupper der skal anvendes, og i hvilken retning ---
      fastlaeg-graenser.
           if GP-TIL-RUN-ID not = spaces and not TIL-FUNDET
               move "J" to AFBRYD-FLAG
               move "trin-graensen TIL-RUN-ID/TIL-TRIN findes ikke"
                   to AFBRYD-TEKST
               exit paragraph
           end-if
           if GP-FRA-RUN-ID not = spaces and not FRA-FUNDET
               move "J" to AFBRYD-FLAG
               move "trin-graensen FRA-RUN-ID/FRA-TRIN findes ikke"
                   to AFBRYD-TEKST
               exit paragraph
           end-if
           if GP-TILBAGE
               compute FOERSTE-GRUPPE = TIL-GRUPPE + 1
               move GR-ANTAL to SIDSTE-GRUPPE
               move MASTER-FIL-NAVN to KILDE-FIL-NAVN
           else
               compute FOERSTE-GRUPPE = FRA-GRUPPE + 1
               if TIL-FUNDET
                   move TIL-GRUPPE to SIDSTE-GRUPPE
               else
                   move GR-ANTAL to SIDSTE-GRUPPE
               end-if
               if SIDSTE-GRUPPE < FRA-GRUPPE
                   move "J" to AFBRYD-FLAG
                   move "TIL-graensen ligger foer FRA-graensen"
                       to AFBRYD-TEKST
                   exit paragraph
               end-if
               move GP-BACKUP to KILDE-FIL-NAVN
           end-if
           exit.

      skriv-rapport-hoved.
           move spaces to Rapport-Linje
           string
               "MASTER-GENDANNELSE "        delimited by size
               KOERSEL-TIDSSTEMPEL          delimited by size
               " FUNKTION="                 delimited by size
               function TRIM(GP-FUNKTION)   delimited by size
               " FIL="                      delimited by size
               function TRIM(GP-FIL)        delimited by size
                  into Rapport-Linje
           end-string
           write Rapport-Linje
           move spaces to Rapport-Linje
           string
               "KILDE="                     delimited by size
               function TRIM(KILDE-FIL-NAVN) delimited by size
               " TIL="                      delimited by size
               function TRIM(GP-TIL-RUN-ID) delimited by size
               "/"                          delimited by size
               function TRIM(GP-TIL-TRIN)   delimited by size
                  into Rapport-Linje
           end-string
           write Rapport-Linje
           if FOERSTE-GRUPPE > SIDSTE-GRUPPE
               move "Ingen journaliserede aendringer at anvende"
                   to Rapport-Linje
               write Rapport-Linje
           end-if
           exit.

     *> --- Kilden (masteren eller kopien) bliver foerste arbejdsfil ---
      kopier-kilde-til-arbejde.
           move "text-files/GendannelseArbejde1.txt"
               to ARBEJDE-UD-NAVN
           move "text-files/GendannelseArbejde2.txt"
               to ARBEJDE-BYT-NAVN
           move "N" to EOF-check-kilde
           open input Kilde-In
           if KILDE-STATUS not = "00" and KILDE-STATUS not = "05"
               move "J" to AFBRYD-FLAG
               move spaces to AFBRYD-TEKST
               string
                   "kan ikke laese "            delimited by size
                   function TRIM(KILDE-FIL-NAVN) delimited by size
                      into AFBRYD-TEKST
               end-string
               exit paragraph
           end-if
           open output Arbejde-Out
           perform until end-of-file-kilde
               read Kilde-In
                   at end move "Y" to EOF-check-kilde
                   not at end
                       write Arbejde-Ud-Linje from Kilde-Linje
               end-read
           end-perform
           close Kilde-In
           close Arbejde-Out
           move ARBEJDE-UD-NAVN to ARBEJDE-IND-NAVN
           move ARBEJDE-BYT-NAVN to ARBEJDE-UD-NAVN
           exit.

     *> --- Anvender gruppen i GR-INDEX paa arbejdsfilen: TILBAGE ---
     *> --- skriver foerbillederne og springer efterbillederne over, ---
     *> --- FREM omvendt. Uaendrede linjer kopieres i deres orden ---
      anvend-gruppe.
           add 1 to ANTAL-GRUPPER-ANVENDT
           move spaces to Rapport-Linje
           string
               "GRUPPE "                          delimited by size
               function TRIM(GR-RUN-ID (GR-INDEX)) delimited by size
               " / "                              delimited by size
               function TRIM(GR-TRIN (GR-INDEX))  delimited by size
                  into Rapport-Linje
           end-string
           write Rapport-Linje
           if GP-TILBAGE
               compute SKRIV-START = GR-START-LINJE (GR-INDEX) + 1
               move GR-ANTAL-F (GR-INDEX) to SKRIV-ANTAL
               compute SPRING-START = GR-START-LINJE (GR-INDEX) + 1
                   + GR-ANTAL-F (GR-INDEX)
               move GR-ANTAL-E (GR-INDEX) to SPRING-ANTAL
               move GR-ANTAL-FOER (GR-INDEX) to UD-ANTAL
               move GR-ANTAL-EFTER (GR-INDEX) to IND-ANTAL
           else
               compute SKRIV-START = GR-START-LINJE (GR-INDEX) + 1
                   + GR-ANTAL-F (GR-INDEX)
               move GR-ANTAL-E (GR-INDEX) to SKRIV-ANTAL
               compute SPRING-START = GR-START-LINJE (GR-INDEX) + 1
               move GR-ANTAL-F (GR-INDEX) to SPRING-ANTAL
               move GR-ANTAL-EFTER (GR-INDEX) to UD-ANTAL
               move GR-ANTAL-FOER (GR-INDEX) to IND-ANTAL
           end-if
     *> --- Journal-laeserne stilles paa gruppens billeder ---
           open input Journal-Skriv-In
           perform varying SPRING-TIL from 1 by 1
               until SPRING-TIL >= SKRIV-START
               read Journal-Skriv-In
                   at end continue
               end-read
           end-perform
           open input Journal-Spring-In
           perform varying SPRING-TIL from 1 by 1
               until SPRING-TIL >= SPRING-START
               read Journal-Spring-In
                   at end continue
               end-read
           end-perform
           move 0 to SKRIV-LAEST
           move 0 to SPRING-LAEST
           perform laes-naeste-skriv
           perform laes-naeste-spring
           move 0 to IND-LINJE-NR
           move "N" to EOF-check-arbejde
           open input Arbejde-In
           open output Arbejde-Out
           perform varying UD-POS from 1 by 1
               until UD-POS > UD-ANTAL or GENDANNELSE-AFBRUDT
               if UD-POS = NAESTE-SKRIV-LINJE
                   write Arbejde-Ud-Linje
                       from MJ-BILLEDE of Journal-Skriv-Linje
                   perform rapporter-skrevet-billede
                   perform laes-naeste-skriv
               else
                   perform laes-uaendret-linje
                   if not GENDANNELSE-AFBRUDT
                       write Arbejde-Ud-Linje from Arbejde-In-Linje
                   end-if
               end-if
           end-perform
     *> --- Resten af arbejdsfilen maa kun vaere billeder, der skal ---
     *> --- springes over ---
           perform until end-of-file-arbejde or GENDANNELSE-AFBRUDT
               read Arbejde-In
                   at end move "Y" to EOF-check-arbejde
                   not at end
                       add 1 to IND-LINJE-NR
                       perform kontroller-spring-linje
               end-read
           end-perform
           close Arbejde-In
           close Arbejde-Out
           close Journal-Skriv-In
           close Journal-Spring-In
           if not GENDANNELSE-AFBRUDT and IND-LINJE-NR not = IND-ANTAL
               move "J" to AFBRYD-FLAG
               move spaces to AFBRYD-TEKST
               string
                   "filen har "                       delimited by size
                   IND-LINJE-NR                       delimited by size
                   " linjer, journalen venter "       delimited by size
                   IND-ANTAL                          delimited by size
                   " - gruppe "                       delimited by size
                   function TRIM(GR-TRIN (GR-INDEX))  delimited by size
                      into AFBRYD-TEKST
               end-string
           end-if
           move ARBEJDE-IND-NAVN to ARBEJDE-BYT-NAVN
           move ARBEJDE-UD-NAVN to ARBEJDE-IND-NAVN
           move ARBEJDE-BYT-NAVN to ARBEJDE-UD-NAVN
           exit.

      laes-naeste-skriv.
           move INGEN-LINJE to NAESTE-SKRIV-LINJE
           if SKRIV-LAEST < SKRIV-ANTAL
               read Journal-Skriv-In
                   at end continue
                   not at end
                       add 1 to SKRIV-LAEST
                       move MJ-LINJE-NR of Journal-Skriv-Linje
                           to NAESTE-SKRIV-LINJE
               end-read
           end-if
           exit.

      laes-naeste-spring.
           move INGEN-LINJE to NAESTE-SPRING-LINJE
           if SPRING-LAEST < SPRING-ANTAL
               read Journal-Spring-In
                   at end continue
                   not at end
                       add 1 to SPRING-LAEST
                       move MJ-LINJE-NR of Journal-Spring-Linje
                           to NAESTE-SPRING-LINJE
               end-read
           end-if
           exit.

     *> --- Naeste linje fra arbejdsfilen, der ikke er et billede, ---
     *> --- som skal springes over ---
      laes-uaendret-linje.
           move "N" to IND-LINJE-FLAG
           perform until IND-LINJE-KLAR or GENDANNELSE-AFBRUDT
               read Arbejde-In
                   at end
                       move "Y" to EOF-check-arbejde
                       move "J" to AFBRYD-FLAG
                       move spaces to AFBRYD-TEKST
                       string
                           "filen er kortere end journalen venter"
                                                  delimited by size
                           " - gruppe "           delimited by size
                           function TRIM(GR-TRIN (GR-INDEX))
                                                  delimited by size
                              into AFBRYD-TEKST
                       end-string
                   not at end
                       add 1 to IND-LINJE-NR
                       if IND-LINJE-NR = NAESTE-SPRING-LINJE
                           perform kontroller-spring-linje
                       else
                           move "J" to IND-LINJE-FLAG
                       end-if
               end-read
           end-perform
           exit.

     *> --- Linjen, der springes over, skal vaere journalens billede ---
      kontroller-spring-linje.
           if IND-LINJE-NR not = NAESTE-SPRING-LINJE
               or Arbejde-In-Linje
                   not = MJ-BILLEDE of Journal-Spring-Linje
               move "J" to AFBRYD-FLAG
               move spaces to AFBRYD-TEKST
               string
                   "linje "                           delimited by size
                   IND-LINJE-NR                       delimited by size
                   " afviger fra journalen - gruppe " delimited by size
                   function TRIM(GR-TRIN (GR-INDEX))  delimited by size
                      into AFBRYD-TEKST
               end-string
               exit paragraph
           end-if
     *> --- Et billede uden modstykke paa den anden side forsvinder ---
           if (GP-TILBAGE and MJ-AENDRING of Journal-Spring-Linje = "I")
               or (GP-FREM and MJ-AENDRING of Journal-Spring-Linje = "D")
               if GP-TILBAGE
                   move "FJERNET" to HANDLING-TEKST
               else
                   move "SLETTET" to HANDLING-TEKST
               end-if
               move spaces to Rapport-Linje
               string
                   "  "                               delimited by size
                   HANDLING-TEKST                     delimited by size
                   " LINJE="                          delimited by size
                   IND-LINJE-NR                       delimited by size
                   " NOEGLE="                         delimited by size
                   function TRIM(MJ-NOEGLE of Journal-Spring-Linje)
                                                      delimited by size
                      into Rapport-Linje
               end-string
               write Rapport-Linje
               add 1 to ANTAL-LINJER-AENDRET
           end-if
           perform laes-naeste-spring
           exit.

      rapporter-skrevet-billede.
           evaluate MJ-AENDRING of Journal-Skriv-Linje
               when "U"
                   if GP-TILBAGE
                       move "TILBAGESAT" to HANDLING-TEKST
                   else
                       move "OPDATERET" to HANDLING-TEKST
                   end-if
               when "M"
                   move "FLYTTET" to HANDLING-TEKST
               when other
                   if GP-TILBAGE
                       move "GENINDSAT" to HANDLING-TEKST
                   else
                       move "INDSAT" to HANDLING-TEKST
                   end-if
           end-evaluate
           move spaces to Rapport-Linje
           string
               "  "                               delimited by size
               HANDLING-TEKST                     delimited by size
               " LINJE="                          delimited by size
               UD-POS                             delimited by size
               " NOEGLE="                         delimited by size
               function TRIM(MJ-NOEGLE of Journal-Skriv-Linje)
                                                  delimited by size
                  into Rapport-Linje
           end-string
           write Rapport-Linje
           add 1 to ANTAL-LINJER-AENDRET
           exit.

     *> --- Den aktuelle master gemmes, resultatet skrives paa dens ---
     *> --- plads, og gendannelsen journaliseres som een gruppe ---
      skriv-master.
           move spaces to FIL-BASIS
           move spaces to FIL-ENDELSE
           unstring GP-FIL delimited by "."
               into FIL-BASIS FIL-ENDELSE
           end-unstring
           move spaces to ARKIV-FIL-NAVN
           string
               "text-files/"                 delimited by size
               function TRIM(FIL-BASIS)      delimited by size
               "FoerGendannelse_"            delimited by size
               KOERSEL-TIDSSTEMPEL           delimited by size
               ".txt"                        delimited by size
                  into ARKIV-FIL-NAVN
           end-string
           move MASTER-FIL-NAVN to KILDE-FIL-NAVN
           move ARKIV-FIL-NAVN to MAAL-FIL-NAVN
           move 0 to ANTAL-GAMLE-LINJER
           move "N" to EOF-check-kilde
           open input Kilde-In
           open output Maal-Out
           perform until end-of-file-kilde
               read Kilde-In
                   at end move "Y" to EOF-check-kilde
                   not at end
                       add 1 to ANTAL-GAMLE-LINJER
                       write Maal-Linje from Kilde-Linje
               end-read
           end-perform
           close Kilde-In
           close Maal-Out
           move MASTER-FIL-NAVN to MAAL-FIL-NAVN
           move 0 to ANTAL-NYE-LINJER
           move "N" to EOF-check-arbejde
           open input Arbejde-In
           open output Maal-Out
           perform until end-of-file-arbejde
               read Arbejde-In
                   at end move "Y" to EOF-check-arbejde
                   not at end
                       add 1 to ANTAL-NYE-LINJER
                       write Maal-Linje from Arbejde-In-Linje
               end-read
           end-perform
           close Arbejde-In
           close Maal-Out
           perform journaliser-gendannelse
           exit.

      journaliser-gendannelse.
           open extend Journal-Out
           if JOURNAL-STATUS = "35"
               open output Journal-Out
           end-if
           move spaces to Journal-Ud-Linje
           string
               "GENDANNELSE_"          delimited by size
               KOERSEL-TIDSSTEMPEL     delimited by size
                  into MJ-RUN-ID of Journal-Ud-Linje
           end-string
           string
               "masterGendannelse "    delimited by size
               function TRIM(GP-FUNKTION) delimited by size
                  into MJ-TRIN of Journal-Ud-Linje
           end-string
           move KOERSEL-TIDSSTEMPEL to MJ-TIDSPUNKT of Journal-Ud-Linje
           move GP-FIL to MJ-FIL of Journal-Ud-Linje
           move "H" to MJ-TYPE of Journal-Ud-Linje
           move ANTAL-GAMLE-LINJER to MJ-LINJE-NR of Journal-Ud-Linje
           move ANTAL-NYE-LINJER to MJ-ANTAL-EFTER of Journal-Ud-Linje
           write Journal-Ud-Linje
           move 0 to MJ-ANTAL-EFTER of Journal-Ud-Linje
           move ARKIV-FIL-NAVN to KILDE-FIL-NAVN
           move "F" to MJ-TYPE of Journal-Ud-Linje
           move "D" to MJ-AENDRING of Journal-Ud-Linje
           perform journaliser-hel-fil
           move MASTER-FIL-NAVN to KILDE-FIL-NAVN
           move "E" to MJ-TYPE of Journal-Ud-Linje
           move "I" to MJ-AENDRING of Journal-Ud-Linje
           perform journaliser-hel-fil
           move "S" to MJ-TYPE of Journal-Ud-Linje
           move space to MJ-AENDRING of Journal-Ud-Linje
           move spaces to MJ-FIL of Journal-Ud-Linje
           move 0 to MJ-LINJE-NR of Journal-Ud-Linje
           move spaces to MJ-NOEGLE of Journal-Ud-Linje
           move spaces to MJ-BILLEDE of Journal-Ud-Linje
           write Journal-Ud-Linje
           close Journal-Out
           exit.

      journaliser-hel-fil.
           move 0 to IND-LINJE-NR
           move "N" to EOF-check-kilde
           open input Kilde-In
           perform until end-of-file-kilde
               read Kilde-In
                   at end move "Y" to EOF-check-kilde
                   not at end
                       add 1 to IND-LINJE-NR
                       move IND-LINJE-NR
                           to MJ-LINJE-NR of Journal-Ud-Linje
                       move spaces to MJ-NOEGLE of Journal-Ud-Linje
                       move Kilde-Linje
                           to MJ-BILLEDE of Journal-Ud-Linje
                       write Journal-Ud-Linje
               end-read
           end-perform
           close Kilde-In
           exit.

     *> --- Skriver tabellernes fyldning ved trinnets afslutning til
     *>     den faelles kapacitetslog (KapacitetsLog.cpy) - een linje
     *>     pr. tabel, som kapacitetsRapport (Opgave94) foelger over
     *>     koerslerne. Skrives ogsaa ved en afbrudt gendannelse, da
     *>     en fuld gruppetabel netop er en af aarsagerne ---
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
           move "masterGendannelse" to KAP-PROGRAM
           move "GRUPPE-TABEL" to KAP-TABEL
           move GR-ANTAL to KAP-ANTAL
           move MAX-GRUPPER to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
