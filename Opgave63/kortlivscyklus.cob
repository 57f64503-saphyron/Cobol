      identification division.
      program-id. kortLivscyklus.

     *> --- Kortlivscyklus: vi clearede korttransaktioner uden at
     *>     vide, hvilke kort der findes - kortreferencen i
     *>     KortClearing.txt blev aldrig kontrolleret mod noget. Dette
     *>     trin foerer kortmasteren text-files/KortMaster.txt (se
     *>     KortMasterTabel.cpy) gennem hele kortets livscyklus:
     *>       - kort-haendelserne i KortEvents.txt paafoeres - fra
     *>         kundecentret og fra svindelkontrollens automatiske
     *>         spaerringer (svindelKontrol, Opgave64):
     *>           U = udsted nyt kort      (afvises, hvis kortet findes)
     *>           S = spaer kort           (kun et aktivt kort)
     *>           O = ophaev spaerring     (kun et spaerret kort)
     *>           L = luk kort             (afvises, hvis allerede lukket)
     *>       - kort lukkes automatisk, naar den tilknyttede konto er
     *>         lukket i KontoStatus.txt, eller kunden staar i
     *>         DoedsboRegister.txt (boHaandtering, Opgave47)
     *>       - FORNYELSE-MAANEDER maaneder (default 2) foer udloeb
     *>         skrives en fornyelses-ordre til kortproducenten i
     *>         KortFornyelsesOrdrer.txt, med kundens navn og adresse
     *>         fra Kundeoplysninger.txt - een gang pr. kort
     *>       - ved udloeb ruller et fornyet kort videre med ny
     *>         udloebsdato (KORT-GYLDIGHED-AAR, default 3), mens et
     *>         kort uden fornyelse saettes til U (udloebet)
     *>     Begge graenser overstyres i KortLivscyklusParameter.txt.
     *>     Alle aendringer og afviste haendelser logges til
     *>     KortAudit.txt (samme haendelses-moenster som
     *>     udlaegsHaandtering), og den behandlede haendelsesfil
     *>     arkiveres datostemplet og toemmes. kortClearingIndlaesning
     *>     (Opgave34) afviser clearinger for ukendte og ikke-aktive
     *>     kort.

      environment division.
      input-output section.
      file-control.
           select optional Kort-Event-In
               assign to "text-files/KortEvents.txt"
               organization is line sequential.
           select optional Kort-Master-In
               assign to "text-files/KortMaster.txt"
               organization is line sequential.
           select Kort-Master-Out
               assign to "text-files/KortMaster.txt"
               organization is line sequential.
           select optional Kort-Parameter-In
               assign to "text-files/KortLivscyklusParameter.txt"
               organization is line sequential.
           select optional Konto-Status-In
               assign to "text-files/KontoStatus.txt"
               organization is line sequential.
           select optional Doedsbo-Register-In
               assign to "text-files/DoedsboRegister.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
     *> --- Kortproducentens ordrefil - producenten afhenter og ---
     *> --- toemmer den, saa vi tilfoejer (EXTEND) ---
           select Fornyelse-Ordre-Out
               assign to "text-files/KortFornyelsesOrdrer.txt"
               organization is line sequential
               file status is FORNYELSE-STATUS.
     *> --- Kortenes livscyklus bevares hen over koersler - EXTEND, ---
     *> --- med OUTPUT-fallback foerste gang ---
           select Audit-Out
               assign to "text-files/KortAudit.txt"
               organization is line sequential
               file status is AUDIT-STATUS.
           select optional Audit-Kaede-In
               assign to "text-files/KortAudit.txt"
               organization is line sequential.
           select Event-Arkiv-Out
               assign to dynamic EVENT-ARKIV-NAVN
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Kort-Event-In.
      01 Kort-Event-Linje.
           02 KE-HAENDELSE         pic x.
           02 KE-KORT-NR           pic x(19).
           02 KE-DATO              pic x(10).
           02 KE-KILDE             pic x(12).
           02 KE-AARSAG            pic x(20).
     *> --- Kun for U (udsted): kortets stamdata ---
           02 KE-KONTO-ID          pic x(14).
           02 KE-KUNDE-ID          pic x(10).
           02 KE-KORT-TYPE         pic x(10).
           02 KE-UDLOEB-DATO       pic x(10).
      fd Kort-Master-In.
      01 Kort-Master-Linje.
           02 KRT-KORT-NR-IN       pic x(19).
           02 KRT-KONTO-ID-IN      pic x(14).
           02 KRT-KUNDE-ID-IN      pic x(10).
           02 KRT-KORT-TYPE-IN     pic x(10).
           02 KRT-UDSTEDT-DATO-IN  pic x(10).
           02 KRT-UDLOEB-DATO-IN   pic x(10).
           02 KRT-STATUS-IN        pic x.
           02 KRT-STATUS-DATO-IN   pic x(10).
           02 KRT-STATUS-AARSAG-IN pic x(20).
           02 KRT-FORNYELSE-DATO-IN pic x(10).
      fd Kort-Master-Out.
      01 Kort-Master-Ud-Linje.
           02 KRT-KORT-NR-UD       pic x(19).
           02 KRT-KONTO-ID-UD      pic x(14).
           02 KRT-KUNDE-ID-UD      pic x(10).
           02 KRT-KORT-TYPE-UD     pic x(10).
           02 KRT-UDSTEDT-DATO-UD  pic x(10).
           02 KRT-UDLOEB-DATO-UD   pic x(10).
           02 KRT-STATUS-UD        pic x.
           02 KRT-STATUS-DATO-UD   pic x(10).
           02 KRT-STATUS-AARSAG-UD pic x(20).
           02 KRT-FORNYELSE-DATO-UD pic x(10).
      fd Kort-Parameter-In.
      01 Kort-Parameter-Linje.
           02 PARM-FORNYELSE-MAANEDER pic 9(2).
           02 PARM-GYLDIGHED-AAR   pic 9(2).
      fd Konto-Status-In.
      01 Konto-Status-Linje.
           02 KS-KONTO-ID-IN       pic x(14).
           02 KS-STATUS-KODE-IN    pic x.
           02 KS-LUKKE-DATO-IN     pic x(10).
      fd Doedsbo-Register-In.
      01 Doedsbo-Register-Linje.
           02 DB-KUNDE-ID-IN       pic x(10).
           02 DB-DOEDSDATO-IN      pic x(10).
           02 DB-BO-KONTAKT-IN     pic x(40).
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Fornyelse-Ordre-Out.
      01 Fornyelse-Ordre-Linje     pic x(250) value spaces.
      fd Audit-Out.
      01 Audit-Post.
           02 Audit-Linje          pic x(200) value spaces.
           02 Audit-Hale           pic x(39).
      fd Audit-Kaede-In.
      01 Audit-Kaede-In-Linje      pic x(600).
      fd Event-Arkiv-Out.
      01 Event-Arkiv-Linje         pic x(106) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-event          pic x value "N".
           88 end-of-file-event   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-status         pic x value "N".
           88 end-of-file-status  value "Y".
      01 EOF-check-doedsbo        pic x value "N".
           88 end-of-file-doedsbo value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 pos                      pic 9(4) value 1.
      01 AUDIT-STATUS             pic x(2) value spaces.
      01 FORNYELSE-STATUS         pic x(2) value spaces.
     *> --- Fornyelses-varsel og kortets gyldighed - overstyres i ---
     *> --- KortLivscyklusParameter.txt ---
      01 FORNYELSE-MAANEDER       pic 9(2) value 2.
      01 KORT-GYLDIGHED-AAR       pic 9(2) value 3.
      copy "Opgave10/Copybooks/KortMasterTabel.cpy".
      copy "Opgave10/Copybooks/DoedsboTabel.cpy".
     *> --- De lukkede konti fra KontoStatus.txt ---
      01 Lukket-Konto-Tabel.
           02 LK-ANTAL             pic 9(5) value 0.
           02 LK-POST OCCURS 50000 TIMES.
              03 LK-KONTO-ID       pic x(14).
      01 LK-INDEX                 pic 9(5) value 0.
      01 LK-FUND-FLAG             pic x value "N".
           88 KONTO-ER-LUKKET     value "Y".
           88 KONTO-IKKE-LUKKET   value "N".
     *> --- Kundemaster i memory - kun navn og adresse til ---
     *> --- producentens forsendelse ---
      01 Kort-Kunde-Tabel.
           02 KK-KUNDE-ANTAL       pic 9(5) value 0.
           02 KK-KUNDE-POST OCCURS 50000 TIMES.
              03 KK-KUNDE-ID       pic x(10).
              03 KK-FULD-NAVN      pic x(40).
              03 KK-VEJNAVN        pic x(30).
              03 KK-HUSNUMMER      pic x(10).
              03 KK-POSTNUMMER     pic x(4).
              03 KK-BY-NAVN        pic x(20).
      01 KK-KUNDE-INDEX           pic 9(5) value 0.
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
      01 AUDIT-HAENDELSE          pic x(20) value spaces.
      01 AUDIT-AARSAG             pic x(20) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
     *> --- Fornyelses-horisonten: i dag + FORNYELSE-MAANEDER ---
      01 HORISONT-DATO            pic x(10) value spaces.
      01 Dato-Regne-Felter.
           02 DATO-AAR             pic 9(4) value 0.
           02 DATO-MAANED          pic 9(2) value 0.
           02 DATO-MAANEDER-I-ALT  pic 9(6) value 0.
      01 NY-UDLOEB-DATO           pic x(10) value spaces.
      01 GAMMEL-UDLOEB-DATO       pic x(10) value spaces.
      01 ANTAL-EVENTS             pic 9(7) value 0.
      01 ANTAL-ANVENDT            pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-AUTOLUKKET         pic 9(7) value 0.
      01 ANTAL-FORNYELSER         pic 9(7) value 0.
      01 ANTAL-FORNYET            pic 9(7) value 0.
      01 ANTAL-UDLOEBET           pic 9(7) value 0.
      01 EVENT-ARKIV-NAVN         pic x(60) value spaces.
      01 ARKIV-TIDSSTEMPEL        pic x(21) value spaces.
     *> --- Felter til audit-kaeden - se skriv-audit-post ---
      copy "Opgave10/Copybooks/AuditKaede.cpy".

      procedure division.
     *> --- Hovedforloeb: indlaes master og regel-kilder, paafoer ---
     *> --- haendelserne, luk-reglerne og udloebs-kalenderen, og ---
     *> --- skriv masteren om ---
      Program-Execute.
           move function CURRENT-DATE to DATO-NU
           move spaces to DAGS-DATO
           string
               DATO-NU (1:4)  delimited by size
               "-"            delimited by size
               DATO-NU (5:2)  delimited by size
               "-"            delimited by size
               DATO-NU (7:2)  delimited by size
                  into DAGS-DATO
           end-string
           perform indlæs-parametre
           perform beregn-fornyelses-horisont
           perform indlæs-kort-master
           perform indlæs-lukkede-konti
           perform indlæs-doedsbo-register
           perform indlæs-kunde-tabel
           perform start-audit-kaede
           open extend Audit-Out
           if AUDIT-STATUS = "35"
               open output Audit-Out
           end-if
           perform behandl-events
           perform luk-kort-efter-regler
           open extend Fornyelse-Ordre-Out
           if FORNYELSE-STATUS = "35"
               open output Fornyelse-Ordre-Out
           end-if
           perform behandl-udloeb-og-fornyelse
           close Fornyelse-Ordre-Out
           move spaces to Audit-Linje
           move 1 to pos
           string
               "OPSUMMERING "         delimited by size
               DAGS-DATO              delimited by size
               ": "                   delimited by size
               ANTAL-EVENTS           delimited by size
               " haendelse(r), "      delimited by size
               ANTAL-ANVENDT          delimited by size
               " anvendt, "           delimited by size
               ANTAL-AFVIST           delimited by size
               " afvist, "            delimited by size
               ANTAL-AUTOLUKKET       delimited by size
               " autolukket, "        delimited by size
               ANTAL-FORNYELSER       delimited by size
               " fornyelse(r) bestilt, " delimited by size
               ANTAL-UDLOEBET         delimited by size
               " udloebet"            delimited by size
                  into Audit-Linje
                  with pointer pos
           end-string
           perform skriv-audit-post
           close Audit-Out
           perform skriv-kort-master
           if ANTAL-EVENTS > 0
               perform arkiver-og-toem-events
           end-if
           display "Kort-livscyklus: " KRT-ANTAL " kort, "
               ANTAL-EVENTS " haendelse(r), " ANTAL-ANVENDT
               " anvendt, " ANTAL-AFVIST " afvist, "
               ANTAL-AUTOLUKKET " autolukket"
           display "Kort-livscyklus: " ANTAL-FORNYELSER
               " fornyelses-ordre(r), " ANTAL-FORNYET " fornyet, "
               ANTAL-UDLOEBET " udloebet - se text-files/KortAudit.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Kort-Parameter-In
           read Kort-Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-FORNYELSE-MAANEDER is numeric
                       move PARM-FORNYELSE-MAANEDER
                           to FORNYELSE-MAANEDER
                   end-if
                   if PARM-GYLDIGHED-AAR is numeric
                       and PARM-GYLDIGHED-AAR > 0
                       move PARM-GYLDIGHED-AAR to KORT-GYLDIGHED-AAR
                   end-if
           end-read
           close Kort-Parameter-In
           exit.

     *> --- HORISONT-DATO = i dag + FORNYELSE-MAANEDER maaneder ---
      beregn-fornyelses-horisont.
           move DAGS-DATO (1:4) to DATO-AAR
           move DAGS-DATO (6:2) to DATO-MAANED
           compute DATO-MAANEDER-I-ALT =
               DATO-AAR * 12 + DATO-MAANED - 1 + FORNYELSE-MAANEDER
           compute DATO-AAR = DATO-MAANEDER-I-ALT / 12
           compute DATO-MAANED =
               function MOD(DATO-MAANEDER-I-ALT, 12) + 1
           move spaces to HORISONT-DATO
           string
               DATO-AAR          delimited by size
               "-"               delimited by size
               DATO-MAANED       delimited by size
               "-"               delimited by size
               DAGS-DATO (9:2)   delimited by size
                  into HORISONT-DATO
           end-string
           exit.

      indlæs-kort-master.
           move 0 to KRT-ANTAL
           move "N" to EOF-check-master
           open input Kort-Master-In
           perform until end-of-file-master
               read Kort-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KRT-ANTAL < MAX-KORT
                           and KRT-KORT-NR-IN not = spaces
                           add 1 to KRT-ANTAL
                           move KRT-KORT-NR-IN
                               to KRT-KORT-NR (KRT-ANTAL)
                           move KRT-KONTO-ID-IN
                               to KRT-KONTO-ID (KRT-ANTAL)
                           move KRT-KUNDE-ID-IN
                               to KRT-KUNDE-ID (KRT-ANTAL)
                           move KRT-KORT-TYPE-IN
                               to KRT-KORT-TYPE (KRT-ANTAL)
                           move KRT-UDSTEDT-DATO-IN
                               to KRT-UDSTEDT-DATO (KRT-ANTAL)
                           move KRT-UDLOEB-DATO-IN
                               to KRT-UDLOEB-DATO (KRT-ANTAL)
                           move KRT-STATUS-IN
                               to KRT-STATUS (KRT-ANTAL)
                           move KRT-STATUS-DATO-IN
                               to KRT-STATUS-DATO (KRT-ANTAL)
                           move KRT-STATUS-AARSAG-IN
                               to KRT-STATUS-AARSAG (KRT-ANTAL)
                           move KRT-FORNYELSE-DATO-IN
                               to KRT-FORNYELSE-DATO (KRT-ANTAL)
                       end-if
               end-read
           end-perform
           close Kort-Master-In
           exit.

     *> --- Kun de lukkede konti (status L) skal bruges her ---
      indlæs-lukkede-konti.
           move 0 to LK-ANTAL
           move "N" to EOF-check-status
           open input Konto-Status-In
           perform until end-of-file-status
               read Konto-Status-In
                   at end move "Y" to EOF-check-status
                   not at end
                       if KS-STATUS-KODE-IN = "L"
                           and LK-ANTAL < 50000
                           add 1 to LK-ANTAL
                           move KS-KONTO-ID-IN to LK-KONTO-ID (LK-ANTAL)
                       end-if
               end-read
           end-perform
           close Konto-Status-In
           exit.

      indlæs-doedsbo-register.
           move 0 to DB-ANTAL
           move "N" to EOF-check-doedsbo
           open input Doedsbo-Register-In
           perform until end-of-file-doedsbo
               read Doedsbo-Register-In
                   at end move "Y" to EOF-check-doedsbo
                   not at end
                       if DB-ANTAL < MAX-DOEDSBO
                           add 1 to DB-ANTAL
                           move DB-KUNDE-ID-IN to DB-KUNDE-ID (DB-ANTAL)
                           move DB-DOEDSDATO-IN
                               to DB-DOEDSDATO (DB-ANTAL)
                           move DB-BO-KONTAKT-IN
                               to DB-BO-KONTAKT (DB-ANTAL)
                       end-if
               end-read
           end-perform
           close Doedsbo-Register-In
           exit.

      indlæs-kunde-tabel.
           move 0 to KK-KUNDE-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if KK-KUNDE-ANTAL < 50000
                           add 1 to KK-KUNDE-ANTAL
                           move Kunde-Id of Kunde-Information
                               to KK-KUNDE-ID (KK-KUNDE-ANTAL)
                           move Fuld-Navn of Kunde-Information
                               to KK-FULD-NAVN (KK-KUNDE-ANTAL)
                           move Vejnavn of Kunde-Information
                               to KK-VEJNAVN (KK-KUNDE-ANTAL)
                           move Husnummer of Kunde-Information
                               to KK-HUSNUMMER (KK-KUNDE-ANTAL)
                           move Postnummer of Kunde-Information
                               to KK-POSTNUMMER (KK-KUNDE-ANTAL)
                           move By-navn of Kunde-Information
                               to KK-BY-NAVN (KK-KUNDE-ANTAL)
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      behandl-events.
           move "N" to EOF-check-event
           open input Kort-Event-In
           perform until end-of-file-event
               read Kort-Event-In
                   at end move "Y" to EOF-check-event
                   not at end
                       add 1 to ANTAL-EVENTS
                       perform behandl-en-event
               end-read
           end-perform
           close Kort-Event-In
           exit.

     *> --- Validerer og paafoerer een kort-haendelse - foerste fejl ---
     *> --- vinder og saetter AFVISNINGS-GRUND ---
      behandl-en-event.
           move spaces to AFVISNINGS-GRUND
           move KE-KORT-NR to KORT-OPSLAG-NR
           perform find-kort
           evaluate KE-HAENDELSE
               when "U"
                   if KORT-FUNDET
                       move "KORT-FINDES" to AFVISNINGS-GRUND
                   else
                       perform udfoer-udstedelse
                   end-if
               when "S"
                   if KORT-IKKE-FUNDET
                       move "KORT-UKENDT" to AFVISNINGS-GRUND
                   else
                       if not KRT-AKTIV (KRT-INDEX)
                           move "KORT-IKKE-AKTIVT" to AFVISNINGS-GRUND
                       else
                           set KRT-SPAERRET (KRT-INDEX) to TRUE
                           perform stempl-kort-status
                       end-if
                   end-if
               when "O"
                   if KORT-IKKE-FUNDET
                       move "KORT-UKENDT" to AFVISNINGS-GRUND
                   else
                       if not KRT-SPAERRET (KRT-INDEX)
                           move "KORT-IKKE-SPAERRET"
                               to AFVISNINGS-GRUND
                       else
                           set KRT-AKTIV (KRT-INDEX) to TRUE
                           perform stempl-kort-status
                       end-if
                   end-if
               when "L"
                   if KORT-IKKE-FUNDET
                       move "KORT-UKENDT" to AFVISNINGS-GRUND
                   else
                       if KRT-LUKKET (KRT-INDEX)
                           move "KORT-ALLEREDE-LUKKET"
                               to AFVISNINGS-GRUND
                       else
                           set KRT-LUKKET (KRT-INDEX) to TRUE
                           perform stempl-kort-status
                       end-if
                   end-if
               when other
                   move "HAENDELSE-UKENDT" to AFVISNINGS-GRUND
           end-evaluate
           perform skriv-event-audit
           exit.

     *> --- Haendelsens dato og aarsag stemples paa kortet ---
      stempl-kort-status.
           if KE-DATO = spaces
               move DAGS-DATO to KRT-STATUS-DATO (KRT-INDEX)
           else
               move KE-DATO to KRT-STATUS-DATO (KRT-INDEX)
           end-if
           move KE-AARSAG to KRT-STATUS-AARSAG (KRT-INDEX)
           exit.

     *> --- U: nyt kort - Konto-ID er paakraevet, og uden en ---
     *> --- udloebsdato gives kortet KORT-GYLDIGHED-AAR fra i dag ---
      udfoer-udstedelse.
           if KE-KORT-NR = spaces
               move "KORT-NR-MANGLER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KE-KONTO-ID = spaces
               move "KONTO-ID-MANGLER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KRT-ANTAL >= MAX-KORT
               move "KORT-TABEL-FULD" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           add 1 to KRT-ANTAL
           move KRT-ANTAL to KRT-INDEX
           move KE-KORT-NR to KRT-KORT-NR (KRT-INDEX)
           move KE-KONTO-ID to KRT-KONTO-ID (KRT-INDEX)
           move KE-KUNDE-ID to KRT-KUNDE-ID (KRT-INDEX)
           move KE-KORT-TYPE to KRT-KORT-TYPE (KRT-INDEX)
           if KE-DATO = spaces
               move DAGS-DATO to KRT-UDSTEDT-DATO (KRT-INDEX)
           else
               move KE-DATO to KRT-UDSTEDT-DATO (KRT-INDEX)
           end-if
           if KE-UDLOEB-DATO (1:4) is numeric
               and KE-UDLOEB-DATO (5:1) = "-"
               and KE-UDLOEB-DATO (6:2) is numeric
               and KE-UDLOEB-DATO (8:1) = "-"
               and KE-UDLOEB-DATO (9:2) is numeric
               move KE-UDLOEB-DATO to KRT-UDLOEB-DATO (KRT-INDEX)
           else
               move DAGS-DATO to GAMMEL-UDLOEB-DATO
               perform beregn-ny-udloebsdato
               move NY-UDLOEB-DATO to KRT-UDLOEB-DATO (KRT-INDEX)
           end-if
           set KRT-AKTIV (KRT-INDEX) to TRUE
           move spaces to KRT-FORNYELSE-DATO (KRT-INDEX)
           perform stempl-kort-status
           exit.

     *> --- NY-UDLOEB-DATO = GAMMEL-UDLOEB-DATO + KORT-GYLDIGHED-AAR ---
     *> --- (29. februar rulles til den 28.) ---
      beregn-ny-udloebsdato.
           move GAMMEL-UDLOEB-DATO (1:4) to DATO-AAR
           add KORT-GYLDIGHED-AAR to DATO-AAR
           move spaces to NY-UDLOEB-DATO
           string
               DATO-AAR                   delimited by size
               GAMMEL-UDLOEB-DATO (5:6)   delimited by size
                  into NY-UDLOEB-DATO
           end-string
           if NY-UDLOEB-DATO (6:5) = "02-29"
               move "28" to NY-UDLOEB-DATO (9:2)
           end-if
           exit.

      find-kort.
           set KORT-IKKE-FUNDET to TRUE
           move 1 to KRT-INDEX
           perform until KORT-FUNDET or KRT-INDEX > KRT-ANTAL
               if KRT-KORT-NR (KRT-INDEX) = KORT-OPSLAG-NR
                   set KORT-FUNDET to TRUE
               else
                   add 1 to KRT-INDEX
               end-if
           end-perform
           exit.

      skriv-event-audit.
           move spaces to Audit-Linje
           move 1 to pos
           if AFVISNINGS-GRUND = spaces
               add 1 to ANTAL-ANVENDT
               string
                   "ANVENDT HAENDELSE="   delimited by size
                   KE-HAENDELSE           delimited by size
                   " KORT="               delimited by size
                   function TRIM(KE-KORT-NR) delimited by size
                   " KONTO-ID="           delimited by size
                   KRT-KONTO-ID (KRT-INDEX) delimited by size
                   " KILDE="              delimited by size
                   function TRIM(KE-KILDE) delimited by size
                   " AARSAG="             delimited by size
                   function TRIM(KE-AARSAG) delimited by size
                   " DATO="               delimited by size
                   KE-DATO                delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
           else
               add 1 to ANTAL-AFVIST
               string
                   "AFVIST HAENDELSE="    delimited by size
                   KE-HAENDELSE           delimited by size
                   " KORT="               delimited by size
                   function TRIM(KE-KORT-NR) delimited by size
                   " KILDE="              delimited by size
                   function TRIM(KE-KILDE) delimited by size
                   " DATO="               delimited by size
                   KE-DATO                delimited by size
                   " GRUND="              delimited by size
                   function TRIM(AFVISNINGS-GRUND)
                                          delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
           end-if
           perform skriv-audit-post
           exit.

     *> --- Aktive og spaerrede kort lukkes, naar kontoen er lukket ---
     *> --- eller kunden er doed ---
      luk-kort-efter-regler.
           perform varying KRT-INDEX from 1 by 1
               until KRT-INDEX > KRT-ANTAL
               if KRT-AKTIV (KRT-INDEX) or KRT-SPAERRET (KRT-INDEX)
                   move spaces to AUDIT-AARSAG
                   perform find-lukket-konto
                   if KONTO-ER-LUKKET
                       move "KONTO-LUKKET" to AUDIT-AARSAG
                   else
                       move KRT-KUNDE-ID (KRT-INDEX)
                           to DOEDSBO-OPSLAG-KUNDE
                       perform find-doedsbo-for-kunde
                       if KUNDE-ER-DOEDSBO
                           move "DOEDSBO" to AUDIT-AARSAG
                       end-if
                   end-if
                   if AUDIT-AARSAG not = spaces
                       add 1 to ANTAL-AUTOLUKKET
                       set KRT-LUKKET (KRT-INDEX) to TRUE
                       move DAGS-DATO to KRT-STATUS-DATO (KRT-INDEX)
                       move AUDIT-AARSAG
                           to KRT-STATUS-AARSAG (KRT-INDEX)
                       move "AUTOLUKKET" to AUDIT-HAENDELSE
                       perform skriv-kort-audit
                   end-if
               end-if
           end-perform
           exit.

      find-lukket-konto.
           set KONTO-IKKE-LUKKET to TRUE
           move 1 to LK-INDEX
           perform until KONTO-ER-LUKKET or LK-INDEX > LK-ANTAL
               if LK-KONTO-ID (LK-INDEX) = KRT-KONTO-ID (KRT-INDEX)
                   set KONTO-ER-LUKKET to TRUE
               else
                   add 1 to LK-INDEX
               end-if
           end-perform
           exit.

      find-doedsbo-for-kunde.
           set KUNDE-IKKE-DOEDSBO to TRUE
           if DOEDSBO-OPSLAG-KUNDE = spaces
               exit paragraph
           end-if
           move 1 to DB-INDEX
           perform until KUNDE-ER-DOEDSBO or DB-INDEX > DB-ANTAL
               if DB-KUNDE-ID (DB-INDEX) = DOEDSBO-OPSLAG-KUNDE
                   set KUNDE-ER-DOEDSBO to TRUE
               else
                   add 1 to DB-INDEX
               end-if
           end-perform
           exit.

     *> --- Udloebs-kalenderen: udloebne kort ruller videre, hvis de ---
     *> --- er fornyet, ellers saettes de til U. Aktive kort inden ---
     *> --- for horisonten faar en fornyelses-ordre ---
      behandl-udloeb-og-fornyelse.
           perform varying KRT-INDEX from 1 by 1
               until KRT-INDEX > KRT-ANTAL
               if KRT-AKTIV (KRT-INDEX)
                   and KRT-UDLOEB-DATO (KRT-INDEX) < DAGS-DATO
                   if KRT-FORNYELSE-DATO (KRT-INDEX) not = spaces
                       move KRT-UDLOEB-DATO (KRT-INDEX)
                           to GAMMEL-UDLOEB-DATO
                       perform beregn-ny-udloebsdato
                       move NY-UDLOEB-DATO
                           to KRT-UDLOEB-DATO (KRT-INDEX)
                       move spaces to KRT-FORNYELSE-DATO (KRT-INDEX)
                       add 1 to ANTAL-FORNYET
                       move "FORNYET" to AUDIT-HAENDELSE
                       move spaces to AUDIT-AARSAG
                       perform skriv-kort-audit
                   else
                       set KRT-UDLOEBET (KRT-INDEX) to TRUE
                       move DAGS-DATO to KRT-STATUS-DATO (KRT-INDEX)
                       move "UDLOEBET" to KRT-STATUS-AARSAG (KRT-INDEX)
                       add 1 to ANTAL-UDLOEBET
                       move "UDLOEBET" to AUDIT-HAENDELSE
                       move spaces to AUDIT-AARSAG
                       perform skriv-kort-audit
                   end-if
               end-if
               if KRT-AKTIV (KRT-INDEX)
                   and KRT-FORNYELSE-DATO (KRT-INDEX) = spaces
                   and KRT-UDLOEB-DATO (KRT-INDEX) <= HORISONT-DATO
                   perform skriv-fornyelses-ordre
               end-if
           end-perform
           exit.

     *> --- En ordre-linje til kortproducenten: ---
     *> --- FORNYELSE|kort|type|konto|kunde|navn|adresse|postnr by| ---
     *> --- gl. udloeb|ny udloeb|bestilt ---
      skriv-fornyelses-ordre.
           move KRT-UDLOEB-DATO (KRT-INDEX) to GAMMEL-UDLOEB-DATO
           perform beregn-ny-udloebsdato
           move 1 to KK-KUNDE-INDEX
           perform until KK-KUNDE-INDEX > KK-KUNDE-ANTAL
               or KK-KUNDE-ID (KK-KUNDE-INDEX) = KRT-KUNDE-ID (KRT-INDEX)
               add 1 to KK-KUNDE-INDEX
           end-perform
           move spaces to Fornyelse-Ordre-Linje
           move 1 to pos
           string
               "FORNYELSE|"                  delimited by size
               function TRIM(KRT-KORT-NR (KRT-INDEX))
                                             delimited by size
               "|"                           delimited by size
               function TRIM(KRT-KORT-TYPE (KRT-INDEX))
                                             delimited by size
               "|"                           delimited by size
               function TRIM(KRT-KONTO-ID (KRT-INDEX))
                                             delimited by size
               "|"                           delimited by size
               function TRIM(KRT-KUNDE-ID (KRT-INDEX))
                                             delimited by size
               "|"                           delimited by size
                  into Fornyelse-Ordre-Linje
                  with pointer pos
           end-string
           if KK-KUNDE-INDEX <= KK-KUNDE-ANTAL
               string
                   function TRIM(KK-FULD-NAVN (KK-KUNDE-INDEX))
                                             delimited by size
                   "|"                       delimited by size
                   function TRIM(KK-VEJNAVN (KK-KUNDE-INDEX))
                                             delimited by size
                   " "                       delimited by size
                   function TRIM(KK-HUSNUMMER (KK-KUNDE-INDEX))
                                             delimited by size
                   "|"                       delimited by size
                   KK-POSTNUMMER (KK-KUNDE-INDEX)
                                             delimited by size
                   " "                       delimited by size
                   function TRIM(KK-BY-NAVN (KK-KUNDE-INDEX))
                                             delimited by size
                   "|"                       delimited by size
                      into Fornyelse-Ordre-Linje
                      with pointer pos
               end-string
           else
               string
                   "UKENDT KUNDE||"          delimited by size
                   "|"                       delimited by size
                      into Fornyelse-Ordre-Linje
                      with pointer pos
               end-string
           end-if
           string
               GAMMEL-UDLOEB-DATO            delimited by size
               "|"                           delimited by size
               NY-UDLOEB-DATO                delimited by size
               "|"                           delimited by size
               DAGS-DATO                     delimited by size
                  into Fornyelse-Ordre-Linje
                  with pointer pos
           end-string
           write Fornyelse-Ordre-Linje
           move DAGS-DATO to KRT-FORNYELSE-DATO (KRT-INDEX)
           add 1 to ANTAL-FORNYELSER
           move "FORNYELSE-BESTILT" to AUDIT-HAENDELSE
           move spaces to AUDIT-AARSAG
           perform skriv-kort-audit
           exit.

     *> --- Audit-linje for en automatisk aendring af kortet paa ---
     *> --- KRT-INDEX ---
      skriv-kort-audit.
           move spaces to Audit-Linje
           move 1 to pos
           string
               function TRIM(AUDIT-HAENDELSE) delimited by size
               " KORT="               delimited by size
               function TRIM(KRT-KORT-NR (KRT-INDEX))
                                      delimited by size
               " KONTO-ID="           delimited by size
               KRT-KONTO-ID (KRT-INDEX) delimited by size
               " UDLOEB="             delimited by size
               KRT-UDLOEB-DATO (KRT-INDEX) delimited by size
               " DATO="               delimited by size
               DAGS-DATO              delimited by size
                  into Audit-Linje
                  with pointer pos
           end-string
           if AUDIT-AARSAG not = spaces
               string
                   " AARSAG="         delimited by size
                   function TRIM(AUDIT-AARSAG) delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
           end-if
           perform skriv-audit-post
           exit.

     *> --- Den behandlede haendelsesfil arkiveres datostemplet og ---
     *> --- toemmes - moenstret fra udlaegsHaandtering (Opgave54) ---
      arkiver-og-toem-events.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to EVENT-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/KortEventsBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into EVENT-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-event
           open input Kort-Event-In
           open output Event-Arkiv-Out
           perform until end-of-file-event
               read Kort-Event-In
                   at end move "Y" to EOF-check-event
                   not at end
                       write Event-Arkiv-Linje from Kort-Event-Linje
               end-read
           end-perform
           close Event-Arkiv-Out
           close Kort-Event-In
           open output Kort-Event-In
           close Kort-Event-In
           display "Kort-haendelser arkiveret til "
               function TRIM(EVENT-ARKIV-NAVN)
               " - KortEvents.txt toemt"
           exit.

      skriv-kort-master.
           open output Kort-Master-Out
           perform varying KRT-INDEX from 1 by 1
               until KRT-INDEX > KRT-ANTAL
               move spaces to Kort-Master-Ud-Linje
               move KRT-KORT-NR (KRT-INDEX) to KRT-KORT-NR-UD
               move KRT-KONTO-ID (KRT-INDEX) to KRT-KONTO-ID-UD
               move KRT-KUNDE-ID (KRT-INDEX) to KRT-KUNDE-ID-UD
               move KRT-KORT-TYPE (KRT-INDEX) to KRT-KORT-TYPE-UD
               move KRT-UDSTEDT-DATO (KRT-INDEX) to KRT-UDSTEDT-DATO-UD
               move KRT-UDLOEB-DATO (KRT-INDEX) to KRT-UDLOEB-DATO-UD
               move KRT-STATUS (KRT-INDEX) to KRT-STATUS-UD
               move KRT-STATUS-DATO (KRT-INDEX) to KRT-STATUS-DATO-UD
               move KRT-STATUS-AARSAG (KRT-INDEX)
                   to KRT-STATUS-AARSAG-UD
               move KRT-FORNYELSE-DATO (KRT-INDEX)
                   to KRT-FORNYELSE-DATO-UD
               write Kort-Master-Ud-Linje
           end-perform
           close Kort-Master-Out
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
           move "kortLivscyklus" to KAP-PROGRAM
           move "KORT-TABEL" to KAP-TABEL
           move KRT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "DOEDSBO-TABEL" to KAP-TABEL
           move DB-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "LUKKET-KONTO-TABEL" to KAP-TABEL
           move LK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KORT-KUNDE-TABEL" to KAP-TABEL
           move KK-KUNDE-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.

     *> --- Audit-kaeden fortsaetter fra filens sidste linje (se ---
     *> --- AuditKaede.cpy) - den laeses, inden filen aabnes ---
      start-audit-kaede.
           accept AK-NOEGLE from environment "AUDIT_KAEDE_NOEGLE"
           move 0 to AK-SEKV-FORRIGE
           move 0 to AK-HASH-FORRIGE-1
           move 0 to AK-HASH-FORRIGE-2
           move spaces to AK-SIDSTE-LINJE
           move "N" to AK-EOF
           open input Audit-Kaede-In
           perform until AK-FIL-SLUT
               read Audit-Kaede-In
                   at end move "J" to AK-EOF
                   not at end
                       if Audit-Kaede-In-Linje not = spaces
                           move Audit-Kaede-In-Linje to AK-SIDSTE-LINJE
                       end-if
               end-read
           end-perform
           close Audit-Kaede-In
           perform varying AK-SLUT from 600 by -1
               until AK-SLUT < 1
                   or AK-SIDSTE-LINJE (AK-SLUT:1) not = space
               continue
           end-perform
           if AK-SLUT > AK-HALE-LAENGDE
               and AK-SIDSTE-LINJE (AK-SLUT - 38:6) = " SEKV="
               and AK-SIDSTE-LINJE (AK-SLUT - 32:9) is numeric
               and AK-SIDSTE-LINJE (AK-SLUT - 17:18) is numeric
               move AK-SIDSTE-LINJE (AK-SLUT - 32:9) to AK-SEKV-FORRIGE
               move AK-SIDSTE-LINJE (AK-SLUT - 17:9)
                   to AK-HASH-FORRIGE-1
               move AK-SIDSTE-LINJE (AK-SLUT - 8:9)
                   to AK-HASH-FORRIGE-2
           end-if
           exit.

     *> --- Skriver audit-linjen med loebenummer og kaedet hash ---
      skriv-audit-post.
           compute AK-SEKV = AK-SEKV-FORRIGE + 1
           move spaces to AK-DATA
           move AK-NOEGLE to AK-DATA (1:40)
           move AK-SEKV to AK-DATA (41:9)
           move Audit-Linje to AK-DATA (50:)
           perform beregn-audit-hash
           move AK-HALE to Audit-Hale
           write Audit-Post
           move AK-SEKV to AK-SEKV-FORRIGE
           move AK-HASH-1 to AK-HASH-FORRIGE-1
           move AK-HASH-2 to AK-HASH-FORRIGE-2
           exit.

     *> --- Kaedet hash over AK-DATA uden efterstillede blanke, ---
     *> --- startende fra den forrige linjes hash ---
      beregn-audit-hash.
           perform varying AK-LAENGDE from 600 by -1
               until AK-LAENGDE < 50
                   or AK-DATA (AK-LAENGDE:1) not = space
               continue
           end-perform
           move AK-HASH-FORRIGE-1 to AK-H1
           move AK-HASH-FORRIGE-2 to AK-H2
           perform varying AK-POS from 1 by 1
               until AK-POS > AK-LAENGDE
               compute AK-TEGN = function ORD(AK-DATA (AK-POS:1))
               compute AK-H1 =
                   function MOD(AK-H1 * 257 + AK-TEGN, 999999937)
               compute AK-H2 =
                   function MOD(AK-H2 * 263 + AK-TEGN * AK-POS,
                                999999929)
           end-perform
           move AK-H1 to AK-HASH-1
           move AK-H2 to AK-HASH-2
           exit.
