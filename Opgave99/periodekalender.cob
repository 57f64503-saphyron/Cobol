      identification division.
      program-id. periodeKalender.

     *> --- Periodekalenderen afgoer hver nat ud fra bankdags-
     *>     kalenderen (Bankdage.txt, se BankdageTabel.cpy), om
     *>     natkoerslen ogsaa skal koere en af periodekaederne
     *>     oven paa de almindelige trin:
     *>       MAANED  i dag er maanedens sidste bankdag - naeste
     *>               bankdag ligger i en ny maaned
     *>       KVARTAL maanedens sidste bankdag i marts, juni,
     *>               september eller december
     *>       AAR     maanedens sidste bankdag i december
     *>     Trinnet koeres i KorselsBatch.sh lige efter hovedbogen og
     *>     skriver de valgte kaeder til text-files/PeriodeKaeder.txt
     *>     i den faste raekkefoelge KVARTAL, MAANED, AAR (beregninger
     *>     foer luk - kvartalets ECL skal vaere bogfoert, inden
     *>     maaneden lukkes), een linje pr. kaede: kaede, ultimo-dato
     *>     og aarsag. Scriptet koerer kaedernes trin med egen trin-
     *>     status (PeriodeTrinStatus.txt, noeglen dato|kaede|trin),
     *>     saa en genstart fortsaetter fra det fejlede trin, ogsaa
     *>     naeste nat.
     *>     Hver beslutning logges i text-files/PeriodeKaedeLog.txt
     *>     (VALGT, SPRUNGET-OVER eller INGEN); scriptet tilfoejer
     *>     GENNEMFOERT, naar en kaede er koert til ende. En kaede,
     *>     der er VALGT, men aldrig GENNEMFOERT, vaelges igen hver
     *>     nat (aarsag IKKE-AFSLUTTET), til den er koert eller
     *>     sprunget over. En kaede, der allerede er afsluttet for
     *>     dagens dato, vaelges ikke igen ved en gentaget koersel.
     *>     Driften kan styre kaederne i den valgfri text-files/
     *>     PeriodeStyring.txt, een linje pr. indgreb:
     *>       yyyy-mm-dd KAEDE HANDLING [tekst]
     *>     HANDLING KOER koerer kaeden for datoen (igen) i nat - alle
     *>     dens trin forfra; SPRING springer nattens kaede for datoen
     *>     over. Linjer for en fremtidig dato gemmes til natten for
     *>     datoen; anvendte linjer fjernes fra filen, og ugyldige
     *>     linjer bliver staaende med en advarsel. Er der flere
     *>     linjer for samme kaede og dato, gaelder den sidste ---

      environment division.
      input-output section.
      file-control.
     *> --- se BankdageTabel.cpy ---
           select optional Bankdage-In
               assign to "text-files/Bankdage.txt"
               organization is line sequential.
           select optional Styring-In
               assign to "text-files/PeriodeStyring.txt"
               organization is line sequential.
           select Styring-Out
               assign to "text-files/PeriodeStyring.txt"
               organization is line sequential.
           select optional Kaede-Log-In
               assign to "text-files/PeriodeKaedeLog.txt"
               organization is line sequential.
           select Kaede-Log-Out
               assign to "text-files/PeriodeKaedeLog.txt"
               organization is line sequential
               file status is KAEDE-LOG-STATUS.
           select optional Trin-Status-In
               assign to "text-files/PeriodeTrinStatus.txt"
               organization is line sequential.
           select Trin-Status-Out
               assign to "text-files/PeriodeTrinStatus.txt"
               organization is line sequential.
           select Kaeder-Out
               assign to "text-files/PeriodeKaeder.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Bankdage-In.
      01 Bankdage-Linje.
           02 BD-DATO-IN            pic x(10).
           02 BD-TEKST-IN           pic x(30).
      fd Styring-In.
      01 Styring-Linje             pic x(100).
      fd Styring-Out.
      01 Styring-Linje-Ud          pic x(100).
     *> --- En linje i PeriodeKaedeLog.txt - scriptet skriver ---
     *> --- GENNEMFOERT-linjerne i samme kolonner ---
      fd Kaede-Log-In.
      01 Kaede-Log-Linje.
           02 PKL-TIDSPUNKT         pic x(19).
           02 FILLER                pic x.
           02 PKL-DATO              pic x(10).
           02 FILLER                pic x.
           02 PKL-KAEDE             pic x(7).
           02 FILLER                pic x.
           02 PKL-HAENDELSE         pic x(14).
           02 FILLER                pic x.
           02 PKL-KORSEL            pic x(40).
           02 FILLER                pic x.
           02 PKL-TEKST             pic x(80).
      fd Kaede-Log-Out.
      01 Kaede-Log-Linje-Ud.
           02 PKL-TIDSPUNKT-UD      pic x(19).
           02 FILLER                pic x.
           02 PKL-DATO-UD           pic x(10).
           02 FILLER                pic x.
           02 PKL-KAEDE-UD          pic x(7).
           02 FILLER                pic x.
           02 PKL-HAENDELSE-UD      pic x(14).
           02 FILLER                pic x.
           02 PKL-KORSEL-UD         pic x(40).
           02 FILLER                pic x.
           02 PKL-TEKST-UD          pic x(80).
      fd Trin-Status-In.
      01 Trin-Status-Linje         pic x(100).
      fd Trin-Status-Out.
      01 Trin-Status-Linje-Ud      pic x(100).
      fd Kaeder-Out.
      01 Kaeder-Linje              pic x(60).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
      01 EOF-check-bankdage       pic x value "N".
           88 end-of-file-bankdage value "Y".
      01 EOF-check-styring        pic x value "N".
           88 end-of-file-styring value "Y".
      01 EOF-check-kaede-log      pic x value "N".
           88 end-of-file-kaede-log value "Y".
      01 EOF-check-trin-status    pic x value "N".
           88 end-of-file-trin-status value "Y".
      01 KAEDE-LOG-STATUS         pic x(2) value spaces.
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 LOG-TIDSPUNKT            pic x(19) value spaces.
      01 KORSELS-RUN-ID           pic x(40) value spaces.
      01 pos                      pic 9(4) value 1.
      copy "Opgave10/Copybooks/BankdageTabel.cpy".
     *> --- Nattens ultimo-afgoerelse ---
      01 Ultimo-Felter.
           02 NAESTE-BANKDAG       pic x(10) value spaces.
           02 RUL-OMGANG           pic 9    value 0.
           02 DAGS-BANKDAG-FLAG    pic x value "N".
              88 DAG-ER-BANKDAG    value "J".
           02 MAANED-FLAG          pic x value "N".
              88 ER-MAANEDSULTIMO  value "J".
           02 KVARTAL-FLAG         pic x value "N".
              88 ER-KVARTALSULTIMO value "J".
           02 AAR-FLAG             pic x value "N".
              88 ER-AARSULTIMO     value "J".
     *> --- Kaedernes tilstand efter PeriodeKaedeLog.txt: seneste ---
     *> --- haendelse pr. dato og kaede. Afsluttede kaeder for en ---
     *> --- anden dato end i dag er ledige pladser ---
      01 MAX-TILSTAND             pic 9(3) value 200.
      01 Tilstand-Tabel.
           02 TS-ANTAL             pic 9(3) value 0.
           02 TS-POST OCCURS 200 TIMES.
              03 TS-DATO           pic x(10).
              03 TS-KAEDE          pic x(7).
              03 TS-STATUS         pic x.
                 88 TS-AABEN       value "V".
                 88 TS-AFSLUTTET   value "A".
      01 TS-INDEX                 pic 9(3) value 0.
      01 TS-FUNDET                pic 9(3) value 0.
      01 TS-LEDIG                 pic 9(3) value 0.
      01 TS-HOEJESTE              pic 9(3) value 0.
     *> --- Nattens kaeder - valgte og oversprungne - til ---
     *> --- PeriodeKaeder.txt og loggen ---
      01 MAX-KANDIDATER           pic 9(2) value 50.
      01 Kandidat-Tabel.
           02 KD-ANTAL             pic 9(2) value 0.
           02 KD-POST OCCURS 50 TIMES.
              03 KD-NOEGLE.
                 04 KD-DATO        pic x(10).
                 04 KD-RANG        pic 9.
              03 KD-KAEDE          pic x(7).
              03 KD-AARSAG         pic x(14).
              03 KD-TEKST          pic x(60).
              03 KD-FLAG           pic x.
                 88 KD-VALGT       value "J".
                 88 KD-SPRUNGET    value "N".
      01 KD-INDEX                 pic 9(2) value 0.
      01 KD-FUNDET                pic 9(2) value 0.
      01 SORT-I                   pic 9(2) value 0.
      01 SORT-J                   pic 9(2) value 0.
      01 SWAP-POST                pic x(93) value spaces.
      01 OPSLAG-DATO              pic x(10) value spaces.
      01 OPSLAG-KAEDE             pic x(7)  value spaces.
     *> --- PeriodeStyring.txt-linjer, der bliver staaende ---
      01 MAX-STYRING              pic 9(3) value 200.
      01 Styring-Tabel.
           02 ST-ANTAL             pic 9(3) value 0.
           02 ST-LINJE OCCURS 200 TIMES pic x(100).
      01 ST-INDEX                 pic 9(3) value 0.
      01 Styring-Felter.
           02 PS-DATO              pic x(10) value spaces.
           02 PS-KAEDE             pic x(10) value spaces.
           02 PS-HANDLING          pic x(10) value spaces.
           02 PS-TEKST             pic x(60) value spaces.
     *> --- PeriodeTrinStatus.txt - skrives om uden trinnene for ---
     *> --- kaeder, der koeres forfra ---
      01 MAX-TRIN-STATUS          pic 9(4) value 2000.
      01 Trin-Status-Tabel.
           02 TR-ANTAL             pic 9(4) value 0.
           02 TR-LINJE OCCURS 2000 TIMES pic x(100).
      01 TR-INDEX                 pic 9(4) value 0.
      01 TR-DATO                  pic x(10) value spaces.
      01 TR-KAEDE                 pic x(10) value spaces.
      01 TR-RYD-FLAG              pic x value "N".
           88 TR-RYDDES           value "J".
      01 TABEL-FEJL               pic x(20) value spaces.
      01 ANTAL-VALGT              pic 9(2) value 0.
      01 ANTAL-SPRUNGET           pic 9(2) value 0.
      01 ANTAL-GENKOERSEL         pic 9(2) value 0.
      01 ANTAL-STYRING-ANVENDT    pic 9(3) value 0.
      01 ANTAL-STYRING-GEMT       pic 9(3) value 0.
      01 ANTAL-STYRING-UGYLDIG    pic 9(3) value 0.
      01 ANTAL-TRIN-RYDDET        pic 9(4) value 0.

      procedure division.
     *> --- Hovedforloeb: kalender, log, trin-status og styring ---
     *> --- laeses, foer noget skrives - en fuld tabel stopper ---
     *> --- trinnet, uden at filerne er roert ---
      Program-Execute.
           accept KORSELS-RUN-ID from environment "KORSELS_RUN_ID"
           if KORSELS-RUN-ID = spaces
               move "MANUEL" to KORSELS-RUN-ID
           end-if
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
           move spaces to LOG-TIDSPUNKT
           string
               DAGS-DATO      delimited by size
               "-"            delimited by size
               DATO-NU (9:2)  delimited by size
               "."            delimited by size
               DATO-NU (11:2) delimited by size
               "."            delimited by size
               DATO-NU (13:2) delimited by size
                  into LOG-TIDSPUNKT
           end-string
           perform indlæs-bankdage
           perform find-ultimo
           perform indlæs-kaede-log
           perform indlæs-trin-status
           perform vaelg-aabne-kaeder
           perform vaelg-ultimo-kaeder
           perform behandl-styring
           if TABEL-FEJL not = spaces
               display "FEJL: periodeKalender - tabellen " TABEL-FEJL
                   " er fuld - intet er skrevet"
               move 8 to return-code
               stop run
           end-if
           perform sorter-kandidater
           perform skriv-kaeder
           perform skriv-styring
           if ANTAL-GENKOERSEL > 0
               perform skriv-trin-status
           end-if
           perform skriv-kapacitet
           display "Periodekalender " DAGS-DATO ": naeste bankdag "
               NAESTE-BANKDAG ", " ANTAL-VALGT " kaede(r) valgt, "
               ANTAL-SPRUNGET " sprunget over"
           display "Periodekalender: styring " ANTAL-STYRING-ANVENDT
               " anvendt, " ANTAL-STYRING-GEMT " gemt, "
               ANTAL-STYRING-UGYLDIG " ugyldig(e); "
               ANTAL-TRIN-RYDDET " trin-status-linje(r) ryddet"
           stop run.

     *> --- Indlæser den valgfri Bankdage.txt i BANKDAGE-TABEL ---
      indlæs-bankdage.
           move 0 to BD-ANTAL
           move "N" to EOF-check-bankdage
           open input Bankdage-In
           perform until end-of-file-bankdage
               read Bankdage-In
                   at end move "Y" to EOF-check-bankdage
                   not at end
                       if BD-ANTAL < MAX-BANKDAGE
                           add 1 to BD-ANTAL
                           move BD-DATO-IN to BD-DATO (BD-ANTAL)
                           move BD-TEKST-IN to BD-TEKST (BD-ANTAL)
                       end-if
               end-read
           end-perform
           close Bankdage-In
           exit.

     *> --- Er i dag en bankdag, og ligger naeste bankdag i en ny ---
     *> --- maaned, er i dag maanedens sidste bankdag - og i kvartals- ---
     *> --- og aarsmaanederne ogsaa kvartalets og aarets ---
      find-ultimo.
           move DAGS-DATO to BANKDAG-DATO
           perform kontroller-bankdag
           if IKKE-BANKDAG
               exit paragraph
           end-if
           set DAG-ER-BANKDAG to TRUE
           compute BANKDAG-NR = BANKDAG-NR + 1
           compute BANKDAG-YMD = function DATE-OF-INTEGER(BANKDAG-NR)
           move BANKDAG-YMD to BANKDAG-YMD-X
           move spaces to BANKDAG-DATO
           string
               BANKDAG-YMD-X (1:4)  delimited by size
               "-"                  delimited by size
               BANKDAG-YMD-X (5:2)  delimited by size
               "-"                  delimited by size
               BANKDAG-YMD-X (7:2)  delimited by size
                  into BANKDAG-DATO
           end-string
     *> --- rul-til-bankdag ruller hoejst 10 dage ad gangen - en ---
     *> --- lang lukkeperiode rulles videre i op til fire omgange ---
           move "F" to RUL-RETNING
           move 0 to RUL-OMGANG
           perform rul-til-bankdag
           perform until ER-BANKDAG or RUL-OMGANG >= 4
               add 1 to RUL-OMGANG
               perform rul-til-bankdag
           end-perform
           move BANKDAG-DATO to NAESTE-BANKDAG
           if NAESTE-BANKDAG (1:7) = DAGS-DATO (1:7)
               exit paragraph
           end-if
           set ER-MAANEDSULTIMO to TRUE
           if DAGS-DATO (6:2) = "03" or DAGS-DATO (6:2) = "06"
               or DAGS-DATO (6:2) = "09" or DAGS-DATO (6:2) = "12"
               set ER-KVARTALSULTIMO to TRUE
           end-if
           if DAGS-DATO (6:2) = "12"
               set ER-AARSULTIMO to TRUE
           end-if
           exit.

     *> --- Afgør om BANKDAG-DATO er en bankdag: hverken weekend ---
     *> --- (ugedag via INTEGER-OF-DATE modulo 7) eller lukkedag i ---
     *> --- Bankdage.txt. En ikke-numerisk dato regnes som bankdag, ---
     *> --- så rulningen aldrig kan løkke på dårlige data ---
      kontroller-bankdag.
           set ER-BANKDAG to TRUE
           if BANKDAG-DATO (1:4) is not numeric
               or BANKDAG-DATO (6:2) is not numeric
               or BANKDAG-DATO (9:2) is not numeric
               exit paragraph
           end-if
           move spaces to BANKDAG-YMD-X
           string
               BANKDAG-DATO (1:4)   delimited by size
               BANKDAG-DATO (6:2)   delimited by size
               BANKDAG-DATO (9:2)   delimited by size
                  into BANKDAG-YMD-X
           end-string
           move BANKDAG-YMD-X to BANKDAG-YMD
           compute BANKDAG-NR = function INTEGER-OF-DATE(BANKDAG-YMD)
           compute BANKDAG-UGEDAG = function MOD(BANKDAG-NR, 7)
           if BANKDAG-UGEDAG = 6 or BANKDAG-UGEDAG = 0
               set IKKE-BANKDAG to TRUE
           end-if
           perform varying BD-INDEX from 1 by 1
               until BD-INDEX > BD-ANTAL
               if BD-DATO (BD-INDEX) = BANKDAG-DATO
                   set IKKE-BANKDAG to TRUE
               end-if
           end-perform
           exit.

     *> --- Ruller BANKDAG-DATO til nærmeste bankdag i RUL-RETNING ---
     *> --- (F = frem, B = bagud) - højst 10 dage, så en fejlfyldt ---
     *> --- kalender ikke kan løkke ---
      rul-til-bankdag.
           move 0 to RUL-ANTAL-FORSOEG
           perform kontroller-bankdag
           perform until ER-BANKDAG or RUL-ANTAL-FORSOEG >= 10
               add 1 to RUL-ANTAL-FORSOEG
               if RUL-RETNING = "B"
                   compute BANKDAG-NR = BANKDAG-NR - 1
               else
                   compute BANKDAG-NR = BANKDAG-NR + 1
               end-if
               compute BANKDAG-YMD =
                   function DATE-OF-INTEGER(BANKDAG-NR)
               move BANKDAG-YMD to BANKDAG-YMD-X
               move spaces to BANKDAG-DATO
               string
                   BANKDAG-YMD-X (1:4)  delimited by size
                   "-"                  delimited by size
                   BANKDAG-YMD-X (5:2)  delimited by size
                   "-"                  delimited by size
                   BANKDAG-YMD-X (7:2)  delimited by size
                      into BANKDAG-DATO
               end-string
               perform kontroller-bankdag
           end-perform
           if RUL-ANTAL-FORSOEG > 0
               add 1 to ANTAL-DATOER-RULLET
           end-if
           exit.

     *> --- Loggen laeses forfra; seneste haendelse pr. dato og ---
     *> --- kaede vinder. VALGT aabner kaeden, GENNEMFOERT og ---
     *> --- SPRUNGET-OVER afslutter den ---
      indlæs-kaede-log.
           move "N" to EOF-check-kaede-log
           open input Kaede-Log-In
           perform until end-of-file-kaede-log
               read Kaede-Log-In
                   at end move "Y" to EOF-check-kaede-log
                   not at end
                       perform behandl-log-linje
               end-read
           end-perform
           close Kaede-Log-In
           exit.

      behandl-log-linje.
           if PKL-HAENDELSE not = "VALGT"
               and PKL-HAENDELSE not = "GENNEMFOERT"
               and PKL-HAENDELSE not = "SPRUNGET-OVER"
               exit paragraph
           end-if
           move PKL-DATO to OPSLAG-DATO
           move PKL-KAEDE to OPSLAG-KAEDE
           perform find-tilstand
           if TS-FUNDET = 0
               if TS-LEDIG = 0
                   move "TILSTAND-TABEL" to TABEL-FEJL
                   exit paragraph
               end-if
               move TS-LEDIG to TS-FUNDET
               if TS-FUNDET > TS-ANTAL
                   move TS-FUNDET to TS-ANTAL
               end-if
               if TS-ANTAL > TS-HOEJESTE
                   move TS-ANTAL to TS-HOEJESTE
               end-if
               move OPSLAG-DATO to TS-DATO (TS-FUNDET)
               move OPSLAG-KAEDE to TS-KAEDE (TS-FUNDET)
           end-if
           if PKL-HAENDELSE = "VALGT"
               set TS-AABEN (TS-FUNDET) to TRUE
           else
               set TS-AFSLUTTET (TS-FUNDET) to TRUE
           end-if
           exit.

     *> --- TS-FUNDET peger paa OPSLAG-DATO/OPSLAG-KAEDE (0 hvis ---
     *> --- ukendt); TS-LEDIG er en plads til en ny post - en ---
     *> --- afsluttet kaede for en anden dato end i dag genbruges ---
      find-tilstand.
           move 0 to TS-FUNDET
           move 0 to TS-LEDIG
           perform varying TS-INDEX from 1 by 1
               until TS-INDEX > TS-ANTAL
               if TS-DATO (TS-INDEX) = OPSLAG-DATO
                   and TS-KAEDE (TS-INDEX) = OPSLAG-KAEDE
                   move TS-INDEX to TS-FUNDET
               end-if
               if TS-LEDIG = 0
                   and TS-AFSLUTTET (TS-INDEX)
                   and TS-DATO (TS-INDEX) not = DAGS-DATO
                   move TS-INDEX to TS-LEDIG
               end-if
           end-perform
           if TS-FUNDET = 0 and TS-LEDIG = 0
               and TS-ANTAL < MAX-TILSTAND
               compute TS-LEDIG = TS-ANTAL + 1
           end-if
           exit.

      indlæs-trin-status.
           move "N" to EOF-check-trin-status
           open input Trin-Status-In
           perform until end-of-file-trin-status
               read Trin-Status-In
                   at end move "Y" to EOF-check-trin-status
                   not at end
                       if TR-ANTAL < MAX-TRIN-STATUS
                           add 1 to TR-ANTAL
                           move Trin-Status-Linje
                               to TR-LINJE (TR-ANTAL)
                       else
                           move "TRIN-STATUS-TABEL" to TABEL-FEJL
                       end-if
               end-read
           end-perform
           close Trin-Status-In
           exit.

     *> --- En kaede, der er valgt, men ikke afsluttet, vaelges igen ---
      vaelg-aabne-kaeder.
           perform varying TS-INDEX from 1 by 1
               until TS-INDEX > TS-ANTAL
               if TS-AABEN (TS-INDEX)
                   move TS-DATO (TS-INDEX) to OPSLAG-DATO
                   move TS-KAEDE (TS-INDEX) to OPSLAG-KAEDE
                   perform find-kandidat
                   if KD-FUNDET > 0
                       set KD-VALGT (KD-FUNDET) to TRUE
                       move "IKKE-AFSLUTTET" to KD-AARSAG (KD-FUNDET)
                       move spaces to KD-TEKST (KD-FUNDET)
                   end-if
               end-if
           end-perform
           exit.

     *> --- Nattens ultimo-kaeder, medmindre de allerede er valgt ---
     *> --- eller afsluttet for i dag ---
      vaelg-ultimo-kaeder.
           move DAGS-DATO to OPSLAG-DATO
           if ER-KVARTALSULTIMO
               move "KVARTAL" to OPSLAG-KAEDE
               perform vaelg-en-ultimo-kaede
           end-if
           if ER-MAANEDSULTIMO
               move "MAANED" to OPSLAG-KAEDE
               perform vaelg-en-ultimo-kaede
           end-if
           if ER-AARSULTIMO
               move "AAR" to OPSLAG-KAEDE
               perform vaelg-en-ultimo-kaede
           end-if
           exit.

      vaelg-en-ultimo-kaede.
           perform find-tilstand
           if TS-FUNDET > 0
               exit paragraph
           end-if
           perform find-kandidat
           if KD-FUNDET > 0
               set KD-VALGT (KD-FUNDET) to TRUE
               move "ULTIMO" to KD-AARSAG (KD-FUNDET)
               move spaces to KD-TEKST (KD-FUNDET)
               string
                   "naeste bankdag "    delimited by size
                   NAESTE-BANKDAG       delimited by size
                      into KD-TEKST (KD-FUNDET)
               end-string
           end-if
           exit.

     *> --- KD-FUNDET peger paa kaeden OPSLAG-KAEDE for OPSLAG-DATO ---
     *> --- i nattens kandidat-tabel - oprettes, hvis den mangler ---
      find-kandidat.
           move 0 to KD-FUNDET
           perform varying KD-INDEX from 1 by 1
               until KD-INDEX > KD-ANTAL
               if KD-DATO (KD-INDEX) = OPSLAG-DATO
                   and KD-KAEDE (KD-INDEX) = OPSLAG-KAEDE
                   move KD-INDEX to KD-FUNDET
               end-if
           end-perform
           if KD-FUNDET > 0
               exit paragraph
           end-if
           if KD-ANTAL >= MAX-KANDIDATER
               move "KANDIDAT-TABEL" to TABEL-FEJL
               exit paragraph
           end-if
           add 1 to KD-ANTAL
           move KD-ANTAL to KD-FUNDET
           move OPSLAG-DATO to KD-DATO (KD-FUNDET)
           move OPSLAG-KAEDE to KD-KAEDE (KD-FUNDET)
           evaluate OPSLAG-KAEDE
               when "KVARTAL"
                   move 1 to KD-RANG (KD-FUNDET)
               when "MAANED"
                   move 2 to KD-RANG (KD-FUNDET)
               when other
                   move 3 to KD-RANG (KD-FUNDET)
           end-evaluate
           move spaces to KD-AARSAG (KD-FUNDET)
           move spaces to KD-TEKST (KD-FUNDET)
           move "J" to KD-FLAG (KD-FUNDET)
           exit.

     *> --- Driftens indgreb anvendes i filens raekkefoelge; ---
     *> --- fremtidige og ugyldige linjer bliver staaende ---
      behandl-styring.
           move "N" to EOF-check-styring
           open input Styring-In
           perform until end-of-file-styring
               read Styring-In
                   at end move "Y" to EOF-check-styring
                   not at end
                       if Styring-Linje not = spaces
                           perform behandl-styrings-linje
                       end-if
               end-read
           end-perform
           close Styring-In
           exit.

      behandl-styrings-linje.
           move spaces to Styring-Felter
           move 1 to pos
           unstring Styring-Linje delimited by all space
               into PS-DATO PS-KAEDE PS-HANDLING
               with pointer pos
           end-unstring
           if pos <= 100
               move Styring-Linje (pos:) to PS-TEKST
           end-if
           if PS-DATO (1:4) is not numeric
               or PS-DATO (5:1) not = "-"
               or PS-DATO (6:2) is not numeric
               or PS-DATO (8:1) not = "-"
               or PS-DATO (9:2) is not numeric
               or (PS-KAEDE not = "MAANED"
                   and PS-KAEDE not = "KVARTAL"
                   and PS-KAEDE not = "AAR")
               or (PS-HANDLING not = "KOER"
                   and PS-HANDLING not = "SPRING")
               display "ADVARSEL: periodeKalender - ugyldig linje i "
                   "PeriodeStyring.txt: " function TRIM(Styring-Linje)
               add 1 to ANTAL-STYRING-UGYLDIG
               perform gem-styrings-linje
               exit paragraph
           end-if
           if PS-DATO > DAGS-DATO
               add 1 to ANTAL-STYRING-GEMT
               perform gem-styrings-linje
               exit paragraph
           end-if
           move PS-DATO to OPSLAG-DATO
           move PS-KAEDE to OPSLAG-KAEDE
           perform find-kandidat
           if KD-FUNDET = 0
               exit paragraph
           end-if
           add 1 to ANTAL-STYRING-ANVENDT
           move PS-TEKST to KD-TEKST (KD-FUNDET)
           if PS-HANDLING = "KOER"
               set KD-VALGT (KD-FUNDET) to TRUE
               move "GENKOERSEL" to KD-AARSAG (KD-FUNDET)
           else
               set KD-SPRUNGET (KD-FUNDET) to TRUE
               move "OPERATOER" to KD-AARSAG (KD-FUNDET)
           end-if
           exit.

      gem-styrings-linje.
           if ST-ANTAL >= MAX-STYRING
               move "STYRING-TABEL" to TABEL-FEJL
               exit paragraph
           end-if
           add 1 to ST-ANTAL
           move Styring-Linje to ST-LINJE (ST-ANTAL)
           exit.

     *> --- Kaederne i dato-orden og inden for datoen KVARTAL, ---
     *> --- MAANED, AAR ---
      sorter-kandidater.
           perform varying SORT-I from 1 by 1
               until SORT-I >= KD-ANTAL
               perform varying SORT-J from 1 by 1
                   until SORT-J > KD-ANTAL - SORT-I
                   if KD-NOEGLE (SORT-J) > KD-NOEGLE (SORT-J + 1)
                       move KD-POST (SORT-J) to SWAP-POST
                       move KD-POST (SORT-J + 1) to KD-POST (SORT-J)
                       move SWAP-POST to KD-POST (SORT-J + 1)
                   end-if
               end-perform
           end-perform
           exit.

     *> --- PeriodeKaeder.txt skrives forfra hver nat, og hver ---
     *> --- beslutning logges ---
      skriv-kaeder.
           open output Kaeder-Out
           open extend Kaede-Log-Out
           if KAEDE-LOG-STATUS = "35"
               open output Kaede-Log-Out
           end-if
           perform varying KD-INDEX from 1 by 1
               until KD-INDEX > KD-ANTAL
               perform skriv-en-kaede
           end-perform
           if KD-ANTAL = 0
               move spaces to Kaede-Log-Linje-Ud
               move LOG-TIDSPUNKT to PKL-TIDSPUNKT-UD
               move DAGS-DATO to PKL-DATO-UD
               move "-" to PKL-KAEDE-UD
               move "INGEN" to PKL-HAENDELSE-UD
               move KORSELS-RUN-ID to PKL-KORSEL-UD
               if DAG-ER-BANKDAG
                   string
                       "naeste bankdag "   delimited by size
                       NAESTE-BANKDAG      delimited by size
                          into PKL-TEKST-UD
                   end-string
               else
                   move "i dag er ikke en bankdag" to PKL-TEKST-UD
               end-if
               write Kaede-Log-Linje-Ud
           end-if
           close Kaeder-Out
           close Kaede-Log-Out
           exit.

      skriv-en-kaede.
           move spaces to Kaede-Log-Linje-Ud
           move LOG-TIDSPUNKT to PKL-TIDSPUNKT-UD
           move KD-DATO (KD-INDEX) to PKL-DATO-UD
           move KD-KAEDE (KD-INDEX) to PKL-KAEDE-UD
           move KORSELS-RUN-ID to PKL-KORSEL-UD
           string
               function TRIM(KD-AARSAG (KD-INDEX)) delimited by size
               " "                                 delimited by size
               KD-TEKST (KD-INDEX)                 delimited by size
                  into PKL-TEKST-UD
           end-string
           if KD-SPRUNGET (KD-INDEX)
               move "SPRUNGET-OVER" to PKL-HAENDELSE-UD
               write Kaede-Log-Linje-Ud
               add 1 to ANTAL-SPRUNGET
               exit paragraph
           end-if
           move "VALGT" to PKL-HAENDELSE-UD
           write Kaede-Log-Linje-Ud
           add 1 to ANTAL-VALGT
           if KD-AARSAG (KD-INDEX) = "GENKOERSEL"
               add 1 to ANTAL-GENKOERSEL
           end-if
           move spaces to Kaeder-Linje
           string
               KD-KAEDE (KD-INDEX)    delimited by space
               " "                    delimited by size
               KD-DATO (KD-INDEX)     delimited by size
               " "                    delimited by size
               KD-AARSAG (KD-INDEX)   delimited by space
                  into Kaeder-Linje
           end-string
           write Kaeder-Linje
           exit.

      skriv-styring.
           open output Styring-Out
           perform varying ST-INDEX from 1 by 1
               until ST-INDEX > ST-ANTAL
               move ST-LINJE (ST-INDEX) to Styring-Linje-Ud
               write Styring-Linje-Ud
           end-perform
           close Styring-Out
           exit.

     *> --- En kaede, der koeres forfra, mister sine trin-status- ---
     *> --- linjer (dato|kaede|trin), saa alle dens trin koeres igen ---
      skriv-trin-status.
           open output Trin-Status-Out
           perform varying TR-INDEX from 1 by 1
               until TR-INDEX > TR-ANTAL
               move spaces to TR-DATO TR-KAEDE
               unstring TR-LINJE (TR-INDEX) delimited by "|"
                   into TR-DATO TR-KAEDE
               end-unstring
               move "N" to TR-RYD-FLAG
               perform varying KD-INDEX from 1 by 1
                   until KD-INDEX > KD-ANTAL
                   if KD-VALGT (KD-INDEX)
                       and KD-AARSAG (KD-INDEX) = "GENKOERSEL"
                       and KD-DATO (KD-INDEX) = TR-DATO
                       and KD-KAEDE (KD-INDEX) = TR-KAEDE
                       set TR-RYDDES to TRUE
                   end-if
               end-perform
               if TR-RYDDES
                   add 1 to ANTAL-TRIN-RYDDET
               else
                   move TR-LINJE (TR-INDEX) to Trin-Status-Linje-Ud
                   write Trin-Status-Linje-Ud
               end-if
           end-perform
           close Trin-Status-Out
           exit.

     *> --- Tabellernes fyldning ved trinnets afslutning til ---
     *> --- den faelles kapacitetslog (KapacitetsLog.cpy) - een linje ---
     *> --- pr. tabel ---
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
           move "periodeKalender" to KAP-PROGRAM
           move "BANKDAGE-TABEL" to KAP-TABEL
           move BD-ANTAL to KAP-ANTAL
           move MAX-BANKDAGE to KAP-MAX
           write Kapacitet-Linje
           move "TILSTAND-TABEL" to KAP-TABEL
           move TS-HOEJESTE to KAP-ANTAL
           move MAX-TILSTAND to KAP-MAX
           write Kapacitet-Linje
           move "KANDIDAT-TABEL" to KAP-TABEL
           move KD-ANTAL to KAP-ANTAL
           move MAX-KANDIDATER to KAP-MAX
           write Kapacitet-Linje
           move "STYRING-TABEL" to KAP-TABEL
           move ST-ANTAL to KAP-ANTAL
           move MAX-STYRING to KAP-MAX
           write Kapacitet-Linje
           move "TRIN-STATUS-TABEL" to KAP-TABEL
           move TR-ANTAL to KAP-ANTAL
           move MAX-TRIN-STATUS to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
