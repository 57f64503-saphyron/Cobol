      identification division.
      program-id. udgaaendeClearing.

     *> --- Udgaaende interbank-clearing: en OVERFOERSEL UD til et
     *>     REG-NR, der ikke er en af vores egne banker (Banker.txt),
     *>     blev hidtil blot debiteret - kun afregningsrapporten pr.
     *>     partnerbank (skriv-bank-afregning i opgave10) vidste, at
     *>     den fandt sted, og modtagerbanken hoerte aldrig om den.
     *>     Trinnet koerer een clearing-cyklus pr. koersel:
     *>       - behandler foerst clearingens returfil
     *>         text-files/ClearingRetur.txt (clearing-reference,
     *>         aarsagskode, aarsagstekst): den afviste overfoersel
     *>         krediteres kunden tilbage som OVERFOERSEL IND maerket
     *>         "CLR:<reference>/<aarsagskode>", og afvisningen - med
     *>         aarsagsteksten - skrives til ClearingAfvisninger.txt i
     *>         BETINGELSE=-formatet. Ukendte eller allerede
     *>         returnerede referencer afvises dér
     *>       - opsamler derefter alle DKK-overfoersler i
     *>         Transaktioner.txt til/fra et REG-NR uden for vores
     *>         egne, dateret inden for VINDUE-DAGE (default 5 - aeldre
     *>         poster regnes for afregnet foer clearingen kom til), og
     *>         som ikke allerede staar i clearing-registret
     *>         text-files/ClearingRegister.txt. Udenlandske
     *>         betalinger (UDL:) gaar ad SWIFT-vejen og tages ikke med
     *>       - skriver de udgaaende til cyklussens clearingfil
     *>         text-files/Udbakke/ClearingUd_<tidsstempel>.txt: HDR
     *>         med antal og cyklus-id, een BET-linje pr. overfoersel
     *>         med clearing-reference, een NET-linje pr. modpartsbank
     *>         (udgaaende - indgaaende = nettoposition) og TRL med
     *>         antal, kontroltotal og antal banker
     *>     Registret foeres frem med status (S = sendt, I = indgaaet,
     *>     kun til nettingen, R = returneret), og returfilen
     *>     arkiveres datostemplet og toemmes, saa en gentaget
     *>     koersel hverken sender eller krediterer dobbelt.
     *>     Returkrediteringerne (CLR:) er ikke nye indgaaende
     *>     betalinger og opsamles ikke igen.

      environment division.
      input-output section.
      file-control.
           select optional Clearing-Retur-In
               assign to "text-files/ClearingRetur.txt"
               organization is line sequential.
           select Clearing-Retur-Arkiv-Out
               assign to dynamic RETUR-ARKIV-NAVN
               organization is line sequential.
           select optional Clearing-Register-In
               assign to "text-files/ClearingRegister.txt"
               organization is line sequential.
           select Clearing-Register-Out
               assign to "text-files/ClearingRegister.txt"
               organization is line sequential.
           select optional Clearing-Parameter-In
               assign to "text-files/ClearingParameter.txt"
               organization is line sequential.
           select Clearing-Fil-Out
               assign to dynamic CLEARING-FIL-NAVN
               organization is line sequential.
           select Clearing-Afvisning-Out
               assign to "text-files/ClearingAfvisninger.txt"
               organization is line sequential.
           select Bank-Data-In
               assign to "text-files/Banker.txt"
               organization is line sequential.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedClearing.txt"
               organization is line sequential.
     *> --- Den faelles kontrol-fil for kaedeafstemningen - se ---
     *> --- skriv-kaede-kontrol ---
           select Kaede-Kontrol-Out
               assign to "text-files/KaedeKontrol.txt"
               organization is line sequential
               file status is KAEDE-KONTROL-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Clearing-Retur-In.
      01 Clearing-Retur-Linje.
           02 RT-REF-IN             pic 9(7).
           02 RT-AARSAG-KODE-IN     pic x(4).
           02 RT-AARSAG-TEKST-IN    pic x(40).
      fd Clearing-Retur-Arkiv-Out.
      01 Clearing-Retur-Arkiv-Linje pic x(51).
      fd Clearing-Register-In.
      01 Clearing-Register-Linje.
           02 CR-REF-IN             pic 9(7).
           02 CR-CYKLUS-IN          pic x(15).
           02 CR-RETNING-IN         pic x.
           02 CR-KONTO-ID-IN        pic x(14).
           02 CR-REG-NR-IN          pic x(6).
           02 CR-KUNDE-ID-IN        pic x(10).
           02 CR-BELOB-IN           pic x(16).
           02 CR-DATO-IN            pic x(26).
           02 CR-STATUS-IN          pic x.
           02 CR-STATUS-DATO-IN     pic x(10).
           02 CR-AARSAG-KODE-IN     pic x(4).
      fd Clearing-Register-Out.
      01 Clearing-Register-Ud-Linje.
           02 CR-REF-UD             pic 9(7).
           02 CR-CYKLUS-UD          pic x(15).
           02 CR-RETNING-UD         pic x.
           02 CR-KONTO-ID-UD        pic x(14).
           02 CR-REG-NR-UD          pic x(6).
           02 CR-KUNDE-ID-UD        pic x(10).
           02 CR-BELOB-UD           pic x(16).
           02 CR-DATO-UD            pic x(26).
           02 CR-STATUS-UD          pic x.
           02 CR-STATUS-DATO-UD     pic x(10).
           02 CR-AARSAG-KODE-UD     pic x(4).
      fd Clearing-Parameter-In.
      01 Clearing-Parameter-Linje.
           02 PARM-VINDUE-DAGE      pic 9(3).
      fd Clearing-Fil-Out.
      01 Clearing-Fil-Linje        pic x(150) value spaces.
      fd Clearing-Afvisning-Out.
      01 Clearing-Afvisning-Linje  pic x(200) value spaces.
      fd Bank-Data-In.
      01 Bank-Information.
           copy "Opgave10/Copybooks/Banker.cpy".
      01 Bank-Hdr-Trl-Linje.
           02 BHT-TAG               pic x(3).
           02 BHT-ANTAL             pic 9(7).
           02 FILLER                pic x(121).
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG               pic x(3).
           02 THT-ANTAL             pic 9(7).
           02 FILLER                pic x(196).
      fd Transaktion-Work-Out.
      01 Transaktion-Work-Linje.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-retur          pic x value "N".
           88 end-of-file-retur   value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-bank           pic x value "N".
           88 end-of-file-bank    value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 pos                      pic 9(4) value 1.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
      01 ARKIV-TIDSSTEMPEL        pic x(21) value spaces.
      01 RETUR-ARKIV-NAVN         pic x(100) value spaces.
      01 CLEARING-FIL-NAVN        pic x(100) value spaces.
     *> --- Cyklus-id: koerslens tidsstempel yyyymmdd-hhmmss ---
      01 CLEARING-CYKLUS          pic x(15) value spaces.
     *> --- Hvor mange dage tilbage overfoerslerne opsamles - ---
     *> --- overstyres i ClearingParameter.txt ---
      01 VINDUE-DAGE              pic 9(3) value 5.
      01 VINDUE-START-DATO        pic x(10) value spaces.
      01 VINDUE-YMD               pic 9(8) value 0.
      01 VINDUE-YMD-X             pic x(8) value spaces.
     *> --- Banker.txt i memory - vores egne banker ---
      copy "Opgave10/Copybooks/BankTabel.cpy".
      01 REG-NR-SEARCH-KEY        pic x(6) value spaces.
      01 BANK-MATCH-FLAG          pic x value "N".
           88 BANK-FUNDET         value "Y".
           88 BANK-IKKE-FUNDET    value "N".
     *> --- Clearing-registret i memory ---
      01 Clearing-Tabel.
           02 CR-ANTAL             pic 9(5) value 0.
           02 CR-POST OCCURS 50000 TIMES.
              03 CR-REF            pic 9(7).
              03 CR-CYKLUS         pic x(15).
              03 CR-RETNING        pic x.
                 88 CR-UDGAAENDE   value "U".
                 88 CR-INDGAAENDE  value "I".
              03 CR-KONTO-ID       pic x(14).
              03 CR-REG-NR         pic x(6).
              03 CR-KUNDE-ID       pic x(10).
              03 CR-BELOB          pic x(16).
              03 CR-DATO           pic x(26).
              03 CR-STATUS         pic x.
                 88 CR-SENDT       value "S".
                 88 CR-INDGAAET    value "I".
                 88 CR-RETURNERET  value "R".
              03 CR-STATUS-DATO    pic x(10).
              03 CR-AARSAG-KODE    pic x(4).
      01 MAX-CLEARING             pic 9(5) value 50000.
      01 CR-INDEX                 pic 9(5) value 0.
      01 CR-FOERSTE-NYE           pic 9(5) value 0.
      01 CR-NAESTE-REF            pic 9(7) value 0.
      01 CR-FUND-FLAG             pic x value "N".
           88 CR-FUNDET           value "J".
           88 CR-IKKE-FUNDET      value "N".
     *> --- Nettopositionen pr. modpartsbank i cyklussen ---
      01 Netto-Tabel.
           02 NP-ANTAL             pic 9(4) value 0.
           02 NP-POST OCCURS 5000 TIMES.
              03 NP-REG-NR         pic x(6).
              03 NP-ANTAL-UD       pic 9(7).
              03 NP-SUM-UD         pic s9(13)v99 COMP-3.
              03 NP-ANTAL-IND      pic 9(7).
              03 NP-SUM-IND        pic s9(13)v99 COMP-3.
      01 NP-INDEX                 pic 9(4) value 0.
      01 NP-FUND-FLAG             pic x value "N".
           88 NP-FUNDET           value "J".
           88 NP-IKKE-FUNDET      value "N".
     *> --- Returkrediteringerne, bogfoert inden opsamlingen ---
      01 Postering-Tabel.
           02 PT-ANTAL             pic 9(5) value 0.
           02 PT-POST OCCURS 20000 TIMES.
              03 PT-KONTO-ID       pic x(14).
              03 PT-REG-NR         pic x(6).
              03 PT-KUNDE-ID       pic x(10).
              03 PT-BELOB          pic s9(11)v99 COMP-3.
              03 PT-BUTIK          pic x(20).
      01 PT-INDEX                 pic 9(5) value 0.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 AKTUEL-RETNING           pic x value spaces.
      01 AKTUEL-BELOB-DKK         pic s9(13)v99 COMP-3 value 0.
      01 NETTO-DKK                pic s9(13)v99 COMP-3 value 0.
      01 KONTROL-TOTAL-DKK        pic s9(13)v99 COMP-3 value 0.
      01 BELOB-E                  pic -(12)9.99.
      01 BELOB-UD-E               pic -(12)9.99.
      01 BELOB-IND-E              pic -(12)9.99.
      01 BELOB-POST-E             pic -(12)9.99.
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
      01 ANTAL-RETURER            pic 9(7) value 0.
      01 ANTAL-KREDITERET         pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-UDGAAENDE          pic 9(7) value 0.
      01 ANTAL-INDGAAENDE         pic 9(7) value 0.
      01 ANTAL-FIL-LINJER         pic 9(7) value 0.
      01 ANTAL-BOGFOERT           pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: returer foerst (deres krediteringer er ---
     *> --- indgaaende i denne cyklus), derefter opsamling, ---
     *> --- clearingfil og register ---
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
           move spaces to CLEARING-CYKLUS
           string
               DATO-NU (1:8)  delimited by size
               "-"            delimited by size
               DATO-NU (9:6)  delimited by size
                  into CLEARING-CYKLUS
           end-string
           perform indlæs-parametre
           perform beregn-vindue-start
           perform indlæs-bank-tabel
           perform indlæs-clearing-register
           open output Clearing-Afvisning-Out
           perform behandl-returer
           close Clearing-Afvisning-Out
           if PT-ANTAL > 0
               perform bogfoer-posteringer
               perform skriv-kaede-kontrol
           end-if
           move CR-ANTAL to CR-FOERSTE-NYE
           add 1 to CR-FOERSTE-NYE
           perform opsaml-overfoersler
           if ANTAL-UDGAAENDE > 0 or ANTAL-INDGAAENDE > 0
               perform skriv-clearing-fil
           end-if
           if ANTAL-RETURER > 0
               or ANTAL-UDGAAENDE > 0 or ANTAL-INDGAAENDE > 0
               perform skriv-clearing-register
           end-if
           if ANTAL-RETURER > 0
               perform arkiver-og-toem-returer
           end-if
           display "Clearing: cyklus " CLEARING-CYKLUS " - "
               ANTAL-UDGAAENDE " udgaaende, " ANTAL-INDGAAENDE
               " indgaaende, " NP-ANTAL " modpartsbank(er), "
               ANTAL-RETURER " retur(er), " ANTAL-KREDITERET
               " krediteret tilbage, " ANTAL-AFVIST " afvist"
           if ANTAL-TABEL-FULD > 0
               display "Clearing: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Clearing-Parameter-In
           read Clearing-Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-VINDUE-DAGE is numeric
                       move PARM-VINDUE-DAGE to VINDUE-DAGE
                   end-if
           end-read
           close Clearing-Parameter-In
           exit.

     *> --- Foerste dato, der opsamles: i dag - VINDUE-DAGE ---
      beregn-vindue-start.
           compute VINDUE-YMD = function DATE-OF-INTEGER(
               function INTEGER-OF-DATE(
                   function NUMVAL(DATO-NU (1:8))) - VINDUE-DAGE)
           move VINDUE-YMD to VINDUE-YMD-X
           move spaces to VINDUE-START-DATO
           string
               VINDUE-YMD-X (1:4)  delimited by size
               "-"                 delimited by size
               VINDUE-YMD-X (5:2)  delimited by size
               "-"                 delimited by size
               VINDUE-YMD-X (7:2)  delimited by size
                  into VINDUE-START-DATO
           end-string
           exit.

     *> --- Forenklet bank-indlæsning, som bsOpkraevning - selve ---
     *> --- HDR/TRL-håndhævelsen af Banker.txt sker i opgave10 ---
      indlæs-bank-tabel.
           move 0 to BT-ANTAL-BANKER
           move "N" to EOF-check-bank
           open input Bank-Data-In
           perform until end-of-file-bank
               read Bank-Data-In
                   at end move "Y" to EOF-check-bank
                   not at end
                       if BHT-TAG of Bank-Hdr-Trl-Linje not = "HDR"
                           and BHT-TAG of Bank-Hdr-Trl-Linje not = "TRL"
                           if BT-ANTAL-BANKER < MAX-BANKER
                               add 1 to BT-ANTAL-BANKER
                               move REG-NR of Bank-Information
                                   to BT-REG-NR (BT-ANTAL-BANKER)
                           end-if
                       end-if
               end-read
           end-perform
           close Bank-Data-In
           perform sorter-bank-tabel
           exit.

     *> --- Bobbel-sortering + HIGH-VALUES-udfyldning, så SEARCH ALL ---
     *> --- kan bruges - samme mønster som opgave10.cob ---
      sorter-bank-tabel.
           perform varying BANK-SORT-I from 1 by 1
               until BANK-SORT-I >= BT-ANTAL-BANKER
               perform varying BANK-SORT-J from 1 by 1
                   until BANK-SORT-J >= (BT-ANTAL-BANKER - BANK-SORT-I + 1)
                   if BT-REG-NR (BANK-SORT-J)
                           > BT-REG-NR (BANK-SORT-J + 1)
                       move BT-REG-NR (BANK-SORT-J) to SWAP-BT-REG-NR
                       move BT-REG-NR (BANK-SORT-J + 1)
                           to BT-REG-NR (BANK-SORT-J)
                       move SWAP-BT-REG-NR to BT-REG-NR (BANK-SORT-J + 1)
                   end-if
               end-perform
           end-perform
           perform varying BANK-SORT-I from BT-ANTAL-BANKER by 1
               until BANK-SORT-I >= MAX-BANKER
               move high-values to BT-REG-NR (BANK-SORT-I + 1)
           end-perform
           exit.

      indlæs-clearing-register.
           move 0 to CR-ANTAL
           move 0 to CR-NAESTE-REF
           move "N" to EOF-check-register
           open input Clearing-Register-In
           perform until end-of-file-register
               read Clearing-Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if CR-REF-IN is numeric
                           if CR-ANTAL < MAX-CLEARING
                               add 1 to CR-ANTAL
                               perform gem-clearing-post
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Clearing-Register-In
           exit.

      gem-clearing-post.
           move CR-REF-IN to CR-REF (CR-ANTAL)
           move CR-CYKLUS-IN to CR-CYKLUS (CR-ANTAL)
           move CR-RETNING-IN to CR-RETNING (CR-ANTAL)
           move CR-KONTO-ID-IN to CR-KONTO-ID (CR-ANTAL)
           move CR-REG-NR-IN to CR-REG-NR (CR-ANTAL)
           move CR-KUNDE-ID-IN to CR-KUNDE-ID (CR-ANTAL)
           move CR-BELOB-IN to CR-BELOB (CR-ANTAL)
           move CR-DATO-IN to CR-DATO (CR-ANTAL)
           move CR-STATUS-IN to CR-STATUS (CR-ANTAL)
           move CR-STATUS-DATO-IN to CR-STATUS-DATO (CR-ANTAL)
           move CR-AARSAG-KODE-IN to CR-AARSAG-KODE (CR-ANTAL)
           if CR-REF-IN > CR-NAESTE-REF
               move CR-REF-IN to CR-NAESTE-REF
           end-if
           exit.

      behandl-returer.
           move "N" to EOF-check-retur
           open input Clearing-Retur-In
           perform until end-of-file-retur
               read Clearing-Retur-In
                   at end move "Y" to EOF-check-retur
                   not at end
                       if Clearing-Retur-Linje not = spaces
                           add 1 to ANTAL-RETURER
                           perform behandl-en-retur
                       end-if
               end-read
           end-perform
           close Clearing-Retur-In
           exit.

     *> --- En afvist overfoersel krediteres kunden tilbage paa ---
     *> --- den oprindelige konto, fra modpartsbankens REG-NR ---
      behandl-en-retur.
           move spaces to AFVISNINGS-GRUND
           set CR-IKKE-FUNDET to TRUE
           if RT-REF-IN is numeric
               perform varying CR-INDEX from 1 by 1
                   until CR-FUNDET or CR-INDEX > CR-ANTAL
                   if CR-REF (CR-INDEX) = RT-REF-IN
                       and CR-UDGAAENDE (CR-INDEX)
                       set CR-FUNDET to TRUE
                   end-if
               end-perform
           end-if
           if CR-FUNDET
               subtract 1 from CR-INDEX
           end-if
           evaluate true
               when CR-IKKE-FUNDET
                   move "CLEARING-REF-UKENDT" to AFVISNINGS-GRUND
               when CR-RETURNERET (CR-INDEX)
                   move "CLEARING-ALLEREDE-RETURNERET"
                       to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               add 1 to ANTAL-AFVIST
               perform skriv-retur-afvisning
               exit paragraph
           end-if
           if PT-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           set CR-RETURNERET (CR-INDEX) to TRUE
           move DAGS-DATO to CR-STATUS-DATO (CR-INDEX)
           move RT-AARSAG-KODE-IN to CR-AARSAG-KODE (CR-INDEX)
           move function NUMVAL(CR-BELOB (CR-INDEX)) to AKTUEL-BELOB-DKK
           if AKTUEL-BELOB-DKK < 0
               compute AKTUEL-BELOB-DKK = AKTUEL-BELOB-DKK * -1
           end-if
           add 1 to PT-ANTAL
           move CR-KONTO-ID (CR-INDEX) to PT-KONTO-ID (PT-ANTAL)
           move CR-REG-NR (CR-INDEX) to PT-REG-NR (PT-ANTAL)
           move CR-KUNDE-ID (CR-INDEX) to PT-KUNDE-ID (PT-ANTAL)
           move AKTUEL-BELOB-DKK to PT-BELOB (PT-ANTAL)
           move spaces to PT-BUTIK (PT-ANTAL)
           move 1 to pos
           string
               "CLR:"                     delimited by size
               CR-REF (CR-INDEX)          delimited by size
               "/"                        delimited by size
               RT-AARSAG-KODE-IN          delimited by size
                  into PT-BUTIK (PT-ANTAL)
                  with pointer pos
           end-string
           add 1 to ANTAL-KREDITERET
           move "CLEARING-AFVIST" to AFVISNINGS-GRUND
           perform skriv-retur-afvisning
           exit.

     *> --- Afvisningsfilen: baade clearingens afviste overfoersler ---
     *> --- (CLEARING-AFVIST, krediteret tilbage) og de returlinjer, ---
     *> --- trinnet selv maatte afvise ---
      skriv-retur-afvisning.
           move spaces to Clearing-Afvisning-Linje
           move 1 to pos
           string
               "BETINGELSE="              delimited by size
               function TRIM(AFVISNINGS-GRUND) delimited by size
               " REF="                    delimited by size
               RT-REF-IN                  delimited by size
                  into Clearing-Afvisning-Linje
                  with pointer pos
           end-string
           if CR-FUNDET
               move function NUMVAL(CR-BELOB (CR-INDEX))
                   to AKTUEL-BELOB-DKK
               if AKTUEL-BELOB-DKK < 0
                   compute AKTUEL-BELOB-DKK = AKTUEL-BELOB-DKK * -1
               end-if
               move AKTUEL-BELOB-DKK to BELOB-E
               string
                   " KONTO-ID="           delimited by size
                   CR-KONTO-ID (CR-INDEX) delimited by size
                   " REG-NR="             delimited by size
                   CR-REG-NR (CR-INDEX)   delimited by size
                   " BELOB="              delimited by size
                   function TRIM(BELOB-E) delimited by size
                      into Clearing-Afvisning-Linje
                      with pointer pos
               end-string
           end-if
           string
               " AARSAG="                 delimited by size
               RT-AARSAG-KODE-IN          delimited by size
               " TEKST="                  delimited by size
               function TRIM(RT-AARSAG-TEKST-IN) delimited by size
               " DATO="                   delimited by size
               DAGS-DATO                  delimited by size
                  into Clearing-Afvisning-Linje
                  with pointer pos
           end-string
           write Clearing-Afvisning-Linje
           exit.

     *> --- Kopierer Transaktioner.txt (uden HDR/TRL), tilfoejer ---
     *> --- returkrediteringerne og skriver filen tilbage med ny ---
     *> --- HDR/TRL ---
      bogfoer-posteringer.
           move 0 to ANTAL-TRANS-BESTAAENDE
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           open output Transaktion-Work-Out
           read Transaktion-Data-In
               at end move "Y" to EOF-check-trans
           end-read
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG of Trans-Hdr-Trl-Linje = "TRL"
                           move "Y" to EOF-check-trans
                       else
                           add 1 to ANTAL-TRANS-BESTAAENDE
                           write Transaktion-Work-Linje
                               from Transaktion-Information
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               perform skriv-postering
           end-perform
           close Transaktion-Work-Out
           move PT-ANTAL to ANTAL-BOGFOERT
           compute ANTAL-TRANS-I-ALT = ANTAL-TRANS-BESTAAENDE + PT-ANTAL
           move "N" to EOF-check-work
           open input Transaktion-Work-Out
           open output Transaktion-Data-In
           move spaces to Trans-Hdr-Trl-Linje
           move "HDR" to THT-TAG of Trans-Hdr-Trl-Linje
           move ANTAL-TRANS-I-ALT to THT-ANTAL of Trans-Hdr-Trl-Linje
           write Transaktion-Information from Trans-Hdr-Trl-Linje
           perform until end-of-file-work
               read Transaktion-Work-Out
                   at end move "Y" to EOF-check-work
                   not at end
                       write Transaktion-Information
                           from Transaktion-Work-Linje
               end-read
           end-perform
           move spaces to Trans-Hdr-Trl-Linje
           move "TRL" to THT-TAG of Trans-Hdr-Trl-Linje
           move ANTAL-TRANS-I-ALT to THT-ANTAL of Trans-Hdr-Trl-Linje
           write Transaktion-Information from Trans-Hdr-Trl-Linje
           close Transaktion-Work-Out
           close Transaktion-Data-In
           exit.

      skriv-postering.
           move spaces to Transaktion-Work-Linje
           move PT-KONTO-ID (PT-INDEX)
               to KONTO-ID of Transaktion-Work-Linje
           move PT-REG-NR (PT-INDEX) to REG-NR of Transaktion-Work-Linje
           move PT-KUNDE-ID (PT-INDEX)
               to KUNDE-ID of Transaktion-Work-Linje
           move PT-BELOB (PT-INDEX) to BELOB-POST-E
           move function TRIM(BELOB-POST-E)
               to BELOB of Transaktion-Work-Linje
           move "DKK" to VALUTA of Transaktion-Work-Linje
           move "OVERFOERSEL IND"
               to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
           move PT-BUTIK (PT-INDEX) to BUTIK of Transaktion-Work-Linje
           move DAGS-DATO to DATO of Transaktion-Work-Linje
           move DAGS-DATO to VALOER-DATO of Transaktion-Work-Linje
           write Transaktion-Work-Linje
           exit.

      skriv-kaede-kontrol.
           accept KAEDE-RUN-ID from environment "KORSELS_RUN_ID"
               on exception
                   continue
           end-accept
           open extend Kaede-Kontrol-Out
           if KAEDE-KONTROL-STATUS = "35"
               open output Kaede-Kontrol-Out
           end-if
           move spaces to Kaede-Kontrol-Linje
           move 1 to pos
           string
               "CLEARING"             delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-BOGFOERT         delimited by size
               "|"                    delimited by size
               ANTAL-AFVIST           delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-I-ALT      delimited by size
                  into Kaede-Kontrol-Linje
                  with pointer pos
           end-string
           write Kaede-Kontrol-Linje
           close Kaede-Kontrol-Out
           exit.

     *> --- Opsamler cyklussens overfoersler til/fra fremmede ---
     *> --- REG-NR ---
      opsaml-overfoersler.
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG of Trans-Hdr-Trl-Linje not = "HDR"
                           and THT-TAG of Trans-Hdr-Trl-Linje not = "TRL"
                           perform vurder-en-overfoersel
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

      vurder-en-overfoersel.
           evaluate function TRIM(TRANSAKTIONS-TYPE
                   of Transaktion-Information)
               when "OVERFOERSEL UD"
                   move "U" to AKTUEL-RETNING
               when "OVERFOERSEL IND"
                   move "I" to AKTUEL-RETNING
               when other
                   exit paragraph
           end-evaluate
           if REG-NR of Transaktion-Information = spaces
               or VALUTA of Transaktion-Information (1:3) not = "DKK"
               or BUTIK of Transaktion-Information (1:4) = "UDL:"
               or BUTIK of Transaktion-Information (1:4) = "CLR:"
               or DATO of Transaktion-Information (1:10)
                   < VINDUE-START-DATO
               or DATO of Transaktion-Information (1:10) > DAGS-DATO
               exit paragraph
           end-if
           if function TEST-NUMVAL(BELOB of Transaktion-Information)
               not = 0
               exit paragraph
           end-if
           move REG-NR of Transaktion-Information to REG-NR-SEARCH-KEY
           set BANK-IKKE-FUNDET to TRUE
           search all BT-POST
               when BT-REG-NR (BT-IDX) = REG-NR-SEARCH-KEY
                   set BANK-FUNDET to TRUE
           end-search
           if BANK-FUNDET
               exit paragraph
           end-if
     *> --- Allerede clearet i en tidligere cyklus? ---
           set CR-IKKE-FUNDET to TRUE
           perform varying CR-INDEX from 1 by 1
               until CR-FUNDET or CR-INDEX > CR-ANTAL
               if CR-RETNING (CR-INDEX) = AKTUEL-RETNING
                   and CR-KONTO-ID (CR-INDEX)
                       = KONTO-ID of Transaktion-Information
                   and CR-REG-NR (CR-INDEX)
                       = REG-NR of Transaktion-Information
                   and CR-BELOB (CR-INDEX)
                       = BELOB of Transaktion-Information
                   and CR-DATO (CR-INDEX)
                       = DATO of Transaktion-Information
                   set CR-FUNDET to TRUE
               end-if
           end-perform
           if CR-FUNDET
               exit paragraph
           end-if
           if CR-ANTAL not < MAX-CLEARING
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to CR-ANTAL
           add 1 to CR-NAESTE-REF
           move CR-NAESTE-REF to CR-REF (CR-ANTAL)
           move CLEARING-CYKLUS to CR-CYKLUS (CR-ANTAL)
           move AKTUEL-RETNING to CR-RETNING (CR-ANTAL)
           move KONTO-ID of Transaktion-Information
               to CR-KONTO-ID (CR-ANTAL)
           move REG-NR of Transaktion-Information to CR-REG-NR (CR-ANTAL)
           move KUNDE-ID of Transaktion-Information
               to CR-KUNDE-ID (CR-ANTAL)
           move BELOB of Transaktion-Information to CR-BELOB (CR-ANTAL)
           move DATO of Transaktion-Information to CR-DATO (CR-ANTAL)
           move DAGS-DATO to CR-STATUS-DATO (CR-ANTAL)
           move spaces to CR-AARSAG-KODE (CR-ANTAL)
           move function NUMVAL(BELOB of Transaktion-Information)
               to AKTUEL-BELOB-DKK
           if AKTUEL-BELOB-DKK < 0
               compute AKTUEL-BELOB-DKK = AKTUEL-BELOB-DKK * -1
           end-if
           perform find-eller-opret-netto
           if AKTUEL-RETNING = "U"
               set CR-SENDT (CR-ANTAL) to TRUE
               add 1 to ANTAL-UDGAAENDE
               if NP-FUNDET
                   add 1 to NP-ANTAL-UD (NP-INDEX)
                   add AKTUEL-BELOB-DKK to NP-SUM-UD (NP-INDEX)
               end-if
           else
               set CR-INDGAAET (CR-ANTAL) to TRUE
               add 1 to ANTAL-INDGAAENDE
               if NP-FUNDET
                   add 1 to NP-ANTAL-IND (NP-INDEX)
                   add AKTUEL-BELOB-DKK to NP-SUM-IND (NP-INDEX)
               end-if
           end-if
           exit.

      find-eller-opret-netto.
           set NP-IKKE-FUNDET to TRUE
           perform varying NP-INDEX from 1 by 1
               until NP-FUNDET or NP-INDEX > NP-ANTAL
               if NP-REG-NR (NP-INDEX) = REG-NR-SEARCH-KEY
                   set NP-FUNDET to TRUE
               end-if
           end-perform
           if NP-FUNDET
               subtract 1 from NP-INDEX
               exit paragraph
           end-if
           if NP-ANTAL not < 5000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to NP-ANTAL
           move NP-ANTAL to NP-INDEX
           move REG-NR-SEARCH-KEY to NP-REG-NR (NP-INDEX)
           move 0 to NP-ANTAL-UD (NP-INDEX)
           move 0 to NP-SUM-UD (NP-INDEX)
           move 0 to NP-ANTAL-IND (NP-INDEX)
           move 0 to NP-SUM-IND (NP-INDEX)
           set NP-FUNDET to TRUE
           exit.

     *> --- Cyklussens clearingfil: HDR, een BET-linje pr. ---
     *> --- udgaaende overfoersel, een NET-linje pr. modpartsbank ---
     *> --- og TRL med antal og kontroltotal - samme HDR/TRL- ---
     *> --- moenster som kvitteringsfilerne i Udbakke ---
      skriv-clearing-fil.
           move 0 to KONTROL-TOTAL-DKK
           compute ANTAL-FIL-LINJER = ANTAL-UDGAAENDE + NP-ANTAL
           move spaces to CLEARING-FIL-NAVN
           move 1 to pos
           string
               "text-files/Udbakke/ClearingUd_" delimited by size
               CLEARING-CYKLUS                 delimited by size
               ".txt"                          delimited by size
                  into CLEARING-FIL-NAVN
                  with pointer pos
           end-string
           open output Clearing-Fil-Out
           move spaces to Clearing-Fil-Linje
           move 1 to pos
           string
               "HDR"                  delimited by size
               ANTAL-FIL-LINJER       delimited by size
               " CYKLUS="             delimited by size
               CLEARING-CYKLUS        delimited by size
               " DATO="               delimited by size
               DAGS-DATO              delimited by size
                  into Clearing-Fil-Linje
                  with pointer pos
           end-string
           write Clearing-Fil-Linje
           perform varying CR-INDEX from CR-FOERSTE-NYE by 1
               until CR-INDEX > CR-ANTAL
               if CR-UDGAAENDE (CR-INDEX)
                   perform skriv-en-betalings-linje
               end-if
           end-perform
           perform varying NP-INDEX from 1 by 1
               until NP-INDEX > NP-ANTAL
               perform skriv-en-netto-linje
           end-perform
           move KONTROL-TOTAL-DKK to BELOB-E
           move spaces to Clearing-Fil-Linje
           move 1 to pos
           string
               "TRL"                  delimited by size
               ANTAL-FIL-LINJER       delimited by size
               " BETALINGER="         delimited by size
               ANTAL-UDGAAENDE        delimited by size
               " SUM="                delimited by size
               function TRIM(BELOB-E) delimited by size
               " BANKER="             delimited by size
               NP-ANTAL               delimited by size
                  into Clearing-Fil-Linje
                  with pointer pos
           end-string
           write Clearing-Fil-Linje
           close Clearing-Fil-Out
           display "Clearingfil skrevet til "
               function TRIM(CLEARING-FIL-NAVN)
           exit.

      skriv-en-betalings-linje.
           move function NUMVAL(CR-BELOB (CR-INDEX)) to AKTUEL-BELOB-DKK
           if AKTUEL-BELOB-DKK < 0
               compute AKTUEL-BELOB-DKK = AKTUEL-BELOB-DKK * -1
           end-if
           add AKTUEL-BELOB-DKK to KONTROL-TOTAL-DKK
           move AKTUEL-BELOB-DKK to BELOB-E
           move spaces to Clearing-Fil-Linje
           move 1 to pos
           string
               "BET"                  delimited by size
               CR-REF (CR-INDEX)      delimited by size
               " MODTAGER-REG-NR="    delimited by size
               CR-REG-NR (CR-INDEX)   delimited by size
               " AFSENDER-KONTO="     delimited by size
               CR-KONTO-ID (CR-INDEX) delimited by size
               " BELOB="              delimited by size
               function TRIM(BELOB-E) delimited by size
               " DATO="               delimited by size
               CR-DATO (CR-INDEX) (1:10) delimited by size
                  into Clearing-Fil-Linje
                  with pointer pos
           end-string
           write Clearing-Fil-Linje
           exit.

     *> --- Nettopositionen: positiv = vi skylder modpartsbanken ---
      skriv-en-netto-linje.
           compute NETTO-DKK =
               NP-SUM-UD (NP-INDEX) - NP-SUM-IND (NP-INDEX)
           move NP-SUM-UD (NP-INDEX) to BELOB-UD-E
           move NP-SUM-IND (NP-INDEX) to BELOB-IND-E
           move NETTO-DKK to BELOB-E
           move spaces to Clearing-Fil-Linje
           move 1 to pos
           string
               "NET"                  delimited by size
               " REG-NR="             delimited by size
               NP-REG-NR (NP-INDEX)   delimited by size
               " UD-ANTAL="           delimited by size
               NP-ANTAL-UD (NP-INDEX) delimited by size
               " UD="                 delimited by size
               function TRIM(BELOB-UD-E) delimited by size
               " IND-ANTAL="          delimited by size
               NP-ANTAL-IND (NP-INDEX) delimited by size
               " IND="                delimited by size
               function TRIM(BELOB-IND-E) delimited by size
               " NETTO="              delimited by size
               function TRIM(BELOB-E) delimited by size
                  into Clearing-Fil-Linje
                  with pointer pos
           end-string
           write Clearing-Fil-Linje
           exit.

      skriv-clearing-register.
           open output Clearing-Register-Out
           perform varying CR-INDEX from 1 by 1
               until CR-INDEX > CR-ANTAL
               move CR-REF (CR-INDEX) to CR-REF-UD
               move CR-CYKLUS (CR-INDEX) to CR-CYKLUS-UD
               move CR-RETNING (CR-INDEX) to CR-RETNING-UD
               move CR-KONTO-ID (CR-INDEX) to CR-KONTO-ID-UD
               move CR-REG-NR (CR-INDEX) to CR-REG-NR-UD
               move CR-KUNDE-ID (CR-INDEX) to CR-KUNDE-ID-UD
               move CR-BELOB (CR-INDEX) to CR-BELOB-UD
               move CR-DATO (CR-INDEX) to CR-DATO-UD
               move CR-STATUS (CR-INDEX) to CR-STATUS-UD
               move CR-STATUS-DATO (CR-INDEX) to CR-STATUS-DATO-UD
               move CR-AARSAG-KODE (CR-INDEX) to CR-AARSAG-KODE-UD
               write Clearing-Register-Ud-Linje
           end-perform
           close Clearing-Register-Out
           exit.

     *> --- Den behandlede returfil arkiveres datostemplet og ---
     *> --- toemmes - moenstret fra kortLivscyklus ---
      arkiver-og-toem-returer.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to RETUR-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/ClearingReturBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into RETUR-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-retur
           open input Clearing-Retur-In
           open output Clearing-Retur-Arkiv-Out
           perform until end-of-file-retur
               read Clearing-Retur-In
                   at end move "Y" to EOF-check-retur
                   not at end
                       write Clearing-Retur-Arkiv-Linje
                           from Clearing-Retur-Linje
               end-read
           end-perform
           close Clearing-Retur-Arkiv-Out
           close Clearing-Retur-In
           open output Clearing-Retur-In
           close Clearing-Retur-In
           display "Clearingreturer arkiveret til "
               function TRIM(RETUR-ARKIV-NAVN)
               " - ClearingRetur.txt toemt"
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
           move "udgaaendeClearing" to KAP-PROGRAM
           move "BANK-TABEL" to KAP-TABEL
           move BT-ANTAL-BANKER to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "CLEARING-TABEL" to KAP-TABEL
           move CR-ANTAL to KAP-ANTAL
           move MAX-CLEARING to KAP-MAX
           write Kapacitet-Linje
           move "NETTO-TABEL" to KAP-TABEL
           move NP-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "POSTERING-TABEL" to KAP-TABEL
           move PT-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
