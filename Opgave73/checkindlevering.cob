      identification division.
      program-id. checkIndlevering.

     *> --- Checkindlevering: erhvervskundernes checks blev hidtil
     *>     bogfoert af filialerne som fritekst-INDBETALING uden
     *>     kontrol. Nu registreres hver indleveret check i
     *>     text-files/CheckIndleveringer.txt - een linje pr. check:
     *>     den konto, der skal krediteres, traekkerbankens REG-NR,
     *>     traekkerens konto, checknummeret, beloebet og
     *>     indleveringsdatoen (blank = i dag). Trinnet:
     *>       - afviser en check, hvis traekkerbank og checknummer
     *>         allerede er indleveret (CheckRegister.txt eller
     *>         tidligere i samme fil), med DUBLET-CHECK, og ligeledes
     *>         ukendte (KontoMaster.txt) eller lukkede (KontoStatus.txt)
     *>         konti, manglende checknummer og ugyldigt beloeb
     *>       - krediterer den godkendte check som INDBETALING, maerket
     *>         "CHECK:<checknr>" i BUTIK, med valoer efter en
     *>         holdeperiode i bankdage fra indleveringen: HOLD-DAGE-EGEN
     *>         (default 1), naar traekkerbanken er en af vores egne
     *>         (Banker.txt), ellers HOLD-DAGE-FREMMED (default 5).
     *>         Bankdage.txt styrer lukkedagene. Indtil valoerdagen
     *>         regner disponibelSaldo (Opgave61) beloebet som
     *>         reserveret, saa det ikke kan haeves
     *>       - behandler checkreturerne fra clearingen i
     *>         text-files/CheckReturer.txt (traekkerbank, checknummer,
     *>         returaarsag, dato): krediteringen tilbagefoeres som en
     *>         UDBETALING maerket "CHKRETUR:<checknr>", og kontoen
     *>         paalignes returgebyret RETUR-GEBYR (default 150,00)
     *>         som GEBYR maerket "CHKGEBYR:<checknr>". En retur for en
     *>         ukendt eller allerede returneret check afvises
     *>       - foerer nattens posteringer ind i den disponible
     *>         position (DisponibelSaldo.txt - DisponibelTabel.cpy)
     *>         efter samme regler som disponibelSaldo - en retur og
     *>         et returgebyr traekkes fra, og en retur foer
     *>         valoerdagen ophaever holdet - og skriver den tilbage
     *>         til de efterfoelgende intag-trin
     *>     Graenserne overstyres i CheckParameter.txt. Afvisningerne
     *>     skrives til CheckUndtagelser.txt i BETINGELSE=-formatet.
     *>     CheckRegister.txt foeres frem med status (K = krediteret,
     *>     R = returneret), og de behandlede filer arkiveres
     *>     datostemplet og toemmes - ellers ville naeste koersel
     *>     bogfoere de samme checks igen. Transaktioner.txt skrives
     *>     om med ny HDR/TRL - samme moenster som bankboksLeje.

      environment division.
      input-output section.
      file-control.
           select optional Indlevering-In
               assign to "text-files/CheckIndleveringer.txt"
               organization is line sequential.
           select Indlevering-Arkiv-Out
               assign to dynamic INDLEVERING-ARKIV-NAVN
               organization is line sequential.
           select optional Retur-In
               assign to "text-files/CheckReturer.txt"
               organization is line sequential.
           select Retur-Arkiv-Out
               assign to dynamic RETUR-ARKIV-NAVN
               organization is line sequential.
           select optional Check-Register-In
               assign to "text-files/CheckRegister.txt"
               organization is line sequential.
           select Check-Register-Out
               assign to "text-files/CheckRegister.txt"
               organization is line sequential.
           select optional Check-Parameter-In
               assign to "text-files/CheckParameter.txt"
               organization is line sequential.
           select Bank-Data-In
               assign to "text-files/Banker.txt"
               organization is line sequential.
           select optional Bankdage-In
               assign to "text-files/Bankdage.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Status-In
               assign to "text-files/KontoStatus.txt"
               organization is line sequential.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedCheck.txt"
               organization is line sequential.
           select Undtagelse-Out
               assign to "text-files/CheckUndtagelser.txt"
               organization is line sequential.
     *> --- Den faelles disponible position pr. konto fra ---
     *> --- disponibelSaldo (Opgave61) - posteringerne foeres ind, ---
     *> --- og positionen skrives frem til naeste intag-trin - se ---
     *> --- DisponibelTabel.cpy ---
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select Disponibel-Saldo-Out
               assign to "text-files/DisponibelSaldo.txt"
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
      fd Indlevering-In.
      01 Indlevering-Linje.
           02 CI-KONTO-ID-IN        pic x(14).
           02 CI-TRAEKKER-REG-NR-IN pic x(6).
           02 CI-TRAEKKER-KONTO-IN  pic x(14).
           02 CI-CHECK-NR-IN        pic x(10).
           02 CI-BELOB-IN           pic 9(11)v99.
           02 CI-DATO-IN            pic x(10).
      fd Indlevering-Arkiv-Out.
      01 Indlevering-Arkiv-Linje   pic x(67).
      fd Retur-In.
      01 Retur-Linje.
           02 CR-TRAEKKER-REG-NR-IN pic x(6).
           02 CR-CHECK-NR-IN        pic x(10).
           02 CR-AARSAG-IN          pic x(20).
           02 CR-DATO-IN            pic x(10).
      fd Retur-Arkiv-Out.
      01 Retur-Arkiv-Linje         pic x(46).
      fd Check-Register-In.
      01 Check-Register-Linje.
           02 CK-TRAEKKER-REG-NR-IN pic x(6).
           02 CK-CHECK-NR-IN        pic x(10).
           02 CK-TRAEKKER-KONTO-IN  pic x(14).
           02 CK-KONTO-ID-IN        pic x(14).
           02 CK-REG-NR-IN          pic x(6).
           02 CK-KUNDE-ID-IN        pic x(10).
           02 CK-BELOB-IN           pic 9(11)v99.
           02 CK-INDLEVERET-DATO-IN pic x(10).
           02 CK-VALOER-DATO-IN     pic x(10).
           02 CK-BANK-ART-IN        pic x.
           02 CK-STATUS-IN          pic x.
           02 CK-STATUS-DATO-IN     pic x(10).
           02 CK-RETUR-AARSAG-IN    pic x(20).
      fd Check-Register-Out.
      01 Check-Register-Ud-Linje.
           02 CK-TRAEKKER-REG-NR-UD pic x(6).
           02 CK-CHECK-NR-UD        pic x(10).
           02 CK-TRAEKKER-KONTO-UD  pic x(14).
           02 CK-KONTO-ID-UD        pic x(14).
           02 CK-REG-NR-UD          pic x(6).
           02 CK-KUNDE-ID-UD        pic x(10).
           02 CK-BELOB-UD           pic 9(11)v99.
           02 CK-INDLEVERET-DATO-UD pic x(10).
           02 CK-VALOER-DATO-UD     pic x(10).
           02 CK-BANK-ART-UD        pic x.
           02 CK-STATUS-UD          pic x.
           02 CK-STATUS-DATO-UD     pic x(10).
           02 CK-RETUR-AARSAG-UD    pic x(20).
      fd Check-Parameter-In.
      01 Check-Parameter-Linje.
           02 PARM-HOLD-DAGE-EGEN   pic 9(2).
           02 PARM-HOLD-DAGE-FREMMED pic 9(2).
           02 PARM-RETUR-GEBYR      pic 9(7)v99.
      fd Bank-Data-In.
      01 Bank-Information.
           copy "Opgave10/Copybooks/Banker.cpy".
      01 Bank-Hdr-Trl-Linje.
           02 BHT-TAG               pic x(3).
           02 BHT-ANTAL             pic 9(7).
           02 FILLER                pic x(121).
      fd Bankdage-In.
      01 Bankdage-Linje.
           02 BD-DATO-IN            pic x(10).
           02 BD-TEKST-IN           pic x(30).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 KM-REG-NR-IN         pic x(6).
           02 KM-KUNDE-ID-IN       pic x(10).
           02 KM-OPRETTET-DATO-IN  pic x(10).
           02 KM-PRODUKT-KODE-IN   pic x(4).
      fd Konto-Status-In.
      01 Konto-Status-Linje.
           02 KS-KONTO-ID-IN       pic x(14).
           02 KS-STATUS-KODE-IN    pic x.
           02 KS-LUKKE-DATO-IN     pic x(10).
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
      fd Undtagelse-Out.
      01 Undtagelse-Linje          pic x(200) value spaces.
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN       pic x(14).
           02 DP-BOGFOERT-IN       pic x(17).
           02 DP-DAGENS-IN         pic x(17).
           02 DP-RAMME-IN          pic x(17).
           02 DP-RESERVERET-IN     pic x(17).
      fd Disponibel-Saldo-Out.
      01 Disponibel-Saldo-Ud-Linje.
           02 DP-KONTO-ID-OUT      pic x(14).
           02 DP-BOGFOERT-OUT      pic x(17).
           02 DP-DAGENS-OUT        pic x(17).
           02 DP-RAMME-OUT         pic x(17).
           02 DP-RESERVERET-OUT    pic x(17).
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-indlevering    pic x value "N".
           88 end-of-file-indlevering value "Y".
      01 EOF-check-retur          pic x value "N".
           88 end-of-file-retur   value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-bank           pic x value "N".
           88 end-of-file-bank    value "Y".
      01 EOF-check-bankdage       pic x value "N".
           88 end-of-file-bankdage value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-status         pic x value "N".
           88 end-of-file-status  value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 pos                      pic 9(4) value 1.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
      01 ARKIV-TIDSSTEMPEL        pic x(21) value spaces.
      01 INDLEVERING-ARKIV-NAVN   pic x(100) value spaces.
      01 RETUR-ARKIV-NAVN         pic x(100) value spaces.
     *> --- Holdeperioderne i bankdage og returgebyret - ---
     *> --- overstyres i CheckParameter.txt ---
      01 HOLD-DAGE-EGEN           pic 9(2) value 1.
      01 HOLD-DAGE-FREMMED        pic 9(2) value 5.
      01 RETUR-GEBYR              pic 9(7)v99 value 150.00.
     *> --- Banker.txt i memory - vores egne banker ---
      copy "Opgave10/Copybooks/BankTabel.cpy".
      01 REG-NR-SEARCH-KEY        pic x(6) value spaces.
      01 BANK-MATCH-FLAG          pic x value "N".
           88 BANK-FUNDET         value "Y".
           88 BANK-IKKE-FUNDET    value "N".
      copy "Opgave10/Copybooks/BankdageTabel.cpy".
     *> --- Checkregistret i memory ---
      01 Check-Tabel.
           02 CK-ANTAL             pic 9(5) value 0.
           02 CK-POST OCCURS 50000 TIMES.
              03 CK-TRAEKKER-REG-NR pic x(6).
              03 CK-CHECK-NR       pic x(10).
              03 CK-TRAEKKER-KONTO pic x(14).
              03 CK-KONTO-ID       pic x(14).
              03 CK-REG-NR         pic x(6).
              03 CK-KUNDE-ID       pic x(10).
              03 CK-BELOB          pic 9(11)v99.
              03 CK-INDLEVERET-DATO pic x(10).
              03 CK-VALOER-DATO    pic x(10).
              03 CK-BANK-ART       pic x.
                 88 CK-EGEN-BANK   value "E".
                 88 CK-FREMMED-BANK value "F".
              03 CK-STATUS         pic x.
                 88 CK-KREDITERET  value "K".
                 88 CK-RETURNERET  value "R".
              03 CK-STATUS-DATO    pic x(10).
              03 CK-RETUR-AARSAG   pic x(20).
      01 MAX-CHECKS               pic 9(5) value 50000.
      01 CHECK-NR-SEARCH-KEY      pic x(10) value spaces.
      01 CK-INDEX                 pic 9(5) value 0.
      01 CK-FUND-FLAG             pic x value "N".
           88 CK-FUNDET           value "J".
           88 CK-IKKE-FUNDET      value "N".
     *> --- Kontomasteren til reg-nr og kunde paa den krediterede ---
     *> --- konto ---
      01 Konto-Master-Tabel.
           02 KMT-ANTAL            pic 9(5) value 0.
           02 KMT-POST OCCURS 50000 TIMES.
              03 KMT-KONTO-ID      pic x(14).
              03 KMT-REG-NR        pic x(6).
              03 KMT-KUNDE-ID      pic x(10).
      01 KMT-INDEX                pic 9(5) value 0.
      01 KMT-FUND-FLAG            pic x value "N".
           88 KMT-FUNDET          value "J".
           88 KMT-IKKE-FUNDET     value "N".
     *> --- De lukkede konti fra KontoStatus.txt ---
      01 Lukket-Konto-Tabel.
           02 LK-ANTAL             pic 9(5) value 0.
           02 LK-POST OCCURS 50000 TIMES.
              03 LK-KONTO-ID       pic x(14).
      01 LK-INDEX                 pic 9(5) value 0.
      01 LK-FUND-FLAG             pic x value "N".
           88 KONTO-ER-LUKKET     value "Y".
           88 KONTO-IKKE-LUKKET   value "N".
     *> --- Nattens posteringer, bogfoert naar begge filer er ---
     *> --- behandlet ---
      01 Postering-Tabel.
           02 PT-ANTAL             pic 9(5) value 0.
           02 PT-POST OCCURS 20000 TIMES.
              03 PT-KONTO-ID       pic x(14).
              03 PT-REG-NR         pic x(6).
              03 PT-KUNDE-ID       pic x(10).
              03 PT-BELOB          pic s9(11)v99 COMP-3.
              03 PT-TYPE           pic x(20).
              03 PT-BUTIK          pic x(20).
              03 PT-DATO           pic x(10).
              03 PT-VALOER         pic x(10).
      01 PT-INDEX                 pic 9(5) value 0.
     *> --- Den disponible position pr. konto ---
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 INDLEVERET-DATO          pic x(10) value spaces.
      01 HOLD-DAGE                pic 9(2) value 0.
      01 HOLD-TAELLER             pic 9(2) value 0.
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
      01 CHECK-BELOB-DKK          pic s9(11)v99 COMP-3 value 0.
      01 BELOB-E                  pic -(10)9.99.
      01 BELOB-POST-E             pic -(12)9.99.
      01 ANTAL-INDLEVERET         pic 9(7) value 0.
      01 ANTAL-KREDITERET         pic 9(7) value 0.
      01 ANTAL-RETURER            pic 9(7) value 0.
      01 ANTAL-RETURNERET         pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-BOGFOERT           pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: indleveringer og returer mod registret, ---
     *> --- derefter bogfoering, register og arkivering ---
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
           perform indlæs-bank-tabel
           perform indlæs-bankdage
           perform indlæs-konto-master
           perform indlæs-lukkede-konti
           perform indlæs-check-register
           perform indlæs-disponibel-saldo
           open output Undtagelse-Out
           perform behandl-indleveringer
           perform behandl-returer
           close Undtagelse-Out
           if PT-ANTAL > 0
               perform bogfoer-posteringer
               perform foer-disponibel-frem
               perform skriv-disponibel-saldo
               perform skriv-kaede-kontrol
           end-if
           if ANTAL-INDLEVERET > 0 or ANTAL-RETURER > 0
               perform skriv-check-register
           end-if
           if ANTAL-INDLEVERET > 0
               perform arkiver-og-toem-indleveringer
           end-if
           if ANTAL-RETURER > 0
               perform arkiver-og-toem-returer
           end-if
           display "Checks: " ANTAL-INDLEVERET " indleveret, "
               ANTAL-KREDITERET " krediteret, " ANTAL-RETURER
               " retur(er), " ANTAL-RETURNERET " tilbagefoert, "
               ANTAL-AFVIST " afvist - se text-files/CheckUndtagelser.txt"
           if ANTAL-TABEL-FULD > 0
               display "Checks: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Check-Parameter-In
           read Check-Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-HOLD-DAGE-EGEN is numeric
                       move PARM-HOLD-DAGE-EGEN to HOLD-DAGE-EGEN
                   end-if
                   if PARM-HOLD-DAGE-FREMMED is numeric
                       move PARM-HOLD-DAGE-FREMMED to HOLD-DAGE-FREMMED
                   end-if
                   if PARM-RETUR-GEBYR is numeric
                       move PARM-RETUR-GEBYR to RETUR-GEBYR
                   end-if
           end-read
           close Check-Parameter-In
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

      indlæs-konto-master.
           move 0 to KMT-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KMT-ANTAL < 50000
                           add 1 to KMT-ANTAL
                           move KM-KONTO-ID-IN
                               to KMT-KONTO-ID (KMT-ANTAL)
                           move KM-REG-NR-IN to KMT-REG-NR (KMT-ANTAL)
                           move KM-KUNDE-ID-IN
                               to KMT-KUNDE-ID (KMT-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Konto-Master-In
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

      indlæs-check-register.
           move 0 to CK-ANTAL
           move "N" to EOF-check-register
           open input Check-Register-In
           perform until end-of-file-register
               read Check-Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if CK-CHECK-NR-IN not = spaces
                           if CK-ANTAL < MAX-CHECKS
                               add 1 to CK-ANTAL
                               perform gem-check
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Check-Register-In
           exit.

      gem-check.
           move CK-TRAEKKER-REG-NR-IN to CK-TRAEKKER-REG-NR (CK-ANTAL)
           move CK-CHECK-NR-IN to CK-CHECK-NR (CK-ANTAL)
           move CK-TRAEKKER-KONTO-IN to CK-TRAEKKER-KONTO (CK-ANTAL)
           move CK-KONTO-ID-IN to CK-KONTO-ID (CK-ANTAL)
           move CK-REG-NR-IN to CK-REG-NR (CK-ANTAL)
           move CK-KUNDE-ID-IN to CK-KUNDE-ID (CK-ANTAL)
           move 0 to CK-BELOB (CK-ANTAL)
           if CK-BELOB-IN is numeric
               move CK-BELOB-IN to CK-BELOB (CK-ANTAL)
           end-if
           move CK-INDLEVERET-DATO-IN to CK-INDLEVERET-DATO (CK-ANTAL)
           move CK-VALOER-DATO-IN to CK-VALOER-DATO (CK-ANTAL)
           move CK-BANK-ART-IN to CK-BANK-ART (CK-ANTAL)
           move CK-STATUS-IN to CK-STATUS (CK-ANTAL)
           move CK-STATUS-DATO-IN to CK-STATUS-DATO (CK-ANTAL)
           move CK-RETUR-AARSAG-IN to CK-RETUR-AARSAG (CK-ANTAL)
           exit.

      behandl-indleveringer.
           move "N" to EOF-check-indlevering
           open input Indlevering-In
           perform until end-of-file-indlevering
               read Indlevering-In
                   at end move "Y" to EOF-check-indlevering
                   not at end
                       if Indlevering-Linje not = spaces
                           add 1 to ANTAL-INDLEVERET
                           perform behandl-en-indlevering
                       end-if
               end-read
           end-perform
           close Indlevering-In
           exit.

     *> --- Validering, dublet-kontrol mod registret (som ogsaa ---
     *> --- rummer filens tidligere checks), holdeperiode og ---
     *> --- kreditering ---
      behandl-en-indlevering.
           move spaces to AFVISNINGS-GRUND
           set KMT-IKKE-FUNDET to TRUE
           perform varying KMT-INDEX from 1 by 1
               until KMT-FUNDET or KMT-INDEX > KMT-ANTAL
               if KMT-KONTO-ID (KMT-INDEX) = CI-KONTO-ID-IN
                   set KMT-FUNDET to TRUE
               end-if
           end-perform
           if KMT-FUNDET
               subtract 1 from KMT-INDEX
           end-if
           set KONTO-IKKE-LUKKET to TRUE
           perform varying LK-INDEX from 1 by 1
               until KONTO-ER-LUKKET or LK-INDEX > LK-ANTAL
               if LK-KONTO-ID (LK-INDEX) = CI-KONTO-ID-IN
                   set KONTO-ER-LUKKET to TRUE
               end-if
           end-perform
           move CI-TRAEKKER-REG-NR-IN to REG-NR-SEARCH-KEY
           move CI-CHECK-NR-IN to CHECK-NR-SEARCH-KEY
           perform find-check-nr
           evaluate true
               when CI-CHECK-NR-IN = spaces
                   or CI-TRAEKKER-REG-NR-IN = spaces
                   move "CHECK-NR-MANGLER" to AFVISNINGS-GRUND
               when CI-BELOB-IN is not numeric
                   move "BELOB-UGYLDIG" to AFVISNINGS-GRUND
               when CI-BELOB-IN = 0
                   move "BELOB-UGYLDIG" to AFVISNINGS-GRUND
               when CK-FUNDET
                   move "DUBLET-CHECK" to AFVISNINGS-GRUND
               when KMT-ANTAL > 0 and KMT-IKKE-FUNDET
                   move "KONTO-UKENDT" to AFVISNINGS-GRUND
               when KONTO-ER-LUKKET
                   move "KONTO-LUKKET" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               perform afvis-indlevering
               exit paragraph
           end-if
           if CK-ANTAL not < MAX-CHECKS or PT-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           move CI-DATO-IN to INDLEVERET-DATO
           if INDLEVERET-DATO (1:4) is not numeric
               or INDLEVERET-DATO (6:2) is not numeric
               or INDLEVERET-DATO (9:2) is not numeric
               or INDLEVERET-DATO > DAGS-DATO
               move DAGS-DATO to INDLEVERET-DATO
           end-if
           add 1 to CK-ANTAL
           move CI-TRAEKKER-REG-NR-IN to CK-TRAEKKER-REG-NR (CK-ANTAL)
           move CI-CHECK-NR-IN to CK-CHECK-NR (CK-ANTAL)
           move CI-TRAEKKER-KONTO-IN to CK-TRAEKKER-KONTO (CK-ANTAL)
           move CI-KONTO-ID-IN to CK-KONTO-ID (CK-ANTAL)
           move spaces to CK-REG-NR (CK-ANTAL)
           move spaces to CK-KUNDE-ID (CK-ANTAL)
           if KMT-FUNDET
               move KMT-REG-NR (KMT-INDEX) to CK-REG-NR (CK-ANTAL)
               move KMT-KUNDE-ID (KMT-INDEX) to CK-KUNDE-ID (CK-ANTAL)
           end-if
           move CI-BELOB-IN to CK-BELOB (CK-ANTAL)
           move INDLEVERET-DATO to CK-INDLEVERET-DATO (CK-ANTAL)
           set BANK-IKKE-FUNDET to TRUE
           search all BT-POST
               when BT-REG-NR (BT-IDX) = REG-NR-SEARCH-KEY
                   set BANK-FUNDET to TRUE
           end-search
           if BANK-FUNDET
               set CK-EGEN-BANK (CK-ANTAL) to TRUE
               move HOLD-DAGE-EGEN to HOLD-DAGE
           else
               set CK-FREMMED-BANK (CK-ANTAL) to TRUE
               move HOLD-DAGE-FREMMED to HOLD-DAGE
           end-if
           perform beregn-valoer-dato
           move BANKDAG-DATO to CK-VALOER-DATO (CK-ANTAL)
           set CK-KREDITERET (CK-ANTAL) to TRUE
           move DAGS-DATO to CK-STATUS-DATO (CK-ANTAL)
           move spaces to CK-RETUR-AARSAG (CK-ANTAL)
           move CK-ANTAL to CK-INDEX
           move CK-BELOB (CK-INDEX) to CHECK-BELOB-DKK
           add 1 to PT-ANTAL
           move "INDBETALING" to PT-TYPE (PT-ANTAL)
           move spaces to PT-BUTIK (PT-ANTAL)
           string
               "CHECK:"                   delimited by size
               CK-CHECK-NR (CK-INDEX)     delimited by space
                  into PT-BUTIK (PT-ANTAL)
           end-string
           move CK-VALOER-DATO (CK-INDEX) to PT-VALOER (PT-ANTAL)
           perform udfyld-postering
           add 1 to ANTAL-KREDITERET
           exit.

     *> --- Slaar traekkerbank REG-NR-SEARCH-KEY + checknummer ---
     *> --- CHECK-NR-SEARCH-KEY op i registret ---
      find-check-nr.
           set CK-IKKE-FUNDET to TRUE
           perform varying CK-INDEX from 1 by 1
               until CK-FUNDET or CK-INDEX > CK-ANTAL
               if CK-TRAEKKER-REG-NR (CK-INDEX) = REG-NR-SEARCH-KEY
                   and CK-CHECK-NR (CK-INDEX) = CHECK-NR-SEARCH-KEY
                   set CK-FUNDET to TRUE
               end-if
           end-perform
           if CK-FUNDET
               subtract 1 from CK-INDEX
           end-if
           exit.

     *> --- Valoerdatoen: HOLD-DAGE bankdage efter indleveringen ---
      beregn-valoer-dato.
           move INDLEVERET-DATO to BANKDAG-DATO
           perform kontroller-bankdag
           move 0 to HOLD-TAELLER
           perform until HOLD-TAELLER not < HOLD-DAGE
               add 1 to HOLD-TAELLER
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
               move "F" to RUL-RETNING
               perform rul-til-bankdag
           end-perform
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

      afvis-indlevering.
           add 1 to ANTAL-AFVIST
           move 0 to BELOB-E
           if CI-BELOB-IN is numeric
               move CI-BELOB-IN to BELOB-E
           end-if
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE="              delimited by size
               function TRIM(AFVISNINGS-GRUND) delimited by size
               " KONTO-ID="               delimited by size
               CI-KONTO-ID-IN             delimited by size
               " TRAEKKER-REG-NR="        delimited by size
               CI-TRAEKKER-REG-NR-IN      delimited by size
               " CHECK-NR="               delimited by size
               CI-CHECK-NR-IN             delimited by size
               " BELOB="                  delimited by size
               function TRIM(BELOB-E)     delimited by size
               " DATO="                   delimited by size
               DAGS-DATO                  delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           exit.

      behandl-returer.
           move "N" to EOF-check-retur
           open input Retur-In
           perform until end-of-file-retur
               read Retur-In
                   at end move "Y" to EOF-check-retur
                   not at end
                       if Retur-Linje not = spaces
                           add 1 to ANTAL-RETURER
                           perform behandl-en-retur
                       end-if
               end-read
           end-perform
           close Retur-In
           exit.

     *> --- En returneret check: krediteringen tilbagefoeres, og ---
     *> --- returgebyret bogfoeres. Valoer for tilbagefoerslen er ---
     *> --- krediteringens valoer, hvis den endnu ikke er naaet, saa ---
     *> --- renten gaar lige op ---
      behandl-en-retur.
           move spaces to AFVISNINGS-GRUND
           move CR-TRAEKKER-REG-NR-IN to REG-NR-SEARCH-KEY
           move CR-CHECK-NR-IN to CHECK-NR-SEARCH-KEY
           perform find-check-nr
           evaluate true
               when CK-IKKE-FUNDET
                   move "CHECK-UKENDT" to AFVISNINGS-GRUND
               when CK-RETURNERET (CK-INDEX)
                   move "CHECK-ALLEREDE-RETURNERET" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               perform afvis-retur
               exit paragraph
           end-if
           if PT-ANTAL > 19998
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           set CK-RETURNERET (CK-INDEX) to TRUE
           move DAGS-DATO to CK-STATUS-DATO (CK-INDEX)
           move CR-AARSAG-IN to CK-RETUR-AARSAG (CK-INDEX)
           compute CHECK-BELOB-DKK = CK-BELOB (CK-INDEX) * -1
           add 1 to PT-ANTAL
           move "UDBETALING" to PT-TYPE (PT-ANTAL)
           move spaces to PT-BUTIK (PT-ANTAL)
           string
               "CHKRETUR:"                delimited by size
               CK-CHECK-NR (CK-INDEX)     delimited by space
                  into PT-BUTIK (PT-ANTAL)
           end-string
           move DAGS-DATO to PT-VALOER (PT-ANTAL)
           if CK-VALOER-DATO (CK-INDEX) > DAGS-DATO
               move CK-VALOER-DATO (CK-INDEX) to PT-VALOER (PT-ANTAL)
           end-if
           perform udfyld-postering
           add 1 to ANTAL-RETURNERET
           if RETUR-GEBYR > 0
               compute CHECK-BELOB-DKK = RETUR-GEBYR * -1
               add 1 to PT-ANTAL
               move "GEBYR" to PT-TYPE (PT-ANTAL)
               move spaces to PT-BUTIK (PT-ANTAL)
               string
                   "CHKGEBYR:"            delimited by size
                   CK-CHECK-NR (CK-INDEX) delimited by space
                      into PT-BUTIK (PT-ANTAL)
               end-string
               move DAGS-DATO to PT-VALOER (PT-ANTAL)
               perform udfyld-postering
           end-if
           exit.

      afvis-retur.
           add 1 to ANTAL-AFVIST
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE="              delimited by size
               function TRIM(AFVISNINGS-GRUND) delimited by size
               " TRAEKKER-REG-NR="        delimited by size
               CR-TRAEKKER-REG-NR-IN      delimited by size
               " CHECK-NR="               delimited by size
               CR-CHECK-NR-IN             delimited by size
               " AARSAG="                 delimited by size
               function TRIM(CR-AARSAG-IN) delimited by size
               " DATO="                   delimited by size
               DAGS-DATO                  delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           exit.

     *> --- Konto, reg-nr, kunde, beloeb og dato paa posteringen ---
     *> --- PT-ANTAL fra checken CK-INDEX ---
      udfyld-postering.
           move CK-KONTO-ID (CK-INDEX) to PT-KONTO-ID (PT-ANTAL)
           move CK-REG-NR (CK-INDEX) to PT-REG-NR (PT-ANTAL)
           move CK-KUNDE-ID (CK-INDEX) to PT-KUNDE-ID (PT-ANTAL)
           move CHECK-BELOB-DKK to PT-BELOB (PT-ANTAL)
           move DAGS-DATO to PT-DATO (PT-ANTAL)
           exit.

     *> --- Foerer nattens posteringer ind i den disponible ---
     *> --- position, som disponibelSaldo ville have talt dem ---
      foer-disponibel-frem.
           if DSP-ANTAL = 0
               exit paragraph
           end-if
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               perform foer-en-postering-frem
           end-perform
           exit.

     *> --- Posteringen laegges til dagens bevaegelse. En check ---
     *> --- eller retur med valoer efter i dag aendrer desuden ---
     *> --- holdet: checken reserveres, returen ophaever det ---
      foer-en-postering-frem.
           move PT-BELOB (PT-INDEX) to DISPONIBEL-POSTERING
           move PT-KONTO-ID (PT-INDEX) to DISPONIBEL-OPSLAG-KONTO
           perform bogfoer-disponibel
           if (PT-BUTIK (PT-INDEX) (1:6) = "CHECK:"
               or PT-BUTIK (PT-INDEX) (1:9) = "CHKRETUR:")
               and PT-VALOER (PT-INDEX) > DAGS-DATO
               move PT-BELOB (PT-INDEX) to DISPONIBEL-RESERVATION
               perform juster-disponibel-reservation
           end-if
           exit.

     *> --- Kopierer Transaktioner.txt (uden HDR/TRL), tilfoejer ---
     *> --- posteringerne og skriver filen tilbage med ny HDR/TRL ---
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
           move PT-TYPE (PT-INDEX)
               to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
           move PT-BUTIK (PT-INDEX) to BUTIK of Transaktion-Work-Linje
           move PT-DATO (PT-INDEX) to DATO of Transaktion-Work-Linje
           move PT-VALOER (PT-INDEX)
               to VALOER-DATO of Transaktion-Work-Linje
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
               "CHECK"                delimited by size
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

      skriv-check-register.
           open output Check-Register-Out
           perform varying CK-INDEX from 1 by 1
               until CK-INDEX > CK-ANTAL
               move CK-TRAEKKER-REG-NR (CK-INDEX)
                   to CK-TRAEKKER-REG-NR-UD
               move CK-CHECK-NR (CK-INDEX) to CK-CHECK-NR-UD
               move CK-TRAEKKER-KONTO (CK-INDEX) to CK-TRAEKKER-KONTO-UD
               move CK-KONTO-ID (CK-INDEX) to CK-KONTO-ID-UD
               move CK-REG-NR (CK-INDEX) to CK-REG-NR-UD
               move CK-KUNDE-ID (CK-INDEX) to CK-KUNDE-ID-UD
               move CK-BELOB (CK-INDEX) to CK-BELOB-UD
               move CK-INDLEVERET-DATO (CK-INDEX)
                   to CK-INDLEVERET-DATO-UD
               move CK-VALOER-DATO (CK-INDEX) to CK-VALOER-DATO-UD
               move CK-BANK-ART (CK-INDEX) to CK-BANK-ART-UD
               move CK-STATUS (CK-INDEX) to CK-STATUS-UD
               move CK-STATUS-DATO (CK-INDEX) to CK-STATUS-DATO-UD
               move CK-RETUR-AARSAG (CK-INDEX) to CK-RETUR-AARSAG-UD
               write Check-Register-Ud-Linje
           end-perform
           close Check-Register-Out
           exit.

     *> --- De behandlede filer arkiveres datostemplet og toemmes - ---
     *> --- moenstret fra kortLivscyklus ---
      arkiver-og-toem-indleveringer.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to INDLEVERING-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/CheckIndleveringerBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into INDLEVERING-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-indlevering
           open input Indlevering-In
           open output Indlevering-Arkiv-Out
           perform until end-of-file-indlevering
               read Indlevering-In
                   at end move "Y" to EOF-check-indlevering
                   not at end
                       write Indlevering-Arkiv-Linje
                           from Indlevering-Linje
               end-read
           end-perform
           close Indlevering-Arkiv-Out
           close Indlevering-In
           open output Indlevering-In
           close Indlevering-In
           display "Checkindleveringer arkiveret til "
               function TRIM(INDLEVERING-ARKIV-NAVN)
               " - CheckIndleveringer.txt toemt"
           exit.

      arkiver-og-toem-returer.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to RETUR-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/CheckReturerBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into RETUR-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-retur
           open input Retur-In
           open output Retur-Arkiv-Out
           perform until end-of-file-retur
               read Retur-In
                   at end move "Y" to EOF-check-retur
                   not at end
                       write Retur-Arkiv-Linje from Retur-Linje
               end-read
           end-perform
           close Retur-Arkiv-Out
           close Retur-In
           open output Retur-In
           close Retur-In
           display "Checkreturer arkiveret til "
               function TRIM(RETUR-ARKIV-NAVN)
               " - CheckReturer.txt toemt"
           exit.

     *> --- Indlaeser den disponible position fra disponibelSaldo ---
     *> --- (Opgave61) - se DisponibelTabel.cpy ---
      indlæs-disponibel-saldo.
           move 0 to DSP-ANTAL
           move "N" to EOF-check-disponibel
           open input Disponibel-Saldo-In
           perform until end-of-file-disponibel
               read Disponibel-Saldo-In
                   at end move "Y" to EOF-check-disponibel
                   not at end
                       if DSP-ANTAL < MAX-DISPONIBEL
                           add 1 to DSP-ANTAL
                           move DP-KONTO-ID-IN
                               to DSP-KONTO-ID (DSP-ANTAL)
                           move function NUMVAL(DP-BOGFOERT-IN)
                               to DSP-BOGFOERT-SALDO (DSP-ANTAL)
                           move function NUMVAL(DP-DAGENS-IN)
                               to DSP-DAGENS-BEVAEGELSE (DSP-ANTAL)
                           move function NUMVAL(DP-RAMME-IN)
                               to DSP-RAMME-DKK (DSP-ANTAL)
                           move function NUMVAL(DP-RESERVERET-IN)
                               to DSP-RESERVERET-DKK (DSP-ANTAL)
                       end-if
               end-read
           end-perform
           close Disponibel-Saldo-In
           exit.

      find-disponibel-for-konto.
           set KONTO-UDEN-POSITION to TRUE
           move 0 to DISPONIBEL-AKTUEL
           perform varying DSP-INDEX from 1 by 1
               until KONTO-HAR-POSITION or DSP-INDEX > DSP-ANTAL
               if DSP-KONTO-ID (DSP-INDEX) = DISPONIBEL-OPSLAG-KONTO
                   set KONTO-HAR-POSITION to TRUE
               end-if
           end-perform
           if KONTO-HAR-POSITION
               subtract 1 from DSP-INDEX
           end-if
           exit.

     *> --- Posteringen laegges til dagens bevaegelse, saa naeste ---
     *> --- intag-trin doemmer paa den opdaterede position ---
      bogfoer-disponibel.
           if DSP-ANTAL = 0
               exit paragraph
           end-if
           perform find-disponibel-for-konto
           if KONTO-HAR-POSITION
               add DISPONIBEL-POSTERING
                   to DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
           end-if
           exit.

     *> --- Kontoens reserverede beloeb aendres med ---
     *> --- DISPONIBEL-RESERVATION - positiv for en ny reservation, ---
     *> --- negativ for en frigivet ---
      juster-disponibel-reservation.
           if DSP-ANTAL = 0
               exit paragraph
           end-if
           perform find-disponibel-for-konto
           if KONTO-HAR-POSITION
               add DISPONIBEL-RESERVATION
                   to DSP-RESERVERET-DKK (DSP-INDEX)
               if DSP-RESERVERET-DKK (DSP-INDEX) < 0
                   move 0 to DSP-RESERVERET-DKK (DSP-INDEX)
               end-if
           end-if
           exit.

     *> --- Skriver positionen tilbage, saa naeste intag-trin samme ---
     *> --- nat fortsaetter fra den ---
      skriv-disponibel-saldo.
           if DSP-ANTAL = 0
               exit paragraph
           end-if
           open output Disponibel-Saldo-Out
           perform varying DSP-INDEX from 1 by 1
               until DSP-INDEX > DSP-ANTAL
               move spaces to Disponibel-Saldo-Ud-Linje
               move DSP-KONTO-ID (DSP-INDEX) to DP-KONTO-ID-OUT
               move DSP-BOGFOERT-SALDO (DSP-INDEX)
                   to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-BOGFOERT-OUT
               move DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
                   to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-DAGENS-OUT
               move DSP-RAMME-DKK (DSP-INDEX) to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-RAMME-OUT
               move DSP-RESERVERET-DKK (DSP-INDEX)
                   to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-RESERVERET-OUT
               write Disponibel-Saldo-Ud-Linje
           end-perform
           close Disponibel-Saldo-Out
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
           move "checkIndlevering" to KAP-PROGRAM
           move "BANK-TABEL" to KAP-TABEL
           move BT-ANTAL-BANKER to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "BANKDAGE-TABEL" to KAP-TABEL
           move BD-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "CHECK-TABEL" to KAP-TABEL
           move CK-ANTAL to KAP-ANTAL
           move MAX-CHECKS to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-MASTER-TABEL" to KAP-TABEL
           move KMT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "LUKKET-KONTO-TABEL" to KAP-TABEL
           move LK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "POSTERING-TABEL" to KAP-TABEL
           move PT-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
