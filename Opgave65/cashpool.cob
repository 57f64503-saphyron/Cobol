      identification division.
      program-id. cashPool.

     *> --- Cash pooling for erhvervskunder: en koncerns konti paa
     *>     tvaers af reg-numre samles i en pulje med een topkonto og
     *>     et antal medlemskonti, saa rente og overtraek beregnes paa
     *>     koncernens nettoposition i stedet for konto for konto.
     *>     Puljerne defineres i text-files/CashPoolDefinitioner.txt
     *>     (pool-id, rolle T/M, Konto-ID, reg-nr, Kunde-Id, koncern-
     *>     id - se CashPoolTabel.cpy). Koeres som natligt batch-trin
     *>     EFTER intag-trinnene, saa dagens posteringer er med, og
     *>     FOER kontoudskriften, se KorselsBatch.sh.
     *>
     *>     Validering pr. pulje - een fejl afviser hele puljen, som
     *>     saa hverken sweepes eller kommer i registret:
     *>       - praecis een topkonto og mindst een medlemskonto
     *>       - hver kontos Kunde-Id er en virksomhed i
     *>         Virksomheder.txt (VIRKSOMHED.cpy)
     *>       - alle virksomhederne har samme koncern-id
     *>       - kontoen findes i KontoMaster.txt under samme Kunde-Id
     *>         (naar masteren er leveret)
     *>       - en konto maa kun staa i een pulje
     *>     Afvisningerne skrives til CashPoolUndtagelser.txt som
     *>     BETINGELSE=-linjer, og de godkendte puljer til
     *>     CashPoolRegister.txt, som opgave10 laeser.
     *>
     *>     Nulstillingen (zero balancing): hver medlemskontos saldo
     *>     ved dagens udgang (summen af posteringer dateret til og
     *>     med i dag - samme saldobegreb som disponibelSaldo) flyttes
     *>     til eller fra topkontoen som et parret traek, OVERFOERSEL
     *>     UD paa den afgivende og OVERFOERSEL IND paa den modtagende
     *>     konto, dateret i dag og maerket "POOL:<pool-id>" i BUTIK -
     *>     samme konvention som rundOpsparing's "RUND:"-maerke, saa
     *>     opgave10's afstem-overfoersler parrer benene som alle andre
     *>     UD/IND-par. En gentaget koersel samme dag finder medlems-
     *>     kontiene allerede nulstillet og genererer kun for det, der
     *>     er bogfoert siden.
     *>
     *>     Puljeopgoerelsen skrives til CashPoolOpgoerelse.txt: pr.
     *>     pulje topkontoens egen saldo, hvert medlems saldo foer
     *>     sweep, dagens sweep og medlemmets bidrag i aar (det
     *>     samlede, der netto er flyttet fra medlemmet til
     *>     topkontoen), og puljens nettoposition paa topkontoen.
     *>
     *>     Transaktioner.txt skrives om med ny HDR/TRL - samme
     *>     moenster som rundOpsparing og fasteOverfoersler.

      environment division.
      input-output section.
      file-control.
           select optional Pool-Definition-In
               assign to "text-files/CashPoolDefinitioner.txt"
               organization is line sequential.
           select optional Virksomhed-Data-In
               assign to "text-files/Virksomheder.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedCashPool.txt"
               organization is line sequential.
           select Pool-Register-Out
               assign to "text-files/CashPoolRegister.txt"
               organization is line sequential.
           select Pool-Undtagelse-Out
               assign to "text-files/CashPoolUndtagelser.txt"
               organization is line sequential.
           select Pool-Opgoerelse-Out
               assign to "text-files/CashPoolOpgoerelse.txt"
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
      fd Pool-Definition-In.
      01 Pool-Definition-Linje.
           02 PD-POOL-ID-IN         pic x(8).
           02 PD-ROLLE-IN           pic x.
           02 PD-KONTO-ID-IN        pic x(14).
           02 PD-REG-NR-IN          pic x(6).
           02 PD-KUNDE-ID-IN        pic x(10).
           02 PD-KONCERN-ID-IN      pic x(10).
      fd Virksomhed-Data-In.
      01 Virksomhed-Information.
           copy "VIRKSOMHED.cpy".
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 KM-REG-NR-IN         pic x(6).
           02 KM-KUNDE-ID-IN       pic x(10).
           02 KM-OPRETTET-DATO-IN  pic x(10).
           02 KM-PRODUKT-KODE-IN   pic x(4).
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
      fd Pool-Register-Out.
      01 Pool-Register-Linje.
           02 PR-POOL-ID-OUT        pic x(8).
           02 PR-ROLLE-OUT          pic x.
           02 PR-KONTO-ID-OUT       pic x(14).
           02 PR-REG-NR-OUT         pic x(6).
           02 PR-KUNDE-ID-OUT       pic x(10).
           02 PR-KONCERN-ID-OUT     pic x(10).
      fd Pool-Undtagelse-Out.
      01 Pool-Undtagelse-Linje     pic x(200) value spaces.
      fd Pool-Opgoerelse-Out.
      01 Pool-Opgoerelse-Linje     pic x(200) value spaces.
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-definition     pic x value "N".
           88 end-of-file-definition value "Y".
      01 EOF-check-virk           pic x value "N".
           88 end-of-file-virk    value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 pos                      pic 9(4) value 1.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
     *> --- Pulje-definitionerne i memory ---
      copy "Opgave10/Copybooks/CashPoolTabel.cpy".
     *> --- Runtime-felter pr. definitionslinje, parallelt med ---
     *> --- CASHPOOL-TABEL ---
      01 Pool-Status-Tabel.
           02 PS-POST OCCURS 2000 TIMES.
              03 PS-AFVIST-FLAG    pic x.
                 88 PS-AFVIST      value "J".
                 88 PS-GODKENDT    value "N".
              03 PS-VIRK-FLAG      pic x.
                 88 PS-ER-VIRKSOMHED value "J".
              03 PS-MASTER-FLAG    pic x.
                 88 PS-I-MASTER    value "J".
              03 PS-MASTER-KUNDE-ID pic x(10).
              03 PS-NAVN           pic x(40).
              03 PS-TOP-IX         pic 9(4).
              03 PS-SALDO-DKK      pic s9(13)v99 COMP-3.
              03 PS-POOL-AAR-DKK   pic s9(13)v99 COMP-3.
              03 PS-SWEEP-DKK      pic s9(13)v99 COMP-3.
      01 CPL-INDEX-2              pic 9(4) value 0.
      01 CPL-INDEX-3              pic 9(4) value 0.
      01 KONTO-DUBLET-FLAG        pic x value "N".
           88 KONTO-ER-DUBLET     value "J".
           88 KONTO-IKKE-DUBLET   value "N".
      01 CPL-TOP-INDEX            pic 9(4) value 0.
      01 POOL-ANTAL-TOP           pic 9(4) value 0.
      01 POOL-ANTAL-MEDLEM        pic 9(4) value 0.
      01 POOL-FORSTE-FLAG         pic x value "N".
           88 POOL-FORSTE-FOREKOMST value "J".
      01 POOL-FEJL-FLAG           pic x value "N".
           88 POOL-HAR-FEJL       value "J".
           88 POOL-UDEN-FEJL      value "N".
      01 AFVIS-BETINGELSE         pic x(45) value spaces.
      01 AFVIS-POOL-ID            pic x(8) value spaces.
      01 AFVIS-KONTO-ID           pic x(14) value spaces.
      01 AFVIS-KUNDE-ID           pic x(10) value spaces.
      01 ANTAL-MASTER-KONTI       pic 9(7) value 0.
      01 DATO-NU                  pic x(21) value spaces.
      01 SWEEP-DATO               pic x(10) value spaces.
      01 POSTERING-BELOB          pic s9(13)v99 COMP-3 value 0.
      01 SWEEP-BELOB              pic s9(13)v99 COMP-3 value 0.
      01 SWEEP-BELOB-EDIT         pic -(9)9.99.
      01 POOL-BELOB-E             pic -(12)9.99.
      01 POOL-NETTO-DKK           pic s9(13)v99 COMP-3 value 0.
      01 POOL-BIDRAG-DKK          pic s9(13)v99 COMP-3 value 0.
      01 BUTIK-MAERKE             pic x(20) value spaces.
     *> --- Det ben, skriv-pool-postering skriver ---
      01 BEN-KONTO-IX             pic 9(4) value 0.
      01 BEN-TYPE                 pic x(20) value spaces.
      01 ANTAL-DEFINITIONER       pic 9(7) value 0.
      01 ANTAL-POOLS-GODKENDT     pic 9(5) value 0.
      01 ANTAL-POOLS-AFVIST       pic 9(5) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-GENERERET    pic 9(7) value 0.
      01 ANTAL-MEDLEM-NUL         pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: laes og valider puljerne, skriv registret, ---
     *> --- opgoer saldiene under kopieringen af Transaktioner.txt, ---
     *> --- generer nulstillings-traekkene, og skriv opgoerelsen ---
      Program-Execute.
           move function CURRENT-DATE to DATO-NU
           move spaces to SWEEP-DATO
           string
               DATO-NU (1:4)  delimited by size
               "-"            delimited by size
               DATO-NU (5:2)  delimited by size
               "-"            delimited by size
               DATO-NU (7:2)  delimited by size
                  into SWEEP-DATO
           end-string
           perform indlæs-pool-definitioner
           perform marker-virksomheder
           perform marker-konto-master
           open output Pool-Undtagelse-Out
           perform valider-alle-pools
           close Pool-Undtagelse-Out
     *> --- Registret skrives altid - ogsaa tomt - saa opgave10 ikke ---
     *> --- arbejder videre paa en nedlagt eller afvist pulje ---
           perform skriv-pool-register
           if ANTAL-POOLS-GODKENDT = 0
               display "Cash pool: ingen godkendte puljer i "
                   "text-files/CashPoolDefinitioner.txt ("
                   ANTAL-POOLS-AFVIST " afvist) - intet at goere"
               stop run
           end-if
           open output Transaktion-Work-Out
           perform kopier-og-opgoer-transaktioner
           perform generer-alle-pool-sweeps
           close Transaktion-Work-Out
           perform skriv-transaktioner-tilbage
           perform skriv-pool-opgoerelse
           perform skriv-kaede-kontrol
           display "Cash pool: " ANTAL-POOLS-GODKENDT " pulje(r) "
               "godkendt, " ANTAL-POOLS-AFVIST " afvist, "
               ANTAL-TRANS-GENERERET " transaktion(er) genereret, "
               ANTAL-MEDLEM-NUL " medlemskonto(er) allerede i nul"
           perform skriv-kapacitet
           stop run.

      indlæs-pool-definitioner.
           move 0 to CPL-ANTAL
           move "N" to EOF-check-definition
           open input Pool-Definition-In
           perform until end-of-file-definition
               read Pool-Definition-In
                   at end move "Y" to EOF-check-definition
                   not at end
                       if Pool-Definition-Linje not = spaces
                           add 1 to ANTAL-DEFINITIONER
                           if CPL-ANTAL < MAX-CASHPOOL-KONTI
                               add 1 to CPL-ANTAL
                               perform gem-pool-definition
                           end-if
                       end-if
               end-read
           end-perform
           close Pool-Definition-In
           exit.

      gem-pool-definition.
           move PD-POOL-ID-IN to CPL-POOL-ID (CPL-ANTAL)
           move PD-ROLLE-IN to CPL-ROLLE (CPL-ANTAL)
           move PD-KONTO-ID-IN to CPL-KONTO-ID (CPL-ANTAL)
           move PD-REG-NR-IN to CPL-REG-NR (CPL-ANTAL)
           move PD-KUNDE-ID-IN to CPL-KUNDE-ID (CPL-ANTAL)
           move PD-KONCERN-ID-IN to CPL-KONCERN-ID (CPL-ANTAL)
           move "N" to PS-AFVIST-FLAG (CPL-ANTAL)
           move "N" to PS-VIRK-FLAG (CPL-ANTAL)
           move "N" to PS-MASTER-FLAG (CPL-ANTAL)
           move spaces to PS-MASTER-KUNDE-ID (CPL-ANTAL)
           move spaces to PS-NAVN (CPL-ANTAL)
           move 0 to PS-TOP-IX (CPL-ANTAL)
           move 0 to PS-SALDO-DKK (CPL-ANTAL)
           move 0 to PS-POOL-AAR-DKK (CPL-ANTAL)
           move 0 to PS-SWEEP-DKK (CPL-ANTAL)
           exit.

     *> --- Marker de definitionslinjer, hvis Kunde-Id er en ---
     *> --- virksomhed, og hent det juridiske navn til opgoerelsen ---
      marker-virksomheder.
           move "N" to EOF-check-virk
           open input Virksomhed-Data-In
           perform until end-of-file-virk
               read Virksomhed-Data-In
                   at end move "Y" to EOF-check-virk
                   not at end
                       perform varying CPL-INDEX from 1 by 1
                           until CPL-INDEX > CPL-ANTAL
                           if CPL-KUNDE-ID (CPL-INDEX) = Virk-Kunde-Id
                               and Virk-Kunde-Id not = spaces
                               move "J" to PS-VIRK-FLAG (CPL-INDEX)
                               move Juridisk-Navn
                                   to PS-NAVN (CPL-INDEX)
                           end-if
                       end-perform
               end-read
           end-perform
           close Virksomhed-Data-In
           exit.

     *> --- Marker de definitionslinjer, hvis konto findes i ---
     *> --- kontomasteren, med masterens Kunde-Id ---
      marker-konto-master.
           move 0 to ANTAL-MASTER-KONTI
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       add 1 to ANTAL-MASTER-KONTI
                       perform varying CPL-INDEX from 1 by 1
                           until CPL-INDEX > CPL-ANTAL
                           if CPL-KONTO-ID (CPL-INDEX) = KM-KONTO-ID-IN
                               move "J" to PS-MASTER-FLAG (CPL-INDEX)
                               move KM-KUNDE-ID-IN
                                   to PS-MASTER-KUNDE-ID (CPL-INDEX)
                           end-if
                       end-perform
               end-read
           end-perform
           close Konto-Master-In
           exit.

     *> --- Validerer hver pulje een gang - ved dens foerste ---
     *> --- definitionslinje ---
      valider-alle-pools.
           perform varying CPL-INDEX from 1 by 1
               until CPL-INDEX > CPL-ANTAL
               set POOL-FORSTE-FOREKOMST to TRUE
               perform varying CPL-INDEX-2 from 1 by 1
                   until CPL-INDEX-2 >= CPL-INDEX
                   if CPL-POOL-ID (CPL-INDEX-2) = CPL-POOL-ID (CPL-INDEX)
                       move "N" to POOL-FORSTE-FLAG
                   end-if
               end-perform
               if POOL-FORSTE-FOREKOMST
                   perform valider-en-pool
               end-if
           end-perform
           exit.

      valider-en-pool.
           set POOL-UDEN-FEJL to TRUE
           move CPL-POOL-ID (CPL-INDEX) to AFVIS-POOL-ID
           move 0 to POOL-ANTAL-TOP
           move 0 to POOL-ANTAL-MEDLEM
           move 0 to CPL-TOP-INDEX
           perform varying CPL-INDEX-2 from 1 by 1
               until CPL-INDEX-2 > CPL-ANTAL
               if CPL-POOL-ID (CPL-INDEX-2) = AFVIS-POOL-ID
                   if CPL-TOPKONTO (CPL-INDEX-2)
                       add 1 to POOL-ANTAL-TOP
                       move CPL-INDEX-2 to CPL-TOP-INDEX
                   end-if
                   if CPL-MEDLEM (CPL-INDEX-2)
                       add 1 to POOL-ANTAL-MEDLEM
                   end-if
                   perform valider-en-pool-linje
               end-if
           end-perform
           move spaces to AFVIS-KONTO-ID
           move spaces to AFVIS-KUNDE-ID
           if AFVIS-POOL-ID = spaces
               move "CASHPOOL-ID-MANGLER" to AFVIS-BETINGELSE
               perform skriv-pool-afvisning
           end-if
           if POOL-ANTAL-TOP = 0
               move "CASHPOOL-TOPKONTO-MANGLER" to AFVIS-BETINGELSE
               perform skriv-pool-afvisning
           end-if
           if POOL-ANTAL-TOP > 1
               move "CASHPOOL-FLERE-TOPKONTI" to AFVIS-BETINGELSE
               perform skriv-pool-afvisning
           end-if
           if POOL-ANTAL-MEDLEM = 0
               move "CASHPOOL-INGEN-MEDLEMMER" to AFVIS-BETINGELSE
               perform skriv-pool-afvisning
           end-if
     *> --- Udfaldet gaelder hele puljen ---
           if POOL-HAR-FEJL
               add 1 to ANTAL-POOLS-AFVIST
           else
               add 1 to ANTAL-POOLS-GODKENDT
           end-if
           perform varying CPL-INDEX-2 from 1 by 1
               until CPL-INDEX-2 > CPL-ANTAL
               if CPL-POOL-ID (CPL-INDEX-2) = AFVIS-POOL-ID
                   move CPL-TOP-INDEX to PS-TOP-IX (CPL-INDEX-2)
                   if POOL-HAR-FEJL
                       move "J" to PS-AFVIST-FLAG (CPL-INDEX-2)
                   end-if
               end-if
           end-perform
           exit.

     *> --- Kontrollerne for een konto i puljen - koncern-id'et ---
     *> --- sammenlignes med puljens foerste linje ---
      valider-en-pool-linje.
           move CPL-KONTO-ID (CPL-INDEX-2) to AFVIS-KONTO-ID
           move CPL-KUNDE-ID (CPL-INDEX-2) to AFVIS-KUNDE-ID
           if not CPL-TOPKONTO (CPL-INDEX-2)
               and not CPL-MEDLEM (CPL-INDEX-2)
               move "CASHPOOL-ROLLE-UGYLDIG" to AFVIS-BETINGELSE
               perform skriv-pool-afvisning
               exit paragraph
           end-if
           if CPL-KONTO-ID (CPL-INDEX-2) = spaces
               move "CASHPOOL-KONTO-MANGLER" to AFVIS-BETINGELSE
               perform skriv-pool-afvisning
               exit paragraph
           end-if
           if not PS-ER-VIRKSOMHED (CPL-INDEX-2)
               move "CASHPOOL-KUNDE-ER-IKKE-VIRKSOMHED"
                   to AFVIS-BETINGELSE
               perform skriv-pool-afvisning
               exit paragraph
           end-if
           if CPL-KONCERN-ID (CPL-INDEX-2) = spaces
               or CPL-KONCERN-ID (CPL-INDEX-2)
                   not = CPL-KONCERN-ID (CPL-INDEX)
               move "CASHPOOL-KONCERN-AFVIGER" to AFVIS-BETINGELSE
               perform skriv-pool-afvisning
               exit paragraph
           end-if
     *> --- Kontomasteren haandhaeves kun, naar den er leveret ---
           if ANTAL-MASTER-KONTI > 0
               if not PS-I-MASTER (CPL-INDEX-2)
                   move "CASHPOOL-KONTO-UKENDT" to AFVIS-BETINGELSE
                   perform skriv-pool-afvisning
                   exit paragraph
               end-if
               if PS-MASTER-KUNDE-ID (CPL-INDEX-2)
                   not = CPL-KUNDE-ID (CPL-INDEX-2)
                   move "CASHPOOL-KONTO-TILHOERER-ANDEN-KUNDE"
                       to AFVIS-BETINGELSE
                   perform skriv-pool-afvisning
                   exit paragraph
               end-if
           end-if
           set KONTO-IKKE-DUBLET to TRUE
           perform varying CPL-INDEX-3 from 1 by 1
               until KONTO-ER-DUBLET or CPL-INDEX-3 > CPL-ANTAL
               if CPL-INDEX-3 not = CPL-INDEX-2
                   and CPL-KONTO-ID (CPL-INDEX-3)
                       = CPL-KONTO-ID (CPL-INDEX-2)
                   set KONTO-ER-DUBLET to TRUE
               end-if
           end-perform
           if KONTO-ER-DUBLET
               move "CASHPOOL-KONTO-I-FLERE-POOLS" to AFVIS-BETINGELSE
               perform skriv-pool-afvisning
           end-if
           exit.

      skriv-pool-afvisning.
           set POOL-HAR-FEJL to TRUE
           move spaces to Pool-Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE="                  delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " POOL="                       delimited by size
               AFVIS-POOL-ID                  delimited by size
               " KONTO-ID="                   delimited by size
               AFVIS-KONTO-ID                 delimited by size
               " KUNDE-ID="                   delimited by size
               AFVIS-KUNDE-ID                 delimited by size
                  into Pool-Undtagelse-Linje
                  with pointer pos
           end-string
           write Pool-Undtagelse-Linje
           exit.

      skriv-pool-register.
           open output Pool-Register-Out
           perform varying CPL-INDEX from 1 by 1
               until CPL-INDEX > CPL-ANTAL
               if PS-GODKENDT (CPL-INDEX)
                   move CPL-POOL-ID (CPL-INDEX) to PR-POOL-ID-OUT
                   move CPL-ROLLE (CPL-INDEX) to PR-ROLLE-OUT
                   move CPL-KONTO-ID (CPL-INDEX) to PR-KONTO-ID-OUT
                   move CPL-REG-NR (CPL-INDEX) to PR-REG-NR-OUT
                   move CPL-KUNDE-ID (CPL-INDEX) to PR-KUNDE-ID-OUT
                   move CPL-KONCERN-ID (CPL-INDEX)
                       to PR-KONCERN-ID-OUT
                   write Pool-Register-Linje
               end-if
           end-perform
           close Pool-Register-Out
           exit.

     *> --- Kopierer de bestaaende transaktioner (uden HDR/TRL) til ---
     *> --- mellemfilen og opgoer samtidig puljekontienes saldo ved ---
     *> --- dagens udgang og aarets POOL:-traek ---
      kopier-og-opgoer-transaktioner.
           move 0 to ANTAL-TRANS-BESTAAENDE
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
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
                           perform opgoer-pool-postering
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

     *> --- Fremtidigt daterede posteringer er endnu ikke traadt i ---
     *> --- kraft og sweepes foerst den dag, de bogfoeres ---
      opgoer-pool-postering.
           if function TEST-NUMVAL(
                   BELOB of Transaktion-Information) not = 0
               exit paragraph
           end-if
           if DATO of Transaktion-Information (1:10) > SWEEP-DATO
               exit paragraph
           end-if
           move function NUMVAL(BELOB of Transaktion-Information)
               to POSTERING-BELOB
           move BUTIK of Transaktion-Information to BUTIK-MAERKE
           perform varying CPL-INDEX from 1 by 1
               until CPL-INDEX > CPL-ANTAL
               if PS-GODKENDT (CPL-INDEX)
                   and CPL-KONTO-ID (CPL-INDEX)
                       = KONTO-ID of Transaktion-Information
                   add POSTERING-BELOB to PS-SALDO-DKK (CPL-INDEX)
                   if BUTIK-MAERKE (1:5) = "POOL:"
                       and DATO of Transaktion-Information (1:4)
                           = SWEEP-DATO (1:4)
                       add POSTERING-BELOB
                           to PS-POOL-AAR-DKK (CPL-INDEX)
                   end-if
               end-if
           end-perform
           exit.

     *> --- Eet UD/IND-par pr. medlemskonto med en saldo: et ---
     *> --- indestaaende flyttes op til topkontoen, et overtraek ---
     *> --- daekkes fra topkontoen ---
      generer-alle-pool-sweeps.
           perform varying CPL-INDEX from 1 by 1
               until CPL-INDEX > CPL-ANTAL
               if PS-GODKENDT (CPL-INDEX) and CPL-MEDLEM (CPL-INDEX)
                   if PS-SALDO-DKK (CPL-INDEX) = 0
                       add 1 to ANTAL-MEDLEM-NUL
                   else
                       perform generer-en-pool-sweep
                   end-if
               end-if
           end-perform
           exit.

      generer-en-pool-sweep.
           move PS-SALDO-DKK (CPL-INDEX) to SWEEP-BELOB
           compute PS-SWEEP-DKK (CPL-INDEX) = SWEEP-BELOB * -1
           move PS-TOP-IX (CPL-INDEX) to CPL-TOP-INDEX
           add SWEEP-BELOB to PS-SWEEP-DKK (CPL-TOP-INDEX)
           if SWEEP-BELOB > 0
               compute SWEEP-BELOB-EDIT = SWEEP-BELOB * -1
               move CPL-INDEX to BEN-KONTO-IX
               move "OVERFOERSEL UD" to BEN-TYPE
               perform skriv-pool-postering
               move SWEEP-BELOB to SWEEP-BELOB-EDIT
               move CPL-TOP-INDEX to BEN-KONTO-IX
               move "OVERFOERSEL IND" to BEN-TYPE
               perform skriv-pool-postering
           else
               move SWEEP-BELOB to SWEEP-BELOB-EDIT
               move CPL-TOP-INDEX to BEN-KONTO-IX
               move "OVERFOERSEL UD" to BEN-TYPE
               perform skriv-pool-postering
               compute SWEEP-BELOB-EDIT = SWEEP-BELOB * -1
               move CPL-INDEX to BEN-KONTO-IX
               move "OVERFOERSEL IND" to BEN-TYPE
               perform skriv-pool-postering
           end-if
           exit.

      skriv-pool-postering.
           move spaces to Transaktion-Work-Linje
           move CPL-KONTO-ID (BEN-KONTO-IX)
               to KONTO-ID of Transaktion-Work-Linje
           move CPL-REG-NR (BEN-KONTO-IX)
               to REG-NR of Transaktion-Work-Linje
           move CPL-KUNDE-ID (BEN-KONTO-IX)
               to KUNDE-ID of Transaktion-Work-Linje
           move BEN-TYPE to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
           move function TRIM(SWEEP-BELOB-EDIT)
               to BELOB of Transaktion-Work-Linje
           move "DKK" to VALUTA of Transaktion-Work-Linje
           move 1 to pos
           string
               "POOL:"                     delimited by size
               CPL-POOL-ID (BEN-KONTO-IX)  delimited by size
                  into BUTIK of Transaktion-Work-Linje
                  with pointer pos
           end-string
           move SWEEP-DATO to DATO of Transaktion-Work-Linje
           move SWEEP-DATO to VALOER-DATO of Transaktion-Work-Linje
           write Transaktion-Work-Linje
           add 1 to ANTAL-TRANS-GENERERET
           exit.

     *> --- Puljeopgoerelsen: en blok pr. godkendt pulje, skrevet ---
     *> --- ved puljens topkonto ---
      skriv-pool-opgoerelse.
           open output Pool-Opgoerelse-Out
           perform varying CPL-INDEX from 1 by 1
               until CPL-INDEX > CPL-ANTAL
               if PS-GODKENDT (CPL-INDEX) and CPL-TOPKONTO (CPL-INDEX)
                   perform skriv-opgoerelse-for-pool
               end-if
           end-perform
           close Pool-Opgoerelse-Out
           exit.

      skriv-opgoerelse-for-pool.
           move CPL-INDEX to CPL-TOP-INDEX
           move spaces to Pool-Opgoerelse-Linje
           move 1 to pos
           string
               "CASH POOL "                  delimited by size
               CPL-POOL-ID (CPL-TOP-INDEX)   delimited by size
               " KONCERN="                   delimited by size
               CPL-KONCERN-ID (CPL-TOP-INDEX) delimited by size
               " SWEEP-DATO="                delimited by size
               SWEEP-DATO                    delimited by size
                  into Pool-Opgoerelse-Linje
                  with pointer pos
           end-string
           write Pool-Opgoerelse-Linje
           move PS-SALDO-DKK (CPL-TOP-INDEX) to POOL-BELOB-E
           move spaces to Pool-Opgoerelse-Linje
           move 1 to pos
           string
               "  TOPKONTO "                 delimited by size
               CPL-KONTO-ID (CPL-TOP-INDEX)  delimited by size
               " "                           delimited by size
               PS-NAVN (CPL-TOP-INDEX)       delimited by size
               " SALDO FOER SWEEP:"           delimited by size
               POOL-BELOB-E                  delimited by size
                  into Pool-Opgoerelse-Linje
                  with pointer pos
           end-string
           write Pool-Opgoerelse-Linje
           perform varying CPL-INDEX-2 from 1 by 1
               until CPL-INDEX-2 > CPL-ANTAL
               if CPL-POOL-ID (CPL-INDEX-2) = CPL-POOL-ID (CPL-TOP-INDEX)
                   and CPL-MEDLEM (CPL-INDEX-2)
                   perform skriv-opgoerelse-for-medlem
               end-if
           end-perform
           compute POOL-NETTO-DKK =
               PS-SALDO-DKK (CPL-TOP-INDEX)
               + PS-SWEEP-DKK (CPL-TOP-INDEX)
           move POOL-NETTO-DKK to POOL-BELOB-E
           move spaces to Pool-Opgoerelse-Linje
           move 1 to pos
           string
               "  NETTOPOSITION PAA TOPKONTOEN EFTER SWEEP: "
                                             delimited by size
               POOL-BELOB-E                  delimited by size
                  into Pool-Opgoerelse-Linje
                  with pointer pos
           end-string
           write Pool-Opgoerelse-Linje
           write Pool-Opgoerelse-Linje from spaces
           exit.

     *> --- Medlemmets bidrag i aar: alt, der netto er flyttet fra ---
     *> --- medlemmet til topkontoen, inklusive dagens sweep ---
      skriv-opgoerelse-for-medlem.
           compute POOL-BIDRAG-DKK =
               (PS-POOL-AAR-DKK (CPL-INDEX-2)
                + PS-SWEEP-DKK (CPL-INDEX-2)) * -1
           move spaces to Pool-Opgoerelse-Linje
           move 1 to pos
           move PS-SALDO-DKK (CPL-INDEX-2) to POOL-BELOB-E
           string
               "  MEDLEM   "                 delimited by size
               CPL-KONTO-ID (CPL-INDEX-2)    delimited by size
               " "                           delimited by size
               PS-NAVN (CPL-INDEX-2)         delimited by size
               " SALDO FOER SWEEP: "         delimited by size
               POOL-BELOB-E                  delimited by size
                  into Pool-Opgoerelse-Linje
                  with pointer pos
           end-string
           move PS-SWEEP-DKK (CPL-INDEX-2) to POOL-BELOB-E
           string
               " SWEEP: "                    delimited by size
               POOL-BELOB-E                  delimited by size
                  into Pool-Opgoerelse-Linje
                  with pointer pos
           end-string
           move POOL-BIDRAG-DKK to POOL-BELOB-E
           string
               " BIDRAG I AAR: "             delimited by size
               POOL-BELOB-E                  delimited by size
                  into Pool-Opgoerelse-Linje
                  with pointer pos
           end-string
           write Pool-Opgoerelse-Linje
           exit.

     *> --- Standardiseret kontrol-record for kaedeafstemningen: ---
     *> --- STEP|RUN-ID|IND|GODKENDT|AFVIST|SKREVET, appendes til ---
     *> --- den faelles KaedeKontrol.txt og efterkontrolleres af ---
     *> --- kaedeKontrol (Opgave53) ---
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
               "CASHPOOL"             delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-GENERERET  delimited by size
               "|"                    delimited by size
               ANTAL-MEDLEM-NUL       delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-I-ALT      delimited by size
                  into Kaede-Kontrol-Linje
                  with pointer pos
           end-string
           write Kaede-Kontrol-Linje
           close Kaede-Kontrol-Out
           exit.

     *> --- Skriver mellemfilen tilbage til Transaktioner.txt med ny ---
     *> --- HDR/TRL - samme moenster som rundOpsparing ---
      skriv-transaktioner-tilbage.
           compute ANTAL-TRANS-I-ALT =
               ANTAL-TRANS-BESTAAENDE + ANTAL-TRANS-GENERERET
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
           move "cashPool" to KAP-PROGRAM
           move "CASHPOOL-TABEL" to KAP-TABEL
           move CPL-ANTAL to KAP-ANTAL
           move 2000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
