      identification division.
      program-id. depotHandel.

     *> --- Vaerdipapirdepoter: kundernes depoter foeres nu i systemet
     *>     i stedet for ved siden af det. Beholdningerne staar i
     *>     text-files/DepotBeholdning.txt - een linje pr. depot og
     *>     papir: depot-id, Kunde-Id, afregningskontoens Konto-ID og
     *>     reg-nr, ISIN, antal stk. og den samlede kostpris
     *>     (anskaffelsessum inkl. kurtage).
     *>
     *>     Handler og haendelser kommer fra maegleren i
     *>     DepotHandler.txt (med HDR/TRL, modtaget af KorselsBatch.sh):
     *>       K = koeb:    antal x kurs + kurtage traekkes paa
     *>                    afregningskontoen (UDBETALING) og laegges
     *>                    til beholdning og kostpris
     *>       S = salg:    antal x kurs - kurtage indsaettes paa
     *>                    afregningskontoen (INDBETALING). Den solgte
     *>                    andel af kostprisen opgoeres efter
     *>                    gennemsnitsmetoden, og den realiserede
     *>                    gevinst/tab noteres til skatteudtraekket
     *>       U = udbytte: antal (eller hele beholdningen) x udbytte
     *>                    pr. stk. indsaettes brutto (INDBETALING), og
     *>                    udbytteskatten (DepotParameter.txt, standard
     *>                    27 pct.) indeholdes som KILDESKAT
     *>     Posteringerne er dateret paa afviklingsdagen og maerket
     *>     "DEPOT:<depot-id>" (handler) eller "UDBYTTE:<depot-id>" i
     *>     BUTIK. Et nyt depot oprettes ved dets foerste koeb, der
     *>     saa skal baere Kunde-Id og afregningskonto - kontoen skal
     *>     findes i KontoMaster.txt under samme Kunde-Id. Afviste
     *>     haendelser skrives til DepotUndtagelser.txt som
     *>     BETINGELSE=-linjer, og den behandlede fil arkiveres
     *>     datostemplet og toemmes. Transaktioner.txt skrives om med
     *>     ny HDR/TRL - samme moenster som cashPool.
     *>
     *>     Realiserede gevinster/tab og udbytter foeres i den
     *>     persistente DepotSkatHaendelser.txt, og aarets udtraek til
     *>     Skat skrives ved siden af opgave10's SkatRenteUdtraek.txt
     *>     i samme DTL/KTO/TRL-form: DepotSkatUdtraek.txt.
     *>
     *>     Depotopgoerelsen (DepotOpgoerelse.txt) skrives, naar
     *>     lukkekurserne er leveret i DepotKurser.txt: hvert papir
     *>     vaerdiansat til lukkekursen med urealiseret gevinst/tab,
     *>     depotets samlede kursvaerdi og aarets realiserede
     *>     gevinst/tab, udbytte og udbytteskat. Opgoerelsesaaret er
     *>     kursfilens aar, medmindre DepotParameter.txt angiver et.

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/DepotParameter.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Beholdning-In
               assign to "text-files/DepotBeholdning.txt"
               organization is line sequential.
           select Beholdning-Out
               assign to "text-files/DepotBeholdning.txt"
               organization is line sequential.
           select optional Handel-In
               assign to "text-files/DepotHandler.txt"
               organization is line sequential.
           select Handel-Arkiv-Out
               assign to dynamic HANDEL-ARKIV-NAVN
               organization is line sequential.
           select optional Kurs-In
               assign to "text-files/DepotKurser.txt"
               organization is line sequential.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedDepot.txt"
               organization is line sequential.
     *> --- Skattehaendelserne bevares hen over koersler - EXTEND, ---
     *> --- med OUTPUT-fallback foerste gang ---
           select Skat-Haendelse-Out
               assign to "text-files/DepotSkatHaendelser.txt"
               organization is line sequential
               file status is SKAT-HAENDELSE-STATUS.
           select optional Skat-Haendelse-In
               assign to "text-files/DepotSkatHaendelser.txt"
               organization is line sequential.
           select Skat-Udtraek-Out
               assign to "text-files/DepotSkatUdtraek.txt"
               organization is line sequential.
           select Undtagelse-Out
               assign to "text-files/DepotUndtagelser.txt"
               organization is line sequential.
           select Opgoerelse-Out
               assign to "text-files/DepotOpgoerelse.txt"
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
      fd Parameter-In.
      01 Parameter-Linje.
           02 PARM-UDBYTTESKAT-PCT  pic 9(2)v99.
           02 PARM-OPGOERELSES-AAR  pic 9(4).
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 KM-REG-NR-IN         pic x(6).
           02 KM-KUNDE-ID-IN       pic x(10).
           02 KM-OPRETTET-DATO-IN  pic x(10).
           02 KM-PRODUKT-KODE-IN   pic x(4).
      fd Beholdning-In.
      01 Beholdning-Linje.
           02 BH-DEPOT-ID-IN       pic x(10).
           02 BH-KUNDE-ID-IN       pic x(10).
           02 BH-KONTO-ID-IN       pic x(14).
           02 BH-REG-NR-IN         pic x(6).
           02 BH-ISIN-IN           pic x(12).
           02 BH-ANTAL-IN          pic 9(9)v9999.
           02 BH-KOSTPRIS-IN       pic 9(13)v99.
      fd Beholdning-Out.
      01 Beholdning-Ud-Linje.
           02 BH-DEPOT-ID-OUT      pic x(10).
           02 BH-KUNDE-ID-OUT      pic x(10).
           02 BH-KONTO-ID-OUT      pic x(14).
           02 BH-REG-NR-OUT        pic x(6).
           02 BH-ISIN-OUT          pic x(12).
           02 BH-ANTAL-OUT         pic 9(9)v9999.
           02 BH-KOSTPRIS-OUT      pic 9(13)v99.
      fd Handel-In.
      01 Handel-Linje.
           02 DH-HANDEL-ID         pic x(12).
           02 DH-DEPOT-ID          pic x(10).
           02 DH-TYPE              pic x.
              88 DH-KOEB           value "K".
              88 DH-SALG           value "S".
              88 DH-UDBYTTE        value "U".
           02 DH-ISIN              pic x(12).
           02 DH-ANTAL             pic 9(9)v9999.
     *> --- Kurs pr. stk. ved K/S, udbytte pr. stk. ved U ---
           02 DH-KURS              pic 9(7)v9999.
           02 DH-KURTAGE           pic 9(7)v99.
           02 DH-AFVIKLINGS-DATO   pic x(10).
     *> --- Kun paakraevet ved et nyt depots foerste koeb ---
           02 DH-KUNDE-ID          pic x(10).
           02 DH-KONTO-ID          pic x(14).
      01 Handel-Hdr-Trl-Linje.
           02 DHT-TAG              pic x(3).
           02 FILLER               pic x(108).
      fd Handel-Arkiv-Out.
      01 Handel-Arkiv-Linje       pic x(111) value spaces.
      fd Kurs-In.
      01 Kurs-Linje.
           02 DK-ISIN-IN           pic x(12).
           02 DK-KURS-DATO-IN      pic x(10).
           02 DK-LUKKEKURS-IN      pic 9(7)v9999.
           02 DK-PAPIR-NAVN-IN     pic x(30).
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
      fd Skat-Haendelse-Out.
      01 Skat-Haendelse-Ud-Linje.
           02 SH-KUNDE-ID-OUT      pic x(10).
           02 SH-DEPOT-ID-OUT      pic x(10).
           02 SH-ISIN-OUT          pic x(12).
           02 SH-DATO-OUT          pic x(10).
           02 SH-TYPE-OUT          pic x.
           02 SH-GEVINST-OUT       pic s9(13)v99
                                   sign leading separate.
           02 SH-UDBYTTE-OUT       pic 9(13)v99.
           02 SH-SKAT-OUT          pic 9(13)v99.
           02 SH-HANDEL-ID-OUT     pic x(12).
      fd Skat-Haendelse-In.
      01 Skat-Haendelse-Linje.
           02 SH-KUNDE-ID-IN       pic x(10).
           02 SH-DEPOT-ID-IN       pic x(10).
           02 SH-ISIN-IN           pic x(12).
           02 SH-DATO-IN           pic x(10).
           02 SH-TYPE-IN           pic x.
           02 SH-GEVINST-IN        pic s9(13)v99
                                   sign leading separate.
           02 SH-UDBYTTE-IN        pic 9(13)v99.
           02 SH-SKAT-IN           pic 9(13)v99.
           02 SH-HANDEL-ID-IN      pic x(12).
      fd Skat-Udtraek-Out.
      01 Skat-Udtraek-Linje       pic x(120) value spaces.
      fd Undtagelse-Out.
      01 Undtagelse-Linje         pic x(200) value spaces.
      fd Opgoerelse-Out.
      01 Opgoerelse-Linje         pic x(200) value spaces.
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-beholdning     pic x value "N".
           88 end-of-file-beholdning value "Y".
      01 EOF-check-handel         pic x value "N".
           88 end-of-file-handel  value "Y".
      01 EOF-check-kurs           pic x value "N".
           88 end-of-file-kurs    value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 EOF-check-skat           pic x value "N".
           88 end-of-file-skat    value "Y".
      01 pos                      pic 9(4) value 1.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 SKAT-HAENDELSE-STATUS    pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
      01 UDBYTTESKAT-PCT          pic 9(2)v99 value 27.
      01 OPGOERELSES-AAR          pic 9(4) value 0.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 ARKIV-TIDSSTEMPEL        pic x(21) value spaces.
      01 HANDEL-ARKIV-NAVN        pic x(100) value spaces.
     *> --- Beholdningerne. DB-NAVN er ejerens navn til ---
     *> --- opgoerelsen; DB-SKREVET markerer depoter, der er skrevet ---
      01 Beholdning-Tabel.
           02 DB-ANTAL             pic 9(5) value 0.
           02 DB-POST OCCURS 20000 TIMES.
              03 DB-DEPOT-ID       pic x(10).
              03 DB-KUNDE-ID       pic x(10).
              03 DB-KONTO-ID       pic x(14).
              03 DB-REG-NR         pic x(6).
              03 DB-ISIN           pic x(12).
              03 DB-STK            pic 9(9)v9999.
              03 DB-KOSTPRIS       pic 9(13)v99.
              03 DB-NAVN           pic x(40).
              03 DB-SKREVET-FLAG   pic x.
                 88 DB-ER-SKREVET  value "J".
                 88 DB-IKKE-SKREVET value "N".
      01 MAX-BEHOLDNINGER         pic 9(5) value 20000.
      01 DB-INDEX                 pic 9(5) value 0.
      01 DB-INDEX-2               pic 9(5) value 0.
      01 DB-DEPOT-IX              pic 9(5) value 0.
      01 DB-PAPIR-IX              pic 9(5) value 0.
     *> --- Kontomasteren til opslag af afregningskontoen ---
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
     *> --- Lukkekurserne ---
      01 Kurs-Tabel.
           02 DK-ANTAL             pic 9(5) value 0.
           02 DK-POST OCCURS 5000 TIMES.
              03 DK-ISIN           pic x(12).
              03 DK-KURS-DATO      pic x(10).
              03 DK-LUKKEKURS      pic 9(7)v9999.
              03 DK-PAPIR-NAVN     pic x(30).
      01 DK-INDEX                 pic 9(5) value 0.
      01 DK-FUND-FLAG             pic x value "N".
           88 DK-FUNDET           value "J".
           88 DK-IKKE-FUNDET      value "N".
      01 SENESTE-KURS-DATO        pic x(10) value spaces.
     *> --- Handels-id'erne i denne koersels fil ---
      01 Handel-Id-Tabel.
           02 HI-ANTAL             pic 9(5) value 0.
           02 HI-HANDEL-ID OCCURS 5000 TIMES pic x(12).
      01 HI-INDEX                 pic 9(5) value 0.
     *> --- Aarets skattehaendelser samlet pr. kunde og depot ---
      01 Skat-Tabel.
           02 DS-ANTAL             pic 9(5) value 0.
           02 DS-POST OCCURS 20000 TIMES.
              03 DS-KUNDE-ID       pic x(10).
              03 DS-DEPOT-ID       pic x(10).
              03 DS-GEVINST-DKK    pic s9(13)v99 COMP-3.
              03 DS-UDBYTTE-DKK    pic s9(13)v99 COMP-3.
              03 DS-SKAT-DKK       pic s9(13)v99 COMP-3.
              03 DS-SKREVET-FLAG   pic x.
                 88 DS-ER-SKREVET  value "J".
                 88 DS-IKKE-SKREVET value "N".
      01 DS-INDEX                 pic 9(5) value 0.
      01 DS-INDEX-2               pic 9(5) value 0.
      01 DS-FUND-FLAG             pic x value "N".
           88 DS-FUNDET           value "J".
           88 DS-IKKE-FUNDET      value "N".
      01 DS-AKTUEL-KUNDE-ID       pic x(10) value spaces.
     *> --- Den handel, der behandles ---
      01 AFVIS-BETINGELSE         pic x(45) value spaces.
      01 HANDEL-DATO              pic x(10) value spaces.
      01 HANDEL-STK               pic 9(9)v9999 value 0.
      01 HANDEL-BELOB-DKK         pic s9(13)v99 COMP-3 value 0.
      01 HANDEL-KURTAGE-DKK       pic s9(13)v99 COMP-3 value 0.
      01 SOLGT-KOSTPRIS-DKK       pic s9(13)v99 COMP-3 value 0.
      01 GEVINST-DKK              pic s9(13)v99 COMP-3 value 0.
      01 UDBYTTE-DKK              pic s9(13)v99 COMP-3 value 0.
      01 UDBYTTESKAT-DKK          pic s9(13)v99 COMP-3 value 0.
     *> --- Den postering, skriv-depot-postering skriver ---
      01 POST-TYPE                pic x(20) value spaces.
      01 POST-MAERKE              pic x(8) value spaces.
      01 POST-BELOB-DKK           pic s9(13)v99 COMP-3 value 0.
      01 POST-BELOB-EDIT          pic -(12)9.99.
     *> --- Opgoerelsen ---
      01 PAPIR-KURSVAERDI-DKK     pic s9(13)v99 COMP-3 value 0.
      01 PAPIR-UREALISERET-DKK    pic s9(13)v99 COMP-3 value 0.
      01 DEPOT-KURSVAERDI-DKK     pic s9(13)v99 COMP-3 value 0.
      01 DEPOT-KOSTPRIS-DKK       pic s9(13)v99 COMP-3 value 0.
      01 DEPOT-UREALISERET-DKK    pic s9(13)v99 COMP-3 value 0.
      01 DEPOT-PAPIRER-UDEN-KURS  pic 9(5) value 0.
      01 DEPOT-BELOB-E            pic -(12)9.99.
      01 DEPOT-BELOB-E-2          pic -(12)9.99.
      01 DEPOT-BELOB-E-3          pic -(12)9.99.
      01 DEPOT-STK-E              pic z(8)9.9999.
      01 DEPOT-KURS-E             pic z(6)9.9999.
     *> --- Skatteudtraekket - faste zonede beloebsfelter, gevinsten ---
     *> --- med fortegn ---
      01 SKAT-GEVINST-FAST        pic s9(13)v99
                                  sign leading separate value 0.
      01 SKAT-UDBYTTE-FAST        pic 9(13)v99 value 0.
      01 SKAT-SKAT-FAST           pic 9(13)v99 value 0.
      01 SKAT-KUNDE-GEVINST-DKK   pic s9(13)v99 COMP-3 value 0.
      01 SKAT-KUNDE-UDBYTTE-DKK   pic s9(13)v99 COMP-3 value 0.
      01 SKAT-KUNDE-SKAT-DKK      pic s9(13)v99 COMP-3 value 0.
      01 SKAT-TOTAL-GEVINST-DKK   pic s9(13)v99 COMP-3 value 0.
      01 SKAT-TOTAL-UDBYTTE-DKK   pic s9(13)v99 COMP-3 value 0.
      01 SKAT-TOTAL-SKAT-DKK      pic s9(13)v99 COMP-3 value 0.
      01 SKAT-ANTAL-DTL           pic 9(7) value 0.
      01 SKAT-ANTAL-KUNDER        pic 9(7) value 0.
      01 ANTAL-HANDLER            pic 9(7) value 0.
      01 ANTAL-HANDLER-BOGFOERT   pic 9(7) value 0.
      01 ANTAL-HANDLER-AFVIST     pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-GENERERET    pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-DEPOTER-OPGJORT    pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: er der handler, bogfoeres de under ---
     *> --- kopieringen af Transaktioner.txt; derefter skrives ---
     *> --- opgoerelsen (naar kurserne er leveret) og skatteudtraekket ---
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
           perform indlæs-konto-master
           perform indlæs-beholdning
           perform tael-handler
           if ANTAL-HANDLER > 0
               open output Undtagelse-Out
               open output Transaktion-Work-Out
               perform kopier-transaktioner
               perform behandl-handler
               close Transaktion-Work-Out
               close Undtagelse-Out
               perform skriv-transaktioner-tilbage
               perform skriv-beholdning
               perform arkiver-og-toem-handler
               perform skriv-kaede-kontrol
           end-if
           perform indlæs-kurser
           if OPGOERELSES-AAR = 0
               if SENESTE-KURS-DATO not = spaces
                   move SENESTE-KURS-DATO (1:4) to OPGOERELSES-AAR
               else
                   move DATO-NU (1:4) to OPGOERELSES-AAR
               end-if
           end-if
           perform indlæs-skat-haendelser
           if DK-ANTAL > 0
               perform hent-kundenavne
               perform skriv-depot-opgoerelse
           end-if
           perform skriv-skat-udtraek
           display "Depot: " ANTAL-HANDLER " haendelse(r), "
               ANTAL-HANDLER-BOGFOERT " bogfoert, "
               ANTAL-HANDLER-AFVIST " afvist, "
               ANTAL-TRANS-GENERERET " postering(er) genereret, "
               ANTAL-DEPOTER-OPGJORT " depot(er) opgjort, "
               SKAT-ANTAL-KUNDER " kunde(r) i skatteudtraekket for "
               OPGOERELSES-AAR
           if ANTAL-TABEL-FULD > 0
               display "Depot: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-UDBYTTESKAT-PCT is numeric
                       move PARM-UDBYTTESKAT-PCT to UDBYTTESKAT-PCT
                   end-if
                   if PARM-OPGOERELSES-AAR is numeric
                       move PARM-OPGOERELSES-AAR to OPGOERELSES-AAR
                   end-if
           end-read
           close Parameter-In
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

      indlæs-beholdning.
           move 0 to DB-ANTAL
           move "N" to EOF-check-beholdning
           open input Beholdning-In
           perform until end-of-file-beholdning
               read Beholdning-In
                   at end move "Y" to EOF-check-beholdning
                   not at end
                       if BH-DEPOT-ID-IN not = spaces
                           if DB-ANTAL < MAX-BEHOLDNINGER
                               add 1 to DB-ANTAL
                               perform gem-beholdning
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Beholdning-In
           exit.

      gem-beholdning.
           move BH-DEPOT-ID-IN to DB-DEPOT-ID (DB-ANTAL)
           move BH-KUNDE-ID-IN to DB-KUNDE-ID (DB-ANTAL)
           move BH-KONTO-ID-IN to DB-KONTO-ID (DB-ANTAL)
           move BH-REG-NR-IN to DB-REG-NR (DB-ANTAL)
           move BH-ISIN-IN to DB-ISIN (DB-ANTAL)
           if BH-ANTAL-IN is numeric
               move BH-ANTAL-IN to DB-STK (DB-ANTAL)
           else
               move 0 to DB-STK (DB-ANTAL)
           end-if
           if BH-KOSTPRIS-IN is numeric
               move BH-KOSTPRIS-IN to DB-KOSTPRIS (DB-ANTAL)
           else
               move 0 to DB-KOSTPRIS (DB-ANTAL)
           end-if
           move spaces to DB-NAVN (DB-ANTAL)
           move "N" to DB-SKREVET-FLAG (DB-ANTAL)
           exit.

     *> --- Taeller handelslinjerne (uden HDR/TRL) - uden handler ---
     *> --- roeres Transaktioner.txt ikke ---
      tael-handler.
           move 0 to ANTAL-HANDLER
           move "N" to EOF-check-handel
           open input Handel-In
           perform until end-of-file-handel
               read Handel-In
                   at end move "Y" to EOF-check-handel
                   not at end
                       if DHT-TAG not = "HDR" and DHT-TAG not = "TRL"
                           and Handel-Linje not = spaces
                           add 1 to ANTAL-HANDLER
                       end-if
               end-read
           end-perform
           close Handel-In
           exit.

      kopier-transaktioner.
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
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

      behandl-handler.
           move 0 to HI-ANTAL
           open extend Skat-Haendelse-Out
           if SKAT-HAENDELSE-STATUS = "35"
               open output Skat-Haendelse-Out
           end-if
           move "N" to EOF-check-handel
           open input Handel-In
           perform until end-of-file-handel
               read Handel-In
                   at end move "Y" to EOF-check-handel
                   not at end
                       if DHT-TAG not = "HDR" and DHT-TAG not = "TRL"
                           and Handel-Linje not = spaces
                           perform behandl-en-handel
                       end-if
               end-read
           end-perform
           close Handel-In
           close Skat-Haendelse-Out
           exit.

      behandl-en-handel.
           move spaces to AFVIS-BETINGELSE
           perform valider-handel
           if AFVIS-BETINGELSE = spaces
               perform find-depot
           end-if
           if AFVIS-BETINGELSE = spaces
               perform find-papir
           end-if
           if AFVIS-BETINGELSE not = spaces
               add 1 to ANTAL-HANDLER-AFVIST
               perform skriv-undtagelse
               exit paragraph
           end-if
           if HI-ANTAL < 5000
               add 1 to HI-ANTAL
               move DH-HANDEL-ID to HI-HANDEL-ID (HI-ANTAL)
           end-if
           move DH-AFVIKLINGS-DATO to HANDEL-DATO
           if HANDEL-DATO = spaces
               move DAGS-DATO to HANDEL-DATO
           end-if
           evaluate true
               when DH-KOEB
                   perform bogfoer-koeb
               when DH-SALG
                   perform bogfoer-salg
               when DH-UDBYTTE
                   perform bogfoer-udbytte
           end-evaluate
           add 1 to ANTAL-HANDLER-BOGFOERT
           exit.

      valider-handel.
           evaluate true
               when DH-HANDEL-ID = spaces
                   move "DEPOT-HANDEL-ID-MANGLER" to AFVIS-BETINGELSE
               when DH-DEPOT-ID = spaces
                   move "DEPOT-ID-MANGLER" to AFVIS-BETINGELSE
               when not DH-KOEB and not DH-SALG and not DH-UDBYTTE
                   move "DEPOT-HANDELSTYPE-UGYLDIG" to AFVIS-BETINGELSE
               when DH-ISIN (1:2) is not alphabetic
                   or DH-ISIN (12:1) is not numeric
                   or DH-ISIN (3:9) = spaces
                   move "DEPOT-ISIN-UGYLDIG" to AFVIS-BETINGELSE
               when DH-ANTAL is not numeric
                   or DH-KURS is not numeric
                   or (DH-KURTAGE is not numeric
                       and DH-KURTAGE not = spaces)
                   move "DEPOT-BELOB-UGYLDIG" to AFVIS-BETINGELSE
           end-evaluate
           if AFVIS-BETINGELSE not = spaces
               exit paragraph
           end-if
           if DH-KURTAGE = spaces
               move 0 to DH-KURTAGE
           end-if
           if DH-KURS = 0
               or (DH-ANTAL = 0 and not DH-UDBYTTE)
               move "DEPOT-ANTAL-ELLER-KURS-MANGLER"
                   to AFVIS-BETINGELSE
               exit paragraph
           end-if
           perform varying HI-INDEX from 1 by 1
               until HI-INDEX > HI-ANTAL
               if HI-HANDEL-ID (HI-INDEX) = DH-HANDEL-ID
                   move "DEPOT-HANDEL-DUBLET" to AFVIS-BETINGELSE
               end-if
           end-perform
           exit.

     *> --- Finder depotets foerste beholdningslinje (DB-DEPOT-IX). ---
     *> --- Et ukendt depot oprettes ved et koeb med Kunde-Id og en ---
     *> --- afregningskonto, der tilhoerer kunden ---
      find-depot.
           move 0 to DB-DEPOT-IX
           perform varying DB-INDEX from 1 by 1
               until DB-DEPOT-IX > 0 or DB-INDEX > DB-ANTAL
               if DB-DEPOT-ID (DB-INDEX) = DH-DEPOT-ID
                   move DB-INDEX to DB-DEPOT-IX
               end-if
           end-perform
           if DB-DEPOT-IX > 0
               if (DH-KUNDE-ID not = spaces
                       and DH-KUNDE-ID not = DB-KUNDE-ID (DB-DEPOT-IX))
                   or (DH-KONTO-ID not = spaces
                       and DH-KONTO-ID not = DB-KONTO-ID (DB-DEPOT-IX))
                   move "DEPOT-KUNDE-ELLER-KONTO-AFVIGER"
                       to AFVIS-BETINGELSE
               end-if
               exit paragraph
           end-if
           if not DH-KOEB
               move "DEPOT-UKENDT" to AFVIS-BETINGELSE
               exit paragraph
           end-if
           if DH-KUNDE-ID = spaces or DH-KONTO-ID = spaces
               move "DEPOT-NYT-UDEN-KUNDE-ELLER-KONTO"
                   to AFVIS-BETINGELSE
               exit paragraph
           end-if
           set KMT-IKKE-FUNDET to TRUE
           perform varying KMT-INDEX from 1 by 1
               until KMT-FUNDET or KMT-INDEX > KMT-ANTAL
               if KMT-KONTO-ID (KMT-INDEX) = DH-KONTO-ID
                   set KMT-FUNDET to TRUE
               end-if
           end-perform
           if KMT-IKKE-FUNDET
               move "DEPOT-KONTO-UKENDT" to AFVIS-BETINGELSE
               exit paragraph
           end-if
           subtract 1 from KMT-INDEX
           if KMT-KUNDE-ID (KMT-INDEX) not = DH-KUNDE-ID
               move "DEPOT-KONTO-TILHOERER-ANDEN-KUNDE"
                   to AFVIS-BETINGELSE
               exit paragraph
           end-if
           if DB-ANTAL not < MAX-BEHOLDNINGER
               move "DEPOT-BEHOLDNING-FULD" to AFVIS-BETINGELSE
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to DB-ANTAL
           move DH-DEPOT-ID to DB-DEPOT-ID (DB-ANTAL)
           move DH-KUNDE-ID to DB-KUNDE-ID (DB-ANTAL)
           move DH-KONTO-ID to DB-KONTO-ID (DB-ANTAL)
           move KMT-REG-NR (KMT-INDEX) to DB-REG-NR (DB-ANTAL)
           move DH-ISIN to DB-ISIN (DB-ANTAL)
           move 0 to DB-STK (DB-ANTAL)
           move 0 to DB-KOSTPRIS (DB-ANTAL)
           move spaces to DB-NAVN (DB-ANTAL)
           move "N" to DB-SKREVET-FLAG (DB-ANTAL)
           move DB-ANTAL to DB-DEPOT-IX
           exit.

     *> --- Finder depotets linje for papiret (DB-PAPIR-IX). Et koeb ---
     *> --- af et nyt papir faar en ny linje - eller genbruger ---
     *> --- depotets tomme linje uden ISIN ---
      find-papir.
           move 0 to DB-PAPIR-IX
           perform varying DB-INDEX from 1 by 1
               until DB-PAPIR-IX > 0 or DB-INDEX > DB-ANTAL
               if DB-DEPOT-ID (DB-INDEX) = DH-DEPOT-ID
                   and DB-ISIN (DB-INDEX) = DH-ISIN
                   move DB-INDEX to DB-PAPIR-IX
               end-if
           end-perform
           if DB-PAPIR-IX > 0
               if DH-SALG and DH-ANTAL > DB-STK (DB-PAPIR-IX)
                   move "DEPOT-SALG-OVER-BEHOLDNING"
                       to AFVIS-BETINGELSE
               end-if
               if DH-UDBYTTE and DH-ANTAL = 0
                   and DB-STK (DB-PAPIR-IX) = 0
                   move "DEPOT-UDBYTTE-UDEN-BEHOLDNING"
                       to AFVIS-BETINGELSE
               end-if
               exit paragraph
           end-if
           if DH-SALG
               move "DEPOT-SALG-OVER-BEHOLDNING" to AFVIS-BETINGELSE
               exit paragraph
           end-if
           if DH-UDBYTTE
               move "DEPOT-UDBYTTE-UDEN-BEHOLDNING" to AFVIS-BETINGELSE
               exit paragraph
           end-if
           if DB-ISIN (DB-DEPOT-IX) = spaces
               move DH-ISIN to DB-ISIN (DB-DEPOT-IX)
               move DB-DEPOT-IX to DB-PAPIR-IX
               exit paragraph
           end-if
           if DB-ANTAL not < MAX-BEHOLDNINGER
               move "DEPOT-BEHOLDNING-FULD" to AFVIS-BETINGELSE
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to DB-ANTAL
           move DB-DEPOT-ID (DB-DEPOT-IX) to DB-DEPOT-ID (DB-ANTAL)
           move DB-KUNDE-ID (DB-DEPOT-IX) to DB-KUNDE-ID (DB-ANTAL)
           move DB-KONTO-ID (DB-DEPOT-IX) to DB-KONTO-ID (DB-ANTAL)
           move DB-REG-NR (DB-DEPOT-IX) to DB-REG-NR (DB-ANTAL)
           move DH-ISIN to DB-ISIN (DB-ANTAL)
           move 0 to DB-STK (DB-ANTAL)
           move 0 to DB-KOSTPRIS (DB-ANTAL)
           move spaces to DB-NAVN (DB-ANTAL)
           move "N" to DB-SKREVET-FLAG (DB-ANTAL)
           move DB-ANTAL to DB-PAPIR-IX
           exit.

      bogfoer-koeb.
           compute HANDEL-BELOB-DKK rounded = DH-ANTAL * DH-KURS
           move DH-KURTAGE to HANDEL-KURTAGE-DKK
           add HANDEL-KURTAGE-DKK to HANDEL-BELOB-DKK
           add DH-ANTAL to DB-STK (DB-PAPIR-IX)
           add HANDEL-BELOB-DKK to DB-KOSTPRIS (DB-PAPIR-IX)
           compute POST-BELOB-DKK = HANDEL-BELOB-DKK * -1
           move "UDBETALING" to POST-TYPE
           move "DEPOT:" to POST-MAERKE
           perform skriv-depot-postering
           exit.

     *> --- Salg: den solgte andel af kostprisen efter ---
     *> --- gennemsnitsmetoden; et salg af hele beholdningen tager ---
     *> --- resten af kostprisen med, saa intet oere bliver staaende ---
      bogfoer-salg.
           compute HANDEL-BELOB-DKK rounded = DH-ANTAL * DH-KURS
           move DH-KURTAGE to HANDEL-KURTAGE-DKK
           subtract HANDEL-KURTAGE-DKK from HANDEL-BELOB-DKK
           if DH-ANTAL = DB-STK (DB-PAPIR-IX)
               move DB-KOSTPRIS (DB-PAPIR-IX) to SOLGT-KOSTPRIS-DKK
           else
               compute SOLGT-KOSTPRIS-DKK rounded =
                   DB-KOSTPRIS (DB-PAPIR-IX) * DH-ANTAL
                   / DB-STK (DB-PAPIR-IX)
           end-if
           compute GEVINST-DKK = HANDEL-BELOB-DKK - SOLGT-KOSTPRIS-DKK
           subtract DH-ANTAL from DB-STK (DB-PAPIR-IX)
           subtract SOLGT-KOSTPRIS-DKK from DB-KOSTPRIS (DB-PAPIR-IX)
           move HANDEL-BELOB-DKK to POST-BELOB-DKK
           if POST-BELOB-DKK < 0
               move "UDBETALING" to POST-TYPE
           else
               move "INDBETALING" to POST-TYPE
           end-if
           move "DEPOT:" to POST-MAERKE
           perform skriv-depot-postering
           move 0 to UDBYTTE-DKK
           move 0 to UDBYTTESKAT-DKK
           perform skriv-skat-haendelse
           exit.

      bogfoer-udbytte.
           if DH-ANTAL > 0
               move DH-ANTAL to HANDEL-STK
           else
               move DB-STK (DB-PAPIR-IX) to HANDEL-STK
           end-if
           compute UDBYTTE-DKK rounded = HANDEL-STK * DH-KURS
           compute UDBYTTESKAT-DKK rounded =
               UDBYTTE-DKK * UDBYTTESKAT-PCT / 100
           move UDBYTTE-DKK to POST-BELOB-DKK
           move "INDBETALING" to POST-TYPE
           move "UDBYTTE:" to POST-MAERKE
           perform skriv-depot-postering
           if UDBYTTESKAT-DKK > 0
               compute POST-BELOB-DKK = UDBYTTESKAT-DKK * -1
               move "KILDESKAT" to POST-TYPE
               perform skriv-depot-postering
           end-if
           move 0 to GEVINST-DKK
           perform skriv-skat-haendelse
           exit.

      skriv-depot-postering.
           move spaces to Transaktion-Work-Linje
           move DB-KONTO-ID (DB-PAPIR-IX)
               to KONTO-ID of Transaktion-Work-Linje
           move DB-REG-NR (DB-PAPIR-IX)
               to REG-NR of Transaktion-Work-Linje
           move DB-KUNDE-ID (DB-PAPIR-IX)
               to KUNDE-ID of Transaktion-Work-Linje
           move POST-TYPE to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
           move POST-BELOB-DKK to POST-BELOB-EDIT
           move function TRIM(POST-BELOB-EDIT)
               to BELOB of Transaktion-Work-Linje
           move "DKK" to VALUTA of Transaktion-Work-Linje
           move 1 to pos
           string
               function TRIM(POST-MAERKE)  delimited by size
               DB-DEPOT-ID (DB-PAPIR-IX)   delimited by size
                  into BUTIK of Transaktion-Work-Linje
                  with pointer pos
           end-string
           move HANDEL-DATO to DATO of Transaktion-Work-Linje
           move HANDEL-DATO to VALOER-DATO of Transaktion-Work-Linje
           write Transaktion-Work-Linje
           add 1 to ANTAL-TRANS-GENERERET
           exit.

      skriv-skat-haendelse.
           move spaces to Skat-Haendelse-Ud-Linje
           move DB-KUNDE-ID (DB-PAPIR-IX) to SH-KUNDE-ID-OUT
           move DB-DEPOT-ID (DB-PAPIR-IX) to SH-DEPOT-ID-OUT
           move DH-ISIN to SH-ISIN-OUT
           move HANDEL-DATO to SH-DATO-OUT
           move DH-TYPE to SH-TYPE-OUT
           move GEVINST-DKK to SH-GEVINST-OUT
           move UDBYTTE-DKK to SH-UDBYTTE-OUT
           move UDBYTTESKAT-DKK to SH-SKAT-OUT
           move DH-HANDEL-ID to SH-HANDEL-ID-OUT
           write Skat-Haendelse-Ud-Linje
           exit.

      skriv-undtagelse.
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE="                  delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " HANDEL-ID="                  delimited by size
               DH-HANDEL-ID                   delimited by size
               " DEPOT="                      delimited by size
               DH-DEPOT-ID                    delimited by size
               " TYPE="                       delimited by size
               DH-TYPE                        delimited by size
               " ISIN="                       delimited by size
               DH-ISIN                        delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           exit.

     *> --- Skriver mellemfilen tilbage til Transaktioner.txt med ny ---
     *> --- HDR/TRL - samme moenster som cashPool ---
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

     *> --- Et udsolgt papir forsvinder af masteren, men depotets ---
     *> --- sidste linje bevares (uden ISIN), saa depotet og dets ---
     *> --- afregningskonto ikke glemmes ---
      skriv-beholdning.
           open output Beholdning-Out
           perform varying DB-INDEX from 1 by 1
               until DB-INDEX > DB-ANTAL
               if DB-STK (DB-INDEX) > 0
                   perform skriv-beholdnings-linje
               else
                   move 0 to DB-DEPOT-IX
                   perform varying DB-INDEX-2 from 1 by 1
                       until DB-INDEX-2 > DB-ANTAL
                       if DB-DEPOT-ID (DB-INDEX-2)
                               = DB-DEPOT-ID (DB-INDEX)
                           and (DB-STK (DB-INDEX-2) > 0
                               or DB-INDEX-2 < DB-INDEX)
                           move DB-INDEX-2 to DB-DEPOT-IX
                       end-if
                   end-perform
                   if DB-DEPOT-IX = 0
                       move spaces to DB-ISIN (DB-INDEX)
                       move 0 to DB-KOSTPRIS (DB-INDEX)
                       perform skriv-beholdnings-linje
                   end-if
               end-if
           end-perform
           close Beholdning-Out
           exit.

      skriv-beholdnings-linje.
           move spaces to Beholdning-Ud-Linje
           move DB-DEPOT-ID (DB-INDEX) to BH-DEPOT-ID-OUT
           move DB-KUNDE-ID (DB-INDEX) to BH-KUNDE-ID-OUT
           move DB-KONTO-ID (DB-INDEX) to BH-KONTO-ID-OUT
           move DB-REG-NR (DB-INDEX) to BH-REG-NR-OUT
           move DB-ISIN (DB-INDEX) to BH-ISIN-OUT
           move DB-STK (DB-INDEX) to BH-ANTAL-OUT
           move DB-KOSTPRIS (DB-INDEX) to BH-KOSTPRIS-OUT
           write Beholdning-Ud-Linje
           exit.

     *> --- Den behandlede handelsfil arkiveres datostemplet og ---
     *> --- toemmes - moenstret fra kortLivscyklus ---
      arkiver-og-toem-handler.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to HANDEL-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/DepotHandlerBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into HANDEL-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-handel
           open input Handel-In
           open output Handel-Arkiv-Out
           perform until end-of-file-handel
               read Handel-In
                   at end move "Y" to EOF-check-handel
                   not at end
                       write Handel-Arkiv-Linje from Handel-Linje
               end-read
           end-perform
           close Handel-Arkiv-Out
           close Handel-In
           open output Handel-In
           close Handel-In
           display "Depot-handler arkiveret til "
               function TRIM(HANDEL-ARKIV-NAVN)
               " - DepotHandler.txt toemt"
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
               "DEPOT"                delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-GENERERET  delimited by size
               "|"                    delimited by size
               ANTAL-HANDLER-AFVIST   delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-I-ALT      delimited by size
                  into Kaede-Kontrol-Linje
                  with pointer pos
           end-string
           write Kaede-Kontrol-Linje
           close Kaede-Kontrol-Out
           exit.

      indlæs-kurser.
           move 0 to DK-ANTAL
           move spaces to SENESTE-KURS-DATO
           move "N" to EOF-check-kurs
           open input Kurs-In
           perform until end-of-file-kurs
               read Kurs-In
                   at end move "Y" to EOF-check-kurs
                   not at end
                       if DK-ISIN-IN not = spaces
                           and DK-LUKKEKURS-IN is numeric
                           if DK-ANTAL < 5000
                               add 1 to DK-ANTAL
                               move DK-ISIN-IN to DK-ISIN (DK-ANTAL)
                               move DK-KURS-DATO-IN
                                   to DK-KURS-DATO (DK-ANTAL)
                               move DK-LUKKEKURS-IN
                                   to DK-LUKKEKURS (DK-ANTAL)
                               move DK-PAPIR-NAVN-IN
                                   to DK-PAPIR-NAVN (DK-ANTAL)
                               if DK-KURS-DATO-IN > SENESTE-KURS-DATO
                                   move DK-KURS-DATO-IN
                                       to SENESTE-KURS-DATO
                               end-if
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Kurs-In
           exit.

     *> --- Samler opgoerelsesaarets skattehaendelser pr. kunde og ---
     *> --- depot ---
      indlæs-skat-haendelser.
           move 0 to DS-ANTAL
           move "N" to EOF-check-skat
           open input Skat-Haendelse-In
           perform until end-of-file-skat
               read Skat-Haendelse-In
                   at end move "Y" to EOF-check-skat
                   not at end
                       if SH-DATO-IN (1:4) = OPGOERELSES-AAR
                           perform opdater-skat-tabel
                       end-if
               end-read
           end-perform
           close Skat-Haendelse-In
           exit.

      opdater-skat-tabel.
           set DS-IKKE-FUNDET to TRUE
           perform varying DS-INDEX from 1 by 1
               until DS-FUNDET or DS-INDEX > DS-ANTAL
               if DS-KUNDE-ID (DS-INDEX) = SH-KUNDE-ID-IN
                   and DS-DEPOT-ID (DS-INDEX) = SH-DEPOT-ID-IN
                   set DS-FUNDET to TRUE
               end-if
           end-perform
           if DS-FUNDET
               subtract 1 from DS-INDEX
           else
               if DS-ANTAL not < 20000
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to DS-ANTAL
               move DS-ANTAL to DS-INDEX
               move SH-KUNDE-ID-IN to DS-KUNDE-ID (DS-INDEX)
               move SH-DEPOT-ID-IN to DS-DEPOT-ID (DS-INDEX)
               move 0 to DS-GEVINST-DKK (DS-INDEX)
               move 0 to DS-UDBYTTE-DKK (DS-INDEX)
               move 0 to DS-SKAT-DKK (DS-INDEX)
               move "N" to DS-SKREVET-FLAG (DS-INDEX)
           end-if
           add SH-GEVINST-IN to DS-GEVINST-DKK (DS-INDEX)
           add SH-UDBYTTE-IN to DS-UDBYTTE-DKK (DS-INDEX)
           add SH-SKAT-IN to DS-SKAT-DKK (DS-INDEX)
           exit.

     *> --- Ejerens navn til opgoerelsen ---
      hent-kundenavne.
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       perform varying DB-INDEX from 1 by 1
                           until DB-INDEX > DB-ANTAL
                           if DB-KUNDE-ID (DB-INDEX)
                               = Kunde-Id of Kunde-Information
                               move Fuld-Navn of Kunde-Information
                                   to DB-NAVN (DB-INDEX)
                           end-if
                       end-perform
               end-read
           end-perform
           close Kunde-Data-In
           exit.

     *> --- Een blok pr. depot, skrevet ved depotets foerste linje ---
      skriv-depot-opgoerelse.
           open output Opgoerelse-Out
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "DEPOTOPGOERELSE "             delimited by size
               OPGOERELSES-AAR                delimited by size
               " - LUKKEKURSER PR. "          delimited by size
               SENESTE-KURS-DATO              delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           perform varying DB-INDEX from 1 by 1
               until DB-INDEX > DB-ANTAL
               move "N" to DB-SKREVET-FLAG (DB-INDEX)
           end-perform
           perform varying DB-DEPOT-IX from 1 by 1
               until DB-DEPOT-IX > DB-ANTAL
               if DB-IKKE-SKREVET (DB-DEPOT-IX)
                   perform skriv-opgoerelse-for-depot
               end-if
           end-perform
           close Opgoerelse-Out
           exit.

      skriv-opgoerelse-for-depot.
           add 1 to ANTAL-DEPOTER-OPGJORT
           move 0 to DEPOT-KURSVAERDI-DKK
           move 0 to DEPOT-KOSTPRIS-DKK
           move 0 to DEPOT-UREALISERET-DKK
           move 0 to DEPOT-PAPIRER-UDEN-KURS
           move spaces to Opgoerelse-Linje
           write Opgoerelse-Linje
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "DEPOT "                        delimited by size
               DB-DEPOT-ID (DB-DEPOT-IX)       delimited by size
               " KUNDE-ID="                    delimited by size
               DB-KUNDE-ID (DB-DEPOT-IX)       delimited by size
               " "                             delimited by size
               function TRIM(DB-NAVN (DB-DEPOT-IX))
                                               delimited by size
               " AFREGNINGSKONTO="             delimited by size
               DB-KONTO-ID (DB-DEPOT-IX)       delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           perform varying DB-PAPIR-IX from DB-DEPOT-IX by 1
               until DB-PAPIR-IX > DB-ANTAL
               if DB-DEPOT-ID (DB-PAPIR-IX) = DB-DEPOT-ID (DB-DEPOT-IX)
                   move "J" to DB-SKREVET-FLAG (DB-PAPIR-IX)
                   if DB-STK (DB-PAPIR-IX) > 0
                       perform skriv-opgoerelse-for-papir
                   end-if
               end-if
           end-perform
           move DEPOT-KURSVAERDI-DKK to DEPOT-BELOB-E
           move DEPOT-KOSTPRIS-DKK to DEPOT-BELOB-E-2
           move DEPOT-UREALISERET-DKK to DEPOT-BELOB-E-3
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "  DEPOTETS KURSVAERDI="        delimited by size
               function TRIM(DEPOT-BELOB-E)    delimited by size
               " KOSTPRIS="                    delimited by size
               function TRIM(DEPOT-BELOB-E-2)  delimited by size
               " UREALISERET="                 delimited by size
               function TRIM(DEPOT-BELOB-E-3)  delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           if DEPOT-PAPIRER-UDEN-KURS > 0
               move spaces to Opgoerelse-Linje
               move 1 to pos
               string
                   "  ADVARSEL: "              delimited by size
                   DEPOT-PAPIRER-UDEN-KURS     delimited by size
                   " papir(er) uden lukkekurs - ikke medregnet i "
                                               delimited by size
                   "kursvaerdien"              delimited by size
                      into Opgoerelse-Linje
                      with pointer pos
               end-string
               write Opgoerelse-Linje
           end-if
           perform skriv-aarets-skat-for-depot
           exit.

      skriv-opgoerelse-for-papir.
           set DK-IKKE-FUNDET to TRUE
           perform varying DK-INDEX from 1 by 1
               until DK-FUNDET or DK-INDEX > DK-ANTAL
               if DK-ISIN (DK-INDEX) = DB-ISIN (DB-PAPIR-IX)
                   set DK-FUNDET to TRUE
               end-if
           end-perform
           add DB-KOSTPRIS (DB-PAPIR-IX) to DEPOT-KOSTPRIS-DKK
           move DB-STK (DB-PAPIR-IX) to DEPOT-STK-E
           move DB-KOSTPRIS (DB-PAPIR-IX) to DEPOT-BELOB-E-2
           move spaces to Opgoerelse-Linje
           move 1 to pos
           if DK-IKKE-FUNDET
               add 1 to DEPOT-PAPIRER-UDEN-KURS
               string
                   "  ISIN="                   delimited by size
                   DB-ISIN (DB-PAPIR-IX)       delimited by size
                   " ANTAL="                   delimited by size
                   function TRIM(DEPOT-STK-E)  delimited by size
                   " KOSTPRIS="                delimited by size
                   function TRIM(DEPOT-BELOB-E-2) delimited by size
                   " LUKKEKURS=MANGLER"        delimited by size
                      into Opgoerelse-Linje
                      with pointer pos
               end-string
               write Opgoerelse-Linje
               exit paragraph
           end-if
           subtract 1 from DK-INDEX
           compute PAPIR-KURSVAERDI-DKK rounded =
               DB-STK (DB-PAPIR-IX) * DK-LUKKEKURS (DK-INDEX)
           compute PAPIR-UREALISERET-DKK =
               PAPIR-KURSVAERDI-DKK - DB-KOSTPRIS (DB-PAPIR-IX)
           add PAPIR-KURSVAERDI-DKK to DEPOT-KURSVAERDI-DKK
           add PAPIR-UREALISERET-DKK to DEPOT-UREALISERET-DKK
           move DK-LUKKEKURS (DK-INDEX) to DEPOT-KURS-E
           move PAPIR-KURSVAERDI-DKK to DEPOT-BELOB-E
           move PAPIR-UREALISERET-DKK to DEPOT-BELOB-E-3
           string
               "  ISIN="                       delimited by size
               DB-ISIN (DB-PAPIR-IX)           delimited by size
               " "                             delimited by size
               function TRIM(DK-PAPIR-NAVN (DK-INDEX))
                                               delimited by size
               " ANTAL="                       delimited by size
               function TRIM(DEPOT-STK-E)      delimited by size
               " KOSTPRIS="                    delimited by size
               function TRIM(DEPOT-BELOB-E-2)  delimited by size
               " LUKKEKURS="                   delimited by size
               function TRIM(DEPOT-KURS-E)     delimited by size
               " KURSVAERDI="                  delimited by size
               function TRIM(DEPOT-BELOB-E)    delimited by size
               " UREALISERET="                 delimited by size
               function TRIM(DEPOT-BELOB-E-3)  delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           exit.

      skriv-aarets-skat-for-depot.
           perform varying DS-INDEX from 1 by 1
               until DS-INDEX > DS-ANTAL
               if DS-DEPOT-ID (DS-INDEX) = DB-DEPOT-ID (DB-DEPOT-IX)
                   move DS-GEVINST-DKK (DS-INDEX) to DEPOT-BELOB-E
                   move DS-UDBYTTE-DKK (DS-INDEX) to DEPOT-BELOB-E-2
                   move DS-SKAT-DKK (DS-INDEX) to DEPOT-BELOB-E-3
                   move spaces to Opgoerelse-Linje
                   move 1 to pos
                   string
                       "  "                    delimited by size
                       OPGOERELSES-AAR         delimited by size
                       ": REALISERET GEVINST/TAB="
                                               delimited by size
                       function TRIM(DEPOT-BELOB-E)
                                               delimited by size
                       " UDBYTTE="             delimited by size
                       function TRIM(DEPOT-BELOB-E-2)
                                               delimited by size
                       " UDBYTTESKAT="         delimited by size
                       function TRIM(DEPOT-BELOB-E-3)
                                               delimited by size
                          into Opgoerelse-Linje
                          with pointer pos
                   end-string
                   write Opgoerelse-Linje
               end-if
           end-perform
           exit.

     *> --- Aarets udtraek til Skat: een DTL-linje pr. kunde og ---
     *> --- depot, een KTO-linje pr. kunde og en TRL-linje med antal ---
     *> --- og kontroltotaler - samme form som SkatRenteUdtraek.txt ---
      skriv-skat-udtraek.
           open output Skat-Udtraek-Out
           move 0 to SKAT-ANTAL-DTL
           move 0 to SKAT-ANTAL-KUNDER
           move 0 to SKAT-TOTAL-GEVINST-DKK
           move 0 to SKAT-TOTAL-UDBYTTE-DKK
           move 0 to SKAT-TOTAL-SKAT-DKK
           perform varying DS-INDEX from 1 by 1
               until DS-INDEX > DS-ANTAL
               if DS-IKKE-SKREVET (DS-INDEX)
                   move DS-KUNDE-ID (DS-INDEX) to DS-AKTUEL-KUNDE-ID
                   perform skriv-skat-for-kunde
               end-if
           end-perform
           move SKAT-TOTAL-GEVINST-DKK to SKAT-GEVINST-FAST
           move SKAT-TOTAL-UDBYTTE-DKK to SKAT-UDBYTTE-FAST
           move SKAT-TOTAL-SKAT-DKK to SKAT-SKAT-FAST
           move spaces to Skat-Udtraek-Linje
           move 1 to pos
           string
               "TRL"                  delimited by size
               SKAT-ANTAL-DTL         delimited by size
               SKAT-GEVINST-FAST      delimited by size
               SKAT-UDBYTTE-FAST      delimited by size
               SKAT-SKAT-FAST         delimited by size
                  into Skat-Udtraek-Linje
                  with pointer pos
           end-string
           write Skat-Udtraek-Linje
           close Skat-Udtraek-Out
           exit.

      skriv-skat-for-kunde.
           add 1 to SKAT-ANTAL-KUNDER
           move 0 to SKAT-KUNDE-GEVINST-DKK
           move 0 to SKAT-KUNDE-UDBYTTE-DKK
           move 0 to SKAT-KUNDE-SKAT-DKK
           perform varying DS-INDEX-2 from 1 by 1
               until DS-INDEX-2 > DS-ANTAL
               if DS-KUNDE-ID (DS-INDEX-2) = DS-AKTUEL-KUNDE-ID
                   set DS-ER-SKREVET (DS-INDEX-2) to TRUE
                   add 1 to SKAT-ANTAL-DTL
                   add DS-GEVINST-DKK (DS-INDEX-2)
                       to SKAT-KUNDE-GEVINST-DKK
                   add DS-UDBYTTE-DKK (DS-INDEX-2)
                       to SKAT-KUNDE-UDBYTTE-DKK
                   add DS-SKAT-DKK (DS-INDEX-2) to SKAT-KUNDE-SKAT-DKK
                   move DS-GEVINST-DKK (DS-INDEX-2) to SKAT-GEVINST-FAST
                   move DS-UDBYTTE-DKK (DS-INDEX-2) to SKAT-UDBYTTE-FAST
                   move DS-SKAT-DKK (DS-INDEX-2) to SKAT-SKAT-FAST
                   move spaces to Skat-Udtraek-Linje
                   move 1 to pos
                   string
                       "DTL"                      delimited by size
                       DS-KUNDE-ID (DS-INDEX-2)   delimited by size
                       DS-DEPOT-ID (DS-INDEX-2)   delimited by size
                       OPGOERELSES-AAR            delimited by size
                       SKAT-GEVINST-FAST          delimited by size
                       SKAT-UDBYTTE-FAST          delimited by size
                       SKAT-SKAT-FAST             delimited by size
                          into Skat-Udtraek-Linje
                          with pointer pos
                   end-string
                   write Skat-Udtraek-Linje
               end-if
           end-perform
           add SKAT-KUNDE-GEVINST-DKK to SKAT-TOTAL-GEVINST-DKK
           add SKAT-KUNDE-UDBYTTE-DKK to SKAT-TOTAL-UDBYTTE-DKK
           add SKAT-KUNDE-SKAT-DKK to SKAT-TOTAL-SKAT-DKK
           move SKAT-KUNDE-GEVINST-DKK to SKAT-GEVINST-FAST
           move SKAT-KUNDE-UDBYTTE-DKK to SKAT-UDBYTTE-FAST
           move SKAT-KUNDE-SKAT-DKK to SKAT-SKAT-FAST
           move spaces to Skat-Udtraek-Linje
           move 1 to pos
           string
               "KTO"                  delimited by size
               DS-AKTUEL-KUNDE-ID     delimited by size
               SKAT-GEVINST-FAST      delimited by size
               SKAT-UDBYTTE-FAST      delimited by size
               SKAT-SKAT-FAST         delimited by size
                  into Skat-Udtraek-Linje
                  with pointer pos
           end-string
           write Skat-Udtraek-Linje
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
           move "depotHandel" to KAP-PROGRAM
           move "BEHOLDNING-TABEL" to KAP-TABEL
           move DB-ANTAL to KAP-ANTAL
           move MAX-BEHOLDNINGER to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-MASTER-TABEL" to KAP-TABEL
           move KMT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KURS-TABEL" to KAP-TABEL
           move DK-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "HANDEL-ID-TABEL" to KAP-TABEL
           move HI-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "SKAT-TABEL" to KAP-TABEL
           move DS-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
