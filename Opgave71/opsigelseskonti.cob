      identification division.
      program-id. opsigelsesKonti.

     *> --- Opsigelseskonti (opsparing med 3 eller 6 maaneders
     *>     varsel): hvilke produktkoder i KontoProdukter.txt der er
     *>     opsigelseskonti, staar i text-files/OpsigelsesProdukter.txt
     *>     - een linje pr. produktkode: varslet i maaneder,
     *>     handlingen ved haevning uden modent varsel (A = afvis,
     *>     G = tillad mod gebyr), gebyrsatsen i procent af det
     *>     uvarslede beloeb og et minimumsgebyr.
     *>
     *>     Kundens opsigelser kommer i OpsigelsesAnmodninger.txt
     *>     (Konto-ID, beloeb, opsigelsesdato - blank = i dag - og en
     *>     valgfri reference) og foeres ind i OpsigelsesRegister.txt
     *>     (se OpsigelseTabel.cpy). Beloebet kan haeves fra den
     *>     dato, varslet udloeber, rullet frem til naeste bankdag
     *>     efter Bankdage.txt. Den behandlede anmodningsfil
     *>     arkiveres datostemplet og toemmes.
     *>
     *>     Trinnet koerer efter intag-trinnene og kontrollerer
     *>     dagens haevninger paa opsigelseskonti i Transaktioner.txt
     *>     (negative posteringer, bortset fra bankens egne GEBYR-,
     *>     RENTE-, OVERTRAEKSRENTE- og KILDESKAT-posteringer):
     *>       - haevningen traekkes foerst paa de modne opsigelser
     *>         (status D) i registerets raekkefoelge
     *>       - kan de ikke daekke den, afvises posteringen, og
     *>         gemmes i OpsigelseAfviste.txt til returnering - eller,
     *>         naar produktet tillader det (G) eller haevningen er
     *>         kodet som tidlig haevning ("OPSIG:TIDLIG" i BUTIK),
     *>         gennemfoeres den, og gebyret af det uvarslede beloeb
     *>         bogfoeres som en separat GEBYR-postering ("OPSIG:GEBYR"
     *>         i BUTIK). Opsigelser under varsel nedskrives med det
     *>         uvarslede beloeb
     *>     Er en afvist haevning en intern overfoersel, og ligger
     *>     modposteringen i samme fil, tages den ogsaa ud - samme
     *>     afstemning som pensionsKontrol. Aarsagerne staar i
     *>     OpsigelseUndtagelser.txt som BETINGELSE=-linjer, som
     *>     morgenWorklist (Opgave42) samler op. Den disponible
     *>     position (DisponibelSaldo.txt) har allerede talt de
     *>     posteringer, der tages ud, og gebyrerne er nye - begge
     *>     rettes i DSP-DAGENS-BEVAEGELSE, naar posteringen er
     *>     dateret senest i dag (se ret-disponibel). Hver
     *>     behandlet haevning noteres med sin noegle i den
     *>     persistente OpsigelsesPosteringer.txt, saa en gentaget
     *>     koersel ikke traekker den igen.

      environment division.
      input-output section.
      file-control.
           select optional Opsigelses-Produkt-In
               assign to "text-files/OpsigelsesProdukter.txt"
               organization is line sequential.
           select optional Konto-Produkt-In
               assign to "text-files/KontoProdukter.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Bankdage-In
               assign to "text-files/Bankdage.txt"
               organization is line sequential.
           select optional Anmodning-In
               assign to "text-files/OpsigelsesAnmodninger.txt"
               organization is line sequential.
           select Anmodning-Arkiv-Out
               assign to dynamic ANMODNING-ARKIV-NAVN
               organization is line sequential.
           select optional Register-In
               assign to "text-files/OpsigelsesRegister.txt"
               organization is line sequential.
           select Register-Out
               assign to "text-files/OpsigelsesRegister.txt"
               organization is line sequential.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
     *> --- Mellemfiler: efter kontrollen af haevningerne og efter ---
     *> --- afstemningen af modposteringerne ---
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedOpsigelse.txt"
               organization is line sequential.
           select Transaktion-Work-2-Out
               assign to "text-files/TransaktionerOpsigelseModpost.txt"
               organization is line sequential.
     *> --- De behandlede haevninger bevares hen over koersler - ---
     *> --- EXTEND, med OUTPUT-fallback foerste gang ---
           select Postering-Out
               assign to "text-files/OpsigelsesPosteringer.txt"
               organization is line sequential
               file status is POSTERING-STATUS.
           select optional Postering-In
               assign to "text-files/OpsigelsesPosteringer.txt"
               organization is line sequential.
     *> --- Afviste posteringer venter paa returnering - EXTEND, ---
     *> --- saa en gentaget koersel ikke sletter dem ---
           select Afvist-Out
               assign to "text-files/OpsigelseAfviste.txt"
               organization is line sequential
               file status is AFVIST-STATUS.
           select Undtagelse-Out
               assign to "text-files/OpsigelseUndtagelser.txt"
               organization is line sequential.
     *> --- Den faelles disponible position pr. konto fra ---
     *> --- disponibelSaldo (Opgave61) - en postering, der tages ud ---
     *> --- eller aendres her, rettes i positionen, og den skrives ---
     *> --- frem til naeste trin - se DisponibelTabel.cpy ---
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
      fd Opsigelses-Produkt-In.
      01 Opsigelses-Produkt-Linje.
           02 OP-PRODUKT-KODE-IN    pic x(4).
           02 OP-VARSEL-MDR-IN      pic 9(2).
           02 OP-HANDLING-IN        pic x.
           02 OP-GEBYR-PCT-IN       pic 9(2)v99.
           02 OP-MIN-GEBYR-IN       pic 9(7)v99.
      fd Konto-Produkt-In.
      01 Konto-Produkt-Linje.
           02 KP-KONTO-ID-IN       pic x(14).
           02 KP-PRODUKT-KODE-IN   pic x(4).
           02 KP-PRODUKT-NAVN-IN   pic x(20).
           02 KP-GEBYR-DKK-IN      pic 9(9)v99.
           02 KP-RENTE-SATS-IN     pic 9(2)v9999.
           02 KP-UDLOEB-DATO-IN    pic x(10).
           02 KP-LOEBETID-MDR-IN   pic 9(3).
           02 KP-KILDESKAT-FLAG-IN pic x.
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 KM-REG-NR-IN         pic x(6).
           02 KM-KUNDE-ID-IN       pic x(10).
           02 KM-OPRETTET-DATO-IN  pic x(10).
           02 KM-PRODUKT-KODE-IN   pic x(4).
      fd Bankdage-In.
      01 Bankdage-Linje.
           02 BD-DATO-IN            pic x(10).
           02 BD-TEKST-IN           pic x(30).
      fd Anmodning-In.
      01 Anmodning-Linje.
           02 OA-KONTO-ID-IN       pic x(14).
           02 OA-BELOB-IN          pic 9(11)v99.
           02 OA-DATO-IN           pic x(10).
           02 OA-REFERENCE-IN      pic x(12).
      fd Anmodning-Arkiv-Out.
      01 Anmodning-Arkiv-Linje    pic x(49) value spaces.
      fd Register-In.
      01 Register-Linje.
           02 OR-ID-IN             pic x(12).
           02 OR-KONTO-ID-IN       pic x(14).
           02 OR-KUNDE-ID-IN       pic x(10).
           02 OR-PRODUKT-KODE-IN   pic x(4).
           02 OR-BELOB-IN          pic 9(11)v99.
           02 OR-REST-IN           pic 9(11)v99.
           02 OR-OPSIGELSES-DATO-IN pic x(10).
           02 OR-DISPONIBEL-DATO-IN pic x(10).
           02 OR-STATUS-IN         pic x.
           02 OR-STATUS-DATO-IN    pic x(10).
      fd Register-Out.
      01 Register-Ud-Linje.
           02 OR-ID-UD             pic x(12).
           02 OR-KONTO-ID-UD       pic x(14).
           02 OR-KUNDE-ID-UD       pic x(10).
           02 OR-PRODUKT-KODE-UD   pic x(4).
           02 OR-BELOB-UD          pic 9(11)v99.
           02 OR-REST-UD           pic 9(11)v99.
           02 OR-OPSIGELSES-DATO-UD pic x(10).
           02 OR-DISPONIBEL-DATO-UD pic x(10).
           02 OR-STATUS-UD         pic x.
           02 OR-STATUS-DATO-UD    pic x(10).
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG               pic x(3).
           02 THT-ANTAL             pic 9(7).
           02 FILLER                pic x(196).
      fd Transaktion-Work-Out.
      01 Transaktion-Work-Linje    pic x(206).
      fd Transaktion-Work-2-Out.
      01 Transaktion-Work-2-Linje  pic x(206).
      fd Postering-Out.
      01 Postering-Ud-Linje.
           02 PL-KONTO-ID-OUT      pic x(14).
     *> --- D = daekket af modne opsigelser, T = tidlig haevning ---
     *> --- mod gebyr ---
           02 PL-ART-OUT           pic x.
           02 PL-BELOB-OUT         pic 9(11)v99.
           02 PL-GEBYR-OUT         pic 9(11)v99.
           02 PL-DATO-OUT          pic x(10).
           02 PL-NOEGLE-OUT        pic x(96).
      fd Postering-In.
      01 Postering-Linje.
           02 PL-KONTO-ID-IN       pic x(14).
           02 PL-ART-IN            pic x.
           02 PL-BELOB-IN          pic 9(11)v99.
           02 PL-GEBYR-IN          pic 9(11)v99.
           02 PL-DATO-IN           pic x(10).
           02 PL-NOEGLE-IN         pic x(96).
      fd Afvist-Out.
      01 Afvist-Linje             pic x(206).
      fd Undtagelse-Out.
      01 Undtagelse-Linje         pic x(200) value spaces.
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
      01 EOF-check-produkt        pic x value "N".
           88 end-of-file-produkt value "Y".
      01 EOF-check-konto-produkt  pic x value "N".
           88 end-of-file-konto-produkt value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-bankdage       pic x value "N".
           88 end-of-file-bankdage value "Y".
      01 EOF-check-anmodning      pic x value "N".
           88 end-of-file-anmodning value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 EOF-check-postering      pic x value "N".
           88 end-of-file-postering value "Y".
      01 pos                      pic 9(4) value 1.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 POSTERING-STATUS         pic x(2) value spaces.
      01 AFVIST-STATUS            pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
      01 ARKIV-TIDSSTEMPEL        pic x(21) value spaces.
      01 ANMODNING-ARKIV-NAVN     pic x(100) value spaces.
      01 DAGS-DATO-RAA            pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      copy "Opgave10/Copybooks/BankdageTabel.cpy".
      copy "Opgave10/Copybooks/OpsigelseTabel.cpy".
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
     *> --- Opsigelsesprodukterne ---
      01 Opsigelses-Produkt-Tabel.
           02 OP-ANTAL             pic 9(3) value 0.
           02 OP-POST OCCURS 200 TIMES.
              03 OP-PRODUKT-KODE   pic x(4).
              03 OP-VARSEL-MDR     pic 9(2).
              03 OP-HANDLING       pic x.
                 88 OP-AFVIS       value "A".
                 88 OP-GEBYR       value "G".
              03 OP-GEBYR-PCT      pic 9(2)v99.
              03 OP-MIN-GEBYR      pic 9(7)v99.
      01 OP-INDEX                 pic 9(3) value 0.
     *> --- Opsigelseskontiene: produkt og ejer ---
      01 Opsigelses-Konto-Tabel.
           02 OK-ANTAL             pic 9(5) value 0.
           02 OK-POST OCCURS 20000 TIMES.
              03 OK-KONTO-ID       pic x(14).
              03 OK-OP-INDEX       pic 9(3).
              03 OK-KUNDE-ID       pic x(10).
      01 OK-INDEX                 pic 9(5) value 0.
      01 OK-FUND-FLAG             pic x value "N".
           88 OK-FUNDET           value "J".
           88 OK-IKKE-FUNDET      value "N".
     *> --- Kontomasteren til ejeropslag ---
      01 Konto-Master-Tabel.
           02 KMT-ANTAL            pic 9(5) value 0.
           02 KMT-POST OCCURS 50000 TIMES.
              03 KMT-KONTO-ID      pic x(14).
              03 KMT-KUNDE-ID      pic x(10).
      01 KMT-INDEX                pic 9(5) value 0.
     *> --- Noeglerne paa de haevninger, der allerede er behandlet ---
      01 Postering-Tabel.
           02 PT-ANTAL             pic 9(5) value 0.
           02 PT-POST OCCURS 50000 TIMES.
              03 PT-NOEGLE         pic x(96).
      01 PT-INDEX                 pic 9(5) value 0.
      01 PT-FUND-FLAG             pic x value "N".
           88 PT-FUNDET           value "J".
           88 PT-IKKE-FUNDET      value "N".
     *> --- Modposteringer til afviste overfoersler, der tages ud i ---
     *> --- anden gennemgang ---
      01 Modpost-Tabel.
           02 MP-ANTAL             pic 9(4) value 0.
           02 MP-POST OCCURS 2000 TIMES.
              03 MP-TYPE           pic x(20).
              03 MP-OPSIGELSES-KONTO pic x(14).
              03 MP-DATO           pic x(26).
              03 MP-BUTIK          pic x(20).
              03 MP-BELOB-DKK      pic s9(13)v99 COMP-3.
              03 MP-MATCHET-FLAG   pic x.
                 88 MP-MATCHET     value "J".
                 88 MP-IKKE-MATCHET value "N".
      01 MP-INDEX                 pic 9(4) value 0.
      01 MP-FUND-FLAG             pic x value "N".
           88 MP-FUNDET           value "J".
           88 MP-IKKE-FUNDET      value "N".
     *> --- Den postering, der behandles ---
      01 Aktuel-Transaktion.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 AKTUEL-TYPE              pic x(20) value spaces.
      01 AKTUEL-NOEGLE            pic x(96) value spaces.
      01 AKTUEL-DATO              pic x(10) value spaces.
      01 AKTUEL-BELOB-DKK         pic s9(13)v99 COMP-3 value 0.
      01 HAEVNING-DKK             pic s9(13)v99 COMP-3 value 0.
      01 MODENT-DKK               pic s9(13)v99 COMP-3 value 0.
      01 UVARSLET-DKK             pic s9(13)v99 COMP-3 value 0.
      01 RESTBELOB-DKK            pic s9(13)v99 COMP-3 value 0.
      01 GEBYR-DKK                pic s9(13)v99 COMP-3 value 0.
      01 AFVIS-BETINGELSE         pic x(45) value spaces.
      01 BELOB-EDIT               pic -(12)9.99.
      01 BELOB-VIS-E              pic -(12)9.99.
     *> --- Forfaldsberegningen: opsigelsesdato + varsel i maaneder ---
      01 Varsel-Felter.
           02 VARSEL-AAR           pic 9(4) value 0.
           02 VARSEL-MD            pic 9(4) value 0.
           02 VARSEL-DAG           pic 9(2) value 0.
           02 VARSEL-SIDSTE-DAG    pic 9(2) value 0.
           02 VARSEL-NAESTE-MD-YMD pic 9(8) value 0.
           02 VARSEL-NAESTE-MD-NR  pic 9(8) value 0.
           02 VARSEL-SIDSTE-YMD    pic 9(8) value 0.
           02 VARSEL-SIDSTE-YMD-X redefines VARSEL-SIDSTE-YMD
                                   pic x(8).
      01 NY-OPSIGELSES-ID         pic x(12) value spaces.
      01 NY-LOEBENR               pic 9(3) value 0.
      01 ID-FUND-FLAG             pic x value "N".
           88 ID-FUNDET           value "J".
           88 ID-IKKE-FUNDET      value "N".
      01 ANTAL-ANMODNINGER        pic 9(7) value 0.
      01 ANTAL-OPSIGELSER-NYE     pic 9(7) value 0.
      01 ANTAL-OPSIGELSER-AFVIST  pic 9(7) value 0.
      01 ANTAL-BLEVET-DISPONIBLE  pic 9(7) value 0.
      01 ANTAL-HAEVNINGER         pic 9(7) value 0.
      01 ANTAL-TIDLIGE            pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-GENERERET    pic 9(7) value 0.
      01 ANTAL-TRANS-AFVIST       pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
      Program-Execute.
           move function CURRENT-DATE to DAGS-DATO-RAA
           move spaces to DAGS-DATO
           string
               DAGS-DATO-RAA (1:4)  delimited by size
               "-"                  delimited by size
               DAGS-DATO-RAA (5:2)  delimited by size
               "-"                  delimited by size
               DAGS-DATO-RAA (7:2)  delimited by size
                  into DAGS-DATO
           end-string
           perform indlæs-opsigelses-produkter
           if OP-ANTAL = 0
               display "Opsigelseskonti: ingen opsigelsesprodukter i "
                   "text-files/OpsigelsesProdukter.txt - intet at goere"
               stop run
           end-if
           perform indlæs-konto-master
           perform indlæs-opsigelses-konti
           perform indlæs-bankdage
           perform indlæs-opsigelses-register
           perform indlæs-behandlede-haevninger
           perform indlæs-disponibel-saldo
           open output Undtagelse-Out
           perform behandl-anmodninger
           perform opdater-modne-opsigelser
           open extend Afvist-Out
           if AFVIST-STATUS = "35"
               open output Afvist-Out
           end-if
           open extend Postering-Out
           if POSTERING-STATUS = "35"
               open output Postering-Out
           end-if
           perform kontroller-transaktioner
           perform afstem-modposteringer
           close Postering-Out
           close Afvist-Out
           close Undtagelse-Out
           perform skriv-transaktioner-tilbage
           perform skriv-disponibel-saldo
           perform skriv-kaede-kontrol
           perform skriv-opsigelses-register
           display "Opsigelseskonti: " ANTAL-OPSIGELSER-NYE
               " ny(e) opsigelse(r), " ANTAL-OPSIGELSER-AFVIST
               " afvist, " ANTAL-BLEVET-DISPONIBLE
               " blevet disponibel(e)"
           display "Opsigelseskonti: " ANTAL-HAEVNINGER
               " haevning(er) kontrolleret, " ANTAL-TIDLIGE
               " tidlig(e) mod gebyr, " ANTAL-TRANS-AFVIST
               " postering(er) afvist"
           if ANTAL-TABEL-FULD > 0
               display "Opsigelseskonti: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- Et produkt uden gyldig handling afviser ---
      indlæs-opsigelses-produkter.
           move 0 to OP-ANTAL
           move "N" to EOF-check-produkt
           open input Opsigelses-Produkt-In
           perform until end-of-file-produkt
               read Opsigelses-Produkt-In
                   at end move "Y" to EOF-check-produkt
                   not at end
                       if OP-PRODUKT-KODE-IN not = spaces
                           and OP-VARSEL-MDR-IN is numeric
                           and OP-ANTAL < 200
                           add 1 to OP-ANTAL
                           move OP-PRODUKT-KODE-IN
                               to OP-PRODUKT-KODE (OP-ANTAL)
                           move OP-VARSEL-MDR-IN
                               to OP-VARSEL-MDR (OP-ANTAL)
                           move OP-HANDLING-IN to OP-HANDLING (OP-ANTAL)
                           if not OP-GEBYR (OP-ANTAL)
                               set OP-AFVIS (OP-ANTAL) to TRUE
                           end-if
                           move 0 to OP-GEBYR-PCT (OP-ANTAL)
                           if OP-GEBYR-PCT-IN is numeric
                               move OP-GEBYR-PCT-IN
                                   to OP-GEBYR-PCT (OP-ANTAL)
                           end-if
                           move 0 to OP-MIN-GEBYR (OP-ANTAL)
                           if OP-MIN-GEBYR-IN is numeric
                               move OP-MIN-GEBYR-IN
                                   to OP-MIN-GEBYR (OP-ANTAL)
                           end-if
                       end-if
               end-read
           end-perform
           close Opsigelses-Produkt-In
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
                           move KM-KUNDE-ID-IN
                               to KMT-KUNDE-ID (KMT-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

     *> --- Konti i KontoProdukter.txt med en opsigelsesproduktkode, ---
     *> --- med ejeren fra KontoMaster.txt ---
      indlæs-opsigelses-konti.
           move 0 to OK-ANTAL
           move "N" to EOF-check-konto-produkt
           open input Konto-Produkt-In
           perform until end-of-file-konto-produkt
               read Konto-Produkt-In
                   at end move "Y" to EOF-check-konto-produkt
                   not at end
                       perform varying OP-INDEX from 1 by 1
                           until OP-INDEX > OP-ANTAL
                           if OP-PRODUKT-KODE (OP-INDEX)
                                   = KP-PRODUKT-KODE-IN
                               perform gem-opsigelses-konto
                           end-if
                       end-perform
               end-read
           end-perform
           close Konto-Produkt-In
           exit.

      gem-opsigelses-konto.
           if OK-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to OK-ANTAL
           move KP-KONTO-ID-IN to OK-KONTO-ID (OK-ANTAL)
           move OP-INDEX to OK-OP-INDEX (OK-ANTAL)
           move spaces to OK-KUNDE-ID (OK-ANTAL)
           perform varying KMT-INDEX from 1 by 1
               until KMT-INDEX > KMT-ANTAL
               or OK-KUNDE-ID (OK-ANTAL) not = spaces
               if KMT-KONTO-ID (KMT-INDEX) = KP-KONTO-ID-IN
                   move KMT-KUNDE-ID (KMT-INDEX)
                       to OK-KUNDE-ID (OK-ANTAL)
               end-if
           end-perform
           exit.

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

      indlæs-opsigelses-register.
           move 0 to OPS-ANTAL
           move "N" to EOF-check-register
           open input Register-In
           perform until end-of-file-register
               read Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if OR-ID-IN not = spaces
                           if OPS-ANTAL < MAX-OPSIGELSER
                               add 1 to OPS-ANTAL
                               perform gem-opsigelse
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Register-In
           exit.

      gem-opsigelse.
           move OR-ID-IN to OPS-ID (OPS-ANTAL)
           move OR-KONTO-ID-IN to OPS-KONTO-ID (OPS-ANTAL)
           move OR-KUNDE-ID-IN to OPS-KUNDE-ID (OPS-ANTAL)
           move OR-PRODUKT-KODE-IN to OPS-PRODUKT-KODE (OPS-ANTAL)
           move 0 to OPS-BELOB-DKK (OPS-ANTAL)
           if OR-BELOB-IN is numeric
               move OR-BELOB-IN to OPS-BELOB-DKK (OPS-ANTAL)
           end-if
           move 0 to OPS-REST-DKK (OPS-ANTAL)
           if OR-REST-IN is numeric
               move OR-REST-IN to OPS-REST-DKK (OPS-ANTAL)
           end-if
           move OR-OPSIGELSES-DATO-IN
               to OPS-OPSIGELSES-DATO (OPS-ANTAL)
           move OR-DISPONIBEL-DATO-IN
               to OPS-DISPONIBEL-DATO (OPS-ANTAL)
           move OR-STATUS-IN to OPS-STATUS (OPS-ANTAL)
           move OR-STATUS-DATO-IN to OPS-STATUS-DATO (OPS-ANTAL)
           if not OPS-DISPONIBEL (OPS-ANTAL)
               and not OPS-BRUGT (OPS-ANTAL)
               set OPS-UNDER-VARSEL (OPS-ANTAL) to TRUE
           end-if
           exit.

      indlæs-behandlede-haevninger.
           move 0 to PT-ANTAL
           move "N" to EOF-check-postering
           open input Postering-In
           perform until end-of-file-postering
               read Postering-In
                   at end move "Y" to EOF-check-postering
                   not at end
                       if PT-ANTAL < 50000
                           add 1 to PT-ANTAL
                           move PL-NOEGLE-IN to PT-NOEGLE (PT-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Postering-In
           exit.

     *> --- Nye opsigelser fra OpsigelsesAnmodninger.txt foeres ind ---
     *> --- i registret; filen arkiveres og toemmes bagefter ---
      behandl-anmodninger.
           move 0 to ANTAL-ANMODNINGER
           move "N" to EOF-check-anmodning
           open input Anmodning-In
           perform until end-of-file-anmodning
               read Anmodning-In
                   at end move "Y" to EOF-check-anmodning
                   not at end
                       if Anmodning-Linje not = spaces
                           add 1 to ANTAL-ANMODNINGER
                           perform behandl-en-anmodning
                       end-if
               end-read
           end-perform
           close Anmodning-In
           if ANTAL-ANMODNINGER > 0
               perform arkiver-og-toem-anmodninger
           end-if
           exit.

      behandl-en-anmodning.
           move spaces to AFVIS-BETINGELSE
           set OK-IKKE-FUNDET to TRUE
           perform varying OK-INDEX from 1 by 1
               until OK-FUNDET or OK-INDEX > OK-ANTAL
               if OK-KONTO-ID (OK-INDEX) = OA-KONTO-ID-IN
                   set OK-FUNDET to TRUE
               end-if
           end-perform
           if OK-IKKE-FUNDET
               move "OPSIGELSE-IKKE-OPSIGELSESKONTO" to AFVIS-BETINGELSE
           else
               subtract 1 from OK-INDEX
               move OK-OP-INDEX (OK-INDEX) to OP-INDEX
           end-if
           if AFVIS-BETINGELSE = spaces
               if OA-BELOB-IN is not numeric or OA-BELOB-IN = 0
                   move "OPSIGELSE-BELOB-UGYLDIGT" to AFVIS-BETINGELSE
               end-if
           end-if
           if AFVIS-BETINGELSE = spaces
               if OA-DATO-IN = spaces
                   move DAGS-DATO to AKTUEL-DATO
               else
                   move OA-DATO-IN to AKTUEL-DATO
               end-if
               if AKTUEL-DATO (1:4) is not numeric
                   or AKTUEL-DATO (5:1) not = "-"
                   or AKTUEL-DATO (6:2) is not numeric
                   or AKTUEL-DATO (8:1) not = "-"
                   or AKTUEL-DATO (9:2) is not numeric
                   or function TEST-DATE-YYYYMMDD(
                       function NUMVAL(AKTUEL-DATO (1:4)) * 10000
                       + function NUMVAL(AKTUEL-DATO (6:2)) * 100
                       + function NUMVAL(AKTUEL-DATO (9:2))) not = 0
                   move "OPSIGELSE-DATO-UGYLDIG" to AFVIS-BETINGELSE
               end-if
           end-if
           if AFVIS-BETINGELSE = spaces
               perform dan-opsigelses-id
               if ID-FUNDET
                   move "OPSIGELSE-DUBLET" to AFVIS-BETINGELSE
               end-if
           end-if
           if AFVIS-BETINGELSE = spaces
               and OPS-ANTAL not < MAX-OPSIGELSER
               add 1 to ANTAL-TABEL-FULD
               move "OPSIGELSE-REGISTER-FULDT" to AFVIS-BETINGELSE
           end-if
           if AFVIS-BETINGELSE not = spaces
               add 1 to ANTAL-OPSIGELSER-AFVIST
               move spaces to Undtagelse-Linje
               move 1 to pos
               string
                   "BETINGELSE="              delimited by size
                   function TRIM(AFVIS-BETINGELSE) delimited by size
                   " KONTO="                  delimited by size
                   OA-KONTO-ID-IN             delimited by size
                   " REFERENCE="              delimited by size
                   OA-REFERENCE-IN            delimited by size
                   " DATO="                   delimited by size
                   OA-DATO-IN                 delimited by size
                      into Undtagelse-Linje
                      with pointer pos
               end-string
               write Undtagelse-Linje
               exit paragraph
           end-if
           add 1 to OPS-ANTAL
           move NY-OPSIGELSES-ID to OPS-ID (OPS-ANTAL)
           move OA-KONTO-ID-IN to OPS-KONTO-ID (OPS-ANTAL)
           move OK-KUNDE-ID (OK-INDEX) to OPS-KUNDE-ID (OPS-ANTAL)
           move OP-PRODUKT-KODE (OP-INDEX)
               to OPS-PRODUKT-KODE (OPS-ANTAL)
           move OA-BELOB-IN to OPS-BELOB-DKK (OPS-ANTAL)
           move OA-BELOB-IN to OPS-REST-DKK (OPS-ANTAL)
           move AKTUEL-DATO to OPS-OPSIGELSES-DATO (OPS-ANTAL)
           perform beregn-disponibel-dato
           move BANKDAG-DATO to OPS-DISPONIBEL-DATO (OPS-ANTAL)
           set OPS-UNDER-VARSEL (OPS-ANTAL) to TRUE
           move DAGS-DATO to OPS-STATUS-DATO (OPS-ANTAL)
           add 1 to ANTAL-OPSIGELSER-NYE
           exit.

     *> --- Opsigelses-id'et er anmodningens reference, eller - ---
     *> --- naar den er blank - "O" + opsigelsesdatoen + et ---
     *> --- loebenummer. ID-FUNDET, naar en reference allerede ---
     *> --- findes i registret ---
      dan-opsigelses-id.
           if OA-REFERENCE-IN not = spaces
               move OA-REFERENCE-IN to NY-OPSIGELSES-ID
               perform find-opsigelses-id
               exit paragraph
           end-if
           move 0 to NY-LOEBENR
           set ID-FUNDET to TRUE
           perform until ID-IKKE-FUNDET or NY-LOEBENR = 999
               add 1 to NY-LOEBENR
               move spaces to NY-OPSIGELSES-ID
               string
                   "O"                        delimited by size
                   AKTUEL-DATO (1:4)          delimited by size
                   AKTUEL-DATO (6:2)          delimited by size
                   AKTUEL-DATO (9:2)          delimited by size
                   NY-LOEBENR                 delimited by size
                      into NY-OPSIGELSES-ID
               end-string
               perform find-opsigelses-id
           end-perform
           exit.

      find-opsigelses-id.
           set ID-IKKE-FUNDET to TRUE
           perform varying OPS-INDEX from 1 by 1
               until ID-FUNDET or OPS-INDEX > OPS-ANTAL
               if OPS-ID (OPS-INDEX) = NY-OPSIGELSES-ID
                   set ID-FUNDET to TRUE
               end-if
           end-perform
           exit.

     *> --- Varslet udloeber AKTUEL-DATO + produktets maaneder ---
     *> --- (dag 31 i en kortere maaned bliver maanedens sidste ---
     *> --- dag); beloebet kan haeves fra foerste bankdag derefter ---
      beregn-disponibel-dato.
           move AKTUEL-DATO (1:4) to VARSEL-AAR
           move AKTUEL-DATO (6:2) to VARSEL-MD
           move AKTUEL-DATO (9:2) to VARSEL-DAG
           add OP-VARSEL-MDR (OP-INDEX) to VARSEL-MD
           perform until VARSEL-MD not > 12
               subtract 12 from VARSEL-MD
               add 1 to VARSEL-AAR
           end-perform
           if VARSEL-MD = 12
               compute VARSEL-NAESTE-MD-YMD =
                   (VARSEL-AAR + 1) * 10000 + 101
           else
               compute VARSEL-NAESTE-MD-YMD =
                   VARSEL-AAR * 10000 + (VARSEL-MD + 1) * 100 + 1
           end-if
           compute VARSEL-NAESTE-MD-NR =
               function INTEGER-OF-DATE(VARSEL-NAESTE-MD-YMD) - 1
           compute VARSEL-SIDSTE-YMD =
               function DATE-OF-INTEGER(VARSEL-NAESTE-MD-NR)
           move VARSEL-SIDSTE-YMD-X (7:2) to VARSEL-SIDSTE-DAG
           if VARSEL-DAG > VARSEL-SIDSTE-DAG
               move VARSEL-SIDSTE-DAG to VARSEL-DAG
           end-if
           compute VARSEL-SIDSTE-YMD =
               VARSEL-AAR * 10000 + VARSEL-MD * 100 + VARSEL-DAG
           move spaces to BANKDAG-DATO
           string
               VARSEL-SIDSTE-YMD-X (1:4)  delimited by size
               "-"                        delimited by size
               VARSEL-SIDSTE-YMD-X (5:2)  delimited by size
               "-"                        delimited by size
               VARSEL-SIDSTE-YMD-X (7:2)  delimited by size
                  into BANKDAG-DATO
           end-string
           move "F" to RUL-RETNING
           perform rul-til-bankdag
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

     *> --- Den behandlede anmodningsfil arkiveres datostemplet og ---
     *> --- toemmes - moenstret fra kortLivscyklus ---
      arkiver-og-toem-anmodninger.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to ANMODNING-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/OpsigelsesAnmodningerBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into ANMODNING-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-anmodning
           open input Anmodning-In
           open output Anmodning-Arkiv-Out
           perform until end-of-file-anmodning
               read Anmodning-In
                   at end move "Y" to EOF-check-anmodning
                   not at end
                       write Anmodning-Arkiv-Linje from Anmodning-Linje
               end-read
           end-perform
           close Anmodning-Arkiv-Out
           close Anmodning-In
           open output Anmodning-In
           close Anmodning-In
           display "Opsigelsesanmodninger arkiveret til "
               function TRIM(ANMODNING-ARKIV-NAVN)
               " - OpsigelsesAnmodninger.txt toemt"
           exit.

     *> --- Opsigelser, hvis varsel er udloebet, bliver disponible ---
      opdater-modne-opsigelser.
           perform varying OPS-INDEX from 1 by 1
               until OPS-INDEX > OPS-ANTAL
               if OPS-UNDER-VARSEL (OPS-INDEX)
                   and OPS-DISPONIBEL-DATO (OPS-INDEX) not > DAGS-DATO
                   set OPS-DISPONIBEL (OPS-INDEX) to TRUE
                   move DAGS-DATO to OPS-STATUS-DATO (OPS-INDEX)
                   add 1 to ANTAL-BLEVET-DISPONIBLE
               end-if
           end-perform
           exit.

     *> --- Foerste gennemgang: Transaktioner.txt til mellemfilen, ---
     *> --- haevningerne paa opsigelseskonti kontrolleret undervejs ---
      kontroller-transaktioner.
           move 0 to ANTAL-TRANS-BESTAAENDE
           move 0 to MP-ANTAL
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
                           move Transaktion-Information
                               to Aktuel-Transaktion
                           perform kontroller-en-transaktion
                       end-if
               end-read
           end-perform
           close Transaktion-Work-Out
           close Transaktion-Data-In
           exit.

      kontroller-en-transaktion.
           set OK-IKKE-FUNDET to TRUE
           perform varying OK-INDEX from 1 by 1
               until OK-FUNDET or OK-INDEX > OK-ANTAL
               if OK-KONTO-ID (OK-INDEX)
                       = KONTO-ID of Aktuel-Transaktion
                   set OK-FUNDET to TRUE
               end-if
           end-perform
           if OK-IKKE-FUNDET
               or function TEST-NUMVAL(BELOB of Aktuel-Transaktion)
                   not = 0
               write Transaktion-Work-Linje from Aktuel-Transaktion
               exit paragraph
           end-if
           subtract 1 from OK-INDEX
           move OK-OP-INDEX (OK-INDEX) to OP-INDEX
           move function TRIM(TRANSAKTIONS-TYPE of Aktuel-Transaktion)
               to AKTUEL-TYPE
           move function NUMVAL(BELOB of Aktuel-Transaktion)
               to AKTUEL-BELOB-DKK
           if AKTUEL-BELOB-DKK not < 0
               or AKTUEL-TYPE = "GEBYR"
               or AKTUEL-TYPE = "RENTE"
               or AKTUEL-TYPE = "OVERTRAEKSRENTE"
               or AKTUEL-TYPE = "KILDESKAT"
               write Transaktion-Work-Linje from Aktuel-Transaktion
               exit paragraph
           end-if
           perform byg-noegle
           set PT-IKKE-FUNDET to TRUE
           perform varying PT-INDEX from 1 by 1
               until PT-FUNDET or PT-INDEX > PT-ANTAL
               if PT-NOEGLE (PT-INDEX) = AKTUEL-NOEGLE
                   set PT-FUNDET to TRUE
               end-if
           end-perform
           if PT-FUNDET
               write Transaktion-Work-Linje from Aktuel-Transaktion
               exit paragraph
           end-if
           add 1 to ANTAL-HAEVNINGER
           perform kontroller-haevning
           exit.

     *> --- Noeglen, en behandlet haevning genkendes paa ved en ---
     *> --- gentaget koersel ---
      byg-noegle.
           move spaces to AKTUEL-NOEGLE
           string
               KONTO-ID of Aktuel-Transaktion         delimited by size
               DATO of Aktuel-Transaktion             delimited by size
               BELOB of Aktuel-Transaktion            delimited by size
               TRANSAKTIONS-TYPE of Aktuel-Transaktion delimited by size
               BUTIK of Aktuel-Transaktion            delimited by size
                  into AKTUEL-NOEGLE
           end-string
           exit.

     *> --- Haevningen holdes op mod kontoens modne opsigelser; det ---
     *> --- uvarslede beloeb afvises eller gennemfoeres mod gebyr ---
      kontroller-haevning.
           compute HAEVNING-DKK = AKTUEL-BELOB-DKK * -1
           if DATO of Aktuel-Transaktion (1:4) is numeric
               move DATO of Aktuel-Transaktion (1:10) to AKTUEL-DATO
           else
               move DAGS-DATO to AKTUEL-DATO
           end-if
           move 0 to MODENT-DKK
           perform varying OPS-INDEX from 1 by 1
               until OPS-INDEX > OPS-ANTAL
               if OPS-KONTO-ID (OPS-INDEX)
                       = KONTO-ID of Aktuel-Transaktion
                   and OPS-DISPONIBEL (OPS-INDEX)
                   add OPS-REST-DKK (OPS-INDEX) to MODENT-DKK
               end-if
           end-perform
           if MODENT-DKK not < HAEVNING-DKK
               move HAEVNING-DKK to RESTBELOB-DKK
               perform traek-modne-opsigelser
               write Transaktion-Work-Linje from Aktuel-Transaktion
               move "D" to PL-ART-OUT
               move 0 to GEBYR-DKK
               perform noter-haevning
               exit paragraph
           end-if
           compute UVARSLET-DKK = HAEVNING-DKK - MODENT-DKK
           if OP-AFVIS (OP-INDEX)
               and BUTIK of Aktuel-Transaktion (1:12) not = "OPSIG:TIDLIG"
               move "OPSIGELSE-VARSEL-IKKE-UDLOEBET" to AFVIS-BETINGELSE
               perform afvis-postering
               if AKTUEL-TYPE = "OVERFOERSEL UD"
                   perform registrer-modpost
               end-if
               exit paragraph
           end-if
           move MODENT-DKK to RESTBELOB-DKK
           perform traek-modne-opsigelser
           move UVARSLET-DKK to RESTBELOB-DKK
           perform traek-opsigelser-under-varsel
           compute GEBYR-DKK rounded =
               UVARSLET-DKK * OP-GEBYR-PCT (OP-INDEX) / 100
           if GEBYR-DKK < OP-MIN-GEBYR (OP-INDEX)
               move OP-MIN-GEBYR (OP-INDEX) to GEBYR-DKK
           end-if
           write Transaktion-Work-Linje from Aktuel-Transaktion
           move "T" to PL-ART-OUT
           perform noter-haevning
           add 1 to ANTAL-TIDLIGE
           move UVARSLET-DKK to BELOB-VIS-E
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE=OPSIGELSE-TIDLIG-HAEVNING KONTO="
                                              delimited by size
               KONTO-ID of Aktuel-Transaktion delimited by size
               " KUNDE-ID="                   delimited by size
               OK-KUNDE-ID (OK-INDEX)         delimited by size
               " UVARSLET="                   delimited by size
               function TRIM(BELOB-VIS-E)     delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           move GEBYR-DKK to BELOB-VIS-E
           string
               " GEBYR="                      delimited by size
               function TRIM(BELOB-VIS-E)     delimited by size
               " DATO="                       delimited by size
               AKTUEL-DATO                    delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           if GEBYR-DKK > 0
               compute GEBYR-DKK = GEBYR-DKK * -1
               move GEBYR-DKK to BELOB-EDIT
               move function TRIM(BELOB-EDIT)
                   to BELOB of Aktuel-Transaktion
               move "GEBYR" to TRANSAKTIONS-TYPE of Aktuel-Transaktion
               move "OPSIG:GEBYR" to BUTIK of Aktuel-Transaktion
               write Transaktion-Work-Linje from Aktuel-Transaktion
               add 1 to ANTAL-TRANS-GENERERET
               move GEBYR-DKK to DISPONIBEL-POSTERING
               move KONTO-ID of Aktuel-Transaktion
                   to DISPONIBEL-OPSLAG-KONTO
               perform ret-disponibel
           end-if
           exit.

     *> --- Traekker RESTBELOB-DKK paa kontoens modne opsigelser i ---
     *> --- registerets raekkefoelge ---
      traek-modne-opsigelser.
           perform varying OPS-INDEX from 1 by 1
               until OPS-INDEX > OPS-ANTAL or RESTBELOB-DKK = 0
               if OPS-KONTO-ID (OPS-INDEX)
                       = KONTO-ID of Aktuel-Transaktion
                   and OPS-DISPONIBEL (OPS-INDEX)
                   perform traek-en-opsigelse
               end-if
           end-perform
           exit.

      traek-opsigelser-under-varsel.
           perform varying OPS-INDEX from 1 by 1
               until OPS-INDEX > OPS-ANTAL or RESTBELOB-DKK = 0
               if OPS-KONTO-ID (OPS-INDEX)
                       = KONTO-ID of Aktuel-Transaktion
                   and OPS-UNDER-VARSEL (OPS-INDEX)
                   perform traek-en-opsigelse
               end-if
           end-perform
           exit.

      traek-en-opsigelse.
           if OPS-REST-DKK (OPS-INDEX) > RESTBELOB-DKK
               subtract RESTBELOB-DKK from OPS-REST-DKK (OPS-INDEX)
               move 0 to RESTBELOB-DKK
           else
               subtract OPS-REST-DKK (OPS-INDEX) from RESTBELOB-DKK
               move 0 to OPS-REST-DKK (OPS-INDEX)
               set OPS-BRUGT (OPS-INDEX) to TRUE
               move AKTUEL-DATO to OPS-STATUS-DATO (OPS-INDEX)
           end-if
           exit.

      noter-haevning.
           move KONTO-ID of Aktuel-Transaktion to PL-KONTO-ID-OUT
           move HAEVNING-DKK to PL-BELOB-OUT
           move GEBYR-DKK to PL-GEBYR-OUT
           move AKTUEL-DATO to PL-DATO-OUT
           move AKTUEL-NOEGLE to PL-NOEGLE-OUT
           write Postering-Ud-Linje
           if PT-ANTAL < 50000
               add 1 to PT-ANTAL
               move AKTUEL-NOEGLE to PT-NOEGLE (PT-ANTAL)
           else
               add 1 to ANTAL-TABEL-FULD
           end-if
           exit.

     *> --- Tager posteringen ud af Transaktioner.txt og gemmer den ---
     *> --- til returnering ---
      afvis-postering.
           write Afvist-Linje from Aktuel-Transaktion
           add 1 to ANTAL-TRANS-AFVIST
           compute DISPONIBEL-POSTERING = AKTUEL-BELOB-DKK * -1
           move KONTO-ID of Aktuel-Transaktion to DISPONIBEL-OPSLAG-KONTO
           perform ret-disponibel
           move AKTUEL-BELOB-DKK to BELOB-VIS-E
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE="                  delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " KONTO="                      delimited by size
               KONTO-ID of Aktuel-Transaktion delimited by size
               " KUNDE-ID="                   delimited by size
               OK-KUNDE-ID (OK-INDEX)         delimited by size
               " PRODUKT="                    delimited by size
               OP-PRODUKT-KODE (OP-INDEX)     delimited by size
               " TYPE="                       delimited by size
               function TRIM(AKTUEL-TYPE)     delimited by size
               " BELOB="                      delimited by size
               function TRIM(BELOB-VIS-E)     delimited by size
               " DATO="                       delimited by size
               AKTUEL-DATO                    delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           exit.

     *> --- Modposteringen til en afvist overfoersel: samme beloeb ---
     *> --- med modsat fortegn, samme dato og BUTIK paa en anden konto ---
      registrer-modpost.
           if MP-ANTAL not < 2000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to MP-ANTAL
           move "OVERFOERSEL IND" to MP-TYPE (MP-ANTAL)
           move KONTO-ID of Aktuel-Transaktion
               to MP-OPSIGELSES-KONTO (MP-ANTAL)
           move DATO of Aktuel-Transaktion to MP-DATO (MP-ANTAL)
           move BUTIK of Aktuel-Transaktion to MP-BUTIK (MP-ANTAL)
           move HAEVNING-DKK to MP-BELOB-DKK (MP-ANTAL)
           set MP-IKKE-MATCHET (MP-ANTAL) to TRUE
           exit.

     *> --- Anden gennemgang: modposteringerne til afviste ---
     *> --- overfoersler tages ud ---
      afstem-modposteringer.
           move "N" to EOF-check-work
           open input Transaktion-Work-Out
           open output Transaktion-Work-2-Out
           perform until end-of-file-work
               read Transaktion-Work-Out
                   at end move "Y" to EOF-check-work
                   not at end
                       move Transaktion-Work-Linje
                           to Aktuel-Transaktion
                       perform afstem-en-transaktion
               end-read
           end-perform
           close Transaktion-Work-2-Out
           close Transaktion-Work-Out
           exit.

      afstem-en-transaktion.
           set MP-IKKE-FUNDET to TRUE
           if MP-ANTAL > 0
               and function TEST-NUMVAL(BELOB of Aktuel-Transaktion) = 0
               move function NUMVAL(BELOB of Aktuel-Transaktion)
                   to AKTUEL-BELOB-DKK
               perform varying MP-INDEX from 1 by 1
                   until MP-FUNDET or MP-INDEX > MP-ANTAL
                   if MP-IKKE-MATCHET (MP-INDEX)
                       and function TRIM(TRANSAKTIONS-TYPE
                           of Aktuel-Transaktion) = MP-TYPE (MP-INDEX)
                       and KONTO-ID of Aktuel-Transaktion
                           not = MP-OPSIGELSES-KONTO (MP-INDEX)
                       and DATO of Aktuel-Transaktion = MP-DATO (MP-INDEX)
                       and BUTIK of Aktuel-Transaktion
                           = MP-BUTIK (MP-INDEX)
                       and AKTUEL-BELOB-DKK = MP-BELOB-DKK (MP-INDEX)
                       set MP-FUNDET to TRUE
                   end-if
               end-perform
           end-if
           if MP-IKKE-FUNDET
               write Transaktion-Work-2-Linje from Aktuel-Transaktion
               exit paragraph
           end-if
           subtract 1 from MP-INDEX
           set MP-MATCHET (MP-INDEX) to TRUE
           write Afvist-Linje from Aktuel-Transaktion
           add 1 to ANTAL-TRANS-AFVIST
           compute DISPONIBEL-POSTERING = AKTUEL-BELOB-DKK * -1
           move KONTO-ID of Aktuel-Transaktion to DISPONIBEL-OPSLAG-KONTO
           perform ret-disponibel
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE=OPSIGELSE-MODPOSTERING-FJERNET KONTO="
                                              delimited by size
               KONTO-ID of Aktuel-Transaktion delimited by size
               " OPSIGELSESKONTO="            delimited by size
               MP-OPSIGELSES-KONTO (MP-INDEX) delimited by size
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
               - ANTAL-TRANS-AFVIST
           move "N" to EOF-check-work
           open input Transaktion-Work-2-Out
           open output Transaktion-Data-In
           move spaces to Trans-Hdr-Trl-Linje
           move "HDR" to THT-TAG of Trans-Hdr-Trl-Linje
           move ANTAL-TRANS-I-ALT to THT-ANTAL of Trans-Hdr-Trl-Linje
           write Transaktion-Information from Trans-Hdr-Trl-Linje
           perform until end-of-file-work
               read Transaktion-Work-2-Out
                   at end move "Y" to EOF-check-work
                   not at end
                       write Transaktion-Information
                           from Transaktion-Work-2-Linje
               end-read
           end-perform
           move spaces to Trans-Hdr-Trl-Linje
           move "TRL" to THT-TAG of Trans-Hdr-Trl-Linje
           move ANTAL-TRANS-I-ALT to THT-ANTAL of Trans-Hdr-Trl-Linje
           write Transaktion-Information from Trans-Hdr-Trl-Linje
           close Transaktion-Work-2-Out
           close Transaktion-Data-In
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
               "OPSIGELSE"            delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-GENERERET  delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-AFVIST     delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-I-ALT      delimited by size
                  into Kaede-Kontrol-Linje
                  with pointer pos
           end-string
           write Kaede-Kontrol-Linje
           close Kaede-Kontrol-Out
           exit.

      skriv-opsigelses-register.
           open output Register-Out
           perform varying OPS-INDEX from 1 by 1
               until OPS-INDEX > OPS-ANTAL
               move spaces to Register-Ud-Linje
               move OPS-ID (OPS-INDEX) to OR-ID-UD
               move OPS-KONTO-ID (OPS-INDEX) to OR-KONTO-ID-UD
               move OPS-KUNDE-ID (OPS-INDEX) to OR-KUNDE-ID-UD
               move OPS-PRODUKT-KODE (OPS-INDEX) to OR-PRODUKT-KODE-UD
               move OPS-BELOB-DKK (OPS-INDEX) to OR-BELOB-UD
               move OPS-REST-DKK (OPS-INDEX) to OR-REST-UD
               move OPS-OPSIGELSES-DATO (OPS-INDEX)
                   to OR-OPSIGELSES-DATO-UD
               move OPS-DISPONIBEL-DATO (OPS-INDEX)
                   to OR-DISPONIBEL-DATO-UD
               move OPS-STATUS (OPS-INDEX) to OR-STATUS-UD
               move OPS-STATUS-DATO (OPS-INDEX) to OR-STATUS-DATO-UD
               write Register-Ud-Linje
           end-perform
           close Register-Out
           exit.

     *> --- Retter den disponible position for en postering, der ---
     *> --- er taget ud eller dannet her: DISPONIBEL-POSTERING er ---
     *> --- aendringen af DISPONIBEL-OPSLAG-KONTO's saldo. En ---
     *> --- fremtidigt dateret postering er ikke talt med af ---
     *> --- disponibelSaldo endnu og springes over ---
      ret-disponibel.
           if DATO of Aktuel-Transaktion (1:10) > DAGS-DATO
               exit paragraph
           end-if
           perform bogfoer-disponibel
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

     *> --- Aendringen laegges til dagens bevaegelse, saa naeste ---
     *> --- trin ser den rettede position ---
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
           move "opsigelsesKonti" to KAP-PROGRAM
           move "BANKDAGE-TABEL" to KAP-TABEL
           move BD-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "OPSIGELSE-TABEL" to KAP-TABEL
           move OPS-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "OPSIGELSES-PRODUKT-TABEL" to KAP-TABEL
           move OP-ANTAL to KAP-ANTAL
           move 200 to KAP-MAX
           write Kapacitet-Linje
           move "OPSIGELSES-KONTO-TABEL" to KAP-TABEL
           move OK-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-MASTER-TABEL" to KAP-TABEL
           move KMT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "POSTERING-TABEL" to KAP-TABEL
           move PT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "MODPOST-TABEL" to KAP-TABEL
           move MP-ANTAL to KAP-ANTAL
           move 2000 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
