      identification division.
      program-id. indbetalingsKort.

     *> --- Indbetalinger med indbetalingskort (FI-kort +71):
     *>     erhvervskunderne sender fakturaer med et indbetalingskort,
     *>     og betalingerne kom hidtil ind som INDBETALING med
     *>     betalerens reference begravet i BUTIK - kreditoren maatte
     *>     selv finde dem og afstemme sine aabne fakturaer i haanden.
     *>     Trinnet foerer kreditoraftale-registret og indlaeser
     *>     nattens indbetalingskort-betalinger:
     *>       - KreditorAftaleAendringer.txt opretter (O) og ophoerer
     *>         (L) aftaler i det persistente KreditorAftaler.txt
     *>         (KreditorAftale.cpy). Kreditornummeret skal baere et
     *>         gyldigt modulus 10-kontrolciffer, og modtagerkontoen
     *>         skal findes i KontoMaster.txt - REG-NR og Kunde-Id
     *>         hentes derfra
     *>       - IndbetalingsKort.txt (HDR/TRL, samme konvention som
     *>         BetalingsOrdrer.txt - stemmer antallet ikke, afvises
     *>         HELE filen) valideres: kortart 71, referencen 15
     *>         cifre med gyldigt modulus 10-kontrolciffer (vaegte
     *>         2-1-2-1... fra hoejre, tvaersum af produkterne),
     *>         kendt og aktiv kreditor, gyldigt positivt beloeb og
     *>         dato, modtagerkontoen ikke lukket i KontoStatus.txt
     *>         og betalings-id'et ikke set foer i filen
     *>       - en godkendt betaling krediteres kreditorens konto som
     *>         INDBETALING med BUTIK "FI71:<reference>" og betalerens
     *>         navn i NAVN, og den disponible position foeres frem
     *>         (DisponibelTabel.cpy)
     *>       - afviste betalinger skrives til
     *>         IndbetalingsKortExceptions.txt med stabil
     *>         afvisningskode - afstemningsKonto (Opgave59) foerer
     *>         dem paa suspense-registret, til pengene er returneret
     *>         eller placeret, og morgenWorklist samler dem op
     *>       - hver kreditor med godkendte betalinger faar sin
     *>         debitorbetalingsfil i udbakken,
     *>         text-files/Udbakke/<kreditornr>_Debitorbetalinger_
     *>         <yyyymmdd>.txt, saa kreditoren kan udligne sine aabne
     *>         fakturaer automatisk. Filen er pr. dag - dagens
     *>         intag-cykler tilfoejes - og har faste positioner:
     *>           D-linje: "D", kreditornr (8), reference (15),
     *>                    betalers navn (30), beloeb 9(13)v99,
     *>                    betalingsdato (10), betalings-id (12)
     *>           T-linje: "T", kreditornr (8), antal D-linjer fra
     *>                    denne koersel 9(7), deres sum 9(13)v99
     *>     Indbetalingsfilen og aendringsfilen arkiveres
     *>     datostemplet og toemmes efter behandlingen.

      environment division.
      input-output section.
      file-control.
           select optional Indbetaling-In
               assign to "text-files/IndbetalingsKort.txt"
               organization is line sequential.
           select optional Aendring-In
               assign to "text-files/KreditorAftaleAendringer.txt"
               organization is line sequential.
           select optional Aftale-In
               assign to "text-files/KreditorAftaler.txt"
               organization is line sequential.
           select Aftale-Out
               assign to "text-files/KreditorAftaler.txt"
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
               assign to "text-files/TransaktionerMedIndbetalingsKort.txt"
               organization is line sequential.
           select Exceptions-Out
               assign to "text-files/IndbetalingsKortExceptions.txt"
               organization is line sequential.
     *> --- Debitorbetalingsfilen pr. kreditor i udbakken ---
           select Debitor-Fil-Out
               assign to dynamic DEBITOR-FIL-NAVN
               organization is line sequential
               file status is DEBITOR-FIL-STATUS.
     *> --- Datostemplet arkiv for de behandlede filer ---
           select Arkiv-Out
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
     *> --- Den faelles disponible position pr. konto fra ---
     *> --- disponibelSaldo (Opgave61) - krediteringerne foeres ind, ---
     *> --- og positionen skrives frem til naeste intag-trin - se ---
     *> --- DisponibelTabel.cpy ---
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select Disponibel-Saldo-Out
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
     *> --- Den fælles kontrol-fil for kædeafstemningen - se ---
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
      fd Indbetaling-In.
     *> --- En indbetaling med indbetalingskort fra clearingen ---
      01 Indbetaling-Linje.
           02 IK-BETALINGS-ID       pic x(12).
           02 IK-KORTART            pic x(2).
           02 IK-REFERENCE          pic x(15).
           02 IK-KREDITOR-NR        pic x(8).
           02 IK-BELOB              pic x(16).
           02 IK-DATO               pic x(10).
           02 IK-BETALER-NAVN       pic x(30).
     *> --- Alternativ visning: HDR/TRL-linje for filen ---
      01 Indbetaling-Hdr-Trl-Linje.
           02 IHT-TAG               pic x(3).
           02 IHT-ANTAL             pic 9(7).
           02 FILLER                pic x(83).
      fd Aendring-In.
      01 Aendring-Linje.
           02 KAE-HANDLING          pic x.
           02 KAE-KREDITOR-NR       pic x(8).
           02 KAE-KONTO-ID          pic x(14).
           02 KAE-NAVN              pic x(30).
           02 KAE-INITIALER         pic x(8).
      fd Aftale-In.
      01 Aftale-Linje-In           pic x(89).
      fd Aftale-Out.
      01 Aftale-Linje-Ud           pic x(89).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN        pic x(14).
           02 KM-REG-NR-IN          pic x(6).
           02 KM-KUNDE-ID-IN        pic x(10).
           02 KM-OPRETTET-DATO-IN   pic x(10).
           02 KM-PRODUKT-KODE-IN    pic x(4).
      fd Konto-Status-In.
      01 Konto-Status-Linje.
           02 KS-KONTO-ID-IN        pic x(14).
           02 KS-STATUS-KODE-IN     pic x.
           02 KS-LUKKE-DATO-IN      pic x(10).
           02 KS-E-STATEMENT-FLAG-IN pic x.
           02 KS-FREKVENS-PRAEF-IN  pic x.
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
      fd Exceptions-Out.
      01 Exceptions-Linje          pic x(200) value spaces.
      fd Debitor-Fil-Out.
      01 Debitor-Linje             pic x(100) value spaces.
      fd Arkiv-Out.
      01 Arkiv-Linje               pic x(93).
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
      01 EOF-check-indbetaling    pic x value "N".
           88 end-of-file-indbetaling value "Y".
      01 EOF-check-aendring       pic x value "N".
           88 end-of-file-aendring value "Y".
      01 EOF-check-aftale         pic x value "N".
           88 end-of-file-aftale  value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-konto-status   pic x value "N".
           88 end-of-file-konto-status value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 pos                      pic 9(4) value 1.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
      01 DEBITOR-FIL-STATUS       pic x(2) value spaces.
      01 DEBITOR-FIL-NAVN         pic x(100) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
     *> --- Kreditoraftale-registret i memory (raa record), samme ---
     *> --- moenster som Kunde-Tabel i skyldnerRegister ---
      01 Aftale-Tabel.
           02 KA-ANTAL             pic 9(5) value 0.
           02 KA-POST OCCURS 5000 TIMES.
              03 KA-REC            pic x(89).
      01 MAX-AFTALER              pic 9(5) value 5000.
      01 KA-INDEX                 pic 9(5) value 0.
      01 KA-FUND-FLAG             pic x value "N".
           88 KA-FUNDET           value "J".
           88 KA-IKKE-FUNDET      value "N".
      01 KA-OPSLAG-KREDITOR       pic x(8) value spaces.
      01 Arbejds-Aftale.
           copy "Opgave10/Copybooks/KreditorAftale.cpy".
     *> --- KontoMaster.txt i memory til oprettelse af aftaler ---
      01 Konto-Tabel.
           02 KT-ANTAL             pic 9(5) value 0.
           02 KT-POST OCCURS 50000 TIMES.
              03 KT-KONTO-ID       pic x(14).
              03 KT-REG-NR         pic x(6).
              03 KT-KUNDE-ID       pic x(10).
      01 MAX-KONTO                pic 9(5) value 50000.
      01 KT-INDEX                 pic 9(5) value 0.
      01 KT-FUND-FLAG             pic x value "N".
           88 KT-FUNDET           value "J".
           88 KT-IKKE-FUNDET      value "N".
     *> --- KontoStatus.txt i memory - samme copybook og moenster ---
     *> --- som betalingsOrdreIndlaesning ---
      copy "Opgave10/Copybooks/KontoStatusTabel.cpy".
     *> --- Den disponible position pr. konto ---
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
     *> --- Nattens godkendte betalinger til debitorfilerne ---
      01 Betaling-Tabel.
           02 BT-ANTAL             pic 9(5) value 0.
           02 BT-POST OCCURS 50000 TIMES.
              03 BT-BETALINGS-ID   pic x(12).
              03 BT-KREDITOR-NR    pic x(8).
              03 BT-REFERENCE      pic x(15).
              03 BT-BETALER-NAVN   pic x(30).
              03 BT-BELOB          pic 9(13)v99.
              03 BT-DATO           pic x(10).
              03 BT-SKREVET-FLAG   pic x value "N".
                 88 BT-SKREVET         value "Y".
                 88 BT-IKKE-SKREVET    value "N".
      01 MAX-BETALINGER           pic 9(5) value 50000.
      01 BT-INDEX                 pic 9(5) value 0.
      01 BT-INDEX-2               pic 9(5) value 0.
      01 BT-AKTUEL-KREDITOR       pic x(8) value spaces.
      01 BT-KREDITOR-ANTAL        pic 9(7) value 0.
      01 BT-KREDITOR-SUM          pic 9(13)v99 value 0.
      01 BT-FUND-FLAG             pic x value "N".
           88 BT-FUNDET           value "J".
           88 BT-IKKE-FUNDET      value "N".
     *> --- Modulus 10-kontrollen: feltet hoejrestillet med foranstillede
     *> --- nuller, sidste ciffer er kontrolcifret ---
      01 Modulus-Felter.
           02 MOD10-FELT           pic x(15) value spaces.
           02 MOD10-POS            pic 9(2) value 0.
           02 MOD10-VAEGT          pic 9 value 0.
           02 MOD10-PRODUKT        pic 9(2) value 0.
           02 MOD10-SUM            pic 9(4) value 0.
           02 MOD10-KONTROL        pic 9 value 0.
           02 MOD10-FLAG           pic x value "G".
              88 MOD10-GYLDIG      value "G".
              88 MOD10-UGYLDIG     value "U".
     *> --- Afvisningsgrund for den aktuelle linje - spaces = gyldig ---
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
      01 BETALING-BELOB           pic s9(13)v99 COMP-3 value 0.
      01 BETALING-BELOB-E         pic -(12)9.99.
      01 DEBITOR-BELOB-D          pic 9(13)v99 value 0.
      01 INDBETALING-HDR-ANTAL    pic 9(7) value 0.
      01 INDBETALING-TRL-ANTAL    pic 9(7) value 0.
      01 INDBETALING-TRAILER-FLAG pic x value "N".
           88 INDBETALING-TRAILER-FUNDET value "Y".
      01 ANTAL-INDBETALINGER      pic 9(7) value 0.
      01 ANTAL-GODKENDT           pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-AENDRINGER         pic 9(7) value 0.
      01 ANTAL-AFTALER-OPRETTET   pic 9(7) value 0.
      01 ANTAL-AFTALER-OPHOERT    pic 9(7) value 0.
      01 ANTAL-AENDRING-AFVIST    pic 9(7) value 0.
      01 ANTAL-DEBITOR-FILER      pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: registret opdateres, de bestaaende ---
     *> --- transaktioner kopieres, betalingerne valideres, og ---
     *> --- Transaktioner.txt skrives om med ny HDR/TRL ---
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
           move spaces to KOERSEL-TIDSSTEMPEL
           string
               DATO-NU (1:8)  delimited by size
               "-"            delimited by size
               DATO-NU (9:6)  delimited by size
                  into KOERSEL-TIDSSTEMPEL
           end-string
           perform indlæs-aftaler
           perform indlæs-konti
           perform indlæs-konto-status-tabel
           perform indlæs-disponibel-saldo
           open output Exceptions-Out
           perform behandl-aendringer
           if ANTAL-AENDRINGER > 0
               perform skriv-aftaler-tilbage
               perform arkiver-aendringer
           end-if
           open output Transaktion-Work-Out
           perform kopier-bestaaende-transaktioner
           perform behandl-indbetalings-fil
           close Transaktion-Work-Out
           close Exceptions-Out
           if ANTAL-INDBETALINGER = INDBETALING-HDR-ANTAL
               and ANTAL-INDBETALINGER = INDBETALING-TRL-ANTAL
               perform skriv-transaktioner-tilbage
               perform skriv-disponibel-saldo
               perform skriv-kaede-kontrol
               if ANTAL-INDBETALINGER > 0
                   perform skriv-debitor-filer
                   perform arkiver-indbetalinger
               end-if
               display "Indbetalingskort: " ANTAL-INDBETALINGER
                   " laest, " ANTAL-GODKENDT " godkendt, "
                   ANTAL-AFVIST " afvist - se "
                   "text-files/IndbetalingsKortExceptions.txt; "
                   ANTAL-DEBITOR-FILER " debitorbetalingsfil(er)"
           else
               display "ABEND: IndbetalingsKort.txt record-antal "
                   "stemmer ikke - HDR: " INDBETALING-HDR-ANTAL
                   " TRL: " INDBETALING-TRL-ANTAL
                   " faktisk laest: " ANTAL-INDBETALINGER
                   " - ingen indbetalinger indlaest"
               move 12 to return-code
           end-if
           display "Kreditoraftaler: " ANTAL-AFTALER-OPRETTET
               " oprettet, " ANTAL-AFTALER-OPHOERT " ophoert, "
               ANTAL-AENDRING-AFVIST " aendring(er) afvist"
           if ANTAL-TABEL-FULD > 0
               display "Indbetalingskort: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-aftaler.
           move 0 to KA-ANTAL
           move "N" to EOF-check-aftale
           open input Aftale-In
           perform until end-of-file-aftale
               read Aftale-In
                   at end move "Y" to EOF-check-aftale
                   not at end
                       if Aftale-Linje-In not = spaces
                           if KA-ANTAL < MAX-AFTALER
                               add 1 to KA-ANTAL
                               move Aftale-Linje-In to KA-REC (KA-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Aftale-In
           exit.

     *> --- Slaar KA-OPSLAG-KREDITOR op; fundet aftale staar i ---
     *> --- Arbejds-Aftale og KA-INDEX ---
      find-aftale.
           set KA-IKKE-FUNDET to TRUE
           perform varying KA-INDEX from 1 by 1
               until KA-FUNDET or KA-INDEX > KA-ANTAL
               if KA-REC (KA-INDEX) (1:8) = KA-OPSLAG-KREDITOR
                   set KA-FUNDET to TRUE
               end-if
           end-perform
           if KA-FUNDET
               subtract 1 from KA-INDEX
               move KA-REC (KA-INDEX) to Arbejds-Aftale
           end-if
           exit.

      indlæs-konti.
           move 0 to KT-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN not = spaces
                           if KT-ANTAL < MAX-KONTO
                               add 1 to KT-ANTAL
                               move KM-KONTO-ID-IN
                                   to KT-KONTO-ID (KT-ANTAL)
                               move KM-REG-NR-IN to KT-REG-NR (KT-ANTAL)
                               move KM-KUNDE-ID-IN
                                   to KT-KUNDE-ID (KT-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

     *> --- Indlæser den valgfri KontoStatus.txt - samme mønster som ---
     *> --- opgave10.cob's indlæs-konto-status-tabel ---
      indlæs-konto-status-tabel.
           move 0 to KS-ANTAL
           move "N" to EOF-check-konto-status
           open input Konto-Status-In
           perform until end-of-file-konto-status
               read Konto-Status-In
                   at end move "Y" to EOF-check-konto-status
                   not at end
                       if KS-ANTAL < MAX-KONTO-STATUS
                           add 1 to KS-ANTAL
                           move KS-KONTO-ID-IN to KS-KONTO-ID (KS-ANTAL)
                           move KS-STATUS-KODE-IN
                               to KS-STATUS-KODE (KS-ANTAL)
                           move KS-LUKKE-DATO-IN
                               to KS-LUKKE-DATO (KS-ANTAL)
                           move KS-E-STATEMENT-FLAG-IN
                               to KS-E-STATEMENT-FLAG (KS-ANTAL)
                           move KS-FREKVENS-PRAEF-IN
                               to KS-FREKVENS-PRAEF (KS-ANTAL)
                       end-if
               end-read
           end-perform
           close Konto-Status-In
           perform sorter-konto-status-tabel
           exit.

      sorter-konto-status-tabel.
           perform varying KS-SORT-I from 1 by 1
               until KS-SORT-I >= KS-ANTAL
               perform varying KS-SORT-J from 1 by 1
                   until KS-SORT-J >= (KS-ANTAL - KS-SORT-I + 1)
                   if KS-KONTO-ID (KS-SORT-J) > KS-KONTO-ID (KS-SORT-J + 1)
                       move KS-KONTO-ID    (KS-SORT-J) to SWAP-KS-KONTO-ID
                       move KS-STATUS-KODE (KS-SORT-J)
                           to SWAP-KS-STATUS-KODE
                       move KS-LUKKE-DATO  (KS-SORT-J) to SWAP-KS-LUKKE-DATO
                       move KS-E-STATEMENT-FLAG (KS-SORT-J)
                           to SWAP-KS-E-STATEMENT-FLAG
                       move KS-FREKVENS-PRAEF (KS-SORT-J)
                           to SWAP-KS-FREKVENS-PRAEF
                       move KS-KONTO-ID    (KS-SORT-J + 1)
                           to KS-KONTO-ID    (KS-SORT-J)
                       move KS-STATUS-KODE (KS-SORT-J + 1)
                           to KS-STATUS-KODE (KS-SORT-J)
                       move KS-LUKKE-DATO  (KS-SORT-J + 1)
                           to KS-LUKKE-DATO  (KS-SORT-J)
                       move KS-E-STATEMENT-FLAG (KS-SORT-J + 1)
                           to KS-E-STATEMENT-FLAG (KS-SORT-J)
                       move KS-FREKVENS-PRAEF (KS-SORT-J + 1)
                           to KS-FREKVENS-PRAEF (KS-SORT-J)
                       move SWAP-KS-KONTO-ID to KS-KONTO-ID (KS-SORT-J + 1)
                       move SWAP-KS-STATUS-KODE
                           to KS-STATUS-KODE (KS-SORT-J + 1)
                       move SWAP-KS-LUKKE-DATO
                           to KS-LUKKE-DATO  (KS-SORT-J + 1)
                       move SWAP-KS-E-STATEMENT-FLAG
                           to KS-E-STATEMENT-FLAG (KS-SORT-J + 1)
                       move SWAP-KS-FREKVENS-PRAEF
                           to KS-FREKVENS-PRAEF (KS-SORT-J + 1)
                   end-if
               end-perform
           end-perform
           perform varying KS-SORT-I from KS-ANTAL by 1
               until KS-SORT-I >= MAX-KONTO-STATUS
               move high-values to KS-KONTO-ID (KS-SORT-I + 1)
           end-perform
           exit.

     *> --- Aendringer til kreditoraftale-registret: O opretter en ---
     *> --- aftale (eller genaabner en ophoert), L ophoerer den ---
      behandl-aendringer.
           move "N" to EOF-check-aendring
           open input Aendring-In
           perform until end-of-file-aendring
               read Aendring-In
                   at end move "Y" to EOF-check-aendring
                   not at end
                       if Aendring-Linje not = spaces
                           add 1 to ANTAL-AENDRINGER
                           perform behandl-en-aendring
                       end-if
               end-read
           end-perform
           close Aendring-In
           exit.

      behandl-en-aendring.
           move spaces to AFVISNINGS-GRUND
           if KAE-INITIALER = spaces
               move "INITIALER-MANGLER" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces
               and (KAE-KREDITOR-NR is not numeric)
               move "KREDITORNR-UGYLDIGT" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces
               move all "0" to MOD10-FELT
               move KAE-KREDITOR-NR to MOD10-FELT (8:8)
               perform kontroller-modulus10
               if MOD10-UGYLDIG
                   move "KREDITORNR-CHECKCIFFER" to AFVISNINGS-GRUND
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               move KAE-KREDITOR-NR to KA-OPSLAG-KREDITOR
               perform find-aftale
               evaluate KAE-HANDLING
                   when "O"
                       perform opret-aftale
                   when "L"
                       if KA-IKKE-FUNDET
                           move "KREDITOR-UKENDT" to AFVISNINGS-GRUND
                       else
                           move "O" to KA-STATUS of Arbejds-Aftale
                           move DAGS-DATO
                               to KA-OPHOERT-DATO of Arbejds-Aftale
                           move Arbejds-Aftale to KA-REC (KA-INDEX)
                           add 1 to ANTAL-AFTALER-OPHOERT
                       end-if
                   when other
                       move "HANDLING-UKENDT" to AFVISNINGS-GRUND
               end-evaluate
           end-if
           if AFVISNINGS-GRUND not = spaces
               add 1 to ANTAL-AENDRING-AFVIST
               move spaces to Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE=AFTALE-"   delimited by size
                   function TRIM(AFVISNINGS-GRUND)
                                          delimited by size
                   " KREDITOR-NR="        delimited by size
                   KAE-KREDITOR-NR        delimited by size
                   " HANDLING="           delimited by size
                   KAE-HANDLING           delimited by size
                   " KONTO-ID="           delimited by size
                   KAE-KONTO-ID           delimited by size
                   " INITIALER="          delimited by size
                   KAE-INITIALER          delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
               write Exceptions-Linje
           end-if
           exit.

     *> --- Opretter aftalen med modtagerkontoen fra KontoMaster ---
      opret-aftale.
           set KT-IKKE-FUNDET to TRUE
           perform varying KT-INDEX from 1 by 1
               until KT-FUNDET or KT-INDEX > KT-ANTAL
               if KT-KONTO-ID (KT-INDEX) = KAE-KONTO-ID
                   set KT-FUNDET to TRUE
               end-if
           end-perform
           if KT-IKKE-FUNDET or KAE-KONTO-ID = spaces
               move "KONTO-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           subtract 1 from KT-INDEX
           if KA-FUNDET and KA-STATUS of Arbejds-Aftale = "A"
               move "KREDITOR-FINDES" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KA-IKKE-FUNDET
               if KA-ANTAL not < MAX-AFTALER
                   add 1 to ANTAL-TABEL-FULD
                   move "REGISTER-FULDT" to AFVISNINGS-GRUND
                   exit paragraph
               end-if
               add 1 to KA-ANTAL
               move KA-ANTAL to KA-INDEX
           end-if
           move spaces to Arbejds-Aftale
           move KAE-KREDITOR-NR to KA-KREDITOR-NR of Arbejds-Aftale
           move KAE-KONTO-ID to KA-KONTO-ID of Arbejds-Aftale
           move KT-REG-NR (KT-INDEX) to KA-REG-NR of Arbejds-Aftale
           move KT-KUNDE-ID (KT-INDEX) to KA-KUNDE-ID of Arbejds-Aftale
           move KAE-NAVN to KA-NAVN of Arbejds-Aftale
           move "A" to KA-STATUS of Arbejds-Aftale
           move DAGS-DATO to KA-OPRETTET-DATO of Arbejds-Aftale
           move Arbejds-Aftale to KA-REC (KA-INDEX)
           add 1 to ANTAL-AFTALER-OPRETTET
           exit.

     *> --- Modulus 10 paa MOD10-FELT: fra hoejre, foerst kontrol- ---
     *> --- cifret udenfor, vaegte 2-1-2-1..., tvaersum af hvert ---
     *> --- produkt; kontrolcifret er det, der bringer summen op ---
     *> --- til naeste tier ---
      kontroller-modulus10.
           set MOD10-GYLDIG to TRUE
           if MOD10-FELT is not numeric
               set MOD10-UGYLDIG to TRUE
               exit paragraph
           end-if
           move 0 to MOD10-SUM
           move 2 to MOD10-VAEGT
           perform varying MOD10-POS from 14 by -1
               until MOD10-POS < 1
               compute MOD10-PRODUKT =
                   function NUMVAL(MOD10-FELT (MOD10-POS:1))
                   * MOD10-VAEGT
               if MOD10-PRODUKT > 9
                   subtract 9 from MOD10-PRODUKT
               end-if
               add MOD10-PRODUKT to MOD10-SUM
               if MOD10-VAEGT = 2
                   move 1 to MOD10-VAEGT
               else
                   move 2 to MOD10-VAEGT
               end-if
           end-perform
           compute MOD10-KONTROL =
               function MOD(10 - function MOD(MOD10-SUM, 10), 10)
           if MOD10-FELT (15:1) not = MOD10-KONTROL
               set MOD10-UGYLDIG to TRUE
           end-if
           exit.

      skriv-aftaler-tilbage.
           open output Aftale-Out
           perform varying KA-INDEX from 1 by 1
               until KA-INDEX > KA-ANTAL
               write Aftale-Linje-Ud from KA-REC (KA-INDEX)
           end-perform
           close Aftale-Out
           exit.

      kopier-bestaaende-transaktioner.
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

     *> --- Læser indbetalingsfilen med HDR/TRL-kontrol og ---
     *> --- validerer hver betaling ---
      behandl-indbetalings-fil.
           move "N" to EOF-check-indbetaling
           move 0 to INDBETALING-HDR-ANTAL
           move 0 to INDBETALING-TRL-ANTAL
           move "N" to INDBETALING-TRAILER-FLAG
           open input Indbetaling-In
           read Indbetaling-In
               at end move "Y" to EOF-check-indbetaling
               not at end
                   if IHT-TAG of Indbetaling-Hdr-Trl-Linje = "HDR"
                       move IHT-ANTAL of Indbetaling-Hdr-Trl-Linje
                           to INDBETALING-HDR-ANTAL
                   end-if
           end-read
           perform until end-of-file-indbetaling
               or INDBETALING-TRAILER-FUNDET
               read Indbetaling-In
                   at end move "Y" to EOF-check-indbetaling
                   not at end
                       if IHT-TAG of Indbetaling-Hdr-Trl-Linje = "TRL"
                           move "Y" to INDBETALING-TRAILER-FLAG
                           move IHT-ANTAL of Indbetaling-Hdr-Trl-Linje
                               to INDBETALING-TRL-ANTAL
                       else
                           add 1 to ANTAL-INDBETALINGER
                           perform valider-en-indbetaling
                       end-if
               end-read
           end-perform
           close Indbetaling-In
           exit.

     *> --- Validerer een betaling og krediterer kreditorens konto ---
     *> --- eller skriver den til undtagelsesfilen ---
      valider-en-indbetaling.
           move spaces to AFVISNINGS-GRUND
           set KA-IKKE-FUNDET to TRUE
           if IK-KORTART not = "71"
               move "KORTART-UKENDT" to AFVISNINGS-GRUND
           end-if
     *> --- Referencens kontrolciffer - et fordrejet ciffer maa ikke ---
     *> --- udligne en forkert faktura hos kreditoren ---
           if AFVISNINGS-GRUND = spaces
               move IK-REFERENCE to MOD10-FELT
               perform kontroller-modulus10
               if MOD10-UGYLDIG
                   move "REFERENCE-CHECKCIFFER" to AFVISNINGS-GRUND
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               move IK-KREDITOR-NR to KA-OPSLAG-KREDITOR
               perform find-aftale
               if KA-IKKE-FUNDET
                   move "KREDITOR-UKENDT" to AFVISNINGS-GRUND
               else
                   if KA-STATUS of Arbejds-Aftale not = "A"
                       move "KREDITOR-OPHOERT" to AFVISNINGS-GRUND
                   end-if
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               if function TEST-NUMVAL(IK-BELOB) not = 0
                   move "BELOB-UGYLDIGT" to AFVISNINGS-GRUND
               else
                   move function NUMVAL(IK-BELOB) to BETALING-BELOB
                   if BETALING-BELOB not > 0
                       move "BELOB-UGYLDIGT" to AFVISNINGS-GRUND
                   end-if
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               if IK-DATO (1:4) is not numeric
                   or IK-DATO (5:1) not = "-"
                   or IK-DATO (6:2) is not numeric
                   or IK-DATO (8:1) not = "-"
                   or IK-DATO (9:2) is not numeric
                   move "DATO-UGYLDIG" to AFVISNINGS-GRUND
               end-if
           end-if
     *> --- Kreditorens modtagerkonto maa ikke vaere lukket ---
           if AFVISNINGS-GRUND = spaces
               set KONTO-STATUS-IKKE-FUNDET to TRUE
               search all KS-POST
                   when KS-KONTO-ID (KS-IDX)
                       = KA-KONTO-ID of Arbejds-Aftale
                       set KONTO-STATUS-FUNDET to TRUE
               end-search
               if KONTO-STATUS-FUNDET
                   and KS-STATUS-KODE (KS-IDX) = "L"
                   move "KONTO-LUKKET" to AFVISNINGS-GRUND
               end-if
           end-if
     *> --- Samme betaling to gange i filen krediteres kun een gang ---
           if AFVISNINGS-GRUND = spaces
               set BT-IKKE-FUNDET to TRUE
               perform varying BT-INDEX from 1 by 1
                   until BT-FUNDET or BT-INDEX > BT-ANTAL
                   if BT-BETALINGS-ID (BT-INDEX) = IK-BETALINGS-ID
                       set BT-FUNDET to TRUE
                   end-if
               end-perform
               if BT-FUNDET
                   move "DUBLET" to AFVISNINGS-GRUND
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces and BT-ANTAL not < MAX-BETALINGER
               add 1 to ANTAL-TABEL-FULD
               move "TABEL-FULD" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces
               add 1 to ANTAL-GODKENDT
               move spaces to Transaktion-Work-Linje
               move KA-KONTO-ID of Arbejds-Aftale
                   to KONTO-ID of Transaktion-Work-Linje
               move KA-REG-NR of Arbejds-Aftale
                   to REG-NR of Transaktion-Work-Linje
               move IK-BETALER-NAVN to NAVN of Transaktion-Work-Linje
               move KA-KUNDE-ID of Arbejds-Aftale
                   to KUNDE-ID of Transaktion-Work-Linje
               move BETALING-BELOB to BETALING-BELOB-E
               move function TRIM(BETALING-BELOB-E)
                   to BELOB of Transaktion-Work-Linje
               move "DKK" to VALUTA of Transaktion-Work-Linje
               move "INDBETALING"
                   to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
     *> --- Sporbarhed tilbage til kortet, samme mønster som ---
     *> --- ORD:/FAST:/BS:-mærkerne ---
               move 1 to pos
               string
                   "FI71:"                delimited by size
                   IK-REFERENCE           delimited by size
                      into BUTIK of Transaktion-Work-Linje
                      with pointer pos
               end-string
               move IK-DATO to DATO of Transaktion-Work-Linje
               move IK-DATO to VALOER-DATO of Transaktion-Work-Linje
               write Transaktion-Work-Linje
     *> --- ... og i den disponible position ---
               if DSP-ANTAL > 0
                   move BETALING-BELOB to DISPONIBEL-POSTERING
                   move KA-KONTO-ID of Arbejds-Aftale
                       to DISPONIBEL-OPSLAG-KONTO
                   perform bogfoer-disponibel
               end-if
               add 1 to BT-ANTAL
               move IK-BETALINGS-ID to BT-BETALINGS-ID (BT-ANTAL)
               move IK-KREDITOR-NR to BT-KREDITOR-NR (BT-ANTAL)
               move IK-REFERENCE to BT-REFERENCE (BT-ANTAL)
               move IK-BETALER-NAVN to BT-BETALER-NAVN (BT-ANTAL)
               move BETALING-BELOB to BT-BELOB (BT-ANTAL)
               move IK-DATO to BT-DATO (BT-ANTAL)
               set BT-IKKE-SKREVET (BT-ANTAL) to TRUE
           else
               add 1 to ANTAL-AFVIST
               move spaces to Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE="          delimited by size
                   function TRIM(AFVISNINGS-GRUND)
                                          delimited by size
                   " ORDRE-REF="          delimited by size
                   function TRIM(IK-BETALINGS-ID)
                                          delimited by size
                   " KREDITOR-NR="        delimited by size
                   IK-KREDITOR-NR         delimited by size
                   " REFERENCE="          delimited by size
                   IK-REFERENCE           delimited by size
                   " BELOB="              delimited by size
                   function TRIM(IK-BELOB) delimited by size
                   " DATO="               delimited by size
                   IK-DATO                delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
               if KA-FUNDET
                   string
                       " KONTO-ID="       delimited by size
                       KA-KONTO-ID of Arbejds-Aftale
                                          delimited by size
                          into Exceptions-Linje
                          with pointer pos
                   end-string
               end-if
               write Exceptions-Linje
           end-if
           exit.

     *> --- Een debitorbetalingsfil pr. kreditor med godkendte ---
     *> --- betalinger - samme gruppering som kvitteringsfilerne i ---
     *> --- betalingsOrdreIndlaesning ---
      skriv-debitor-filer.
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               if BT-IKKE-SKREVET (BT-INDEX)
                   move BT-KREDITOR-NR (BT-INDEX) to BT-AKTUEL-KREDITOR
                   perform skriv-debitor-fil-for-kreditor
               end-if
           end-perform
           exit.

      skriv-debitor-fil-for-kreditor.
           move spaces to DEBITOR-FIL-NAVN
           move 1 to pos
           string
               "text-files/Udbakke/"          delimited by size
               BT-AKTUEL-KREDITOR             delimited by size
               "_Debitorbetalinger_"          delimited by size
               DATO-NU (1:8)                  delimited by size
               ".txt"                         delimited by size
                  into DEBITOR-FIL-NAVN
                  with pointer pos
           end-string
           open extend Debitor-Fil-Out
           if DEBITOR-FIL-STATUS = "35"
               open output Debitor-Fil-Out
           end-if
           move 0 to BT-KREDITOR-ANTAL
           move 0 to BT-KREDITOR-SUM
           perform varying BT-INDEX-2 from 1 by 1
               until BT-INDEX-2 > BT-ANTAL
               if BT-KREDITOR-NR (BT-INDEX-2) = BT-AKTUEL-KREDITOR
                   set BT-SKREVET (BT-INDEX-2) to TRUE
                   add 1 to BT-KREDITOR-ANTAL
                   add BT-BELOB (BT-INDEX-2) to BT-KREDITOR-SUM
                   move BT-BELOB (BT-INDEX-2) to DEBITOR-BELOB-D
                   move spaces to Debitor-Linje
                   string
                       "D"                        delimited by size
                       BT-KREDITOR-NR (BT-INDEX-2) delimited by size
                       BT-REFERENCE (BT-INDEX-2)  delimited by size
                       BT-BETALER-NAVN (BT-INDEX-2) delimited by size
                       DEBITOR-BELOB-D            delimited by size
                       BT-DATO (BT-INDEX-2)       delimited by size
                       BT-BETALINGS-ID (BT-INDEX-2) delimited by size
                          into Debitor-Linje
                   end-string
                   write Debitor-Linje
               end-if
           end-perform
           move spaces to Debitor-Linje
           string
               "T"                    delimited by size
               BT-AKTUEL-KREDITOR     delimited by size
               BT-KREDITOR-ANTAL      delimited by size
               BT-KREDITOR-SUM        delimited by size
                  into Debitor-Linje
           end-string
           write Debitor-Linje
           close Debitor-Fil-Out
           add 1 to ANTAL-DEBITOR-FILER
           exit.

      skriv-transaktioner-tilbage.
           compute ANTAL-TRANS-I-ALT =
               ANTAL-TRANS-BESTAAENDE + ANTAL-GODKENDT
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

     *> --- Standardiseret kontrol-record for kædeafstemningen: ---
     *> --- STEP|RUN-ID|IND|GODKENDT|AFVIST|SKREVET, appendes til ---
     *> --- den fælles KaedeKontrol.txt og efterkontrolleres af ---
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
               "INDBETAL-KORT"        delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-GODKENDT         delimited by size
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

      arkiver-indbetalinger.
           move spaces to ARKIV-FIL-NAVN
           move 1 to pos
           string
               "text-files/IndbetalingsKortBehandlet_" delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ARKIV-FIL-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-indbetaling
           open input Indbetaling-In
           open output Arkiv-Out
           perform until end-of-file-indbetaling
               read Indbetaling-In
                   at end move "Y" to EOF-check-indbetaling
                   not at end
                       write Arkiv-Linje from Indbetaling-Linje
               end-read
           end-perform
           close Arkiv-Out
           close Indbetaling-In
           open output Indbetaling-In
           close Indbetaling-In
           display "Indbetalingskort arkiveret til "
               function TRIM(ARKIV-FIL-NAVN)
               " - IndbetalingsKort.txt toemt"
           exit.

      arkiver-aendringer.
           move spaces to ARKIV-FIL-NAVN
           move 1 to pos
           string
               "text-files/KreditorAftaleAendringerBehandlet_"
                                              delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ARKIV-FIL-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-aendring
           open input Aendring-In
           open output Arkiv-Out
           perform until end-of-file-aendring
               read Aendring-In
                   at end move "Y" to EOF-check-aendring
                   not at end
                       write Arkiv-Linje from Aendring-Linje
               end-read
           end-perform
           close Arkiv-Out
           close Aendring-In
           open output Aendring-In
           close Aendring-In
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

     *> --- Krediteringen laegges til dagens bevaegelse, saa ---
     *> --- naeste intag-trin ser pengene som disponible ---
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
           move "indbetalingsKort" to KAP-PROGRAM
           move "AFTALE-TABEL" to KAP-TABEL
           move KA-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-STATUS-TABEL" to KAP-TABEL
           move KS-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "BETALING-TABEL" to KAP-TABEL
           move BT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
