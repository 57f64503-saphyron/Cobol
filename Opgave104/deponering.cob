      identification division.
      program-id. deponering.

     *> --- Deponeringer ved ejendomshandel: koeberens penge staar
     *>     paa en deponeringskonto, til skoedet er tinglyst eller
     *>     handlen gaar tilbage. Hidtil var det en almindelig
     *>     opsparingskonto med en note i et regneark - intet
     *>     forhindrede en debitering. Trinnet foerer det persistente
     *>     DeponeringRegister.txt (Deponering.cpy) fra
     *>     DeponeringHaendelser.txt:
     *>       - O opretter en deponering: sagsnummer, deponerings-
     *>         konto, koeberens og saelgerens udbetalingskonti, beloeb,
     *>         frigivelsesbetingelse og frist. Alle tre konti skal
     *>         findes i KontoMaster.txt (Kunde-Id hentes derfra), ingen
     *>         af dem maa vaere lukket i KontoStatus.txt, parternes
     *>         konti maa ikke vaere selve deponeringskontoen, og
     *>         kontoen maa ikke allerede vaere deponeret. Fra naeste
     *>         trin afviser alle debit-intag-trin debiteringer paa
     *>         kontoen med DEPONERING-SPAERRET (DeponeringTabel.cpy)
     *>       - S (frigiv til saelger) og K (tilbagefoer til koeber) er
     *>         frigivelseshaendelser med en haendelsestekst, fx
     *>         "SKOEDE TINGLYST". De laegges i
     *>         DeponeringPending.txt og udfoeres foerst, naar en ANDEN
     *>         BRUGER-ID har godkendt dem i
     *>         DeponeringGodkendelser.txt (loebenummer, G/A,
     *>         godkender) - samme fire-oejne-arbejdsgang som
     *>         referenceVedligehold (Opgave93): godkendelse fra
     *>         indsenderen selv afvises, afslaaede rapporteres, og
     *>         ikke-godkendte indsendelser aeldre end 30 dage
     *>         udloeber. Kun een frigivelse ad gangen pr. deponering
     *>       - en godkendt frigivelse bogfoeres som et par
     *>         overfoersler: OVERFOERSEL UD paa deponeringskontoen og
     *>         OVERFOERSEL IND paa saelgerens/koeberens konto, begge
     *>         med BUTIK "DEP:<sagsnummer>" - samme sporbarhed som
     *>         ORD:/FAST:-maerkerne - og deponeringen afsluttes med
     *>         status S/K. Kan deponeringskontoens disponible
     *>         position (DisponibelTabel.cpy) ikke daekke beloebet,
     *>         bliver den godkendte frigivelse staaende i koeen
     *>         (status G) og forsoeges igen i naeste koersel
     *>     Begge parter faar en deponeringsopgoerelse i
     *>     DeponeringOpgoerelse.txt, naar deponeringen oprettes, og
     *>     naar den afsluttes. Aktive deponeringer uden en
     *>     frigivelse i koeen, hvis frist er overskredet eller
     *>     falder inden for DEPONERING-VARSEL-DAGE dage, skrives til
     *>     DeponeringFristKoe.txt, som morgenWorklist samler op -
     *>     ligesom afviste haendelser og godkendelser i
     *>     DeponeringExceptions.txt. Haendelsesfilen arkiveres
     *>     datostemplet og toemmes.

      environment division.
      input-output section.
      file-control.
           select optional Haendelse-In
               assign to "text-files/DeponeringHaendelser.txt"
               organization is line sequential.
           select optional Register-In
               assign to "text-files/DeponeringRegister.txt"
               organization is line sequential.
           select Register-Out
               assign to "text-files/DeponeringRegister.txt"
               organization is line sequential.
     *> --- Fire-oejne-koeen og godkendelsesfilen - se program- ---
     *> --- hovedet ---
           select optional Pending-In
               assign to "text-files/DeponeringPending.txt"
               organization is line sequential.
           select Pending-Out
               assign to "text-files/DeponeringPending.txt"
               organization is line sequential.
           select optional Godkendelse-In
               assign to "text-files/DeponeringGodkendelser.txt"
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
               assign to "text-files/TransaktionerMedDeponering.txt"
               organization is line sequential.
           select Exceptions-Out
               assign to "text-files/DeponeringExceptions.txt"
               organization is line sequential.
           select Frist-Koe-Out
               assign to "text-files/DeponeringFristKoe.txt"
               organization is line sequential.
     *> --- Deponeringsopgoerelserne til parterne - appendes ---
           select Opgoerelse-Out
               assign to "text-files/DeponeringOpgoerelse.txt"
               organization is line sequential
               file status is OPGOERELSE-STATUS.
     *> --- Datostemplet arkiv for den behandlede haendelsesfil ---
           select Arkiv-Out
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
     *> --- Den faelles disponible position pr. konto fra ---
     *> --- disponibelSaldo (Opgave61) - udbetalingen skal kunne ---
     *> --- daekkes, og positionen skrives frem til naeste ---
     *> --- intag-trin - se DisponibelTabel.cpy ---
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
      fd Haendelse-In.
     *> --- En deponeringshaendelse fra sagsbehandleren ---
      01 Haendelse-Linje.
           02 DPH-HANDLING          pic x.
           02 DPH-DEP-ID            pic x(10).
           02 DPH-BRUGER-ID         pic x(8).
           02 DPH-KONTO-ID          pic x(14).
           02 DPH-KOEBER-KONTO-ID   pic x(14).
           02 DPH-SAELGER-KONTO-ID  pic x(14).
           02 DPH-BELOB             pic x(16).
           02 DPH-FRIST             pic x(10).
           02 DPH-TEKST             pic x(40).
      fd Register-In.
      01 Register-Linje-In         pic x(222).
      fd Register-Out.
      01 Register-Linje-Ud         pic x(222).
      fd Pending-In.
      01 Pending-Linje-Ind.
           02 PD-ID-IN             pic 9(7).
           02 PD-DATO-IN           pic x(10).
           02 PD-STATUS-IN         pic x.
           02 PD-GODKENDER-IN      pic x(8).
           02 PD-LINJE-IN          pic x(127).
      fd Pending-Out.
      01 Pending-Linje-Ud.
           02 PD-ID-UD             pic 9(7).
           02 PD-DATO-UD           pic x(10).
           02 PD-STATUS-UD         pic x.
           02 PD-GODKENDER-UD      pic x(8).
           02 PD-LINJE-UD          pic x(127).
      fd Godkendelse-In.
      01 Godkendelse-Linje.
           02 GK-ID-IN             pic 9(7).
           02 GK-BESLUTNING-IN     pic x.
           02 GK-BRUGER-IN         pic x(8).
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
      fd Frist-Koe-Out.
      01 Frist-Koe-Linje           pic x(200) value spaces.
      fd Opgoerelse-Out.
      01 Opgoerelse-Linje          pic x(200) value spaces.
      fd Arkiv-Out.
      01 Arkiv-Linje               pic x(127).
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
      01 EOF-check-haendelse      pic x value "N".
           88 end-of-file-haendelse value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-pending        pic x value "N".
           88 end-of-file-pending value "Y".
      01 EOF-check-godkendelse    pic x value "N".
           88 end-of-file-godkendelse value "Y".
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
      01 OPGOERELSE-STATUS        pic x(2) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
     *> --- Udloebsgraensen for ikke-godkendte frigivelser og ---
     *> --- varselsgraensen for fristerne ---
      01 UDLOEB-GRAENSE-DATO      pic x(10) value spaces.
      01 VARSEL-GRAENSE-DATO      pic x(10) value spaces.
      01 DEPONERING-VARSEL-DAGE   pic 9(3) value 14.
      01 GRAENSE-DAG-NR           pic 9(8) value 0.
      01 GRAENSE-YMD-X            pic x(8) value spaces.
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD             pic 9(8) value 0.
           02 DATO-YMD-X redefines DATO-YMD pic x(8).
           02 DATO-DAG-NR          pic 9(8) value 0.
     *> --- Deponeringsregistret i memory (raa record), samme ---
     *> --- moenster som Aftale-Tabel i indbetalingsKort ---
      01 Deponering-Register-Tabel.
           02 DT-ANTAL             pic 9(5) value 0.
           02 DT-POST OCCURS 10000 TIMES.
              03 DT-REC            pic x(222).
     *> --- Oprettet eller afsluttet i denne koersel - parterne ---
     *> --- skal have en opgoerelse ---
              03 DT-OPGOERELSE-FLAG pic x value "N".
                 88 DT-SKAL-OPGOERES   value "J".
      01 MAX-DEPONERINGER         pic 9(5) value 10000.
      01 DT-INDEX                 pic 9(5) value 0.
      01 DT-FUND-FLAG             pic x value "N".
           88 DT-FUNDET           value "J".
           88 DT-IKKE-FUNDET      value "N".
      01 DT-OPSLAG-ID             pic x(10) value spaces.
      01 Arbejds-Deponering.
           copy "Opgave10/Copybooks/Deponering.cpy".
     *> --- KontoMaster.txt i memory ---
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
      01 KT-OPSLAG-KONTO          pic x(14) value spaces.
     *> --- Opslagets resultat - REG-NR og Kunde-Id for kontoen ---
      01 KT-AKTUEL-REG-NR         pic x(6) value spaces.
      01 KT-AKTUEL-KUNDE-ID       pic x(10) value spaces.
      01 KONTO-LUKKET-FLAG        pic x value "N".
           88 KONTO-ER-LUKKET     value "J".
           88 KONTO-IKKE-LUKKET   value "N".
     *> --- KontoStatus.txt i memory - samme copybook og moenster ---
     *> --- som betalingsOrdreIndlaesning ---
      copy "Opgave10/Copybooks/KontoStatusTabel.cpy".
     *> --- Den disponible position pr. konto ---
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
     *> --- Fire-oejne-koeen i memory. PD-STATUS V = venter paa ---
     *> --- godkendelse, G = godkendt og venter paa udbetaling ---
      01 Pending-Tabel.
           02 PD-ANTAL             pic 9(4) value 0.
           02 PD-POST OCCURS 1000 TIMES.
              03 PD-ID             pic 9(7).
              03 PD-DATO           pic x(10).
              03 PD-STATUS         pic x.
                 88 PD-VENTER         value "V".
                 88 PD-GODKENDT       value "G".
              03 PD-GODKENDER      pic x(8).
              03 PD-LINJE          pic x(127).
              03 PD-STATUS-FLAG    pic x value "B".
                 88 PD-BEHOLDES       value "B".
                 88 PD-UDGAAR         value "U".
      01 MAX-PENDING              pic 9(4) value 1000.
      01 PD-INDEX                 pic 9(4) value 0.
      01 PD-NAESTE-ID             pic 9(7) value 0.
      01 Godkendelse-Tabel.
           02 GK-ANTAL             pic 9(4) value 0.
           02 GK-POST OCCURS 1000 TIMES.
              03 GK-ID             pic 9(7).
              03 GK-BESLUTNING     pic x.
              03 GK-BRUGER         pic x(8).
      01 GK-INDEX                 pic 9(4) value 0.
      01 GK-FUND-FLAG             pic x value "N".
           88 GODKENDELSE-FUNDET      value "Y".
           88 GODKENDELSE-IKKE-FUNDET value "N".
      01 PD-AFVENTER-FLAG         pic x value "N".
           88 FRIGIVELSE-AFVENTER     value "Y".
           88 FRIGIVELSE-IKKE-AFVENTER value "N".
     *> --- Arbejdskopien af den frigivelse, der udfoeres - et ---
     *> --- godkendt pending-linje i haendelsens eget layout ---
      01 VH-Linje.
           02 VH-HANDLING          pic x.
           02 VH-DEP-ID            pic x(10).
           02 VH-BRUGER-ID         pic x(8).
           02 FILLER               pic x(68).
           02 VH-TEKST             pic x(40).
     *> --- Udbetalingens modtager ---
      01 MODTAGER-KONTO-ID        pic x(14) value spaces.
      01 MODTAGER-ROLLE           pic x(7) value spaces.
      01 DEP-REG-NR               pic x(6) value spaces.
      01 DEP-KUNDE-ID             pic x(10) value spaces.
      01 MODTAGER-REG-NR          pic x(6) value spaces.
     *> --- Afvisningsgrund for den aktuelle linje - spaces = gyldig ---
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
      01 DEPONERING-BELOB         pic s9(13)v99 COMP-3 value 0.
      01 DEPONERING-BELOB-E       pic -(12)9.99.
      01 OPGOERELSE-ROLLE         pic x(7) value spaces.
      01 OPGOERELSE-KUNDE-ID      pic x(10) value spaces.
      01 OPGOERELSE-KONTO-ID      pic x(14) value spaces.
      01 ANTAL-HAENDELSER         pic 9(7) value 0.
      01 ANTAL-OPRETTET           pic 9(7) value 0.
      01 ANTAL-AFVENTER           pic 9(7) value 0.
      01 ANTAL-GODKENDT           pic 9(7) value 0.
      01 ANTAL-GODKENDELSE-AFVIST pic 9(7) value 0.
      01 ANTAL-UDLOEBET           pic 9(7) value 0.
      01 ANTAL-UDBETALT           pic 9(7) value 0.
      01 ANTAL-UDBETALING-VENTER  pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-FRIST-VARSLET      pic 9(7) value 0.
      01 ANTAL-OPGOERELSER        pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-NYE          pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: registret, koeen og godkendelserne ---
     *> --- indlaeses, godkendelserne behandles, de godkendte ---
     *> --- frigivelser udbetales, dagens haendelser behandles, og ---
     *> --- Transaktioner.txt skrives om med ny HDR/TRL ---
      Program-Execute.
           perform byg-dags-og-graense-datoer
           perform indlæs-register
           perform indlæs-konti
           perform indlæs-konto-status-tabel
           perform indlæs-disponibel-saldo
           perform indlæs-pending
           perform indlæs-godkendelser
           open output Exceptions-Out
           open output Transaktion-Work-Out
           perform kopier-bestaaende-transaktioner
     *> --- Godkendelserne foerst: en indsendelse kan aldrig naa at ---
     *> --- blive godkendt i samme koersel, den blev indsendt ---
           perform behandl-godkendelser
           perform behandl-udbetalinger
           perform behandl-haendelser
           close Transaktion-Work-Out
           perform skriv-transaktioner-tilbage
           perform skriv-disponibel-saldo
           perform skriv-kaede-kontrol
           perform skriv-register-tilbage
           perform skriv-pending-tilbage
           perform skriv-opgoerelser
           perform skriv-frist-koe
           close Exceptions-Out
           if ANTAL-HAENDELSER > 0
               perform arkiver-haendelser
           end-if
           display "Deponering: " ANTAL-HAENDELSER " haendelse(r), "
               ANTAL-OPRETTET " oprettet, " ANTAL-AFVENTER
               " afventer godkendelse, " ANTAL-GODKENDT " godkendt, "
               ANTAL-UDBETALT " udbetalt, " ANTAL-UDBETALING-VENTER
               " venter paa daekning, " ANTAL-AFVIST " afvist, "
               ANTAL-GODKENDELSE-AFVIST " godkendelse(r) afvist, "
               ANTAL-UDLOEBET " udloebet"
           display "Deponering: " ANTAL-OPGOERELSER
               " opgoerelse(r), " ANTAL-FRIST-VARSLET
               " frist(er) i text-files/DeponeringFristKoe.txt"
           if ANTAL-TABEL-FULD > 0
               display "Deponering: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      byg-dags-og-graense-datoer.
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
           compute GRAENSE-DAG-NR =
               function INTEGER-OF-DATE(
                   function NUMVAL(DATO-NU (1:8))) - 30
           compute GRAENSE-DAG-NR =
               function DATE-OF-INTEGER(GRAENSE-DAG-NR)
           move GRAENSE-DAG-NR to GRAENSE-YMD-X
           move spaces to UDLOEB-GRAENSE-DATO
           string
               GRAENSE-YMD-X (1:4)  delimited by size
               "-"                  delimited by size
               GRAENSE-YMD-X (5:2)  delimited by size
               "-"                  delimited by size
               GRAENSE-YMD-X (7:2)  delimited by size
                  into UDLOEB-GRAENSE-DATO
           end-string
           compute GRAENSE-DAG-NR =
               function INTEGER-OF-DATE(
                   function NUMVAL(DATO-NU (1:8)))
               + DEPONERING-VARSEL-DAGE
           compute GRAENSE-DAG-NR =
               function DATE-OF-INTEGER(GRAENSE-DAG-NR)
           move GRAENSE-DAG-NR to GRAENSE-YMD-X
           move spaces to VARSEL-GRAENSE-DATO
           string
               GRAENSE-YMD-X (1:4)  delimited by size
               "-"                  delimited by size
               GRAENSE-YMD-X (5:2)  delimited by size
               "-"                  delimited by size
               GRAENSE-YMD-X (7:2)  delimited by size
                  into VARSEL-GRAENSE-DATO
           end-string
           exit.

     *> --- DATO-TEKST (yyyy-mm-dd) til dagnummer - 0 for en ---
     *> --- ugyldig dato ---
      dato-til-dag-nr.
           move 0 to DATO-DAG-NR
           move spaces to DATO-YMD-X
           string
               DATO-TEKST (1:4)  delimited by size
               DATO-TEKST (6:2)  delimited by size
               DATO-TEKST (9:2)  delimited by size
                  into DATO-YMD-X
           end-string
           if DATO-YMD-X is numeric
               and DATO-TEKST (5:1) = "-"
               and DATO-TEKST (8:1) = "-"
               if function TEST-DATE-YYYYMMDD(DATO-YMD) = 0
                   compute DATO-DAG-NR =
                       function INTEGER-OF-DATE(DATO-YMD)
               end-if
           end-if
           exit.

      indlæs-register.
           move 0 to DT-ANTAL
           move "N" to EOF-check-register
           open input Register-In
           perform until end-of-file-register
               read Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if Register-Linje-In not = spaces
                           if DT-ANTAL < MAX-DEPONERINGER
                               add 1 to DT-ANTAL
                               move Register-Linje-In
                                   to DT-REC (DT-ANTAL)
                               move "N"
                                   to DT-OPGOERELSE-FLAG (DT-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Register-In
           exit.

     *> --- Slaar DT-OPSLAG-ID op; fundet deponering staar i ---
     *> --- Arbejds-Deponering og DT-INDEX ---
      find-deponering.
           set DT-IKKE-FUNDET to TRUE
           perform varying DT-INDEX from 1 by 1
               until DT-FUNDET or DT-INDEX > DT-ANTAL
               if DT-REC (DT-INDEX) (1:10) = DT-OPSLAG-ID
                   set DT-FUNDET to TRUE
               end-if
           end-perform
           if DT-FUNDET
               subtract 1 from DT-INDEX
               move DT-REC (DT-INDEX) to Arbejds-Deponering
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

     *> --- Slaar KT-OPSLAG-KONTO op i KontoMaster og KontoStatus: ---
     *> --- KT-FUNDET med REG-NR/Kunde-Id, og KONTO-ER-LUKKET ---
      find-konto.
           set KT-IKKE-FUNDET to TRUE
           set KONTO-IKKE-LUKKET to TRUE
           move spaces to KT-AKTUEL-REG-NR
           move spaces to KT-AKTUEL-KUNDE-ID
           if KT-OPSLAG-KONTO = spaces
               exit paragraph
           end-if
           perform varying KT-INDEX from 1 by 1
               until KT-FUNDET or KT-INDEX > KT-ANTAL
               if KT-KONTO-ID (KT-INDEX) = KT-OPSLAG-KONTO
                   set KT-FUNDET to TRUE
               end-if
           end-perform
           if KT-FUNDET
               subtract 1 from KT-INDEX
               move KT-REG-NR (KT-INDEX) to KT-AKTUEL-REG-NR
               move KT-KUNDE-ID (KT-INDEX) to KT-AKTUEL-KUNDE-ID
           end-if
           set KONTO-STATUS-IKKE-FUNDET to TRUE
           search all KS-POST
               when KS-KONTO-ID (KS-IDX) = KT-OPSLAG-KONTO
                   set KONTO-STATUS-FUNDET to TRUE
           end-search
           if KONTO-STATUS-FUNDET
               and KS-STATUS-KODE (KS-IDX) = "L"
               set KONTO-ER-LUKKET to TRUE
           end-if
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

      indlæs-pending.
           move 0 to PD-ANTAL
           move 0 to PD-NAESTE-ID
           move "N" to EOF-check-pending
           open input Pending-In
           perform until end-of-file-pending
               read Pending-In
                   at end move "Y" to EOF-check-pending
                   not at end
                       if PD-ANTAL < MAX-PENDING
                           add 1 to PD-ANTAL
                           move PD-ID-IN to PD-ID (PD-ANTAL)
                           move PD-DATO-IN to PD-DATO (PD-ANTAL)
                           move PD-STATUS-IN to PD-STATUS (PD-ANTAL)
                           move PD-GODKENDER-IN
                               to PD-GODKENDER (PD-ANTAL)
                           move PD-LINJE-IN to PD-LINJE (PD-ANTAL)
                           move "B" to PD-STATUS-FLAG (PD-ANTAL)
                           if PD-ID-IN > PD-NAESTE-ID
                               move PD-ID-IN to PD-NAESTE-ID
                           end-if
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Pending-In
           exit.

      indlæs-godkendelser.
           move 0 to GK-ANTAL
           move "N" to EOF-check-godkendelse
           open input Godkendelse-In
           perform until end-of-file-godkendelse
               read Godkendelse-In
                   at end move "Y" to EOF-check-godkendelse
                   not at end
                       if GK-ANTAL < 1000
                           add 1 to GK-ANTAL
                           move GK-ID-IN to GK-ID (GK-ANTAL)
                           move GK-BESLUTNING-IN
                               to GK-BESLUTNING (GK-ANTAL)
                           move GK-BRUGER-IN to GK-BRUGER (GK-ANTAL)
                       end-if
               end-read
           end-perform
           close Godkendelse-In
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

     *> --- Gennemgaar de ventende frigivelser mod godkendelserne ---
     *> --- - samme arbejdsgang som referenceVedligehold ---
      behandl-godkendelser.
           perform varying PD-INDEX from 1 by 1
               until PD-INDEX > PD-ANTAL
               if PD-VENTER (PD-INDEX)
                   perform behandl-en-pending
               end-if
           end-perform
           exit.

      behandl-en-pending.
           set GODKENDELSE-IKKE-FUNDET to TRUE
           move 1 to GK-INDEX
           perform until GODKENDELSE-FUNDET or GK-INDEX > GK-ANTAL
               if GK-ID (GK-INDEX) = PD-ID (PD-INDEX)
                   set GODKENDELSE-FUNDET to TRUE
               else
                   add 1 to GK-INDEX
               end-if
           end-perform
           if GODKENDELSE-IKKE-FUNDET
               if PD-DATO (PD-INDEX) < UDLOEB-GRAENSE-DATO
                   add 1 to ANTAL-UDLOEBET
                   set PD-UDGAAR (PD-INDEX) to TRUE
                   move spaces to Exceptions-Linje
                   move 1 to pos
                   string
                       "BETINGELSE=DEPONERING-GODKENDELSE-UDLOEBET "
                                              delimited by size
                       "PENDING-ID="          delimited by size
                       PD-ID (PD-INDEX)       delimited by size
                       " DEP-ID="             delimited by size
                       PD-LINJE (PD-INDEX)(2:10) delimited by size
                       " INDSENDT="           delimited by size
                       PD-DATO (PD-INDEX)     delimited by size
                       " INDSENDER="          delimited by size
                       PD-LINJE (PD-INDEX)(12:8) delimited by size
                          into Exceptions-Linje
                          with pointer pos
                   end-string
                   write Exceptions-Linje
               end-if
               exit paragraph
           end-if
           if GK-BRUGER (GK-INDEX) = PD-LINJE (PD-INDEX)(12:8)
               add 1 to ANTAL-GODKENDELSE-AFVIST
               move spaces to Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE=FIRE-OEJNE-SAMME-BRUGER PENDING-ID="
                                          delimited by size
                   PD-ID (PD-INDEX)       delimited by size
                   " DEP-ID="             delimited by size
                   PD-LINJE (PD-INDEX)(2:10) delimited by size
                   " BRUGER="             delimited by size
                   GK-BRUGER (GK-INDEX)   delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
               write Exceptions-Linje
               exit paragraph
           end-if
           if GK-BESLUTNING (GK-INDEX) = "G"
               add 1 to ANTAL-GODKENDT
               set PD-GODKENDT (PD-INDEX) to TRUE
               move GK-BRUGER (GK-INDEX) to PD-GODKENDER (PD-INDEX)
           else
               add 1 to ANTAL-GODKENDELSE-AFVIST
               set PD-UDGAAR (PD-INDEX) to TRUE
               move spaces to Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE=DEPONERING-GODKENDELSE-AFSLAAET "
                                          delimited by size
                   "PENDING-ID="          delimited by size
                   PD-ID (PD-INDEX)       delimited by size
                   " DEP-ID="             delimited by size
                   PD-LINJE (PD-INDEX)(2:10) delimited by size
                   " GODKENDER="          delimited by size
                   GK-BRUGER (GK-INDEX)   delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
               write Exceptions-Linje
           end-if
           exit.

     *> --- De godkendte frigivelser udbetales i koe-raekkefoelge ---
      behandl-udbetalinger.
           perform varying PD-INDEX from 1 by 1
               until PD-INDEX > PD-ANTAL
               if PD-GODKENDT (PD-INDEX) and PD-BEHOLDES (PD-INDEX)
                   move PD-LINJE (PD-INDEX) to VH-Linje
                   perform udbetal-deponering
               end-if
           end-perform
           exit.

     *> --- Udbetaler deponeringen til saelger (S) eller koeber (K) ---
     *> --- som et par overfoersler. Manglende daekning lader ---
     *> --- frigivelsen blive staaende; alt andet fjerner den ---
      udbetal-deponering.
           move spaces to AFVISNINGS-GRUND
           move VH-DEP-ID to DT-OPSLAG-ID
           perform find-deponering
           if DT-IKKE-FUNDET
               move "DEP-ID-UKENDT" to AFVISNINGS-GRUND
           else
               if DEP-STATUS of Arbejds-Deponering not = "A"
                   move "DEPONERING-AFSLUTTET" to AFVISNINGS-GRUND
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               if VH-HANDLING = "S"
                   move DEP-SAELGER-KONTO-ID of Arbejds-Deponering
                       to MODTAGER-KONTO-ID
                   move "SAELGER" to MODTAGER-ROLLE
               else
                   move DEP-KOEBER-KONTO-ID of Arbejds-Deponering
                       to MODTAGER-KONTO-ID
                   move "KOEBER" to MODTAGER-ROLLE
               end-if
               move MODTAGER-KONTO-ID to KT-OPSLAG-KONTO
               perform find-konto
               move KT-AKTUEL-REG-NR to MODTAGER-REG-NR
               if KT-IKKE-FUNDET
                   move "MODTAGER-KONTO-UKENDT" to AFVISNINGS-GRUND
               else
                   if KONTO-ER-LUKKET
                       move "MODTAGER-KONTO-LUKKET" to AFVISNINGS-GRUND
                   end-if
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               move DEP-KONTO-ID of Arbejds-Deponering
                   to KT-OPSLAG-KONTO
               perform find-konto
               move KT-AKTUEL-REG-NR to DEP-REG-NR
               move KT-AKTUEL-KUNDE-ID to DEP-KUNDE-ID
               compute DEPONERING-BELOB =
                   0 - DEP-BELOB of Arbejds-Deponering
               move DEPONERING-BELOB to DISPONIBEL-POSTERING
               move DEP-KONTO-ID of Arbejds-Deponering
                   to DISPONIBEL-OPSLAG-KONTO
               perform kontroller-daekning
               if DAEKNING-UTILSTRAEKKELIG
     *> --- Pengene er endnu ikke paa kontoen - frigivelsen ---
     *> --- venter i koeen til naeste koersel ---
                   add 1 to ANTAL-UDBETALING-VENTER
                   move spaces to Exceptions-Linje
                   move 1 to pos
                   string
                       "BETINGELSE=DEPONERING-DAEKNING-MANGLER "
                                              delimited by size
                       "PENDING-ID="          delimited by size
                       PD-ID (PD-INDEX)       delimited by size
                       " DEP-ID="             delimited by size
                       VH-DEP-ID              delimited by size
                       " KONTO-ID="           delimited by size
                       DEP-KONTO-ID of Arbejds-Deponering
                                              delimited by size
                          into Exceptions-Linje
                          with pointer pos
                   end-string
                   write Exceptions-Linje
                   exit paragraph
               end-if
           end-if
           set PD-UDGAAR (PD-INDEX) to TRUE
           if AFVISNINGS-GRUND not = spaces
               add 1 to ANTAL-AFVIST
               move spaces to Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE=DEPONERING-"  delimited by size
                   function TRIM(AFVISNINGS-GRUND)
                                          delimited by size
                   " PENDING-ID="         delimited by size
                   PD-ID (PD-INDEX)       delimited by size
                   " DEP-ID="             delimited by size
                   VH-DEP-ID              delimited by size
                   " HANDLING="           delimited by size
                   VH-HANDLING            delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
               write Exceptions-Linje
               exit paragraph
           end-if
     *> --- Foerste ben: ud af deponeringskontoen ---
           move spaces to Transaktion-Work-Linje
           move DEP-KONTO-ID of Arbejds-Deponering
               to KONTO-ID of Transaktion-Work-Linje
           move DEP-REG-NR to REG-NR of Transaktion-Work-Linje
           move DEP-KUNDE-ID to KUNDE-ID of Transaktion-Work-Linje
           move DEPONERING-BELOB to DEPONERING-BELOB-E
           move function TRIM(DEPONERING-BELOB-E)
               to BELOB of Transaktion-Work-Linje
           move "OVERFOERSEL UD"
               to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
           perform udfyld-deponerings-postering
           write Transaktion-Work-Linje
           perform bogfoer-disponibel
     *> --- Andet ben: ind paa modtagerens konto ---
           move spaces to Transaktion-Work-Linje
           move MODTAGER-KONTO-ID to KONTO-ID of Transaktion-Work-Linje
           move MODTAGER-REG-NR to REG-NR of Transaktion-Work-Linje
           if VH-HANDLING = "S"
               move DEP-SAELGER-KUNDE-ID of Arbejds-Deponering
                   to KUNDE-ID of Transaktion-Work-Linje
           else
               move DEP-KOEBER-KUNDE-ID of Arbejds-Deponering
                   to KUNDE-ID of Transaktion-Work-Linje
           end-if
           compute DEPONERING-BELOB = 0 - DEPONERING-BELOB
           move DEPONERING-BELOB to DEPONERING-BELOB-E
           move function TRIM(DEPONERING-BELOB-E)
               to BELOB of Transaktion-Work-Linje
           move "OVERFOERSEL IND"
               to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
           perform udfyld-deponerings-postering
           write Transaktion-Work-Linje
           move DEPONERING-BELOB to DISPONIBEL-POSTERING
           move MODTAGER-KONTO-ID to DISPONIBEL-OPSLAG-KONTO
           perform bogfoer-disponibel
           add 2 to ANTAL-TRANS-NYE
           add 1 to ANTAL-UDBETALT
     *> --- Deponeringen afsluttes med frigivelsens spor ---
           move VH-HANDLING to DEP-STATUS of Arbejds-Deponering
           move DAGS-DATO to DEP-AFSLUTTET-DATO of Arbejds-Deponering
           move VH-BRUGER-ID to DEP-FRIGIVET-AF of Arbejds-Deponering
           move PD-GODKENDER (PD-INDEX)
               to DEP-GODKENDT-AF of Arbejds-Deponering
           move VH-TEKST to DEP-HAENDELSE of Arbejds-Deponering
           move Arbejds-Deponering to DT-REC (DT-INDEX)
           set DT-SKAL-OPGOERES (DT-INDEX) to TRUE
           exit.

     *> --- Felter faelles for begge ben af udbetalingen ---
      udfyld-deponerings-postering.
           move spaces to NAVN of Transaktion-Work-Linje
           move 1 to pos
           string
               "DEPONERING "          delimited by size
               VH-DEP-ID              delimited by size
                  into NAVN of Transaktion-Work-Linje
                  with pointer pos
           end-string
           move "DKK" to VALUTA of Transaktion-Work-Linje
     *> --- Sporbarhed tilbage til deponeringen, samme mønster som ---
     *> --- ORD:/FAST:/BS:-mærkerne ---
           move spaces to BUTIK of Transaktion-Work-Linje
           move 1 to pos
           string
               "DEP:"                 delimited by size
               VH-DEP-ID              delimited by size
                  into BUTIK of Transaktion-Work-Linje
                  with pointer pos
           end-string
           move DAGS-DATO to DATO of Transaktion-Work-Linje
           move DAGS-DATO to VALOER-DATO of Transaktion-Work-Linje
           exit.

     *> --- Dagens haendelser fra sagsbehandlerne ---
      behandl-haendelser.
           move "N" to EOF-check-haendelse
           open input Haendelse-In
           perform until end-of-file-haendelse
               read Haendelse-In
                   at end move "Y" to EOF-check-haendelse
                   not at end
                       if Haendelse-Linje not = spaces
                           add 1 to ANTAL-HAENDELSER
                           perform behandl-en-haendelse
                       end-if
               end-read
           end-perform
           close Haendelse-In
           exit.

      behandl-en-haendelse.
           move spaces to AFVISNINGS-GRUND
           if DPH-BRUGER-ID = spaces
               move "BRUGER-MANGLER" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces and DPH-DEP-ID = spaces
               move "DEP-ID-MANGLER" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces
               move DPH-DEP-ID to DT-OPSLAG-ID
               perform find-deponering
               evaluate DPH-HANDLING
                   when "O"
                       perform opret-deponering
                   when "S"
                   when "K"
                       perform indsend-frigivelse
                   when other
                       move "HANDLING-UKENDT" to AFVISNINGS-GRUND
               end-evaluate
           end-if
           if AFVISNINGS-GRUND not = spaces
               add 1 to ANTAL-AFVIST
               move spaces to Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE=DEPONERING-" delimited by size
                   function TRIM(AFVISNINGS-GRUND)
                                          delimited by size
                   " DEP-ID="             delimited by size
                   DPH-DEP-ID             delimited by size
                   " HANDLING="           delimited by size
                   DPH-HANDLING           delimited by size
                   " KONTO-ID="           delimited by size
                   DPH-KONTO-ID           delimited by size
                   " BRUGER="             delimited by size
                   DPH-BRUGER-ID          delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
               write Exceptions-Linje
           end-if
           exit.

     *> --- Opretter deponeringen - foerste fejl vinder ---
      opret-deponering.
           if DT-FUNDET
               move "DEP-ID-FINDES" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if DPH-TEKST = spaces
               move "BETINGELSE-MANGLER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if function TEST-NUMVAL(DPH-BELOB) not = 0
               move "BELOB-UGYLDIGT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move function NUMVAL(DPH-BELOB) to DEPONERING-BELOB
           if DEPONERING-BELOB not > 0
               move "BELOB-UGYLDIGT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move DPH-FRIST to DATO-TEKST
           perform dato-til-dag-nr
           if DATO-DAG-NR = 0 or DPH-FRIST not > DAGS-DATO
               move "FRIST-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if DPH-KOEBER-KONTO-ID = DPH-KONTO-ID
               or DPH-SAELGER-KONTO-ID = DPH-KONTO-ID
               move "PARTSKONTO-ER-DEPONERINGSKONTO"
                   to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move DPH-KONTO-ID to KT-OPSLAG-KONTO
           perform find-konto
           if KT-IKKE-FUNDET
               move "KONTO-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KONTO-ER-LUKKET
               move "KONTO-LUKKET" to AFVISNINGS-GRUND
               exit paragraph
           end-if
     *> --- En konto kan kun baere een aktiv deponering ---
           perform varying DT-INDEX from 1 by 1
               until DT-INDEX > DT-ANTAL
               move DT-REC (DT-INDEX) to Arbejds-Deponering
               if DEP-KONTO-ID of Arbejds-Deponering = DPH-KONTO-ID
                   and DEP-STATUS of Arbejds-Deponering = "A"
                   move "KONTO-ALLEREDE-DEPONERET"
                       to AFVISNINGS-GRUND
               end-if
           end-perform
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
           move spaces to Arbejds-Deponering
           move DPH-KOEBER-KONTO-ID to KT-OPSLAG-KONTO
           perform find-konto
           if KT-IKKE-FUNDET
               move "KOEBER-KONTO-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KONTO-ER-LUKKET
               move "KOEBER-KONTO-LUKKET" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move KT-AKTUEL-KUNDE-ID
               to DEP-KOEBER-KUNDE-ID of Arbejds-Deponering
           move DPH-SAELGER-KONTO-ID to KT-OPSLAG-KONTO
           perform find-konto
           if KT-IKKE-FUNDET
               move "SAELGER-KONTO-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KONTO-ER-LUKKET
               move "SAELGER-KONTO-LUKKET" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move KT-AKTUEL-KUNDE-ID
               to DEP-SAELGER-KUNDE-ID of Arbejds-Deponering
           if DT-ANTAL not < MAX-DEPONERINGER
               add 1 to ANTAL-TABEL-FULD
               move "REGISTER-FULDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move DPH-DEP-ID to DEP-ID of Arbejds-Deponering
           move DPH-KONTO-ID to DEP-KONTO-ID of Arbejds-Deponering
           move "A" to DEP-STATUS of Arbejds-Deponering
           move DPH-KOEBER-KONTO-ID
               to DEP-KOEBER-KONTO-ID of Arbejds-Deponering
           move DPH-SAELGER-KONTO-ID
               to DEP-SAELGER-KONTO-ID of Arbejds-Deponering
           move DEPONERING-BELOB to DEP-BELOB of Arbejds-Deponering
           move DPH-TEKST to DEP-BETINGELSE of Arbejds-Deponering
           move DPH-FRIST to DEP-FRIST of Arbejds-Deponering
           move DAGS-DATO to DEP-OPRETTET-DATO of Arbejds-Deponering
           move DPH-BRUGER-ID to DEP-OPRETTET-AF of Arbejds-Deponering
           add 1 to DT-ANTAL
           move Arbejds-Deponering to DT-REC (DT-ANTAL)
           set DT-SKAL-OPGOERES (DT-ANTAL) to TRUE
           add 1 to ANTAL-OPRETTET
           exit.

     *> --- En frigivelseshaendelse laegges i fire-oejne-koeen ---
      indsend-frigivelse.
           if DT-IKKE-FUNDET
               move "DEP-ID-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if DEP-STATUS of Arbejds-Deponering not = "A"
               move "DEPONERING-AFSLUTTET" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if DPH-TEKST = spaces
               move "HAENDELSE-MANGLER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move DPH-DEP-ID to DT-OPSLAG-ID
           perform find-frigivelse-i-koe
           if FRIGIVELSE-AFVENTER
               move "FRIGIVELSE-AFVENTER-ALLEREDE" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if PD-ANTAL not < MAX-PENDING
               add 1 to ANTAL-TABEL-FULD
               move "PENDING-KOE-FULD" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           add 1 to ANTAL-AFVENTER
           add 1 to PD-ANTAL
           add 1 to PD-NAESTE-ID
           move PD-NAESTE-ID to PD-ID (PD-ANTAL)
           move DAGS-DATO to PD-DATO (PD-ANTAL)
           set PD-VENTER (PD-ANTAL) to TRUE
           move spaces to PD-GODKENDER (PD-ANTAL)
           move Haendelse-Linje to PD-LINJE (PD-ANTAL)
           move "B" to PD-STATUS-FLAG (PD-ANTAL)
           display "Deponering " DPH-DEP-ID " frigivelse ("
               DPH-HANDLING ") afventer godkendelse - PENDING-ID="
               PD-NAESTE-ID
           exit.

     *> --- Er der allerede en frigivelse i koeen for DT-OPSLAG-ID? ---
      find-frigivelse-i-koe.
           set FRIGIVELSE-IKKE-AFVENTER to TRUE
           perform varying PD-INDEX from 1 by 1
               until PD-INDEX > PD-ANTAL
               if PD-BEHOLDES (PD-INDEX)
                   and PD-LINJE (PD-INDEX)(2:10) = DT-OPSLAG-ID
                   set FRIGIVELSE-AFVENTER to TRUE
               end-if
           end-perform
           exit.

      skriv-transaktioner-tilbage.
           compute ANTAL-TRANS-I-ALT =
               ANTAL-TRANS-BESTAAENDE + ANTAL-TRANS-NYE
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
               "DEPONERING"           delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-NYE        delimited by size
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

      skriv-register-tilbage.
           open output Register-Out
           perform varying DT-INDEX from 1 by 1
               until DT-INDEX > DT-ANTAL
               write Register-Linje-Ud from DT-REC (DT-INDEX)
           end-perform
           close Register-Out
           exit.

      skriv-pending-tilbage.
           open output Pending-Out
           perform varying PD-INDEX from 1 by 1
               until PD-INDEX > PD-ANTAL
               if PD-BEHOLDES (PD-INDEX)
                   move spaces to Pending-Linje-Ud
                   move PD-ID (PD-INDEX) to PD-ID-UD
                   move PD-DATO (PD-INDEX) to PD-DATO-UD
                   move PD-STATUS (PD-INDEX) to PD-STATUS-UD
                   move PD-GODKENDER (PD-INDEX) to PD-GODKENDER-UD
                   move PD-LINJE (PD-INDEX) to PD-LINJE-UD
                   write Pending-Linje-Ud
               end-if
           end-perform
           close Pending-Out
           exit.

     *> --- Een opgoerelse til hver part for hver deponering, der ---
     *> --- er oprettet eller afsluttet i koerslen ---
      skriv-opgoerelser.
           open extend Opgoerelse-Out
           if OPGOERELSE-STATUS = "35"
               open output Opgoerelse-Out
           end-if
           perform varying DT-INDEX from 1 by 1
               until DT-INDEX > DT-ANTAL
               if DT-SKAL-OPGOERES (DT-INDEX)
                   move DT-REC (DT-INDEX) to Arbejds-Deponering
                   move "KOEBER" to OPGOERELSE-ROLLE
                   move DEP-KOEBER-KUNDE-ID of Arbejds-Deponering
                       to OPGOERELSE-KUNDE-ID
                   move DEP-KOEBER-KONTO-ID of Arbejds-Deponering
                       to OPGOERELSE-KONTO-ID
                   perform skriv-en-opgoerelse
                   move "SAELGER" to OPGOERELSE-ROLLE
                   move DEP-SAELGER-KUNDE-ID of Arbejds-Deponering
                       to OPGOERELSE-KUNDE-ID
                   move DEP-SAELGER-KONTO-ID of Arbejds-Deponering
                       to OPGOERELSE-KONTO-ID
                   perform skriv-en-opgoerelse
               end-if
           end-perform
           close Opgoerelse-Out
           exit.

      skriv-en-opgoerelse.
           add 1 to ANTAL-OPGOERELSER
           move spaces to Opgoerelse-Linje
           write Opgoerelse-Linje
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "DEPONERINGSOPGOERELSE "   delimited by size
               DEP-ID of Arbejds-Deponering delimited by size
               " DATO="                   delimited by size
               DAGS-DATO                  delimited by size
               " KUNDE-ID="               delimited by size
               OPGOERELSE-KUNDE-ID        delimited by size
               " ROLLE="                  delimited by size
               OPGOERELSE-ROLLE           delimited by size
               " DIN KONTO="              delimited by size
               OPGOERELSE-KONTO-ID        delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           move DEP-BELOB of Arbejds-Deponering to DEPONERING-BELOB
           move DEPONERING-BELOB to DEPONERING-BELOB-E
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "  DEPONERINGSKONTO="      delimited by size
               DEP-KONTO-ID of Arbejds-Deponering
                                          delimited by size
               " BELOB="                  delimited by size
               function TRIM(DEPONERING-BELOB-E)
                                          delimited by size
               " DKK OPRETTET="           delimited by size
               DEP-OPRETTET-DATO of Arbejds-Deponering
                                          delimited by size
               " FRIST="                  delimited by size
               DEP-FRIST of Arbejds-Deponering
                                          delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "  BETINGELSE: "           delimited by size
               function TRIM(DEP-BETINGELSE of Arbejds-Deponering)
                                          delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           move spaces to Opgoerelse-Linje
           move 1 to pos
           evaluate DEP-STATUS of Arbejds-Deponering
               when "A"
                   string
                       "  STATUS: AKTIV - beloebet er spaerret, til "
                                              delimited by size
                       "betingelsen er opfyldt eller handlen "
                                              delimited by size
                       "gaar tilbage"         delimited by size
                          into Opgoerelse-Linje
                          with pointer pos
                   end-string
               when "S"
                   string
                       "  STATUS: UDBETALT TIL SAELGER, KONTO "
                                              delimited by size
                       DEP-SAELGER-KONTO-ID of Arbejds-Deponering
                                              delimited by size
                       " DATO="               delimited by size
                       DEP-AFSLUTTET-DATO of Arbejds-Deponering
                                              delimited by size
                          into Opgoerelse-Linje
                          with pointer pos
                   end-string
               when "K"
                   string
                       "  STATUS: TILBAGEFOERT TIL KOEBER, KONTO "
                                              delimited by size
                       DEP-KOEBER-KONTO-ID of Arbejds-Deponering
                                              delimited by size
                       " DATO="               delimited by size
                       DEP-AFSLUTTET-DATO of Arbejds-Deponering
                                              delimited by size
                          into Opgoerelse-Linje
                          with pointer pos
                   end-string
           end-evaluate
           write Opgoerelse-Linje
           if DEP-STATUS of Arbejds-Deponering not = "A"
               move spaces to Opgoerelse-Linje
               move 1 to pos
               string
                   "  HAENDELSE: "        delimited by size
                   function TRIM(DEP-HAENDELSE of Arbejds-Deponering)
                                          delimited by size
                      into Opgoerelse-Linje
                      with pointer pos
               end-string
               write Opgoerelse-Linje
           end-if
           exit.

     *> --- Aktive deponeringer uden en frigivelse i koeen, hvis ---
     *> --- frist er overskredet eller naer, til morgen-worklisten ---
      skriv-frist-koe.
           open output Frist-Koe-Out
           perform varying DT-INDEX from 1 by 1
               until DT-INDEX > DT-ANTAL
               move DT-REC (DT-INDEX) to Arbejds-Deponering
               if DEP-STATUS of Arbejds-Deponering = "A"
                   and DEP-FRIST of Arbejds-Deponering
                       not > VARSEL-GRAENSE-DATO
                   move DEP-ID of Arbejds-Deponering to DT-OPSLAG-ID
                   perform find-frigivelse-i-koe
                   if FRIGIVELSE-IKKE-AFVENTER
                       perform skriv-en-frist-linje
                   end-if
               end-if
           end-perform
           close Frist-Koe-Out
           exit.

      skriv-en-frist-linje.
           add 1 to ANTAL-FRIST-VARSLET
           move spaces to Frist-Koe-Linje
           move 1 to pos
           if DEP-FRIST of Arbejds-Deponering < DAGS-DATO
               string
                   "BETINGELSE=DEPONERING-FRIST-OVERSKREDET"
                                          delimited by size
                      into Frist-Koe-Linje
                      with pointer pos
               end-string
           else
               string
                   "BETINGELSE=DEPONERING-FRIST-NAER"
                                          delimited by size
                      into Frist-Koe-Linje
                      with pointer pos
               end-string
           end-if
           string
               " KONTO-ID="               delimited by size
               DEP-KONTO-ID of Arbejds-Deponering
                                          delimited by size
               " DEP-ID="                 delimited by size
               DEP-ID of Arbejds-Deponering delimited by size
               " FRIST="                  delimited by size
               DEP-FRIST of Arbejds-Deponering
                                          delimited by size
               " BETINGELSE-TEKST="       delimited by size
               function TRIM(DEP-BETINGELSE of Arbejds-Deponering)
                                          delimited by size
                  into Frist-Koe-Linje
                  with pointer pos
           end-string
           write Frist-Koe-Linje
           exit.

      arkiver-haendelser.
           move spaces to ARKIV-FIL-NAVN
           move 1 to pos
           string
               "text-files/DeponeringHaendelserBehandlet_"
                                              delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ARKIV-FIL-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-haendelse
           open input Haendelse-In
           open output Arkiv-Out
           perform until end-of-file-haendelse
               read Haendelse-In
                   at end move "Y" to EOF-check-haendelse
                   not at end
                       write Arkiv-Linje from Haendelse-Linje
               end-read
           end-perform
           close Arkiv-Out
           close Haendelse-In
           open output Haendelse-In
           close Haendelse-In
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

     *> --- Slaar DISPONIBEL-OPSLAG-KONTO op og saetter ---
     *> --- DISPONIBEL-AKTUEL = bogfoert + dagens + ramme - ---
     *> --- reserveret ---
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
               compute DISPONIBEL-AKTUEL =
                   DSP-BOGFOERT-SALDO (DSP-INDEX)
                   + DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
                   + DSP-RAMME-DKK (DSP-INDEX)
                   - DSP-RESERVERET-DKK (DSP-INDEX)
           end-if
           exit.

     *> --- Daekningskontrol: en debitering (negativ ---
     *> --- DISPONIBEL-POSTERING), der ville bringe kontoen under ---
     *> --- nul disponibelt, saetter DAEKNING-UTILSTRAEKKELIG. ---
     *> --- Konti uden position godkendes ---
      kontroller-daekning.
           set DAEKNING-OK to TRUE
           if DSP-ANTAL = 0 or DISPONIBEL-POSTERING >= 0
               exit paragraph
           end-if
           perform find-disponibel-for-konto
           if KONTO-UDEN-POSITION
               exit paragraph
           end-if
           compute DISPONIBEL-EFTER =
               DISPONIBEL-AKTUEL + DISPONIBEL-POSTERING
           if DISPONIBEL-EFTER < 0
               set DAEKNING-UTILSTRAEKKELIG to TRUE
           end-if
           exit.

     *> --- Udbetalingens ben laegges til dagens bevaegelse, saa ---
     *> --- naeste intag-trin ser den opdaterede position ---
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
           move "deponering" to KAP-PROGRAM
           move "DEPONERING-TABEL" to KAP-TABEL
           move DT-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "PENDING-TABEL" to KAP-TABEL
           move PD-ANTAL to KAP-ANTAL
           move 1000 to KAP-MAX
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
           close Kapacitet-Out
           exit.
