      identification division.
      program-id. eclNedskrivning.

     *> --- Kvartalsvis nedskrivning efter IFRS 9 (forventet kredit-
     *>     tab, ECL): bankens laan (LaanMaster.txt) og overtraek blev
     *>     hidtil ikke nedskrevet. Trinnet koeres hver nat efter
     *>     renteOpsamling, men regner kun paa kvartalets sidste dag -
     *>     blev den nat sprunget over, indhentes kvartalet ved naeste
     *>     koersel pr. kvartalsultimo med nattens tal:
     *>       - eksponeringerne er hvert laans restgaeld efter de
     *>         forfaldne terminer (genberegnet fra hovedstolen som i
     *>         renteOpsamling) og hver kontos traek, naar saldoen i
     *>         DisponibelSaldo.txt er negativ
     *>       - dage i restance er dagene siden kontoen kom i restance
     *>         (D-linjen i RenteOpsamling.txt); et laan er i restance
     *>         sammen med den konto, terminerne traekkes paa
     *>       - stage 3 (kreditforringet): over ECL-DAGE-STAGE-3 dage i
     *>         restance eller BS-aftale eskaleret til inkasso (status
     *>         E i BSRykkerRegister.txt)
     *>       - stage 2 (betydelig stigning i kreditrisikoen): over
     *>         ECL-DAGE-STAGE-2 dage i restance, aktiv BS-rykker, eller
     *>         kontoen markeret F (forborne) eller W (watchlist) i den
     *>         valgfri EclWatchlist.txt
     *>       - ellers stage 1
     *>     PD og LGD slaas op pr. produkt og stage (EclParametre.cpy,
     *>     overstyret af EclParametre.txt). Stage 1 regnes med 12
     *>     maaneders ECL, stage 2 med ECL over restloebetiden (laan:
     *>     de resterende terminer, overtraek: 12 maaneder), stage 3
     *>     med PD 100:
     *>       ECL = (eksponering - sikkerhed) x PD(horisont) x LGD
     *>       PD(horisont) = 1 - (1 - PD) ** (maaneder / 12)
     *>     Sikkerheden er et laans belaaningsvaerdi efter
     *>     sikkerhedsregistret Sikkerheder.txt (vurdering x typens
     *>     belaaningsgrad i SikkerhedTyper.cpy, et pantsat indlaan
     *>     hoejst kontoens saldo) - hoejst eksponeringen; overtraek
     *>     er usikrede.
     *>     Uddata:
     *>       - EclNedskrivning.txt: nedskrivningen pr. eksponering med
     *>         en H-linje (kvartal, opgoerelsesdato, antal, total).
     *>         Kvartalets forrige resultat gemmes i
     *>         EclForrigeKvartal.txt, naar et nyt kvartal regnes, saa
     *>         en gentaget koersel sammenlignes med samme grundlag
     *>       - EclStageMigration.txt: migrationsmatrix (antal og ECL)
     *>         mod forrige kvartal og en linje pr. eksponering, der har
     *>         skiftet stage, er ny eller er ophoert
     *>       - aendringen i den samlede nedskrivning mod forrige
     *>         koersel appendes til FinansPosteringer.txt som ECLFORHJ/
     *>         ECLTILBF (FinansKontoTabel.cpy) i en selvstaendig blok
     *>         med markoer- og TRL-linje, dateret kvartalsultimo
     *>     I periodekaeden KVARTAL (periodeKalender, Opgave99) koeres
     *>     trinnet med PERIODE_ULTIMO_DATO = kvartalets sidste bankdag;
     *>     ligger den i dagens kvartalsmaaned, opgoeres kvartalet i
     *>     nat (ogsaa som gentagelse), selv om kalenderens sidste dag
     *>     i kvartalet endnu ikke er naaet

      environment division.
      input-output section.
      file-control.
           select optional Nedskrivning-In
               assign to "text-files/EclNedskrivning.txt"
               organization is line sequential.
           select Nedskrivning-Out
               assign to "text-files/EclNedskrivning.txt"
               organization is line sequential.
           select optional Forrige-In
               assign to "text-files/EclForrigeKvartal.txt"
               organization is line sequential.
           select Forrige-Out
               assign to "text-files/EclForrigeKvartal.txt"
               organization is line sequential.
           select Migration-Out
               assign to "text-files/EclStageMigration.txt"
               organization is line sequential.
           select optional Parameter-In
               assign to "text-files/EclParametre.txt"
               organization is line sequential.
           select optional Watchlist-In
               assign to "text-files/EclWatchlist.txt"
               organization is line sequential.
           select optional Opsamling-In
               assign to "text-files/RenteOpsamling.txt"
               organization is line sequential.
           select optional Rykker-Register-In
               assign to "text-files/BSRykkerRegister.txt"
               organization is line sequential.
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select optional Laan-Master-In
               assign to "text-files/LaanMaster.txt"
               organization is line sequential.
           select optional Sikkerhed-In
               assign to "text-files/Sikkerheder.txt"
               organization is line sequential.
           select optional Konto-Produkt-In
               assign to "text-files/KontoProdukter.txt"
               organization is line sequential.
           select Finans-Posteringer-Out
               assign to "text-files/FinansPosteringer.txt"
               organization is line sequential
               file status is FINANS-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
     *> --- H = hoved (kvartal, opgoerelsesdato, antal, total), ---
     *> --- E = eksponering ---
      fd Nedskrivning-In.
      01 Nedskrivning-Hoved-In.
           02 NH-TYPE-IN            pic x.
           02 NH-KVARTAL-IN         pic x(6).
           02 NH-DATO-IN            pic x(10).
           02 NH-KOERSEL-DATO-IN    pic x(10).
           02 NH-ANTAL-IN           pic 9(7).
           02 NH-TOTAL-IN           pic 9(13)v99.
      01 Nedskrivning-Linje-In      pic x(105).
      fd Nedskrivning-Out.
      01 Nedskrivning-Linje-Ud      pic x(105).
      fd Forrige-In.
      01 Forrige-Hoved-In.
           02 FH-TYPE-IN            pic x.
           02 FH-KVARTAL-IN         pic x(6).
           02 FH-DATO-IN            pic x(10).
           02 FH-KOERSEL-DATO-IN    pic x(10).
           02 FH-ANTAL-IN           pic 9(7).
           02 FH-TOTAL-IN           pic 9(13)v99.
      01 Forrige-Linje-In           pic x(105).
      fd Forrige-Out.
      01 Forrige-Linje-Ud           pic x(105).
      fd Migration-Out.
      01 Migration-Linje            pic x(200) value spaces.
      fd Parameter-In.
      01 Parameter-Linje.
           02 EPF-PRODUKT-IN        pic x(4).
           02 EPF-STAGE-IN          pic 9.
           02 EPF-PD-IN             pic 9(3)v9999.
           02 EPF-LGD-IN            pic 9(3)v9999.
      fd Watchlist-In.
      01 Watchlist-Linje.
           02 WL-KONTO-ID-IN        pic x(14).
           02 WL-FLAG-IN            pic x.
           02 WL-DATO-IN            pic x(10).
           02 WL-TEKST-IN           pic x(30).
      fd Opsamling-In.
      01 Opsamling-Restance-In.
           02 OD-TYPE-IN            pic x.
           02 OD-KONTO-ID-IN        pic x(14).
           02 OD-RESTANCE-FRA-IN    pic x(10).
           02 OD-SENEST-DATO-IN     pic x(10).
      fd Rykker-Register-In.
      01 Rykker-Register-Linje.
           02 RR-AFTALE-ID-IN       pic x(8).
           02 RR-KONTO-ID-IN        pic x(14).
           02 RR-ANTAL-FORSOEG-IN   pic 9(3).
           02 RR-SIDSTE-DATO-IN     pic x(10).
           02 RR-STATUS-IN          pic x.
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN        pic x(14).
           02 DP-BOGFOERT-IN        pic x(17).
           02 DP-DAGENS-IN          pic x(17).
           02 DP-RAMME-IN           pic x(17).
           02 DP-RESERVERET-IN      pic x(17).
      fd Laan-Master-In.
      01 Laan-Master-Linje.
           02 LM-LAAN-ID-IN         pic x(8).
           02 LM-KONTO-ID-IN        pic x(14).
           02 LM-REG-NR-IN          pic x(6).
           02 LM-KUNDE-ID-IN        pic x(10).
           02 LM-HOVEDSTOL-IN       pic 9(13)v99.
           02 LM-RESTGAELD-IN       pic 9(13)v99.
           02 LM-RENTE-SATS-IN      pic 9(2)v9999.
           02 LM-LOEBETID-MDR-IN    pic 9(3).
           02 LM-FORFALD-DAG-IN     pic 9(2).
           02 LM-FOERSTE-DATO-IN    pic x(10).
      fd Sikkerhed-In.
      01 Sikkerhed-Linje.
           copy "Opgave10/Copybooks/Sikkerhed.cpy".
      fd Konto-Produkt-In.
      01 Konto-Produkt-Linje.
           02 KP-KONTO-ID-IN        pic x(14).
           02 KP-PRODUKT-KODE-IN    pic x(4).
           02 KP-PRODUKT-NAVN-IN    pic x(20).
           02 KP-GEBYR-DKK-IN       pic 9(9)v99.
           02 KP-RENTE-SATS-IN      pic 9(2)v9999.
      fd Finans-Posteringer-Out.
      01 Finans-Posteringer-Linje   pic x(100) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-nedskrivning   pic x value "N".
           88 end-of-file-nedskrivning value "Y".
      01 EOF-check-forrige        pic x value "N".
           88 end-of-file-forrige value "Y".
      01 EOF-check-parameter      pic x value "N".
           88 end-of-file-parameter value "Y".
      01 EOF-check-watchlist      pic x value "N".
           88 end-of-file-watchlist value "Y".
      01 EOF-check-opsamling      pic x value "N".
           88 end-of-file-opsamling value "Y".
      01 EOF-check-rykker         pic x value "N".
           88 end-of-file-rykker  value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 EOF-check-laan           pic x value "N".
           88 end-of-file-laan    value "Y".
      01 EOF-check-produkt        pic x value "N".
           88 end-of-file-produkt value "Y".
      01 EOF-check-sikkerhed      pic x value "N".
           88 end-of-file-sikkerhed value "Y".
      01 pos                      pic 9(4) value 1.
      01 FINANS-STATUS            pic x(2) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
     *> --- Dato-regning: yyyy-mm-dd <-> dagnummer ---
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD-X           pic x(8)  value spaces.
           02 DATO-YMD             pic 9(8)  value 0.
           02 DATO-DAG-NR          pic 9(8)  value 0.
           02 DAGS-DAG-NR          pic 9(8)  value 0.
           02 DAGS-AAR             pic 9(4) value 0.
           02 DAGS-MD              pic 9(2) value 0.
           02 DAGS-DAG             pic 9(2) value 0.
     *> --- Kvartalet, der opgoeres: seneste kvartalsultimo til og ---
     *> --- med i dag ---
      01 Kvartal-Felter.
           02 OPGOERELSES-DATO     pic x(10) value spaces.
           02 OPGOERELSES-KVARTAL  pic x(6)  value spaces.
           02 KVARTAL-AAR          pic 9(4) value 0.
           02 KVARTAL-NR           pic 9    value 0.
           02 KVARTAL-MD           pic 9(2) value 0.
     *> --- Kvartalets sidste bankdag fra periodekaeden (blank i den ---
     *> --- almindelige natkoersel) ---
           02 PERIODE-ULTIMO-DATO  pic x(10) value spaces.
           02 ULTIMO-FLAG          pic x    value "N".
              88 ULTIMO-KOERSEL    value "J".
      01 KOERSEL-FLAG             pic x value "N".
           88 KVARTAL-SKAL-REGNES value "J".
     *> --- Forrige koersel (EclNedskrivning.txt's H-linje) ---
      01 Sidste-Koersel.
           02 SIDST-KVARTAL        pic x(6)  value spaces.
           02 SIDST-DATO           pic x(10) value spaces.
           02 SIDST-TOTAL-DKK      pic 9(13)v99 value 0.
      01 FORRIGE-KVARTAL          pic x(6) value spaces.
     *> --- Forrige kvartals eksponeringer - grundlaget for ---
     *> --- migrationen ---
      01 Forrige-Tabel.
           02 FR-ANTAL             pic 9(5) value 0.
           02 FR-POST OCCURS 50000 TIMES.
              03 FR-TYPE           pic x.
              03 FR-KONTO-ID       pic x(14).
              03 FR-REF            pic x(8).
              03 FR-STAGE          pic 9.
              03 FR-ECL-DKK        pic 9(13)v99.
              03 FR-SET            pic x.
                 88 FR-ER-SET      value "J".
      01 MAX-FORRIGE              pic 9(5) value 50000.
      01 FR-INDEX                 pic 9(5) value 0.
      01 FR-FUND-FLAG             pic x value "N".
           88 FR-FUNDET           value "J".
           88 FR-IKKE-FUNDET      value "N".
     *> --- Eksponeringslinjen - samme layout ind og ud ---
      01 Eksponering-Linje.
           02 EL-TYPE-REC          pic x value "E".
           02 EL-TYPE              pic x.
           02 EL-KONTO-ID          pic x(14).
           02 EL-REF               pic x(8).
           02 EL-PRODUKT           pic x(4).
           02 EL-STAGE             pic 9.
           02 EL-DAGE-I-RESTANCE   pic 9(5).
           02 EL-EKSPONERING-DKK   pic 9(13)v99.
           02 EL-PD-HORISONT       pic 9(3)v9999.
           02 EL-LGD               pic 9(3)v9999.
           02 EL-ECL-DKK           pic 9(13)v99.
           02 EL-AARSAG            pic x(12).
           02 EL-SIKKERHED-DKK     pic 9(13)v99.
      01 Nedskrivning-Hoved-Ud.
           02 FILLER               pic x value "H".
           02 NH-KVARTAL-UD        pic x(6).
           02 NH-DATO-UD           pic x(10).
           02 NH-KOERSEL-DATO-UD   pic x(10).
           02 NH-ANTAL-UD          pic 9(7).
           02 NH-TOTAL-UD          pic 9(13)v99.
     *> --- Kvartalets eksponeringer ---
      01 Eksponering-Tabel.
           02 EX-ANTAL             pic 9(5) value 0.
           02 EX-POST OCCURS 50000 TIMES.
              03 EX-LINJE          pic x(105).
      01 MAX-EKSPONERING          pic 9(5) value 50000.
      01 EX-INDEX                 pic 9(5) value 0.
     *> --- PD/LGD pr. produkt og stage ---
      01 Ecl-Parametre.
           copy "Opgave10/Copybooks/EclParametre.cpy".
      01 Parameter-Tabel.
           02 EP-ANTAL             pic 9(3) value 0.
           02 EP-POST OCCURS 200 TIMES.
              03 EP-PRODUKT        pic x(4).
              03 EP-STAGE          pic 9.
              03 EP-PD             pic 9(3)v9999.
              03 EP-LGD            pic 9(3)v9999.
      01 MAX-PARAMETRE            pic 9(3) value 200.
      01 EP-INDEX                 pic 9(3) value 0.
      01 EP-FUND-FLAG             pic x value "N".
           88 EP-FUNDET           value "J".
           88 EP-IKKE-FUNDET      value "N".
      01 EP-OPSLAG-PRODUKT        pic x(4) value spaces.
     *> --- Stage-kilderne pr. konto ---
      01 Restance-Tabel.
           02 OD-ANTAL             pic 9(5) value 0.
           02 OD-POST OCCURS 50000 TIMES.
              03 OD-KONTO-ID       pic x(14).
              03 OD-RESTANCE-FRA   pic x(10).
      01 OD-INDEX                 pic 9(5) value 0.
      01 Rykker-Tabel.
           02 RY-ANTAL             pic 9(5) value 0.
           02 RY-POST OCCURS 50000 TIMES.
              03 RY-KONTO-ID       pic x(14).
              03 RY-STATUS         pic x.
                 88 RY-INKASSO     value "E".
                 88 RY-AFSLUTTET   value "A".
              03 RY-ANTAL-FORSOEG  pic 9(3).
      01 RY-INDEX                 pic 9(5) value 0.
      01 Watchlist-Tabel.
           02 WL-ANTAL             pic 9(5) value 0.
           02 WL-POST OCCURS 20000 TIMES.
              03 WL-KONTO-ID       pic x(14).
              03 WL-FLAG           pic x.
                 88 WL-FORBORNE    value "F".
                 88 WL-WATCHLIST   value "W".
      01 WL-INDEX                 pic 9(5) value 0.
      01 Produkt-Tabel.
           02 PK-ANTAL             pic 9(5) value 0.
           02 PK-POST OCCURS 50000 TIMES.
              03 PK-KONTO-ID       pic x(14).
              03 PK-PRODUKT-KODE   pic x(4).
      01 PK-INDEX                 pic 9(5) value 0.
     *> --- Sikkerhederne med belaaningsgrad; et pantsat indlaans ---
     *> --- vaerdi saettes, naar kontoens saldo laeses ---
      01 Sikkerhed-Typer.
           copy "Opgave10/Copybooks/SikkerhedTyper.cpy".
      01 Sikkerhed-Tabel.
           02 SK-ANTAL             pic 9(5) value 0.
           02 SK-POST OCCURS 50000 TIMES.
              03 SK-LAAN-ID        pic x(8).
              03 SK-TYPE           pic x.
              03 SK-KONTO-ID       pic x(14).
              03 SK-PANT-DKK       pic 9(13)v99.
              03 SK-VAERDI-DKK     pic 9(13)v99.
              03 SK-BELAANING-PCT  pic 9(3).
      01 SK-INDEX                 pic 9(5) value 0.
      01 SIKKERHED-SUM-DKK        pic 9(13)v99 value 0.
     *> --- Finanskonto-mapningen og posteringsfelterne ---
      01 finans-postering.
           copy "Opgave10/Copybooks/FinansKontoTabel.cpy".
     *> --- Beregningsfelter ---
      01 AKTUEL-KONTO-ID          pic x(14) value spaces.
      01 AKTUEL-SALDO-DKK         pic s9(13)v99 COMP-3 value 0.
      01 REST-MAANEDER            pic 9(5) value 0.
      01 HORISONT-MAANEDER        pic 9(5) value 0.
      01 AKTUEL-PD                pic 9(3)v9999 value 0.
      01 OVERLEVELSE              pic 9v9(8) value 0.
      01 HORISONT-AAR             pic 9(3)v9(8) value 0.
      01 OVERLEVELSE-HORISONT     pic 9v9(8) value 0.
      01 ECL-BEREGNET             pic 9(13)v99 value 0.
      01 Laan-Felter.
           02 LAAN-AFDRAG-DKK      pic s9(13)v99 COMP-3 value 0.
           02 LAAN-RESTGAELD-DKK   pic s9(13)v99 COMP-3 value 0.
           02 LAAN-MAANEDER        pic s9(5) value 0.
           02 LAAN-FORFALDNE       pic s9(5) value 0.
           02 LAAN-FORFALD-DAG     pic 9(2) value 0.
           02 LAAN-FOERSTE-AAR     pic 9(4) value 0.
           02 LAAN-FOERSTE-MD      pic 9(2) value 0.
     *> --- Migrationsmatrix: raekke = forrige stage (4 = ny), ---
     *> --- kolonne = stage nu (4 = ophoert) ---
      01 Migration-Matrix.
           02 MG-RAEKKE OCCURS 4 TIMES.
              03 MG-KOLONNE OCCURS 4 TIMES.
                 04 MG-ANTAL       pic 9(7).
                 04 MG-ECL-DKK     pic 9(13)v99.
      01 MG-FRA                   pic 9 value 0.
      01 MG-TIL                   pic 9 value 0.
      01 Stage-Summer.
           02 SS-POST OCCURS 3 TIMES.
              03 SS-FORRIGE-DKK    pic 9(13)v99.
              03 SS-NU-DKK         pic 9(13)v99.
      01 SS-INDEX                 pic 9 value 0.
      01 FORRIGE-STAGE-E          pic x value spaces.
      01 FORRIGE-ECL-DKK          pic 9(13)v99 value 0.
      01 NY-TOTAL-DKK             pic 9(13)v99 value 0.
      01 FORRIGE-TOTAL-DKK        pic 9(13)v99 value 0.
      01 AENDRING-DKK             pic s9(13)v99 value 0.
      01 Matrix-Linje.
           02 ML-TEKST             pic x(10).
           02 ML-CELLE OCCURS 4 TIMES.
              03 FILLER            pic x(2).
              03 ML-ANTAL          pic z(6)9.
              03 FILLER            pic x.
              03 ML-ECL            pic z(11)9.99.
      01 Stage-Linje.
           02 SL-TEKST             pic x(10).
           02 SL-FORRIGE           pic -(13)9.99.
           02 SL-NU                pic -(13)9.99.
           02 SL-AENDRING          pic -(13)9.99.
      01 BELOB-E                  pic -(12)9.99.
      01 BELOB-2-E                pic -(12)9.99.
      01 DAGE-E                   pic z(4)9.
      01 Stage-Antal.
           02 ANTAL-STAGE          pic 9(7) occurs 3 times.
      01 ANTAL-MIGRERET           pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: kvartalet fastlaegges, forrige koersel ---
     *> --- og stage-kilderne indlaeses, eksponeringerne regnes, ---
     *> --- og nedskrivning, migration og finansposteringer skrives ---
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
           move DAGS-DATO to DATO-TEKST
           perform dato-til-dag-nr
           move DATO-DAG-NR to DAGS-DAG-NR
           move DAGS-DATO (1:4) to DAGS-AAR
           move DAGS-DATO (6:2) to DAGS-MD
           move DAGS-DATO (9:2) to DAGS-DAG
           accept PERIODE-ULTIMO-DATO
               from environment "PERIODE_ULTIMO_DATO"
           perform find-opgoerelses-kvartal
           perform indlæs-sidste-koersel
           if not KVARTAL-SKAL-REGNES
               display "ECL-nedskrivning: kvartalet " OPGOERELSES-KVARTAL
                   " er opgjort pr. " SIDST-DATO " - intet at regne"
               stop run
           end-if
           initialize Migration-Matrix Stage-Summer Stage-Antal
           perform indlæs-forrige-kvartal
           perform indlæs-parametre
           perform indlæs-restance
           perform indlæs-rykker-register
           perform indlæs-watchlist
           perform indlæs-produkter
           perform indlæs-sikkerheder
           perform beregn-overtraek
           perform beregn-laan
           perform skriv-nedskrivning
           perform skriv-migration
           compute AENDRING-DKK = NY-TOTAL-DKK - SIDST-TOTAL-DKK
           if AENDRING-DKK not = 0
               perform skriv-finans-blok
           end-if
           move NY-TOTAL-DKK to BELOB-E
           move AENDRING-DKK to BELOB-2-E
           display "ECL-nedskrivning " OPGOERELSES-KVARTAL " pr. "
               OPGOERELSES-DATO ": " EX-ANTAL " eksponering(er), "
               "stage 1/2/3 = " ANTAL-STAGE (1) "/" ANTAL-STAGE (2)
               "/" ANTAL-STAGE (3) ", ECL "
               function TRIM(BELOB-E) " (aendring "
               function TRIM(BELOB-2-E) "), " ANTAL-MIGRERET
               " stage-migration(er)"
           if ANTAL-TABEL-FULD > 0
               display "ECL-nedskrivning: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- DATO-TEKST (yyyy-mm-dd) -> DATO-DAG-NR ---
      dato-til-dag-nr.
           move spaces to DATO-YMD-X
           string
               DATO-TEKST (1:4)  delimited by size
               DATO-TEKST (6:2)  delimited by size
               DATO-TEKST (9:2)  delimited by size
                  into DATO-YMD-X
           end-string
           move DATO-YMD-X to DATO-YMD
           compute DATO-DAG-NR = function INTEGER-OF-DATE(DATO-YMD)
           exit.

     *> --- Seneste kvartalsultimo til og med i dag ---
      find-opgoerelses-kvartal.
           move DAGS-AAR to KVARTAL-AAR
           compute KVARTAL-NR = (DAGS-MD - 1) / 3
           if (DAGS-MD = 3 and DAGS-DAG = 31)
               or (DAGS-MD = 6 and DAGS-DAG = 30)
               or (DAGS-MD = 9 and DAGS-DAG = 30)
               or (DAGS-MD = 12 and DAGS-DAG = 31)
               compute KVARTAL-NR = DAGS-MD / 3
           end-if
     *> --- Kvartalets sidste bankdag i periodekaeden ---
           if PERIODE-ULTIMO-DATO (1:7) = DAGS-DATO (1:7)
               and (DAGS-MD = 3 or DAGS-MD = 6
                   or DAGS-MD = 9 or DAGS-MD = 12)
               compute KVARTAL-NR = DAGS-MD / 3
               set ULTIMO-KOERSEL to TRUE
           end-if
           if KVARTAL-NR = 0
               subtract 1 from KVARTAL-AAR
               move 4 to KVARTAL-NR
           end-if
           compute KVARTAL-MD = KVARTAL-NR * 3
           move spaces to OPGOERELSES-DATO
           string
               KVARTAL-AAR    delimited by size
               "-"            delimited by size
               KVARTAL-MD     delimited by size
                  into OPGOERELSES-DATO
           end-string
           if KVARTAL-MD = 6 or KVARTAL-MD = 9
               move "-30" to OPGOERELSES-DATO (8:3)
           else
               move "-31" to OPGOERELSES-DATO (8:3)
           end-if
           move spaces to OPGOERELSES-KVARTAL
           string
               KVARTAL-AAR    delimited by size
               "K"            delimited by size
               KVARTAL-NR     delimited by size
                  into OPGOERELSES-KVARTAL
           end-string
           exit.

     *> --- Forrige koersels H-linje afgoer, om kvartalet skal ---
     *> --- regnes: paa kvartalets sidste dag og i periodekaeden ---
     *> --- altid (ogsaa en gentagelse), senere kun hvis kvartalet ---
     *> --- ikke er opgjort. ---
     *> --- Er forrige koersel et tidligere kvartal, bliver den nu ---
     *> --- forrige kvartal ---
      indlæs-sidste-koersel.
           move "N" to KOERSEL-FLAG
           move "N" to EOF-check-nedskrivning
           open input Nedskrivning-In
           read Nedskrivning-In
               at end move "Y" to EOF-check-nedskrivning
           end-read
           if not end-of-file-nedskrivning and NH-TYPE-IN = "H"
               move NH-KVARTAL-IN to SIDST-KVARTAL
               move NH-DATO-IN to SIDST-DATO
               move NH-TOTAL-IN to SIDST-TOTAL-DKK
           end-if
           if DAGS-DATO = OPGOERELSES-DATO
               or SIDST-DATO < OPGOERELSES-DATO
               or ULTIMO-KOERSEL
               set KVARTAL-SKAL-REGNES to TRUE
           end-if
           if KVARTAL-SKAL-REGNES
               and SIDST-KVARTAL not = spaces
               and SIDST-KVARTAL not = OPGOERELSES-KVARTAL
               open output Forrige-Out
               write Forrige-Linje-Ud from Nedskrivning-Linje-In
               perform until end-of-file-nedskrivning
                   read Nedskrivning-In
                       at end move "Y" to EOF-check-nedskrivning
                       not at end
                           write Forrige-Linje-Ud
                               from Nedskrivning-Linje-In
                   end-read
               end-perform
               close Forrige-Out
           end-if
           close Nedskrivning-In
           exit.

      indlæs-forrige-kvartal.
           move 0 to FR-ANTAL
           move "N" to EOF-check-forrige
           open input Forrige-In
           perform until end-of-file-forrige
               read Forrige-In
                   at end move "Y" to EOF-check-forrige
                   not at end
                       evaluate FH-TYPE-IN
                           when "H"
                               move FH-KVARTAL-IN to FORRIGE-KVARTAL
                           when "E"
                               perform gem-forrige-post
                       end-evaluate
               end-read
           end-perform
           close Forrige-In
           exit.

      gem-forrige-post.
           if FR-ANTAL not < MAX-FORRIGE
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           move Forrige-Linje-In to Eksponering-Linje
           add 1 to FR-ANTAL
           move EL-TYPE to FR-TYPE (FR-ANTAL)
           move EL-KONTO-ID to FR-KONTO-ID (FR-ANTAL)
           move EL-REF to FR-REF (FR-ANTAL)
           move EL-STAGE to FR-STAGE (FR-ANTAL)
           move EL-ECL-DKK to FR-ECL-DKK (FR-ANTAL)
           move "N" to FR-SET (FR-ANTAL)
           add EL-ECL-DKK to SS-FORRIGE-DKK (EL-STAGE)
           add EL-ECL-DKK to FORRIGE-TOTAL-DKK
           exit.

     *> --- Standardparametrene, udvidet/overstyret af filen ---
      indlæs-parametre.
           move 0 to EP-ANTAL
           perform varying EPS-INDEX from 1 by 1
               until EPS-INDEX > ANTAL-ECL-PARAMETRE-STD
               add 1 to EP-ANTAL
               move EPS-PRODUKT (EPS-INDEX) to EP-PRODUKT (EP-ANTAL)
               move EPS-STAGE (EPS-INDEX) to EP-STAGE (EP-ANTAL)
               move EPS-PD (EPS-INDEX) to EP-PD (EP-ANTAL)
               move EPS-LGD (EPS-INDEX) to EP-LGD (EP-ANTAL)
           end-perform
           move "N" to EOF-check-parameter
           open input Parameter-In
           perform until end-of-file-parameter
               read Parameter-In
                   at end move "Y" to EOF-check-parameter
                   not at end
                       if EPF-PRODUKT-IN not = spaces
                           and EPF-STAGE-IN >= 1 and EPF-STAGE-IN <= 3
                           perform gem-parameter
                       end-if
               end-read
           end-perform
           close Parameter-In
           exit.

      gem-parameter.
           set EP-IKKE-FUNDET to TRUE
           perform varying EP-INDEX from 1 by 1
               until EP-FUNDET or EP-INDEX > EP-ANTAL
               if EP-PRODUKT (EP-INDEX) = EPF-PRODUKT-IN
                   and EP-STAGE (EP-INDEX) = EPF-STAGE-IN
                   set EP-FUNDET to TRUE
               end-if
           end-perform
           if EP-FUNDET
               subtract 1 from EP-INDEX
           else
               if EP-ANTAL not < MAX-PARAMETRE
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to EP-ANTAL
               move EP-ANTAL to EP-INDEX
               move EPF-PRODUKT-IN to EP-PRODUKT (EP-INDEX)
               move EPF-STAGE-IN to EP-STAGE (EP-INDEX)
           end-if
           move EPF-PD-IN to EP-PD (EP-INDEX)
           move EPF-LGD-IN to EP-LGD (EP-INDEX)
           exit.

     *> --- D-linjerne i renteOpsamling's register ---
      indlæs-restance.
           move 0 to OD-ANTAL
           move "N" to EOF-check-opsamling
           open input Opsamling-In
           perform until end-of-file-opsamling
               read Opsamling-In
                   at end move "Y" to EOF-check-opsamling
                   not at end
                       if OD-TYPE-IN = "D"
                           if OD-ANTAL < 50000
                               add 1 to OD-ANTAL
                               move OD-KONTO-ID-IN
                                   to OD-KONTO-ID (OD-ANTAL)
                               move OD-RESTANCE-FRA-IN
                                   to OD-RESTANCE-FRA (OD-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Opsamling-In
           exit.

      indlæs-rykker-register.
           move 0 to RY-ANTAL
           move "N" to EOF-check-rykker
           open input Rykker-Register-In
           perform until end-of-file-rykker
               read Rykker-Register-In
                   at end move "Y" to EOF-check-rykker
                   not at end
                       if RR-KONTO-ID-IN not = spaces
                           if RY-ANTAL < 50000
                               add 1 to RY-ANTAL
                               move RR-KONTO-ID-IN
                                   to RY-KONTO-ID (RY-ANTAL)
                               move RR-STATUS-IN
                                   to RY-STATUS (RY-ANTAL)
                               move RR-ANTAL-FORSOEG-IN
                                   to RY-ANTAL-FORSOEG (RY-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Rykker-Register-In
           exit.

      indlæs-watchlist.
           move 0 to WL-ANTAL
           move "N" to EOF-check-watchlist
           open input Watchlist-In
           perform until end-of-file-watchlist
               read Watchlist-In
                   at end move "Y" to EOF-check-watchlist
                   not at end
                       if WL-KONTO-ID-IN not = spaces
                           if WL-ANTAL < 20000
                               add 1 to WL-ANTAL
                               move WL-KONTO-ID-IN
                                   to WL-KONTO-ID (WL-ANTAL)
                               move WL-FLAG-IN to WL-FLAG (WL-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Watchlist-In
           exit.

      indlæs-produkter.
           move 0 to PK-ANTAL
           move "N" to EOF-check-produkt
           open input Konto-Produkt-In
           perform until end-of-file-produkt
               read Konto-Produkt-In
                   at end move "Y" to EOF-check-produkt
                   not at end
                       if PK-ANTAL < 50000
                           add 1 to PK-ANTAL
                           move KP-KONTO-ID-IN
                               to PK-KONTO-ID (PK-ANTAL)
                           move KP-PRODUKT-KODE-IN
                               to PK-PRODUKT-KODE (PK-ANTAL)
                       end-if
               end-read
           end-perform
           close Konto-Produkt-In
           exit.

     *> --- Sikkerhederne af kendt type; et pantsat indlaan er ---
     *> --- intet vaerd, foer kontoens saldo er set ---
      indlæs-sikkerheder.
           move 0 to SK-ANTAL
           move "N" to EOF-check-sikkerhed
           open input Sikkerhed-In
           perform until end-of-file-sikkerhed
               read Sikkerhed-In
                   at end move "Y" to EOF-check-sikkerhed
                   not at end
                       if SH-LAAN-ID not = spaces
                           and SH-VAERDI is numeric
                           perform gem-sikkerhed
                       end-if
               end-read
           end-perform
           close Sikkerhed-In
           exit.

      gem-sikkerhed.
           perform varying ST-INDEX from 1 by 1
               until ST-INDEX > ANTAL-SIKKERHED-TYPER
                   or ST-TYPE (ST-INDEX) = SH-TYPE
               continue
           end-perform
           if ST-INDEX > ANTAL-SIKKERHED-TYPER
               exit paragraph
           end-if
           if SK-ANTAL not < 50000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to SK-ANTAL
           move SH-LAAN-ID to SK-LAAN-ID (SK-ANTAL)
           move SH-TYPE to SK-TYPE (SK-ANTAL)
           move SH-KONTO-ID to SK-KONTO-ID (SK-ANTAL)
           move SH-VAERDI to SK-PANT-DKK (SK-ANTAL)
           move SH-VAERDI to SK-VAERDI-DKK (SK-ANTAL)
           if SH-TYPE = "D"
               move 0 to SK-VAERDI-DKK (SK-ANTAL)
           end-if
           move ST-BELAANING-PCT (ST-INDEX)
               to SK-BELAANING-PCT (SK-ANTAL)
           exit.

     *> --- Overtraek: traekket paa hver konto med negativ saldo ---
      beregn-overtraek.
           move "N" to EOF-check-disponibel
           open input Disponibel-Saldo-In
           perform until end-of-file-disponibel
               read Disponibel-Saldo-In
                   at end move "Y" to EOF-check-disponibel
                   not at end
                       if DP-KONTO-ID-IN not = spaces
                           perform beregn-et-overtraek
                       end-if
               end-read
           end-perform
           close Disponibel-Saldo-In
           exit.

      beregn-et-overtraek.
           compute AKTUEL-SALDO-DKK =
               function NUMVAL(DP-BOGFOERT-IN)
               + function NUMVAL(DP-DAGENS-IN)
           if AKTUEL-SALDO-DKK not < 0
               perform vaerdisaet-pantsat-indlaan
               exit paragraph
           end-if
           move DP-KONTO-ID-IN to AKTUEL-KONTO-ID
           move "O" to EL-TYPE
           move AKTUEL-KONTO-ID to EL-KONTO-ID
           move spaces to EL-REF
           move "****" to EL-PRODUKT
           perform varying PK-INDEX from 1 by 1
               until PK-INDEX > PK-ANTAL
               if PK-KONTO-ID (PK-INDEX) = AKTUEL-KONTO-ID
                   and PK-PRODUKT-KODE (PK-INDEX) not = spaces
                   move PK-PRODUKT-KODE (PK-INDEX) to EL-PRODUKT
               end-if
           end-perform
           compute EL-EKSPONERING-DKK = AKTUEL-SALDO-DKK * -1
           move 0 to EL-SIKKERHED-DKK
           move 12 to REST-MAANEDER
           perform beregn-eksponering
           exit.

     *> --- Et pantsat indlaan er vaerd kontoens saldo, hoejst det ---
     *> --- pantsatte beloeb ---
      vaerdisaet-pantsat-indlaan.
           perform varying SK-INDEX from 1 by 1
               until SK-INDEX > SK-ANTAL
               if SK-TYPE (SK-INDEX) = "D"
                   and SK-KONTO-ID (SK-INDEX) = DP-KONTO-ID-IN
                   move SK-PANT-DKK (SK-INDEX) to SK-VAERDI-DKK (SK-INDEX)
                   if AKTUEL-SALDO-DKK < SK-PANT-DKK (SK-INDEX)
                       move AKTUEL-SALDO-DKK
                           to SK-VAERDI-DKK (SK-INDEX)
                   end-if
               end-if
           end-perform
           exit.

     *> --- Laan: restgaelden efter de terminer, der er forfaldet ---
     *> --- til og med i dag - som opsaml-et-laan i renteOpsamling ---
      beregn-laan.
           move "N" to EOF-check-laan
           open input Laan-Master-In
           perform until end-of-file-laan
               read Laan-Master-In
                   at end move "Y" to EOF-check-laan
                   not at end
                       if LM-LAAN-ID-IN not = spaces
                           perform beregn-et-laan
                       end-if
               end-read
           end-perform
           close Laan-Master-In
           exit.

      beregn-et-laan.
           if LM-LOEBETID-MDR-IN = 0
               or LM-FOERSTE-DATO-IN (1:4) is not numeric
               or LM-FOERSTE-DATO-IN (6:2) is not numeric
               exit paragraph
           end-if
           move LM-FOERSTE-DATO-IN (1:4) to LAAN-FOERSTE-AAR
           move LM-FOERSTE-DATO-IN (6:2) to LAAN-FOERSTE-MD
           compute LAAN-MAANEDER =
               (DAGS-AAR - LAAN-FOERSTE-AAR) * 12
               + DAGS-MD - LAAN-FOERSTE-MD
           move LM-FORFALD-DAG-IN to LAAN-FORFALD-DAG
           if LAAN-FORFALD-DAG = 0
               move 1 to LAAN-FORFALD-DAG
           end-if
           if DAGS-MD = 2 and LAAN-FORFALD-DAG > 28
               move 28 to LAAN-FORFALD-DAG
           end-if
           if LAAN-FORFALD-DAG > 30
               and (DAGS-MD = 4 or DAGS-MD = 6
                   or DAGS-MD = 9 or DAGS-MD = 11)
               move 30 to LAAN-FORFALD-DAG
           end-if
           move LAAN-MAANEDER to LAAN-FORFALDNE
           if LAAN-MAANEDER >= 0 and DAGS-DAG >= LAAN-FORFALD-DAG
               add 1 to LAAN-FORFALDNE
           end-if
           if LAAN-FORFALDNE < 0
               move 0 to LAAN-FORFALDNE
           end-if
           if LAAN-FORFALDNE > LM-LOEBETID-MDR-IN
               move LM-LOEBETID-MDR-IN to LAAN-FORFALDNE
           end-if
           compute LAAN-AFDRAG-DKK rounded =
               LM-HOVEDSTOL-IN / LM-LOEBETID-MDR-IN
           compute LAAN-RESTGAELD-DKK =
               LM-HOVEDSTOL-IN - LAAN-AFDRAG-DKK * LAAN-FORFALDNE
           if LAAN-RESTGAELD-DKK not > 0
               exit paragraph
           end-if
           move LM-KONTO-ID-IN to AKTUEL-KONTO-ID
           move "L" to EL-TYPE
           move AKTUEL-KONTO-ID to EL-KONTO-ID
           move LM-LAAN-ID-IN to EL-REF
           move "LAAN" to EL-PRODUKT
           move LAAN-RESTGAELD-DKK to EL-EKSPONERING-DKK
           move 0 to SIKKERHED-SUM-DKK
           perform varying SK-INDEX from 1 by 1
               until SK-INDEX > SK-ANTAL
               if SK-LAAN-ID (SK-INDEX) = LM-LAAN-ID-IN
                   compute SIKKERHED-SUM-DKK rounded = SIKKERHED-SUM-DKK
                       + SK-VAERDI-DKK (SK-INDEX)
                       * SK-BELAANING-PCT (SK-INDEX) / 100
               end-if
           end-perform
           move SIKKERHED-SUM-DKK to EL-SIKKERHED-DKK
           if EL-SIKKERHED-DKK > EL-EKSPONERING-DKK
               move EL-EKSPONERING-DKK to EL-SIKKERHED-DKK
           end-if
           compute REST-MAANEDER = LM-LOEBETID-MDR-IN - LAAN-FORFALDNE
           if REST-MAANEDER = 0
               move 1 to REST-MAANEDER
           end-if
           perform beregn-eksponering
           exit.

     *> --- Stage, PD/LGD og ECL for eksponeringen i Eksponering- ---
     *> --- Linje; AKTUEL-KONTO-ID og REST-MAANEDER er sat ---
      beregn-eksponering.
           perform find-stage
           move EL-PRODUKT to EP-OPSLAG-PRODUKT
           perform find-parameter
           if EP-IKKE-FUNDET
               move "****" to EP-OPSLAG-PRODUKT
               perform find-parameter
           end-if
           move 0 to AKTUEL-PD
           move 0 to EL-LGD
           if EP-FUNDET
               move EP-PD (EP-INDEX) to AKTUEL-PD
               move EP-LGD (EP-INDEX) to EL-LGD
           end-if
           evaluate EL-STAGE
               when 1
                   move REST-MAANEDER to HORISONT-MAANEDER
                   if HORISONT-MAANEDER > 12
                       move 12 to HORISONT-MAANEDER
                   end-if
                   perform beregn-pd-horisont
               when 2
                   move REST-MAANEDER to HORISONT-MAANEDER
                   perform beregn-pd-horisont
               when other
                   move 100 to EL-PD-HORISONT
           end-evaluate
           compute ECL-BEREGNET rounded =
               (EL-EKSPONERING-DKK - EL-SIKKERHED-DKK)
               * EL-PD-HORISONT * EL-LGD / 10000
           move ECL-BEREGNET to EL-ECL-DKK
           if EX-ANTAL not < MAX-EKSPONERING
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to EX-ANTAL
           move Eksponering-Linje to EX-LINJE (EX-ANTAL)
           add EL-ECL-DKK to NY-TOTAL-DKK
           add EL-ECL-DKK to SS-NU-DKK (EL-STAGE)
           add 1 to ANTAL-STAGE (EL-STAGE)
           perform registrer-migration
           exit.

     *> --- Aarlig PD omregnet til HORISONT-MAANEDER ---
      beregn-pd-horisont.
           compute OVERLEVELSE = 1 - AKTUEL-PD / 100
           compute HORISONT-AAR = HORISONT-MAANEDER / 12
           compute OVERLEVELSE-HORISONT rounded =
               OVERLEVELSE ** HORISONT-AAR
           compute EL-PD-HORISONT rounded =
               (1 - OVERLEVELSE-HORISONT) * 100
           exit.

     *> --- Den strengeste af kilderne bestemmer; EL-AARSAG naevner ---
     *> --- den udloesende ---
      find-stage.
           move 1 to EL-STAGE
           move "PERFORMING" to EL-AARSAG
           move 0 to EL-DAGE-I-RESTANCE
           perform varying OD-INDEX from 1 by 1
               until OD-INDEX > OD-ANTAL
               if OD-KONTO-ID (OD-INDEX) = AKTUEL-KONTO-ID
                   move OD-RESTANCE-FRA (OD-INDEX) to DATO-TEKST
                   perform dato-til-dag-nr
                   if DATO-DAG-NR < DAGS-DAG-NR
                       compute EL-DAGE-I-RESTANCE =
                           DAGS-DAG-NR - DATO-DAG-NR
                   end-if
               end-if
           end-perform
           perform varying WL-INDEX from 1 by 1
               until WL-INDEX > WL-ANTAL
               if WL-KONTO-ID (WL-INDEX) = AKTUEL-KONTO-ID
                   if WL-FORBORNE (WL-INDEX)
                       move 2 to EL-STAGE
                       move "FORBORNE" to EL-AARSAG
                   end-if
                   if WL-WATCHLIST (WL-INDEX) and EL-STAGE = 1
                       move 2 to EL-STAGE
                       move "WATCHLIST" to EL-AARSAG
                   end-if
               end-if
           end-perform
           perform varying RY-INDEX from 1 by 1
               until RY-INDEX > RY-ANTAL
               if RY-KONTO-ID (RY-INDEX) = AKTUEL-KONTO-ID
                   if RY-INKASSO (RY-INDEX)
                       move 3 to EL-STAGE
                       move "BS-INKASSO" to EL-AARSAG
                   end-if
                   if not RY-INKASSO (RY-INDEX)
                       and not RY-AFSLUTTET (RY-INDEX)
                       and RY-ANTAL-FORSOEG (RY-INDEX) > 0
                       and EL-STAGE < 2
                       move 2 to EL-STAGE
                       move "BS-RYKKER" to EL-AARSAG
                   end-if
               end-if
           end-perform
           if EL-DAGE-I-RESTANCE > ECL-DAGE-STAGE-3
               move 3 to EL-STAGE
               move "DPD>90" to EL-AARSAG
           end-if
           if EL-DAGE-I-RESTANCE > ECL-DAGE-STAGE-2 and EL-STAGE < 2
               move 2 to EL-STAGE
               move "DPD>30" to EL-AARSAG
           end-if
           exit.

      find-parameter.
           set EP-IKKE-FUNDET to TRUE
           perform varying EP-INDEX from 1 by 1
               until EP-FUNDET or EP-INDEX > EP-ANTAL
               if EP-PRODUKT (EP-INDEX) = EP-OPSLAG-PRODUKT
                   and EP-STAGE (EP-INDEX) = EL-STAGE
                   set EP-FUNDET to TRUE
               end-if
           end-perform
           if EP-FUNDET
               subtract 1 from EP-INDEX
           end-if
           exit.

     *> --- Eksponeringen slaas op i forrige kvartal og taelles i ---
     *> --- matrixen; et stage-skift eller en ny eksponering listes ---
      registrer-migration.
           set FR-IKKE-FUNDET to TRUE
           perform varying FR-INDEX from 1 by 1
               until FR-FUNDET or FR-INDEX > FR-ANTAL
               if FR-TYPE (FR-INDEX) = EL-TYPE
                   and FR-KONTO-ID (FR-INDEX) = EL-KONTO-ID
                   and FR-REF (FR-INDEX) = EL-REF
                   set FR-FUNDET to TRUE
               end-if
           end-perform
           move EL-STAGE to MG-TIL
           if FR-FUNDET
               subtract 1 from FR-INDEX
               move "J" to FR-SET (FR-INDEX)
               move FR-STAGE (FR-INDEX) to MG-FRA
           else
               move 4 to MG-FRA
           end-if
           add 1 to MG-ANTAL (MG-FRA MG-TIL)
           add EL-ECL-DKK to MG-ECL-DKK (MG-FRA MG-TIL)
           exit.

     *> --- Forrige kvartals eksponeringer, der ikke findes mere ---
      registrer-ophoerte.
           perform varying FR-INDEX from 1 by 1
               until FR-INDEX > FR-ANTAL
               if not FR-ER-SET (FR-INDEX)
                   move FR-STAGE (FR-INDEX) to MG-FRA
                   add 1 to MG-ANTAL (MG-FRA 4)
                   add FR-ECL-DKK (FR-INDEX) to MG-ECL-DKK (MG-FRA 4)
               end-if
           end-perform
           exit.

      skriv-nedskrivning.
           open output Nedskrivning-Out
           move OPGOERELSES-KVARTAL to NH-KVARTAL-UD
           move OPGOERELSES-DATO to NH-DATO-UD
           move DAGS-DATO to NH-KOERSEL-DATO-UD
           move EX-ANTAL to NH-ANTAL-UD
           move NY-TOTAL-DKK to NH-TOTAL-UD
           write Nedskrivning-Linje-Ud from Nedskrivning-Hoved-Ud
           perform varying EX-INDEX from 1 by 1
               until EX-INDEX > EX-ANTAL
               write Nedskrivning-Linje-Ud from EX-LINJE (EX-INDEX)
           end-perform
           close Nedskrivning-Out
           exit.

     *> --- Migrationsrapporten: matrix, ECL pr. stage og en linje ---
     *> --- pr. skift, ny og ophoert eksponering ---
      skriv-migration.
           perform registrer-ophoerte
           open output Migration-Out
           move spaces to Migration-Linje
           move 1 to pos
           string
               "=== IFRS 9 stage-migration "  delimited by size
               OPGOERELSES-KVARTAL            delimited by size
               " pr. "                        delimited by size
               OPGOERELSES-DATO               delimited by size
               " mod forrige kvartal "        delimited by size
                  into Migration-Linje
                  with pointer pos
           end-string
           if FORRIGE-KVARTAL = spaces
               string
                   "(intet)"                  delimited by size
                      into Migration-Linje
                      with pointer pos
               end-string
           else
               string
                   FORRIGE-KVARTAL            delimited by size
                      into Migration-Linje
                      with pointer pos
               end-string
           end-if
           string
               " ==="                         delimited by size
                  into Migration-Linje
                  with pointer pos
           end-string
           write Migration-Linje
           move spaces to Migration-Linje
           move "ANTAL / ECL - raekke = forrige stage, kolonne = nu"
               to Migration-Linje
           write Migration-Linje
           move spaces to Migration-Linje
           string
               "FRA\TIL   "                   delimited by size
               "  STAGE 1                       "
                                              delimited by size
               "  STAGE 2                       "
                                              delimited by size
               "  STAGE 3                       "
                                              delimited by size
               "  OPHOERT"                    delimited by size
                  into Migration-Linje
           end-string
           write Migration-Linje
           perform varying MG-FRA from 1 by 1 until MG-FRA > 4
               move spaces to Matrix-Linje
               evaluate MG-FRA
                   when 1 move "STAGE 1" to ML-TEKST
                   when 2 move "STAGE 2" to ML-TEKST
                   when 3 move "STAGE 3" to ML-TEKST
                   when other move "NY" to ML-TEKST
               end-evaluate
               perform varying MG-TIL from 1 by 1 until MG-TIL > 4
                   move MG-ANTAL (MG-FRA MG-TIL) to ML-ANTAL (MG-TIL)
                   move MG-ECL-DKK (MG-FRA MG-TIL) to ML-ECL (MG-TIL)
               end-perform
               write Migration-Linje from Matrix-Linje
           end-perform
           move spaces to Migration-Linje
           write Migration-Linje
           move spaces to Migration-Linje
           string
               "ECL       "                   delimited by size
               "           FORRIGE"           delimited by size
               "                NU"           delimited by size
               "          AENDRING"           delimited by size
                  into Migration-Linje
           end-string
           write Migration-Linje
           perform varying SS-INDEX from 1 by 1 until SS-INDEX > 3
               move spaces to Stage-Linje
               move "STAGE" to SL-TEKST
               move SS-INDEX to SL-TEKST (7:1)
               move SS-FORRIGE-DKK (SS-INDEX) to SL-FORRIGE
               move SS-NU-DKK (SS-INDEX) to SL-NU
               compute AENDRING-DKK =
                   SS-NU-DKK (SS-INDEX) - SS-FORRIGE-DKK (SS-INDEX)
               move AENDRING-DKK to SL-AENDRING
               write Migration-Linje from Stage-Linje
           end-perform
           move spaces to Stage-Linje
           move "I ALT" to SL-TEKST
           move FORRIGE-TOTAL-DKK to SL-FORRIGE
           move NY-TOTAL-DKK to SL-NU
           compute AENDRING-DKK = NY-TOTAL-DKK - FORRIGE-TOTAL-DKK
           move AENDRING-DKK to SL-AENDRING
           write Migration-Linje from Stage-Linje
           move spaces to Migration-Linje
           write Migration-Linje
           perform varying EX-INDEX from 1 by 1
               until EX-INDEX > EX-ANTAL
               move EX-LINJE (EX-INDEX) to Eksponering-Linje
               perform skriv-migrations-linje
           end-perform
           perform varying FR-INDEX from 1 by 1
               until FR-INDEX > FR-ANTAL
               if not FR-ER-SET (FR-INDEX)
                   move spaces to Eksponering-Linje
                   move FR-TYPE (FR-INDEX) to EL-TYPE
                   move FR-KONTO-ID (FR-INDEX) to EL-KONTO-ID
                   move FR-REF (FR-INDEX) to EL-REF
                   move FR-STAGE (FR-INDEX) to FORRIGE-STAGE-E
                   move FR-ECL-DKK (FR-INDEX) to FORRIGE-ECL-DKK
                   move 0 to EL-ECL-DKK
                   move "OPHOERT" to EL-AARSAG
                   move 0 to EL-DAGE-I-RESTANCE
                   perform skriv-en-migration
               end-if
           end-perform
           close Migration-Out
           exit.

     *> --- Eksponeringen i Eksponering-Linje listes, hvis den er ---
     *> --- ny eller har skiftet stage ---
      skriv-migrations-linje.
           set FR-IKKE-FUNDET to TRUE
           perform varying FR-INDEX from 1 by 1
               until FR-FUNDET or FR-INDEX > FR-ANTAL
               if FR-TYPE (FR-INDEX) = EL-TYPE
                   and FR-KONTO-ID (FR-INDEX) = EL-KONTO-ID
                   and FR-REF (FR-INDEX) = EL-REF
                   set FR-FUNDET to TRUE
               end-if
           end-perform
           if FR-FUNDET
               subtract 1 from FR-INDEX
               if FR-STAGE (FR-INDEX) = EL-STAGE
                   exit paragraph
               end-if
               move FR-STAGE (FR-INDEX) to FORRIGE-STAGE-E
               move FR-ECL-DKK (FR-INDEX) to FORRIGE-ECL-DKK
           else
               move "N" to FORRIGE-STAGE-E
               move 0 to FORRIGE-ECL-DKK
           end-if
           perform skriv-en-migration
           exit.

      skriv-en-migration.
           add 1 to ANTAL-MIGRERET
           move FORRIGE-ECL-DKK to BELOB-E
           move EL-ECL-DKK to BELOB-2-E
           move EL-DAGE-I-RESTANCE to DAGE-E
           move spaces to Migration-Linje
           move 1 to pos
           string
               "MIGRATION TYPE="          delimited by size
               EL-TYPE                    delimited by size
               " KONTO-ID="               delimited by size
               function TRIM(EL-KONTO-ID) delimited by size
               " REF="                    delimited by size
               function TRIM(EL-REF)      delimited by size
               " FRA="                    delimited by size
               FORRIGE-STAGE-E            delimited by size
               " TIL="                    delimited by size
                  into Migration-Linje
                  with pointer pos
           end-string
           if EL-AARSAG = "OPHOERT"
               string
                   "U"                    delimited by size
                      into Migration-Linje
                      with pointer pos
               end-string
           else
               string
                   EL-STAGE               delimited by size
                      into Migration-Linje
                      with pointer pos
               end-string
           end-if
           string
               " AARSAG="                 delimited by size
               function TRIM(EL-AARSAG)   delimited by size
               " DAGE-I-RESTANCE="        delimited by size
               function TRIM(DAGE-E)      delimited by size
               " ECL-FORRIGE="            delimited by size
               function TRIM(BELOB-E)     delimited by size
               " ECL-NU="                 delimited by size
               function TRIM(BELOB-2-E)   delimited by size
                  into Migration-Linje
                  with pointer pos
           end-string
           write Migration-Linje
           exit.

     *> --- Aendringen mod forrige koersel appendes som en selv- ---
     *> --- staendig blok: markoer, debet/kredit-par via Finans- ---
     *> --- Konto-Tabel og en TRL-linje - som renteOpsamling ---
      skriv-finans-blok.
           open extend Finans-Posteringer-Out
           if FINANS-STATUS = "35"
               open output Finans-Posteringer-Out
           end-if
           move 0 to ANTAL-FINANS-POSTERINGER
           move 0 to FP-DEBET-SUM-DKK
           move 0 to FP-KREDIT-SUM-DKK
           move spaces to Finans-Posteringer-Linje
           move 1 to pos
           string
               "--- ECL-nedskrivning "    delimited by size
               OPGOERELSES-KVARTAL        delimited by size
               " "                        delimited by size
               OPGOERELSES-DATO           delimited by size
               " ---"                     delimited by size
                  into Finans-Posteringer-Linje
                  with pointer pos
           end-string
           write Finans-Posteringer-Linje
           if AENDRING-DKK > 0
               move "ECLFORHJ" to FP-ART
               move "ECL-nedskrivning" to FP-TEKST
               move AENDRING-DKK to FP-BELOB-DKK
           else
               move "ECLTILBF" to FP-ART
               move "ECL-tilbagefoersel" to FP-TEKST
               compute FP-BELOB-DKK = AENDRING-DKK * -1
           end-if
           move OPGOERELSES-DATO to FP-DATO
           perform skriv-posterings-par
           move FP-DEBET-SUM-DKK to FP-DEBET-SUM-FAST
           move FP-KREDIT-SUM-DKK to FP-KREDIT-SUM-FAST
           move spaces to Finans-Posteringer-Linje
           move 1 to pos
           string
               "TRL"                      delimited by size
               ANTAL-FINANS-POSTERINGER   delimited by size
               FP-DEBET-SUM-FAST          delimited by size
               FP-KREDIT-SUM-FAST         delimited by size
                  into Finans-Posteringer-Linje
                  with pointer pos
           end-string
           write Finans-Posteringer-Linje
           close Finans-Posteringer-Out
           display "ECL-nedskrivning: " ANTAL-FINANS-POSTERINGER
               " finanspostering(er) tilfoejet "
               "text-files/FinansPosteringer.txt"
           exit.

     *> --- Eet balanceret debet/kredit-par - samme linjelayout ---
     *> --- som skriv-posterings-par i opgave10.cob ---
      skriv-posterings-par.
           perform varying FK-INDEX from 1 by 1
               until FK-INDEX > ANTAL-FINANS-ARTER
                   or FK-ART (FK-INDEX) = FP-ART
               continue
           end-perform
           if FK-INDEX <= ANTAL-FINANS-ARTER
               move FP-BELOB-DKK to FP-BELOB-FAST
               move spaces to Finans-Posteringer-Linje
               move 1 to pos
               string
                   "PST"                      delimited by size
                   FP-DATO                    delimited by size
                   FK-DEBET-KONTO (FK-INDEX)  delimited by size
                   "D"                        delimited by size
                   FP-BELOB-FAST              delimited by size
                   FP-TEKST                   delimited by size
                      into Finans-Posteringer-Linje
                      with pointer pos
               end-string
               write Finans-Posteringer-Linje
               add FP-BELOB-DKK to FP-DEBET-SUM-DKK
               add 1 to ANTAL-FINANS-POSTERINGER
               move spaces to Finans-Posteringer-Linje
               move 1 to pos
               string
                   "PST"                      delimited by size
                   FP-DATO                    delimited by size
                   FK-KREDIT-KONTO (FK-INDEX) delimited by size
                   "K"                        delimited by size
                   FP-BELOB-FAST              delimited by size
                   FP-TEKST                   delimited by size
                      into Finans-Posteringer-Linje
                      with pointer pos
               end-string
               write Finans-Posteringer-Linje
               add FP-BELOB-DKK to FP-KREDIT-SUM-DKK
               add 1 to ANTAL-FINANS-POSTERINGER
           end-if
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
           move "eclNedskrivning" to KAP-PROGRAM
           move "FORRIGE-TABEL" to KAP-TABEL
           move FR-ANTAL to KAP-ANTAL
           move MAX-FORRIGE to KAP-MAX
           write Kapacitet-Linje
           move "EKSPONERING-TABEL" to KAP-TABEL
           move EX-ANTAL to KAP-ANTAL
           move MAX-EKSPONERING to KAP-MAX
           write Kapacitet-Linje
           move "PARAMETER-TABEL" to KAP-TABEL
           move EP-ANTAL to KAP-ANTAL
           move MAX-PARAMETRE to KAP-MAX
           write Kapacitet-Linje
           move "RESTANCE-TABEL" to KAP-TABEL
           move OD-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "RYKKER-TABEL" to KAP-TABEL
           move RY-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "WATCHLIST-TABEL" to KAP-TABEL
           move WL-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "PRODUKT-TABEL" to KAP-TABEL
           move PK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "SIKKERHED-TABEL" to KAP-TABEL
           move SK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
