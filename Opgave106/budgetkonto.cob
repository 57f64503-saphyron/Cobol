      identification division.
      program-id. budgetKonto.

     *> --- Budgetkonto: kunden samler aarets faste regninger paa een
     *>     konto, og et fast maanedligt beloeb overfoeres fra
     *>     loenkontoen, saa regningerne spredes jaevnt over aaret.
     *>     Regningerne betales fra budgetkontoen, ogsaa naar den
     *>     midlertidigt gaar i minus. Trinnet foerer det
     *>     persistente BudgetKonti.txt (BudgetKonto.cpy) og
     *>     budgetplanen BudgetPlan.txt (BudgetPlan.cpy):
     *>       - BudgetKontoAendringer.txt: O opretter en budgetkonto
     *>         (kunde, budgetkonto, loenkonto, overfoerselsdag 1-28).
     *>         Begge konti skal findes i KontoMaster.txt under
     *>         kunden, ingen af dem maa vaere lukket i
     *>         KontoStatus.txt, de maa ikke vaere samme konto, og
     *>         kunden maa ikke have en aktiv budgetkonto i forvejen.
     *>         L lukker budgetkontoen, og G tvinger en ny
     *>         aarsberegning - evt. med ny loenkonto eller ny
     *>         overfoerselsdag. Afviste aendringer skrives til
     *>         BudgetKontoExceptions.txt, og filen arkiveres
     *>         datostemplet og toemmes
     *>       - aarsberegningen (ny budgetkonto, nyt aar eller G)
     *>         bygger aarets plan pr. kunde: Betalingsservice-
     *>         aftaler paa budgetkontoen (BSAftaler.txt, opkraevet
     *>         maanedligt som i likviditetsPrognose), faste
     *>         overfoersler fra budgetkontoen (FasteOverfoersler.txt
     *>         efter frekvens og periode) og kundens manuelle poster
     *>         (BudgetManuellePoster.txt: kunde, maerke, tekst,
     *>         maaned 00 = hver maaned, beloeb). Det maanedlige
     *>         beloeb er aarets resterende regninger minus
     *>         budgetkontoens saldo (DisponibelSaldo.txt), delt ud
     *>         paa aarets resterende overfoersler og rundet op til
     *>         hele kroner. Det skrives som to faste ordrer i
     *>         FasteOverfoersler.txt - OVERFOERSEL UD paa loenkontoen
     *>         og OVERFOERSEL IND paa budgetkontoen - som
     *>         fasteOverfoersler (Opgave14) udvider samme nat.
     *>         Rammen er det stoerste planlagte underskud i loebet af
     *>         aaret, rundet op til hele 100 kr, og skrives som
     *>         rentefri graense i OvertraekGraenser.txt og i den
     *>         disponible position, saa regningerne kan betales
     *>         allerede samme nat
     *>       - maanedskontrollen (een gang pr. maaned) sammenholder
     *>         planen med de faktiske betalinger aaret til dato -
     *>         genkendt paa BUTIK-maerket i arkiverne fra
     *>         ArkivListe.txt og den levende Transaktioner.txt - i
     *>         BudgetKontrol.txt. Debiteringer uden en planlinje
     *>         taelles som UPLANLAGT. Er den forventede saldo ved
     *>         aarets udgang negativ, er planen underfinansieret:
     *>         kunden varsles via BudgetAdvarselFeed.txt
     *>         (konto|dato|tekst|email|sprog), som
     *>         notifikationsFormatter (Opgave17) leverer, og sagen
     *>         skrives til BudgetKontoExceptions.txt, som
     *>         morgenWorklist samler op
     *>       - ved foerste koersel i et nyt aar, og naar
     *>         budgetkontoen lukkes, skrives en budgetopgoerelse til
     *>         BudgetOpgoerelse.txt: planlagt mod faktisk pr.
     *>         regning, uplanlagte betalinger, overfoersler og
     *>         aarets resultat. Ved lukning faar begge faste ordrer
     *>         dags dato som sidste dato, og rammen fjernes ---

      environment division.
      input-output section.
      file-control.
           select optional Aendring-In
               assign to "text-files/BudgetKontoAendringer.txt"
               organization is line sequential.
           select optional Register-In
               assign to "text-files/BudgetKonti.txt"
               organization is line sequential.
           select Register-Out
               assign to "text-files/BudgetKonti.txt"
               organization is line sequential.
           select optional Plan-In
               assign to "text-files/BudgetPlan.txt"
               organization is line sequential.
           select Plan-Out
               assign to "text-files/BudgetPlan.txt"
               organization is line sequential.
     *> --- Kundernes egne poster til planen - vedligeholdes af ---
     *> --- raadgiveren og laeses kun ---
           select optional Manuel-Post-In
               assign to "text-files/BudgetManuellePoster.txt"
               organization is line sequential.
           select optional BS-Aftaler-In
               assign to "text-files/BSAftaler.txt"
               organization is line sequential.
     *> --- De faste ordrer - laeses til planen og skrives om med ---
     *> --- budgetkontiens overfoersler, samme moenster som ---
     *> --- kreditkortCyklus' opdater-bs-aftaler ---
           select optional Faste-Ordrer-In
               assign to "text-files/FasteOverfoersler.txt"
               organization is line sequential.
           select Faste-Ordrer-Work-Out
               assign to "text-files/FasteOverfoerslerBudget.txt"
               organization is line sequential.
     *> --- Rammerne - budgetkontiens linjer skrives om, resten ---
     *> --- kopieres uroert ---
           select optional Overtraek-Graense-In
               assign to "text-files/OvertraekGraenser.txt"
               organization is line sequential.
           select Overtraek-Graense-Work-Out
               assign to "text-files/OvertraekGraenserBudget.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Status-In
               assign to "text-files/KontoStatus.txt"
               organization is line sequential.
     *> --- Den faelles disponible position pr. konto fra ---
     *> --- disponibelSaldo (Opgave61) - saldoen til beregningen, ---
     *> --- og rammen skrives frem til intag-trinnene - se ---
     *> --- DisponibelTabel.cpy ---
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select Disponibel-Saldo-Out
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
     *> --- De faktiske betalinger: arkiverne fra ArkivListe.txt og ---
     *> --- den levende Transaktioner.txt - samme kilder som ---
     *> --- fasteOverfoersler's dedup ---
           select optional Arkiv-Liste-In
               assign to "text-files/ArkivListe.txt"
               organization is line sequential.
           select optional Arkiv-Fil-In
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
           select optional Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Exceptions-Out
               assign to "text-files/BudgetKontoExceptions.txt"
               organization is line sequential.
           select Kontrol-Out
               assign to "text-files/BudgetKontrol.txt"
               organization is line sequential.
           select Advarsel-Feed-Out
               assign to "text-files/BudgetAdvarselFeed.txt"
               organization is line sequential.
     *> --- Budgetopgoerelserne til kunderne - appendes ---
           select Opgoerelse-Out
               assign to "text-files/BudgetOpgoerelse.txt"
               organization is line sequential
               file status is OPGOERELSE-STATUS.
     *> --- Datostemplet arkiv for den behandlede aendringsfil ---
           select Aendring-Arkiv-Out
               assign to dynamic AENDRING-ARKIV-NAVN
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Aendring-In.
     *> --- En aendring fra raadgiveren: O/L/G ---
      01 Aendring-Linje.
           02 BKA-HANDLING          pic x.
           02 BKA-KUNDE-ID          pic x(10).
           02 BKA-BUDGET-KONTO-ID   pic x(14).
           02 BKA-LOEN-KONTO-ID     pic x(14).
           02 BKA-OVERFOERSEL-DAG   pic x(2).
      fd Register-In.
      01 Register-Linje-In         pic x(157).
      fd Register-Out.
      01 Register-Linje-Ud         pic x(157).
      fd Plan-In.
      01 Plan-Linje-In             pic x(210).
      fd Plan-Out.
      01 Plan-Linje-Ud             pic x(210).
      fd Manuel-Post-In.
      01 Manuel-Post-Linje.
           02 BMP-KUNDE-ID          pic x(10).
           02 BMP-MAERKE            pic x(20).
           02 BMP-TEKST             pic x(30).
     *> --- 00 = hver maaned, 01-12 = kun den maaned ---
           02 BMP-MAANED            pic x(2).
           02 BMP-BELOB             pic x(16).
      fd BS-Aftaler-In.
      01 BS-Aftale-Linje.
           02 BSA-AFTALE-ID        pic x(8).
           02 BSA-KONTO-ID         pic x(14).
           02 BSA-REG-NR           pic x(6).
           02 BSA-KUNDE-ID         pic x(10).
           02 BSA-BELOB            pic x(16).
           02 BSA-VALUTA           pic x(4).
           02 BSA-OPKRAEV-DATO     pic x(10).
           02 BSA-TEKST            pic x(20).
      fd Faste-Ordrer-In.
      01 Fast-Ordre-Linje.
           02 FO-ORDRE-ID           pic x(8).
           02 FO-KONTO-ID           pic x(14).
           02 FO-REG-NR             pic x(6).
           02 FO-NAVN               pic x(30).
           02 FO-ADRESSE            pic x(50).
           02 FO-KUNDE-ID           pic x(10).
           02 FO-MODPART            pic x(20).
           02 FO-BELOB              pic x(16).
           02 FO-VALUTA             pic x(4).
           02 FO-TYPE               pic x(20).
           02 FO-FREKVENS           pic x.
           02 FO-FOERSTE-DATO       pic x(10).
           02 FO-SIDSTE-DATO        pic x(10).
           02 FO-RULNING            pic x.
      fd Faste-Ordrer-Work-Out.
      01 Fast-Ordre-Work-Linje     pic x(200).
      fd Overtraek-Graense-In.
      01 Overtraek-Graense-Linje.
           02 OG-KONTO-ID-IN       pic x(14).
           02 OG-GRAENSE-DKK-IN    pic 9(13)v99.
           02 OG-KONTRAKT-SATS-IN  pic 9(2)v9999.
      fd Overtraek-Graense-Work-Out.
      01 Overtraek-Graense-Work-Linje pic x(35).
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
      fd Arkiv-Liste-In.
      01 Arkiv-Liste-Linje         pic x(100).
      fd Arkiv-Fil-In.
     *> --- Arkivposter baerer en koersels-reference efter DATO - ---
     *> --- den klippes blot af, naar linjen laeses ind i det raa ---
     *> --- layout ---
      01 Arkiv-Transaktion.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG               pic x(3).
           02 THT-ANTAL             pic 9(7).
           02 FILLER                pic x(196).
      fd Exceptions-Out.
      01 Exceptions-Linje          pic x(200) value spaces.
      fd Kontrol-Out.
      01 Kontrol-Linje             pic x(132) value spaces.
      fd Advarsel-Feed-Out.
      01 Advarsel-Feed-Linje       pic x(150) value spaces.
      fd Opgoerelse-Out.
      01 Opgoerelse-Linje          pic x(132) value spaces.
      fd Aendring-Arkiv-Out.
      01 Aendring-Arkiv-Linje      pic x(41).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-aendring       pic x value "N".
           88 end-of-file-aendring value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-plan           pic x value "N".
           88 end-of-file-plan    value "Y".
      01 EOF-check-manuel         pic x value "N".
           88 end-of-file-manuel  value "Y".
      01 EOF-check-aftaler        pic x value "N".
           88 end-of-file-aftaler value "Y".
      01 EOF-check-ordrer         pic x value "N".
           88 end-of-file-ordrer  value "Y".
      01 EOF-check-graense        pic x value "N".
           88 end-of-file-graense value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-konto-status   pic x value "N".
           88 end-of-file-konto-status value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 EOF-check-arkiv-liste    pic x value "N".
           88 end-of-file-arkiv-liste value "Y".
      01 EOF-check-arkiv          pic x value "N".
           88 end-of-file-arkiv   value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 pos                      pic 9(4) value 1.
      01 OPGOERELSE-STATUS        pic x(2) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 AENDRING-ARKIV-NAVN      pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
      01 Dags-Felter.
           02 DAGS-AAR             pic 9(4) value 0.
           02 DAGS-MAANED          pic 9(2) value 0.
           02 DAGS-DAG             pic 9(2) value 0.
      01 DAGS-MAANED-TEKST        pic x(7) value spaces.
     *> --- Budgetregistret i memory (raa record) med koerslens ---
     *> --- arbejdsfelter pr. budgetkonto ---
      01 Budget-Register-Tabel.
           02 BT-ANTAL             pic 9(5) value 0.
           02 BT-POST OCCURS 10000 TIMES.
              03 BT-REC            pic x(157).
     *> --- Hvad koerslen skal goere ved budgetkontoen ---
              03 BT-OMBEREGN-FLAG  pic x value "N".
                 88 BT-SKAL-OMBEREGNES value "J".
              03 BT-OPGOER-FLAG    pic x value "N".
                 88 BT-SKAL-OPGOERES   value "J".
              03 BT-KONTROL-FLAG   pic x value "N".
                 88 BT-SKAL-KONTROLLERES value "J".
              03 BT-ORDRE-FLAG     pic x value "N".
                 88 BT-ORDRER-AENDRES  value "J".
              03 BT-RAMME-FLAG     pic x value "N".
                 88 BT-RAMME-AENDRES   value "J".
     *> --- De to faste ordrer, der allerede stod i filen og er ---
     *> --- fornyet - de tilfoejes saa ikke igen ---
              03 BT-UD-SKREVET-FLAG  pic x value "N".
                 88 BT-UD-SKREVET      value "J".
              03 BT-IND-SKREVET-FLAG pic x value "N".
                 88 BT-IND-SKREVET     value "J".
     *> --- Aaret, hvis faktiske betalinger skal opsamles (0 = ---
     *> --- ingen), og opsamlingen pr. maaned ---
              03 BT-SCAN-AAR       pic 9(4) value 0.
              03 BT-UPLANLAGT      pic s9(11)v99 COMP-3
                                   occurs 12 times.
              03 BT-OVERFOERT      pic s9(11)v99 COMP-3
                                   occurs 12 times.
              03 BT-INDBETALT      pic s9(11)v99 COMP-3
                                   occurs 12 times.
              03 BT-SALDO          pic s9(13)v99 COMP-3 value 0.
      01 MAX-BUDGETKONTI          pic 9(5) value 10000.
      01 BT-INDEX                 pic 9(5) value 0.
      01 BT-FUND-FLAG             pic x value "N".
           88 BT-FUNDET           value "J".
           88 BT-IKKE-FUNDET      value "N".
      01 BT-OPSLAG-KUNDE          pic x(10) value spaces.
      01 BT-HOEJESTE-ORDRE-NR     pic 9(5) value 0.
      01 Arbejds-Budget.
           copy "Opgave10/Copybooks/BudgetKonto.cpy".
     *> --- Budgetplanen i memory (raa record) med de faktiske ---
     *> --- betalinger pr. maaned ---
      01 Plan-Tabel.
           02 PT-ANTAL             pic 9(5) value 0.
           02 PT-POST OCCURS 20000 TIMES.
              03 PT-REC            pic x(210).
              03 PT-MAERKE-LAENGDE pic 9(2) value 0.
              03 PT-FAKTISK        pic s9(11)v99 COMP-3
                                   occurs 12 times.
              03 PT-STATUS-FLAG    pic x value "B".
                 88 PT-BEHOLDES       value "B".
                 88 PT-UDGAAR         value "U".
      01 MAX-PLAN                 pic 9(5) value 20000.
      01 PT-INDEX                 pic 9(5) value 0.
      01 PT-FUND-FLAG             pic x value "N".
           88 PT-FUNDET           value "J".
           88 PT-IKKE-FUNDET      value "N".
      01 Arbejds-Plan.
           copy "Opgave10/Copybooks/BudgetPlan.cpy".
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
      01 KT-AKTUEL-REG-NR         pic x(6) value spaces.
      01 KT-AKTUEL-KUNDE-ID       pic x(10) value spaces.
      01 KONTO-LUKKET-FLAG        pic x value "N".
           88 KONTO-ER-LUKKET     value "J".
           88 KONTO-IKKE-LUKKET   value "N".
     *> --- KontoStatus.txt i memory - samme copybook og moenster ---
     *> --- som deponering ---
      copy "Opgave10/Copybooks/KontoStatusTabel.cpy".
     *> --- Den disponible position pr. konto ---
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 DISPONIBEL-AENDRET-FLAG  pic x value "N".
           88 DISPONIBEL-ER-AENDRET value "J".
     *> --- Afvisningsgrund for den aktuelle aendring - spaces = ---
     *> --- gyldig ---
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
      01 NY-OVERFOERSEL-DAG       pic 9(2) value 0.
     *> --- Ordre-id'erne for den aktuelle budgetkonto ---
      01 ORDRE-ID-UD              pic x(8) value spaces.
      01 ORDRE-ID-IND             pic x(8) value spaces.
      01 FAST-ORDRE-AENDRET-FLAG  pic x value "N".
           88 FAST-ORDRE-ER-AENDRET value "J".
      01 RAMME-SKREVET-FLAG       pic x value "N".
           88 RAMME-SKREVET       value "J".
     *> --- Felter til plan-opbygningen ---
      01 KILDE-BELOB              pic s9(13)v99 COMP-3 value 0.
      01 KILDE-MAANED             pic 9(2) value 0.
      01 MD-INDEX                 pic 9(2) value 0.
      01 FREKVENS-MAANEDER        pic 9(2) value 0.
      01 FOREKOMST-AAR            pic 9(4) value 0.
      01 FOREKOMST-MD             pic 9(2) value 0.
      01 FOREKOMST-DATO-TEKST     pic x(10) value spaces.
      01 SIDSTE-DATO-TEKST        pic x(10) value spaces.
      01 NY-MAERKE                pic x(20) value spaces.
      01 NY-TEKST                 pic x(30) value spaces.
      01 NY-KILDE                 pic x value spaces.
     *> --- Felter til beregningen ---
      01 PLAN-REST-I-ALT          pic s9(13)v99 COMP-3 value 0.
      01 PLAN-MAANED-I-ALT        pic s9(13)v99 COMP-3 value 0.
      01 ANTAL-OVERFOERSLER       pic 9(2) value 0.
      01 MAANED-BELOB-BEREGNET    pic s9(13)v99 COMP-3 value 0.
      01 MAANED-BELOB-HEL         pic s9(13) COMP-3 value 0.
      01 SIMULERET-SALDO          pic s9(13)v99 COMP-3 value 0.
      01 LAVESTE-SALDO            pic s9(13)v99 COMP-3 value 0.
      01 RAMME-HUNDREDER          pic s9(11) COMP-3 value 0.
      01 RAMME-BEREGNET           pic 9(11)v99 value 0.
     *> --- Felter til kontrol og opgoerelse ---
      01 PERIODE-FRA-MD           pic 9(2) value 0.
      01 PERIODE-TIL-MD           pic 9(2) value 0.
      01 NAESTE-OVERF-MD          pic 9(2) value 0.
      01 LINJE-PLANLAGT           pic s9(13)v99 COMP-3 value 0.
      01 LINJE-FAKTISK            pic s9(13)v99 COMP-3 value 0.
      01 LINJE-AFVIGELSE          pic s9(13)v99 COMP-3 value 0.
      01 LINJE-REST               pic s9(13)v99 COMP-3 value 0.
      01 SUM-PLANLAGT             pic s9(13)v99 COMP-3 value 0.
      01 SUM-FAKTISK              pic s9(13)v99 COMP-3 value 0.
      01 SUM-UPLANLAGT            pic s9(13)v99 COMP-3 value 0.
      01 SUM-OVERFOERT            pic s9(13)v99 COMP-3 value 0.
      01 SUM-INDBETALT            pic s9(13)v99 COMP-3 value 0.
      01 SUM-REST-REGNINGER       pic s9(13)v99 COMP-3 value 0.
      01 SUM-REST-OVERFOERSLER    pic s9(13)v99 COMP-3 value 0.
      01 FORVENTET-SALDO          pic s9(13)v99 COMP-3 value 0.
      01 AARETS-RESULTAT          pic s9(13)v99 COMP-3 value 0.
      01 BELOB-E                  pic -(12)9.99.
      01 BELOB-E2                 pic -(12)9.99.
      01 BELOB-E3                 pic -(12)9.99.
      01 OPGOERELSE-ART           pic x(8) value spaces.
     *> --- Felter til opsamlingen af de faktiske betalinger ---
      01 SCAN-KONTO-ID            pic x(14) value spaces.
      01 SCAN-BUTIK               pic x(20) value spaces.
      01 SCAN-DATO                pic x(10) value spaces.
      01 SCAN-BELOB-TEKST         pic x(16) value spaces.
      01 SCAN-BELOB               pic s9(13)v99 COMP-3 value 0.
      01 SCAN-MAANED              pic 9(2) value 0.
      01 SCAN-AAR                 pic 9(4) value 0.
      01 ANTAL-SCAN-KONTI         pic 9(5) value 0.
      01 ANTAL-AENDRINGER         pic 9(7) value 0.
      01 ANTAL-OPRETTET           pic 9(7) value 0.
      01 ANTAL-LUKKET             pic 9(7) value 0.
      01 ANTAL-OMBEREGNET         pic 9(7) value 0.
      01 ANTAL-KONTROLLERET       pic 9(7) value 0.
      01 ANTAL-ADVARSLER          pic 9(7) value 0.
      01 ANTAL-OPGOERELSER        pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-MANUEL-AFVIST      pic 9(7) value 0.
      01 ANTAL-BETALINGER         pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: registret, planen og opslagstabellerne ---
     *> --- indlaeses, dagens aendringer behandles, og hver ---
     *> --- budgetkonto faar sin opgoerelse, aarsberegning eller ---
     *> --- maanedskontrol. Til sidst skrives register, plan, faste ---
     *> --- ordrer, rammer og den disponible position tilbage ---
      Program-Execute.
           perform byg-dags-dato
           perform indlæs-register
           perform indlæs-plan
           perform indlæs-konti
           perform indlæs-konto-status-tabel
           perform indlæs-disponibel-saldo
           open output Exceptions-Out
           open output Kontrol-Out
           open output Advarsel-Feed-Out
           perform behandl-aendringer
           perform marker-aarets-arbejde
           perform opsaml-faktiske-betalinger
           perform skriv-opgoerelser
           perform kontroller-budgetter
           perform omberegn-budgetter
           perform luk-budgetter
           close Exceptions-Out
           close Kontrol-Out
           close Advarsel-Feed-Out
           perform opdater-faste-ordrer
           perform opdater-rammer
           perform skriv-disponibel-saldo
           perform skriv-register-tilbage
           perform skriv-plan-tilbage
           if ANTAL-AENDRINGER > 0
               perform arkiver-aendringer
           end-if
           display "Budgetkonto: " ANTAL-AENDRINGER " aendring(er), "
               ANTAL-OPRETTET " oprettet, " ANTAL-LUKKET " lukket, "
               ANTAL-AFVIST " afvist, " ANTAL-OMBEREGNET
               " aarsberegnet, " ANTAL-KONTROLLERET " kontrolleret, "
               ANTAL-ADVARSLER " underfinansieret, "
               ANTAL-OPGOERELSER " opgoerelse(r)"
           if ANTAL-MANUEL-AFVIST > 0
               display "Budgetkonto: " ANTAL-MANUEL-AFVIST
                   " manuel(le) post(er) afvist - se "
                   "text-files/BudgetKontoExceptions.txt"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "Budgetkonto: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      byg-dags-dato.
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
           move DAGS-DATO (1:7) to DAGS-MAANED-TEKST
           move DATO-NU (1:4) to DAGS-AAR
           move DATO-NU (5:2) to DAGS-MAANED
           move DATO-NU (7:2) to DAGS-DAG
           move spaces to KOERSEL-TIDSSTEMPEL
           string
               DATO-NU (1:8)  delimited by size
               "-"            delimited by size
               DATO-NU (9:6)  delimited by size
                  into KOERSEL-TIDSSTEMPEL
           end-string
           exit.

      indlæs-register.
           move 0 to BT-ANTAL
           move 0 to BT-HOEJESTE-ORDRE-NR
           move "N" to EOF-check-register
           open input Register-In
           perform until end-of-file-register
               read Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if Register-Linje-In not = spaces
                           if BT-ANTAL < MAX-BUDGETKONTI
                               add 1 to BT-ANTAL
                               move Register-Linje-In
                                   to BT-REC (BT-ANTAL)
                               perform nulstil-budget-arbejdsfelter
                               move Register-Linje-In
                                   to Arbejds-Budget
                               if BK-ORDRE-NR of Arbejds-Budget
                                   > BT-HOEJESTE-ORDRE-NR
                                   move BK-ORDRE-NR of Arbejds-Budget
                                       to BT-HOEJESTE-ORDRE-NR
                               end-if
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Register-In
           exit.

     *> --- Nulstiller koerslens arbejdsfelter for BT-POST (BT-ANTAL) ---
      nulstil-budget-arbejdsfelter.
           move "N" to BT-OMBEREGN-FLAG (BT-ANTAL)
           move "N" to BT-OPGOER-FLAG (BT-ANTAL)
           move "N" to BT-KONTROL-FLAG (BT-ANTAL)
           move "N" to BT-ORDRE-FLAG (BT-ANTAL)
           move "N" to BT-RAMME-FLAG (BT-ANTAL)
           move "N" to BT-UD-SKREVET-FLAG (BT-ANTAL)
           move "N" to BT-IND-SKREVET-FLAG (BT-ANTAL)
           move 0 to BT-SCAN-AAR (BT-ANTAL)
           move 0 to BT-SALDO (BT-ANTAL)
           perform varying MD-INDEX from 1 by 1 until MD-INDEX > 12
               move 0 to BT-UPLANLAGT (BT-ANTAL MD-INDEX)
               move 0 to BT-OVERFOERT (BT-ANTAL MD-INDEX)
               move 0 to BT-INDBETALT (BT-ANTAL MD-INDEX)
           end-perform
           exit.

     *> --- Slaar kundens AKTIVE budgetkonto op (BT-OPSLAG-KUNDE); ---
     *> --- fundet budgetkonto staar i Arbejds-Budget og BT-INDEX ---
      find-aktiv-budgetkonto.
           set BT-IKKE-FUNDET to TRUE
           perform varying BT-INDEX from 1 by 1
               until BT-FUNDET or BT-INDEX > BT-ANTAL
               move BT-REC (BT-INDEX) to Arbejds-Budget
               if BK-KUNDE-ID of Arbejds-Budget = BT-OPSLAG-KUNDE
                   and BK-STATUS of Arbejds-Budget = "A"
                   set BT-FUNDET to TRUE
               end-if
           end-perform
           if BT-FUNDET
               subtract 1 from BT-INDEX
               move BT-REC (BT-INDEX) to Arbejds-Budget
           end-if
           exit.

      indlæs-plan.
           move 0 to PT-ANTAL
           move "N" to EOF-check-plan
           open input Plan-In
           perform until end-of-file-plan
               read Plan-In
                   at end move "Y" to EOF-check-plan
                   not at end
                       if Plan-Linje-In not = spaces
                           move Plan-Linje-In to Arbejds-Plan
                           perform tilfoej-plan-linje
                       end-if
               end-read
           end-perform
           close Plan-In
           exit.

     *> --- Laegger Arbejds-Plan til Plan-Tabel med nulstillede ---
     *> --- faktiske betalinger. PT-INDEX peger paa den nye linje, ---
     *> --- eller er 0, naar tabellen er fuld ---
      tilfoej-plan-linje.
           move 0 to PT-INDEX
           if PT-ANTAL not < MAX-PLAN
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to PT-ANTAL
           move PT-ANTAL to PT-INDEX
           move Arbejds-Plan to PT-REC (PT-INDEX)
           move 0 to PT-MAERKE-LAENGDE (PT-INDEX)
           if BP-MAERKE of Arbejds-Plan not = spaces
               move function LENGTH(
                   function TRIM(BP-MAERKE of Arbejds-Plan TRAILING))
                   to PT-MAERKE-LAENGDE (PT-INDEX)
           end-if
           perform varying MD-INDEX from 1 by 1 until MD-INDEX > 12
               move 0 to PT-FAKTISK (PT-INDEX MD-INDEX)
           end-perform
           set PT-BEHOLDES (PT-INDEX) to TRUE
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

     *> --- Slaar DISPONIBEL-OPSLAG-KONTO op - KONTO-HAR-POSITION ---
     *> --- med DSP-INDEX paa kontoens raekke ---
      find-disponibel-for-konto.
           set KONTO-UDEN-POSITION to TRUE
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

     *> --- Budgetkontoens saldo (bogfoert + dagens) til ---
     *> --- BT-SALDO (BT-INDEX) - 0 for en konto uden position ---
      hent-budget-saldo.
           move 0 to BT-SALDO (BT-INDEX)
           move BK-BUDGET-KONTO-ID of Arbejds-Budget
               to DISPONIBEL-OPSLAG-KONTO
           perform find-disponibel-for-konto
           if KONTO-HAR-POSITION
               compute BT-SALDO (BT-INDEX) =
                   DSP-BOGFOERT-SALDO (DSP-INDEX)
                   + DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
           end-if
           exit.

     *> ================================================================
     *> --- Aendringerne fra raadgiveren ---
     *> ================================================================
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
           if BKA-KUNDE-ID = spaces
               move "KUNDE-MANGLER" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces
               move BKA-KUNDE-ID to BT-OPSLAG-KUNDE
               perform find-aktiv-budgetkonto
               evaluate BKA-HANDLING
                   when "O"
                       perform opret-budgetkonto
                   when "L"
                       perform luk-budgetkonto
                   when "G"
                       perform genberegn-budgetkonto
                   when other
                       move "HANDLING-UKENDT" to AFVISNINGS-GRUND
               end-evaluate
           end-if
           if AFVISNINGS-GRUND not = spaces
               add 1 to ANTAL-AFVIST
               move spaces to Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE=BUDGETKONTO-" delimited by size
                   function TRIM(AFVISNINGS-GRUND)
                                          delimited by size
                   " KUNDE-ID="           delimited by size
                   BKA-KUNDE-ID           delimited by size
                   " HANDLING="           delimited by size
                   BKA-HANDLING           delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
               if BKA-BUDGET-KONTO-ID not = spaces
                   string
                       " KONTO-ID="       delimited by size
                       BKA-BUDGET-KONTO-ID delimited by size
                          into Exceptions-Linje
                          with pointer pos
                   end-string
               end-if
               write Exceptions-Linje
           end-if
           exit.

     *> --- Kontrollerer loenkontoen BKA-LOEN-KONTO-ID - foerste ---
     *> --- fejl vinder. Kontoens REG-NR staar i KT-AKTUEL-REG-NR ---
      kontroller-loenkonto.
           if BKA-LOEN-KONTO-ID = BKA-BUDGET-KONTO-ID
               or BKA-LOEN-KONTO-ID
                   = BK-BUDGET-KONTO-ID of Arbejds-Budget
               move "KONTI-ENS" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move BKA-LOEN-KONTO-ID to KT-OPSLAG-KONTO
           perform find-konto
           if KT-IKKE-FUNDET
               move "LOENKONTO-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KONTO-ER-LUKKET
               move "LOENKONTO-LUKKET" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KT-AKTUEL-KUNDE-ID not = BKA-KUNDE-ID
               move "LOENKONTO-ANDEN-KUNDE" to AFVISNINGS-GRUND
           end-if
           exit.

     *> --- Overfoerselsdagen skal vaere 01-28, saa den findes i ---
     *> --- alle maaneder ---
      kontroller-overfoersel-dag.
           move 0 to NY-OVERFOERSEL-DAG
           if BKA-OVERFOERSEL-DAG is not numeric
               move "DAG-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move BKA-OVERFOERSEL-DAG to NY-OVERFOERSEL-DAG
           if NY-OVERFOERSEL-DAG < 1 or NY-OVERFOERSEL-DAG > 28
               move "DAG-UGYLDIG" to AFVISNINGS-GRUND
           end-if
           exit.

     *> --- Opretter budgetkontoen - foerste fejl vinder ---
      opret-budgetkonto.
           if BT-FUNDET
               move "KUNDE-HAR-BUDGETKONTO" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           perform kontroller-overfoersel-dag
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
           move BKA-BUDGET-KONTO-ID to KT-OPSLAG-KONTO
           perform find-konto
           if KT-IKKE-FUNDET
               move "BUDGETKONTO-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KONTO-ER-LUKKET
               move "BUDGETKONTO-LUKKET" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KT-AKTUEL-KUNDE-ID not = BKA-KUNDE-ID
               move "BUDGETKONTO-ANDEN-KUNDE" to AFVISNINGS-GRUND
               exit paragraph
           end-if
     *> --- En konto kan kun vaere budgetkonto for een aktiv aftale ---
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               move BT-REC (BT-INDEX) to Arbejds-Budget
               if BK-BUDGET-KONTO-ID of Arbejds-Budget
                   = BKA-BUDGET-KONTO-ID
                   and BK-STATUS of Arbejds-Budget = "A"
                   move "BUDGETKONTO-I-BRUG" to AFVISNINGS-GRUND
               end-if
           end-perform
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
           move spaces to Arbejds-Budget
           move KT-AKTUEL-REG-NR
               to BK-BUDGET-REG-NR of Arbejds-Budget
           perform kontroller-loenkonto
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
           if BT-ANTAL not < MAX-BUDGETKONTI
               add 1 to ANTAL-TABEL-FULD
               move "REGISTER-FULDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move KT-AKTUEL-REG-NR to BK-LOEN-REG-NR of Arbejds-Budget
           move BKA-KUNDE-ID to BK-KUNDE-ID of Arbejds-Budget
           move BKA-BUDGET-KONTO-ID
               to BK-BUDGET-KONTO-ID of Arbejds-Budget
           move BKA-LOEN-KONTO-ID to BK-LOEN-KONTO-ID of Arbejds-Budget
           move NY-OVERFOERSEL-DAG
               to BK-OVERFOERSEL-DAG of Arbejds-Budget
           move "A" to BK-STATUS of Arbejds-Budget
           add 1 to BT-HOEJESTE-ORDRE-NR
           move BT-HOEJESTE-ORDRE-NR to BK-ORDRE-NR of Arbejds-Budget
           move DAGS-DATO to BK-OPRETTET-DATO of Arbejds-Budget
           move 0 to BK-BEREGNET-AAR of Arbejds-Budget
           move 0 to BK-PLAN-START-MD of Arbejds-Budget
           move 0 to BK-OVERF-START-MD of Arbejds-Budget
           move 0 to BK-AARS-BELOB of Arbejds-Budget
           move 0 to BK-MAANED-BELOB of Arbejds-Budget
           move 0 to BK-RAMME of Arbejds-Budget
           move 0 to BK-AFSLUTTET-AAR of Arbejds-Budget
           move 0 to BK-MANGLER-BELOB of Arbejds-Budget
           add 1 to BT-ANTAL
           move Arbejds-Budget to BT-REC (BT-ANTAL)
           perform nulstil-budget-arbejdsfelter
           set BT-SKAL-OMBEREGNES (BT-ANTAL) to TRUE
           add 1 to ANTAL-OPRETTET
           exit.

     *> --- Lukker kundens aktive budgetkonto: aarets opgoerelse, ---
     *> --- ordrerne afsluttes, og rammen fjernes (luk-budgetter) ---
      luk-budgetkonto.
           if BT-IKKE-FUNDET
               move "INGEN-AKTIV-BUDGETKONTO" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if BKA-BUDGET-KONTO-ID not = spaces
               and BKA-BUDGET-KONTO-ID
                   not = BK-BUDGET-KONTO-ID of Arbejds-Budget
               move "BUDGETKONTO-AFVIGER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move "L" to BK-STATUS of Arbejds-Budget
           move DAGS-DATO to BK-LUKKET-DATO of Arbejds-Budget
           move Arbejds-Budget to BT-REC (BT-INDEX)
           move "N" to BT-OMBEREGN-FLAG (BT-INDEX)
           if BK-BEREGNET-AAR of Arbejds-Budget > 0
               and BK-AFSLUTTET-AAR of Arbejds-Budget
                   < BK-BEREGNET-AAR of Arbejds-Budget
               set BT-SKAL-OPGOERES (BT-INDEX) to TRUE
               move BK-BEREGNET-AAR of Arbejds-Budget
                   to BT-SCAN-AAR (BT-INDEX)
           end-if
           set BT-ORDRER-AENDRES (BT-INDEX) to TRUE
           set BT-RAMME-AENDRES (BT-INDEX) to TRUE
           add 1 to ANTAL-LUKKET
           exit.

     *> --- Tvinger en ny aarsberegning - evt. med ny loenkonto og/ ---
     *> --- eller ny overfoerselsdag ---
      genberegn-budgetkonto.
           if BT-IKKE-FUNDET
               move "INGEN-AKTIV-BUDGETKONTO" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if BKA-BUDGET-KONTO-ID not = spaces
               and BKA-BUDGET-KONTO-ID
                   not = BK-BUDGET-KONTO-ID of Arbejds-Budget
               move "BUDGETKONTO-AFVIGER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if BKA-OVERFOERSEL-DAG not = spaces
               perform kontroller-overfoersel-dag
               if AFVISNINGS-GRUND not = spaces
                   exit paragraph
               end-if
               move NY-OVERFOERSEL-DAG
                   to BK-OVERFOERSEL-DAG of Arbejds-Budget
           end-if
           if BKA-LOEN-KONTO-ID not = spaces
               perform kontroller-loenkonto
               if AFVISNINGS-GRUND not = spaces
                   exit paragraph
               end-if
               move BKA-LOEN-KONTO-ID
                   to BK-LOEN-KONTO-ID of Arbejds-Budget
               move KT-AKTUEL-REG-NR to BK-LOEN-REG-NR of Arbejds-Budget
           end-if
           move Arbejds-Budget to BT-REC (BT-INDEX)
           set BT-SKAL-OMBEREGNES (BT-INDEX) to TRUE
           exit.

     *> ================================================================
     *> --- Aarets og maanedens arbejde pr. aktiv budgetkonto: ---
     *> --- opgoerelse af et afsluttet budgetaar, aarsberegning i et ---
     *> --- nyt aar og maanedskontrol, naar maaneden er skiftet ---
     *> ================================================================
      marker-aarets-arbejde.
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               move BT-REC (BT-INDEX) to Arbejds-Budget
               if BK-STATUS of Arbejds-Budget = "A"
                   perform marker-en-budgetkonto
               end-if
               if BT-SCAN-AAR (BT-INDEX) > 0
                   add 1 to ANTAL-SCAN-KONTI
               end-if
           end-perform
           exit.

      marker-en-budgetkonto.
           if BK-BEREGNET-AAR of Arbejds-Budget > 0
               and BK-BEREGNET-AAR of Arbejds-Budget < DAGS-AAR
               if BK-AFSLUTTET-AAR of Arbejds-Budget
                   < BK-BEREGNET-AAR of Arbejds-Budget
                   set BT-SKAL-OPGOERES (BT-INDEX) to TRUE
                   move BK-BEREGNET-AAR of Arbejds-Budget
                       to BT-SCAN-AAR (BT-INDEX)
               end-if
               set BT-SKAL-OMBEREGNES (BT-INDEX) to TRUE
           end-if
           if BK-BEREGNET-AAR of Arbejds-Budget = 0
               set BT-SKAL-OMBEREGNES (BT-INDEX) to TRUE
           end-if
           if not BT-SKAL-OMBEREGNES (BT-INDEX)
               and BK-KONTROL-MAANED of Arbejds-Budget
                   < DAGS-MAANED-TEKST
               set BT-SKAL-KONTROLLERES (BT-INDEX) to TRUE
               move DAGS-AAR to BT-SCAN-AAR (BT-INDEX)
           end-if
           exit.

     *> ================================================================
     *> --- Opsamling af de faktiske betalinger paa budgetkontiene ---
     *> --- for de budgetkonti, der skal opgoeres eller kontrolleres ---
     *> ================================================================
      opsaml-faktiske-betalinger.
           if ANTAL-SCAN-KONTI = 0
               exit paragraph
           end-if
           move "N" to EOF-check-arkiv-liste
           open input Arkiv-Liste-In
           perform until end-of-file-arkiv-liste
               read Arkiv-Liste-In
                   at end move "Y" to EOF-check-arkiv-liste
                   not at end
                       if Arkiv-Liste-Linje not = spaces
                           move Arkiv-Liste-Linje to ARKIV-FIL-NAVN
                           perform opsaml-en-arkiv-fil
                       end-if
               end-read
           end-perform
           close Arkiv-Liste-In
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG of Trans-Hdr-Trl-Linje not = "HDR"
                           and THT-TAG of Trans-Hdr-Trl-Linje
                               not = "TRL"
                           move KONTO-ID of Transaktion-Information
                               to SCAN-KONTO-ID
                           move BUTIK of Transaktion-Information
                               to SCAN-BUTIK
                           move DATO of Transaktion-Information (1:10)
                               to SCAN-DATO
                           move BELOB of Transaktion-Information
                               to SCAN-BELOB-TEKST
                           perform opsaml-en-betaling
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

      opsaml-en-arkiv-fil.
           move "N" to EOF-check-arkiv
           open input Arkiv-Fil-In
           perform until end-of-file-arkiv
               read Arkiv-Fil-In
                   at end move "Y" to EOF-check-arkiv
                   not at end
                       move KONTO-ID of Arkiv-Transaktion
                           to SCAN-KONTO-ID
                       move BUTIK of Arkiv-Transaktion to SCAN-BUTIK
                       move DATO of Arkiv-Transaktion (1:10)
                           to SCAN-DATO
                       move BELOB of Arkiv-Transaktion
                           to SCAN-BELOB-TEKST
                       perform opsaml-en-betaling
               end-read
           end-perform
           close Arkiv-Fil-In
           exit.

     *> --- Een postering: findes en budgetkonto i opsamlingen med ---
     *> --- samme konto og aar, henfoeres beloebet til planlinjen ---
     *> --- med matchende BUTIK-maerke, til budgetoverfoerslerne, ---
     *> --- til uplanlagte debiteringer eller til oevrige ---
     *> --- indbetalinger. Planlinjernes beloeb regnes uden fortegn, ---
     *> --- da BS-posteringerne baerer opkraevningen som positivt ---
     *> --- beloeb ---
      opsaml-en-betaling.
           if SCAN-DATO (1:4) is not numeric
               or SCAN-DATO (6:2) is not numeric
               or function TEST-NUMVAL(SCAN-BELOB-TEKST) not = 0
               exit paragraph
           end-if
           move SCAN-DATO (1:4) to SCAN-AAR
           move SCAN-DATO (6:2) to SCAN-MAANED
           if SCAN-MAANED < 1 or SCAN-MAANED > 12
               exit paragraph
           end-if
           set BT-IKKE-FUNDET to TRUE
           perform varying BT-INDEX from 1 by 1
               until BT-FUNDET or BT-INDEX > BT-ANTAL
               if BT-SCAN-AAR (BT-INDEX) = SCAN-AAR
                   and BT-REC (BT-INDEX) (11:14) = SCAN-KONTO-ID
                   set BT-FUNDET to TRUE
               end-if
           end-perform
           if BT-IKKE-FUNDET
               exit paragraph
           end-if
           subtract 1 from BT-INDEX
           add 1 to ANTAL-BETALINGER
           move BT-REC (BT-INDEX) to Arbejds-Budget
           move function NUMVAL(SCAN-BELOB-TEKST) to SCAN-BELOB
           perform byg-ordre-id
           if SCAN-BUTIK (1:5) = "FAST:"
               and SCAN-BUTIK (6:8) = ORDRE-ID-IND
               add SCAN-BELOB to BT-OVERFOERT (BT-INDEX SCAN-MAANED)
               exit paragraph
           end-if
           set PT-IKKE-FUNDET to TRUE
           perform varying PT-INDEX from 1 by 1
               until PT-FUNDET or PT-INDEX > PT-ANTAL
               if PT-BEHOLDES (PT-INDEX)
                   and PT-MAERKE-LAENGDE (PT-INDEX) > 0
                   and PT-REC (PT-INDEX) (1:10)
                       = BK-KUNDE-ID of Arbejds-Budget
                   and PT-REC (PT-INDEX) (11:4) = SCAN-DATO (1:4)
                   and SCAN-BUTIK (1:PT-MAERKE-LAENGDE (PT-INDEX))
                       = PT-REC (PT-INDEX)
                           (16:PT-MAERKE-LAENGDE (PT-INDEX))
                   set PT-FUNDET to TRUE
               end-if
           end-perform
           if PT-FUNDET
               subtract 1 from PT-INDEX
               if SCAN-BELOB < 0
                   compute PT-FAKTISK (PT-INDEX SCAN-MAANED) =
                       PT-FAKTISK (PT-INDEX SCAN-MAANED) - SCAN-BELOB
               else
                   add SCAN-BELOB to PT-FAKTISK (PT-INDEX SCAN-MAANED)
               end-if
               exit paragraph
           end-if
           if SCAN-BELOB < 0
               compute BT-UPLANLAGT (BT-INDEX SCAN-MAANED) =
                   BT-UPLANLAGT (BT-INDEX SCAN-MAANED) - SCAN-BELOB
           else
               add SCAN-BELOB to BT-INDBETALT (BT-INDEX SCAN-MAANED)
           end-if
           exit.

     *> --- Ordre-id'erne for budgetkontoen i Arbejds-Budget ---
      byg-ordre-id.
           move spaces to ORDRE-ID-UD
           move spaces to ORDRE-ID-IND
           string
               "BU"                           delimited by size
               BK-ORDRE-NR of Arbejds-Budget  delimited by size
               "U"                            delimited by size
                  into ORDRE-ID-UD
           end-string
           string
               "BU"                           delimited by size
               BK-ORDRE-NR of Arbejds-Budget  delimited by size
               "I"                            delimited by size
                  into ORDRE-ID-IND
           end-string
           exit.

     *> ================================================================
     *> --- Budgetopgoerelsen: planlagt mod faktisk pr. regning for ---
     *> --- det afsluttede budgetaar (nyt aar eller lukning) ---
     *> ================================================================
      skriv-opgoerelser.
           open extend Opgoerelse-Out
           if OPGOERELSE-STATUS = "35"
               open output Opgoerelse-Out
           end-if
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               if BT-SKAL-OPGOERES (BT-INDEX)
                   move BT-REC (BT-INDEX) to Arbejds-Budget
                   perform skriv-en-opgoerelse
                   move BT-SCAN-AAR (BT-INDEX)
                       to BK-AFSLUTTET-AAR of Arbejds-Budget
                   move Arbejds-Budget to BT-REC (BT-INDEX)
               end-if
           end-perform
           close Opgoerelse-Out
           exit.

      skriv-en-opgoerelse.
           add 1 to ANTAL-OPGOERELSER
           perform hent-budget-saldo
           move BK-PLAN-START-MD of Arbejds-Budget to PERIODE-FRA-MD
           if PERIODE-FRA-MD < 1
               move 1 to PERIODE-FRA-MD
           end-if
           move 12 to PERIODE-TIL-MD
           move "AARET" to OPGOERELSE-ART
           if BK-STATUS of Arbejds-Budget = "L"
               move "LUKNING" to OPGOERELSE-ART
               if BT-SCAN-AAR (BT-INDEX) = DAGS-AAR
                   move DAGS-MAANED to PERIODE-TIL-MD
               end-if
           end-if
           move spaces to Opgoerelse-Linje
           write Opgoerelse-Linje
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "BUDGETOPGOERELSE "        delimited by size
               BT-SCAN-AAR (BT-INDEX)     delimited by size
               " DATO="                   delimited by size
               DAGS-DATO                  delimited by size
               " KUNDE-ID="               delimited by size
               BK-KUNDE-ID of Arbejds-Budget delimited by size
               " BUDGETKONTO="            delimited by size
               BK-BUDGET-KONTO-ID of Arbejds-Budget
                                          delimited by size
               " ART="                    delimited by size
               OPGOERELSE-ART             delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "  REGNING                        "
                                          delimited by size
               "        PLANLAGT         FAKTISK"
                                          delimited by size
               "       AFVIGELSE"         delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           move 0 to SUM-PLANLAGT
           move 0 to SUM-FAKTISK
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               if PT-BEHOLDES (PT-INDEX)
                   and PT-REC (PT-INDEX) (1:10)
                       = BK-KUNDE-ID of Arbejds-Budget
                   and PT-REC (PT-INDEX) (11:4)
                       = BT-SCAN-AAR (BT-INDEX)
                   perform summer-plan-linje
                   move LINJE-PLANLAGT to BELOB-E
                   move LINJE-FAKTISK to BELOB-E2
                   compute LINJE-AFVIGELSE =
                       LINJE-FAKTISK - LINJE-PLANLAGT
                   move LINJE-AFVIGELSE to BELOB-E3
                   move spaces to Opgoerelse-Linje
                   move 1 to pos
                   string
                       "  "                   delimited by size
                       BP-TEKST of Arbejds-Plan delimited by size
                       " "                    delimited by size
                       BELOB-E                delimited by size
                       BELOB-E2               delimited by size
                       BELOB-E3               delimited by size
                          into Opgoerelse-Linje
                          with pointer pos
                   end-string
                   write Opgoerelse-Linje
     *> --- Det opgjorte aars planlinjer er brugt op ---
                   set PT-UDGAAR (PT-INDEX) to TRUE
               end-if
           end-perform
           perform summer-budget-aar
           move SUM-UPLANLAGT to BELOB-E2
           move SUM-UPLANLAGT to BELOB-E3
           move 0 to BELOB-E
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "  UPLANLAGTE BETALINGER          "
                                          delimited by size
               BELOB-E                    delimited by size
               BELOB-E2                   delimited by size
               BELOB-E3                   delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           add SUM-UPLANLAGT to SUM-FAKTISK
           move SUM-PLANLAGT to BELOB-E
           move SUM-FAKTISK to BELOB-E2
           compute LINJE-AFVIGELSE = SUM-FAKTISK - SUM-PLANLAGT
           move LINJE-AFVIGELSE to BELOB-E3
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "  REGNINGER I ALT                "
                                          delimited by size
               BELOB-E                    delimited by size
               BELOB-E2                   delimited by size
               BELOB-E3                   delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           move SUM-OVERFOERT to BELOB-E
           move SUM-INDBETALT to BELOB-E2
           compute AARETS-RESULTAT =
               SUM-OVERFOERT + SUM-INDBETALT - SUM-FAKTISK
           move AARETS-RESULTAT to BELOB-E3
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "  OVERFOERT FRA LOENKONTO="   delimited by size
               function TRIM(BELOB-E)         delimited by size
               " OEVRIGE INDBETALINGER="      delimited by size
               function TRIM(BELOB-E2)        delimited by size
               " AARETS RESULTAT="            delimited by size
               function TRIM(BELOB-E3)        delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           write Opgoerelse-Linje
           move BT-SALDO (BT-INDEX) to BELOB-E
           move spaces to Opgoerelse-Linje
           move 1 to pos
           string
               "  SALDO PAA BUDGETKONTOEN="   delimited by size
               function TRIM(BELOB-E)         delimited by size
               " DKK"                         delimited by size
                  into Opgoerelse-Linje
                  with pointer pos
           end-string
           if BK-STATUS of Arbejds-Budget = "L"
               string
                   " - BUDGETKONTOEN ER LUKKET, OVERFOERSLERNE "
                                              delimited by size
                   "ER STOPPET"               delimited by size
                      into Opgoerelse-Linje
                      with pointer pos
               end-string
           else
               string
                   " - FOERES MED IND I DET NYE BUDGETAAR"
                                              delimited by size
                      into Opgoerelse-Linje
                      with pointer pos
               end-string
           end-if
           write Opgoerelse-Linje
           exit.

     *> --- Planlinjen PT-INDEX for perioden PERIODE-FRA-MD til ---
     *> --- PERIODE-TIL-MD: LINJE-PLANLAGT og LINJE-FAKTISK, lagt ---
     *> --- til SUM-PLANLAGT/SUM-FAKTISK. Linjen staar bagefter i ---
     *> --- Arbejds-Plan ---
      summer-plan-linje.
           move PT-REC (PT-INDEX) to Arbejds-Plan
           move 0 to LINJE-PLANLAGT
           move 0 to LINJE-FAKTISK
           perform varying MD-INDEX from PERIODE-FRA-MD by 1
               until MD-INDEX > PERIODE-TIL-MD
               add BP-MAANED-BELOB of Arbejds-Plan (MD-INDEX)
                   to LINJE-PLANLAGT
               add PT-FAKTISK (PT-INDEX MD-INDEX) to LINJE-FAKTISK
           end-perform
           add LINJE-PLANLAGT to SUM-PLANLAGT
           add LINJE-FAKTISK to SUM-FAKTISK
           exit.

     *> --- Budgetkontoens uplanlagte debiteringer, overfoersler og ---
     *> --- oevrige indbetalinger for perioden ---
      summer-budget-aar.
           move 0 to SUM-UPLANLAGT
           move 0 to SUM-OVERFOERT
           move 0 to SUM-INDBETALT
           perform varying MD-INDEX from PERIODE-FRA-MD by 1
               until MD-INDEX > PERIODE-TIL-MD
               add BT-UPLANLAGT (BT-INDEX MD-INDEX) to SUM-UPLANLAGT
               add BT-OVERFOERT (BT-INDEX MD-INDEX) to SUM-OVERFOERT
               add BT-INDBETALT (BT-INDEX MD-INDEX) to SUM-INDBETALT
           end-perform
           exit.

     *> ================================================================
     *> --- Maanedskontrollen: planen mod de faktiske betalinger ---
     *> --- aaret til dato og den forventede saldo ved aarets udgang ---
     *> ================================================================
      kontroller-budgetter.
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               if BT-SKAL-KONTROLLERES (BT-INDEX)
                   move BT-REC (BT-INDEX) to Arbejds-Budget
                   perform kontroller-et-budget
                   move DAGS-MAANED-TEKST
                       to BK-KONTROL-MAANED of Arbejds-Budget
                   move Arbejds-Budget to BT-REC (BT-INDEX)
               end-if
           end-perform
           exit.

      kontroller-et-budget.
           add 1 to ANTAL-KONTROLLERET
           perform hent-budget-saldo
           move BK-PLAN-START-MD of Arbejds-Budget to PERIODE-FRA-MD
           if PERIODE-FRA-MD < 1
               move 1 to PERIODE-FRA-MD
           end-if
           compute PERIODE-TIL-MD = DAGS-MAANED - 1
           move spaces to Kontrol-Linje
           write Kontrol-Linje
           move spaces to Kontrol-Linje
           move 1 to pos
           string
               "BUDGETKONTROL "           delimited by size
               DAGS-MAANED-TEKST          delimited by size
               " KUNDE-ID="               delimited by size
               BK-KUNDE-ID of Arbejds-Budget delimited by size
               " BUDGETKONTO="            delimited by size
               BK-BUDGET-KONTO-ID of Arbejds-Budget
                                          delimited by size
                  into Kontrol-Linje
                  with pointer pos
           end-string
           write Kontrol-Linje
     *> --- Aaret til dato: de afsluttede maaneder i planens periode ---
           move 0 to SUM-PLANLAGT
           move 0 to SUM-FAKTISK
           move 0 to SUM-REST-REGNINGER
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               if PT-BEHOLDES (PT-INDEX)
                   and PT-REC (PT-INDEX) (1:10)
                       = BK-KUNDE-ID of Arbejds-Budget
                   and PT-REC (PT-INDEX) (11:4) = DAGS-AAR
                   perform summer-plan-linje
                   if PERIODE-TIL-MD >= PERIODE-FRA-MD
                       move LINJE-PLANLAGT to BELOB-E
                       move LINJE-FAKTISK to BELOB-E2
                       compute LINJE-AFVIGELSE =
                           LINJE-FAKTISK - LINJE-PLANLAGT
                       move LINJE-AFVIGELSE to BELOB-E3
                       move spaces to Kontrol-Linje
                       move 1 to pos
                       string
                           "  "               delimited by size
                           BP-TEKST of Arbejds-Plan
                                              delimited by size
                           " PLANLAGT="       delimited by size
                           function TRIM(BELOB-E) delimited by size
                           " FAKTISK="        delimited by size
                           function TRIM(BELOB-E2) delimited by size
                           " AFVIGELSE="      delimited by size
                           function TRIM(BELOB-E3) delimited by size
                              into Kontrol-Linje
                              with pointer pos
                       end-string
                       write Kontrol-Linje
                   end-if
                   perform beregn-rest-af-linje
               end-if
           end-perform
           if PERIODE-TIL-MD >= PERIODE-FRA-MD
               perform summer-budget-aar
           else
               move 0 to SUM-UPLANLAGT
               move 0 to SUM-OVERFOERT
               move 0 to SUM-INDBETALT
           end-if
           move SUM-UPLANLAGT to BELOB-E
           move spaces to Kontrol-Linje
           move 1 to pos
           string
               "  UPLANLAGTE BETALINGER="     delimited by size
               function TRIM(BELOB-E)         delimited by size
                  into Kontrol-Linje
                  with pointer pos
           end-string
           write Kontrol-Linje
     *> --- Resten af aaret: de overfoersler, der endnu ikke er ---
     *> --- udfoert, mod de regninger, der endnu ikke er betalt ---
           if DAGS-DAG > BK-OVERFOERSEL-DAG of Arbejds-Budget
               compute NAESTE-OVERF-MD = DAGS-MAANED + 1
           else
               move DAGS-MAANED to NAESTE-OVERF-MD
           end-if
           if NAESTE-OVERF-MD < BK-OVERF-START-MD of Arbejds-Budget
               move BK-OVERF-START-MD of Arbejds-Budget
                   to NAESTE-OVERF-MD
           end-if
           move 0 to SUM-REST-OVERFOERSLER
           if NAESTE-OVERF-MD <= 12
               compute ANTAL-OVERFOERSLER = 13 - NAESTE-OVERF-MD
               compute SUM-REST-OVERFOERSLER =
                   BK-MAANED-BELOB of Arbejds-Budget
                   * ANTAL-OVERFOERSLER
           end-if
           compute FORVENTET-SALDO =
               BT-SALDO (BT-INDEX) + SUM-REST-OVERFOERSLER
               - SUM-REST-REGNINGER
           move BT-SALDO (BT-INDEX) to BELOB-E
           move SUM-REST-OVERFOERSLER to BELOB-E2
           move SUM-REST-REGNINGER to BELOB-E3
           move spaces to Kontrol-Linje
           move 1 to pos
           string
               "  SALDO="                     delimited by size
               function TRIM(BELOB-E)         delimited by size
               " RESTERENDE OVERFOERSLER="    delimited by size
               function TRIM(BELOB-E2)        delimited by size
               " RESTERENDE REGNINGER="       delimited by size
               function TRIM(BELOB-E3)        delimited by size
                  into Kontrol-Linje
                  with pointer pos
           end-string
           write Kontrol-Linje
           move FORVENTET-SALDO to BELOB-E
           move spaces to Kontrol-Linje
           move 1 to pos
           string
               "  FORVENTET SALDO VED AARETS UDGANG="
                                              delimited by size
               function TRIM(BELOB-E)         delimited by size
                  into Kontrol-Linje
                  with pointer pos
           end-string
           if FORVENTET-SALDO < 0
               string
                   " - UNDERFINANSIERET"      delimited by size
                      into Kontrol-Linje
                      with pointer pos
               end-string
           end-if
           write Kontrol-Linje
           move 0 to BK-MANGLER-BELOB of Arbejds-Budget
           if FORVENTET-SALDO < 0
               compute BK-MANGLER-BELOB of Arbejds-Budget =
                   0 - FORVENTET-SALDO
               perform advar-underfinansieret
           end-if
           exit.

     *> --- Det, der endnu mangler at blive betalt paa planlinjen i ---
     *> --- Arbejds-Plan: planen fra indevaerende maaned, minus det, ---
     *> --- der allerede er betalt i maaneden ---
      beregn-rest-af-linje.
           move 0 to LINJE-REST
           perform varying MD-INDEX from DAGS-MAANED by 1
               until MD-INDEX > 12
               if MD-INDEX >= BK-PLAN-START-MD of Arbejds-Budget
                   add BP-MAANED-BELOB of Arbejds-Plan (MD-INDEX)
                       to LINJE-REST
               end-if
           end-perform
           subtract PT-FAKTISK (PT-INDEX DAGS-MAANED) from LINJE-REST
           if LINJE-REST > 0
               add LINJE-REST to SUM-REST-REGNINGER
           end-if
           exit.

     *> --- Planen er underfinansieret: kunden varsles via feedet, ---
     *> --- og raadgiveren faar sagen paa morgen-worklisten ---
      advar-underfinansieret.
           add 1 to ANTAL-ADVARSLER
           move BK-MANGLER-BELOB of Arbejds-Budget to BELOB-E
           move spaces to Advarsel-Feed-Linje
           move 1 to pos
           string
               BK-BUDGET-KONTO-ID of Arbejds-Budget
                                          delimited by size
               "|"                        delimited by size
               DAGS-DATO                  delimited by size
               "|budgettet mangler "      delimited by size
               function TRIM(BELOB-E)     delimited by size
               " kr til aarets regninger" delimited by size
               "||"                       delimited by size
                  into Advarsel-Feed-Linje
                  with pointer pos
           end-string
           write Advarsel-Feed-Linje
           move spaces to Exceptions-Linje
           move 1 to pos
           string
               "BETINGELSE=BUDGETKONTO-UNDERFINANSIERET"
                                          delimited by size
               " KONTO-ID="               delimited by size
               BK-BUDGET-KONTO-ID of Arbejds-Budget
                                          delimited by size
               " KUNDE-ID="               delimited by size
               BK-KUNDE-ID of Arbejds-Budget delimited by size
               " MANGLER="                delimited by size
               function TRIM(BELOB-E)     delimited by size
                  into Exceptions-Linje
                  with pointer pos
           end-string
           write Exceptions-Linje
           exit.

     *> ================================================================
     *> --- Aarsberegningen: ny plan, nyt maanedligt beloeb og ny ---
     *> --- ramme for hver budgetkonto, der skal omberegnes ---
     *> ================================================================
      omberegn-budgetter.
           move 0 to ANTAL-SCAN-KONTI
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               if BT-SKAL-OMBEREGNES (BT-INDEX)
                   add 1 to ANTAL-SCAN-KONTI
                   move BT-REC (BT-INDEX) to Arbejds-Budget
     *> --- Kundens gamle plan for aaret erstattes ---
                   perform varying PT-INDEX from 1 by 1
                       until PT-INDEX > PT-ANTAL
                       if PT-REC (PT-INDEX) (1:10)
                           = BK-KUNDE-ID of Arbejds-Budget
                           and PT-REC (PT-INDEX) (11:4) <= DAGS-AAR
                           set PT-UDGAAR (PT-INDEX) to TRUE
                       end-if
                   end-perform
               end-if
           end-perform
           if ANTAL-SCAN-KONTI = 0
               exit paragraph
           end-if
           perform plan-fra-bs-aftaler
           perform plan-fra-faste-ordrer
           perform plan-fra-manuelle-poster
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               if BT-SKAL-OMBEREGNES (BT-INDEX)
                   move BT-REC (BT-INDEX) to Arbejds-Budget
                   perform beregn-et-budget
                   move Arbejds-Budget to BT-REC (BT-INDEX)
               end-if
           end-perform
           exit.

     *> --- Finder den budgetkonto, der skal omberegnes, for ---
     *> --- kontoen SCAN-KONTO-ID (eller kunden BT-OPSLAG-KUNDE, ---
     *> --- naar kontoen er blank) ---
      find-omberegnet-budget.
           set BT-IKKE-FUNDET to TRUE
           perform varying BT-INDEX from 1 by 1
               until BT-FUNDET or BT-INDEX > BT-ANTAL
               if BT-SKAL-OMBEREGNES (BT-INDEX)
                   if SCAN-KONTO-ID not = spaces
                       if BT-REC (BT-INDEX) (11:14) = SCAN-KONTO-ID
                           set BT-FUNDET to TRUE
                       end-if
                   else
                       if BT-REC (BT-INDEX) (1:10) = BT-OPSLAG-KUNDE
                           set BT-FUNDET to TRUE
                       end-if
                   end-if
               end-if
           end-perform
           if BT-FUNDET
               subtract 1 from BT-INDEX
           end-if
           exit.

     *> --- Betalingsservice-aftaler paa budgetkontoen opkraeves ---
     *> --- hver maaned ---
      plan-fra-bs-aftaler.
           move "N" to EOF-check-aftaler
           open input BS-Aftaler-In
           perform until end-of-file-aftaler
               read BS-Aftaler-In
                   at end move "Y" to EOF-check-aftaler
                   not at end
                       move BSA-KONTO-ID to SCAN-KONTO-ID
                       perform find-omberegnet-budget
                       if BT-FUNDET
                           and function TEST-NUMVAL(BSA-BELOB) = 0
                           move function NUMVAL(BSA-BELOB)
                               to KILDE-BELOB
                           if KILDE-BELOB < 0
                               compute KILDE-BELOB = 0 - KILDE-BELOB
                           end-if
                           move "B" to NY-KILDE
                           move spaces to NY-MAERKE
                           string
                               "BS:"            delimited by size
                               BSA-AFTALE-ID    delimited by size
                                  into NY-MAERKE
                           end-string
                           move spaces to NY-TEKST
                           string
                               "BS "            delimited by size
                               BSA-TEKST        delimited by size
                                  into NY-TEKST
                           end-string
                           move 0 to KILDE-MAANED
                           perform laeg-beloeb-paa-plan
                       end-if
               end-read
           end-perform
           close BS-Aftaler-In
           exit.

     *> --- Faste overfoersler FRA budgetkontoen (negativt beloeb) ---
     *> --- laegges paa planen i de maaneder, ordren forfalder i ---
     *> --- budgetaaret - samme frekvens-spring som ---
     *> --- fasteOverfoersler's udvid-en-ordre ---
      plan-fra-faste-ordrer.
           move "N" to EOF-check-ordrer
           open input Faste-Ordrer-In
           perform until end-of-file-ordrer
               read Faste-Ordrer-In
                   at end move "Y" to EOF-check-ordrer
                   not at end
                       move FO-KONTO-ID to SCAN-KONTO-ID
                       perform find-omberegnet-budget
                       if BT-FUNDET
                           and function TEST-NUMVAL(FO-BELOB) = 0
                           move function NUMVAL(FO-BELOB)
                               to KILDE-BELOB
                           if KILDE-BELOB < 0
                               perform plan-fra-en-fast-ordre
                           end-if
                       end-if
               end-read
           end-perform
           close Faste-Ordrer-In
           exit.

      plan-fra-en-fast-ordre.
           evaluate FO-FREKVENS
               when "M" move 1  to FREKVENS-MAANEDER
               when "K" move 3  to FREKVENS-MAANEDER
               when "A" move 12 to FREKVENS-MAANEDER
               when other move 0 to FREKVENS-MAANEDER
           end-evaluate
           if FREKVENS-MAANEDER = 0
               or FO-FOERSTE-DATO (1:4) is not numeric
               or FO-FOERSTE-DATO (6:2) is not numeric
               exit paragraph
           end-if
           compute KILDE-BELOB = 0 - KILDE-BELOB
           move "F" to NY-KILDE
           move spaces to NY-MAERKE
           string
               "FAST:"            delimited by size
               FO-ORDRE-ID        delimited by size
                  into NY-MAERKE
           end-string
           move spaces to NY-TEKST
           string
               "FAST "            delimited by size
               FO-MODPART         delimited by size
                  into NY-TEKST
           end-string
           move FO-SIDSTE-DATO to SIDSTE-DATO-TEKST
           if SIDSTE-DATO-TEKST = spaces
               move "9999-12-31" to SIDSTE-DATO-TEKST
           end-if
           move FO-FOERSTE-DATO (1:4) to FOREKOMST-AAR
           move FO-FOERSTE-DATO (6:2) to FOREKOMST-MD
           perform until FOREKOMST-AAR > DAGS-AAR
               move spaces to FOREKOMST-DATO-TEKST
               string
                   FOREKOMST-AAR        delimited by size
                   "-"                  delimited by size
                   FOREKOMST-MD         delimited by size
                   "-"                  delimited by size
                   FO-FOERSTE-DATO (9:2) delimited by size
                      into FOREKOMST-DATO-TEKST
               end-string
               if FOREKOMST-DATO-TEKST > SIDSTE-DATO-TEKST
                   move 9999 to FOREKOMST-AAR
               else
                   if FOREKOMST-AAR = DAGS-AAR
                       move FOREKOMST-MD to KILDE-MAANED
                       perform laeg-beloeb-paa-plan
                   end-if
                   add FREKVENS-MAANEDER to FOREKOMST-MD
                   if FOREKOMST-MD > 12
                       subtract 12 from FOREKOMST-MD
                       add 1 to FOREKOMST-AAR
                   end-if
               end-if
           end-perform
           exit.

     *> --- Kundens manuelle poster - ugyldige poster afvises til ---
     *> --- undtagelsesfilen og springes over ---
      plan-fra-manuelle-poster.
           move "N" to EOF-check-manuel
           open input Manuel-Post-In
           perform until end-of-file-manuel
               read Manuel-Post-In
                   at end move "Y" to EOF-check-manuel
                   not at end
                       move spaces to SCAN-KONTO-ID
                       move BMP-KUNDE-ID to BT-OPSLAG-KUNDE
                       perform find-omberegnet-budget
                       if BT-FUNDET
                           perform plan-fra-en-manuel-post
                       end-if
               end-read
           end-perform
           close Manuel-Post-In
           exit.

      plan-fra-en-manuel-post.
           move spaces to AFVISNINGS-GRUND
           if BMP-MAANED is not numeric
               move "MANUEL-MAANED-UGYLDIG" to AFVISNINGS-GRUND
           else
               move BMP-MAANED to KILDE-MAANED
               if KILDE-MAANED > 12
                   move "MANUEL-MAANED-UGYLDIG" to AFVISNINGS-GRUND
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               if function TEST-NUMVAL(BMP-BELOB) not = 0
                   move "MANUEL-BELOB-UGYLDIGT" to AFVISNINGS-GRUND
               else
                   move function NUMVAL(BMP-BELOB) to KILDE-BELOB
                   if KILDE-BELOB not > 0
                       move "MANUEL-BELOB-UGYLDIGT"
                           to AFVISNINGS-GRUND
                   end-if
               end-if
           end-if
           if AFVISNINGS-GRUND not = spaces
               add 1 to ANTAL-MANUEL-AFVIST
               move spaces to Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE=BUDGETKONTO-" delimited by size
                   function TRIM(AFVISNINGS-GRUND)
                                          delimited by size
                   " KUNDE-ID="           delimited by size
                   BMP-KUNDE-ID           delimited by size
                   " TEKST="              delimited by size
                   BMP-TEKST              delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
               write Exceptions-Linje
               exit paragraph
           end-if
           move "M" to NY-KILDE
           move BMP-MAERKE to NY-MAERKE
           move BMP-TEKST to NY-TEKST
           perform laeg-beloeb-paa-plan
           exit.

     *> --- Laegger KILDE-BELOB paa planlinjen (NY-KILDE, NY-MAERKE, ---
     *> --- NY-TEKST) for budgetkontoen BT-INDEX i budgetaaret - i ---
     *> --- maaneden KILDE-MAANED, eller hver maaned, naar den er 0. ---
     *> --- Linjen oprettes, hvis den ikke findes ---
      laeg-beloeb-paa-plan.
           move BT-REC (BT-INDEX) to Arbejds-Budget
           set PT-IKKE-FUNDET to TRUE
           perform varying PT-INDEX from 1 by 1
               until PT-FUNDET or PT-INDEX > PT-ANTAL
               move PT-REC (PT-INDEX) to Arbejds-Plan
               if PT-BEHOLDES (PT-INDEX)
                   and BP-KUNDE-ID of Arbejds-Plan
                       = BK-KUNDE-ID of Arbejds-Budget
                   and BP-AAR of Arbejds-Plan = DAGS-AAR
                   and BP-KILDE of Arbejds-Plan = NY-KILDE
                   and BP-MAERKE of Arbejds-Plan = NY-MAERKE
                   and BP-TEKST of Arbejds-Plan = NY-TEKST
                   set PT-FUNDET to TRUE
               end-if
           end-perform
           if PT-FUNDET
               subtract 1 from PT-INDEX
               move PT-REC (PT-INDEX) to Arbejds-Plan
           else
               move spaces to Arbejds-Plan
               move BK-KUNDE-ID of Arbejds-Budget
                   to BP-KUNDE-ID of Arbejds-Plan
               move DAGS-AAR to BP-AAR of Arbejds-Plan
               move NY-KILDE to BP-KILDE of Arbejds-Plan
               move NY-MAERKE to BP-MAERKE of Arbejds-Plan
               move NY-TEKST to BP-TEKST of Arbejds-Plan
               perform varying MD-INDEX from 1 by 1
                   until MD-INDEX > 12
                   move 0 to BP-MAANED-BELOB of Arbejds-Plan (MD-INDEX)
               end-perform
               move 0 to BP-AARS-BELOB of Arbejds-Plan
               perform tilfoej-plan-linje
               if PT-INDEX = 0
                   exit paragraph
               end-if
           end-if
           if KILDE-MAANED = 0
               perform varying MD-INDEX from 1 by 1
                   until MD-INDEX > 12
                   add KILDE-BELOB
                       to BP-MAANED-BELOB of Arbejds-Plan (MD-INDEX)
               end-perform
               compute BP-AARS-BELOB of Arbejds-Plan =
                   BP-AARS-BELOB of Arbejds-Plan + KILDE-BELOB * 12
           else
               add KILDE-BELOB
                   to BP-MAANED-BELOB of Arbejds-Plan (KILDE-MAANED)
               add KILDE-BELOB to BP-AARS-BELOB of Arbejds-Plan
           end-if
           move Arbejds-Plan to PT-REC (PT-INDEX)
           exit.

     *> --- Beregner det maanedlige beloeb og rammen for ---
     *> --- budgetkontoen i Arbejds-Budget (BT-INDEX): planen ---
     *> --- daekker regningerne fra indevaerende maaned, og den ---
     *> --- foerste overfoersel er i denne maaned, hvis ---
     *> --- overfoerselsdagen ikke er passeret ---
      beregn-et-budget.
           add 1 to ANTAL-OMBEREGNET
           perform hent-budget-saldo
           move DAGS-MAANED to BK-PLAN-START-MD of Arbejds-Budget
           if DAGS-DAG > BK-OVERFOERSEL-DAG of Arbejds-Budget
               compute BK-OVERF-START-MD of Arbejds-Budget =
                   DAGS-MAANED + 1
           else
               move DAGS-MAANED to BK-OVERF-START-MD of Arbejds-Budget
           end-if
           move 0 to PLAN-REST-I-ALT
           move 0 to BK-AARS-BELOB of Arbejds-Budget
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               if PT-BEHOLDES (PT-INDEX)
                   and PT-REC (PT-INDEX) (1:10)
                       = BK-KUNDE-ID of Arbejds-Budget
                   and PT-REC (PT-INDEX) (11:4) = DAGS-AAR
                   move PT-REC (PT-INDEX) to Arbejds-Plan
                   add BP-AARS-BELOB of Arbejds-Plan
                       to BK-AARS-BELOB of Arbejds-Budget
                   perform varying MD-INDEX
                       from BK-PLAN-START-MD of Arbejds-Budget by 1
                       until MD-INDEX > 12
                       add BP-MAANED-BELOB of Arbejds-Plan (MD-INDEX)
                           to PLAN-REST-I-ALT
                   end-perform
               end-if
           end-perform
     *> --- Det maanedlige beloeb: de resterende regninger minus ---
     *> --- saldoen, delt paa de resterende overfoersler og rundet ---
     *> --- op til hele kroner ---
           move 0 to MAANED-BELOB-BEREGNET
           move 0 to ANTAL-OVERFOERSLER
           if BK-OVERF-START-MD of Arbejds-Budget <= 12
               compute ANTAL-OVERFOERSLER =
                   13 - BK-OVERF-START-MD of Arbejds-Budget
           end-if
           if ANTAL-OVERFOERSLER > 0
               and PLAN-REST-I-ALT > BT-SALDO (BT-INDEX)
               compute MAANED-BELOB-BEREGNET =
                   (PLAN-REST-I-ALT - BT-SALDO (BT-INDEX))
                   / ANTAL-OVERFOERSLER
               move MAANED-BELOB-BEREGNET to MAANED-BELOB-HEL
               if MAANED-BELOB-HEL < MAANED-BELOB-BEREGNET
                   add 1 to MAANED-BELOB-HEL
               end-if
               move MAANED-BELOB-HEL to MAANED-BELOB-BEREGNET
           end-if
           move MAANED-BELOB-BEREGNET
               to BK-MAANED-BELOB of Arbejds-Budget
     *> --- Rammen: det stoerste underskud, naar maanedens ---
     *> --- regninger falder foer maanedens overfoersel ---
           move BT-SALDO (BT-INDEX) to SIMULERET-SALDO
           move BT-SALDO (BT-INDEX) to LAVESTE-SALDO
           perform varying MD-INDEX
               from BK-PLAN-START-MD of Arbejds-Budget by 1
               until MD-INDEX > 12
               move 0 to PLAN-MAANED-I-ALT
               perform varying PT-INDEX from 1 by 1
                   until PT-INDEX > PT-ANTAL
                   if PT-BEHOLDES (PT-INDEX)
                       and PT-REC (PT-INDEX) (1:10)
                           = BK-KUNDE-ID of Arbejds-Budget
                       and PT-REC (PT-INDEX) (11:4) = DAGS-AAR
                       move PT-REC (PT-INDEX) to Arbejds-Plan
                       add BP-MAANED-BELOB of Arbejds-Plan (MD-INDEX)
                           to PLAN-MAANED-I-ALT
                   end-if
               end-perform
               subtract PLAN-MAANED-I-ALT from SIMULERET-SALDO
               if SIMULERET-SALDO < LAVESTE-SALDO
                   move SIMULERET-SALDO to LAVESTE-SALDO
               end-if
               if MD-INDEX >= BK-OVERF-START-MD of Arbejds-Budget
                   add MAANED-BELOB-BEREGNET to SIMULERET-SALDO
               end-if
           end-perform
           move 0 to RAMME-BEREGNET
           if LAVESTE-SALDO < 0
               compute RAMME-HUNDREDER = (0 - LAVESTE-SALDO) / 100
               if RAMME-HUNDREDER * 100 < 0 - LAVESTE-SALDO
                   add 1 to RAMME-HUNDREDER
               end-if
               compute RAMME-BEREGNET = RAMME-HUNDREDER * 100
           end-if
           move RAMME-BEREGNET to BK-RAMME of Arbejds-Budget
           move DAGS-AAR to BK-BEREGNET-AAR of Arbejds-Budget
           move DAGS-DATO to BK-BEREGNET-DATO of Arbejds-Budget
           move DAGS-MAANED-TEKST to BK-KONTROL-MAANED of Arbejds-Budget
           move 0 to BK-MANGLER-BELOB of Arbejds-Budget
           set BT-ORDRER-AENDRES (BT-INDEX) to TRUE
           set BT-RAMME-AENDRES (BT-INDEX) to TRUE
           move BK-MAANED-BELOB of Arbejds-Budget to BELOB-E
           move BK-RAMME of Arbejds-Budget to BELOB-E2
           move BK-AARS-BELOB of Arbejds-Budget to BELOB-E3
           move spaces to Kontrol-Linje
           write Kontrol-Linje
           move spaces to Kontrol-Linje
           move 1 to pos
           string
               "AARSBEREGNING "           delimited by size
               DAGS-AAR                   delimited by size
               " KUNDE-ID="               delimited by size
               BK-KUNDE-ID of Arbejds-Budget delimited by size
               " BUDGETKONTO="            delimited by size
               BK-BUDGET-KONTO-ID of Arbejds-Budget
                                          delimited by size
               " REGNINGER="              delimited by size
               function TRIM(BELOB-E3)    delimited by size
               " MAANEDLIG="              delimited by size
               function TRIM(BELOB-E)     delimited by size
               " RAMME="                  delimited by size
               function TRIM(BELOB-E2)    delimited by size
                  into Kontrol-Linje
                  with pointer pos
           end-string
           write Kontrol-Linje
           exit.

     *> --- Lukkede budgetkonti: resten af planen udgaar ---
      luk-budgetter.
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               move BT-REC (BT-INDEX) to Arbejds-Budget
               if BK-STATUS of Arbejds-Budget = "L"
                   and BT-ORDRER-AENDRES (BT-INDEX)
                   perform varying PT-INDEX from 1 by 1
                       until PT-INDEX > PT-ANTAL
                       if PT-REC (PT-INDEX) (1:10)
                           = BK-KUNDE-ID of Arbejds-Budget
                           set PT-UDGAAR (PT-INDEX) to TRUE
                       end-if
                   end-perform
               end-if
           end-perform
           exit.

     *> ================================================================
     *> --- De faste ordrer og rammerne skrives om for de ---
     *> --- budgetkonti, der er beregnet eller lukket i koerslen ---
     *> ================================================================
      opdater-faste-ordrer.
           move "N" to FAST-ORDRE-AENDRET-FLAG
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               if BT-ORDRER-AENDRES (BT-INDEX)
                   move "J" to FAST-ORDRE-AENDRET-FLAG
               end-if
           end-perform
           if not FAST-ORDRE-ER-AENDRET
               exit paragraph
           end-if
           move "N" to EOF-check-ordrer
           open input Faste-Ordrer-In
           open output Faste-Ordrer-Work-Out
           perform until end-of-file-ordrer
               read Faste-Ordrer-In
                   at end move "Y" to EOF-check-ordrer
                   not at end
                       perform opdater-en-fast-ordre
                       write Fast-Ordre-Work-Linje from Fast-Ordre-Linje
               end-read
           end-perform
           close Faste-Ordrer-In
     *> --- Ordrer, der ikke stod i filen, tilfoejes ---
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               if BT-ORDRER-AENDRES (BT-INDEX)
                   move BT-REC (BT-INDEX) to Arbejds-Budget
                   if BK-STATUS of Arbejds-Budget = "A"
                       and BK-MAANED-BELOB of Arbejds-Budget > 0
                       perform byg-ordre-id
                       if not BT-UD-SKREVET (BT-INDEX)
                           move spaces to Fast-Ordre-Linje
                           move ORDRE-ID-UD to FO-ORDRE-ID
                           perform udfyld-budget-ordre
                           write Fast-Ordre-Work-Linje
                               from Fast-Ordre-Linje
                       end-if
                       if not BT-IND-SKREVET (BT-INDEX)
                           move spaces to Fast-Ordre-Linje
                           move ORDRE-ID-IND to FO-ORDRE-ID
                           perform udfyld-budget-ordre
                           write Fast-Ordre-Work-Linje
                               from Fast-Ordre-Linje
                       end-if
                   end-if
               end-if
           end-perform
           close Faste-Ordrer-Work-Out
           move "N" to EOF-check-ordrer
           open input Faste-Ordrer-Work-Out
           open output Faste-Ordrer-In
           perform until end-of-file-ordrer
               read Faste-Ordrer-Work-Out
                   at end move "Y" to EOF-check-ordrer
                   not at end
                       write Fast-Ordre-Linje from Fast-Ordre-Work-Linje
               end-read
           end-perform
           close Faste-Ordrer-Work-Out
           close Faste-Ordrer-In
           exit.

     *> --- En eksisterende ordre: hoerer den til en budgetkonto, ---
     *> --- der er beregnet eller lukket, fornyes den - eller ---
     *> --- afsluttes med dags dato. Budgetkontoen markeres, saa ---
     *> --- dens ordrer ikke ogsaa tilfoejes som nye ---
      opdater-en-fast-ordre.
           if FO-ORDRE-ID (1:2) not = "BU"
               or FO-ORDRE-ID (3:5) is not numeric
               exit paragraph
           end-if
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               if BT-ORDRER-AENDRES (BT-INDEX)
                   and BT-REC (BT-INDEX) (54:5) = FO-ORDRE-ID (3:5)
                   move BT-REC (BT-INDEX) to Arbejds-Budget
                   perform byg-ordre-id
                   if BK-STATUS of Arbejds-Budget = "A"
                       and BK-MAANED-BELOB of Arbejds-Budget > 0
                       if FO-ORDRE-ID = ORDRE-ID-UD
                           perform udfyld-budget-ordre
                           set BT-UD-SKREVET (BT-INDEX) to TRUE
                       end-if
                       if FO-ORDRE-ID = ORDRE-ID-IND
                           perform udfyld-budget-ordre
                           set BT-IND-SKREVET (BT-INDEX) to TRUE
                       end-if
                   else
                       if FO-SIDSTE-DATO = spaces
                           or FO-SIDSTE-DATO > DAGS-DATO
                           move DAGS-DATO to FO-SIDSTE-DATO
                       end-if
                   end-if
               end-if
           end-perform
           exit.

     *> --- Udfylder den faste ordre FO-ORDRE-ID for budgetkontoen ---
     *> --- i Arbejds-Budget: UD fra loenkontoen, IND paa ---
     *> --- budgetkontoen, maanedligt fra foerste overfoersel og ---
     *> --- indtil videre ---
      udfyld-budget-ordre.
           move BK-KUNDE-ID of Arbejds-Budget to FO-KUNDE-ID
           move "BUDGETOVERFOERSEL" to FO-NAVN
           move spaces to FO-ADRESSE
           move BK-MAANED-BELOB of Arbejds-Budget to BELOB-E
           if FO-ORDRE-ID = ORDRE-ID-UD
               move BK-LOEN-KONTO-ID of Arbejds-Budget to FO-KONTO-ID
               move BK-LOEN-REG-NR of Arbejds-Budget to FO-REG-NR
               move BK-BUDGET-KONTO-ID of Arbejds-Budget to FO-MODPART
               move spaces to FO-BELOB
               string
                   "-"                    delimited by size
                   function TRIM(BELOB-E) delimited by size
                      into FO-BELOB
               end-string
               move "OVERFOERSEL UD" to FO-TYPE
           else
               move BK-BUDGET-KONTO-ID of Arbejds-Budget to FO-KONTO-ID
               move BK-BUDGET-REG-NR of Arbejds-Budget to FO-REG-NR
               move BK-LOEN-KONTO-ID of Arbejds-Budget to FO-MODPART
               move function TRIM(BELOB-E) to FO-BELOB
               move "OVERFOERSEL IND" to FO-TYPE
           end-if
           move "DKK" to FO-VALUTA
           move "M" to FO-FREKVENS
           move spaces to FO-FOERSTE-DATO
           move BK-OVERF-START-MD of Arbejds-Budget to FOREKOMST-MD
           move DAGS-AAR to FOREKOMST-AAR
           if FOREKOMST-MD > 12
               move 1 to FOREKOMST-MD
               add 1 to FOREKOMST-AAR
           end-if
           string
               FOREKOMST-AAR          delimited by size
               "-"                    delimited by size
               FOREKOMST-MD           delimited by size
               "-"                    delimited by size
               BK-OVERFOERSEL-DAG of Arbejds-Budget
                                      delimited by size
                  into FO-FOERSTE-DATO
           end-string
           move spaces to FO-SIDSTE-DATO
           move "F" to FO-RULNING
           exit.

      opdater-rammer.
           move "N" to RAMME-SKREVET-FLAG
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               if BT-RAMME-AENDRES (BT-INDEX)
                   move "J" to RAMME-SKREVET-FLAG
                   move BT-REC (BT-INDEX) to Arbejds-Budget
                   perform opdater-disponibel-ramme
               end-if
           end-perform
           if not RAMME-SKREVET
               exit paragraph
           end-if
           move "N" to EOF-check-graense
           open input Overtraek-Graense-In
           open output Overtraek-Graense-Work-Out
           perform until end-of-file-graense
               read Overtraek-Graense-In
                   at end move "Y" to EOF-check-graense
                   not at end
     *> --- Budgetkontiens gamle rammer udelades - de skrives ---
     *> --- paa ny nedenfor ---
                       set BT-IKKE-FUNDET to TRUE
                       perform varying BT-INDEX from 1 by 1
                           until BT-FUNDET or BT-INDEX > BT-ANTAL
                           if BT-RAMME-AENDRES (BT-INDEX)
                               and BT-REC (BT-INDEX) (11:14)
                                   = OG-KONTO-ID-IN
                               set BT-FUNDET to TRUE
                           end-if
                       end-perform
                       if BT-IKKE-FUNDET
                           write Overtraek-Graense-Work-Linje
                               from Overtraek-Graense-Linje
                       end-if
               end-read
           end-perform
           close Overtraek-Graense-In
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               if BT-RAMME-AENDRES (BT-INDEX)
                   move BT-REC (BT-INDEX) to Arbejds-Budget
                   if BK-STATUS of Arbejds-Budget = "A"
                       and BK-RAMME of Arbejds-Budget > 0
                       move BK-BUDGET-KONTO-ID of Arbejds-Budget
                           to OG-KONTO-ID-IN
                       move BK-RAMME of Arbejds-Budget
                           to OG-GRAENSE-DKK-IN
                       move 0 to OG-KONTRAKT-SATS-IN
                       write Overtraek-Graense-Work-Linje
                           from Overtraek-Graense-Linje
                   end-if
               end-if
           end-perform
           close Overtraek-Graense-Work-Out
           move "N" to EOF-check-graense
           open input Overtraek-Graense-Work-Out
           open output Overtraek-Graense-In
           perform until end-of-file-graense
               read Overtraek-Graense-Work-Out
                   at end move "Y" to EOF-check-graense
                   not at end
                       write Overtraek-Graense-Linje
                           from Overtraek-Graense-Work-Linje
               end-read
           end-perform
           close Overtraek-Graense-Work-Out
           close Overtraek-Graense-In
           exit.

     *> --- Rammen foeres ogsaa ind i den disponible position, saa ---
     *> --- nattens debit-intag-trin kan betale regningerne ---
      opdater-disponibel-ramme.
           move BK-BUDGET-KONTO-ID of Arbejds-Budget
               to DISPONIBEL-OPSLAG-KONTO
           perform find-disponibel-for-konto
           if KONTO-HAR-POSITION
               if BK-STATUS of Arbejds-Budget = "A"
                   move BK-RAMME of Arbejds-Budget
                       to DSP-RAMME-DKK (DSP-INDEX)
               else
                   move 0 to DSP-RAMME-DKK (DSP-INDEX)
               end-if
               set DISPONIBEL-ER-AENDRET to TRUE
           end-if
           exit.

      skriv-disponibel-saldo.
           if DSP-ANTAL = 0 or not DISPONIBEL-ER-AENDRET
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

      skriv-register-tilbage.
           open output Register-Out
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               write Register-Linje-Ud from BT-REC (BT-INDEX)
           end-perform
           close Register-Out
           exit.

      skriv-plan-tilbage.
           open output Plan-Out
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               if PT-BEHOLDES (PT-INDEX)
                   write Plan-Linje-Ud from PT-REC (PT-INDEX)
               end-if
           end-perform
           close Plan-Out
           exit.

      arkiver-aendringer.
           move spaces to AENDRING-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/BudgetKontoAendringerBehandlet_"
                                              delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into AENDRING-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-aendring
           open input Aendring-In
           open output Aendring-Arkiv-Out
           perform until end-of-file-aendring
               read Aendring-In
                   at end move "Y" to EOF-check-aendring
                   not at end
                       write Aendring-Arkiv-Linje from Aendring-Linje
               end-read
           end-perform
           close Aendring-Arkiv-Out
           close Aendring-In
           open output Aendring-In
           close Aendring-In
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
           move "budgetkonto" to KAP-PROGRAM
           move "BUDGETKONTO-TABEL" to KAP-TABEL
           move BT-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "PLAN-TABEL" to KAP-TABEL
           move PT-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
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
