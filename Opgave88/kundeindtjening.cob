      identification division.
      program-id. kundeIndtjening.

     *> --- Kundeindtjening: gebyrer og satser blev fastsat uden at
     *>     vide, hvilke kunder banken tjener eller taber penge paa.
     *>     Foerste koersel efter aarsskiftet (naar opgave10's
     *>     endelige aarskoersel har vaeret igennem) opgoeres aarets
     *>     resultat pr. Kunde-Id:
     *>       - indtaegter pr. konto fra text-files/KontoIndtjening.txt
     *>         (skrevet af kontoudskriften - den senest appendede
     *>         linje for konto/aar vinder):
     *>           GEBYR         = aarets gebyrer
     *>           RENTEMARGINAL = gennemsnitssaldo x FTP-sats
     *>                           + rente betalt af kunden
     *>                           (overtraek, kredit) - rente
     *>                           udbetalt til kunden
     *>           LAANEMARGINAL = betalt laanerente - restgaeld i
     *>                           LaanMaster.txt x FTP-sats
     *>         Gennemsnitssaldoen er (primo + ultimo) / 2 ud fra
     *>         aarssummerne i KontoHistorik.txt - en negativ saldo
     *>         koster altsaa funding. FTP-satsen (funds transfer
     *>         price) slaas op paa kurven i text-files/FtpKurve.txt
     *>         (loebetid i maaneder, sats) med lineaer interpolation
     *>         mellem punkterne; kontoens loebetid er produktets i
     *>         KontoProdukter.txt (0 = anfordring), laanets er
     *>         LaanMaster.txt's. Uden kurve bruges en flad sats.
     *>       - omkostninger pr. stk.: papirudskrifter (PAPIR-linjer
     *>         for aaret i StatementRegister.txt plus relations-
     *>         kopierne), BS-opkraevninger, kortkoeb og ekspeditioner
     *>         ved skranken (tallene fra KontoIndtjening.txt).
     *>         Stykomkostningerne staar i
     *>         text-files/KundeIndtjeningParameter.txt
     *>     Rapporten text-files/Udbakke/KundeIndtjening_<aar>_
     *>     <tidsstempel>.txt har en KND-linje pr. kunde, sum-linjer
     *>     pr. husstand (HusstandRegister.txt), loyalitets-tier
     *>     (LoyalitetsRegister.txt), produkt (kontoens produkt,
     *>     laanene som LAAN) og filial (FilialRaadgivere.txt), og
     *>     BND-linjer med de mindst profitable kunder til
     *>     prisgennemgangen. Aaret noteres i
     *>     KundeIndtjeningRegister.txt, saa det kun dannes een gang
     *>     - et aar kan dannes igen ved at angive det i
     *>     parameterfilen. Ugyldige kurve-, laane- og indtjenings-
     *>     linjer skrives til KundeIndtjeningExceptions.txt.

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/KundeIndtjeningParameter.txt"
               organization is line sequential.
           select optional Ftp-Kurve-In
               assign to "text-files/FtpKurve.txt"
               organization is line sequential.
           select optional Register-In
               assign to "text-files/KundeIndtjeningRegister.txt"
               organization is line sequential.
           select Register-Out
               assign to "text-files/KundeIndtjeningRegister.txt"
               organization is line sequential
               file status is REGISTER-STATUS.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Produkt-In
               assign to "text-files/KontoProdukter.txt"
               organization is line sequential.
           select optional Filial-In
               assign to "text-files/FilialRaadgivere.txt"
               organization is line sequential.
           select optional Loyalitets-Register-In
               assign to "text-files/LoyalitetsRegister.txt"
               organization is line sequential.
           select optional Husstand-Register-In
               assign to "text-files/HusstandRegister.txt"
               organization is line sequential.
           select optional Laan-Master-In
               assign to "text-files/LaanMaster.txt"
               organization is line sequential.
           select optional Konto-Historik-In
               assign to "text-files/KontoHistorik.txt"
               organization is line sequential.
           select optional Konto-Indtjening-In
               assign to "text-files/KontoIndtjening.txt"
               organization is line sequential.
           select optional Statement-Register-In
               assign to "text-files/StatementRegister.txt"
               organization is line sequential.
           select Rapport-Out
               assign to dynamic RAPPORT-FIL-NAVN
               organization is line sequential.
           select Exception-Out
               assign to "text-files/KundeIndtjeningExceptions.txt"
               organization is line sequential.
     *> --- Sorteringsfiler: rapportens linjer pr. art og noegle, ---
     *> --- og kunderne efter resultat til bund-listen ---
           select Sort-Gruppe-Work
               assign to "SortIndtjening".
           select Sort-Bund-Work
               assign to "SortBund".
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Parameter-In.
      01 Parameter-Linje.
           02 PARM-AAR              pic x(4).
           02 PARM-PAPIR-STK        pic 9(5)v99.
           02 PARM-BS-STK           pic 9(5)v99.
           02 PARM-KORT-STK         pic 9(5)v99.
           02 PARM-BESOEG-STK       pic 9(5)v99.
           02 PARM-BUND-ANTAL       pic 9(3).
      fd Ftp-Kurve-In.
      01 Ftp-Kurve-Linje.
           02 FK-LOEBETID-IN        pic 9(3).
           02 FK-SATS-IN            pic 9(2)v9999.
      fd Register-In.
      01 Register-Linje-In.
           02 RG-TAG-IN             pic x(4).
           02 RG-AAR-IN             pic x(4).
           02 FILLER                pic x(112).
      fd Register-Out.
      01 Register-Linje-Ud         pic x(120) value spaces.
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN        pic x(14).
           02 KM-REG-NR-IN          pic x(6).
           02 KM-KUNDE-ID-IN        pic x(10).
           02 KM-OPRETTET-DATO-IN   pic x(10).
           02 KM-PRODUKT-KODE-IN    pic x(4).
      fd Konto-Produkt-In.
      01 Konto-Produkt-Linje.
           02 KP-KONTO-ID-IN        pic x(14).
           02 KP-PRODUKT-KODE-IN    pic x(4).
           02 KP-PRODUKT-NAVN-IN    pic x(20).
           02 KP-GEBYR-DKK-IN       pic 9(9)v99.
           02 KP-RENTE-SATS-IN      pic 9(2)v9999.
           02 KP-UDLOEB-DATO-IN     pic x(10).
           02 KP-LOEBETID-MDR-IN    pic 9(3).
           02 KP-KILDESKAT-FLAG-IN  pic x.
      fd Filial-In.
      01 Filial-Linje.
           02 FI-KONTO-ID-IN        pic x(14).
           02 FI-FILIAL-KODE-IN     pic x(4).
           02 FI-FILIAL-NAVN-IN     pic x(20).
           02 FI-RAADGIVER-IN       pic x(30).
           02 FI-TELEFON-IN         pic x(15).
      fd Loyalitets-Register-In.
      01 Loyalitets-Register-Linje-In.
           02 LR-KUNDE-ID-IN        pic x(10).
           02 LR-TIER-NAVN-IN       pic x(12).
      fd Husstand-Register-In.
      01 Husstand-Register-Linje.
           02 HR-HUSSTAND-ID-IN     pic x(10).
           02 HR-KUNDE-ID-IN        pic x(10).
           02 HR-GODKENDT-AF-IN     pic x(8).
           02 HR-GODKENDT-DATO-IN   pic x(10).
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
      fd Konto-Historik-In.
      01 Konto-Historik-Linje-In   pic x(100).
      fd Konto-Indtjening-In.
      01 Konto-Indtjening-Linje-In pic x(200).
      fd Statement-Register-In.
      01 Statement-Register-Linje-In pic x(200).
      fd Rapport-Out.
      01 Rapport-Linje             pic x(250) value spaces.
      fd Exception-Out.
      01 Exception-Linje           pic x(200) value spaces.
      sd Sort-Gruppe-Work.
      01 Sort-Gruppe-Record.
           02 SG-ART-NR             pic 9.
           02 SG-NOEGLE             pic x(12).
           02 SG-INDEX              pic 9(5).
      sd Sort-Bund-Work.
      01 Sort-Bund-Record.
           02 SB-RESULTAT           pic s9(13)v99.
           02 SB-KUNDE-ID           pic x(10).
           02 SB-INDEX              pic 9(5).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-kurve          pic x value "N".
           88 end-of-file-kurve   value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-produkt        pic x value "N".
           88 end-of-file-produkt value "Y".
      01 EOF-check-filial         pic x value "N".
           88 end-of-file-filial  value "Y".
      01 EOF-check-loyalitet      pic x value "N".
           88 end-of-file-loyalitet value "Y".
      01 EOF-check-husstand       pic x value "N".
           88 end-of-file-husstand value "Y".
      01 EOF-check-laan           pic x value "N".
           88 end-of-file-laan    value "Y".
      01 EOF-check-historik       pic x value "N".
           88 end-of-file-historik value "Y".
      01 EOF-check-indtjening     pic x value "N".
           88 end-of-file-indtjening value "Y".
      01 EOF-check-statement      pic x value "N".
           88 end-of-file-statement value "Y".
      01 EOF-check-sort           pic x value "N".
           88 end-of-file-sort    value "Y".
      01 pos                      pic 9(4) value 1.
      01 REGISTER-STATUS          pic x(2) value spaces.
      01 RAPPORT-FIL-NAVN         pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
     *> --- Rapportaaret ---
      01 RAPPORT-AAR              pic x(4) value spaces.
      01 RAPPORT-AAR-NUM          pic 9(4) value 0.
      01 RAPPORT-ULTIMO           pic x(10) value spaces.
      01 RAPPORT-FLAG             pic x value "N".
           88 AAR-SKAL-DANNES     value "Y".
           88 AAR-ER-DANNET       value "N".
     *> --- Stykomkostninger (DKK) og bund-listens laengde - ---
     *> --- overstyres i KundeIndtjeningParameter.txt ---
      01 Omkostnings-Parametre.
           02 PAPIR-STK-DKK        pic 9(5)v99 value 12.00.
           02 BS-STK-DKK           pic 9(5)v99 value 2.50.
           02 KORT-STK-DKK         pic 9(5)v99 value 0.75.
           02 BESOEG-STK-DKK       pic 9(5)v99 value 85.00.
           02 BUND-ANTAL           pic 9(3) value 25.
     *> --- FTP-kurven, sorteret efter loebetid ved indlaesningen; ---
     *> --- uden kurve gaelder FTP-STANDARD-SATS for alle loebetider
      01 FTP-STANDARD-SATS        pic 9(2)v9999 value 2.0000.
      01 Ftp-Tabel.
           02 FT-ANTAL             pic 9(3) value 0.
           02 FT-POST OCCURS 100 TIMES.
              03 FT-LOEBETID       pic 9(3).
              03 FT-SATS           pic 9(2)v9999.
      01 FT-INDEX                 pic 9(3) value 0.
      01 FT-INDEX-2               pic 9(3) value 0.
      01 Ftp-Opslag-Felter.
           02 FTP-LOEBETID         pic 9(3) value 0.
           02 FTP-SATS             pic 9(2)v9999 value 0.
           02 FTP-FUNDET-FLAG      pic x value "N".
              88 FTP-FUNDET        value "Y".
              88 FTP-IKKE-FUNDET   value "N".
     *> --- Kunderne med husstand, tier, filial og aarets tal ---
      01 Kunde-Tabel.
           02 KD-ANTAL             pic 9(5) value 0.
           02 KD-POST OCCURS 50000 TIMES.
              03 KD-KUNDE-ID       pic x(10).
              03 KD-NAVN           pic x(40).
              03 KD-HUSSTAND       pic x(10).
              03 KD-TIER           pic x(12).
              03 KD-FILIAL-KODE    pic x(4).
              03 KD-ANTAL-KONTI    pic 9(5).
              03 KD-GEBYR          pic s9(13)v99 COMP-3.
              03 KD-RENTEMARGINAL  pic s9(13)v99 COMP-3.
              03 KD-LAANEMARGINAL  pic s9(13)v99 COMP-3.
              03 KD-OMKOSTNING     pic s9(13)v99 COMP-3.
      01 KD-INDEX                 pic 9(5) value 0.
      01 KD-OPSLAG                pic x(10) value spaces.
      01 KD-FUNDET-INDEX          pic 9(5) value 0.
     *> --- Konti med ejer, produkt, filial, saldogrundlag og ---
     *> --- aarets indtjeningstal ---
      01 Konto-Tabel.
           02 KO-ANTAL             pic 9(5) value 0.
           02 KO-POST OCCURS 50000 TIMES.
              03 KO-KONTO-ID       pic x(14).
              03 KO-KUNDE-INDEX    pic 9(5).
              03 KO-PRODUKT-KODE   pic x(4).
              03 KO-LOEBETID       pic 9(3).
              03 KO-FILIAL-KODE    pic x(4).
              03 KO-PRIMO          pic s9(13)v99 COMP-3.
              03 KO-AARETS         pic s9(13)v99 COMP-3.
              03 KO-GEBYR          pic s9(13)v99 COMP-3.
              03 KO-RENTE-UDBETALT pic s9(13)v99 COMP-3.
              03 KO-RENTE-MODTAGET pic s9(13)v99 COMP-3.
              03 KO-LAANERENTE     pic s9(13)v99 COMP-3.
              03 KO-LAANE-FTP      pic s9(13)v99 COMP-3.
              03 KO-ANTAL-LAAN     pic 9(3).
              03 KO-ANTAL-KORT     pic 9(5).
              03 KO-ANTAL-BS       pic 9(5).
              03 KO-ANTAL-KASSE    pic 9(5).
              03 KO-ANTAL-PAPIR    pic 9(5).
      01 KO-INDEX                 pic 9(5) value 0.
      01 KO-OPSLAG                pic x(14) value spaces.
      01 KO-FUNDET-INDEX          pic 9(5) value 0.
     *> --- Historik-linjerne konto|aar|antal|sum til og med ---
     *> --- rapportaaret - ved gentagne linjer for samme konto/aar ---
     *> --- vinder den senest appendede ---
      01 Historik-Tabel.
           02 HK-ANTAL             pic 9(5) value 0.
           02 HK-POST OCCURS 50000 TIMES.
              03 HK-KONTO-INDEX    pic 9(5).
              03 HK-AAR            pic x(4).
              03 HK-SUM-DKK        pic s9(13)v99 COMP-3.
      01 HK-INDEX                 pic 9(5) value 0.
      01 HK-FUND-FLAG             pic x value "N".
           88 HISTORIK-FUNDET     value "Y".
           88 HISTORIK-IKKE-FUNDET value "N".
      01 Historik-Parse-Felter.
           02 HK-P-KONTO-ID        pic x(14) value spaces.
           02 HK-P-AAR             pic x(4)  value spaces.
           02 HK-P-ANTAL           pic x(8)  value spaces.
           02 HK-P-SUM             pic x(16) value spaces.
      01 Indtjening-Parse-Felter.
           02 KI-P-KONTO-ID        pic x(14) value spaces.
           02 KI-P-AAR             pic x(4)  value spaces.
           02 KI-P-KUNDE-ID        pic x(10) value spaces.
           02 KI-P-GEBYR           pic x(16) value spaces.
           02 KI-P-RENTE-UDBETALT  pic x(16) value spaces.
           02 KI-P-RENTE-MODTAGET  pic x(16) value spaces.
           02 KI-P-LAANERENTE      pic x(16) value spaces.
           02 KI-P-ANTAL-KORT      pic x(5)  value spaces.
           02 KI-P-ANTAL-BS        pic x(5)  value spaces.
           02 KI-P-ANTAL-KASSE     pic x(5)  value spaces.
      01 Statement-Parse-Felter.
           02 SR-P-KONTO-ID        pic x(14) value spaces.
           02 SR-P-AAR             pic x(4)  value spaces.
           02 SR-P-RUN-ID          pic x(30) value spaces.
           02 SR-P-KANAL           pic x(12) value spaces.
           02 SR-P-FILNAVN         pic x(120) value spaces.
           02 SR-P-KOPIER          pic x(3)  value spaces.
     *> --- Sum-linjerne: art 2 = husstand, 3 = tier, 4 = produkt, ---
     *> --- 5 = filial (art 1 er kundelinjerne selv) ---
      01 Gruppe-Tabel.
           02 GR-ANTAL             pic 9(5) value 0.
           02 GR-POST OCCURS 5000 TIMES.
              03 GR-ART-NR         pic 9.
              03 GR-NOEGLE         pic x(12).
              03 GR-ANTAL-POSTER   pic 9(7).
              03 GR-INDTAEGT       pic s9(15)v99 COMP-3.
              03 GR-OMKOSTNING     pic s9(15)v99 COMP-3.
      01 GR-INDEX                 pic 9(5) value 0.
      01 GR-FUND-FLAG             pic x value "N".
           88 GRUPPE-FUNDET       value "Y".
           88 GRUPPE-IKKE-FUNDET  value "N".
      01 Gruppe-Opslag-Felter.
           02 GO-ART-NR            pic 9 value 0.
           02 GO-NOEGLE            pic x(12) value spaces.
           02 GO-ANTAL             pic 9(5) value 0.
           02 GO-INDTAEGT          pic s9(15)v99 COMP-3 value 0.
           02 GO-OMKOSTNING        pic s9(15)v99 COMP-3 value 0.
     *> --- Kontoens beregning ---
      01 Beregnings-Felter.
           02 GNS-SALDO-DKK        pic s9(13)v99 COMP-3 value 0.
           02 KONTO-RENTEMARGINAL  pic s9(13)v99 COMP-3 value 0.
           02 KONTO-LAANEMARGINAL  pic s9(13)v99 COMP-3 value 0.
           02 KONTO-INDTAEGT       pic s9(13)v99 COMP-3 value 0.
           02 KONTO-OMKOSTNING     pic s9(13)v99 COMP-3 value 0.
           02 KUNDE-INDTAEGT       pic s9(13)v99 COMP-3 value 0.
           02 KUNDE-RESULTAT       pic s9(13)v99 COMP-3 value 0.
      01 ART-TEKST                pic x(3) value spaces.
      01 ANTAL-TEKST              pic x(6) value spaces.
      01 BUND-NR                  pic 9(3) value 0.
      01 Edit-Felter.
           02 GEBYR-E              pic -(12)9.99.
           02 RENTEMARGINAL-E      pic -(12)9.99.
           02 LAANEMARGINAL-E      pic -(12)9.99.
           02 INDTAEGT-E           pic -(12)9.99.
           02 OMKOSTNING-E         pic -(12)9.99.
           02 RESULTAT-E           pic -(12)9.99.
           02 SATS-E               pic z9.9999.
           02 STK-E                pic zzzz9.99.
      01 BETINGELSE               pic x(24) value spaces.
      01 TOTAL-INDTAEGT           pic s9(15)v99 COMP-3 value 0.
      01 TOTAL-OMKOSTNING         pic s9(15)v99 COMP-3 value 0.
      01 TOTAL-RESULTAT           pic s9(15)v99 COMP-3 value 0.
      01 ANTAL-KUNDER-RAPPORT     pic 9(7) value 0.
      01 ANTAL-LAAN               pic 9(7) value 0.
      01 ANTAL-UNDTAGELSER        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: aaret dannes een gang efter aarsskiftet ---
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
           perform bestem-rapport-aar
           if AAR-ER-DANNET
               display "Kundeindtjening: " RAPPORT-AAR
                   " er allerede dannet - intet at goere"
               stop run
           end-if
           move spaces to RAPPORT-ULTIMO
           string
               RAPPORT-AAR    delimited by size
               "-12-31"       delimited by size
                  into RAPPORT-ULTIMO
           end-string
           open output Exception-Out
           perform indlæs-ftp-kurve
           perform indlæs-kunder
           perform indlæs-konti
           perform indlæs-produkter
           perform indlæs-filialer
           perform indlæs-loyalitet
           perform indlæs-husstande
           perform indlæs-historik
           perform indlæs-indtjening
           perform indlæs-papirudskrifter
           perform indlæs-laan
           close Exception-Out
           perform beregn-konti
           perform opgoer-grupper
           perform skriv-rapport
           perform noter-dannet-aar
           display "Kundeindtjening: " RAPPORT-AAR " - "
               ANTAL-KUNDER-RAPPORT " kunde(r), " KO-ANTAL
               " konto(er), " ANTAL-LAAN " laan skrevet til "
               function TRIM(RAPPORT-FIL-NAVN)
           if ANTAL-UNDTAGELSER > 0
               display "Kundeindtjening: " ANTAL-UNDTAGELSER
                   " linje(r) afvist - se "
                   "text-files/KundeIndtjeningExceptions.txt"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "Kundeindtjening: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- Aaret foer dette opgoeres, hvis det ikke er dannet ---
     *> --- endnu; parameterfilen kan udpege et aar, der dannes ---
     *> --- igen, og overstyre stykomkostningerne ---
      bestem-rapport-aar.
           set AAR-ER-DANNET to TRUE
           compute RAPPORT-AAR-NUM = function NUMVAL(DATO-NU (1:4)) - 1
           move RAPPORT-AAR-NUM to RAPPORT-AAR
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-PAPIR-STK is numeric
                       move PARM-PAPIR-STK to PAPIR-STK-DKK
                   end-if
                   if PARM-BS-STK is numeric
                       move PARM-BS-STK to BS-STK-DKK
                   end-if
                   if PARM-KORT-STK is numeric
                       move PARM-KORT-STK to KORT-STK-DKK
                   end-if
                   if PARM-BESOEG-STK is numeric
                       move PARM-BESOEG-STK to BESOEG-STK-DKK
                   end-if
                   if PARM-BUND-ANTAL is numeric
                       and PARM-BUND-ANTAL > 0
                       move PARM-BUND-ANTAL to BUND-ANTAL
                   end-if
                   if PARM-AAR is numeric
                       move PARM-AAR to RAPPORT-AAR
                       set AAR-SKAL-DANNES to TRUE
                   end-if
           end-read
           close Parameter-In
           if AAR-SKAL-DANNES
               exit paragraph
           end-if
           set AAR-SKAL-DANNES to TRUE
           move "N" to EOF-check-register
           open input Register-In
           perform until end-of-file-register
               read Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if RG-TAG-IN = "AAR=" and RG-AAR-IN = RAPPORT-AAR
                           set AAR-ER-DANNET to TRUE
                       end-if
               end-read
           end-perform
           close Register-In
           exit.

     *> --- Kurvepunkterne indsaettes sorteret efter loebetid; et ---
     *> --- punkt for en loebetid, der allerede findes, afvises ---
      indlæs-ftp-kurve.
           move 0 to FT-ANTAL
           move "N" to EOF-check-kurve
           open input Ftp-Kurve-In
           perform until end-of-file-kurve
               read Ftp-Kurve-In
                   at end move "Y" to EOF-check-kurve
                   not at end
                       if Ftp-Kurve-Linje not = spaces
                           perform gem-et-kurvepunkt
                       end-if
               end-read
           end-perform
           close Ftp-Kurve-In
           exit.

      gem-et-kurvepunkt.
           move spaces to BETINGELSE
           evaluate TRUE
               when FK-LOEBETID-IN not numeric
                   or FK-SATS-IN not numeric
                   move "FTP-PUNKT-UGYLDIGT" to BETINGELSE
               when FT-ANTAL not < 100
                   move "FTP-KURVE-FULD" to BETINGELSE
           end-evaluate
           if BETINGELSE = spaces
               perform varying FT-INDEX from 1 by 1
                   until FT-INDEX > FT-ANTAL
                   if FT-LOEBETID (FT-INDEX) = FK-LOEBETID-IN
                       move "FTP-PUNKT-DUBLET" to BETINGELSE
                   end-if
               end-perform
           end-if
           if BETINGELSE not = spaces
               move spaces to Exception-Linje
               move 1 to pos
               string
                   "BETINGELSE="            delimited by size
                   function TRIM(BETINGELSE) delimited by size
                   " LINJE="                delimited by size
                   Ftp-Kurve-Linje          delimited by size
                      into Exception-Linje
                      with pointer pos
               end-string
               perform skriv-undtagelse
               exit paragraph
           end-if
     *> --- Ryk de laengere loebetider een plads op ---
           move FT-ANTAL to FT-INDEX
           perform until FT-INDEX = 0
               or FT-LOEBETID (FT-INDEX) < FK-LOEBETID-IN
               compute FT-INDEX-2 = FT-INDEX + 1
               move FT-POST (FT-INDEX) to FT-POST (FT-INDEX-2)
               subtract 1 from FT-INDEX
           end-perform
           add 1 to FT-INDEX
           move FK-LOEBETID-IN to FT-LOEBETID (FT-INDEX)
           move FK-SATS-IN to FT-SATS (FT-INDEX)
           add 1 to FT-ANTAL
           exit.

     *> --- FTP-SATS for FTP-LOEBETID: kurvens endepunkter gaelder ---
     *> --- udenfor kurven, og mellem to punkter interpoleres ---
     *> --- lineaert ---
      find-ftp-sats.
           if FT-ANTAL = 0
               move FTP-STANDARD-SATS to FTP-SATS
               exit paragraph
           end-if
           if FTP-LOEBETID <= FT-LOEBETID (1)
               move FT-SATS (1) to FTP-SATS
               exit paragraph
           end-if
           if FTP-LOEBETID >= FT-LOEBETID (FT-ANTAL)
               move FT-SATS (FT-ANTAL) to FTP-SATS
               exit paragraph
           end-if
           set FTP-IKKE-FUNDET to TRUE
           perform varying FT-INDEX from 1 by 1
               until FTP-FUNDET or FT-INDEX >= FT-ANTAL
               compute FT-INDEX-2 = FT-INDEX + 1
               if FTP-LOEBETID >= FT-LOEBETID (FT-INDEX)
                   and FTP-LOEBETID < FT-LOEBETID (FT-INDEX-2)
                   set FTP-FUNDET to TRUE
                   compute FTP-SATS rounded = FT-SATS (FT-INDEX)
                       + (FT-SATS (FT-INDEX-2) - FT-SATS (FT-INDEX))
                       * (FTP-LOEBETID - FT-LOEBETID (FT-INDEX))
                       / (FT-LOEBETID (FT-INDEX-2)
                          - FT-LOEBETID (FT-INDEX))
               end-if
           end-perform
           exit.

      skriv-undtagelse.
           write Exception-Linje
           add 1 to ANTAL-UNDTAGELSER
           exit.

      indlæs-kunder.
           move 0 to KD-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Kunde-Id not = spaces
                           perform gem-en-kunde
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      gem-en-kunde.
           if KD-ANTAL not < 50000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to KD-ANTAL
           move Kunde-Id to KD-KUNDE-ID (KD-ANTAL)
           move Fuld-Navn to KD-NAVN (KD-ANTAL)
           if Fuld-Navn = spaces
               move spaces to KD-NAVN (KD-ANTAL)
               string
                   function TRIM(Fornavn)   delimited by size
                   " "                      delimited by size
                   function TRIM(Efternavn) delimited by size
                      into KD-NAVN (KD-ANTAL)
               end-string
           end-if
           move "INGEN" to KD-HUSSTAND (KD-ANTAL)
           move "INGEN" to KD-TIER (KD-ANTAL)
           move "----" to KD-FILIAL-KODE (KD-ANTAL)
           move 0 to KD-ANTAL-KONTI (KD-ANTAL)
           move 0 to KD-GEBYR (KD-ANTAL)
           move 0 to KD-RENTEMARGINAL (KD-ANTAL)
           move 0 to KD-LAANEMARGINAL (KD-ANTAL)
           move 0 to KD-OMKOSTNING (KD-ANTAL)
           exit.

      find-kunde.
           move 0 to KD-FUNDET-INDEX
           perform varying KD-INDEX from 1 by 1
               until KD-FUNDET-INDEX > 0 or KD-INDEX > KD-ANTAL
               if KD-KUNDE-ID (KD-INDEX) = KD-OPSLAG
                   move KD-INDEX to KD-FUNDET-INDEX
               end-if
           end-perform
           exit.

      find-konto.
           move 0 to KO-FUNDET-INDEX
           perform varying KO-INDEX from 1 by 1
               until KO-FUNDET-INDEX > 0 or KO-INDEX > KO-ANTAL
               if KO-KONTO-ID (KO-INDEX) = KO-OPSLAG
                   move KO-INDEX to KO-FUNDET-INDEX
               end-if
           end-perform
           exit.

     *> --- Konti oprettet senest ultimo, hos en kendt kunde ---
      indlæs-konti.
           move 0 to KO-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN not = spaces
                           and KM-OPRETTET-DATO-IN <= RAPPORT-ULTIMO
                           move KM-KUNDE-ID-IN to KD-OPSLAG
                           perform find-kunde
                           if KD-FUNDET-INDEX > 0
                               perform gem-en-konto
                           end-if
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      gem-en-konto.
           if KO-ANTAL not < 50000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to KO-ANTAL
           move KM-KONTO-ID-IN to KO-KONTO-ID (KO-ANTAL)
           move KD-FUNDET-INDEX to KO-KUNDE-INDEX (KO-ANTAL)
           move KM-PRODUKT-KODE-IN to KO-PRODUKT-KODE (KO-ANTAL)
           if KM-PRODUKT-KODE-IN = spaces
               move "----" to KO-PRODUKT-KODE (KO-ANTAL)
           end-if
           move 0 to KO-LOEBETID (KO-ANTAL)
           move "----" to KO-FILIAL-KODE (KO-ANTAL)
           move 0 to KO-PRIMO (KO-ANTAL)
           move 0 to KO-AARETS (KO-ANTAL)
           move 0 to KO-GEBYR (KO-ANTAL)
           move 0 to KO-RENTE-UDBETALT (KO-ANTAL)
           move 0 to KO-RENTE-MODTAGET (KO-ANTAL)
           move 0 to KO-LAANERENTE (KO-ANTAL)
           move 0 to KO-LAANE-FTP (KO-ANTAL)
           move 0 to KO-ANTAL-LAAN (KO-ANTAL)
           move 0 to KO-ANTAL-KORT (KO-ANTAL)
           move 0 to KO-ANTAL-BS (KO-ANTAL)
           move 0 to KO-ANTAL-KASSE (KO-ANTAL)
           move 0 to KO-ANTAL-PAPIR (KO-ANTAL)
           add 1 to KD-ANTAL-KONTI (KD-FUNDET-INDEX)
           exit.

     *> --- Produktraekken overstyrer masterens kode og giver ---
     *> --- loebetiden til FTP-opslaget ---
      indlæs-produkter.
           move "N" to EOF-check-produkt
           open input Konto-Produkt-In
           perform until end-of-file-produkt
               read Konto-Produkt-In
                   at end move "Y" to EOF-check-produkt
                   not at end
                       move KP-KONTO-ID-IN to KO-OPSLAG
                       perform find-konto
                       if KO-FUNDET-INDEX > 0
                           and KP-PRODUKT-KODE-IN not = spaces
                           move KP-PRODUKT-KODE-IN
                               to KO-PRODUKT-KODE (KO-FUNDET-INDEX)
                           if KP-LOEBETID-MDR-IN is numeric
                               move KP-LOEBETID-MDR-IN
                                   to KO-LOEBETID (KO-FUNDET-INDEX)
                           end-if
                       end-if
               end-read
           end-perform
           close Konto-Produkt-In
           exit.

     *> --- Kontoens filial; kundens er den foerste af kundens ---
     *> --- konti, der staar i FilialRaadgivere.txt ---
      indlæs-filialer.
           move "N" to EOF-check-filial
           open input Filial-In
           perform until end-of-file-filial
               read Filial-In
                   at end move "Y" to EOF-check-filial
                   not at end
                       move FI-KONTO-ID-IN to KO-OPSLAG
                       perform find-konto
                       if KO-FUNDET-INDEX > 0
                           and FI-FILIAL-KODE-IN not = spaces
                           move FI-FILIAL-KODE-IN
                               to KO-FILIAL-KODE (KO-FUNDET-INDEX)
                           move KO-KUNDE-INDEX (KO-FUNDET-INDEX)
                               to KD-INDEX
                           if KD-FILIAL-KODE (KD-INDEX) = "----"
                               move FI-FILIAL-KODE-IN
                                   to KD-FILIAL-KODE (KD-INDEX)
                           end-if
                       end-if
               end-read
           end-perform
           close Filial-In
           exit.

      indlæs-loyalitet.
           move "N" to EOF-check-loyalitet
           open input Loyalitets-Register-In
           perform until end-of-file-loyalitet
               read Loyalitets-Register-In
                   at end move "Y" to EOF-check-loyalitet
                   not at end
                       move LR-KUNDE-ID-IN to KD-OPSLAG
                       perform find-kunde
                       if KD-FUNDET-INDEX > 0
                           and LR-TIER-NAVN-IN not = spaces
                           move LR-TIER-NAVN-IN
                               to KD-TIER (KD-FUNDET-INDEX)
                       end-if
               end-read
           end-perform
           close Loyalitets-Register-In
           exit.

      indlæs-husstande.
           move "N" to EOF-check-husstand
           open input Husstand-Register-In
           perform until end-of-file-husstand
               read Husstand-Register-In
                   at end move "Y" to EOF-check-husstand
                   not at end
                       move HR-KUNDE-ID-IN to KD-OPSLAG
                       perform find-kunde
                       if KD-FUNDET-INDEX > 0
                           and HR-HUSSTAND-ID-IN not = spaces
                           move HR-HUSSTAND-ID-IN
                               to KD-HUSSTAND (KD-FUNDET-INDEX)
                       end-if
               end-read
           end-perform
           close Husstand-Register-In
           exit.

     *> --- Aarssummerne til og med rapportaaret; primo er summen ---
     *> --- af de tidligere aar ---
      indlæs-historik.
           move 0 to HK-ANTAL
           move "N" to EOF-check-historik
           open input Konto-Historik-In
           perform until end-of-file-historik
               read Konto-Historik-In
                   at end move "Y" to EOF-check-historik
                   not at end
                       perform indlæs-en-historik-linje
               end-read
           end-perform
           close Konto-Historik-In
           perform varying HK-INDEX from 1 by 1
               until HK-INDEX > HK-ANTAL
               move HK-KONTO-INDEX (HK-INDEX) to KO-INDEX
               if HK-AAR (HK-INDEX) = RAPPORT-AAR
                   add HK-SUM-DKK (HK-INDEX) to KO-AARETS (KO-INDEX)
               else
                   add HK-SUM-DKK (HK-INDEX) to KO-PRIMO (KO-INDEX)
               end-if
           end-perform
           exit.

      indlæs-en-historik-linje.
           move spaces to HK-P-KONTO-ID HK-P-AAR
           move spaces to HK-P-ANTAL HK-P-SUM
           unstring Konto-Historik-Linje-In delimited by "|"
               into HK-P-KONTO-ID HK-P-AAR HK-P-ANTAL HK-P-SUM
           end-unstring
           if HK-P-AAR not numeric
               or HK-P-AAR > RAPPORT-AAR
               or function TEST-NUMVAL(HK-P-SUM) not = 0
               exit paragraph
           end-if
           move HK-P-KONTO-ID to KO-OPSLAG
           perform find-konto
           if KO-FUNDET-INDEX = 0
               exit paragraph
           end-if
           set HISTORIK-IKKE-FUNDET to TRUE
           move 1 to HK-INDEX
           perform until HISTORIK-FUNDET or HK-INDEX > HK-ANTAL
               if HK-KONTO-INDEX (HK-INDEX) = KO-FUNDET-INDEX
                   and HK-AAR (HK-INDEX) = HK-P-AAR
                   set HISTORIK-FUNDET to TRUE
               else
                   add 1 to HK-INDEX
               end-if
           end-perform
           if HISTORIK-IKKE-FUNDET
               if HK-ANTAL < 50000
                   add 1 to HK-ANTAL
                   move HK-ANTAL to HK-INDEX
                   move KO-FUNDET-INDEX to HK-KONTO-INDEX (HK-INDEX)
                   move HK-P-AAR to HK-AAR (HK-INDEX)
               else
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
           end-if
           move function NUMVAL(HK-P-SUM) to HK-SUM-DKK (HK-INDEX)
           exit.

     *> --- Rapportaarets indtjeningslinjer - en senere linje for ---
     *> --- samme konto erstatter en tidligere ---
      indlæs-indtjening.
           move "N" to EOF-check-indtjening
           open input Konto-Indtjening-In
           perform until end-of-file-indtjening
               read Konto-Indtjening-In
                   at end move "Y" to EOF-check-indtjening
                   not at end
                       perform indlæs-en-indtjening-linje
               end-read
           end-perform
           close Konto-Indtjening-In
           exit.

      indlæs-en-indtjening-linje.
           move spaces to Indtjening-Parse-Felter
           unstring Konto-Indtjening-Linje-In delimited by "|"
               into KI-P-KONTO-ID KI-P-AAR KI-P-KUNDE-ID
                    KI-P-GEBYR KI-P-RENTE-UDBETALT
                    KI-P-RENTE-MODTAGET KI-P-LAANERENTE
                    KI-P-ANTAL-KORT KI-P-ANTAL-BS KI-P-ANTAL-KASSE
           end-unstring
           if KI-P-AAR not = RAPPORT-AAR
               exit paragraph
           end-if
           move spaces to BETINGELSE
           move KI-P-KONTO-ID to KO-OPSLAG
           perform find-konto
           evaluate TRUE
               when function TEST-NUMVAL(KI-P-GEBYR) not = 0
                   or function TEST-NUMVAL(KI-P-RENTE-UDBETALT) not = 0
                   or function TEST-NUMVAL(KI-P-RENTE-MODTAGET) not = 0
                   or function TEST-NUMVAL(KI-P-LAANERENTE) not = 0
                   or function TEST-NUMVAL(KI-P-ANTAL-KORT) not = 0
                   or function TEST-NUMVAL(KI-P-ANTAL-BS) not = 0
                   or function TEST-NUMVAL(KI-P-ANTAL-KASSE) not = 0
                   move "INDTJENING-UGYLDIG" to BETINGELSE
               when KO-FUNDET-INDEX = 0
                   move "KONTO-UKENDT" to BETINGELSE
           end-evaluate
           if BETINGELSE not = spaces
               move spaces to Exception-Linje
               move 1 to pos
               string
                   "BETINGELSE="            delimited by size
                   function TRIM(BETINGELSE) delimited by size
                   " KONTO-ID="             delimited by size
                   function TRIM(KI-P-KONTO-ID) delimited by size
                   " KUNDE-ID="             delimited by size
                   function TRIM(KI-P-KUNDE-ID) delimited by size
                   " AAR="                  delimited by size
                   KI-P-AAR                 delimited by size
                      into Exception-Linje
                      with pointer pos
               end-string
               perform skriv-undtagelse
               exit paragraph
           end-if
           move KO-FUNDET-INDEX to KO-INDEX
           move function NUMVAL(KI-P-GEBYR) to KO-GEBYR (KO-INDEX)
           move function NUMVAL(KI-P-RENTE-UDBETALT)
               to KO-RENTE-UDBETALT (KO-INDEX)
           move function NUMVAL(KI-P-RENTE-MODTAGET)
               to KO-RENTE-MODTAGET (KO-INDEX)
           move function NUMVAL(KI-P-LAANERENTE)
               to KO-LAANERENTE (KO-INDEX)
           move function NUMVAL(KI-P-ANTAL-KORT)
               to KO-ANTAL-KORT (KO-INDEX)
           move function NUMVAL(KI-P-ANTAL-BS)
               to KO-ANTAL-BS (KO-INDEX)
           move function NUMVAL(KI-P-ANTAL-KASSE)
               to KO-ANTAL-KASSE (KO-INDEX)
           exit.

     *> --- Aarets papirudskrifter: PAPIR-linjerne i udskrifts- ---
     *> --- registret, hver med sine relations-kopier ---
      indlæs-papirudskrifter.
           move "N" to EOF-check-statement
           open input Statement-Register-In
           perform until end-of-file-statement
               read Statement-Register-In
                   at end move "Y" to EOF-check-statement
                   not at end
                       perform indlæs-en-udskrift
               end-read
           end-perform
           close Statement-Register-In
           exit.

      indlæs-en-udskrift.
           move spaces to Statement-Parse-Felter
           unstring Statement-Register-Linje-In delimited by "|"
               into SR-P-KONTO-ID SR-P-AAR SR-P-RUN-ID SR-P-KANAL
                    SR-P-FILNAVN SR-P-KOPIER
           end-unstring
           if SR-P-AAR not = RAPPORT-AAR
               or SR-P-KANAL not = "PAPIR"
               exit paragraph
           end-if
           move SR-P-KONTO-ID to KO-OPSLAG
           perform find-konto
           if KO-FUNDET-INDEX = 0
               exit paragraph
           end-if
           add 1 to KO-ANTAL-PAPIR (KO-FUNDET-INDEX)
           if SR-P-KOPIER is numeric
               add function NUMVAL(SR-P-KOPIER)
                   to KO-ANTAL-PAPIR (KO-FUNDET-INDEX)
           end-if
           exit.

     *> --- Laanenes funding: restgaelden x FTP-satsen for laanets ---
     *> --- loebetid, lagt paa den konto, terminerne traekkes paa ---
      indlæs-laan.
           move 0 to ANTAL-LAAN
           move "N" to EOF-check-laan
           open input Laan-Master-In
           perform until end-of-file-laan
               read Laan-Master-In
                   at end move "Y" to EOF-check-laan
                   not at end
                       if LM-LAAN-ID-IN not = spaces
                           perform indlæs-et-laan
                       end-if
               end-read
           end-perform
           close Laan-Master-In
           exit.

      indlæs-et-laan.
           move spaces to BETINGELSE
           move LM-KONTO-ID-IN to KO-OPSLAG
           perform find-konto
           evaluate TRUE
               when LM-RESTGAELD-IN not numeric
                   or LM-LOEBETID-MDR-IN not numeric
                   move "LAAN-UGYLDIGT" to BETINGELSE
               when KO-FUNDET-INDEX = 0
                   move "LAAN-KONTO-UKENDT" to BETINGELSE
           end-evaluate
           if BETINGELSE not = spaces
               move spaces to Exception-Linje
               move 1 to pos
               string
                   "BETINGELSE="            delimited by size
                   function TRIM(BETINGELSE) delimited by size
                   " LAAN-ID="              delimited by size
                   LM-LAAN-ID-IN            delimited by size
                   " KONTO-ID="             delimited by size
                   function TRIM(LM-KONTO-ID-IN) delimited by size
                      into Exception-Linje
                      with pointer pos
               end-string
               perform skriv-undtagelse
               exit paragraph
           end-if
           add 1 to ANTAL-LAAN
           move LM-LOEBETID-MDR-IN to FTP-LOEBETID
           perform find-ftp-sats
           compute KO-LAANE-FTP (KO-FUNDET-INDEX) rounded =
               KO-LAANE-FTP (KO-FUNDET-INDEX)
               + LM-RESTGAELD-IN * FTP-SATS / 100
           add 1 to KO-ANTAL-LAAN (KO-FUNDET-INDEX)
           exit.

     *> --- Kontoens marginaler og omkostninger, lagt paa kunden og ---
     *> --- paa produkt- og filial-summerne ---
      beregn-konti.
           move 0 to GR-ANTAL
           perform varying KO-INDEX from 1 by 1
               until KO-INDEX > KO-ANTAL
               perform beregn-en-konto
           end-perform
           exit.

      beregn-en-konto.
           compute GNS-SALDO-DKK rounded =
               KO-PRIMO (KO-INDEX) + KO-AARETS (KO-INDEX) / 2
           move KO-LOEBETID (KO-INDEX) to FTP-LOEBETID
           perform find-ftp-sats
           compute KONTO-RENTEMARGINAL rounded =
               GNS-SALDO-DKK * FTP-SATS / 100
               + KO-RENTE-MODTAGET (KO-INDEX)
               - KO-RENTE-UDBETALT (KO-INDEX)
           compute KONTO-LAANEMARGINAL =
               KO-LAANERENTE (KO-INDEX) - KO-LAANE-FTP (KO-INDEX)
           compute KONTO-OMKOSTNING rounded =
               KO-ANTAL-PAPIR (KO-INDEX) * PAPIR-STK-DKK
               + KO-ANTAL-BS (KO-INDEX) * BS-STK-DKK
               + KO-ANTAL-KORT (KO-INDEX) * KORT-STK-DKK
               + KO-ANTAL-KASSE (KO-INDEX) * BESOEG-STK-DKK
           move KO-KUNDE-INDEX (KO-INDEX) to KD-INDEX
           add KO-GEBYR (KO-INDEX) to KD-GEBYR (KD-INDEX)
           add KONTO-RENTEMARGINAL to KD-RENTEMARGINAL (KD-INDEX)
           add KONTO-LAANEMARGINAL to KD-LAANEMARGINAL (KD-INDEX)
           add KONTO-OMKOSTNING to KD-OMKOSTNING (KD-INDEX)
     *> --- Kontoens eget produkt baerer gebyr, rentemarginal og ---
     *> --- omkostninger; laanene samles under LAAN ---
           compute KONTO-INDTAEGT =
               KO-GEBYR (KO-INDEX) + KONTO-RENTEMARGINAL
           move 4 to GO-ART-NR
           move KO-PRODUKT-KODE (KO-INDEX) to GO-NOEGLE
           move 1 to GO-ANTAL
           move KONTO-INDTAEGT to GO-INDTAEGT
           move KONTO-OMKOSTNING to GO-OMKOSTNING
           perform tilfoej-til-gruppe
           if KO-ANTAL-LAAN (KO-INDEX) > 0
               or KO-LAANERENTE (KO-INDEX) not = 0
               move 4 to GO-ART-NR
               move "LAAN" to GO-NOEGLE
               move KO-ANTAL-LAAN (KO-INDEX) to GO-ANTAL
               move KONTO-LAANEMARGINAL to GO-INDTAEGT
               move 0 to GO-OMKOSTNING
               perform tilfoej-til-gruppe
           end-if
           add KONTO-LAANEMARGINAL to KONTO-INDTAEGT
           move 5 to GO-ART-NR
           move KO-FILIAL-KODE (KO-INDEX) to GO-NOEGLE
           move 1 to GO-ANTAL
           move KONTO-INDTAEGT to GO-INDTAEGT
           move KONTO-OMKOSTNING to GO-OMKOSTNING
           perform tilfoej-til-gruppe
           exit.

     *> --- Husstand og tier summeres pr. kunde ---
      opgoer-grupper.
           perform varying KD-INDEX from 1 by 1
               until KD-INDEX > KD-ANTAL
               if KD-ANTAL-KONTI (KD-INDEX) > 0
                   compute GO-INDTAEGT = KD-GEBYR (KD-INDEX)
                       + KD-RENTEMARGINAL (KD-INDEX)
                       + KD-LAANEMARGINAL (KD-INDEX)
                   move KD-OMKOSTNING (KD-INDEX) to GO-OMKOSTNING
                   move 1 to GO-ANTAL
                   move 2 to GO-ART-NR
                   move KD-HUSSTAND (KD-INDEX) to GO-NOEGLE
                   perform tilfoej-til-gruppe
                   move 3 to GO-ART-NR
                   move KD-TIER (KD-INDEX) to GO-NOEGLE
                   perform tilfoej-til-gruppe
               end-if
           end-perform
           exit.

      tilfoej-til-gruppe.
           set GRUPPE-IKKE-FUNDET to TRUE
           perform varying GR-INDEX from 1 by 1
               until GRUPPE-FUNDET or GR-INDEX > GR-ANTAL
               if GR-ART-NR (GR-INDEX) = GO-ART-NR
                   and GR-NOEGLE (GR-INDEX) = GO-NOEGLE
                   set GRUPPE-FUNDET to TRUE
               end-if
           end-perform
           if GRUPPE-FUNDET
               subtract 1 from GR-INDEX
           else
               if GR-ANTAL not < 5000
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to GR-ANTAL
               move GR-ANTAL to GR-INDEX
               move GO-ART-NR to GR-ART-NR (GR-INDEX)
               move GO-NOEGLE to GR-NOEGLE (GR-INDEX)
               move 0 to GR-ANTAL-POSTER (GR-INDEX)
               move 0 to GR-INDTAEGT (GR-INDEX)
               move 0 to GR-OMKOSTNING (GR-INDEX)
           end-if
           add GO-ANTAL to GR-ANTAL-POSTER (GR-INDEX)
           add GO-INDTAEGT to GR-INDTAEGT (GR-INDEX)
           add GO-OMKOSTNING to GR-OMKOSTNING (GR-INDEX)
           exit.

     *> --- HDR, kundelinjerne og sum-linjerne sorteret pr. art og ---
     *> --- noegle, bund-listen og TRL ---
      skriv-rapport.
           move 0 to ANTAL-KUNDER-RAPPORT
           move 0 to TOTAL-INDTAEGT
           move 0 to TOTAL-OMKOSTNING
           move spaces to RAPPORT-FIL-NAVN
           move 1 to pos
           string
               "text-files/Udbakke/KundeIndtjening_" delimited by size
               RAPPORT-AAR                          delimited by size
               "_"                                  delimited by size
               KOERSEL-TIDSSTEMPEL                  delimited by size
               ".txt"                               delimited by size
                  into RAPPORT-FIL-NAVN
                  with pointer pos
           end-string
           open output Rapport-Out
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "HDR AAR="             delimited by size
               RAPPORT-AAR            delimited by size
               " DANNET="             delimited by size
               DAGS-DATO              delimited by size
               " FTP-PUNKTER="        delimited by size
               FT-ANTAL               delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move PAPIR-STK-DKK to STK-E
           string
               " PAPIR="              delimited by size
               function TRIM(STK-E)   delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move BS-STK-DKK to STK-E
           string
               " BS="                 delimited by size
               function TRIM(STK-E)   delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move KORT-STK-DKK to STK-E
           string
               " KORT="               delimited by size
               function TRIM(STK-E)   delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move BESOEG-STK-DKK to STK-E
           string
               " BESOEG="             delimited by size
               function TRIM(STK-E)   delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           perform varying FT-INDEX from 1 by 1
               until FT-INDEX > FT-ANTAL
               move FT-SATS (FT-INDEX) to SATS-E
               move spaces to Rapport-Linje
               move 1 to pos
               string
                   "FTP LOEBETID="        delimited by size
                   FT-LOEBETID (FT-INDEX) delimited by size
                   " SATS="               delimited by size
                   function TRIM(SATS-E)  delimited by size
                      into Rapport-Linje
                      with pointer pos
               end-string
               write Rapport-Linje
           end-perform
           sort Sort-Gruppe-Work
               on ascending key SG-ART-NR SG-NOEGLE
               input procedure is frigiv-rapport-linjer
               output procedure is skriv-rapport-linjer
           move 0 to BUND-NR
           sort Sort-Bund-Work
               on ascending key SB-RESULTAT SB-KUNDE-ID
               input procedure is frigiv-bund-kunder
               output procedure is skriv-bund-liste
           compute TOTAL-RESULTAT = TOTAL-INDTAEGT - TOTAL-OMKOSTNING
           move TOTAL-INDTAEGT to INDTAEGT-E
           move TOTAL-OMKOSTNING to OMKOSTNING-E
           move TOTAL-RESULTAT to RESULTAT-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "TRL KUNDER="          delimited by size
               ANTAL-KUNDER-RAPPORT   delimited by size
               " KONTI="              delimited by size
               KO-ANTAL               delimited by size
               " LAAN="               delimited by size
               ANTAL-LAAN             delimited by size
               " INDTAEGT="           delimited by size
               function TRIM(INDTAEGT-E) delimited by size
               " OMKOSTNING="         delimited by size
               function TRIM(OMKOSTNING-E) delimited by size
               " RESULTAT="           delimited by size
               function TRIM(RESULTAT-E) delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           close Rapport-Out
           exit.

     *> --- SORT input: kunder med konti (art 1) og sum-linjerne ---
      frigiv-rapport-linjer.
           perform varying KD-INDEX from 1 by 1
               until KD-INDEX > KD-ANTAL
               if KD-ANTAL-KONTI (KD-INDEX) > 0
                   move 1 to SG-ART-NR
                   move KD-KUNDE-ID (KD-INDEX) to SG-NOEGLE
                   move KD-INDEX to SG-INDEX
                   release Sort-Gruppe-Record
               end-if
           end-perform
           perform varying GR-INDEX from 1 by 1
               until GR-INDEX > GR-ANTAL
               move GR-ART-NR (GR-INDEX) to SG-ART-NR
               move GR-NOEGLE (GR-INDEX) to SG-NOEGLE
               move GR-INDEX to SG-INDEX
               release Sort-Gruppe-Record
           end-perform
           exit.

      skriv-rapport-linjer.
           move "N" to EOF-check-sort
           perform until end-of-file-sort
               return Sort-Gruppe-Work
                   at end move "Y" to EOF-check-sort
                   not at end
                       if SG-ART-NR = 1
                           move SG-INDEX to KD-INDEX
                           perform skriv-en-kunde
                       else
                           move SG-INDEX to GR-INDEX
                           perform skriv-en-gruppe
                       end-if
               end-return
           end-perform
           exit.

      skriv-en-kunde.
           add 1 to ANTAL-KUNDER-RAPPORT
           compute KUNDE-INDTAEGT = KD-GEBYR (KD-INDEX)
               + KD-RENTEMARGINAL (KD-INDEX)
               + KD-LAANEMARGINAL (KD-INDEX)
           compute KUNDE-RESULTAT =
               KUNDE-INDTAEGT - KD-OMKOSTNING (KD-INDEX)
           add KUNDE-INDTAEGT to TOTAL-INDTAEGT
           add KD-OMKOSTNING (KD-INDEX) to TOTAL-OMKOSTNING
           move KD-GEBYR (KD-INDEX) to GEBYR-E
           move KD-RENTEMARGINAL (KD-INDEX) to RENTEMARGINAL-E
           move KD-LAANEMARGINAL (KD-INDEX) to LAANEMARGINAL-E
           move KUNDE-INDTAEGT to INDTAEGT-E
           move KD-OMKOSTNING (KD-INDEX) to OMKOSTNING-E
           move KUNDE-RESULTAT to RESULTAT-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "KND KUNDE-ID="        delimited by size
               KD-KUNDE-ID (KD-INDEX) delimited by size
               " NAVN="               delimited by size
               function TRIM(KD-NAVN (KD-INDEX)) delimited by size
               " HUSSTAND="           delimited by size
               function TRIM(KD-HUSSTAND (KD-INDEX)) delimited by size
               " TIER="               delimited by size
               function TRIM(KD-TIER (KD-INDEX)) delimited by size
               " FILIAL="             delimited by size
               KD-FILIAL-KODE (KD-INDEX) delimited by size
               " KONTI="              delimited by size
               KD-ANTAL-KONTI (KD-INDEX) delimited by size
               " GEBYR="              delimited by size
               function TRIM(GEBYR-E) delimited by size
               " RENTEMARGINAL="      delimited by size
               function TRIM(RENTEMARGINAL-E) delimited by size
               " LAANEMARGINAL="      delimited by size
               function TRIM(LAANEMARGINAL-E) delimited by size
               " INDTAEGT="           delimited by size
               function TRIM(INDTAEGT-E) delimited by size
               " OMKOSTNING="         delimited by size
               function TRIM(OMKOSTNING-E) delimited by size
               " RESULTAT="           delimited by size
               function TRIM(RESULTAT-E) delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           exit.

      skriv-en-gruppe.
           evaluate GR-ART-NR (GR-INDEX)
               when 2
                   move "HUS" to ART-TEKST
                   move "KUNDER" to ANTAL-TEKST
               when 3
                   move "TIR" to ART-TEKST
                   move "KUNDER" to ANTAL-TEKST
               when 4
                   move "PRD" to ART-TEKST
                   move "KONTI" to ANTAL-TEKST
               when other
                   move "FIL" to ART-TEKST
                   move "KONTI" to ANTAL-TEKST
           end-evaluate
           if GR-ART-NR (GR-INDEX) = 4
               and GR-NOEGLE (GR-INDEX) = "LAAN"
               move "LAAN" to ANTAL-TEKST
           end-if
           compute KUNDE-RESULTAT =
               GR-INDTAEGT (GR-INDEX) - GR-OMKOSTNING (GR-INDEX)
           move GR-INDTAEGT (GR-INDEX) to INDTAEGT-E
           move GR-OMKOSTNING (GR-INDEX) to OMKOSTNING-E
           move KUNDE-RESULTAT to RESULTAT-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               ART-TEKST              delimited by size
               " NOEGLE="             delimited by size
               function TRIM(GR-NOEGLE (GR-INDEX)) delimited by size
               " "                    delimited by size
               function TRIM(ANTAL-TEKST) delimited by size
               "="                    delimited by size
               GR-ANTAL-POSTER (GR-INDEX) delimited by size
               " INDTAEGT="           delimited by size
               function TRIM(INDTAEGT-E) delimited by size
               " OMKOSTNING="         delimited by size
               function TRIM(OMKOSTNING-E) delimited by size
               " RESULTAT="           delimited by size
               function TRIM(RESULTAT-E) delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           exit.

     *> --- SORT input: alle kunder med konti efter resultat ---
      frigiv-bund-kunder.
           perform varying KD-INDEX from 1 by 1
               until KD-INDEX > KD-ANTAL
               if KD-ANTAL-KONTI (KD-INDEX) > 0
                   compute SB-RESULTAT = KD-GEBYR (KD-INDEX)
                       + KD-RENTEMARGINAL (KD-INDEX)
                       + KD-LAANEMARGINAL (KD-INDEX)
                       - KD-OMKOSTNING (KD-INDEX)
                   move KD-KUNDE-ID (KD-INDEX) to SB-KUNDE-ID
                   move KD-INDEX to SB-INDEX
                   release Sort-Bund-Record
               end-if
           end-perform
           exit.

     *> --- De BUND-ANTAL mindst profitable kunder til pris- ---
     *> --- gennemgangen ---
      skriv-bund-liste.
           move "N" to EOF-check-sort
           perform until end-of-file-sort
               return Sort-Bund-Work
                   at end move "Y" to EOF-check-sort
                   not at end
                       if BUND-NR < BUND-ANTAL
                           perform skriv-en-bund-kunde
                       end-if
               end-return
           end-perform
           exit.

      skriv-en-bund-kunde.
           add 1 to BUND-NR
           move SB-INDEX to KD-INDEX
           compute KUNDE-INDTAEGT = KD-GEBYR (KD-INDEX)
               + KD-RENTEMARGINAL (KD-INDEX)
               + KD-LAANEMARGINAL (KD-INDEX)
           move KUNDE-INDTAEGT to INDTAEGT-E
           move KD-OMKOSTNING (KD-INDEX) to OMKOSTNING-E
           move SB-RESULTAT to RESULTAT-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "BND NR="              delimited by size
               BUND-NR                delimited by size
               " KUNDE-ID="           delimited by size
               KD-KUNDE-ID (KD-INDEX) delimited by size
               " NAVN="               delimited by size
               function TRIM(KD-NAVN (KD-INDEX)) delimited by size
               " TIER="               delimited by size
               function TRIM(KD-TIER (KD-INDEX)) delimited by size
               " FILIAL="             delimited by size
               KD-FILIAL-KODE (KD-INDEX) delimited by size
               " INDTAEGT="           delimited by size
               function TRIM(INDTAEGT-E) delimited by size
               " OMKOSTNING="         delimited by size
               function TRIM(OMKOSTNING-E) delimited by size
               " RESULTAT="           delimited by size
               function TRIM(RESULTAT-E) delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           exit.

     *> --- Det dannede aar noteres - EXTEND/status-35-moenstret ---
      noter-dannet-aar.
           open extend Register-Out
           if REGISTER-STATUS = "35"
               open output Register-Out
           end-if
           move spaces to Register-Linje-Ud
           move 1 to pos
           string
               "AAR="                 delimited by size
               RAPPORT-AAR            delimited by size
               " DANNET="             delimited by size
               DAGS-DATO              delimited by size
               " KUNDER="             delimited by size
               ANTAL-KUNDER-RAPPORT   delimited by size
               " FIL="                delimited by size
               function TRIM(RAPPORT-FIL-NAVN)
                                      delimited by size
                  into Register-Linje-Ud
                  with pointer pos
           end-string
           write Register-Linje-Ud
           close Register-Out
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
           move "kundeIndtjening" to KAP-PROGRAM
           move "FTP-TABEL" to KAP-TABEL
           move FT-ANTAL to KAP-ANTAL
           move 100 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-TABEL" to KAP-TABEL
           move KD-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KO-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "HISTORIK-TABEL" to KAP-TABEL
           move HK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "GRUPPE-TABEL" to KAP-TABEL
           move GR-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
