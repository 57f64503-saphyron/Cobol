      identification division.
      program-id. skatteResidens.

     *> --- FATCA/CRS: banken vidste hidtil ikke, hvor en kunde er
     *>     skattemaessigt hjemmehoerende, og kunne derfor ikke
     *>     indberette udenlandske skattepligtiges konti. Kundens
     *>     selvcertificering (hjemstedslande, udenlandsk TIN, US-
     *>     person-markering, erklaeringsdato) staar i registret
     *>     text-files/SkatteResidens.txt (SkatteResidens.cpy).
     *>     Trinnet koeres hver nat efter renteOpsamling:
     *>       - indicier: kundemasteren gennemgaas for udenlandsk
     *>         adresse (postnummer, der ikke er et dansk
     *>         firecifret), udenlandsk telefonpraefiks (+ eller 00
     *>         uden 45) og staaende betalinger til udlandet (mindst
     *>         STAAENDE-MIN-DATOER forskellige datoer til samme land
     *>         i UdlandsBetalingsLog.txt, skrevet af
     *>         udlandsBetalinger, Opgave36). En kunde med indicier
     *>         og uden selvcertificering skrives til
     *>         text-files/SkatteIndicier.txt som SELVCERT-MANGLER;
     *>         betaler en certificeret kunde fast til et land, der
     *>         ikke er erklaeret, skrives SELVCERT-MODSTRID
     *>       - registret valideres: erklaering uden gyldig dato,
     *>         udenlandsk hjemsted eller US-person uden TIN og
     *>         erklaering for en ukendt kunde skrives samme sted
     *>       - aarsindberetning: foerste koersel efter aarsskiftet
     *>         (naar opgave10's endelige aarskoersel og
     *>         renteOpsamling har vaeret igennem) dannes
     *>         text-files/Udbakke/FatcaCrs_<aar>_<tidsstempel>.txt
     *>         med en linje pr. konto og indberetningspligtigt
     *>         land: US (US-person eller erklaeret US) efter FATCA,
     *>         alle andre udenlandske lande efter CRS, opdelt pr.
     *>         land med sum-linje. Aarsultimo-saldoen opgoeres som
     *>         saldoAttest (Opgave56): KontoHistorik.txt for de aar,
     *>         den daekker, ellers Transaktioner.txt og arkiverne;
     *>         den tilskrevne indlaansrente er aarets frigivne K-
     *>         tilskrivninger (F-linjerne) i RenteOpsamling.txt.
     *>         Udokumenterede kunder med indicier anfoeres som UDK-
     *>         linjer. Aaret noteres i FatcaCrsRegister.txt, saa det
     *>         kun dannes een gang - et aar kan dannes igen ved at
     *>         angive det i den valgfri FatcaCrsParameter.txt.

      environment division.
      input-output section.
      file-control.
           select optional Residens-In
               assign to "text-files/SkatteResidens.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Udlands-Log-In
               assign to "text-files/UdlandsBetalingsLog.txt"
               organization is line sequential.
           select Indicie-Out
               assign to "text-files/SkatteIndicier.txt"
               organization is line sequential.
           select optional Parameter-In
               assign to "text-files/FatcaCrsParameter.txt"
               organization is line sequential.
           select optional Register-In
               assign to "text-files/FatcaCrsRegister.txt"
               organization is line sequential.
           select Register-Out
               assign to "text-files/FatcaCrsRegister.txt"
               organization is line sequential
               file status is REGISTER-STATUS.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Historik-In
               assign to "text-files/KontoHistorik.txt"
               organization is line sequential.
           select optional Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select optional Arkiv-Liste-In
               assign to "text-files/ArkivListe.txt"
               organization is line sequential.
           select optional Arkiv-Fil-In
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
           select optional Opsamling-In
               assign to "text-files/RenteOpsamling.txt"
               organization is line sequential.
           select Indberetning-Out
               assign to dynamic INDBERETNING-FIL-NAVN
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Residens-In.
      01 Residens-Linje.
           copy "Opgave10/Copybooks/SkatteResidens.cpy".
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Udlands-Log-In.
      01 Udlands-Log-Linje.
           02 UL-KUNDE-ID-IN        pic x(10).
           02 UL-KONTO-ID-IN        pic x(14).
           02 UL-LAND-IN            pic x(2).
           02 UL-DATO-IN            pic x(10).
           02 UL-ORDRE-REF-IN       pic x(8).
      fd Indicie-Out.
      01 Indicie-Linje             pic x(200) value spaces.
      fd Parameter-In.
      01 Parameter-Linje.
           02 PARM-AAR              pic x(4).
      fd Register-In.
      01 Register-Linje-In.
           02 RG-TAG-IN             pic x(4).
           02 RG-AAR-IN             pic x(4).
           02 FILLER                pic x(112).
      fd Register-Out.
      01 Register-Linje-Ud         pic x(120) value spaces.
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN        pic x(14).
           02 KM-REG-NR-IN          pic x(6).
           02 KM-KUNDE-ID-IN        pic x(10).
           02 KM-OPRETTET-DATO-IN   pic x(10).
           02 KM-PRODUKT-KODE-IN    pic x(4).
      fd Konto-Historik-In.
      01 Konto-Historik-Linje-In   pic x(100).
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG               pic x(3).
           02 THT-ANTAL             pic 9(7).
           02 FILLER                pic x(196).
      fd Arkiv-Liste-In.
      01 Arkiv-Liste-Linje         pic x(100).
      fd Arkiv-Fil-In.
      01 Arkiv-Transaktion.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      fd Opsamling-In.
      01 Opsamling-Frigivet-In.
           02 OF-TYPE-IN            pic x.
           02 OF-KONTO-ID-IN        pic x(14).
           02 OF-ART-IN             pic x.
           02 OF-REF-IN             pic x(8).
           02 OF-TILSKREVET-DATO-IN pic x(10).
           02 OF-TILSKREVET-IN      pic 9(11)v99.
           02 OF-OPSAMLET-IN        pic 9(11)v9999.
           02 OF-FRIGIVET-DATO-IN   pic x(10).
      fd Indberetning-Out.
      01 Indberetning-Linje        pic x(300) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-residens       pic x value "N".
           88 end-of-file-residens value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-log            pic x value "N".
           88 end-of-file-log     value "Y".
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-historik       pic x value "N".
           88 end-of-file-historik value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-arkiv-liste    pic x value "N".
           88 end-of-file-arkiv-liste value "Y".
      01 EOF-check-arkiv          pic x value "N".
           88 end-of-file-arkiv   value "Y".
      01 EOF-check-opsamling      pic x value "N".
           88 end-of-file-opsamling value "Y".
      01 pos                      pic 9(4) value 1.
      01 REGISTER-STATUS          pic x(2) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 INDBERETNING-FIL-NAVN    pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
     *> --- Staaende betalinger: mindst saa mange forskellige ---
     *> --- datoer med betaling til samme land ---
      01 STAAENDE-MIN-DATOER      pic 9(3) value 2.
     *> --- Selvcertificeringerne ---
      01 Residens-Tabel.
           02 SC-ANTAL             pic 9(5) value 0.
           02 SC-POST OCCURS 50000 TIMES.
              03 SC-REC            pic x(87).
      01 SC-INDEX                 pic 9(5) value 0.
      01 SC-FUND-FLAG             pic x value "N".
           88 SC-FUNDET           value "Y".
           88 SC-IKKE-FUNDET      value "N".
      01 Arbejds-Residens.
           copy "Opgave10/Copybooks/SkatteResidens.cpy".
      01 RS-INDEX                 pic 9 value 0.
      01 US-TIN-FLAG              pic x value "N".
           88 US-TIN-FUNDET       value "Y".
      01 LAND-FLAG                pic x value "N".
           88 LAND-ERKLAERET      value "Y".
           88 LAND-IKKE-ERKLAERET value "N".
     *> --- Betalinger til udlandet pr. kunde og land ---
      01 Udlands-Tabel.
           02 UM-ANTAL             pic 9(5) value 0.
           02 UM-POST OCCURS 20000 TIMES.
              03 UM-KUNDE-ID       pic x(10).
              03 UM-LAND           pic x(2).
              03 UM-ANTAL-DATOER   pic 9(5).
              03 UM-SENEST-DATO    pic x(10).
      01 UM-INDEX                 pic 9(5) value 0.
      01 UM-FUND-FLAG             pic x value "N".
           88 UM-FUNDET           value "Y".
           88 UM-IKKE-FUNDET      value "N".
     *> --- Kundens indicier ---
      01 Indicie-Felter.
           02 INDICIE-TEKST        pic x(40) value spaces.
           02 INDICIE-POS          pic 9(3) value 1.
           02 BETALINGS-LANDE      pic x(20) value spaces.
           02 BL-POS               pic 9(3) value 1.
      01 BETINGELSE               pic x(24) value spaces.
      01 FEJL-LAND                pic x(2) value spaces.
     *> --- Udokumenterede kunder med indicier til aarsindberetningen
      01 Udokumenteret-Tabel.
           02 UD-ANTAL             pic 9(5) value 0.
           02 UD-POST OCCURS 20000 TIMES.
              03 UD-KUNDE-ID       pic x(10).
              03 UD-INDICIER       pic x(40).
              03 UD-LANDE          pic x(20).
      01 UD-INDEX                 pic 9(5) value 0.
     *> --- Aarsindberetningen ---
      01 RAPPORT-AAR              pic x(4) value spaces.
      01 RAPPORT-AAR-NUM          pic 9(4) value 0.
      01 RAPPORT-ULTIMO           pic x(10) value spaces.
      01 RAPPORT-FLAG             pic x value "N".
           88 AAR-SKAL-DANNES     value "Y".
           88 AAR-ER-DANNET       value "N".
     *> --- Indberetningspligtige kunde/land-par ---
      01 Pligt-Tabel.
           02 PL-ANTAL             pic 9(5) value 0.
           02 PL-POST OCCURS 20000 TIMES.
              03 PL-KUNDE-ID       pic x(10).
              03 PL-LAND           pic x(2).
              03 PL-TIN            pic x(20).
      01 PL-INDEX                 pic 9(5) value 0.
     *> --- Landene i indberetningen ---
      01 Land-Tabel.
           02 JU-ANTAL             pic 9(3) value 0.
           02 JU-POST OCCURS 300 TIMES.
              03 JU-LAND           pic x(2).
      01 JU-INDEX                 pic 9(3) value 0.
      01 JU-FUND-FLAG             pic x value "N".
           88 JU-FUNDET           value "Y".
           88 JU-IKKE-FUNDET      value "N".
     *> --- De indberetningspligtige kunders konti med aarsultimo- ---
     *> --- saldo og aarets tilskrevne rente ---
      01 Rapport-Konto-Tabel.
           02 RK-ANTAL             pic 9(5) value 0.
           02 RK-POST OCCURS 20000 TIMES.
              03 RK-KONTO-ID       pic x(14).
              03 RK-KUNDE-ID       pic x(10).
              03 RK-SALDO-DKK      pic s9(13)v99 COMP-3.
              03 RK-RENTE-DKK      pic s9(13)v99 COMP-3.
      01 RK-INDEX                 pic 9(5) value 0.
      01 RK-FUND-FLAG             pic x value "N".
           88 RK-FUNDET           value "Y".
           88 RK-IKKE-FUNDET      value "N".
      01 RK-OPSLAG                pic x(14) value spaces.
     *> --- Historik-daekningen: konto-id|aar|antal|sum fra ---
     *> --- KontoHistorik.txt - samme regler som saldoAttest ---
      01 Historik-Tabel.
           02 HK-ANTAL             pic 9(5) value 0.
           02 HK-POST OCCURS 50000 TIMES.
              03 HK-KONTO-ID       pic x(14).
              03 HK-AAR            pic x(4).
              03 HK-SUM-DKK        pic s9(13)v99 COMP-3.
      01 HK-INDEX                 pic 9(5) value 0.
      01 HK-FUND-FLAG             pic x value "N".
           88 HISTORIK-DAEKKET    value "Y".
           88 HISTORIK-IKKE-DAEKKET value "N".
      01 Historik-Parse-Felter.
           02 HK-P-KONTO-ID        pic x(14) value spaces.
           02 HK-P-AAR             pic x(4)  value spaces.
           02 HK-P-ANTAL           pic x(8)  value spaces.
           02 HK-P-SUM             pic x(16) value spaces.
      01 TRANS-AAR-CHAR           pic x(4) value spaces.
      01 KUNDE-FUND-FLAG          pic x value "N".
           88 KUNDE-FUNDET        value "Y".
           88 KUNDE-IKKE-FUNDET   value "N".
      01 SOEGT-KUNDE-ID           pic x(10) value spaces.
      01 ORDNING                  pic x(5) value spaces.
      01 BELOB-E                  pic -(12)9.99.
      01 RENTE-E                  pic -(12)9.99.
      01 LAND-SALDO-DKK           pic s9(15)v99 COMP-3 value 0.
      01 LAND-RENTE-DKK           pic s9(15)v99 COMP-3 value 0.
      01 LAND-ANTAL-KONTI         pic 9(7) value 0.
      01 TOTAL-SALDO-DKK          pic s9(15)v99 COMP-3 value 0.
      01 TOTAL-RENTE-DKK          pic s9(15)v99 COMP-3 value 0.
      01 ANTAL-KONTO-LINJER       pic 9(7) value 0.
      01 ANTAL-KUNDER             pic 9(7) value 0.
      01 ANTAL-CERTIFICERET       pic 9(7) value 0.
      01 ANTAL-SELVCERT-MANGLER   pic 9(7) value 0.
      01 ANTAL-UNDTAGELSER        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: nattens indicie- og registerkontrol - og ---
     *> --- efter aarsskiftet aarsindberetningen ---
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
           perform indlæs-selvcertificeringer
           perform indlæs-udlandsbetalinger
           open output Indicie-Out
           perform gennemgaa-kunder
           perform kontroller-selvcertificeringer
           close Indicie-Out
           display "Skatteresidens: " ANTAL-KUNDER " kunde(r), "
               ANTAL-CERTIFICERET " selvcertificeret, "
               ANTAL-SELVCERT-MANGLER " med indicier uden "
               "selvcertificering, " ANTAL-UNDTAGELSER
               " linje(r) i text-files/SkatteIndicier.txt"
           perform bestem-rapport-aar
           if AAR-SKAL-DANNES
               perform dan-aarsindberetning
           end-if
           if ANTAL-TABEL-FULD > 0
               display "Skatteresidens: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-selvcertificeringer.
           move 0 to SC-ANTAL
           move "N" to EOF-check-residens
           open input Residens-In
           perform until end-of-file-residens
               read Residens-In
                   at end move "Y" to EOF-check-residens
                   not at end
                       if SKR-KUNDE-ID of Residens-Linje not = spaces
                           if SC-ANTAL < 50000
                               add 1 to SC-ANTAL
                               move Residens-Linje to SC-REC (SC-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Residens-In
           exit.

      find-selvcertificering.
           set SC-IKKE-FUNDET to TRUE
           perform varying SC-INDEX from 1 by 1
               until SC-FUNDET or SC-INDEX > SC-ANTAL
               if SC-REC (SC-INDEX) (1:10) = SOEGT-KUNDE-ID
                   set SC-FUNDET to TRUE
               end-if
           end-perform
           if SC-FUNDET
               subtract 1 from SC-INDEX
               move SC-REC (SC-INDEX) to Arbejds-Residens
           end-if
           exit.

     *> --- Loggen er kronologisk: en ny dato til samme land taeller ---
     *> --- een gang mere ---
      indlæs-udlandsbetalinger.
           move 0 to UM-ANTAL
           move "N" to EOF-check-log
           open input Udlands-Log-In
           perform until end-of-file-log
               read Udlands-Log-In
                   at end move "Y" to EOF-check-log
                   not at end
                       if UL-KUNDE-ID-IN not = spaces
                           and UL-LAND-IN not = "DK"
                           perform registrer-udlandsbetaling
                       end-if
               end-read
           end-perform
           close Udlands-Log-In
           exit.

      registrer-udlandsbetaling.
           set UM-IKKE-FUNDET to TRUE
           perform varying UM-INDEX from 1 by 1
               until UM-FUNDET or UM-INDEX > UM-ANTAL
               if UM-KUNDE-ID (UM-INDEX) = UL-KUNDE-ID-IN
                   and UM-LAND (UM-INDEX) = UL-LAND-IN
                   set UM-FUNDET to TRUE
               end-if
           end-perform
           if UM-FUNDET
               subtract 1 from UM-INDEX
               if UM-SENEST-DATO (UM-INDEX) not = UL-DATO-IN
                   add 1 to UM-ANTAL-DATOER (UM-INDEX)
                   move UL-DATO-IN to UM-SENEST-DATO (UM-INDEX)
               end-if
               exit paragraph
           end-if
           if UM-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to UM-ANTAL
           move UL-KUNDE-ID-IN to UM-KUNDE-ID (UM-ANTAL)
           move UL-LAND-IN to UM-LAND (UM-ANTAL)
           move 1 to UM-ANTAL-DATOER (UM-ANTAL)
           move UL-DATO-IN to UM-SENEST-DATO (UM-ANTAL)
           exit.

     *> --- Indicierne pr. kunde holdes op mod selvcertificeringen ---
      gennemgaa-kunder.
           move 0 to UD-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Kunde-Id of Kunde-Information not = spaces
                           add 1 to ANTAL-KUNDER
                           perform gennemgaa-en-kunde
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      gennemgaa-en-kunde.
           move spaces to INDICIE-TEKST
           move 1 to INDICIE-POS
           move spaces to BETALINGS-LANDE
           move 1 to BL-POS
           if Postnummer of Kunde-Information not numeric
               and Postnummer of Kunde-Information not = spaces
               string
                   "ADRESSE,"         delimited by size
                      into INDICIE-TEKST
                      with pointer INDICIE-POS
               end-string
           end-if
           if (Telefon of Kunde-Information (1:1) = "+"
               and Telefon of Kunde-Information (1:3) not = "+45")
               or (Telefon of Kunde-Information (1:2) = "00"
               and Telefon of Kunde-Information (1:4) not = "0045")
               string
                   "TELEFON,"         delimited by size
                      into INDICIE-TEKST
                      with pointer INDICIE-POS
               end-string
           end-if
           perform varying UM-INDEX from 1 by 1
               until UM-INDEX > UM-ANTAL
               if UM-KUNDE-ID (UM-INDEX) = Kunde-Id of Kunde-Information
                   and UM-ANTAL-DATOER (UM-INDEX)
                       not < STAAENDE-MIN-DATOER
                   and BL-POS < 18
                   string
                       UM-LAND (UM-INDEX) delimited by size
                       ","                delimited by size
                          into BETALINGS-LANDE
                          with pointer BL-POS
                   end-string
               end-if
           end-perform
           if BETALINGS-LANDE not = spaces
               string
                   "UDLANDSBETALING," delimited by size
                      into INDICIE-TEKST
                      with pointer INDICIE-POS
               end-string
           end-if
           move Kunde-Id of Kunde-Information to SOEGT-KUNDE-ID
           perform find-selvcertificering
           if SC-FUNDET
               add 1 to ANTAL-CERTIFICERET
               perform kontroller-betalingslande
               exit paragraph
           end-if
           if INDICIE-TEKST = spaces
               exit paragraph
           end-if
           add 1 to ANTAL-SELVCERT-MANGLER
           subtract 1 from INDICIE-POS
           move space to INDICIE-TEKST (INDICIE-POS:1)
           if BL-POS > 1
               subtract 1 from BL-POS
               move space to BETALINGS-LANDE (BL-POS:1)
           end-if
           if UD-ANTAL < 20000
               add 1 to UD-ANTAL
               move SOEGT-KUNDE-ID to UD-KUNDE-ID (UD-ANTAL)
               move INDICIE-TEKST to UD-INDICIER (UD-ANTAL)
               move BETALINGS-LANDE to UD-LANDE (UD-ANTAL)
           else
               add 1 to ANTAL-TABEL-FULD
           end-if
           move "SELVCERT-MANGLER" to BETINGELSE
           move spaces to FEJL-LAND
           perform skriv-indicie-linje
           exit.

     *> --- Staaende betalinger til et land, kunden ikke har ---
     *> --- erklaeret, modsiger selvcertificeringen ---
      kontroller-betalingslande.
           perform varying UM-INDEX from 1 by 1
               until UM-INDEX > UM-ANTAL
               if UM-KUNDE-ID (UM-INDEX) = SOEGT-KUNDE-ID
                   and UM-ANTAL-DATOER (UM-INDEX)
                       not < STAAENDE-MIN-DATOER
                   set LAND-IKKE-ERKLAERET to TRUE
                   perform varying RS-INDEX from 1 by 1
                       until RS-INDEX > 3
                       if SKR-LAND of Arbejds-Residens (RS-INDEX)
                           = UM-LAND (UM-INDEX)
                           set LAND-ERKLAERET to TRUE
                       end-if
                   end-perform
                   if UM-LAND (UM-INDEX) = "US"
                       and SKR-US-PERSON of Arbejds-Residens = "J"
                       set LAND-ERKLAERET to TRUE
                   end-if
                   if LAND-IKKE-ERKLAERET
                       move "SELVCERT-MODSTRID" to BETINGELSE
                       move UM-LAND (UM-INDEX) to FEJL-LAND
                       move "UDLANDSBETALING" to INDICIE-TEKST
                       perform skriv-indicie-linje
                   end-if
               end-if
           end-perform
           exit.

      skriv-indicie-linje.
           add 1 to ANTAL-UNDTAGELSER
           move spaces to Indicie-Linje
           move 1 to pos
           string
               "BETINGELSE="                 delimited by size
               function TRIM(BETINGELSE)     delimited by size
               " KUNDE-ID="                  delimited by size
               SOEGT-KUNDE-ID                delimited by size
                  into Indicie-Linje
                  with pointer pos
           end-string
           if INDICIE-TEKST not = spaces
               string
                   " INDICIER="              delimited by size
                   function TRIM(INDICIE-TEKST) delimited by size
                      into Indicie-Linje
                      with pointer pos
               end-string
           end-if
           if FEJL-LAND not = spaces
               string
                   " LAND="                  delimited by size
                   FEJL-LAND                 delimited by size
                      into Indicie-Linje
                      with pointer pos
               end-string
           else
               if BETALINGS-LANDE not = spaces
                   string
                       " LANDE="             delimited by size
                       function TRIM(BETALINGS-LANDE)
                                             delimited by size
                          into Indicie-Linje
                          with pointer pos
                   end-string
               end-if
           end-if
           write Indicie-Linje
           exit.

     *> --- Registrets egne fejl: ugyldig dato, manglende TIN og ---
     *> --- erklaeringer for en ukendt kunde ---
      kontroller-selvcertificeringer.
           perform varying SC-INDEX from 1 by 1
               until SC-INDEX > SC-ANTAL
               move SC-REC (SC-INDEX) to Arbejds-Residens
               move SKR-KUNDE-ID of Arbejds-Residens to SOEGT-KUNDE-ID
               move spaces to INDICIE-TEKST
               move spaces to BETALINGS-LANDE
               perform kontroller-en-selvcertificering
           end-perform
           exit.

      kontroller-en-selvcertificering.
           perform find-kunde-i-master
           if KUNDE-IKKE-FUNDET
               move "SELVCERT-UKENDT-KUNDE" to BETINGELSE
               move spaces to FEJL-LAND
               perform skriv-indicie-linje
               exit paragraph
           end-if
           if SKR-CERT-DATO of Arbejds-Residens (1:4) not numeric
               or SKR-CERT-DATO of Arbejds-Residens (5:1) not = "-"
               or SKR-CERT-DATO of Arbejds-Residens (6:2) not numeric
               or SKR-CERT-DATO of Arbejds-Residens (8:1) not = "-"
               or SKR-CERT-DATO of Arbejds-Residens (9:2) not numeric
               or SKR-CERT-DATO of Arbejds-Residens > DAGS-DATO
               move "SELVCERT-DATO-UGYLDIG" to BETINGELSE
               move spaces to FEJL-LAND
               perform skriv-indicie-linje
           end-if
           move "N" to US-TIN-FLAG
           perform varying RS-INDEX from 1 by 1
               until RS-INDEX > 3
               if SKR-LAND of Arbejds-Residens (RS-INDEX) = "US"
                   and SKR-TIN of Arbejds-Residens (RS-INDEX)
                       not = spaces
                   set US-TIN-FUNDET to TRUE
               end-if
               if SKR-LAND of Arbejds-Residens (RS-INDEX) not = spaces
                   and SKR-LAND of Arbejds-Residens (RS-INDEX)
                       not = "DK"
                   and SKR-TIN of Arbejds-Residens (RS-INDEX) = spaces
                   move "TIN-MANGLER" to BETINGELSE
                   move SKR-LAND of Arbejds-Residens (RS-INDEX)
                       to FEJL-LAND
                   perform skriv-indicie-linje
               end-if
           end-perform
           if SKR-US-PERSON of Arbejds-Residens = "J"
               and not US-TIN-FUNDET
               move "TIN-MANGLER" to BETINGELSE
               move "US" to FEJL-LAND
               perform skriv-indicie-linje
           end-if
           exit.

     *> --- Kunden findes i kundemasteren? (kundemasteren laeses ---
     *> --- ikke ind i memory - registret er lille) ---
      find-kunde-i-master.
           set KUNDE-IKKE-FUNDET to TRUE
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde or KUNDE-FUNDET
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Kunde-Id of Kunde-Information = SOEGT-KUNDE-ID
                           set KUNDE-FUNDET to TRUE
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

     *> --- Aaret foer dette indberettes, hvis det ikke er dannet ---
     *> --- endnu; FatcaCrsParameter.txt kan udpege et aar, der ---
     *> --- dannes igen ---
      bestem-rapport-aar.
           set AAR-ER-DANNET to TRUE
           compute RAPPORT-AAR-NUM = function NUMVAL(DATO-NU (1:4)) - 1
           move RAPPORT-AAR-NUM to RAPPORT-AAR
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
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

     *> --- Aarsindberetningen: pligtige kunde/land-par, kontiene ---
     *> --- med ultimo-saldo og rente, og filen pr. land ---
      dan-aarsindberetning.
           move spaces to RAPPORT-ULTIMO
           string
               RAPPORT-AAR    delimited by size
               "-12-31"       delimited by size
                  into RAPPORT-ULTIMO
           end-string
           perform opgoer-pligtige
           perform opgoer-rapport-konti
           perform opgoer-lande
           perform indlæs-historik-daekning
           perform opsummer-live-transaktioner
           perform opsummer-arkiverne
           perform tilfoej-historik-summer
           perform opsummer-tilskrevet-rente
           perform skriv-aarsindberetning
           perform noter-dannet-aar
           exit.

     *> --- Hvert udenlandsk hjemsted er pligtigt: US efter FATCA ---
     *> --- (ogsaa en US-person uden erklaeret US), resten efter CRS
      opgoer-pligtige.
           move 0 to PL-ANTAL
           perform varying SC-INDEX from 1 by 1
               until SC-INDEX > SC-ANTAL
               move SC-REC (SC-INDEX) to Arbejds-Residens
               move "N" to US-TIN-FLAG
               perform varying RS-INDEX from 1 by 1
                   until RS-INDEX > 3
                   if SKR-LAND of Arbejds-Residens (RS-INDEX)
                       not = spaces
                       and SKR-LAND of Arbejds-Residens (RS-INDEX)
                           not = "DK"
                       if SKR-LAND of Arbejds-Residens (RS-INDEX)
                           = "US"
                           set US-TIN-FUNDET to TRUE
                       end-if
                       move SKR-LAND of Arbejds-Residens (RS-INDEX)
                           to FEJL-LAND
                       move SKR-TIN of Arbejds-Residens (RS-INDEX)
                           to BETALINGS-LANDE
                       perform tilfoej-pligtig
                   end-if
               end-perform
               if SKR-US-PERSON of Arbejds-Residens = "J"
                   and not US-TIN-FUNDET
                   move "US" to FEJL-LAND
                   move spaces to BETALINGS-LANDE
                   perform tilfoej-pligtig
               end-if
           end-perform
           exit.

     *> --- FEJL-LAND/BETALINGS-LANDE baerer land og TIN ind ---
      tilfoej-pligtig.
           if PL-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to PL-ANTAL
           move SKR-KUNDE-ID of Arbejds-Residens
               to PL-KUNDE-ID (PL-ANTAL)
           move FEJL-LAND to PL-LAND (PL-ANTAL)
           move BETALINGS-LANDE to PL-TIN (PL-ANTAL)
           exit.

     *> --- Kun lande med mindst een indberetningspligtig konto ---
      opgoer-lande.
           move 0 to JU-ANTAL
           perform varying PL-INDEX from 1 by 1
               until PL-INDEX > PL-ANTAL
               set RK-IKKE-FUNDET to TRUE
               perform varying RK-INDEX from 1 by 1
                   until RK-FUNDET or RK-INDEX > RK-ANTAL
                   if RK-KUNDE-ID (RK-INDEX) = PL-KUNDE-ID (PL-INDEX)
                       set RK-FUNDET to TRUE
                   end-if
               end-perform
               if RK-FUNDET
                   perform tilfoej-land
               end-if
           end-perform
           exit.

      tilfoej-land.
           set JU-IKKE-FUNDET to TRUE
           perform varying JU-INDEX from 1 by 1
               until JU-FUNDET or JU-INDEX > JU-ANTAL
               if JU-LAND (JU-INDEX) = PL-LAND (PL-INDEX)
                   set JU-FUNDET to TRUE
               end-if
           end-perform
           if JU-IKKE-FUNDET and JU-ANTAL < 300
               add 1 to JU-ANTAL
               move PL-LAND (PL-INDEX) to JU-LAND (JU-ANTAL)
           end-if
           exit.

     *> --- De pligtige kunders konti, oprettet senest ultimo ---
      opgoer-rapport-konti.
           move 0 to RK-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN not = spaces
                           and KM-OPRETTET-DATO-IN <= RAPPORT-ULTIMO
                           perform opgoer-en-rapport-konto
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      opgoer-en-rapport-konto.
           perform varying PL-INDEX from 1 by 1
               until PL-INDEX > PL-ANTAL
               if PL-KUNDE-ID (PL-INDEX) = KM-KUNDE-ID-IN
                   move KM-KONTO-ID-IN to RK-OPSLAG
                   perform find-rapport-konto
                   if RK-IKKE-FUNDET
                       if RK-ANTAL < 20000
                           add 1 to RK-ANTAL
                           move KM-KONTO-ID-IN to RK-KONTO-ID (RK-ANTAL)
                           move KM-KUNDE-ID-IN to RK-KUNDE-ID (RK-ANTAL)
                           move 0 to RK-SALDO-DKK (RK-ANTAL)
                           move 0 to RK-RENTE-DKK (RK-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
                   end-if
               end-if
           end-perform
           exit.

      find-rapport-konto.
           set RK-IKKE-FUNDET to TRUE
           perform varying RK-INDEX from 1 by 1
               until RK-FUNDET or RK-INDEX > RK-ANTAL
               if RK-KONTO-ID (RK-INDEX) = RK-OPSLAG
                   set RK-FUNDET to TRUE
               end-if
           end-perform
           if RK-FUNDET
               subtract 1 from RK-INDEX
           end-if
           exit.

     *> --- Historik-linjerne til og med indberetningsaaret - ved ---
     *> --- gentagne linjer for samme konto/aar vinder den senest ---
     *> --- appendede ---
      indlæs-historik-daekning.
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
           move HK-P-KONTO-ID to RK-OPSLAG
           perform find-rapport-konto
           if RK-IKKE-FUNDET
               exit paragraph
           end-if
           set HISTORIK-IKKE-DAEKKET to TRUE
           move 1 to HK-INDEX
           perform until HISTORIK-DAEKKET or HK-INDEX > HK-ANTAL
               if HK-KONTO-ID (HK-INDEX) = HK-P-KONTO-ID
                   and HK-AAR (HK-INDEX) = HK-P-AAR
                   set HISTORIK-DAEKKET to TRUE
               else
                   add 1 to HK-INDEX
               end-if
           end-perform
           if HISTORIK-IKKE-DAEKKET
               if HK-ANTAL < 50000
                   add 1 to HK-ANTAL
                   move HK-ANTAL to HK-INDEX
                   move HK-P-KONTO-ID to HK-KONTO-ID (HK-INDEX)
                   move HK-P-AAR to HK-AAR (HK-INDEX)
               else
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
           end-if
           move function NUMVAL(HK-P-SUM) to HK-SUM-DKK (HK-INDEX)
           exit.

      opsummer-live-transaktioner.
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG of Trans-Hdr-Trl-Linje not = "HDR"
                           and THT-TAG of Trans-Hdr-Trl-Linje
                               not = "TRL"
                           perform opsummer-en-transaktion
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

     *> --- Posteringer til og med ultimo taeller kun for de aar, ---
     *> --- historikken ikke daekker for kontoen ---
      opsummer-en-transaktion.
           if DATO of Transaktion-Information (1:10) > RAPPORT-ULTIMO
               or function TEST-NUMVAL(
                   BELOB of Transaktion-Information) not = 0
               exit paragraph
           end-if
           move KONTO-ID of Transaktion-Information to RK-OPSLAG
           perform find-rapport-konto
           if RK-IKKE-FUNDET
               exit paragraph
           end-if
           move DATO of Transaktion-Information (1:4)
               to TRANS-AAR-CHAR
           perform find-historik-daekning
           if HISTORIK-DAEKKET
               exit paragraph
           end-if
           compute RK-SALDO-DKK (RK-INDEX) =
               RK-SALDO-DKK (RK-INDEX)
               + function NUMVAL(BELOB of Transaktion-Information)
           exit.

      opsummer-arkiverne.
           move "N" to EOF-check-arkiv-liste
           open input Arkiv-Liste-In
           perform until end-of-file-arkiv-liste
               read Arkiv-Liste-In
                   at end move "Y" to EOF-check-arkiv-liste
                   not at end
                       if Arkiv-Liste-Linje not = spaces
                           move Arkiv-Liste-Linje to ARKIV-FIL-NAVN
                           perform opsummer-en-arkiv-fil
                       end-if
               end-read
           end-perform
           close Arkiv-Liste-In
           exit.

      opsummer-en-arkiv-fil.
           move "N" to EOF-check-arkiv
           open input Arkiv-Fil-In
           perform until end-of-file-arkiv
               read Arkiv-Fil-In
                   at end move "Y" to EOF-check-arkiv
                   not at end
                       move Arkiv-Transaktion
                           to Transaktion-Information
                       perform opsummer-en-transaktion
               end-read
           end-perform
           close Arkiv-Fil-In
           exit.

      find-historik-daekning.
           set HISTORIK-IKKE-DAEKKET to TRUE
           perform varying HK-INDEX from 1 by 1
               until HISTORIK-DAEKKET or HK-INDEX > HK-ANTAL
               if function TRIM(HK-KONTO-ID (HK-INDEX))
                   = function TRIM(RK-KONTO-ID (RK-INDEX))
                   and HK-AAR (HK-INDEX) = TRANS-AAR-CHAR
                   set HISTORIK-DAEKKET to TRUE
               end-if
           end-perform
           exit.

      tilfoej-historik-summer.
           perform varying HK-INDEX from 1 by 1
               until HK-INDEX > HK-ANTAL
               move HK-KONTO-ID (HK-INDEX) to RK-OPSLAG
               perform find-rapport-konto
               if RK-FUNDET
                   compute RK-SALDO-DKK (RK-INDEX) =
                       RK-SALDO-DKK (RK-INDEX) + HK-SUM-DKK (HK-INDEX)
               end-if
           end-perform
           exit.

     *> --- Aarets tilskrevne indlaansrente: renteOpsamlings F- ---
     *> --- linjer (frigivne tilskrivninger) af art K ---
      opsummer-tilskrevet-rente.
           move "N" to EOF-check-opsamling
           open input Opsamling-In
           perform until end-of-file-opsamling
               read Opsamling-In
                   at end move "Y" to EOF-check-opsamling
                   not at end
                       if OF-TYPE-IN = "F" and OF-ART-IN = "K"
                           and OF-TILSKREVET-DATO-IN (1:4)
                               = RAPPORT-AAR
                           and OF-TILSKREVET-IN is numeric
                           move OF-KONTO-ID-IN to RK-OPSLAG
                           perform find-rapport-konto
                           if RK-FUNDET
                               add OF-TILSKREVET-IN
                                   to RK-RENTE-DKK (RK-INDEX)
                           end-if
                       end-if
               end-read
           end-perform
           close Opsamling-In
           exit.

     *> --- HDR, pr. land en JUR-linje, KTO-linjerne og en SUM- ---
     *> --- linje, UDK-linjerne for de udokumenterede og TRL ---
      skriv-aarsindberetning.
           move 0 to ANTAL-KONTO-LINJER
           move 0 to TOTAL-SALDO-DKK
           move 0 to TOTAL-RENTE-DKK
           move spaces to INDBERETNING-FIL-NAVN
           move 1 to pos
           string
               "text-files/Udbakke/FatcaCrs_" delimited by size
               RAPPORT-AAR                    delimited by size
               "_"                            delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into INDBERETNING-FIL-NAVN
                  with pointer pos
           end-string
           open output Indberetning-Out
           move spaces to Indberetning-Linje
           move 1 to pos
           string
               "HDR"                  delimited by size
               " AAR="                delimited by size
               RAPPORT-AAR            delimited by size
               " DANNET="             delimited by size
               DAGS-DATO              delimited by size
               " LANDE="              delimited by size
               JU-ANTAL               delimited by size
                  into Indberetning-Linje
                  with pointer pos
           end-string
           write Indberetning-Linje
           perform varying JU-INDEX from 1 by 1
               until JU-INDEX > JU-ANTAL
               perform skriv-et-land
           end-perform
           perform varying UD-INDEX from 1 by 1
               until UD-INDEX > UD-ANTAL
               perform skriv-en-udokumenteret
           end-perform
           move TOTAL-SALDO-DKK to BELOB-E
           move TOTAL-RENTE-DKK to RENTE-E
           move spaces to Indberetning-Linje
           move 1 to pos
           string
               "TRL"                  delimited by size
               ANTAL-KONTO-LINJER     delimited by size
               " SALDO="              delimited by size
               function TRIM(BELOB-E) delimited by size
               " RENTE="              delimited by size
               function TRIM(RENTE-E) delimited by size
               " UDOKUMENTEREDE="     delimited by size
               UD-ANTAL               delimited by size
                  into Indberetning-Linje
                  with pointer pos
           end-string
           write Indberetning-Linje
           close Indberetning-Out
           display "Skatteresidens: FATCA/CRS-indberetning for "
               RAPPORT-AAR " skrevet til "
               function TRIM(INDBERETNING-FIL-NAVN) " - "
               ANTAL-KONTO-LINJER " kontolinje(r), " JU-ANTAL
               " land(e), " UD-ANTAL " udokumenteret/-ede"
           exit.

      skriv-et-land.
           move "CRS" to ORDNING
           if JU-LAND (JU-INDEX) = "US"
               move "FATCA" to ORDNING
           end-if
           move 0 to LAND-SALDO-DKK
           move 0 to LAND-RENTE-DKK
           move 0 to LAND-ANTAL-KONTI
           move spaces to Indberetning-Linje
           move 1 to pos
           string
               "JUR LAND="            delimited by size
               JU-LAND (JU-INDEX)     delimited by size
               " ORDNING="            delimited by size
               function TRIM(ORDNING) delimited by size
                  into Indberetning-Linje
                  with pointer pos
           end-string
           write Indberetning-Linje
           perform varying PL-INDEX from 1 by 1
               until PL-INDEX > PL-ANTAL
               if PL-LAND (PL-INDEX) = JU-LAND (JU-INDEX)
                   perform skriv-pligtig-kundes-konti
               end-if
           end-perform
           move LAND-SALDO-DKK to BELOB-E
           move LAND-RENTE-DKK to RENTE-E
           move spaces to Indberetning-Linje
           move 1 to pos
           string
               "SUM LAND="            delimited by size
               JU-LAND (JU-INDEX)     delimited by size
               " KONTI="              delimited by size
               LAND-ANTAL-KONTI       delimited by size
               " SALDO="              delimited by size
               function TRIM(BELOB-E) delimited by size
               " RENTE="              delimited by size
               function TRIM(RENTE-E) delimited by size
                  into Indberetning-Linje
                  with pointer pos
           end-string
           write Indberetning-Linje
           exit.

      skriv-pligtig-kundes-konti.
           move PL-KUNDE-ID (PL-INDEX) to SOEGT-KUNDE-ID
           perform find-kunde-i-master
           if KUNDE-IKKE-FUNDET
               move spaces to Kunde-Information
           end-if
           perform varying RK-INDEX from 1 by 1
               until RK-INDEX > RK-ANTAL
               if RK-KUNDE-ID (RK-INDEX) = PL-KUNDE-ID (PL-INDEX)
                   perform skriv-en-konto-linje
               end-if
           end-perform
           exit.

      skriv-en-konto-linje.
           add 1 to ANTAL-KONTO-LINJER
           add 1 to LAND-ANTAL-KONTI
           add RK-SALDO-DKK (RK-INDEX) to LAND-SALDO-DKK
           add RK-RENTE-DKK (RK-INDEX) to LAND-RENTE-DKK
           add RK-SALDO-DKK (RK-INDEX) to TOTAL-SALDO-DKK
           add RK-RENTE-DKK (RK-INDEX) to TOTAL-RENTE-DKK
           move RK-SALDO-DKK (RK-INDEX) to BELOB-E
           move RK-RENTE-DKK (RK-INDEX) to RENTE-E
           move spaces to Indberetning-Linje
           move 1 to pos
           string
               "KTO LAND="            delimited by size
               PL-LAND (PL-INDEX)     delimited by size
               " ORDNING="            delimited by size
               function TRIM(ORDNING) delimited by size
               " KUNDE-ID="           delimited by size
               PL-KUNDE-ID (PL-INDEX) delimited by size
               " TIN="                delimited by size
               function TRIM(PL-TIN (PL-INDEX))
                                      delimited by size
               " NAVN="               delimited by size
               function TRIM(Fuld-Navn of Kunde-Information)
                                      delimited by size
               " FOEDSELSDATO="       delimited by size
               Foedselsdato of Kunde-Information
                                      delimited by size
               " ADRESSE="            delimited by size
               function TRIM(Vejnavn of Kunde-Information)
                                      delimited by size
               " "                    delimited by size
               function TRIM(Husnummer of Kunde-Information)
                                      delimited by size
               ", "                   delimited by size
               function TRIM(Postnummer of Kunde-Information)
                                      delimited by size
               " "                    delimited by size
               function TRIM(By-navn of Kunde-Information)
                                      delimited by size
               " KONTO-ID="           delimited by size
               function TRIM(RK-KONTO-ID (RK-INDEX))
                                      delimited by size
               " SALDO="              delimited by size
               function TRIM(BELOB-E) delimited by size
               " RENTE="              delimited by size
               function TRIM(RENTE-E) delimited by size
                  into Indberetning-Linje
                  with pointer pos
           end-string
           write Indberetning-Linje
           exit.

      skriv-en-udokumenteret.
           move UD-KUNDE-ID (UD-INDEX) to SOEGT-KUNDE-ID
           perform find-kunde-i-master
           if KUNDE-IKKE-FUNDET
               move spaces to Kunde-Information
           end-if
           move spaces to Indberetning-Linje
           move 1 to pos
           string
               "UDK KUNDE-ID="        delimited by size
               UD-KUNDE-ID (UD-INDEX) delimited by size
               " NAVN="               delimited by size
               function TRIM(Fuld-Navn of Kunde-Information)
                                      delimited by size
               " INDICIER="           delimited by size
               function TRIM(UD-INDICIER (UD-INDEX))
                                      delimited by size
                  into Indberetning-Linje
                  with pointer pos
           end-string
           if UD-LANDE (UD-INDEX) not = spaces
               string
                   " LANDE="          delimited by size
                   function TRIM(UD-LANDE (UD-INDEX))
                                      delimited by size
                      into Indberetning-Linje
                      with pointer pos
               end-string
           end-if
           write Indberetning-Linje
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
               " KONTOLINJER="        delimited by size
               ANTAL-KONTO-LINJER     delimited by size
               " FIL="                delimited by size
               function TRIM(INDBERETNING-FIL-NAVN)
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
           move "skatteResidens" to KAP-PROGRAM
           move "RESIDENS-TABEL" to KAP-TABEL
           move SC-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "UDLANDS-TABEL" to KAP-TABEL
           move UM-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "UDOKUMENTERET-TABEL" to KAP-TABEL
           move UD-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "PLIGT-TABEL" to KAP-TABEL
           move PL-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "LAND-TABEL" to KAP-TABEL
           move JU-ANTAL to KAP-ANTAL
           move 300 to KAP-MAX
           write Kapacitet-Linje
           move "RAPPORT-KONTO-TABEL" to KAP-TABEL
           move RK-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "HISTORIK-TABEL" to KAP-TABEL
           move HK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
