      identification division.
      program-id. kundeRisiko.

     *> --- Samlet kunderisiko-klassifikation: Kyc-Risiko i
     *>     kundemasteren har hidtil vaeret et manuelt sat flag, mens
     *>     AML-hits, sanktions-naertraeffere, betalinger til udlandet,
     *>     kontantomsaetning og produktmix ligger i hver sin fil.
     *>     Trinnet scorer hver nat hver kunde paa vaegtede faktorer:
     *>       - AML: antal AML-hits (AmlRapport.txt fra opgave10) de
     *>         seneste 12 maaneder, hoejst AML-MAKS hits. Rapporten
     *>         dannes forfra ved hver kontoudskrift, saa hittene
     *>         foeres i trinnets egen historik
     *>         KundeRisikoAmlHistorik.txt, der kun holder 12 maaneder
     *>       - SANK: navnet ligger naer et navn paa sanktionslisten
     *>         (SanktionsListe.txt, normaliseret som i
     *>         sanktionsScreening) - samme laengde og hoejst
     *>         NAER-MAKS-AFVIG forskellige tegn
     *>       - UDL: andelen af kundens posteringer de seneste 12
     *>         maaneder, der er betalinger til/fra udlandet ("UDL:"
     *>         fra udlandsBetalinger), naar mindst UDL-GRAENSE-PCT
     *>       - KASS: kontante ind- og udbetalinger ved skranken
     *>         ("KASSE:" fra kasseJournal) de seneste 12 maaneder
     *>         paa mindst KASSE-GRAENSE-DKK
     *>       - VIRK: kunden er en virksomhed (Virksomheder.txt)
     *>       - PEP: kunden staar paa PEP-listen PepListe.txt som
     *>         politisk eksponeret person (P) eller naertstaaende (F)
     *>         - til 12 maaneder efter hvervets ophoer
     *>       - PROD: den hoejeste produktrisiko blandt kundens konti
     *>         (produktkoden i KontoMaster.txt)
     *>     Posteringerne er Transaktioner.txt og arkiverne i
     *>     ArkivListe.txt. Vaegte, graenser og produktrisici kan
     *>     overstyres i den valgfri RisikoParameter.txt - een linje
     *>     pr. vaerdi: type (VAEG/GRNS/PROD), noegle og vaerdi.
     *>     Scoren giver klassen: mindst HOEJ-GRAENSE = H, mindst
     *>     MIDDEL-GRAENSE = M, ellers N. Klassen og faktorerne
     *>     skrives til KundeRisikoKlasse.txt, som kycReview (Opgave58)
     *>     laeser til gennemgangsfrekvensen. Afviger klassen fra
     *>     kundemasterens Kyc-Risiko, overskrives den IKKE: trinnet
     *>     foreslaar aendringen som en C-linje med BRUGER-ID
     *>     "RISIKORT" i KundeVedligehold.txt, og kundeVedligehold
     *>     (Opgave19) laegger den i fire-oejne-koeen til godkendelse.
     *>     Samme forslag gentages foerst efter FORSLAG-DAGE dage
     *>     (KundeRisikoForslag.txt), saa koeen ikke fyldes op af et
     *>     forslag, der allerede venter eller er afvist.

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/RisikoParameter.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Virksomhed-Data-In
               assign to "text-files/Virksomheder.txt"
               organization is line sequential.
           select optional Pep-In
               assign to "text-files/PepListe.txt"
               organization is line sequential.
           select optional Sanktions-Liste-In
               assign to "text-files/SanktionsListe.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Aml-Rapport-In
               assign to "text-files/AmlRapport.txt"
               organization is line sequential.
           select optional Aml-Historik-In
               assign to "text-files/KundeRisikoAmlHistorik.txt"
               organization is line sequential.
           select Aml-Historik-Out
               assign to "text-files/KundeRisikoAmlHistorik.txt"
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
           select optional Forslag-In
               assign to "text-files/KundeRisikoForslag.txt"
               organization is line sequential.
           select Forslag-Out
               assign to "text-files/KundeRisikoForslag.txt"
               organization is line sequential.
           select Klasse-Out
               assign to "text-files/KundeRisikoKlasse.txt"
               organization is line sequential.
     *> --- Forslagene gaar ad den auditerede vej: C-linjer ---
     *> --- appendes til kundeVedligehold's transaktionsfil ---
           select Vedligehold-Out
               assign to "text-files/KundeVedligehold.txt"
               organization is line sequential
               file status is VEDLIGEHOLD-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Parameter-In.
      01 Parameter-Linje.
           02 RP-TYPE-IN            pic x(4).
           02 RP-NOEGLE-IN          pic x(4).
           02 RP-VAERDI-IN          pic 9(9).
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Virksomhed-Data-In.
      01 Virksomhed-Linje-In       pic x(300).
      fd Pep-In.
      01 Pep-Linje.
           02 PEP-KUNDE-ID-IN       pic x(10).
           02 PEP-ROLLE-IN          pic x.
           02 PEP-FRA-DATO-IN       pic x(10).
           02 PEP-TIL-DATO-IN       pic x(10).
      fd Sanktions-Liste-In.
      01 Sanktions-Liste-Linje.
           02 SL-NAVN-IN            pic x(40).
           02 SL-LISTE-REF-IN       pic x(10).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN        pic x(14).
           02 KM-REG-NR-IN          pic x(6).
           02 KM-KUNDE-ID-IN        pic x(10).
           02 KM-OPRETTET-DATO-IN   pic x(10).
           02 KM-PRODUKT-KODE-IN    pic x(4).
      fd Aml-Rapport-In.
      01 Aml-Rapport-Linje         pic x(250).
      fd Aml-Historik-In.
      01 Aml-Historik-Linje-In.
           02 AH-KUNDE-ID-IN        pic x(10).
           02 AH-DATO-IN            pic x(10).
           02 AH-HIT-IN             pic x(250).
      fd Aml-Historik-Out.
      01 Aml-Historik-Linje-Ud.
           02 AH-KUNDE-ID-UD        pic x(10).
           02 AH-DATO-UD            pic x(10).
           02 AH-HIT-UD             pic x(250).
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
      fd Forslag-In.
      01 Forslag-Linje-In.
           02 FS-KUNDE-ID-IN        pic x(10).
           02 FS-KLASSE-IN          pic x.
           02 FS-DATO-IN            pic x(10).
      fd Forslag-Out.
      01 Forslag-Linje-Ud.
           02 FS-KUNDE-ID-UD        pic x(10).
           02 FS-KLASSE-UD          pic x.
           02 FS-DATO-UD            pic x(10).
      fd Klasse-Out.
      01 Klasse-Linje.
           02 KL-KUNDE-ID-UD        pic x(10).
           02 KL-KLASSE-UD          pic x.
           02 KL-SCORE-UD           pic 9(3).
           02 KL-GODKENDT-UD        pic x.
           02 KL-DATO-UD            pic x(10).
           02 KL-FAKTORER-UD        pic x(100).
      fd Vedligehold-Out.
      01 Vedligehold-Linje-Ud.
           02 VU-AKTION             pic x.
           02 VU-BRUGER-ID          pic x(8).
           02 VU-KUNDE-REC          pic x(258).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parameter      pic x value "N".
           88 end-of-file-parameter value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-virk           pic x value "N".
           88 end-of-file-virk    value "Y".
      01 EOF-check-pep            pic x value "N".
           88 end-of-file-pep     value "Y".
      01 EOF-check-liste          pic x value "N".
           88 end-of-file-liste   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-aml            pic x value "N".
           88 end-of-file-aml     value "Y".
      01 EOF-check-historik       pic x value "N".
           88 end-of-file-historik value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-arkiv-liste    pic x value "N".
           88 end-of-file-arkiv-liste value "Y".
      01 EOF-check-arkiv          pic x value "N".
           88 end-of-file-arkiv   value "Y".
      01 EOF-check-forslag        pic x value "N".
           88 end-of-file-forslag value "Y".
      01 pos                      pic 9(4) value 1.
      01 VEDLIGEHOLD-STATUS       pic x(2) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 DAGS-YMD                 pic 9(8) value 0.
      01 PERIODE-START            pic x(10) value spaces.
      01 PERIODE-AAR              pic 9(4) value 0.
     *> --- Vaegte (point) - overstyres med VAEG-linjer ---
      01 Risiko-Vaegte.
           02 VAEGT-AML             pic 9(3) value 10.
           02 VAEGT-SANK            pic 9(3) value 40.
           02 VAEGT-UDL             pic 9(3) value 20.
           02 VAEGT-KASS            pic 9(3) value 20.
           02 VAEGT-VIRK            pic 9(3) value 10.
           02 VAEGT-PEP             pic 9(3) value 40.
     *> --- Graenser - overstyres med GRNS-linjer ---
      01 Risiko-Graenser.
           02 AML-MAKS              pic 9(3) value 5.
           02 NAER-MAKS-AFVIG       pic 9(2) value 2.
           02 UDL-GRAENSE-PCT       pic 9(3) value 25.
           02 KASSE-GRAENSE-DKK     pic 9(9) value 100000.
           02 MIDDEL-GRAENSE        pic 9(3) value 30.
           02 HOEJ-GRAENSE          pic 9(3) value 60.
           02 FORSLAG-DAGE          pic 9(3) value 30.
     *> --- Produktrisici (point pr. produktkode) - PROD-linjer ---
      01 Produkt-Risiko-Tabel.
           02 PR-ANTAL              pic 9(3) value 0.
           02 PR-POST OCCURS 200 TIMES.
              03 PR-PRODUKT-KODE    pic x(4).
              03 PR-POINT           pic 9(3).
      01 PR-INDEX                 pic 9(3) value 0.
     *> --- Kunderne med faktorerne ---
      01 Kunde-Tabel.
           02 KU-ANTAL             pic 9(5) value 0.
           02 KU-POST OCCURS 50000 TIMES.
              03 KU-REC            pic x(258).
              03 KU-AML-ANTAL      pic 9(5).
              03 KU-ANTAL-POST     pic 9(7).
              03 KU-ANTAL-UDL      pic 9(7).
              03 KU-KASSE-DKK      pic s9(13)v99 COMP-3.
              03 KU-PROD-POINT     pic 9(3).
              03 KU-VIRK-FLAG      pic x.
              03 KU-PEP-FLAG       pic x.
      01 KU-INDEX                 pic 9(5) value 0.
      01 KU-FUND-FLAG             pic x value "N".
           88 KUNDE-FUNDET        value "Y".
           88 KUNDE-IKKE-FUNDET   value "N".
      01 SOEGT-KUNDE-ID           pic x(10) value spaces.
      01 Arbejds-Kunde-Rec.
           copy "KUNDER.cpy".
     *> --- Konto -> kunde fra KontoMaster.txt, til posteringer ---
     *> --- uden Kunde-Id ---
      01 Konto-Tabel.
           02 KO-ANTAL             pic 9(5) value 0.
           02 KO-POST OCCURS 50000 TIMES.
              03 KO-KONTO-ID       pic x(14).
              03 KO-KUNDE-ID       pic x(10).
      01 KO-INDEX                 pic 9(5) value 0.
      copy "Opgave10/Copybooks/SanktionsTabel.cpy".
      01 SL-LAENGDE-TABEL.
           02 SL-LAENGDE OCCURS 10000 TIMES pic 9(2).
      01 NAVN-LAENGDE             pic 9(2) value 0.
      01 ANTAL-AFVIG              pic 9(2) value 0.
      01 TEGN-INDEX               pic 9(2) value 0.
      01 SANK-FLAG                pic x value "N".
           88 SANK-NAER           value "Y".
           88 SANK-IKKE-NAER      value "N".
     *> --- AML-historikken: 12 maaneders hits ---
      01 Aml-Historik-Tabel.
           02 AH-ANTAL             pic 9(5) value 0.
           02 AH-POST OCCURS 20000 TIMES.
              03 AH-KUNDE-ID       pic x(10).
              03 AH-DATO           pic x(10).
              03 AH-HIT            pic x(250).
      01 AH-INDEX                 pic 9(5) value 0.
      01 AH-FUND-FLAG             pic x value "N".
           88 HIT-KENDT           value "Y".
           88 HIT-NYT             value "N".
      01 Aml-Parse-Felter.
           02 AML-POS              pic 9(4) value 0.
           02 AML-KUNDE-ID         pic x(10) value spaces.
           02 AML-DATO             pic x(10) value spaces.
      01 ANTAL-NYE-AML-HITS       pic 9(7) value 0.
     *> --- Tidligere forslag ---
      01 Forslag-Tabel.
           02 FS-ANTAL             pic 9(5) value 0.
           02 FS-POST OCCURS 50000 TIMES.
              03 FS-KUNDE-ID       pic x(10).
              03 FS-KLASSE         pic x.
              03 FS-DATO           pic x(10).
      01 FS-INDEX                 pic 9(5) value 0.
      01 FS-FUND-FLAG             pic x value "N".
           88 FORSLAG-FUNDET      value "Y".
           88 FORSLAG-IKKE-FUNDET value "N".
      01 FS-YMD                   pic 9(8) value 0.
      01 FORSLAG-ALDER-DAGE       pic s9(7) value 0.
     *> --- Scoringen af den aktuelle kunde ---
      01 Score-Felter.
           02 SCORE                pic 9(7) value 0.
           02 AML-TAELLER          pic 9(5) value 0.
           02 UDL-PCT              pic 9(3) value 0.
           02 AFLEDT-KLASSE        pic x value space.
           02 GODKENDT-KLASSE      pic x value space.
           02 KASSE-E              pic z(12)9.
           02 BELOB-DKK            pic s9(13)v99 COMP-3 value 0.
      01 ANTAL-KUNDER             pic 9(7) value 0.
      01 ANTAL-H                  pic 9(7) value 0.
      01 ANTAL-M                  pic 9(7) value 0.
      01 ANTAL-N                  pic 9(7) value 0.
      01 ANTAL-AFVIGER            pic 9(7) value 0.
      01 ANTAL-FORESLAAET         pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: indlaes faktorerne, scor hver kunde, skriv ---
     *> --- klasserne og foreslaa afvigelser ad fire-oejne-vejen ---
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
           move DATO-NU (1:8) to DAGS-YMD
     *> --- 12-maanedersvinduet: samme dag sidste aar til i dag ---
           compute PERIODE-AAR = function NUMVAL(DATO-NU (1:4)) - 1
           move DAGS-DATO to PERIODE-START
           move PERIODE-AAR to PERIODE-START (1:4)
           perform indlæs-parametre
           perform indlæs-kunder
           perform indlæs-virksomheder
           perform indlæs-pep
           perform indlæs-sanktions-liste
           perform indlæs-konto-master
           perform opdater-aml-historik
           perform opsummer-live-transaktioner
           perform opsummer-arkiverne
           perform indlæs-forslag
           open output Klasse-Out
           open extend Vedligehold-Out
           if VEDLIGEHOLD-STATUS = "35"
               open output Vedligehold-Out
           end-if
           perform varying KU-INDEX from 1 by 1
               until KU-INDEX > KU-ANTAL
               perform scor-en-kunde
           end-perform
           close Vedligehold-Out
           close Klasse-Out
           perform skriv-forslag
           display "Kunderisiko: " ANTAL-KUNDER " kunde(r) scoret - "
               ANTAL-H " H, " ANTAL-M " M, " ANTAL-N " N; "
               ANTAL-AFVIGER " afviger fra Kyc-Risiko, "
               ANTAL-FORESLAAET " foreslaaet til fire-oejne-"
               "godkendelse"
           display "Kunderisiko: " ANTAL-NYE-AML-HITS
               " nye AML-hit(s), " AH-ANTAL " i 12-maaneders-"
               "historikken - se text-files/KundeRisikoKlasse.txt"
           if ANTAL-TABEL-FULD > 0
               display "Kunderisiko: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parameter
           open input Parameter-In
           perform until end-of-file-parameter
               read Parameter-In
                   at end move "Y" to EOF-check-parameter
                   not at end
                       if RP-VAERDI-IN is numeric
                           perform gem-parameter
                       end-if
               end-read
           end-perform
           close Parameter-In
           exit.

      gem-parameter.
           evaluate RP-TYPE-IN also RP-NOEGLE-IN
               when "VAEG" also "AML "
                   move RP-VAERDI-IN to VAEGT-AML
               when "VAEG" also "SANK"
                   move RP-VAERDI-IN to VAEGT-SANK
               when "VAEG" also "UDL "
                   move RP-VAERDI-IN to VAEGT-UDL
               when "VAEG" also "KASS"
                   move RP-VAERDI-IN to VAEGT-KASS
               when "VAEG" also "VIRK"
                   move RP-VAERDI-IN to VAEGT-VIRK
               when "VAEG" also "PEP "
                   move RP-VAERDI-IN to VAEGT-PEP
               when "GRNS" also "AML "
                   move RP-VAERDI-IN to AML-MAKS
               when "GRNS" also "SANK"
                   move RP-VAERDI-IN to NAER-MAKS-AFVIG
               when "GRNS" also "UDL "
                   move RP-VAERDI-IN to UDL-GRAENSE-PCT
               when "GRNS" also "KASS"
                   move RP-VAERDI-IN to KASSE-GRAENSE-DKK
               when "GRNS" also "MID "
                   move RP-VAERDI-IN to MIDDEL-GRAENSE
               when "GRNS" also "HOEJ"
                   move RP-VAERDI-IN to HOEJ-GRAENSE
               when "GRNS" also "FORS"
                   move RP-VAERDI-IN to FORSLAG-DAGE
               when "PROD" also ANY
                   perform gem-produkt-risiko
               when other
                   display "Kunderisiko: ukendt parameter "
                       RP-TYPE-IN " " RP-NOEGLE-IN " ignoreret"
           end-evaluate
           exit.

      gem-produkt-risiko.
           perform varying PR-INDEX from 1 by 1
               until PR-INDEX > PR-ANTAL
                  or PR-PRODUKT-KODE (PR-INDEX) = RP-NOEGLE-IN
               continue
           end-perform
           if PR-INDEX > PR-ANTAL
               if PR-ANTAL not < 200
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to PR-ANTAL
               move PR-ANTAL to PR-INDEX
               move RP-NOEGLE-IN to PR-PRODUKT-KODE (PR-INDEX)
           end-if
           move RP-VAERDI-IN to PR-POINT (PR-INDEX)
           exit.

      indlæs-kunder.
           move 0 to KU-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Kunde-Id of Kunde-Information not = spaces
                           perform gem-kunde
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      gem-kunde.
           if KU-ANTAL not < 50000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to KU-ANTAL
           move Kunde-Information to KU-REC (KU-ANTAL)
           move 0 to KU-AML-ANTAL (KU-ANTAL)
           move 0 to KU-ANTAL-POST (KU-ANTAL)
           move 0 to KU-ANTAL-UDL (KU-ANTAL)
           move 0 to KU-KASSE-DKK (KU-ANTAL)
           move 0 to KU-PROD-POINT (KU-ANTAL)
           move "N" to KU-VIRK-FLAG (KU-ANTAL)
           move "N" to KU-PEP-FLAG (KU-ANTAL)
           exit.

      find-kunde.
           set KUNDE-IKKE-FUNDET to TRUE
           perform varying KU-INDEX from 1 by 1
               until KUNDE-FUNDET or KU-INDEX > KU-ANTAL
               if KU-REC (KU-INDEX) (1:10) = SOEGT-KUNDE-ID
                   set KUNDE-FUNDET to TRUE
               end-if
           end-perform
           if KUNDE-FUNDET
               subtract 1 from KU-INDEX
           end-if
           exit.

      indlæs-virksomheder.
           move "N" to EOF-check-virk
           open input Virksomhed-Data-In
           perform until end-of-file-virk
               read Virksomhed-Data-In
                   at end move "Y" to EOF-check-virk
                   not at end
                       move Virksomhed-Linje-In (1:10)
                           to SOEGT-KUNDE-ID
                       perform find-kunde
                       if KUNDE-FUNDET
                           move "J" to KU-VIRK-FLAG (KU-INDEX)
                       end-if
               end-read
           end-perform
           close Virksomhed-Data-In
           exit.

     *> --- PEP-status gaelder fra hvervets start til 12 maaneder ---
     *> --- efter dets ophoer (blank til-dato = stadig i hvervet) ---
      indlæs-pep.
           move "N" to EOF-check-pep
           open input Pep-In
           perform until end-of-file-pep
               read Pep-In
                   at end move "Y" to EOF-check-pep
                   not at end
                       if (PEP-ROLLE-IN = "P" or PEP-ROLLE-IN = "F")
                           and PEP-FRA-DATO-IN <= DAGS-DATO
                           and (PEP-TIL-DATO-IN = spaces
                               or PEP-TIL-DATO-IN >= PERIODE-START)
                           move PEP-KUNDE-ID-IN to SOEGT-KUNDE-ID
                           perform find-kunde
                           if KUNDE-FUNDET
                               move "J" to KU-PEP-FLAG (KU-INDEX)
                           end-if
                       end-if
               end-read
           end-perform
           close Pep-In
           exit.

     *> --- Listen indlaeses normaliseret som i sanktionsScreening, ---
     *> --- med navnets laengde til naertraef-sammenligningen ---
      indlæs-sanktions-liste.
           move 0 to SL-ANTAL
           move "N" to EOF-check-liste
           open input Sanktions-Liste-In
           perform until end-of-file-liste
               read Sanktions-Liste-In
                   at end move "Y" to EOF-check-liste
                   not at end
                       if SL-ANTAL < MAX-SANKTIONER
                           and SL-NAVN-IN not = spaces
                           add 1 to SL-ANTAL
                           move SL-NAVN-IN to SCREEN-NAVN-RAA
                           perform normaliser-navn
                           move SCREEN-NAVN-NORM
                               to SL-NAVN-NORM (SL-ANTAL)
                           move SCREEN-UD-POS to SL-LAENGDE (SL-ANTAL)
                           move SL-LISTE-REF-IN
                               to SL-LISTE-REF (SL-ANTAL)
                       end-if
               end-read
           end-perform
           close Sanktions-Liste-In
           exit.

      normaliser-navn.
           move function UPPER-CASE(SCREEN-NAVN-RAA)
               to SCREEN-NAVN-UPPER
           move spaces to SCREEN-NAVN-NORM
           move 0 to SCREEN-UD-POS
           perform varying SCREEN-IND-POS from 1 by 1
               until SCREEN-IND-POS > 40
               if SCREEN-NAVN-UPPER (SCREEN-IND-POS:1) not = space
                   add 1 to SCREEN-UD-POS
                   move SCREEN-NAVN-UPPER (SCREEN-IND-POS:1)
                       to SCREEN-NAVN-NORM (SCREEN-UD-POS:1)
               end-if
           end-perform
           exit.

     *> --- Et naertraef: samme normaliserede laengde og hoejst ---
     *> --- NAER-MAKS-AFVIG forskellige tegn (et eksakt hit taeller ---
     *> --- ogsaa) ---
      screen-naertraef.
           set SANK-IKKE-NAER to TRUE
           move Fuld-Navn of Arbejds-Kunde-Rec to SCREEN-NAVN-RAA
           perform normaliser-navn
           move SCREEN-UD-POS to NAVN-LAENGDE
           if NAVN-LAENGDE = 0
               exit paragraph
           end-if
           perform varying SL-INDEX from 1 by 1
               until SANK-NAER or SL-INDEX > SL-ANTAL
               if SL-LAENGDE (SL-INDEX) = NAVN-LAENGDE
                   move 0 to ANTAL-AFVIG
                   perform varying TEGN-INDEX from 1 by 1
                       until TEGN-INDEX > NAVN-LAENGDE
                          or ANTAL-AFVIG > NAER-MAKS-AFVIG
                       if SL-NAVN-NORM (SL-INDEX) (TEGN-INDEX:1)
                           not = SCREEN-NAVN-NORM (TEGN-INDEX:1)
                           add 1 to ANTAL-AFVIG
                       end-if
                   end-perform
                   if ANTAL-AFVIG not > NAER-MAKS-AFVIG
                       set SANK-NAER to TRUE
                   end-if
               end-if
           end-perform
           exit.

     *> --- Kontiene: kunde til posteringer uden Kunde-Id, og den ---
     *> --- hoejeste produktrisiko pr. kunde ---
      indlæs-konto-master.
           move 0 to KO-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN not = spaces
                           perform gem-en-konto
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      gem-en-konto.
           if KO-ANTAL < 50000
               add 1 to KO-ANTAL
               move KM-KONTO-ID-IN to KO-KONTO-ID (KO-ANTAL)
               move KM-KUNDE-ID-IN to KO-KUNDE-ID (KO-ANTAL)
           else
               add 1 to ANTAL-TABEL-FULD
           end-if
           perform varying PR-INDEX from 1 by 1
               until PR-INDEX > PR-ANTAL
                  or PR-PRODUKT-KODE (PR-INDEX) = KM-PRODUKT-KODE-IN
               continue
           end-perform
           if PR-INDEX > PR-ANTAL
               exit paragraph
           end-if
           move KM-KUNDE-ID-IN to SOEGT-KUNDE-ID
           perform find-kunde
           if KUNDE-FUNDET
               and PR-POINT (PR-INDEX) > KU-PROD-POINT (KU-INDEX)
               move PR-POINT (PR-INDEX) to KU-PROD-POINT (KU-INDEX)
           end-if
           exit.

     *> --- AML-historikken: de gemte hits inden for 12 maaneder ---
     *> --- beholdes, nattens rapport tilfoejer de nye, og hittene ---
     *> --- taelles pr. kunde ---
      opdater-aml-historik.
           move 0 to AH-ANTAL
           move "N" to EOF-check-historik
           open input Aml-Historik-In
           perform until end-of-file-historik
               read Aml-Historik-In
                   at end move "Y" to EOF-check-historik
                   not at end
                       if AH-DATO-IN >= PERIODE-START
                           and AH-ANTAL < 20000
                           add 1 to AH-ANTAL
                           move AH-KUNDE-ID-IN to AH-KUNDE-ID (AH-ANTAL)
                           move AH-DATO-IN to AH-DATO (AH-ANTAL)
                           move AH-HIT-IN to AH-HIT (AH-ANTAL)
                       end-if
               end-read
           end-perform
           close Aml-Historik-In
           move "N" to EOF-check-aml
           open input Aml-Rapport-In
           perform until end-of-file-aml
               read Aml-Rapport-In
                   at end move "Y" to EOF-check-aml
                   not at end
                       if Aml-Rapport-Linje (1:14) = "BETINGELSE=AML"
                           perform gem-et-aml-hit
                       end-if
               end-read
           end-perform
           close Aml-Rapport-In
           open output Aml-Historik-Out
           perform varying AH-INDEX from 1 by 1
               until AH-INDEX > AH-ANTAL
               move AH-KUNDE-ID (AH-INDEX) to AH-KUNDE-ID-UD
               move AH-DATO (AH-INDEX) to AH-DATO-UD
               move AH-HIT (AH-INDEX) to AH-HIT-UD
               write Aml-Historik-Linje-Ud
               move AH-KUNDE-ID (AH-INDEX) to SOEGT-KUNDE-ID
               perform find-kunde
               if KUNDE-FUNDET
                   add 1 to KU-AML-ANTAL (KU-INDEX)
               end-if
           end-perform
           close Aml-Historik-Out
           exit.

     *> --- Hittets dato: DATO=/IND-DATO=, eller for maanedssummen ---
     *> --- AAR= og MAANED= (maanedens foerste dag) ---
      gem-et-aml-hit.
           move 0 to AML-POS
           inspect Aml-Rapport-Linje tallying AML-POS
               for characters before initial "KUNDE-ID="
           if AML-POS > 230
               exit paragraph
           end-if
           move Aml-Rapport-Linje (AML-POS + 10:10) to AML-KUNDE-ID
           move spaces to AML-DATO
           move 0 to AML-POS
           inspect Aml-Rapport-Linje tallying AML-POS
               for characters before initial "DATO="
           if AML-POS < 230
               move Aml-Rapport-Linje (AML-POS + 6:10) to AML-DATO
           else
               move 0 to AML-POS
               inspect Aml-Rapport-Linje tallying AML-POS
                   for characters before initial " AAR="
               if AML-POS < 230
                   move Aml-Rapport-Linje (AML-POS + 6:4)
                       to AML-DATO (1:4)
               end-if
               move 0 to AML-POS
               inspect Aml-Rapport-Linje tallying AML-POS
                   for characters before initial " MAANED="
               if AML-POS < 230
                   move "-" to AML-DATO (5:1)
                   move Aml-Rapport-Linje (AML-POS + 9:2)
                       to AML-DATO (6:2)
                   move "-01" to AML-DATO (8:3)
               end-if
           end-if
           if AML-DATO < PERIODE-START or AML-DATO > DAGS-DATO
               exit paragraph
           end-if
           set HIT-NYT to TRUE
           perform varying AH-INDEX from 1 by 1
               until HIT-KENDT or AH-INDEX > AH-ANTAL
               if AH-HIT (AH-INDEX) = Aml-Rapport-Linje
                   set HIT-KENDT to TRUE
               end-if
           end-perform
           if HIT-KENDT
               exit paragraph
           end-if
           if AH-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to AH-ANTAL
           add 1 to ANTAL-NYE-AML-HITS
           move AML-KUNDE-ID to AH-KUNDE-ID (AH-ANTAL)
           move AML-DATO to AH-DATO (AH-ANTAL)
           move Aml-Rapport-Linje to AH-HIT (AH-ANTAL)
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

     *> --- Posteringer i 12-maanedersvinduet: antal, antal til/fra ---
     *> --- udlandet og kontantomsaetningen pr. kunde ---
      opsummer-en-transaktion.
           if DATO of Transaktion-Information (1:10) < PERIODE-START
               or DATO of Transaktion-Information (1:10) > DAGS-DATO
               exit paragraph
           end-if
           move KUNDE-ID of Transaktion-Information to SOEGT-KUNDE-ID
           if SOEGT-KUNDE-ID = spaces
               perform varying KO-INDEX from 1 by 1
                   until KO-INDEX > KO-ANTAL
                      or KO-KONTO-ID (KO-INDEX)
                         = KONTO-ID of Transaktion-Information
                   continue
               end-perform
               if KO-INDEX > KO-ANTAL
                   exit paragraph
               end-if
               move KO-KUNDE-ID (KO-INDEX) to SOEGT-KUNDE-ID
           end-if
           perform find-kunde
           if KUNDE-IKKE-FUNDET
               exit paragraph
           end-if
           add 1 to KU-ANTAL-POST (KU-INDEX)
           if BUTIK of Transaktion-Information (1:4) = "UDL:"
               add 1 to KU-ANTAL-UDL (KU-INDEX)
           end-if
           if BUTIK of Transaktion-Information (1:6) = "KASSE:"
               and function TEST-NUMVAL(
                   BELOB of Transaktion-Information) = 0
               compute BELOB-DKK =
                   function NUMVAL(BELOB of Transaktion-Information)
               if BELOB-DKK < 0
                   compute BELOB-DKK = BELOB-DKK * -1
               end-if
               add BELOB-DKK to KU-KASSE-DKK (KU-INDEX)
           end-if
           exit.

      indlæs-forslag.
           move 0 to FS-ANTAL
           move "N" to EOF-check-forslag
           open input Forslag-In
           perform until end-of-file-forslag
               read Forslag-In
                   at end move "Y" to EOF-check-forslag
                   not at end
                       if FS-KUNDE-ID-IN not = spaces
                           and FS-ANTAL < 50000
                           add 1 to FS-ANTAL
                           move FS-KUNDE-ID-IN to FS-KUNDE-ID (FS-ANTAL)
                           move FS-KLASSE-IN to FS-KLASSE (FS-ANTAL)
                           move FS-DATO-IN to FS-DATO (FS-ANTAL)
                       end-if
               end-read
           end-perform
           close Forslag-In
           exit.

     *> --- Scoren, klassen og - ved afvigelse - forslaget ---
      scor-en-kunde.
           move KU-REC (KU-INDEX) to Arbejds-Kunde-Rec
           add 1 to ANTAL-KUNDER
           move 0 to SCORE
           move KU-AML-ANTAL (KU-INDEX) to AML-TAELLER
           if AML-TAELLER > AML-MAKS
               move AML-MAKS to AML-TAELLER
           end-if
           compute SCORE = SCORE + AML-TAELLER * VAEGT-AML
           perform screen-naertraef
           if SANK-NAER
               add VAEGT-SANK to SCORE
           end-if
           move 0 to UDL-PCT
           if KU-ANTAL-POST (KU-INDEX) > 0
               compute UDL-PCT =
                   KU-ANTAL-UDL (KU-INDEX) * 100
                   / KU-ANTAL-POST (KU-INDEX)
           end-if
           if KU-ANTAL-UDL (KU-INDEX) > 0
               and UDL-PCT not < UDL-GRAENSE-PCT
               add VAEGT-UDL to SCORE
           end-if
           if KU-KASSE-DKK (KU-INDEX) > 0
               and KU-KASSE-DKK (KU-INDEX) not < KASSE-GRAENSE-DKK
               add VAEGT-KASS to SCORE
           end-if
           if KU-VIRK-FLAG (KU-INDEX) = "J"
               add VAEGT-VIRK to SCORE
           end-if
           if KU-PEP-FLAG (KU-INDEX) = "J"
               add VAEGT-PEP to SCORE
           end-if
           add KU-PROD-POINT (KU-INDEX) to SCORE
           if SCORE > 999
               move 999 to SCORE
           end-if
           evaluate TRUE
               when SCORE not < HOEJ-GRAENSE
                   move "H" to AFLEDT-KLASSE
                   add 1 to ANTAL-H
               when SCORE not < MIDDEL-GRAENSE
                   move "M" to AFLEDT-KLASSE
                   add 1 to ANTAL-M
               when other
                   move "N" to AFLEDT-KLASSE
                   add 1 to ANTAL-N
           end-evaluate
           move Kyc-Risiko of Arbejds-Kunde-Rec to GODKENDT-KLASSE
           if GODKENDT-KLASSE = space
               move "N" to GODKENDT-KLASSE
           end-if
           perform skriv-klasse-linje
           if AFLEDT-KLASSE not = GODKENDT-KLASSE
               add 1 to ANTAL-AFVIGER
               perform foreslaa-klasse
           end-if
           exit.

      skriv-klasse-linje.
           move KU-KASSE-DKK (KU-INDEX) to KASSE-E
           move spaces to Klasse-Linje
           move Kunde-Id of Arbejds-Kunde-Rec to KL-KUNDE-ID-UD
           move AFLEDT-KLASSE to KL-KLASSE-UD
           move SCORE to KL-SCORE-UD
           move GODKENDT-KLASSE to KL-GODKENDT-UD
           move DAGS-DATO to KL-DATO-UD
           move 1 to pos
           string
               " AML="                delimited by size
               AML-TAELLER            delimited by size
               " SANK="               delimited by size
               SANK-FLAG              delimited by size
               " UDL-PCT="            delimited by size
               UDL-PCT                delimited by size
               " KASSE="              delimited by size
               function TRIM(KASSE-E) delimited by size
               " VIRK="               delimited by size
               KU-VIRK-FLAG (KU-INDEX) delimited by size
               " PEP="                delimited by size
               KU-PEP-FLAG (KU-INDEX) delimited by size
               " PROD="               delimited by size
               KU-PROD-POINT (KU-INDEX) delimited by size
                  into KL-FAKTORER-UD
                  with pointer pos
           end-string
           write Klasse-Linje
           exit.

     *> --- Samme klasse foreslaas hoejst hver FORSLAG-DAGE dage ---
      foreslaa-klasse.
           set FORSLAG-IKKE-FUNDET to TRUE
           perform varying FS-INDEX from 1 by 1
               until FORSLAG-FUNDET or FS-INDEX > FS-ANTAL
               if FS-KUNDE-ID (FS-INDEX)
                   = Kunde-Id of Arbejds-Kunde-Rec
                   set FORSLAG-FUNDET to TRUE
               end-if
           end-perform
           if FORSLAG-FUNDET
               subtract 1 from FS-INDEX
               if FS-KLASSE (FS-INDEX) = AFLEDT-KLASSE
                   and FS-DATO (FS-INDEX) (1:4) is numeric
                   compute FS-YMD =
                       function NUMVAL(FS-DATO (FS-INDEX) (1:4)) * 10000
                       + function NUMVAL(FS-DATO (FS-INDEX) (6:2)) * 100
                       + function NUMVAL(FS-DATO (FS-INDEX) (9:2))
                   compute FORSLAG-ALDER-DAGE =
                       function INTEGER-OF-DATE(DAGS-YMD)
                       - function INTEGER-OF-DATE(FS-YMD)
                   if FORSLAG-ALDER-DAGE < FORSLAG-DAGE
                       exit paragraph
                   end-if
               end-if
           else
               if FS-ANTAL not < 50000
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to FS-ANTAL
               move FS-ANTAL to FS-INDEX
               move Kunde-Id of Arbejds-Kunde-Rec
                   to FS-KUNDE-ID (FS-INDEX)
           end-if
           move AFLEDT-KLASSE to FS-KLASSE (FS-INDEX)
           move DAGS-DATO to FS-DATO (FS-INDEX)
           add 1 to ANTAL-FORESLAAET
           move AFLEDT-KLASSE to Kyc-Risiko of Arbejds-Kunde-Rec
           move spaces to Vedligehold-Linje-Ud
           move "C" to VU-AKTION
           move "RISIKORT" to VU-BRUGER-ID
           move Arbejds-Kunde-Rec to VU-KUNDE-REC
           write Vedligehold-Linje-Ud
           exit.

      skriv-forslag.
           open output Forslag-Out
           perform varying FS-INDEX from 1 by 1
               until FS-INDEX > FS-ANTAL
               move FS-KUNDE-ID (FS-INDEX) to FS-KUNDE-ID-UD
               move FS-KLASSE (FS-INDEX) to FS-KLASSE-UD
               move FS-DATO (FS-INDEX) to FS-DATO-UD
               write Forslag-Linje-Ud
           end-perform
           close Forslag-Out
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
           move "kundeRisiko" to KAP-PROGRAM
           move "PRODUKT-RISIKO-TABEL" to KAP-TABEL
           move PR-ANTAL to KAP-ANTAL
           move 200 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KO-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "SANKTIONS-TABEL" to KAP-TABEL
           move SL-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "AML-HISTORIK-TABEL" to KAP-TABEL
           move AH-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "FORSLAG-TABEL" to KAP-TABEL
           move FS-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
