      identification division.
      program-id. personaleKonti.

     *> --- Personalekonti: systemet vidste ikke, hvem der var ansat,
     *>     og personalerabatter blev givet ved at rette
     *>     KontoProdukter.txt i haanden. Trinnet laeser nu
     *>     personaleregistret text-files/Medarbejdere.txt
     *>     (Medarbejder.cpy - medarbejdernr., Kunde-Id, ansat fra/
     *>     til, filial) og personalevilkaarene i
     *>     PersonaleVilkaar.txt (almindelig produktkode -> personale-
     *>     produktets kode/navn/gebyr/rente; koden "****" gaelder
     *>     medarbejderens konti uden produktraekke):
     *>       - medarbejderens konti (ejer via KontoMaster.txt) faar
     *>         personaleproduktet, saa laenge vedkommende er ansat -
     *>         gebyrfritagelse er et personaleprodukt med gebyr nul.
     *>         Den oprindelige raekke gemmes i
     *>         PersonaleProduktOriginaler.txt
     *>       - fra den 1. i maaneden efter fratraedelsen laegges den
     *>         oprindelige raekke tilbage (eller raekken fjernes, hvis
     *>         kontoen ingen havde). Et personaleprodukt uden gemt
     *>         original meldes til manuel kontrol
     *>       - masteren skrives om i een arbejdsgang (samme moenster
     *>         som produktLivscyklus), og hver aendring rapporteres i
     *>         PersonaleKontiAendringer.txt
     *>     Efter hvert maanedsskifte dannes een gang compliance'
     *>     insider-rapport text-files/Udbakke/PersonaleTilsyn_
     *>     <aaaa-mm>_<tidsstempel>.txt over maaneden for de ansatte
     *>     i maaneden:
     *>       - OVF: overfoersler ud paa mindst STOR-OVERFOERSEL DKK,
     *>         hvis indgaaende ben (samme dato, beloeb og valuta - som
     *>         overfoerselsafstemningen i opgave10) staar paa en anden
     *>         medarbejders konto eller paa en konto i medarbejderens
     *>         egen filial (FilialRaadgivere.txt)
     *>       - OVT: laveste dagsaldo i maaneden under minus
     *>         personalets overtraeksgraense. Saldoen opgoeres som i
     *>         saldoAttest: KontoHistorik.txt for de daekkede aar plus
     *>         posteringerne i Transaktioner.txt og arkiverne
     *>     Maaneden noteres i PersonaleTilsynRegister.txt. Graenserne
     *>     (default 25000/50000 DKK) og evt. en maaned, der dannes
     *>     igen, kan angives i den valgfri PersonaleParameter.txt.

      environment division.
      input-output section.
      file-control.
           select optional Medarbejder-In
               assign to "text-files/Medarbejdere.txt"
               organization is line sequential.
           select optional Vilkaar-In
               assign to "text-files/PersonaleVilkaar.txt"
               organization is line sequential.
           select optional Parameter-In
               assign to "text-files/PersonaleParameter.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Produkt-In
               assign to "text-files/KontoProdukter.txt"
               organization is line sequential.
           select Konto-Produkt-Out
               assign to "text-files/KontoProdukter.txt"
               organization is line sequential.
           select optional Original-In
               assign to "text-files/PersonaleProduktOriginaler.txt"
               organization is line sequential.
           select Original-Out
               assign to "text-files/PersonaleProduktOriginaler.txt"
               organization is line sequential.
           select Aendring-Out
               assign to "text-files/PersonaleKontiAendringer.txt"
               organization is line sequential.
           select optional Filial-In
               assign to "text-files/FilialRaadgivere.txt"
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
           select optional Konto-Historik-In
               assign to "text-files/KontoHistorik.txt"
               organization is line sequential.
           select optional Tilsyn-Register-In
               assign to "text-files/PersonaleTilsynRegister.txt"
               organization is line sequential.
           select Tilsyn-Register-Out
               assign to "text-files/PersonaleTilsynRegister.txt"
               organization is line sequential
               file status is TILSYN-REGISTER-STATUS.
           select Tilsyn-Out
               assign to dynamic TILSYN-FIL-NAVN
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Medarbejder-In.
      01 Medarbejder-Linje.
           copy "Opgave10/Copybooks/Medarbejder.cpy".
      fd Vilkaar-In.
      01 Vilkaar-Linje.
           02 PV-FRA-KODE-IN        pic x(4).
           02 PV-PERS-KODE-IN       pic x(4).
           02 PV-PERS-NAVN-IN       pic x(20).
           02 PV-PERS-GEBYR-IN      pic 9(9)v99.
           02 PV-PERS-RENTE-IN      pic 9(2)v9999.
      fd Parameter-In.
      01 Parameter-Linje.
           02 PARM-OVERTRAEK        pic 9(9).
           02 PARM-STOR-OVERFOERSEL pic 9(9).
           02 PARM-MAANED           pic x(7).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN        pic x(14).
           02 KM-REG-NR-IN          pic x(6).
           02 KM-KUNDE-ID-IN        pic x(10).
           02 KM-OPRETTET-DATO-IN   pic x(10).
           02 KM-PRODUKT-KODE-IN    pic x(4).
      fd Konto-Produkt-In.
      01 Konto-Produkt-Linje       pic x(70).
      fd Konto-Produkt-Out.
      01 Konto-Produkt-Linje-Ud    pic x(70).
      fd Original-In.
      01 Original-Linje-In.
           02 OR-KONTO-ID-IN        pic x(14).
           02 OR-HAVDE-IN           pic x.
           02 OR-REC-IN             pic x(70).
      fd Original-Out.
      01 Original-Linje-Ud.
           02 OR-KONTO-ID-UD        pic x(14).
           02 OR-HAVDE-UD           pic x.
           02 OR-REC-UD             pic x(70).
      fd Aendring-Out.
      01 Aendring-Linje            pic x(200) value spaces.
      fd Filial-In.
      01 Filial-Linje.
           02 FI-KONTO-ID-IN        pic x(14).
           02 FI-FILIAL-KODE-IN     pic x(4).
           02 FILLER                pic x(65).
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
      fd Konto-Historik-In.
      01 Konto-Historik-Linje-In   pic x(80).
      fd Tilsyn-Register-In.
      01 Tilsyn-Register-Linje-In.
           02 RG-TAG-IN             pic x(4).
           02 RG-MAANED-IN          pic x(7).
           02 FILLER                pic x(109).
      fd Tilsyn-Register-Out.
      01 Tilsyn-Register-Linje-Ud  pic x(120) value spaces.
      fd Tilsyn-Out.
      01 Tilsyn-Linje              pic x(250) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-medarbejder    pic x value "N".
           88 end-of-file-medarbejder value "Y".
      01 EOF-check-vilkaar        pic x value "N".
           88 end-of-file-vilkaar value "Y".
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-produkt        pic x value "N".
           88 end-of-file-produkt value "Y".
      01 EOF-check-original       pic x value "N".
           88 end-of-file-original value "Y".
      01 EOF-check-filial         pic x value "N".
           88 end-of-file-filial  value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-arkiv-liste    pic x value "N".
           88 end-of-file-arkiv-liste value "Y".
      01 EOF-check-arkiv          pic x value "N".
           88 end-of-file-arkiv   value "Y".
      01 EOF-check-historik       pic x value "N".
           88 end-of-file-historik value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 pos                      pic 9(4) value 1.
      01 TILSYN-REGISTER-STATUS   pic x(2) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 TILSYN-FIL-NAVN          pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
     *> --- Graenserne for insider-rapporten i hele DKK ---
      01 OVERTRAEK-GRAENSE        pic 9(9) value 25000.
      01 STOR-OVERFOERSEL         pic 9(9) value 50000.
     *> --- Dato-regning ---
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD             pic 9(8) value 0.
           02 DATO-YMD-X redefines DATO-YMD pic x(8).
           02 DATO-DAG-NR          pic 9(8) value 0.
           02 NAESTE-MAANED-DATO   pic x(10) value spaces.
           02 NM-AAR               pic 9(4) value 0.
           02 NM-MAANED            pic 9(2) value 0.
     *> --- Personaleregistret - en medarbejder kan have flere ---
     *> --- ansaettelser; MT-STOP er den 1. i maaneden efter ---
     *> --- fratraedelsen, hvor personalevilkaarene ophoerer ---
      01 Medarbejder-Tabel.
           02 MT-ANTAL             pic 9(5) value 0.
           02 MT-POST OCCURS 5000 TIMES.
              03 MT-NR             pic x(8).
              03 MT-KUNDE-ID       pic x(10).
              03 MT-FRA            pic x(10).
              03 MT-TIL            pic x(10).
              03 MT-STOP           pic x(10).
              03 MT-FILIAL         pic x(4).
              03 MT-I-MAANED-FLAG  pic x.
                 88 MT-ANSAT-I-MAANED     value "Y".
      01 MT-INDEX                 pic 9(5) value 0.
      01 MT-FUNDET-INDEX          pic 9(5) value 0.
      01 OPSLAG-KUNDE-ID          pic x(10) value spaces.
      01 ANSAT-FLAG               pic x value "N".
           88 KUNDE-ER-ANSAT      value "Y".
           88 KUNDE-IKKE-ANSAT    value "N".
     *> --- Personalevilkaarene ---
      01 Vilkaar-Tabel.
           02 PV-ANTAL             pic 9(3) value 0.
           02 PV-POST OCCURS 100 TIMES.
              03 PV-FRA-KODE       pic x(4).
              03 PV-PERS-KODE      pic x(4).
              03 PV-PERS-NAVN      pic x(20).
              03 PV-PERS-GEBYR     pic 9(9)v99.
              03 PV-PERS-RENTE     pic 9(2)v9999.
      01 PV-INDEX                 pic 9(3) value 0.
      01 VILKAAR-FLAG             pic x value "N".
           88 VILKAAR-FUNDET      value "Y".
           88 VILKAAR-IKKE-FUNDET value "N".
     *> --- Konto-ID -> Kunde-Id fra kontomasteren ---
      01 Ejer-Tabel.
           02 EJ-ANTAL             pic 9(5) value 0.
           02 EJ-POST OCCURS 50000 TIMES.
              03 EJ-KONTO-ID       pic x(14).
              03 EJ-KUNDE-ID       pic x(10).
      01 EJ-INDEX                 pic 9(5) value 0.
     *> --- Produktmasteren i memory - en raekke med spaces er ---
     *> --- fjernet og skrives ikke tilbage ---
      01 Produkt-Tabel.
           02 PT-ANTAL             pic 9(5) value 0.
           02 PT-POST OCCURS 50000 TIMES.
              03 PT-REC            pic x(70).
      01 PT-INDEX                 pic 9(5) value 0.
      01 Arbejds-Produkt.
           02 AP-KONTO-ID          pic x(14).
           02 AP-PRODUKT-KODE      pic x(4).
           02 AP-PRODUKT-NAVN      pic x(20).
           02 AP-GEBYR-DKK         pic 9(9)v99.
           02 AP-RENTE-SATS        pic 9(2)v9999.
           02 AP-UDLOEB-DATO       pic x(10).
           02 AP-LOEBETID-MDR      pic 9(3).
           02 AP-KILDESKAT-FLAG    pic x.
           02 AP-CAMT-FLAG         pic x.
     *> --- De gemte oprindelige raekker (HAVDE N = kontoen havde ---
     *> --- ingen produktraekke) ---
      01 Original-Tabel.
           02 OT-ANTAL             pic 9(5) value 0.
           02 OT-POST OCCURS 50000 TIMES.
              03 OT-KONTO-ID       pic x(14).
              03 OT-HAVDE          pic x.
              03 OT-REC            pic x(70).
      01 OT-INDEX                 pic 9(5) value 0.
      01 ORIGINAL-FLAG            pic x value "N".
           88 ORIGINAL-FUNDET     value "Y".
           88 ORIGINAL-IKKE-FUNDET value "N".
      01 TIL-PRODUKT-KODE         pic x(5) value spaces.
      01 PRODUKT-FLAG             pic x value "N".
           88 KONTO-HAR-PRODUKT   value "Y".
           88 KONTO-UDEN-PRODUKT  value "N".
     *> --- Filial pr. konto ---
      01 Filial-Tabel.
           02 FI-ANTAL             pic 9(5) value 0.
           02 FI-POST OCCURS 50000 TIMES.
              03 FI-KONTO-ID       pic x(14).
              03 FI-FILIAL-KODE    pic x(4).
      01 FI-INDEX                 pic 9(5) value 0.
     *> --- Insider-rapportens maaned ---
      01 RAPPORT-MAANED           pic x(7) value spaces.
      01 MAANED-START             pic x(10) value spaces.
      01 MAANED-NAESTE-START      pic x(10) value spaces.
      01 MAANED-START-DAG-NR      pic 9(8) value 0.
      01 RAPPORT-AAR              pic x(4) value spaces.
      01 MAANED-FLAG              pic x value "N".
           88 MAANED-SKAL-DANNES  value "Y".
           88 MAANED-ER-DANNET    value "N".
     *> --- Personalets konti i maaneden: primo-saldo og netto pr. ---
     *> --- dag ---
      01 Personale-Konto-Tabel.
           02 SK-ANTAL             pic 9(5) value 0.
           02 SK-POST OCCURS 5000 TIMES.
              03 SK-KONTO-ID       pic x(14).
              03 SK-MT-INDEX       pic 9(5).
              03 SK-PRIMO          pic s9(13)v99 COMP-3.
              03 SK-DAG-NETTO      pic s9(13)v99 COMP-3
                                   OCCURS 31 TIMES.
      01 SK-INDEX                 pic 9(5) value 0.
      01 SK-FLAG                  pic x value "N".
           88 SK-FUNDET           value "Y".
           88 SK-IKKE-FUNDET      value "N".
      01 SK-OPSLAG                pic x(14) value spaces.
      01 DAG-INDEX                pic 9(2) value 0.
      01 ANTAL-DAGE               pic 9(2) value 0.
      01 SALDO-LOEB               pic s9(13)v99 COMP-3 value 0.
      01 SALDO-LAVESTE            pic s9(13)v99 COMP-3 value 0.
      01 LAVESTE-DAG              pic 9(2) value 0.
      01 GRAENSE-NEGATIV          pic s9(13)v99 COMP-3 value 0.
     *> --- Historik-daekningen for personalets konti ---
      01 Historik-Tabel.
           02 HK-ANTAL             pic 9(5) value 0.
           02 HK-POST OCCURS 20000 TIMES.
              03 HK-KONTO-ID       pic x(14).
              03 HK-AAR            pic x(4).
              03 HK-SUM-DKK        pic s9(13)v99 COMP-3.
      01 HK-INDEX                 pic 9(5) value 0.
      01 HK-FLAG                  pic x value "N".
           88 HISTORIK-DAEKKET    value "Y".
           88 HISTORIK-IKKE-DAEKKET value "N".
      01 Historik-Parse.
           02 HK-P-KONTO-ID        pic x(14) value spaces.
           02 HK-P-AAR             pic x(4)  value spaces.
           02 HK-P-ANTAL           pic x(8)  value spaces.
           02 HK-P-SUM             pic x(16) value spaces.
     *> --- Overfoerselsben i maaneden paa mindst STOR-OVERFOERSEL ---
      01 Ben-Tabel.
           02 BN-ANTAL             pic 9(5) value 0.
           02 BN-POST OCCURS 20000 TIMES.
              03 BN-RETNING        pic x.
              03 BN-KONTO-ID       pic x(14).
              03 BN-DATO           pic x(10).
              03 BN-BELOB-ABS      pic s9(13)v99 COMP-3.
              03 BN-VALUTA         pic x(4).
              03 BN-MATCHET        pic x.
      01 BN-INDEX                 pic 9(5) value 0.
      01 BN-INDEX-2               pic 9(5) value 0.
      01 Trans-Felter.
           02 TRANS-BELOB          pic s9(13)v99 COMP-3 value 0.
           02 TRANS-BELOB-ABS      pic s9(13)v99 COMP-3 value 0.
           02 TRANS-DATO           pic x(10) value spaces.
           02 TRANS-TYPE           pic x(20) value spaces.
      01 MODTAGER-KUNDE-ID        pic x(10) value spaces.
      01 MODTAGER-FILIAL          pic x(4) value spaces.
      01 MODTAGER-MEDARB-NR       pic x(8) value spaces.
      01 HIT-BETINGELSE           pic x(32) value spaces.
      01 BELOB-E                  pic -(12)9.99.
      01 ANTAL-TILDELT            pic 9(7) value 0.
      01 ANTAL-FJERNET            pic 9(7) value 0.
      01 ANTAL-KONTROL            pic 9(7) value 0.
      01 ANTAL-OVF-HITS           pic 9(7) value 0.
      01 ANTAL-OVT-HITS           pic 9(7) value 0.
      01 ANTAL-I-MAANED           pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: personalevilkaarene holdes ajour hver nat; ---
     *> --- insider-rapporten dannes efter maanedsskiftet ---
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
           perform indlæs-parametre
           perform indlæs-medarbejdere
           if MT-ANTAL = 0
               display "Personalekonti: ingen medarbejdere i "
                   "text-files/Medarbejdere.txt - intet at goere"
               stop run
           end-if
           perform indlæs-vilkaar
           perform indlæs-ejer-tabel
           perform indlæs-originaler
           open output Aendring-Out
           perform behandl-produkt-master
           close Aendring-Out
           perform bestem-maaned
           if MAANED-SKAL-DANNES
               perform dan-tilsynsrapport
           end-if
           display "Personalekonti: " ANTAL-TILDELT
               " konto(er) fik personalevilkaar, " ANTAL-FJERNET
               " fik dem fjernet, " ANTAL-KONTROL " til kontrol - se "
               "text-files/PersonaleKontiAendringer.txt"
           if ANTAL-TABEL-FULD > 0
               display "Personalekonti: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- DATO-TEKST (yyyy-mm-dd) -> DATO-DAG-NR (0 = ugyldig) ---
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
               if function TEST-DATE-YYYYMMDD(DATO-YMD) = 0
                   compute DATO-DAG-NR =
                       function INTEGER-OF-DATE(DATO-YMD)
               end-if
           end-if
           exit.

     *> --- DATO-TEKST (yyyy-mm...) -> NAESTE-MAANED-DATO, den 1. i ---
     *> --- maaneden efter ---
      foerste-i-naeste-maaned.
           move spaces to NAESTE-MAANED-DATO
           if DATO-TEKST (1:4) is not numeric
               or DATO-TEKST (6:2) is not numeric
               exit paragraph
           end-if
           move DATO-TEKST (1:4) to NM-AAR
           move DATO-TEKST (6:2) to NM-MAANED
           if NM-MAANED >= 12
               add 1 to NM-AAR
               move 1 to NM-MAANED
           else
               add 1 to NM-MAANED
           end-if
           string
               NM-AAR           delimited by size
               "-"              delimited by size
               NM-MAANED        delimited by size
               "-01"            delimited by size
                  into NAESTE-MAANED-DATO
           end-string
           exit.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-OVERTRAEK is numeric
                       and PARM-OVERTRAEK > 0
                       move PARM-OVERTRAEK to OVERTRAEK-GRAENSE
                   end-if
                   if PARM-STOR-OVERFOERSEL is numeric
                       and PARM-STOR-OVERFOERSEL > 0
                       move PARM-STOR-OVERFOERSEL to STOR-OVERFOERSEL
                   end-if
           end-read
           close Parameter-In
           exit.

      indlæs-medarbejdere.
           move 0 to MT-ANTAL
           move "N" to EOF-check-medarbejder
           open input Medarbejder-In
           perform until end-of-file-medarbejder
               read Medarbejder-In
                   at end move "Y" to EOF-check-medarbejder
                   not at end
                       if MED-KUNDE-ID not = spaces
                           and MED-ANSAT-FRA not = spaces
                           perform gem-medarbejder
                       end-if
               end-read
           end-perform
           close Medarbejder-In
           exit.

      gem-medarbejder.
           if MT-ANTAL not < 5000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to MT-ANTAL
           move MED-NR to MT-NR (MT-ANTAL)
           move MED-KUNDE-ID to MT-KUNDE-ID (MT-ANTAL)
           move MED-ANSAT-FRA to MT-FRA (MT-ANTAL)
           move MED-ANSAT-TIL to MT-TIL (MT-ANTAL)
           move MED-FILIAL to MT-FILIAL (MT-ANTAL)
           move "N" to MT-I-MAANED-FLAG (MT-ANTAL)
           move spaces to MT-STOP (MT-ANTAL)
           if MED-ANSAT-TIL not = spaces
               move MED-ANSAT-TIL to DATO-TEKST
               perform foerste-i-naeste-maaned
               move NAESTE-MAANED-DATO to MT-STOP (MT-ANTAL)
           end-if
           exit.

      indlæs-vilkaar.
           move 0 to PV-ANTAL
           move "N" to EOF-check-vilkaar
           open input Vilkaar-In
           perform until end-of-file-vilkaar
               read Vilkaar-In
                   at end move "Y" to EOF-check-vilkaar
                   not at end
                       if PV-ANTAL < 100
                           and PV-PERS-KODE-IN not = spaces
                           add 1 to PV-ANTAL
                           move PV-FRA-KODE-IN to PV-FRA-KODE (PV-ANTAL)
                           move PV-PERS-KODE-IN
                               to PV-PERS-KODE (PV-ANTAL)
                           move PV-PERS-NAVN-IN
                               to PV-PERS-NAVN (PV-ANTAL)
                           move PV-PERS-GEBYR-IN
                               to PV-PERS-GEBYR (PV-ANTAL)
                           move PV-PERS-RENTE-IN
                               to PV-PERS-RENTE (PV-ANTAL)
                       end-if
               end-read
           end-perform
           close Vilkaar-In
           exit.

      indlæs-ejer-tabel.
           move 0 to EJ-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if EJ-ANTAL < 50000
                           add 1 to EJ-ANTAL
                           move KM-KONTO-ID-IN to EJ-KONTO-ID (EJ-ANTAL)
                           move KM-KUNDE-ID-IN to EJ-KUNDE-ID (EJ-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      indlæs-originaler.
           move 0 to OT-ANTAL
           move "N" to EOF-check-original
           open input Original-In
           perform until end-of-file-original
               read Original-In
                   at end move "Y" to EOF-check-original
                   not at end
                       if OT-ANTAL < 50000
                           and OR-KONTO-ID-IN not = spaces
                           add 1 to OT-ANTAL
                           move OR-KONTO-ID-IN to OT-KONTO-ID (OT-ANTAL)
                           move OR-HAVDE-IN to OT-HAVDE (OT-ANTAL)
                           move OR-REC-IN to OT-REC (OT-ANTAL)
                       end-if
               end-read
           end-perform
           close Original-In
           exit.

     *> --- Er OPSLAG-KUNDE-ID ansat i dag? MT-FUNDET-INDEX peger ---
     *> --- paa ansaettelsen ---
      find-ansat-i-dag.
           set KUNDE-IKKE-ANSAT to TRUE
           perform varying MT-INDEX from 1 by 1
               until KUNDE-ER-ANSAT or MT-INDEX > MT-ANTAL
               if MT-KUNDE-ID (MT-INDEX) = OPSLAG-KUNDE-ID
                   and MT-FRA (MT-INDEX) <= DAGS-DATO
                   and (MT-STOP (MT-INDEX) = spaces
                     or DAGS-DATO < MT-STOP (MT-INDEX))
                   set KUNDE-ER-ANSAT to TRUE
                   move MT-INDEX to MT-FUNDET-INDEX
               end-if
           end-perform
           exit.

      find-ejer.
           move spaces to OPSLAG-KUNDE-ID
           perform varying EJ-INDEX from 1 by 1
               until OPSLAG-KUNDE-ID not = spaces
                  or EJ-INDEX > EJ-ANTAL
               if EJ-KONTO-ID (EJ-INDEX) = AP-KONTO-ID
                   move EJ-KUNDE-ID (EJ-INDEX) to OPSLAG-KUNDE-ID
               end-if
           end-perform
           exit.

      find-original.
           set ORIGINAL-IKKE-FUNDET to TRUE
           perform varying OT-INDEX from 1 by 1
               until ORIGINAL-FUNDET or OT-INDEX > OT-ANTAL
               if OT-KONTO-ID (OT-INDEX) = AP-KONTO-ID
                   set ORIGINAL-FUNDET to TRUE
               end-if
           end-perform
           if ORIGINAL-FUNDET
               subtract 1 from OT-INDEX
           end-if
           exit.

     *> --- Laeser produktmasteren, tildeler og fjerner personale- ---
     *> --- vilkaar, og skriver masteren og originalerne om ---
      behandl-produkt-master.
           move 0 to PT-ANTAL
           move "N" to EOF-check-produkt
           open input Konto-Produkt-In
           perform until end-of-file-produkt
               read Konto-Produkt-In
                   at end move "Y" to EOF-check-produkt
                   not at end
                       if PT-ANTAL < 50000
                           add 1 to PT-ANTAL
                           move Konto-Produkt-Linje to PT-REC (PT-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Konto-Produkt-In
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               perform kontroller-et-produkt
           end-perform
           perform tildel-konti-uden-produkt
           if ANTAL-TILDELT + ANTAL-FJERNET > 0
               open output Konto-Produkt-Out
               perform varying PT-INDEX from 1 by 1
                   until PT-INDEX > PT-ANTAL
                   if PT-REC (PT-INDEX) not = spaces
                       write Konto-Produkt-Linje-Ud
                           from PT-REC (PT-INDEX)
                   end-if
               end-perform
               close Konto-Produkt-Out
               open output Original-Out
               perform varying OT-INDEX from 1 by 1
                   until OT-INDEX > OT-ANTAL
                   if OT-KONTO-ID (OT-INDEX) not = spaces
                       move OT-KONTO-ID (OT-INDEX) to OR-KONTO-ID-UD
                       move OT-HAVDE (OT-INDEX) to OR-HAVDE-UD
                       move OT-REC (OT-INDEX) to OR-REC-UD
                       write Original-Linje-Ud
                   end-if
               end-perform
               close Original-Out
           end-if
           exit.

      kontroller-et-produkt.
           move PT-REC (PT-INDEX) to Arbejds-Produkt
           perform find-ejer
           if OPSLAG-KUNDE-ID = spaces
               exit paragraph
           end-if
           perform find-ansat-i-dag
           if KUNDE-ER-ANSAT
               set VILKAAR-IKKE-FUNDET to TRUE
               perform varying PV-INDEX from 1 by 1
                   until VILKAAR-FUNDET or PV-INDEX > PV-ANTAL
                   if PV-FRA-KODE (PV-INDEX) = AP-PRODUKT-KODE
                       set VILKAAR-FUNDET to TRUE
                   end-if
               end-perform
               if VILKAAR-FUNDET
                   subtract 1 from PV-INDEX
                   set KONTO-HAR-PRODUKT to TRUE
                   perform tildel-personaleprodukt
               end-if
           else
               set VILKAAR-IKKE-FUNDET to TRUE
               perform varying PV-INDEX from 1 by 1
                   until VILKAAR-FUNDET or PV-INDEX > PV-ANTAL
                   if PV-PERS-KODE (PV-INDEX) = AP-PRODUKT-KODE
                       set VILKAAR-FUNDET to TRUE
                   end-if
               end-perform
               if VILKAAR-FUNDET
                   perform fjern-personaleprodukt
               end-if
           end-if
           exit.

     *> --- Den oprindelige raekke gemmes (een gang pr. konto), og ---
     *> --- personaleproduktet laegges i raekken ---
      tildel-personaleprodukt.
           perform find-original
           if ORIGINAL-IKKE-FUNDET
               if OT-ANTAL not < 50000
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to OT-ANTAL
               move AP-KONTO-ID to OT-KONTO-ID (OT-ANTAL)
               if KONTO-HAR-PRODUKT
                   move "J" to OT-HAVDE (OT-ANTAL)
                   move Arbejds-Produkt to OT-REC (OT-ANTAL)
               else
                   move "N" to OT-HAVDE (OT-ANTAL)
                   move spaces to OT-REC (OT-ANTAL)
               end-if
           end-if
           move spaces to Aendring-Linje
           move 1 to pos
           string
               "PERSONALEVILKAAR KONTO-ID=" delimited by size
               AP-KONTO-ID            delimited by size
               " KUNDE-ID="           delimited by size
               OPSLAG-KUNDE-ID        delimited by size
               " MEDARB-NR="          delimited by size
               MT-NR (MT-FUNDET-INDEX) delimited by size
               " FRA-PRODUKT="        delimited by size
               AP-PRODUKT-KODE        delimited by size
               " TIL-PRODUKT="        delimited by size
               PV-PERS-KODE (PV-INDEX) delimited by size
               " VIRKNING="           delimited by size
               DAGS-DATO              delimited by size
                  into Aendring-Linje
                  with pointer pos
           end-string
           write Aendring-Linje
           move PV-PERS-KODE (PV-INDEX) to AP-PRODUKT-KODE
           move PV-PERS-NAVN (PV-INDEX) to AP-PRODUKT-NAVN
           move PV-PERS-GEBYR (PV-INDEX) to AP-GEBYR-DKK
           move PV-PERS-RENTE (PV-INDEX) to AP-RENTE-SATS
           if KONTO-UDEN-PRODUKT
               move spaces to AP-UDLOEB-DATO
               move 0 to AP-LOEBETID-MDR
               move "N" to AP-KILDESKAT-FLAG
           end-if
           move Arbejds-Produkt to PT-REC (PT-INDEX)
           add 1 to ANTAL-TILDELT
           exit.

     *> --- Fratraadt: den gemte raekke laegges tilbage, eller ---
     *> --- raekken fjernes, naar kontoen ingen havde ---
      fjern-personaleprodukt.
           perform find-original
           if ORIGINAL-IKKE-FUNDET
               add 1 to ANTAL-KONTROL
               move spaces to Aendring-Linje
               move 1 to pos
               string
                   "KONTROL KONTO-ID="    delimited by size
                   AP-KONTO-ID            delimited by size
                   " KUNDE-ID="           delimited by size
                   OPSLAG-KUNDE-ID        delimited by size
                   " PRODUKT="            delimited by size
                   AP-PRODUKT-KODE        delimited by size
                   " PERSONALEPRODUKT-UDEN-ANSAETTELSE"
                                          delimited by size
                      into Aendring-Linje
                      with pointer pos
               end-string
               write Aendring-Linje
               exit paragraph
           end-if
           if OT-HAVDE (OT-INDEX) = "J"
               move OT-REC (OT-INDEX) (15:4) to TIL-PRODUKT-KODE
           else
               move "INGEN" to TIL-PRODUKT-KODE
           end-if
           move spaces to Aendring-Linje
           move 1 to pos
           string
               "PERSONALEVILKAAR-FJERNET KONTO-ID=" delimited by size
               AP-KONTO-ID            delimited by size
               " KUNDE-ID="           delimited by size
               OPSLAG-KUNDE-ID        delimited by size
               " FRA-PRODUKT="        delimited by size
               AP-PRODUKT-KODE        delimited by size
               " TIL-PRODUKT="        delimited by size
               TIL-PRODUKT-KODE       delimited by space
               " VIRKNING="           delimited by size
               DAGS-DATO              delimited by size
                  into Aendring-Linje
                  with pointer pos
           end-string
           write Aendring-Linje
           if OT-HAVDE (OT-INDEX) = "J"
               move OT-REC (OT-INDEX) to PT-REC (PT-INDEX)
           else
               move spaces to PT-REC (PT-INDEX)
           end-if
           move spaces to OT-KONTO-ID (OT-INDEX)
           add 1 to ANTAL-FJERNET
           exit.

     *> --- Ansattes konti uden produktraekke faar "****"-vilkaaret ---
      tildel-konti-uden-produkt.
           set VILKAAR-IKKE-FUNDET to TRUE
           perform varying PV-INDEX from 1 by 1
               until VILKAAR-FUNDET or PV-INDEX > PV-ANTAL
               if PV-FRA-KODE (PV-INDEX) = "****"
                   set VILKAAR-FUNDET to TRUE
               end-if
           end-perform
           if VILKAAR-IKKE-FUNDET
               exit paragraph
           end-if
           subtract 1 from PV-INDEX
           perform varying EJ-INDEX from 1 by 1
               until EJ-INDEX > EJ-ANTAL
               move EJ-KUNDE-ID (EJ-INDEX) to OPSLAG-KUNDE-ID
               perform find-ansat-i-dag
               if KUNDE-ER-ANSAT
                   perform tildel-en-konto-uden-produkt
               end-if
           end-perform
           exit.

      tildel-en-konto-uden-produkt.
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               if PT-REC (PT-INDEX) (1:14) = EJ-KONTO-ID (EJ-INDEX)
                   exit paragraph
               end-if
           end-perform
           if PT-ANTAL not < 50000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to PT-ANTAL
           move PT-ANTAL to PT-INDEX
           move spaces to Arbejds-Produkt
           move EJ-KONTO-ID (EJ-INDEX) to AP-KONTO-ID
           move "****" to AP-PRODUKT-KODE
           set KONTO-UDEN-PRODUKT to TRUE
           perform tildel-personaleprodukt
           exit.

     *> --- Maaneden foer denne rapporteres, hvis den ikke er dannet ---
     *> --- endnu; PersonaleParameter.txt kan udpege en maaned, der ---
     *> --- dannes igen ---
      bestem-maaned.
           set MAANED-ER-DANNET to TRUE
           move DATO-NU (1:4) to NM-AAR
           move DATO-NU (5:2) to NM-MAANED
           if NM-MAANED = 1
               subtract 1 from NM-AAR
               move 12 to NM-MAANED
           else
               subtract 1 from NM-MAANED
           end-if
           move spaces to RAPPORT-MAANED
           string
               NM-AAR      delimited by size
               "-"         delimited by size
               NM-MAANED   delimited by size
                  into RAPPORT-MAANED
           end-string
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-MAANED (1:4) is numeric
                       and PARM-MAANED (5:1) = "-"
                       and PARM-MAANED (6:2) >= "01"
                       and PARM-MAANED (6:2) <= "12"
                       move PARM-MAANED to RAPPORT-MAANED
                       set MAANED-SKAL-DANNES to TRUE
                   end-if
           end-read
           close Parameter-In
           if MAANED-SKAL-DANNES
               exit paragraph
           end-if
           set MAANED-SKAL-DANNES to TRUE
           move "N" to EOF-check-register
           open input Tilsyn-Register-In
           perform until end-of-file-register
               read Tilsyn-Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if RG-TAG-IN = "MDR="
                           and RG-MAANED-IN = RAPPORT-MAANED
                           set MAANED-ER-DANNET to TRUE
                       end-if
               end-read
           end-perform
           close Tilsyn-Register-In
           exit.

     *> --- Insider-rapporten: de ansattes konti i maaneden, deres ---
     *> --- saldoforloeb og store overfoersler ---
      dan-tilsynsrapport.
           move spaces to MAANED-START
           string
               RAPPORT-MAANED  delimited by size
               "-01"           delimited by size
                  into MAANED-START
           end-string
           move RAPPORT-MAANED (1:4) to RAPPORT-AAR
           move MAANED-START to DATO-TEKST
           perform foerste-i-naeste-maaned
           move NAESTE-MAANED-DATO to MAANED-NAESTE-START
           move MAANED-START to DATO-TEKST
           perform dato-til-dag-nr
           move DATO-DAG-NR to MAANED-START-DAG-NR
           move MAANED-NAESTE-START to DATO-TEKST
           perform dato-til-dag-nr
           compute ANTAL-DAGE = DATO-DAG-NR - MAANED-START-DAG-NR
           compute GRAENSE-NEGATIV = 0 - OVERTRAEK-GRAENSE
           perform opgoer-ansatte-i-maaned
           perform indlæs-filialer
           perform indlæs-historik-daekning
           perform opsummer-live-transaktioner
           perform opsummer-arkiverne
           perform tilfoej-historik-summer
           perform skriv-tilsynsrapport
           perform noter-dannet-maaned
           exit.

     *> --- Ansat i maaneden: startet foer maanedens udgang og ikke ---
     *> --- fratraadt foer maanedens start. Deres konti samles i ---
     *> --- Personale-Konto-Tabel ---
      opgoer-ansatte-i-maaned.
           move 0 to SK-ANTAL
           perform varying MT-INDEX from 1 by 1
               until MT-INDEX > MT-ANTAL
               if MT-FRA (MT-INDEX) < MAANED-NAESTE-START
                   and (MT-TIL (MT-INDEX) = spaces
                     or MT-TIL (MT-INDEX) >= MAANED-START)
                   move "Y" to MT-I-MAANED-FLAG (MT-INDEX)
                   add 1 to ANTAL-I-MAANED
                   perform varying EJ-INDEX from 1 by 1
                       until EJ-INDEX > EJ-ANTAL
                       if EJ-KUNDE-ID (EJ-INDEX) = MT-KUNDE-ID (MT-INDEX)
                           perform tilfoej-personale-konto
                       end-if
                   end-perform
               end-if
           end-perform
           exit.

      tilfoej-personale-konto.
           move EJ-KONTO-ID (EJ-INDEX) to SK-OPSLAG
           perform find-personale-konto
           if SK-FUNDET
               exit paragraph
           end-if
           if SK-ANTAL not < 5000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to SK-ANTAL
           move EJ-KONTO-ID (EJ-INDEX) to SK-KONTO-ID (SK-ANTAL)
           move MT-INDEX to SK-MT-INDEX (SK-ANTAL)
           move 0 to SK-PRIMO (SK-ANTAL)
           perform varying DAG-INDEX from 1 by 1
               until DAG-INDEX > 31
               move 0 to SK-DAG-NETTO (SK-ANTAL, DAG-INDEX)
           end-perform
           exit.

      find-personale-konto.
           set SK-IKKE-FUNDET to TRUE
           perform varying SK-INDEX from 1 by 1
               until SK-FUNDET or SK-INDEX > SK-ANTAL
               if SK-KONTO-ID (SK-INDEX) = SK-OPSLAG
                   set SK-FUNDET to TRUE
               end-if
           end-perform
           if SK-FUNDET
               subtract 1 from SK-INDEX
           end-if
           exit.

      indlæs-filialer.
           move 0 to FI-ANTAL
           move "N" to EOF-check-filial
           open input Filial-In
           perform until end-of-file-filial
               read Filial-In
                   at end move "Y" to EOF-check-filial
                   not at end
                       if FI-ANTAL < 50000
                           add 1 to FI-ANTAL
                           move FI-KONTO-ID-IN to FI-KONTO-ID (FI-ANTAL)
                           move FI-FILIAL-KODE-IN
                               to FI-FILIAL-KODE (FI-ANTAL)
                       end-if
               end-read
           end-perform
           close Filial-In
           exit.

     *> --- Historik-linjer for aarene foer rapportaaret - samme ---
     *> --- daeknings-regel som saldoAttest ---
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
               or HK-P-AAR >= RAPPORT-AAR
               or function TEST-NUMVAL(HK-P-SUM) not = 0
               exit paragraph
           end-if
           move HK-P-KONTO-ID to SK-OPSLAG
           perform find-personale-konto
           if SK-IKKE-FUNDET
               exit paragraph
           end-if
           move HK-P-AAR to TRANS-DATO (1:4)
           perform find-historik-daekning
           if HISTORIK-IKKE-DAEKKET
               if HK-ANTAL < 20000
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

      find-historik-daekning.
           set HISTORIK-IKKE-DAEKKET to TRUE
           perform varying HK-INDEX from 1 by 1
               until HISTORIK-DAEKKET or HK-INDEX > HK-ANTAL
               if HK-KONTO-ID (HK-INDEX) = SK-OPSLAG
                   and HK-AAR (HK-INDEX) = TRANS-DATO (1:4)
                   set HISTORIK-DAEKKET to TRUE
               end-if
           end-perform
           if HISTORIK-DAEKKET
               subtract 1 from HK-INDEX
           end-if
           exit.

      tilfoej-historik-summer.
           perform varying HK-INDEX from 1 by 1
               until HK-INDEX > HK-ANTAL
               move HK-KONTO-ID (HK-INDEX) to SK-OPSLAG
               perform find-personale-konto
               if SK-FUNDET
                   add HK-SUM-DKK (HK-INDEX) to SK-PRIMO (SK-INDEX)
               end-if
           end-perform
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

     *> --- Een postering: foer maaneden til primo (aar, historikken ---
     *> --- ikke daekker), i maaneden til dagens netto - og store ---
     *> --- overfoerselsben i maaneden til parringen ---
      opsummer-en-transaktion.
           if function TEST-NUMVAL(
               BELOB of Transaktion-Information) not = 0
               exit paragraph
           end-if
           move DATO of Transaktion-Information (1:10) to TRANS-DATO
           if TRANS-DATO >= MAANED-NAESTE-START
               exit paragraph
           end-if
           compute TRANS-BELOB =
               function NUMVAL(BELOB of Transaktion-Information)
           if TRANS-BELOB < 0
               compute TRANS-BELOB-ABS = 0 - TRANS-BELOB
           else
               move TRANS-BELOB to TRANS-BELOB-ABS
           end-if
           move function TRIM(TRANSAKTIONS-TYPE
               of Transaktion-Information) to TRANS-TYPE
           move KONTO-ID of Transaktion-Information to SK-OPSLAG
           if TRANS-DATO >= MAANED-START
               and TRANS-BELOB-ABS >= STOR-OVERFOERSEL
               and TRANS-TYPE = "OVERFOERSEL IND"
               perform gem-overfoerselsben
           end-if
           perform find-personale-konto
           if SK-IKKE-FUNDET
               exit paragraph
           end-if
           if TRANS-DATO < MAANED-START
               if TRANS-DATO (1:4) < RAPPORT-AAR
                   perform find-historik-daekning
                   if HISTORIK-DAEKKET
                       exit paragraph
                   end-if
               end-if
               add TRANS-BELOB to SK-PRIMO (SK-INDEX)
               exit paragraph
           end-if
           move TRANS-DATO to DATO-TEKST
           perform dato-til-dag-nr
           if DATO-DAG-NR < MAANED-START-DAG-NR
               exit paragraph
           end-if
           compute DAG-INDEX = DATO-DAG-NR - MAANED-START-DAG-NR + 1
           add TRANS-BELOB to SK-DAG-NETTO (SK-INDEX, DAG-INDEX)
           if TRANS-BELOB-ABS >= STOR-OVERFOERSEL
               and TRANS-TYPE = "OVERFOERSEL UD"
               perform gem-overfoerselsben
           end-if
           exit.

      gem-overfoerselsben.
           if BN-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to BN-ANTAL
           if TRANS-TYPE = "OVERFOERSEL IND"
               move "I" to BN-RETNING (BN-ANTAL)
           else
               move "U" to BN-RETNING (BN-ANTAL)
           end-if
           move SK-OPSLAG to BN-KONTO-ID (BN-ANTAL)
           move TRANS-DATO to BN-DATO (BN-ANTAL)
           move TRANS-BELOB-ABS to BN-BELOB-ABS (BN-ANTAL)
           move VALUTA of Transaktion-Information
               to BN-VALUTA (BN-ANTAL)
           move "N" to BN-MATCHET (BN-ANTAL)
           exit.

      skriv-tilsynsrapport.
           move spaces to TILSYN-FIL-NAVN
           move 1 to pos
           string
               "text-files/Udbakke/PersonaleTilsyn_" delimited by size
               RAPPORT-MAANED                     delimited by size
               "_"                                delimited by size
               KOERSEL-TIDSSTEMPEL                delimited by size
               ".txt"                             delimited by size
                  into TILSYN-FIL-NAVN
                  with pointer pos
           end-string
           open output Tilsyn-Out
           move spaces to Tilsyn-Linje
           move 1 to pos
           string
               "HDR MAANED="          delimited by size
               RAPPORT-MAANED         delimited by size
               " DANNET="             delimited by size
               DAGS-DATO              delimited by size
               " OVERTRAEKSGRAENSE="  delimited by size
               OVERTRAEK-GRAENSE      delimited by size
               " STOR-OVERFOERSEL="   delimited by size
               STOR-OVERFOERSEL       delimited by size
                  into Tilsyn-Linje
                  with pointer pos
           end-string
           write Tilsyn-Linje
           perform varying BN-INDEX from 1 by 1
               until BN-INDEX > BN-ANTAL
               if BN-RETNING (BN-INDEX) = "U"
                   perform kontroller-en-overfoersel
               end-if
           end-perform
           perform varying SK-INDEX from 1 by 1
               until SK-INDEX > SK-ANTAL
               perform kontroller-et-saldoforloeb
           end-perform
           move spaces to Tilsyn-Linje
           move 1 to pos
           string
               "TRL ANSATTE="         delimited by size
               ANTAL-I-MAANED         delimited by size
               " KONTI="              delimited by size
               SK-ANTAL               delimited by size
               " OVF="                delimited by size
               ANTAL-OVF-HITS         delimited by size
               " OVT="                delimited by size
               ANTAL-OVT-HITS         delimited by size
                  into Tilsyn-Linje
                  with pointer pos
           end-string
           write Tilsyn-Linje
           close Tilsyn-Out
           display "Personalekonti: insider-rapport for "
               RAPPORT-MAANED " - " ANTAL-OVF-HITS " overfoersel(er), "
               ANTAL-OVT-HITS " overtraek - skrevet til "
               function TRIM(TILSYN-FIL-NAVN)
           exit.

     *> --- Et stort UD-ben fra en ansats konto parres med det ---
     *> --- foerste umatchede IND-ben paa en anden konto; modtageren ---
     *> --- er interessant, hvis den er ansat eller i samme filial ---
      kontroller-en-overfoersel.
           move BN-KONTO-ID (BN-INDEX) to SK-OPSLAG
           perform find-personale-konto
           perform varying BN-INDEX-2 from 1 by 1
               until BN-INDEX-2 > BN-ANTAL
               if BN-RETNING (BN-INDEX-2) = "I"
                   and BN-MATCHET (BN-INDEX-2) = "N"
                   and BN-KONTO-ID (BN-INDEX-2)
                       not = BN-KONTO-ID (BN-INDEX)
                   and BN-DATO (BN-INDEX-2) = BN-DATO (BN-INDEX)
                   and BN-BELOB-ABS (BN-INDEX-2)
                       = BN-BELOB-ABS (BN-INDEX)
                   and BN-VALUTA (BN-INDEX-2) = BN-VALUTA (BN-INDEX)
                   move "Y" to BN-MATCHET (BN-INDEX-2)
                   perform vurder-modtager
                   exit paragraph
               end-if
           end-perform
           exit.

      vurder-modtager.
           move spaces to MODTAGER-KUNDE-ID MODTAGER-FILIAL
           move spaces to MODTAGER-MEDARB-NR HIT-BETINGELSE
           perform varying EJ-INDEX from 1 by 1
               until MODTAGER-KUNDE-ID not = spaces
                  or EJ-INDEX > EJ-ANTAL
               if EJ-KONTO-ID (EJ-INDEX) = BN-KONTO-ID (BN-INDEX-2)
                   move EJ-KUNDE-ID (EJ-INDEX) to MODTAGER-KUNDE-ID
               end-if
           end-perform
           perform varying FI-INDEX from 1 by 1
               until MODTAGER-FILIAL not = spaces
                  or FI-INDEX > FI-ANTAL
               if FI-KONTO-ID (FI-INDEX) = BN-KONTO-ID (BN-INDEX-2)
                   move FI-FILIAL-KODE (FI-INDEX) to MODTAGER-FILIAL
               end-if
           end-perform
           if MODTAGER-KUNDE-ID not = spaces
               and MODTAGER-KUNDE-ID
                   not = MT-KUNDE-ID (SK-MT-INDEX (SK-INDEX))
               perform varying MT-INDEX from 1 by 1
                   until MODTAGER-MEDARB-NR not = spaces
                      or MT-INDEX > MT-ANTAL
                   if MT-KUNDE-ID (MT-INDEX) = MODTAGER-KUNDE-ID
                       and MT-ANSAT-I-MAANED (MT-INDEX)
                       move MT-NR (MT-INDEX) to MODTAGER-MEDARB-NR
                   end-if
               end-perform
           end-if
           evaluate TRUE
               when MODTAGER-KUNDE-ID
                   = MT-KUNDE-ID (SK-MT-INDEX (SK-INDEX))
                   exit paragraph
               when MODTAGER-MEDARB-NR not = spaces
                   move "OVERFOERSEL-TIL-PERSONALE" to HIT-BETINGELSE
               when MODTAGER-FILIAL not = spaces
                   and MODTAGER-FILIAL
                       = MT-FILIAL (SK-MT-INDEX (SK-INDEX))
                   move "OVERFOERSEL-EGEN-FILIAL" to HIT-BETINGELSE
               when other
                   exit paragraph
           end-evaluate
           add 1 to ANTAL-OVF-HITS
           move BN-BELOB-ABS (BN-INDEX) to BELOB-E
           move spaces to Tilsyn-Linje
           move 1 to pos
           string
               "OVF BETINGELSE="      delimited by size
               function TRIM(HIT-BETINGELSE) delimited by size
               " MEDARB-NR="          delimited by size
               MT-NR (SK-MT-INDEX (SK-INDEX)) delimited by size
               " KUNDE-ID="           delimited by size
               MT-KUNDE-ID (SK-MT-INDEX (SK-INDEX)) delimited by size
               " FILIAL="             delimited by size
               MT-FILIAL (SK-MT-INDEX (SK-INDEX)) delimited by size
               " KONTO-ID="           delimited by size
               function TRIM(BN-KONTO-ID (BN-INDEX)) delimited by size
               " DATO="               delimited by size
               BN-DATO (BN-INDEX)     delimited by size
               " BELOB="              delimited by size
               function TRIM(BELOB-E) delimited by size
               " "                    delimited by size
               BN-VALUTA (BN-INDEX)   delimited by size
               " MODTAGER-KONTO-ID="  delimited by size
               function TRIM(BN-KONTO-ID (BN-INDEX-2))
                                      delimited by size
               " MODTAGER-KUNDE-ID="  delimited by size
               MODTAGER-KUNDE-ID      delimited by size
               " MODTAGER-MEDARB-NR=" delimited by size
               MODTAGER-MEDARB-NR     delimited by size
               " MODTAGER-FILIAL="    delimited by size
               MODTAGER-FILIAL        delimited by size
                  into Tilsyn-Linje
                  with pointer pos
           end-string
           write Tilsyn-Linje
           exit.

     *> --- Laveste dagsaldo i maaneden mod personalets graense ---
      kontroller-et-saldoforloeb.
           move SK-PRIMO (SK-INDEX) to SALDO-LOEB
           move SALDO-LOEB to SALDO-LAVESTE
           move 0 to LAVESTE-DAG
           perform varying DAG-INDEX from 1 by 1
               until DAG-INDEX > ANTAL-DAGE
               add SK-DAG-NETTO (SK-INDEX, DAG-INDEX) to SALDO-LOEB
               if SALDO-LOEB < SALDO-LAVESTE
                   move SALDO-LOEB to SALDO-LAVESTE
                   move DAG-INDEX to LAVESTE-DAG
               end-if
           end-perform
           if SALDO-LAVESTE not < GRAENSE-NEGATIV
               exit paragraph
           end-if
           add 1 to ANTAL-OVT-HITS
           move SALDO-LAVESTE to BELOB-E
           compute DATO-DAG-NR = MAANED-START-DAG-NR + LAVESTE-DAG - 1
           if LAVESTE-DAG = 0
               move MAANED-START-DAG-NR to DATO-DAG-NR
           end-if
           compute DATO-YMD = function DATE-OF-INTEGER(DATO-DAG-NR)
           move spaces to Tilsyn-Linje
           move 1 to pos
           string
               "OVT BETINGELSE=OVERTRAEK-OVER-PERSONALEGRAENSE"
                                      delimited by size
               " MEDARB-NR="          delimited by size
               MT-NR (SK-MT-INDEX (SK-INDEX)) delimited by size
               " KUNDE-ID="           delimited by size
               MT-KUNDE-ID (SK-MT-INDEX (SK-INDEX)) delimited by size
               " FILIAL="             delimited by size
               MT-FILIAL (SK-MT-INDEX (SK-INDEX)) delimited by size
               " KONTO-ID="           delimited by size
               function TRIM(SK-KONTO-ID (SK-INDEX)) delimited by size
               " LAVESTE-SALDO="      delimited by size
               function TRIM(BELOB-E) delimited by size
               " DATO="               delimited by size
               DATO-YMD-X (1:4)       delimited by size
               "-"                    delimited by size
               DATO-YMD-X (5:2)       delimited by size
               "-"                    delimited by size
               DATO-YMD-X (7:2)       delimited by size
                  into Tilsyn-Linje
                  with pointer pos
           end-string
           write Tilsyn-Linje
           exit.

     *> --- Den dannede maaned noteres - EXTEND/status-35-moenstret
      noter-dannet-maaned.
           open extend Tilsyn-Register-Out
           if TILSYN-REGISTER-STATUS = "35"
               open output Tilsyn-Register-Out
           end-if
           move spaces to Tilsyn-Register-Linje-Ud
           move 1 to pos
           string
               "MDR="                 delimited by size
               RAPPORT-MAANED         delimited by size
               " DANNET="             delimited by size
               DAGS-DATO              delimited by size
               " FIL="                delimited by size
               function TRIM(TILSYN-FIL-NAVN)
                                      delimited by size
                  into Tilsyn-Register-Linje-Ud
                  with pointer pos
           end-string
           write Tilsyn-Register-Linje-Ud
           close Tilsyn-Register-Out
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
           move "personaleKonti" to KAP-PROGRAM
           move "MEDARBEJDER-TABEL" to KAP-TABEL
           move MT-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "VILKAAR-TABEL" to KAP-TABEL
           move PV-ANTAL to KAP-ANTAL
           move 100 to KAP-MAX
           write Kapacitet-Linje
           move "EJER-TABEL" to KAP-TABEL
           move EJ-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "PRODUKT-TABEL" to KAP-TABEL
           move PT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "ORIGINAL-TABEL" to KAP-TABEL
           move OT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "FILIAL-TABEL" to KAP-TABEL
           move FI-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "PERSONALE-KONTO-TABEL" to KAP-TABEL
           move SK-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "HISTORIK-TABEL" to KAP-TABEL
           move HK-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "BEN-TABEL" to KAP-TABEL
           move BN-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
