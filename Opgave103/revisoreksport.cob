      identification division.
      program-id. revisorEksport.

     *> --- Revisordata-eksport (SAF-T-lignende): revisorerne beder
     *>     hvert aar om fuldstaendige, maskinlaesbare data og fik
     *>     hidtil en bunke af vores egne tekstfiler at parse. Trinnet
     *>     danner EEN standardiseret fil for en valgt periode
     *>     (hele maaneder, yyyy-mm til yyyy-mm):
     *>       - perioden tages af PERIODE_ULTIMO_DATO, naar trinnet
     *>         koeres i aars-kaeden (hele aaret), ellers af den
     *>         valgfri RevisorEksportParameter.txt ("yyyy-mm yyyy-mm"),
     *>         ellers er det forrige kalenderaar
     *>       - stamdata: kunderne fra Kundeoplysninger.txt (KUN),
     *>         konti oprettet senest i periodens sidste maaned fra
     *>         KontoMaster.txt med status fra KontoStatus.txt (KTO),
     *>         transaktionstype-kodetabellen - Transaktionstype.cpy
     *>         eller TransaktionsTyper.txt (TTY) - og kontoplanen -
     *>         FinansKontoplan.cpy udvidet med FinansKontoplan.txt
     *>         (FKT)
     *>       - posteringerne (TRN) fra arkivfilerne i ArkivListe.txt
     *>         og den levende Transaktioner.txt, med kildefil
     *>       - primo- og ultimosaldo pr. konto (SAL): primo er
     *>         KontoHistorik.txt's aarssummer for de afsluttede aar
     *>         foer periodens aar (samme regel som saldoAttest,
     *>         Opgave56 - et aar uden historik-linje falder tilbage
     *>         til transaktionssummen) plus periodens aar frem til
     *>         periodens start; ultimo er primo plus periodens
     *>         posteringer
     *>       - finansposteringerne (FPO) genspilles fra de bogfoerte
     *>         kopier i FinansArkivListe.txt (FinansPosteringer-
     *>         Bogfoert_<ts> og aarsafslutningernes
     *>         FinansAarsafslutning.txt) efter finansHovedbog's
     *>         (Opgave77) regler: kun batches, der balancerer,
     *>         stemmer med deres TRL og kun rammer kendte konti, og
     *>         ikke posteringer i en periode, der var lukket foer
     *>         arkivets dato. En aarsafslutning, der ligger i flere
     *>         kopier, medtages een gang
     *>       - de manuelle posteringer (MAN), bogfoert i perioden,
     *>         fra ManuelPosteringLog.txt - hvert ben med rekvirent,
     *>         godkender, aarsag og den oprindelige reference (se
     *>         ManuelPosteringLog.cpy)
     *>       - raabalancen for perioden (RBL) fra FinansHovedbog.txt
     *>     Hovedlinjen (HDR) baerer kontroltotalerne - antal pr.
     *>     sektion, sum af primo, ultimo og posteringer, finans-
     *>     posteringernes debet og kredit - og TRL antallet af linjer
     *>     i alt. Foer filen frigives, afstemmes de eksporterede
     *>     finansposteringer pr. konto mod hovedbogens raabalance for
     *>     perioden, og debet skal gaa op med kredit; desuden maa
     *>     den levende FinansPosteringer.txt ikke have ubogfoerte
     *>     posteringer i perioden. Stemmer alt, skrives
     *>     text-files/RevisorEksport_<fra>_<til>.txt; ellers holdes
     *>     eksporten tilbage i RevisorEksportKladde.txt, og
     *>     afvigelserne skrives til RevisorEksportAfvigelser.txt i
     *>     BETINGELSE=-formatet, som morgenWorklist samler op. Hver
     *>     koersel registreres i RevisorEksportRegister.txt.

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/RevisorEksportParameter.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Status-In
               assign to "text-files/KontoStatus.txt"
               organization is line sequential.
           select optional Trans-Type-In
               assign to "text-files/TransaktionsTyper.txt"
               organization is line sequential.
           select optional Kontoplan-In
               assign to "text-files/FinansKontoplan.txt"
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
           select optional Finans-Arkiv-Liste-In
               assign to "text-files/FinansArkivListe.txt"
               organization is line sequential.
           select optional Finans-Fil-In
               assign to dynamic FINANS-FIL-NAVN
               organization is line sequential.
           select optional Finans-Live-In
               assign to "text-files/FinansPosteringer.txt"
               organization is line sequential.
           select optional Manuel-Log-In
               assign to "text-files/ManuelPosteringLog.txt"
               organization is line sequential.
           select optional Perioder-In
               assign to "text-files/FinansPerioder.txt"
               organization is line sequential.
           select optional Hovedbog-In
               assign to "text-files/FinansHovedbog.txt"
               organization is line sequential.
           select Kladde-Out
               assign to "text-files/RevisorEksportKladde.txt"
               organization is line sequential.
           select optional Kladde-In
               assign to "text-files/RevisorEksportKladde.txt"
               organization is line sequential.
           select Eksport-Out
               assign to dynamic EKSPORT-FIL-NAVN
               organization is line sequential.
           select Afvigelse-Out
               assign to "text-files/RevisorEksportAfvigelser.txt"
               organization is line sequential.
           select Register-Out
               assign to "text-files/RevisorEksportRegister.txt"
               organization is line sequential
               file status is REGISTER-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Parameter-In.
      01 Parameter-Linje.
           02 PARM-FRA-PERIODE     pic x(7).
           02 FILLER               pic x.
           02 PARM-TIL-PERIODE     pic x(7).
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
      fd Konto-Status-In.
      01 Konto-Status-Linje.
           02 KS-KONTO-ID-IN        pic x(14).
           02 KS-STATUS-KODE-IN     pic x.
           02 KS-LUKKE-DATO-IN      pic x(10).
           02 KS-E-STATEMENT-FLAG-IN pic x.
           02 KS-FREKVENS-PRAEF-IN  pic x.
      fd Trans-Type-In.
      01 Trans-Type-Linje          pic x(55).
      fd Kontoplan-In.
      01 Kontoplan-Linje.
           02 KPF-KONTO-IN          pic x(6).
           02 KPF-TYPE-IN           pic x.
           02 KPF-NAVN-IN           pic x(30).
      fd Konto-Historik-In.
      01 Konto-Historik-Linje-In   pic x(100).
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG              pic x(3).
           02 THT-ANTAL            pic 9(7).
           02 FILLER               pic x(196).
      fd Arkiv-Liste-In.
      01 Arkiv-Liste-Linje         pic x(100).
      fd Arkiv-Fil-In.
      01 Arkiv-Transaktion.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      fd Finans-Arkiv-Liste-In.
      01 Finans-Arkiv-Liste-Linje  pic x(100).
     *> --- Samme linjelayout som FinansPosteringer.txt - se ---
     *> --- finanshovedbog.cob ---
      fd Finans-Fil-In.
      01 Postering-Linje.
           02 PST-TAG-IN            pic x(3).
           02 PST-DATO-IN           pic x(10).
           02 PST-KONTO-IN          pic x(6).
           02 PST-DK-IN             pic x.
           02 PST-BELOB-IN          pic 9(13)v99.
           02 PST-TEKST-IN          pic x(20).
           02 FILLER                pic x(45).
      01 Postering-Trl-Linje.
           02 TRL-TAG-IN            pic x(3).
           02 TRL-ANTAL-IN          pic 9(7).
           02 TRL-DEBET-IN          pic 9(13)v99.
           02 TRL-KREDIT-IN         pic 9(13)v99.
           02 FILLER                pic x(60).
      fd Finans-Live-In.
      01 Finans-Live-Linje.
           02 FL-TAG-IN             pic x(3).
           02 FL-DATO-IN            pic x(10).
           02 FILLER                pic x(87).
      fd Manuel-Log-In.
      01 Manuel-Log-Linje.
           copy "Opgave10/Copybooks/ManuelPosteringLog.cpy".
     *> --- Audit-kaedens hale - se AuditKaede.cpy ---
           02 FILLER                pic x(39).
      fd Perioder-In.
      01 Periode-Linje.
           02 PER-PERIODE-IN        pic x(7).
           02 PER-TYPE-IN           pic x.
           02 PER-LUKKET-DATO-IN    pic x(10).
      fd Hovedbog-In.
      01 Hovedbog-Linje.
           02 HB-KONTO-IN           pic x(6).
           02 HB-PERIODE-IN         pic x(7).
           02 HB-DEBET-IN           pic 9(13)v99.
           02 HB-KREDIT-IN          pic 9(13)v99.
      fd Kladde-Out.
      01 Kladde-Linje              pic x(250) value spaces.
      fd Kladde-In.
      01 Kladde-Linje-In           pic x(250).
      fd Eksport-Out.
      01 Eksport-Linje             pic x(250) value spaces.
      fd Afvigelse-Out.
      01 Afvigelse-Linje           pic x(200) value spaces.
      fd Register-Out.
      01 Register-Linje            pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 REGISTER-STATUS          pic x(2) value spaces.
      01 EOF-check-parameter      pic x value "N".
           88 end-of-file-parameter value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-konto-status   pic x value "N".
           88 end-of-file-konto-status value "Y".
      01 EOF-check-kodetabel      pic x value "N".
           88 end-of-file-kodetabel value "Y".
      01 EOF-check-kontoplan      pic x value "N".
           88 end-of-file-kontoplan value "Y".
      01 EOF-check-historik       pic x value "N".
           88 end-of-file-historik value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-arkiv-liste    pic x value "N".
           88 end-of-file-arkiv-liste value "Y".
      01 EOF-check-arkiv          pic x value "N".
           88 end-of-file-arkiv   value "Y".
      01 EOF-check-finans-liste   pic x value "N".
           88 end-of-file-finans-liste value "Y".
      01 EOF-check-finans         pic x value "N".
           88 end-of-file-finans  value "Y".
      01 EOF-check-finans-live    pic x value "N".
           88 end-of-file-finans-live value "Y".
      01 EOF-check-manuel-log     pic x value "N".
           88 end-of-file-manuel-log value "Y".
      01 EOF-check-perioder       pic x value "N".
           88 end-of-file-perioder value "Y".
      01 EOF-check-hovedbog       pic x value "N".
           88 end-of-file-hovedbog value "Y".
      01 EOF-check-kladde         pic x value "N".
           88 end-of-file-kladde  value "Y".
      01 pos                      pic 9(4) value 1.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 FINANS-FIL-NAVN          pic x(100) value spaces.
      01 EKSPORT-FIL-NAVN         pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
     *> --- Eksportperioden i hele maaneder ---
      01 PERIODE-ULTIMO-DATO      pic x(10) value spaces.
      01 FRA-PERIODE              pic x(7)  value spaces.
      01 TIL-PERIODE              pic x(7)  value spaces.
      01 FRA-AAR                  pic x(4)  value spaces.
      01 FORRIGE-AAR              pic 9(4)  value 0.
      01 PERIODE-FLAG             pic x value "J".
           88 PERIODE-GYLDIG      value "J".
           88 PERIODE-UGYLDIG     value "N".
     *> --- Transaktionstype-kodetabellen - samme standardopsaetning ---
     *> --- og overstyring som opgave10.cob ---
      01 Trans-Type-Felter.
           copy "Opgave10/Copybooks/Transaktionstype.cpy".
      01 KODETABEL-ANTAL-INDLAEST pic 9(3) value 0.
      01 EKS-TT-KODE              pic x(2) value spaces.
     *> --- Kontostatus pr. konto - se KontoStatusTabel.cpy ---
      copy "Opgave10/Copybooks/KontoStatusTabel.cpy".
     *> --- Kontoplanen med hovedbogens og eksportens summer for ---
     *> --- perioden pr. konto ---
      01 Finans-Kontoplan.
           copy "Opgave10/Copybooks/FinansKontoplan.cpy".
      01 Kontoplan-Tabel.
           02 KPL-ANTAL            pic 9(3) value 0.
           02 KPL-POST OCCURS 500 TIMES.
              03 KPL-KONTO         pic x(6).
              03 KPL-TYPE          pic x.
              03 KPL-NAVN          pic x(30).
              03 KPL-HB-DEBET-DKK  pic s9(13)v99 COMP-3.
              03 KPL-HB-KREDIT-DKK pic s9(13)v99 COMP-3.
              03 KPL-EKS-DEBET-DKK pic s9(13)v99 COMP-3.
              03 KPL-EKS-KREDIT-DKK pic s9(13)v99 COMP-3.
      01 MAX-KONTOPLAN            pic 9(3) value 500.
      01 KPL-INDEX                pic 9(3) value 0.
      01 KPL-FUND-FLAG            pic x value "N".
           88 KPL-FUNDET          value "J".
           88 KPL-IKKE-FUNDET     value "N".
      01 KPL-OPSLAG-KONTO         pic x(6) value spaces.
      01 KPL-NY-TYPE              pic x value space.
      01 KPL-NY-NAVN              pic x(30) value spaces.
      01 Kontoplan-Swap.
           02 SWAP-KONTO           pic x(6).
           02 SWAP-TYPE            pic x.
           02 SWAP-NAVN            pic x(30).
      01 SORT-I                   pic 9(3) value 0.
      01 SORT-J                   pic 9(3) value 0.
     *> --- Lukkede finansperioder med lukkedato ---
      01 Periode-Tabel.
           02 PER-ANTAL            pic 9(4) value 0.
           02 PER-POST OCCURS 2000 TIMES.
              03 PER-PERIODE       pic x(7).
              03 PER-LUKKET-DATO   pic x(10).
      01 MAX-PERIODER             pic 9(4) value 2000.
      01 PER-INDEX                pic 9(4) value 0.
      01 PER-FUND-FLAG            pic x value "N".
           88 PER-LUKKET-FOER-ARKIV value "J".
           88 PER-AABEN-VED-ARKIV value "N".
      01 PER-OPSLAG-PERIODE       pic x(7) value spaces.
     *> --- Historik-daekningen for aarene foer periodens aar: ---
     *> --- konto-id|aar|antal|sum fra KontoHistorik.txt - ved ---
     *> --- gentagne linjer for samme konto/aar vinder den senest ---
     *> --- appendede ---
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
     *> --- Primo, periodens bevaegelse og antal pr. kundekonto ---
      01 Saldo-Tabel.
           02 SA-ANTAL             pic 9(5) value 0.
           02 SA-POST OCCURS 50000 TIMES.
              03 SA-KONTO-ID       pic x(14).
              03 SA-REG-NR         pic x(6).
              03 SA-PRIMO-DKK      pic s9(13)v99 COMP-3.
              03 SA-BEVAEGELSE-DKK pic s9(13)v99 COMP-3.
              03 SA-ANTAL-TRANS    pic 9(7).
      01 MAX-SALDO                pic 9(5) value 50000.
      01 SA-INDEX                 pic 9(5) value 0.
      01 SA-FUND-FLAG             pic x value "N".
           88 SA-KONTO-FUNDET     value "Y".
           88 SA-KONTO-IKKE-FUNDET value "N".
      01 SA-OPSLAG                pic x(14) value spaces.
      01 SA-OPSLAG-REG            pic x(6) value spaces.
     *> --- Den aktuelle transaktion ---
      01 TRANS-KILDE              pic x(60) value spaces.
      01 TRANS-PERIODE            pic x(7) value spaces.
      01 TRANS-AAR-CHAR           pic x(4) value spaces.
      01 TRANS-BELOB-DKK          pic s9(13)v99 COMP-3 value 0.
     *> --- Genspilning af finansposteringerne - som finanshovedbog ---
      01 Batch-Tabel.
           02 BT-ANTAL             pic 9(5) value 0.
           02 BT-POST OCCURS 5000 TIMES.
              03 BT-DATO           pic x(10).
              03 BT-KONTO          pic x(6).
              03 BT-DK             pic x.
              03 BT-BELOB-DKK      pic 9(13)v99.
              03 BT-TEKST          pic x(20).
      01 MAX-BATCH                pic 9(5) value 5000.
      01 BT-INDEX                 pic 9(5) value 0.
      01 BT-HOEJVANDE             pic 9(5) value 0.
      01 BATCH-NR                 pic 9(5) value 0.
      01 BATCH-DEBET-DKK          pic s9(13)v99 COMP-3 value 0.
      01 BATCH-KREDIT-DKK         pic s9(13)v99 COMP-3 value 0.
      01 BATCH-FLAG               pic x value "N".
           88 BATCH-GODKENDT      value "J".
           88 BATCH-AFVIST        value "N".
      01 BATCH-OVERLOEB-FLAG      pic x value "N".
           88 BATCH-OVERLOEBET    value "J".
     *> --- Arkivets dato (yyyy-mm-dd) fra filnavnet, eller blank ---
     *> --- for en aarsafslutning, der bogfoeres uden periodekontrol ---
      01 FINANS-ARKIV-DATO        pic x(10) value spaces.
      01 FINANS-NAVN-PRAEFIKS     pic x(100) value spaces.
      01 FINANS-NAVN-REST         pic x(100) value spaces.
      01 AARSAFSLUTNING-TAELLER   pic 9(3) value 0.
      01 AARSAFSLUTNING-FLAG      pic x value "N".
           88 ER-AARSAFSLUTNING   value "J".
      01 AARSAFSLUTNING-AAR       pic x(4) value spaces.
      01 Aarsafslutning-Tabel.
           02 AS-ANTAL             pic 9(3) value 0.
           02 AS-AAR OCCURS 100 TIMES pic x(4).
      01 AS-INDEX                 pic 9(3) value 0.
      01 AS-FUND-FLAG             pic x value "N".
           88 AARSAFSLUTNING-SET  value "J".
           88 AARSAFSLUTNING-NY   value "N".
     *> --- Eksportens linjer ---
      01 Eksport-Hoved.
           02 FILLER               pic x(3)  value "HDR".
           02 EH-FORMAT            pic x(12) value "REVISORDATA".
           02 EH-VERSION           pic 9(2)  value 2.
           02 EH-FRA-PERIODE       pic x(7).
           02 EH-TIL-PERIODE       pic x(7).
           02 EH-DANNET            pic x(10).
           02 EH-RUN-ID            pic x(40).
           02 EH-ANTAL-KUNDER      pic 9(7).
           02 EH-ANTAL-KONTI       pic 9(7).
           02 EH-ANTAL-TTYPER      pic 9(3).
           02 EH-ANTAL-FKONTI      pic 9(5).
           02 EH-ANTAL-SALDI       pic 9(7).
           02 EH-PRIMO-SUM         pic -(15)9.99.
           02 EH-ULTIMO-SUM        pic -(15)9.99.
           02 EH-ANTAL-TRANS       pic 9(9).
           02 EH-TRANS-SUM         pic -(15)9.99.
           02 EH-ANTAL-FPOST       pic 9(9).
           02 EH-FPOST-DEBET       pic 9(15)v99.
           02 EH-FPOST-KREDIT      pic 9(15)v99.
           02 EH-ANTAL-RBL         pic 9(5).
           02 EH-ANTAL-MAN         pic 9(7).
      01 Eksport-Trailer.
           02 FILLER               pic x(3)  value "TRL".
           02 ET-ANTAL-LINJER      pic 9(9).
      01 Kunde-Eksport.
           02 FILLER               pic x(3)  value "KUN".
           02 KUN-KUNDE-ID         pic x(10).
           02 KUN-FORNAVN          pic x(20).
           02 KUN-EFTERNAVN        pic x(20).
           02 KUN-VEJNAVN          pic x(30).
           02 KUN-HUSNUMMER        pic x(10).
           02 KUN-POSTNUMMER       pic x(4).
           02 KUN-BY-NAVN          pic x(20).
           02 KUN-FOEDSELSDATO     pic x(10).
           02 KUN-KYC-RISIKO       pic x.
      01 Konto-Eksport.
           02 FILLER               pic x(3)  value "KTO".
           02 KTO-KONTO-ID         pic x(14).
           02 KTO-REG-NR           pic x(6).
           02 KTO-KUNDE-ID         pic x(10).
           02 KTO-OPRETTET-DATO    pic x(10).
           02 KTO-PRODUKT-KODE     pic x(4).
           02 KTO-STATUS-KODE      pic x.
           02 KTO-LUKKE-DATO       pic x(10).
      01 Trans-Type-Eksport.
           02 FILLER               pic x(3)  value "TTY".
           02 TTY-POST             pic x(55).
      01 Kontoplan-Eksport.
           02 FILLER               pic x(3)  value "FKT".
           02 FKT-KONTO            pic x(6).
           02 FKT-TYPE             pic x.
           02 FKT-NAVN             pic x(30).
      01 Saldo-Eksport.
           02 FILLER               pic x(3)  value "SAL".
           02 SAL-KONTO-ID         pic x(14).
           02 SAL-REG-NR           pic x(6).
           02 SAL-PRIMO            pic -(13)9.99.
           02 SAL-BEVAEGELSE       pic -(13)9.99.
           02 SAL-ULTIMO           pic -(13)9.99.
           02 SAL-ANTAL-TRANS      pic 9(7).
      01 Transaktion-Eksport.
           02 FILLER               pic x(3)  value "TRN".
           02 TRN-LOEBENR          pic 9(9).
           02 TRN-KONTO-ID         pic x(14).
           02 TRN-REG-NR           pic x(6).
           02 TRN-KUNDE-ID         pic x(10).
           02 TRN-DATO             pic x(10).
           02 TRN-VALOER-DATO      pic x(10).
           02 TRN-TYPE             pic x(20).
           02 TRN-TT-KODE          pic x(2).
           02 TRN-BELOB            pic -(13)9.99.
           02 TRN-VALUTA           pic x(4).
           02 TRN-BUTIK            pic x(20).
           02 TRN-KILDE            pic x(60).
      01 Finans-Eksport.
           02 FILLER               pic x(3)  value "FPO".
           02 FPO-LOEBENR          pic 9(9).
           02 FPO-DATO             pic x(10).
           02 FPO-KONTO            pic x(6).
           02 FPO-DK               pic x.
           02 FPO-BELOB            pic 9(13)v99.
           02 FPO-TEKST            pic x(20).
           02 FPO-KILDE            pic x(60).
     *> --- Et ben af en manuel postering i logfilens layout ---
      01 Manuel-Eksport.
           02 FILLER               pic x(3)  value "MAN".
           02 MAN-LOG-LINJE        pic x(152).
      01 Raabalance-Eksport.
           02 FILLER               pic x(3)  value "RBL".
           02 RBL-KONTO            pic x(6).
           02 RBL-TYPE             pic x.
           02 RBL-NAVN             pic x(30).
           02 RBL-DEBET            pic 9(13)v99.
           02 RBL-KREDIT           pic 9(13)v99.
           02 RBL-SALDO            pic -(13)9.99.
     *> --- Kontroltotaler ---
      01 ANTAL-KUNDER             pic 9(7) value 0.
      01 ANTAL-KONTI              pic 9(7) value 0.
      01 ANTAL-FKONTI             pic 9(5) value 0.
      01 ANTAL-SALDI              pic 9(7) value 0.
      01 ANTAL-TRANS              pic 9(9) value 0.
      01 ANTAL-FPOST              pic 9(9) value 0.
      01 ANTAL-RBL                pic 9(5) value 0.
      01 ANTAL-MAN                pic 9(7) value 0.
      01 ANTAL-LINJER             pic 9(9) value 0.
      01 PRIMO-SUM-DKK            pic s9(15)v99 COMP-3 value 0.
      01 ULTIMO-SUM-DKK           pic s9(15)v99 COMP-3 value 0.
      01 TRANS-SUM-DKK            pic s9(15)v99 COMP-3 value 0.
      01 FPOST-DEBET-DKK          pic s9(15)v99 COMP-3 value 0.
      01 FPOST-KREDIT-DKK         pic s9(15)v99 COMP-3 value 0.
      01 ULTIMO-DKK               pic s9(13)v99 COMP-3 value 0.
      01 SALDO-DKK                pic s9(13)v99 COMP-3 value 0.
     *> --- Afstemningen ---
      01 ANTAL-AFVIGELSER         pic 9(5) value 0.
      01 ANTAL-FINANS-UBOGFOERT   pic 9(7) value 0.
      01 ANTAL-TRANS-UGYLDIG      pic 9(7) value 0.
      01 ANTAL-BATCHES-SPRUNGET   pic 9(5) value 0.
      01 ANTAL-LUKKET-SPRUNGET    pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.
      01 AFVIGELSE-BETINGELSE     pic x(40) value spaces.
      01 BELOB-E                  pic -(14)9.99.
      01 BELOB-2-E                pic -(14)9.99.
      01 BELOB-3-E                pic -(14)9.99.
      01 BELOB-4-E                pic -(14)9.99.
      01 EKSPORT-STATUS           pic x(12) value spaces.

      procedure division.
     *> --- Hovedforloeb: periode og tabeller ind, sektionerne ---
     *> --- skrives til kladden, kladden afstemmes mod raabalancen ---
     *> --- og frigives eller holdes tilbage ---
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
           accept KAEDE-RUN-ID from environment "KORSELS_RUN_ID"
           perform bestem-periode
           if PERIODE-UGYLDIG
               display "RevisorEksport: ugyldig periode "
                   FRA-PERIODE " - " TIL-PERIODE
                   " i text-files/RevisorEksportParameter.txt"
               move 12 to return-code
               stop run
           end-if
           display "RevisorEksport: periode " FRA-PERIODE " - "
               TIL-PERIODE
           perform indlæs-kontoplan
           perform sorter-kontoplan
           perform indlæs-trans-typer
           perform indlæs-konto-status-tabel
           perform indlæs-perioder
           perform indlæs-historik-daekning
           open output Kladde-Out
           open output Afvigelse-Out
           perform eksporter-kunder
           perform eksporter-konti
           perform eksporter-trans-typer
           perform eksporter-kontoplan
           perform eksporter-arkiv-transaktioner
           move "text-files/Transaktioner.txt" to TRANS-KILDE
           perform eksporter-live-transaktioner
           perform tilfoej-historik-summer
           perform eksporter-saldi
           perform eksporter-finansposteringer
           perform eksporter-manuelle-posteringer
           perform indlæs-hovedbog
           perform eksporter-raabalance
           close Kladde-Out
           perform kontroller-ubogfoerte-posteringer
           perform afstem-mod-raabalance
           close Afvigelse-Out
           if ANTAL-AFVIGELSER = 0
               perform frigiv-eksport
               move "FRIGIVET" to EKSPORT-STATUS
           else
               move "TILBAGEHOLDT" to EKSPORT-STATUS
               display "RevisorEksport: " ANTAL-AFVIGELSER
                   " afvigelse(r) - eksporten er holdt tilbage i "
                   "text-files/RevisorEksportKladde.txt, se "
                   "text-files/RevisorEksportAfvigelser.txt"
           end-if
           perform skriv-register-linje
           display "RevisorEksport: " ANTAL-KUNDER " kunde(r), "
               ANTAL-KONTI " konto(er), " ANTAL-TRANS
               " postering(er), " ANTAL-FPOST
               " finanspostering(er), " ANTAL-MAN
               " manuel(le) ben, " ANTAL-SALDI " saldo(er) - "
               function TRIM(EKSPORT-STATUS)
           if ANTAL-TRANS-UGYLDIG > 0
               display "RevisorEksport: " ANTAL-TRANS-UGYLDIG
                   " transaktion(er) med ugyldigt beloeb sprunget over"
           end-if
           if ANTAL-BATCHES-SPRUNGET + ANTAL-LUKKET-SPRUNGET > 0
               display "RevisorEksport: " ANTAL-BATCHES-SPRUNGET
                   " finansbatch(es) og " ANTAL-LUKKET-SPRUNGET
                   " postering(er) i lukket periode ikke bogfoert "
                   "i hovedbogen - ikke medtaget"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "RevisorEksport: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- Perioden: aars-kaedens ultimo-dato, ellers parameter- ---
     *> --- filen, ellers forrige kalenderaar ---
      bestem-periode.
           accept PERIODE-ULTIMO-DATO
               from environment "PERIODE_ULTIMO_DATO"
           if PERIODE-ULTIMO-DATO not = spaces
               move spaces to FRA-PERIODE TIL-PERIODE
               string
                   PERIODE-ULTIMO-DATO (1:4) delimited by size
                   "-01"                     delimited by size
                      into FRA-PERIODE
               end-string
               string
                   PERIODE-ULTIMO-DATO (1:4) delimited by size
                   "-12"                     delimited by size
                      into TIL-PERIODE
               end-string
           else
               move "N" to EOF-check-parameter
               open input Parameter-In
               read Parameter-In
                   at end move "Y" to EOF-check-parameter
                   not at end
                       move PARM-FRA-PERIODE to FRA-PERIODE
                       move PARM-TIL-PERIODE to TIL-PERIODE
               end-read
               close Parameter-In
           end-if
           if FRA-PERIODE = spaces
               compute FORRIGE-AAR =
                   function NUMVAL(DAGS-DATO (1:4)) - 1
               move spaces to FRA-PERIODE TIL-PERIODE
               string
                   FORRIGE-AAR            delimited by size
                   "-01"                  delimited by size
                      into FRA-PERIODE
               end-string
               string
                   FORRIGE-AAR            delimited by size
                   "-12"                  delimited by size
                      into TIL-PERIODE
               end-string
           end-if
           set PERIODE-GYLDIG to TRUE
           if FRA-PERIODE (1:4) is not numeric
               or FRA-PERIODE (5:1) not = "-"
               or FRA-PERIODE (6:2) < "01"
               or FRA-PERIODE (6:2) > "12"
               or TIL-PERIODE (1:4) is not numeric
               or TIL-PERIODE (5:1) not = "-"
               or TIL-PERIODE (6:2) < "01"
               or TIL-PERIODE (6:2) > "12"
               or FRA-PERIODE > TIL-PERIODE
               set PERIODE-UGYLDIG to TRUE
           end-if
           move FRA-PERIODE (1:4) to FRA-AAR
           exit.

     *> --- Standardkontiene foerst, saa FinansKontoplan.txt - samme ---
     *> --- regel som finanshovedbog.cob ---
      indlæs-kontoplan.
           move 0 to KPL-ANTAL
           perform varying KPS-INDEX from 1 by 1
               until KPS-INDEX > ANTAL-KONTOPLAN-STD
               move KPS-KONTO (KPS-INDEX) to KPL-OPSLAG-KONTO
               move KPS-TYPE (KPS-INDEX) to KPL-NY-TYPE
               move KPS-NAVN (KPS-INDEX) to KPL-NY-NAVN
               perform gem-kontoplan-linje
           end-perform
           move "N" to EOF-check-kontoplan
           open input Kontoplan-In
           perform until end-of-file-kontoplan
               read Kontoplan-In
                   at end move "Y" to EOF-check-kontoplan
                   not at end
                       if KPF-KONTO-IN not = spaces
                           move KPF-KONTO-IN to KPL-OPSLAG-KONTO
                           move KPF-TYPE-IN to KPL-NY-TYPE
                           move KPF-NAVN-IN to KPL-NY-NAVN
                           perform gem-kontoplan-linje
                       end-if
               end-read
           end-perform
           close Kontoplan-In
           move KPL-ANTAL to ANTAL-FKONTI
           exit.

     *> --- Konto i KPL-OPSLAG-KONTO med type/navn i KPL-NY-TYPE/ ---
     *> --- KPL-NY-NAVN ---
      gem-kontoplan-linje.
           perform find-konto
           if KPL-IKKE-FUNDET
               if KPL-ANTAL not < MAX-KONTOPLAN
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to KPL-ANTAL
               move KPL-ANTAL to KPL-INDEX
               move KPL-OPSLAG-KONTO to KPL-KONTO (KPL-INDEX)
               move 0 to KPL-HB-DEBET-DKK (KPL-INDEX)
               move 0 to KPL-HB-KREDIT-DKK (KPL-INDEX)
               move 0 to KPL-EKS-DEBET-DKK (KPL-INDEX)
               move 0 to KPL-EKS-KREDIT-DKK (KPL-INDEX)
               set KPL-FUNDET to TRUE
           end-if
           move KPL-NY-TYPE to KPL-TYPE (KPL-INDEX)
           move KPL-NY-NAVN to KPL-NAVN (KPL-INDEX)
           exit.

      find-konto.
           set KPL-IKKE-FUNDET to TRUE
           perform varying KPL-INDEX from 1 by 1
               until KPL-FUNDET or KPL-INDEX > KPL-ANTAL
               if KPL-KONTO (KPL-INDEX) = KPL-OPSLAG-KONTO
                   set KPL-FUNDET to TRUE
               end-if
           end-perform
           if KPL-FUNDET
               subtract 1 from KPL-INDEX
           end-if
           exit.

     *> --- Boblesortering efter kontonummer - summerne er nul, ---
     *> --- naar planen sorteres, saa kun noegle, type og navn byttes ---
      sorter-kontoplan.
           perform varying SORT-I from 1 by 1
               until SORT-I >= KPL-ANTAL
               perform varying SORT-J from 1 by 1
                   until SORT-J > KPL-ANTAL - SORT-I
                   if KPL-KONTO (SORT-J) > KPL-KONTO (SORT-J + 1)
                       move KPL-KONTO (SORT-J) to SWAP-KONTO
                       move KPL-TYPE (SORT-J) to SWAP-TYPE
                       move KPL-NAVN (SORT-J) to SWAP-NAVN
                       move KPL-KONTO (SORT-J + 1) to KPL-KONTO (SORT-J)
                       move KPL-TYPE (SORT-J + 1) to KPL-TYPE (SORT-J)
                       move KPL-NAVN (SORT-J + 1) to KPL-NAVN (SORT-J)
                       move SWAP-KONTO to KPL-KONTO (SORT-J + 1)
                       move SWAP-TYPE to KPL-TYPE (SORT-J + 1)
                       move SWAP-NAVN to KPL-NAVN (SORT-J + 1)
                   end-if
               end-perform
           end-perform
           exit.

     *> --- Den valgfri TransaktionsTyper.txt erstatter literal- ---
     *> --- tabellen helt, hvis den har mindst een linje ---
      indlæs-trans-typer.
           move 0 to KODETABEL-ANTAL-INDLAEST
           move "N" to EOF-check-kodetabel
           open input Trans-Type-In
           perform until end-of-file-kodetabel
               read Trans-Type-In
                   at end move "Y" to EOF-check-kodetabel
                   not at end
                       if KODETABEL-ANTAL-INDLAEST = 0
                           move 0 to ANTAL-TRANS-TYPER
                       end-if
                       if ANTAL-TRANS-TYPER < MAX-TRANS-TYPER
                           and Trans-Type-Linje not = spaces
                           add 1 to ANTAL-TRANS-TYPER
                           add 1 to KODETABEL-ANTAL-INDLAEST
                           move Trans-Type-Linje
                               to TT-POST (ANTAL-TRANS-TYPER)
                       end-if
               end-read
           end-perform
           close Trans-Type-In
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

     *> --- De lukkede maaneder og deres lukkedato - et aars-luk ---
     *> --- ("yyyy" type A) har allerede lukket aarets maaneder ---
      indlæs-perioder.
           move 0 to PER-ANTAL
           move "N" to EOF-check-perioder
           open input Perioder-In
           perform until end-of-file-perioder
               read Perioder-In
                   at end move "Y" to EOF-check-perioder
                   not at end
                       if PER-TYPE-IN = "M"
                           if PER-ANTAL < MAX-PERIODER
                               add 1 to PER-ANTAL
                               move PER-PERIODE-IN
                                   to PER-PERIODE (PER-ANTAL)
                               move PER-LUKKET-DATO-IN
                                   to PER-LUKKET-DATO (PER-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Perioder-In
           exit.

     *> --- Historik-linjerne for aarene FOER periodens aar ---
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
               or HK-P-AAR >= FRA-AAR
               or function TEST-NUMVAL(HK-P-SUM) not = 0
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

     *> --- KUN: kundestamdata ---
      eksporter-kunder.
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Kunde-Id of Kunde-Information not = spaces
                           move Kunde-Id of Kunde-Information
                               to KUN-KUNDE-ID
                           move Fornavn to KUN-FORNAVN
                           move Efternavn to KUN-EFTERNAVN
                           move Vejnavn to KUN-VEJNAVN
                           move Husnummer to KUN-HUSNUMMER
                           move Postnummer to KUN-POSTNUMMER
                           move By-navn to KUN-BY-NAVN
                           move Foedselsdato to KUN-FOEDSELSDATO
                           move Kyc-Risiko to KUN-KYC-RISIKO
                           write Kladde-Linje from Kunde-Eksport
                           add 1 to ANTAL-KUNDER
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

     *> --- KTO: konti oprettet senest i periodens sidste maaned - ---
     *> --- de seedes samtidig i saldo-tabellen, saa en konto uden ---
     *> --- posteringer ogsaa faar primo og ultimo ---
      eksporter-konti.
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN not = spaces
                           and KM-OPRETTET-DATO-IN (1:7)
                               <= TIL-PERIODE
                           perform eksporter-en-konto
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      eksporter-en-konto.
           move KM-KONTO-ID-IN to KTO-KONTO-ID
           move KM-REG-NR-IN to KTO-REG-NR
           move KM-KUNDE-ID-IN to KTO-KUNDE-ID
           move KM-OPRETTET-DATO-IN to KTO-OPRETTET-DATO
           move KM-PRODUKT-KODE-IN to KTO-PRODUKT-KODE
           move "A" to KTO-STATUS-KODE
           move spaces to KTO-LUKKE-DATO
           set KONTO-STATUS-IKKE-FUNDET to TRUE
           if KS-ANTAL > 0
               search all KS-POST
                   when KS-KONTO-ID (KS-IDX) = KM-KONTO-ID-IN
                       set KONTO-STATUS-FUNDET to TRUE
               end-search
           end-if
           if KONTO-STATUS-FUNDET
               move KS-STATUS-KODE (KS-IDX) to KTO-STATUS-KODE
               move KS-LUKKE-DATO (KS-IDX) to KTO-LUKKE-DATO
           end-if
           write Kladde-Linje from Konto-Eksport
           add 1 to ANTAL-KONTI
           move KM-KONTO-ID-IN to SA-OPSLAG
           move KM-REG-NR-IN to SA-OPSLAG-REG
           perform find-eller-opret-saldo-konto
           exit.

     *> --- TTY: transaktionstype-kodetabellen som den bruges ---
      eksporter-trans-typer.
           perform varying TT-INDEX from 1 by 1
               until TT-INDEX > ANTAL-TRANS-TYPER
               move TT-POST (TT-INDEX) to TTY-POST
               write Kladde-Linje from Trans-Type-Eksport
           end-perform
           exit.

     *> --- FKT: kontoplanen ---
      eksporter-kontoplan.
           perform varying KPL-INDEX from 1 by 1
               until KPL-INDEX > KPL-ANTAL
               move KPL-KONTO (KPL-INDEX) to FKT-KONTO
               move KPL-TYPE (KPL-INDEX) to FKT-TYPE
               move KPL-NAVN (KPL-INDEX) to FKT-NAVN
               write Kladde-Linje from Kontoplan-Eksport
           end-perform
           exit.

     *> --- TRN fra arkiverne - aeldste foerst, som ArkivListe.txt ---
     *> --- er sorteret ---
      eksporter-arkiv-transaktioner.
           move "N" to EOF-check-arkiv-liste
           open input Arkiv-Liste-In
           perform until end-of-file-arkiv-liste
               read Arkiv-Liste-In
                   at end move "Y" to EOF-check-arkiv-liste
                   not at end
                       if Arkiv-Liste-Linje not = spaces
                           move Arkiv-Liste-Linje to ARKIV-FIL-NAVN
                           move Arkiv-Liste-Linje to TRANS-KILDE
                           perform eksporter-en-arkiv-fil
                       end-if
               end-read
           end-perform
           close Arkiv-Liste-In
           exit.

      eksporter-en-arkiv-fil.
           move "N" to EOF-check-arkiv
           open input Arkiv-Fil-In
           perform until end-of-file-arkiv
               read Arkiv-Fil-In
                   at end move "Y" to EOF-check-arkiv
                   not at end
                       move Arkiv-Transaktion
                           to Transaktion-Information
                       perform behandl-en-transaktion
               end-read
           end-perform
           close Arkiv-Fil-In
           exit.

      eksporter-live-transaktioner.
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG of Trans-Hdr-Trl-Linje not = "HDR"
                           and THT-TAG of Trans-Hdr-Trl-Linje
                               not = "TRL"
                           perform behandl-en-transaktion
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

     *> --- En postering foer perioden gaar i primo (et tidligere ---
     *> --- aar kun, naar det ikke er daekket af en historik-linje), ---
     *> --- en postering i perioden eksporteres og gaar i ---
     *> --- bevaegelsen, en senere springes over ---
      behandl-en-transaktion.
           if KONTO-ID of Transaktion-Information = spaces
               or function TEST-NUMVAL(
                   BELOB of Transaktion-Information) not = 0
               add 1 to ANTAL-TRANS-UGYLDIG
               exit paragraph
           end-if
           move DATO of Transaktion-Information (1:7) to TRANS-PERIODE
           if TRANS-PERIODE > TIL-PERIODE
               exit paragraph
           end-if
           move KONTO-ID of Transaktion-Information to SA-OPSLAG
           move REG-NR of Transaktion-Information to SA-OPSLAG-REG
           perform find-eller-opret-saldo-konto
           if SA-KONTO-IKKE-FUNDET
               exit paragraph
           end-if
           move function NUMVAL(BELOB of Transaktion-Information)
               to TRANS-BELOB-DKK
           if TRANS-PERIODE < FRA-PERIODE
               move DATO of Transaktion-Information (1:4)
                   to TRANS-AAR-CHAR
               if TRANS-AAR-CHAR not = FRA-AAR
                   perform find-historik-daekning
                   if HISTORIK-DAEKKET
                       exit paragraph
                   end-if
               end-if
               add TRANS-BELOB-DKK to SA-PRIMO-DKK (SA-INDEX)
               exit paragraph
           end-if
           add TRANS-BELOB-DKK to SA-BEVAEGELSE-DKK (SA-INDEX)
           add 1 to SA-ANTAL-TRANS (SA-INDEX)
           perform find-trans-type-kode
           add 1 to ANTAL-TRANS
           add TRANS-BELOB-DKK to TRANS-SUM-DKK
           move ANTAL-TRANS to TRN-LOEBENR
           move KONTO-ID of Transaktion-Information to TRN-KONTO-ID
           move REG-NR of Transaktion-Information to TRN-REG-NR
           move KUNDE-ID of Transaktion-Information to TRN-KUNDE-ID
           move DATO of Transaktion-Information (1:10) to TRN-DATO
           move VALOER-DATO of Transaktion-Information
               to TRN-VALOER-DATO
           move TRANSAKTIONS-TYPE of Transaktion-Information
               to TRN-TYPE
           move EKS-TT-KODE to TRN-TT-KODE
           move TRANS-BELOB-DKK to TRN-BELOB
           move VALUTA of Transaktion-Information to TRN-VALUTA
           move BUTIK of Transaktion-Information to TRN-BUTIK
           move TRANS-KILDE to TRN-KILDE
           write Kladde-Linje from Transaktion-Eksport
           exit.

     *> --- Typekoden fra kodetabellen - blank, naar typen ikke ---
     *> --- kendes ---
      find-trans-type-kode.
           move spaces to EKS-TT-KODE
           set TRANS-TYPE-IKKE-FUNDET to TRUE
           perform varying TT-INDEX from 1 by 1
               until TRANS-TYPE-FUNDET or TT-INDEX > ANTAL-TRANS-TYPER
               if TT-RAW-TEKST (TT-INDEX) =
                   TRANSAKTIONS-TYPE of Transaktion-Information
                   set TRANS-TYPE-FUNDET to TRUE
                   move TT-KODE (TT-INDEX) to EKS-TT-KODE
               end-if
           end-perform
           exit.

      find-eller-opret-saldo-konto.
           set SA-KONTO-IKKE-FUNDET to TRUE
           move 1 to SA-INDEX
           perform until SA-KONTO-FUNDET or SA-INDEX > SA-ANTAL
               if SA-KONTO-ID (SA-INDEX) = SA-OPSLAG
                   set SA-KONTO-FUNDET to TRUE
               else
                   add 1 to SA-INDEX
               end-if
           end-perform
           if SA-KONTO-IKKE-FUNDET
               if SA-ANTAL < MAX-SALDO
                   add 1 to SA-ANTAL
                   move SA-ANTAL to SA-INDEX
                   move SA-OPSLAG to SA-KONTO-ID (SA-INDEX)
                   move SA-OPSLAG-REG to SA-REG-NR (SA-INDEX)
                   move 0 to SA-PRIMO-DKK (SA-INDEX)
                   move 0 to SA-BEVAEGELSE-DKK (SA-INDEX)
                   move 0 to SA-ANTAL-TRANS (SA-INDEX)
                   set SA-KONTO-FUNDET to TRUE
               else
                   add 1 to ANTAL-TABEL-FULD
               end-if
           end-if
           exit.

     *> --- Er aaret i TRANS-AAR-CHAR daekket af en historik-linje ---
     *> --- for kontoen i SA-INDEX? ---
      find-historik-daekning.
           set HISTORIK-IKKE-DAEKKET to TRUE
           perform varying HK-INDEX from 1 by 1
               until HISTORIK-DAEKKET or HK-INDEX > HK-ANTAL
               if HK-KONTO-ID (HK-INDEX) = SA-KONTO-ID (SA-INDEX)
                   and HK-AAR (HK-INDEX) = TRANS-AAR-CHAR
                   set HISTORIK-DAEKKET to TRUE
               end-if
           end-perform
           exit.

     *> --- De afsluttede aars udskrifts-opgjorte summer laegges i ---
     *> --- primo - ogsaa for en konto, der ikke er i masteren ---
      tilfoej-historik-summer.
           perform varying HK-INDEX from 1 by 1
               until HK-INDEX > HK-ANTAL
               move HK-KONTO-ID (HK-INDEX) to SA-OPSLAG
               move spaces to SA-OPSLAG-REG
               perform find-eller-opret-saldo-konto
               if SA-KONTO-FUNDET
                   add HK-SUM-DKK (HK-INDEX) to SA-PRIMO-DKK (SA-INDEX)
               end-if
           end-perform
           exit.

     *> --- SAL: primo, bevaegelse og ultimo pr. konto ---
      eksporter-saldi.
           perform varying SA-INDEX from 1 by 1
               until SA-INDEX > SA-ANTAL
               compute ULTIMO-DKK = SA-PRIMO-DKK (SA-INDEX)
                   + SA-BEVAEGELSE-DKK (SA-INDEX)
               move SA-KONTO-ID (SA-INDEX) to SAL-KONTO-ID
               move SA-REG-NR (SA-INDEX) to SAL-REG-NR
               move SA-PRIMO-DKK (SA-INDEX) to SAL-PRIMO
               move SA-BEVAEGELSE-DKK (SA-INDEX) to SAL-BEVAEGELSE
               move ULTIMO-DKK to SAL-ULTIMO
               move SA-ANTAL-TRANS (SA-INDEX) to SAL-ANTAL-TRANS
               write Kladde-Linje from Saldo-Eksport
               add 1 to ANTAL-SALDI
               add SA-PRIMO-DKK (SA-INDEX) to PRIMO-SUM-DKK
               add ULTIMO-DKK to ULTIMO-SUM-DKK
           end-perform
           exit.

     *> --- FPO: de bogfoerte kopier af finansposteringerne i ---
     *> --- FinansArkivListe.txt genspilles batch for batch ---
      eksporter-finansposteringer.
           move "N" to EOF-check-finans-liste
           open input Finans-Arkiv-Liste-In
           perform until end-of-file-finans-liste
               read Finans-Arkiv-Liste-In
                   at end move "Y" to EOF-check-finans-liste
                   not at end
                       if Finans-Arkiv-Liste-Linje not = spaces
                           move Finans-Arkiv-Liste-Linje
                               to FINANS-FIL-NAVN
                           perform genspil-en-finans-fil
                       end-if
               end-read
           end-perform
           close Finans-Arkiv-Liste-In
           exit.

     *> --- Arkivets dato staar efter "Bogfoert_" i filnavnet; en ---
     *> --- aarsafslutning bogfoeres uden periodekontrol ---
      genspil-en-finans-fil.
           move 0 to AARSAFSLUTNING-TAELLER
           inspect FINANS-FIL-NAVN tallying AARSAFSLUTNING-TAELLER
               for all "FinansAarsafslutning"
           move "N" to AARSAFSLUTNING-FLAG
           move spaces to FINANS-ARKIV-DATO AARSAFSLUTNING-AAR
           if AARSAFSLUTNING-TAELLER > 0
               set ER-AARSAFSLUTNING to TRUE
           else
               move spaces to FINANS-NAVN-PRAEFIKS FINANS-NAVN-REST
               unstring FINANS-FIL-NAVN delimited by "Bogfoert_"
                   into FINANS-NAVN-PRAEFIKS FINANS-NAVN-REST
               end-unstring
               string
                   FINANS-NAVN-REST (1:4) delimited by size
                   "-"                    delimited by size
                   FINANS-NAVN-REST (5:2) delimited by size
                   "-"                    delimited by size
                   FINANS-NAVN-REST (7:2) delimited by size
                      into FINANS-ARKIV-DATO
               end-string
           end-if
           move 0 to BT-ANTAL
           move "N" to BATCH-OVERLOEB-FLAG
           move "N" to EOF-check-finans
           open input Finans-Fil-In
           perform until end-of-file-finans
               read Finans-Fil-In
                   at end move "Y" to EOF-check-finans
                   not at end
                       evaluate PST-TAG-IN
                           when "PST"
                               perform gem-batch-linje
                           when "TRL"
                               perform afslut-batch
                           when "---"
                               if ER-AARSAFSLUTNING
                                   and Postering-Linje (5:14)
                                       = "Aarsafslutning"
                                   move Postering-Linje (20:4)
                                       to AARSAFSLUTNING-AAR
                               end-if
                       end-evaluate
               end-read
           end-perform
           close Finans-Fil-In
     *> --- PST-linjer uden TRL blev afvist af hovedbogen ---
           if BT-ANTAL > 0
               add 1 to ANTAL-BATCHES-SPRUNGET
           end-if
           exit.

      gem-batch-linje.
           if BT-ANTAL not < MAX-BATCH
               set BATCH-OVERLOEBET to TRUE
               exit paragraph
           end-if
           add 1 to BT-ANTAL
           if BT-ANTAL > BT-HOEJVANDE
               move BT-ANTAL to BT-HOEJVANDE
           end-if
           move PST-DATO-IN to BT-DATO (BT-ANTAL)
           move PST-KONTO-IN to BT-KONTO (BT-ANTAL)
           move PST-DK-IN to BT-DK (BT-ANTAL)
           move PST-BELOB-IN to BT-BELOB-DKK (BT-ANTAL)
           move PST-TEKST-IN to BT-TEKST (BT-ANTAL)
           exit.

     *> --- Batchen kontrolleres med hovedbogens regler - en batch, ---
     *> --- hovedbogen afviste, er ikke i boegerne og medtages ikke ---
      afslut-batch.
           add 1 to BATCH-NR
           move 0 to BATCH-DEBET-DKK
           move 0 to BATCH-KREDIT-DKK
           set BATCH-GODKENDT to TRUE
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               evaluate BT-DK (BT-INDEX)
                   when "D"
                       add BT-BELOB-DKK (BT-INDEX) to BATCH-DEBET-DKK
                   when "K"
                       add BT-BELOB-DKK (BT-INDEX) to BATCH-KREDIT-DKK
                   when other
                       set BATCH-AFVIST to TRUE
               end-evaluate
               move BT-KONTO (BT-INDEX) to KPL-OPSLAG-KONTO
               perform find-konto
               if KPL-IKKE-FUNDET
                   set BATCH-AFVIST to TRUE
               end-if
               if BT-DATO (BT-INDEX) (1:4) is not numeric
                   or BT-DATO (BT-INDEX) (6:2) < "01"
                   or BT-DATO (BT-INDEX) (6:2) > "12"
                   set BATCH-AFVIST to TRUE
               end-if
           end-perform
           if BATCH-OVERLOEBET
               or TRL-ANTAL-IN not = BT-ANTAL
               or TRL-DEBET-IN not = BATCH-DEBET-DKK
               or TRL-KREDIT-IN not = BATCH-KREDIT-DKK
               or BATCH-DEBET-DKK not = BATCH-KREDIT-DKK
               set BATCH-AFVIST to TRUE
           end-if
     *> --- Samme aarsafslutning i flere kopier medtages een gang ---
           if BATCH-GODKENDT and ER-AARSAFSLUTNING
               perform find-aarsafslutning
               if AARSAFSLUTNING-SET
                   move 0 to BT-ANTAL
                   move "N" to BATCH-OVERLOEB-FLAG
                   exit paragraph
               end-if
               if AS-ANTAL < 100
                   add 1 to AS-ANTAL
                   move AARSAFSLUTNING-AAR to AS-AAR (AS-ANTAL)
               end-if
           end-if
           if BATCH-GODKENDT
               perform varying BT-INDEX from 1 by 1
                   until BT-INDEX > BT-ANTAL
                   perform eksporter-en-finanspostering
               end-perform
           else
               add 1 to ANTAL-BATCHES-SPRUNGET
           end-if
           move 0 to BT-ANTAL
           move "N" to BATCH-OVERLOEB-FLAG
           exit.

      find-aarsafslutning.
           set AARSAFSLUTNING-NY to TRUE
           perform varying AS-INDEX from 1 by 1
               until AARSAFSLUTNING-SET or AS-INDEX > AS-ANTAL
               if AS-AAR (AS-INDEX) = AARSAFSLUTNING-AAR
                   set AARSAFSLUTNING-SET to TRUE
               end-if
           end-perform
           exit.

     *> --- En postering i en periode, der var lukket foer arkivets ---
     *> --- dato, blev afvist af hovedbogen; posteringer uden for ---
     *> --- eksportperioden springes over ---
      eksporter-en-finanspostering.
           move BT-DATO (BT-INDEX) (1:7) to PER-OPSLAG-PERIODE
           if not ER-AARSAFSLUTNING
               perform find-lukket-periode
               if PER-LUKKET-FOER-ARKIV
                   add 1 to ANTAL-LUKKET-SPRUNGET
                   exit paragraph
               end-if
           end-if
           if PER-OPSLAG-PERIODE < FRA-PERIODE
               or PER-OPSLAG-PERIODE > TIL-PERIODE
               exit paragraph
           end-if
           move BT-KONTO (BT-INDEX) to KPL-OPSLAG-KONTO
           perform find-konto
           add 1 to ANTAL-FPOST
           if BT-DK (BT-INDEX) = "D"
               add BT-BELOB-DKK (BT-INDEX) to FPOST-DEBET-DKK
               add BT-BELOB-DKK (BT-INDEX)
                   to KPL-EKS-DEBET-DKK (KPL-INDEX)
           else
               add BT-BELOB-DKK (BT-INDEX) to FPOST-KREDIT-DKK
               add BT-BELOB-DKK (BT-INDEX)
                   to KPL-EKS-KREDIT-DKK (KPL-INDEX)
           end-if
           move ANTAL-FPOST to FPO-LOEBENR
           move BT-DATO (BT-INDEX) to FPO-DATO
           move BT-KONTO (BT-INDEX) to FPO-KONTO
           move BT-DK (BT-INDEX) to FPO-DK
           move BT-BELOB-DKK (BT-INDEX) to FPO-BELOB
           move BT-TEKST (BT-INDEX) to FPO-TEKST
           move FINANS-FIL-NAVN to FPO-KILDE
           write Kladde-Linje from Finans-Eksport
           exit.

      find-lukket-periode.
           set PER-AABEN-VED-ARKIV to TRUE
           perform varying PER-INDEX from 1 by 1
               until PER-LUKKET-FOER-ARKIV or PER-INDEX > PER-ANTAL
               if PER-PERIODE (PER-INDEX) = PER-OPSLAG-PERIODE
                   and PER-LUKKET-DATO (PER-INDEX) < FINANS-ARKIV-DATO
                   set PER-LUKKET-FOER-ARKIV to TRUE
               end-if
           end-perform
           exit.

     *> --- MAN: de manuelle posteringers ben, bogfoert i perioden ---
      eksporter-manuelle-posteringer.
           move "N" to EOF-check-manuel-log
           open input Manuel-Log-In
           perform until end-of-file-manuel-log
               read Manuel-Log-In
                   at end move "Y" to EOF-check-manuel-log
                   not at end
                       if MPL-BOGFOERT-DATO (1:7) >= FRA-PERIODE
                           and MPL-BOGFOERT-DATO (1:7) <= TIL-PERIODE
                           move Manuel-Log-Linje to MAN-LOG-LINJE
                           write Kladde-Linje from Manuel-Eksport
                           add 1 to ANTAL-MAN
                       end-if
               end-read
           end-perform
           close Manuel-Log-In
           exit.

     *> --- Hovedbogens debet og kredit i perioden pr. konto - en ---
     *> --- konto, der ikke er i planen, tilfoejes, saa afstemningen ---
     *> --- fanger den ---
      indlæs-hovedbog.
           move "N" to EOF-check-hovedbog
           open input Hovedbog-In
           perform until end-of-file-hovedbog
               read Hovedbog-In
                   at end move "Y" to EOF-check-hovedbog
                   not at end
                       if HB-KONTO-IN not = spaces
                           and HB-PERIODE-IN >= FRA-PERIODE
                           and HB-PERIODE-IN <= TIL-PERIODE
                           perform gem-hovedbog-linje
                       end-if
               end-read
           end-perform
           close Hovedbog-In
           exit.

      gem-hovedbog-linje.
           move HB-KONTO-IN to KPL-OPSLAG-KONTO
           perform find-konto
           if KPL-IKKE-FUNDET
               move space to KPL-NY-TYPE
               move "(ikke i kontoplanen)" to KPL-NY-NAVN
               perform gem-kontoplan-linje
               if KPL-IKKE-FUNDET
                   exit paragraph
               end-if
           end-if
           add HB-DEBET-IN to KPL-HB-DEBET-DKK (KPL-INDEX)
           add HB-KREDIT-IN to KPL-HB-KREDIT-DKK (KPL-INDEX)
           exit.

     *> --- RBL: raabalancen for perioden, konti med bevaegelse ---
      eksporter-raabalance.
           perform varying KPL-INDEX from 1 by 1
               until KPL-INDEX > KPL-ANTAL
               if KPL-HB-DEBET-DKK (KPL-INDEX) not = 0
                   or KPL-HB-KREDIT-DKK (KPL-INDEX) not = 0
                   compute SALDO-DKK = KPL-HB-DEBET-DKK (KPL-INDEX)
                       - KPL-HB-KREDIT-DKK (KPL-INDEX)
                   move KPL-KONTO (KPL-INDEX) to RBL-KONTO
                   move KPL-TYPE (KPL-INDEX) to RBL-TYPE
                   move KPL-NAVN (KPL-INDEX) to RBL-NAVN
                   move KPL-HB-DEBET-DKK (KPL-INDEX) to RBL-DEBET
                   move KPL-HB-KREDIT-DKK (KPL-INDEX) to RBL-KREDIT
                   move SALDO-DKK to RBL-SALDO
                   write Kladde-Linje from Raabalance-Eksport
                   add 1 to ANTAL-RBL
               end-if
           end-perform
           exit.

     *> --- Ubogfoerte posteringer i perioden betyder, at boegerne ---
     *> --- for perioden ikke er faerdige ---
      kontroller-ubogfoerte-posteringer.
           move "N" to EOF-check-finans-live
           open input Finans-Live-In
           perform until end-of-file-finans-live
               read Finans-Live-In
                   at end move "Y" to EOF-check-finans-live
                   not at end
                       if FL-TAG-IN = "PST"
                           and FL-DATO-IN (1:7) >= FRA-PERIODE
                           and FL-DATO-IN (1:7) <= TIL-PERIODE
                           add 1 to ANTAL-FINANS-UBOGFOERT
                       end-if
               end-read
           end-perform
           close Finans-Live-In
           if ANTAL-FINANS-UBOGFOERT > 0
               add 1 to ANTAL-AFVIGELSER
               move spaces to Afvigelse-Linje
               move 1 to pos
               string
                   "BETINGELSE=REVISOR-FINANS-IKKE-BOGFOERT"
                                           delimited by size
                   " PERIODE="             delimited by size
                   FRA-PERIODE             delimited by size
                   "_"                     delimited by size
                   TIL-PERIODE             delimited by size
                   " ANTAL="               delimited by size
                   ANTAL-FINANS-UBOGFOERT  delimited by size
                      into Afvigelse-Linje
                      with pointer pos
               end-string
               write Afvigelse-Linje
           end-if
           exit.

     *> --- De eksporterede finansposteringer skal give hovedbogens ---
     *> --- raabalance pr. konto, og debet skal gaa op med kredit ---
      afstem-mod-raabalance.
           perform varying KPL-INDEX from 1 by 1
               until KPL-INDEX > KPL-ANTAL
               if KPL-EKS-DEBET-DKK (KPL-INDEX)
                       not = KPL-HB-DEBET-DKK (KPL-INDEX)
                   or KPL-EKS-KREDIT-DKK (KPL-INDEX)
                       not = KPL-HB-KREDIT-DKK (KPL-INDEX)
                   perform skriv-konto-afvigelse
               end-if
           end-perform
           if FPOST-DEBET-DKK not = FPOST-KREDIT-DKK
               add 1 to ANTAL-AFVIGELSER
               move FPOST-DEBET-DKK to BELOB-E
               move FPOST-KREDIT-DKK to BELOB-2-E
               move spaces to Afvigelse-Linje
               move 1 to pos
               string
                   "BETINGELSE=REVISOR-EKSPORT-UBALANCE"
                                           delimited by size
                   " PERIODE="             delimited by size
                   FRA-PERIODE             delimited by size
                   "_"                     delimited by size
                   TIL-PERIODE             delimited by size
                   " DEBET="               delimited by size
                   function TRIM(BELOB-E)  delimited by size
                   " KREDIT="              delimited by size
                   function TRIM(BELOB-2-E) delimited by size
                      into Afvigelse-Linje
                      with pointer pos
               end-string
               write Afvigelse-Linje
           end-if
           exit.

      skriv-konto-afvigelse.
           add 1 to ANTAL-AFVIGELSER
           move KPL-EKS-DEBET-DKK (KPL-INDEX) to BELOB-E
           move KPL-HB-DEBET-DKK (KPL-INDEX) to BELOB-2-E
           move KPL-EKS-KREDIT-DKK (KPL-INDEX) to BELOB-3-E
           move KPL-HB-KREDIT-DKK (KPL-INDEX) to BELOB-4-E
           move spaces to Afvigelse-Linje
           move 1 to pos
           string
               "BETINGELSE=REVISOR-RAABALANCE-AFVIGER"
                                       delimited by size
               " FINANSKONTO="         delimited by size
               KPL-KONTO (KPL-INDEX)   delimited by size
               " PERIODE="             delimited by size
               FRA-PERIODE             delimited by size
               "_"                     delimited by size
               TIL-PERIODE             delimited by size
               " EKSPORT-DEBET="       delimited by size
               function TRIM(BELOB-E)  delimited by size
               " HOVEDBOG-DEBET="      delimited by size
               function TRIM(BELOB-2-E) delimited by size
               " EKSPORT-KREDIT="      delimited by size
               function TRIM(BELOB-3-E) delimited by size
               " HOVEDBOG-KREDIT="     delimited by size
               function TRIM(BELOB-4-E) delimited by size
                  into Afvigelse-Linje
                  with pointer pos
           end-string
           write Afvigelse-Linje
           exit.

     *> --- Den afstemte eksport skrives med hovedlinje og trailer, ---
     *> --- og kladden toemmes ---
      frigiv-eksport.
           move spaces to EKSPORT-FIL-NAVN
           move 1 to pos
           string
               "text-files/RevisorEksport_" delimited by size
               FRA-PERIODE                  delimited by size
               "_"                          delimited by size
               TIL-PERIODE                  delimited by size
               ".txt"                       delimited by size
                  into EKSPORT-FIL-NAVN
                  with pointer pos
           end-string
           move FRA-PERIODE to EH-FRA-PERIODE
           move TIL-PERIODE to EH-TIL-PERIODE
           move DAGS-DATO to EH-DANNET
           move KAEDE-RUN-ID to EH-RUN-ID
           move ANTAL-KUNDER to EH-ANTAL-KUNDER
           move ANTAL-KONTI to EH-ANTAL-KONTI
           move ANTAL-TRANS-TYPER to EH-ANTAL-TTYPER
           move ANTAL-FKONTI to EH-ANTAL-FKONTI
           move ANTAL-SALDI to EH-ANTAL-SALDI
           move PRIMO-SUM-DKK to EH-PRIMO-SUM
           move ULTIMO-SUM-DKK to EH-ULTIMO-SUM
           move ANTAL-TRANS to EH-ANTAL-TRANS
           move TRANS-SUM-DKK to EH-TRANS-SUM
           move ANTAL-FPOST to EH-ANTAL-FPOST
           move FPOST-DEBET-DKK to EH-FPOST-DEBET
           move FPOST-KREDIT-DKK to EH-FPOST-KREDIT
           move ANTAL-RBL to EH-ANTAL-RBL
           move ANTAL-MAN to EH-ANTAL-MAN
           open output Eksport-Out
           write Eksport-Linje from Eksport-Hoved
           move 1 to ANTAL-LINJER
           move "N" to EOF-check-kladde
           open input Kladde-In
           perform until end-of-file-kladde
               read Kladde-In
                   at end move "Y" to EOF-check-kladde
                   not at end
                       write Eksport-Linje from Kladde-Linje-In
                       add 1 to ANTAL-LINJER
               end-read
           end-perform
           close Kladde-In
           add 1 to ANTAL-LINJER
           move ANTAL-LINJER to ET-ANTAL-LINJER
           write Eksport-Linje from Eksport-Trailer
           close Eksport-Out
           open output Kladde-Out
           close Kladde-Out
           display "RevisorEksport: " ANTAL-LINJER " linje(r) skrevet "
               "til " function TRIM(EKSPORT-FIL-NAVN)
           exit.

     *> --- Registret over eksporterne - appendes, aldrig ---
     *> --- overskrevet ---
      skriv-register-linje.
           open extend Register-Out
           if REGISTER-STATUS = "35"
               open output Register-Out
           end-if
           move spaces to Register-Linje
           move 1 to pos
           string
               "EKSPORT="              delimited by size
               FRA-PERIODE             delimited by size
               "_"                     delimited by size
               TIL-PERIODE             delimited by size
               " DANNET="              delimited by size
               DAGS-DATO               delimited by size
               " STATUS="              delimited by size
               function TRIM(EKSPORT-STATUS) delimited by size
               " KUNDER="              delimited by size
               ANTAL-KUNDER            delimited by size
               " KONTI="               delimited by size
               ANTAL-KONTI             delimited by size
               " TRANS="               delimited by size
               ANTAL-TRANS             delimited by size
               " FPOST="               delimited by size
               ANTAL-FPOST             delimited by size
               " MANUEL="              delimited by size
               ANTAL-MAN               delimited by size
               " AFVIGELSER="          delimited by size
               ANTAL-AFVIGELSER        delimited by size
               " KORSEL="              delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
                  into Register-Linje
                  with pointer pos
           end-string
           write Register-Linje
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
           move "revisorEksport" to KAP-PROGRAM
           move "SALDO-TABEL" to KAP-TABEL
           move SA-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "HISTORIK-TABEL" to KAP-TABEL
           move HK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-STATUS-TABEL" to KAP-TABEL
           move KS-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTOPLAN-TABEL" to KAP-TABEL
           move KPL-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "PERIODE-TABEL" to KAP-TABEL
           move PER-ANTAL to KAP-ANTAL
           move 2000 to KAP-MAX
           write Kapacitet-Linje
           move "BATCH-TABEL" to KAP-TABEL
           move BT-HOEJVANDE to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
