      identification division.
      program-id. laanAnsoegning.

     *> --- Laaneansoegninger: laanTerminer (Opgave32) afvikler et
     *>     laan, naar det staar i LaanMaster.txt, men intet oprettede
     *>     det - raadgiverne tastede selv nye laan ind i filen.
     *>     Trinnet behandler raadgivernes ansoegninger i
     *>     text-files/LaanAnsoegninger.txt (LaanAnsoegning.cpy) og
     *>     koeres hver nat efter udlaegsHaandtering, FOER den
     *>     disponible position bygges, saa nattens udbetalinger er
     *>     med i positionen:
     *>       - kunden kontrolleres: kendt i Kundeoplysninger.txt,
     *>         gennemfoert KYC (Kyc-Dato sat og ikke paa
     *>         KycBlokeringer.txt), navnet ikke paa sanktionslisten
     *>         (hit til KomplianceKoe.txt), ikke markeret i
     *>         skyldnerregistret (Skyldner-Status R), ikke i
     *>         DoedsboRegister.txt og intet udlaeg paa kundens konti
     *>         i UdlaegRegister.txt. Kontoen skal vaere kundens i
     *>         KontoMaster.txt og ikke lukket i KontoStatus.txt
     *>       - raadighedsbeloebet pr. maaned beregnes: nettoindkomst
     *>         minus oplyste faste udgifter, minus ydelsen paa
     *>         kundens eksisterende laan (fast afdrag plus rente af
     *>         restgaelden, som laanTerminer regner den), minus de
     *>         faste overfoersler ud af kundens konti (kvartals- og
     *>         aarsordrer omregnet til maaned), minus det nye laans
     *>         foerste ydelse
     *>       - afgoerelsen: G = godkendt, A = afvist (kundekontrol
     *>         fejlet eller negativt raadighedsbeloeb), K = henvist
     *>         til kreditafdelingen (raadighedsbeloeb under
     *>         minimum, hovedstol over den automatiske graense eller
     *>         kunde i hoej KYC-risikoklasse)
     *>       - et godkendt laan faar naeste ledige laane-id
     *>         (L + 7 cifre), skrives til LaanMaster.txt med foerste
     *>         termin i maaneden efter, udbetalingen bogfoeres som
     *>         INDBETALING paa kontoen med BUTIK "LAAN:<id> UDBET"
     *>         (samme maerke-konvention som terminerne), og kunden
     *>         faar et brev med betalingsplanen i
     *>         LaanBetalingsplaner.txt - terminerne beregnes som i
     *>         laanTerminer, saa planen er den, der bliver bogfoert
     *>     Henviste ansoegninger venter i det persistente
     *>     LaanKreditHenvisninger.txt, og kreditafdelingens
     *>     afgoerelser i LaanKreditBeslutninger.txt (G/A og
     *>     initialer) anvendes i naeste koersel - en godkendt
     *>     henvisning gennemgaar kundekontrollen igen, men ikke
     *>     raadighedsberegningen. De ventende henvisninger staar i
     *>     LaanKreditKoe.txt, som morgenWorklist samler op.
     *>     Hver ansoegning og afgoerelse staar i den persistente log
     *>     LaanAnsoegningLog.txt, og en ansoegning, der allerede er
     *>     behandlet, afvises som dublet. Nattens afgoerelser
     *>     skrives til LaanAfgoerelser.txt. Ansoegnings- og
     *>     beslutningsfilen arkiveres datostemplet og toemmes.
     *>     Minimum og graense angives i den valgfri
     *>     LaanAnsoegningParameter.txt.

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/LaanAnsoegningParameter.txt"
               organization is line sequential.
           select optional Ansoegning-In
               assign to "text-files/LaanAnsoegninger.txt"
               organization is line sequential.
           select optional Beslutning-In
               assign to "text-files/LaanKreditBeslutninger.txt"
               organization is line sequential.
           select Arkiv-Out
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
           select optional Henvisning-In
               assign to "text-files/LaanKreditHenvisninger.txt"
               organization is line sequential.
           select Henvisning-Out
               assign to "text-files/LaanKreditHenvisninger.txt"
               organization is line sequential.
           select optional Log-In
               assign to "text-files/LaanAnsoegningLog.txt"
               organization is line sequential.
           select Log-Out
               assign to "text-files/LaanAnsoegningLog.txt"
               organization is line sequential
               file status is LOG-STATUS.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Status-In
               assign to "text-files/KontoStatus.txt"
               organization is line sequential.
           select optional Doedsbo-Register-In
               assign to "text-files/DoedsboRegister.txt"
               organization is line sequential.
           select optional Udlaeg-Register-In
               assign to "text-files/UdlaegRegister.txt"
               organization is line sequential.
     *> --- KYC-blokeringslisten fra kycReview (Opgave58) ---
           select optional Kyc-Blokering-In
               assign to "text-files/KycBlokeringer.txt"
               organization is line sequential.
     *> --- Sanktionslisten og compliance-koeen - se ---
     *> --- SanktionsTabel.cpy ---
           select optional Sanktions-Liste-In
               assign to "text-files/SanktionsListe.txt"
               organization is line sequential.
           select Kompliance-Koe-Out
               assign to "text-files/KomplianceKoe.txt"
               organization is line sequential
               file status is KOMPLIANCE-STATUS.
           select optional Faste-Ordrer-In
               assign to "text-files/FasteOverfoersler.txt"
               organization is line sequential.
           select optional Laan-Master-In
               assign to "text-files/LaanMaster.txt"
               organization is line sequential.
           select Laan-Master-Out
               assign to "text-files/LaanMaster.txt"
               organization is line sequential
               file status is LAAN-MASTER-STATUS.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedLaaneudbetaling.txt"
               organization is line sequential.
           select Afgoerelse-Out
               assign to "text-files/LaanAfgoerelser.txt"
               organization is line sequential.
           select Plan-Out
               assign to "text-files/LaanBetalingsplaner.txt"
               organization is line sequential.
           select Kredit-Koe-Out
               assign to "text-files/LaanKreditKoe.txt"
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
      fd Parameter-In.
      01 Parameter-Linje.
           02 PARM-RAADIGHED-MIN    pic 9(7)v99.
           02 PARM-AUTO-GRAENSE     pic 9(11)v99.
      fd Ansoegning-In.
      01 Ansoegning-Linje.
           copy "Opgave10/Copybooks/LaanAnsoegning.cpy".
      fd Beslutning-In.
      01 Beslutning-Linje.
           02 LKB-ANSOEG-ID-IN      pic x(10).
           02 LKB-BESLUTNING-IN     pic x.
           02 LKB-INITIALER-IN      pic x(8).
           02 LKB-TEKST-IN          pic x(30).
      fd Arkiv-Out.
      01 Arkiv-Linje               pic x(134).
      fd Henvisning-In.
      01 Henvisning-Linje-In.
           02 LKH-ANSOEGNING-IN     pic x(90).
           02 LKH-HENVIST-DATO-IN   pic x(10).
           02 LKH-GRUND-IN          pic x(20).
           02 LKH-RAADIGHED-IN      pic x(14).
      fd Henvisning-Out.
      01 Henvisning-Linje-Ud.
           02 LKH-ANSOEGNING-UD     pic x(90).
           02 LKH-HENVIST-DATO-UD   pic x(10).
           02 LKH-GRUND-UD          pic x(20).
           02 LKH-RAADIGHED-UD      pic x(14).
      fd Log-In.
      01 Log-Linje-In.
           02 LL-ANSOEG-ID-IN       pic x(10).
           02 LL-DATO-IN            pic x(10).
           02 LL-AFGOERELSE-IN      pic x.
           02 LL-LAAN-ID-IN         pic x(8).
           02 LL-KUNDE-ID-IN        pic x(10).
           02 LL-GRUND-IN           pic x(20).
      fd Log-Out.
      01 Log-Linje-Ud.
           02 LL-ANSOEG-ID-UD       pic x(10).
           02 LL-DATO-UD            pic x(10).
           02 LL-AFGOERELSE-UD      pic x.
           02 LL-LAAN-ID-UD         pic x(8).
           02 LL-KUNDE-ID-UD        pic x(10).
           02 LL-GRUND-UD           pic x(20).
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
      fd Doedsbo-Register-In.
      01 Doedsbo-Register-Linje.
           02 DB-KUNDE-ID-IN        pic x(10).
           02 DB-DOEDSDATO-IN       pic x(10).
           02 DB-BO-KONTAKT-IN      pic x(40).
      fd Udlaeg-Register-In.
      01 Udlaeg-Register-Linje.
           02 UR-KONTO-ID-IN        pic x(14).
           02 UR-BELOB-IN           pic 9(13)v99.
           02 UR-SAGS-REF-IN        pic x(12).
      fd Kyc-Blokering-In.
      01 Kyc-Blokering-Linje.
           02 KB-KUNDE-ID-IN        pic x(10).
           02 KB-FORFALDEN-IN       pic x(10).
      fd Sanktions-Liste-In.
      01 Sanktions-Liste-Linje.
           02 SL-NAVN-IN            pic x(40).
           02 SL-LISTE-REF-IN       pic x(10).
      fd Kompliance-Koe-Out.
      01 Kompliance-Koe-Linje      pic x(250) value spaces.
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
      fd Laan-Master-Out.
      01 Laan-Master-Linje-Ud.
           02 LM-LAAN-ID-UD         pic x(8).
           02 LM-KONTO-ID-UD        pic x(14).
           02 LM-REG-NR-UD          pic x(6).
           02 LM-KUNDE-ID-UD        pic x(10).
           02 LM-HOVEDSTOL-UD       pic 9(13)v99.
           02 LM-RESTGAELD-UD       pic 9(13)v99.
           02 LM-RENTE-SATS-UD      pic 9(2)v9999.
           02 LM-LOEBETID-MDR-UD    pic 9(3).
           02 LM-FORFALD-DAG-UD     pic 9(2).
           02 LM-FOERSTE-DATO-UD    pic x(10).
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
      fd Afgoerelse-Out.
      01 Afgoerelse-Linje          pic x(200) value spaces.
      fd Plan-Out.
      01 Plan-Linje                pic x(120) value spaces.
      fd Kredit-Koe-Out.
      01 Kredit-Koe-Linje          pic x(200) value spaces.
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-ansoegning     pic x value "N".
           88 end-of-file-ansoegning value "Y".
      01 EOF-check-beslutning     pic x value "N".
           88 end-of-file-beslutning value "Y".
      01 EOF-check-henvisning     pic x value "N".
           88 end-of-file-henvisning value "Y".
      01 EOF-check-log            pic x value "N".
           88 end-of-file-log     value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-konto-status   pic x value "N".
           88 end-of-file-konto-status value "Y".
      01 EOF-check-doedsbo        pic x value "N".
           88 end-of-file-doedsbo value "Y".
      01 EOF-check-udlaeg         pic x value "N".
           88 end-of-file-udlaeg  value "Y".
      01 EOF-check-kyc            pic x value "N".
           88 end-of-file-kyc     value "Y".
      01 EOF-check-sanktion       pic x value "N".
           88 end-of-file-sanktion value "Y".
      01 EOF-check-ordrer         pic x value "N".
           88 end-of-file-ordrer  value "Y".
      01 EOF-check-laan           pic x value "N".
           88 end-of-file-laan    value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 pos                      pic 9(4) value 1.
      01 LOG-STATUS               pic x(2) value spaces.
      01 LAAN-MASTER-STATUS       pic x(2) value spaces.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
     *> --- Parametrene med standardvaerdier: mindste raadigheds- ---
     *> --- beloeb pr. maaned for automatisk godkendelse og den ---
     *> --- stoerste hovedstol, der kan godkendes uden kredit ---
      01 RAADIGHED-MIN            pic 9(7)v99 value 5000.00.
      01 AUTO-GRAENSE             pic 9(11)v99 value 500000.00.
     *> --- Kundemasteren i memory (raa record), saa kontrollen og ---
     *> --- brevet kan slaa kunden op ---
      01 Kunde-Tabel.
           02 KU-ANTAL             pic 9(5) value 0.
           02 KU-POST OCCURS 50000 TIMES.
              03 KU-REC            pic x(258).
      01 KU-INDEX                 pic 9(5) value 0.
      01 KU-FUND-FLAG             pic x value "N".
           88 KU-FUNDET           value "J".
           88 KU-IKKE-FUNDET      value "N".
      01 KU-OPSLAG-KUNDE-ID       pic x(10) value spaces.
      01 Arbejds-Kunde-Rec.
           copy "KUNDER.cpy".
     *> --- Konto -> REG-NR, kunde, lukket-status og udlaeg ---
      01 Konto-Tabel.
           02 KT-ANTAL             pic 9(5) value 0.
           02 KT-POST OCCURS 50000 TIMES.
              03 KT-KONTO-ID       pic x(14).
              03 KT-REG-NR         pic x(6).
              03 KT-KUNDE-ID       pic x(10).
              03 KT-LUKKET-FLAG    pic x.
                 88 KT-LUKKET      value "J".
              03 KT-UDLAEG-FLAG    pic x.
                 88 KT-HAR-UDLAEG  value "J".
      01 MAX-KONTO                pic 9(5) value 50000.
      01 KT-INDEX                 pic 9(5) value 0.
      01 KT-FUND-FLAG             pic x value "N".
           88 KT-FUNDET           value "J".
           88 KT-IKKE-FUNDET      value "N".
      01 KT-OPSLAG-KONTO-ID       pic x(14) value spaces.
      copy "Opgave10/Copybooks/DoedsboTabel.cpy".
      copy "Opgave10/Copybooks/SanktionsTabel.cpy".
     *> --- KYC-blokerede kunder i memory ---
      01 Kyc-Blokering-Tabel.
           02 KB-ANTAL             pic 9(5) value 0.
           02 KB-KUNDE-ID          pic x(10) occurs 10000 times.
      01 KB-INDEX                 pic 9(5) value 0.
     *> --- Laanemasteren: eksisterende ydelser og laane-id'er ---
      01 Laan-Tabel.
           02 LA-ANTAL             pic 9(5) value 0.
           02 LA-POST OCCURS 10000 TIMES.
              03 LA-LAAN-ID        pic x(8).
              03 LA-KUNDE-ID       pic x(10).
              03 LA-HOVEDSTOL      pic 9(13)v99.
              03 LA-RESTGAELD      pic 9(13)v99.
              03 LA-RENTE-SATS     pic 9(2)v9999.
              03 LA-LOEBETID-MDR   pic 9(3).
      01 MAX-LAAN                 pic 9(5) value 10000.
      01 LA-INDEX                 pic 9(5) value 0.
      01 SIDSTE-LAAN-NR           pic 9(7) value 0.
      01 Laan-Id-Felter.
           02 NYT-LAAN-ID.
              03 NYT-LAAN-PRAEFIKS pic x value "L".
              03 NYT-LAAN-NR       pic 9(7) value 0.
     *> --- Faste overfoersler ud af kundernes konti, omregnet til ---
     *> --- maanedsbeloeb pr. kunde ---
      01 Fast-Tabel.
           02 FT-ANTAL             pic 9(5) value 0.
           02 FT-POST OCCURS 20000 TIMES.
              03 FT-KUNDE-ID       pic x(10).
              03 FT-MDR-BELOB      pic 9(11)v99.
      01 FT-INDEX                 pic 9(5) value 0.
      01 FT-FUND-FLAG             pic x value "N".
           88 FT-FUNDET           value "J".
           88 FT-IKKE-FUNDET      value "N".
      01 ORDRE-BELOB              pic s9(13)v99 COMP-3 value 0.
     *> --- De ventende kredit-henvisninger ---
      01 Henvisning-Tabel.
           02 HK-ANTAL             pic 9(5) value 0.
           02 HK-POST OCCURS 5000 TIMES.
              03 HK-ANSOEGNING     pic x(90).
              03 HK-HENVIST-DATO   pic x(10).
              03 HK-GRUND          pic x(20).
              03 HK-RAADIGHED      pic x(14).
              03 HK-AKTIV-FLAG     pic x.
                 88 HK-AKTIV       value "J".
                 88 HK-AFGJORT     value "N".
      01 MAX-HENVISNING           pic 9(5) value 5000.
      01 HK-INDEX                 pic 9(5) value 0.
      01 HK-FUND-FLAG             pic x value "N".
           88 HK-FUNDET           value "J".
           88 HK-IKKE-FUNDET      value "N".
     *> --- Allerede behandlede ansoegnings-id'er fra loggen ---
      01 Log-Tabel.
           02 LG-ANTAL             pic 9(5) value 0.
           02 LG-ANSOEG-ID         pic x(10) occurs 50000 times.
      01 LG-INDEX                 pic 9(5) value 0.
      01 LG-FUND-FLAG             pic x value "N".
           88 LG-FUNDET           value "J".
           88 LG-IKKE-FUNDET      value "N".
     *> --- Nattens udbetalinger til Transaktioner.txt ---
      01 Udbetaling-Tabel.
           02 UB-ANTAL             pic 9(5) value 0.
           02 UB-POST OCCURS 5000 TIMES.
              03 UB-LAAN-ID        pic x(8).
              03 UB-KONTO-ID       pic x(14).
              03 UB-REG-NR         pic x(6).
              03 UB-KUNDE-ID       pic x(10).
              03 UB-BELOB          pic 9(13)v99.
      01 UB-INDEX                 pic 9(5) value 0.
     *> --- Den aktuelle ansoegning og dens afgoerelse ---
      01 Arbejds-Ansoegning.
           copy "Opgave10/Copybooks/LaanAnsoegning.cpy".
      01 AFGOERELSE               pic x value space.
           88 AFG-GODKENDT        value "G".
           88 AFG-AFVIST          value "A".
           88 AFG-HENVIST         value "K".
      01 AFGOERELSE-TEKST         pic x(8) value spaces.
      01 AFVISNINGS-GRUND         pic x(20) value spaces.
      01 AFG-KILDE                pic x(10) value spaces.
      01 AFG-INITIALER            pic x(8) value spaces.
      01 AKTUEL-REG-NR            pic x(6) value spaces.
     *> --- Raadighedsberegningen pr. maaned ---
      01 Raadighed-Felter.
           02 EKSIST-YDELSE        pic s9(11)v99 COMP-3 value 0.
           02 FAST-OVF-MDR         pic s9(11)v99 COMP-3 value 0.
           02 NY-YDELSE            pic s9(11)v99 COMP-3 value 0.
           02 RAADIGHED            pic s9(11)v99 COMP-3 value 0.
           02 YDELSE-AFDRAG        pic s9(13)v99 COMP-3 value 0.
           02 YDELSE-RENTE         pic s9(13)v99 COMP-3 value 0.
      01 RAADIGHED-E              pic -(10)9.99.
      01 BELOB-E                  pic -(12)9.99.
      01 BELOB-POST-E             pic -(12)9.99.
     *> --- Terminsplanen for det nye laan - samme regning som ---
     *> --- laanTerminer's udvid-et-laan/generer-en-termin ---
      01 Plan-Felter.
           02 PLAN-RESTGAELD       pic s9(13)v99 COMP-3 value 0.
           02 PLAN-AFDRAG          pic s9(13)v99 COMP-3 value 0.
           02 PLAN-TERMIN-AFDRAG   pic s9(13)v99 COMP-3 value 0.
           02 PLAN-RENTE           pic s9(13)v99 COMP-3 value 0.
           02 PLAN-YDELSE          pic s9(13)v99 COMP-3 value 0.
           02 PLAN-RENTE-I-ALT     pic s9(13)v99 COMP-3 value 0.
           02 PLAN-NR              pic 9(3) value 0.
      01 PLAN-NR-E                pic zz9.
      01 PLAN-AFDRAG-E            pic z(10)9.99.
      01 PLAN-RENTE-E             pic z(10)9.99.
      01 PLAN-YDELSE-E            pic z(10)9.99.
      01 PLAN-REST-E              pic z(10)9.99.
      01 SATS-E                   pic z9.9999.
     *> --- Terminsdatoer ---
      01 Termin-Dato.
           02 TERMIN-AAR           pic 9(4) value 0.
           02 TERMIN-MD            pic 9(2) value 0.
      01 TERMIN-DAG-KLIP          pic 9(2) value 0.
      01 TERMIN-DATO-TEKST        pic x(10) value spaces.
      01 FOERSTE-DATO-TEKST       pic x(10) value spaces.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-GENERERET    pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-ANSOEGNINGER       pic 9(7) value 0.
      01 ANTAL-BESLUTNINGER       pic 9(7) value 0.
      01 ANTAL-GODKENDT           pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-HENVIST            pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: grundlaget indlaeses, kreditafdelingens ---
     *> --- beslutninger og nattens ansoegninger behandles, og ---
     *> --- laanemaster, transaktioner, henvisninger og log skrives ---
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
           perform indlæs-henvisninger
           perform tael-indgaaende
           if ANTAL-ANSOEGNINGER = 0 and ANTAL-BESLUTNINGER = 0
               display "Laaneansoegning: ingen ansoegninger eller "
                   "kreditbeslutninger - intet at goere"
               perform skriv-kredit-koe
               perform skriv-kapacitet
               stop run
           end-if
           perform indlæs-parametre
           perform indlæs-kunder
           perform indlæs-konti
           perform indlæs-konto-status
           perform indlæs-udlaeg
           perform indlæs-doedsbo-register
           perform indlæs-kyc-blokeringer
           perform indlæs-sanktions-liste
           perform indlæs-faste-ordrer
           perform indlæs-laan-master
           perform indlæs-log
           open output Afgoerelse-Out
           open output Plan-Out
           open extend Kompliance-Koe-Out
           if KOMPLIANCE-STATUS = "35"
               open output Kompliance-Koe-Out
           end-if
           open extend Log-Out
           if LOG-STATUS = "35"
               open output Log-Out
           end-if
           open extend Laan-Master-Out
           if LAAN-MASTER-STATUS = "35"
               open output Laan-Master-Out
           end-if
           perform behandl-beslutninger
           perform behandl-ansoegninger
           close Laan-Master-Out
           close Log-Out
           close Kompliance-Koe-Out
           close Plan-Out
           close Afgoerelse-Out
           perform skriv-henvisninger
           perform skriv-kredit-koe
           if UB-ANTAL > 0
               perform skriv-udbetalinger
               perform skriv-kaede-kontrol
           end-if
           if ANTAL-ANSOEGNINGER > 0
               perform arkiver-ansoegninger
           end-if
           if ANTAL-BESLUTNINGER > 0
               perform arkiver-beslutninger
           end-if
           display "Laaneansoegning: " ANTAL-ANSOEGNINGER
               " ansoegning(er), " ANTAL-BESLUTNINGER
               " kreditbeslutning(er) - " ANTAL-GODKENDT
               " godkendt, " ANTAL-AFVIST " afvist, "
               ANTAL-HENVIST " henvist til kredit"
           if ANTAL-TABEL-FULD > 0
               display "Laaneansoegning: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- Taeller linjerne i ansoegnings- og beslutningsfilen ---
      tael-indgaaende.
           move "N" to EOF-check-ansoegning
           open input Ansoegning-In
           perform until end-of-file-ansoegning
               read Ansoegning-In
                   at end move "Y" to EOF-check-ansoegning
                   not at end
                       if Ansoegning-Linje not = spaces
                           add 1 to ANTAL-ANSOEGNINGER
                       end-if
               end-read
           end-perform
           close Ansoegning-In
           move "N" to EOF-check-beslutning
           open input Beslutning-In
           perform until end-of-file-beslutning
               read Beslutning-In
                   at end move "Y" to EOF-check-beslutning
                   not at end
                       if Beslutning-Linje not = spaces
                           add 1 to ANTAL-BESLUTNINGER
                       end-if
               end-read
           end-perform
           close Beslutning-In
           exit.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-RAADIGHED-MIN is numeric
                       move PARM-RAADIGHED-MIN to RAADIGHED-MIN
                   end-if
                   if PARM-AUTO-GRAENSE is numeric
                       and PARM-AUTO-GRAENSE > 0
                       move PARM-AUTO-GRAENSE to AUTO-GRAENSE
                   end-if
           end-read
           close Parameter-In
           exit.

      indlæs-kunder.
           move 0 to KU-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if KU-ANTAL < 50000
                           add 1 to KU-ANTAL
                           move Kunde-Information to KU-REC (KU-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      find-kunde.
           set KU-IKKE-FUNDET to TRUE
           perform varying KU-INDEX from 1 by 1
               until KU-FUNDET or KU-INDEX > KU-ANTAL
               if KU-REC (KU-INDEX) (1:10) = KU-OPSLAG-KUNDE-ID
                   set KU-FUNDET to TRUE
               end-if
           end-perform
           if KU-FUNDET
               subtract 1 from KU-INDEX
               move KU-REC (KU-INDEX) to Arbejds-Kunde-Rec
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
                               move "N" to KT-LUKKET-FLAG (KT-ANTAL)
                               move "N" to KT-UDLAEG-FLAG (KT-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      find-konto.
           set KT-IKKE-FUNDET to TRUE
           perform varying KT-INDEX from 1 by 1
               until KT-FUNDET or KT-INDEX > KT-ANTAL
               if KT-KONTO-ID (KT-INDEX) = KT-OPSLAG-KONTO-ID
                   set KT-FUNDET to TRUE
               end-if
           end-perform
           if KT-FUNDET
               subtract 1 from KT-INDEX
           end-if
           exit.

     *> --- Lukkede konti (status L) fra KontoStatus.txt ---
      indlæs-konto-status.
           move "N" to EOF-check-konto-status
           open input Konto-Status-In
           perform until end-of-file-konto-status
               read Konto-Status-In
                   at end move "Y" to EOF-check-konto-status
                   not at end
                       if KS-STATUS-KODE-IN = "L"
                           move KS-KONTO-ID-IN to KT-OPSLAG-KONTO-ID
                           perform find-konto
                           if KT-FUNDET
                               move "J" to KT-LUKKET-FLAG (KT-INDEX)
                           end-if
                       end-if
               end-read
           end-perform
           close Konto-Status-In
           exit.

     *> --- Konti med et retsligt udlaeg - se UdlaegTabel.cpy ---
      indlæs-udlaeg.
           move "N" to EOF-check-udlaeg
           open input Udlaeg-Register-In
           perform until end-of-file-udlaeg
               read Udlaeg-Register-In
                   at end move "Y" to EOF-check-udlaeg
                   not at end
                       move UR-KONTO-ID-IN to KT-OPSLAG-KONTO-ID
                       perform find-konto
                       if KT-FUNDET
                           move "J" to KT-UDLAEG-FLAG (KT-INDEX)
                       end-if
               end-read
           end-perform
           close Udlaeg-Register-In
           exit.

     *> --- Indlæser det persistente dødsbo-register - se ---
     *> --- DoedsboTabel.cpy og boHaandtering (Opgave47) ---
      indlæs-doedsbo-register.
           move 0 to DB-ANTAL
           move "N" to EOF-check-doedsbo
           open input Doedsbo-Register-In
           perform until end-of-file-doedsbo
               read Doedsbo-Register-In
                   at end move "Y" to EOF-check-doedsbo
                   not at end
                       if DB-ANTAL < MAX-DOEDSBO
                           add 1 to DB-ANTAL
                           move DB-KUNDE-ID-IN
                               to DB-KUNDE-ID (DB-ANTAL)
                           move DB-DOEDSDATO-IN
                               to DB-DOEDSDATO (DB-ANTAL)
                           move DB-BO-KONTAKT-IN
                               to DB-BO-KONTAKT (DB-ANTAL)
                       end-if
               end-read
           end-perform
           close Doedsbo-Register-In
           exit.

     *> --- Slår DOEDSBO-OPSLAG-KUNDE op i registret ---
      kontroller-doedsbo.
           set KUNDE-IKKE-DOEDSBO to TRUE
           perform varying DB-INDEX from 1 by 1
               until KUNDE-ER-DOEDSBO or DB-INDEX > DB-ANTAL
               if DB-KUNDE-ID (DB-INDEX) = DOEDSBO-OPSLAG-KUNDE
                   set KUNDE-ER-DOEDSBO to TRUE
               end-if
           end-perform
           exit.

     *> --- Indlæser KYC-blokeringslisten fra kycReview (Opgave58) ---
      indlæs-kyc-blokeringer.
           move 0 to KB-ANTAL
           move "N" to EOF-check-kyc
           open input Kyc-Blokering-In
           perform until end-of-file-kyc
               read Kyc-Blokering-In
                   at end move "Y" to EOF-check-kyc
                   not at end
                       if KB-ANTAL < 10000
                           add 1 to KB-ANTAL
                           move KB-KUNDE-ID-IN
                               to KB-KUNDE-ID (KB-ANTAL)
                       end-if
               end-read
           end-perform
           close Kyc-Blokering-In
           exit.

     *> --- Indlæser sanktionslisten med navnene normaliseret - se ---
     *> --- SanktionsTabel.cpy ---
      indlæs-sanktions-liste.
           move 0 to SL-ANTAL
           move "N" to EOF-check-sanktion
           open input Sanktions-Liste-In
           perform until end-of-file-sanktion
               read Sanktions-Liste-In
                   at end move "Y" to EOF-check-sanktion
                   not at end
                       if SL-ANTAL < MAX-SANKTIONER
                           add 1 to SL-ANTAL
                           move SL-NAVN-IN to SCREEN-NAVN-RAA
                           perform normaliser-navn
                           move SCREEN-NAVN-NORM
                               to SL-NAVN-NORM (SL-ANTAL)
                           move SL-LISTE-REF-IN
                               to SL-LISTE-REF (SL-ANTAL)
                       end-if
               end-read
           end-perform
           close Sanktions-Liste-In
           exit.

     *> --- Normaliserer SCREEN-NAVN-RAA: store bogstaver, alle ---
     *> --- mellemrum fjernet - samme regel som sanktionsScreening ---
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

      screen-navn-mod-liste.
           set INTET-SANKTIONS-HIT to TRUE
           move spaces to SANKTIONS-HIT-REF
           perform varying SL-INDEX from 1 by 1
               until SANKTIONS-HIT or SL-INDEX > SL-ANTAL
               if SL-NAVN-NORM (SL-INDEX) = SCREEN-NAVN-NORM
                   and SCREEN-NAVN-NORM not = spaces
                   set SANKTIONS-HIT to TRUE
                   move SL-LISTE-REF (SL-INDEX)
                       to SANKTIONS-HIT-REF
               end-if
           end-perform
           exit.

     *> --- Faste overfoersler ud (negativt beloeb), der stadig er ---
     *> --- aktive, omregnet til maanedsbeloeb pr. kunde: M = ---
     *> --- maanedlig, K = kvartalsvis (/3), A = aarlig (/12) ---
      indlæs-faste-ordrer.
           move 0 to FT-ANTAL
           move "N" to EOF-check-ordrer
           open input Faste-Ordrer-In
           perform until end-of-file-ordrer
               read Faste-Ordrer-In
                   at end move "Y" to EOF-check-ordrer
                   not at end
                       if function TEST-NUMVAL(FO-BELOB) = 0
                           and (FO-SIDSTE-DATO = spaces
                               or FO-SIDSTE-DATO >= DAGS-DATO)
                           move function NUMVAL(FO-BELOB)
                               to ORDRE-BELOB
                           if ORDRE-BELOB < 0
                               perform registrer-fast-ordre
                           end-if
                       end-if
               end-read
           end-perform
           close Faste-Ordrer-In
           exit.

      registrer-fast-ordre.
           compute ORDRE-BELOB = ORDRE-BELOB * -1
           evaluate FO-FREKVENS
               when "K"
                   compute ORDRE-BELOB rounded = ORDRE-BELOB / 3
               when "A"
                   compute ORDRE-BELOB rounded = ORDRE-BELOB / 12
               when other
                   continue
           end-evaluate
           set FT-IKKE-FUNDET to TRUE
           perform varying FT-INDEX from 1 by 1
               until FT-FUNDET or FT-INDEX > FT-ANTAL
               if FT-KUNDE-ID (FT-INDEX) = FO-KUNDE-ID
                   set FT-FUNDET to TRUE
               end-if
           end-perform
           if FT-FUNDET
               subtract 1 from FT-INDEX
               add ORDRE-BELOB to FT-MDR-BELOB (FT-INDEX)
           else
               if FT-ANTAL < 20000
                   add 1 to FT-ANTAL
                   move FO-KUNDE-ID to FT-KUNDE-ID (FT-ANTAL)
                   move ORDRE-BELOB to FT-MDR-BELOB (FT-ANTAL)
               else
                   add 1 to ANTAL-TABEL-FULD
               end-if
           end-if
           exit.

     *> --- Laanemasteren: kundernes eksisterende laan og det ---
     *> --- hoejeste loebenummer blandt laane-id'erne L<7 cifre> ---
      indlæs-laan-master.
           move 0 to LA-ANTAL
           move 0 to SIDSTE-LAAN-NR
           move "N" to EOF-check-laan
           open input Laan-Master-In
           perform until end-of-file-laan
               read Laan-Master-In
                   at end move "Y" to EOF-check-laan
                   not at end
                       if LM-LAAN-ID-IN (1:1) = "L"
                           and LM-LAAN-ID-IN (2:7) is numeric
                           move LM-LAAN-ID-IN (2:7) to NYT-LAAN-NR
                           if NYT-LAAN-NR > SIDSTE-LAAN-NR
                               move NYT-LAAN-NR to SIDSTE-LAAN-NR
                           end-if
                       end-if
                       if LA-ANTAL < MAX-LAAN
                           add 1 to LA-ANTAL
                           move LM-LAAN-ID-IN to LA-LAAN-ID (LA-ANTAL)
                           move LM-KUNDE-ID-IN
                               to LA-KUNDE-ID (LA-ANTAL)
                           move LM-HOVEDSTOL-IN
                               to LA-HOVEDSTOL (LA-ANTAL)
                           move LM-RESTGAELD-IN
                               to LA-RESTGAELD (LA-ANTAL)
                           move LM-RENTE-SATS-IN
                               to LA-RENTE-SATS (LA-ANTAL)
                           move LM-LOEBETID-MDR-IN
                               to LA-LOEBETID-MDR (LA-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Laan-Master-In
           exit.

      indlæs-log.
           move 0 to LG-ANTAL
           move "N" to EOF-check-log
           open input Log-In
           perform until end-of-file-log
               read Log-In
                   at end move "Y" to EOF-check-log
                   not at end
                       if LG-ANTAL < 50000
                           add 1 to LG-ANTAL
                           move LL-ANSOEG-ID-IN
                               to LG-ANSOEG-ID (LG-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Log-In
           exit.

      indlæs-henvisninger.
           move 0 to HK-ANTAL
           move "N" to EOF-check-henvisning
           open input Henvisning-In
           perform until end-of-file-henvisning
               read Henvisning-In
                   at end move "Y" to EOF-check-henvisning
                   not at end
                       if HK-ANTAL < MAX-HENVISNING
                           add 1 to HK-ANTAL
                           move LKH-ANSOEGNING-IN
                               to HK-ANSOEGNING (HK-ANTAL)
                           move LKH-HENVIST-DATO-IN
                               to HK-HENVIST-DATO (HK-ANTAL)
                           move LKH-GRUND-IN to HK-GRUND (HK-ANTAL)
                           move LKH-RAADIGHED-IN
                               to HK-RAADIGHED (HK-ANTAL)
                           set HK-AKTIV (HK-ANTAL) to TRUE
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Henvisning-In
           exit.

     *> --- Kreditafdelingens afgoerelser paa de ventende ---
     *> --- henvisninger: G saetter laanet op efter en fornyet ---
     *> --- kundekontrol, A afviser det ---
      behandl-beslutninger.
           move "N" to EOF-check-beslutning
           open input Beslutning-In
           perform until end-of-file-beslutning
               read Beslutning-In
                   at end move "Y" to EOF-check-beslutning
                   not at end
                       if Beslutning-Linje not = spaces
                           perform behandl-en-beslutning
                       end-if
               end-read
           end-perform
           close Beslutning-In
           exit.

      behandl-en-beslutning.
           move "KREDIT" to AFG-KILDE
           move LKB-INITIALER-IN to AFG-INITIALER
           set HK-IKKE-FUNDET to TRUE
           perform varying HK-INDEX from 1 by 1
               until HK-FUNDET or HK-INDEX > HK-ANTAL
               if HK-ANSOEGNING (HK-INDEX) (1:10) = LKB-ANSOEG-ID-IN
                   and HK-AKTIV (HK-INDEX)
                   set HK-FUNDET to TRUE
               end-if
           end-perform
           if HK-IKKE-FUNDET
               or (LKB-BESLUTNING-IN not = "G"
                   and LKB-BESLUTNING-IN not = "A")
               or LKB-INITIALER-IN = spaces
               move spaces to Afgoerelse-Linje
               move 1 to pos
               string
                   "BESLUTNING-AFVIST ANSOEGNING="  delimited by size
                   LKB-ANSOEG-ID-IN               delimited by size
                   " BESLUTNING="                 delimited by size
                   LKB-BESLUTNING-IN              delimited by size
                   " INITIALER="                  delimited by size
                   LKB-INITIALER-IN               delimited by size
                   " GRUND=ingen ventende henvisning, ukendt "
                                                  delimited by size
                   "beslutning eller manglende initialer"
                                                  delimited by size
                      into Afgoerelse-Linje
                      with pointer pos
               end-string
               write Afgoerelse-Linje
               exit paragraph
           end-if
           subtract 1 from HK-INDEX
           set HK-AFGJORT (HK-INDEX) to TRUE
           move HK-ANSOEGNING (HK-INDEX) to Arbejds-Ansoegning
           move HK-RAADIGHED (HK-INDEX) to RAADIGHED-E
           move spaces to AFVISNINGS-GRUND
           if LKB-BESLUTNING-IN = "A"
               set AFG-AFVIST to TRUE
               move "KREDIT-AFVIST" to AFVISNINGS-GRUND
           else
               perform kontroller-kunde
               if AFVISNINGS-GRUND = spaces
                   set AFG-GODKENDT to TRUE
               else
                   set AFG-AFVIST to TRUE
               end-if
           end-if
           perform afslut-afgoerelse
           exit.

     *> --- Nattens ansoegninger ---
      behandl-ansoegninger.
           move "N" to EOF-check-ansoegning
           open input Ansoegning-In
           perform until end-of-file-ansoegning
               read Ansoegning-In
                   at end move "Y" to EOF-check-ansoegning
                   not at end
                       if Ansoegning-Linje not = spaces
                           move Ansoegning-Linje to Arbejds-Ansoegning
                           perform behandl-en-ansoegning
                       end-if
               end-read
           end-perform
           close Ansoegning-In
           exit.

      behandl-en-ansoegning.
           move "RAADGIVER" to AFG-KILDE
           move LAS-RAADGIVER of Arbejds-Ansoegning to AFG-INITIALER
           move spaces to AFVISNINGS-GRUND
           move 0 to RAADIGHED
           move RAADIGHED to RAADIGHED-E
           perform valider-ansoegning
           if AFVISNINGS-GRUND = spaces
               perform kontroller-kunde
           end-if
           if AFVISNINGS-GRUND not = spaces
               set AFG-AFVIST to TRUE
               perform afslut-afgoerelse
               exit paragraph
           end-if
           perform beregn-raadighed
           move RAADIGHED to RAADIGHED-E
           evaluate true
               when RAADIGHED < 0
                   set AFG-AFVIST to TRUE
                   move "RAADIGHED-NEGATIV" to AFVISNINGS-GRUND
               when Kyc-Risiko of Arbejds-Kunde-Rec = "H"
                   set AFG-HENVIST to TRUE
                   move "KYC-HOEJ-RISIKO" to AFVISNINGS-GRUND
               when RAADIGHED < RAADIGHED-MIN
                   set AFG-HENVIST to TRUE
                   move "RAADIGHED-LAV" to AFVISNINGS-GRUND
               when LAS-HOVEDSTOL of Arbejds-Ansoegning > AUTO-GRAENSE
                   set AFG-HENVIST to TRUE
                   move "BELOB-OVER-GRAENSE" to AFVISNINGS-GRUND
               when other
                   set AFG-GODKENDT to TRUE
           end-evaluate
           perform afslut-afgoerelse
           exit.

     *> --- Formelle kontroller: felterne udfyldt og numeriske, og ---
     *> --- ansoegningen ikke behandlet foer ---
      valider-ansoegning.
           if LAS-ANSOEG-ID of Arbejds-Ansoegning = spaces
               or LAS-KUNDE-ID of Arbejds-Ansoegning = spaces
               or LAS-KONTO-ID of Arbejds-Ansoegning = spaces
               or LAS-HOVEDSTOL of Arbejds-Ansoegning is not numeric
               or LAS-RENTE-SATS of Arbejds-Ansoegning is not numeric
               or LAS-LOEBETID-MDR of Arbejds-Ansoegning
                   is not numeric
               or LAS-FORFALD-DAG of Arbejds-Ansoegning is not numeric
               or LAS-INDKOMST-MDR of Arbejds-Ansoegning
                   is not numeric
               or LAS-UDGIFTER-MDR of Arbejds-Ansoegning
                   is not numeric
               or LAS-RAADGIVER of Arbejds-Ansoegning = spaces
               move "UGYLDIG-ANSOEGNING" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if LAS-HOVEDSTOL of Arbejds-Ansoegning = 0
               or LAS-LOEBETID-MDR of Arbejds-Ansoegning = 0
               or LAS-FORFALD-DAG of Arbejds-Ansoegning = 0
               or LAS-FORFALD-DAG of Arbejds-Ansoegning > 31
               move "UGYLDIG-ANSOEGNING" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           set LG-IKKE-FUNDET to TRUE
           perform varying LG-INDEX from 1 by 1
               until LG-FUNDET or LG-INDEX > LG-ANTAL
               if LG-ANSOEG-ID (LG-INDEX)
                   = LAS-ANSOEG-ID of Arbejds-Ansoegning
                   set LG-FUNDET to TRUE
               end-if
           end-perform
           if LG-FUNDET
               move "DUBLET" to AFVISNINGS-GRUND
           end-if
           exit.

     *> --- Kundekontrollen - de haarde stop, der afviser ---
     *> --- ansoegningen (ogsaa en godkendt kredit-henvisning) ---
      kontroller-kunde.
           move LAS-KUNDE-ID of Arbejds-Ansoegning to KU-OPSLAG-KUNDE-ID
           perform find-kunde
           if KU-IKKE-FUNDET
               move "KUNDE-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move LAS-KONTO-ID of Arbejds-Ansoegning to KT-OPSLAG-KONTO-ID
           perform find-konto
           if KT-IKKE-FUNDET
               move "KONTO-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KT-KUNDE-ID (KT-INDEX)
               not = LAS-KUNDE-ID of Arbejds-Ansoegning
               move "KONTO-IKKE-KUNDENS" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KT-LUKKET (KT-INDEX)
               move "KONTO-LUKKET" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move KT-REG-NR (KT-INDEX) to AKTUEL-REG-NR
     *> --- Sanktionslisten: hittet gaar ogsaa i compliance-koeen ---
           move Fuld-Navn of Arbejds-Kunde-Rec to SCREEN-NAVN-RAA
           if SCREEN-NAVN-RAA = spaces
               move spaces to SCREEN-NAVN-RAA
               string
                   function TRIM(Fornavn of Arbejds-Kunde-Rec)
                                              delimited by size
                   " "                        delimited by size
                   function TRIM(Efternavn of Arbejds-Kunde-Rec)
                                              delimited by size
                      into SCREEN-NAVN-RAA
               end-string
           end-if
           perform normaliser-navn
           perform screen-navn-mod-liste
           if SANKTIONS-HIT
               add 1 to ANTAL-SANKTIONS-HITS
               move "SANKTIONS-HIT" to AFVISNINGS-GRUND
               move spaces to Kompliance-Koe-Linje
               move 1 to pos
               string
                   "BETINGELSE=SANKTIONS-HIT KILDE=LAANEANSOEGNING "
                                              delimited by size
                   "KUNDE-ID="                delimited by size
                   LAS-KUNDE-ID of Arbejds-Ansoegning
                                              delimited by size
                   " ANSOEGNING="             delimited by size
                   LAS-ANSOEG-ID of Arbejds-Ansoegning
                                              delimited by size
                   " NAVN="                   delimited by size
                   function TRIM(SCREEN-NAVN-RAA) delimited by size
                   " LISTE-REF="              delimited by size
                   SANKTIONS-HIT-REF          delimited by size
                      into Kompliance-Koe-Linje
                      with pointer pos
               end-string
               write Kompliance-Koe-Linje
               exit paragraph
           end-if
           move LAS-KUNDE-ID of Arbejds-Ansoegning
               to DOEDSBO-OPSLAG-KUNDE
           perform kontroller-doedsbo
           if KUNDE-ER-DOEDSBO
               move "DOEDSBO" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if Skyldner-Status of Arbejds-Kunde-Rec = "R"
               move "SKYLDNERREGISTER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
     *> --- Et udlaeg paa en hvilken som helst af kundens konti ---
           perform varying KT-INDEX from 1 by 1
               until KT-INDEX > KT-ANTAL
               if KT-KUNDE-ID (KT-INDEX)
                   = LAS-KUNDE-ID of Arbejds-Ansoegning
                   and KT-HAR-UDLAEG (KT-INDEX)
                   move "UDLAEG" to AFVISNINGS-GRUND
               end-if
           end-perform
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
           if Kyc-Dato of Arbejds-Kunde-Rec = spaces
               move "KYC-MANGLER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           perform varying KB-INDEX from 1 by 1
               until KB-INDEX > KB-ANTAL
               if KB-KUNDE-ID (KB-INDEX)
                   = LAS-KUNDE-ID of Arbejds-Ansoegning
                   move "KYC-FORFALDEN" to AFVISNINGS-GRUND
               end-if
           end-perform
           exit.

     *> --- Raadighedsbeloebet pr. maaned: indkomst minus faste ---
     *> --- udgifter, eksisterende laaneydelser, faste overfoersler ---
     *> --- og det nye laans foerste ydelse ---
      beregn-raadighed.
           move 0 to EKSIST-YDELSE
           perform varying LA-INDEX from 1 by 1
               until LA-INDEX > LA-ANTAL
               if LA-KUNDE-ID (LA-INDEX)
                   = LAS-KUNDE-ID of Arbejds-Ansoegning
                   and LA-RESTGAELD (LA-INDEX) > 0
                   and LA-LOEBETID-MDR (LA-INDEX) > 0
                   compute YDELSE-AFDRAG rounded =
                       LA-HOVEDSTOL (LA-INDEX)
                       / LA-LOEBETID-MDR (LA-INDEX)
                   if YDELSE-AFDRAG > LA-RESTGAELD (LA-INDEX)
                       move LA-RESTGAELD (LA-INDEX) to YDELSE-AFDRAG
                   end-if
                   compute YDELSE-RENTE rounded =
                       LA-RESTGAELD (LA-INDEX) * LA-RENTE-SATS (LA-INDEX)
                       / 100 / 12
                   add YDELSE-AFDRAG YDELSE-RENTE to EKSIST-YDELSE
               end-if
           end-perform
           move 0 to FAST-OVF-MDR
           perform varying FT-INDEX from 1 by 1
               until FT-INDEX > FT-ANTAL
               if FT-KUNDE-ID (FT-INDEX)
                   = LAS-KUNDE-ID of Arbejds-Ansoegning
                   move FT-MDR-BELOB (FT-INDEX) to FAST-OVF-MDR
               end-if
           end-perform
           compute YDELSE-AFDRAG rounded =
               LAS-HOVEDSTOL of Arbejds-Ansoegning
               / LAS-LOEBETID-MDR of Arbejds-Ansoegning
           compute YDELSE-RENTE rounded =
               LAS-HOVEDSTOL of Arbejds-Ansoegning
               * LAS-RENTE-SATS of Arbejds-Ansoegning / 100 / 12
           compute NY-YDELSE = YDELSE-AFDRAG + YDELSE-RENTE
           compute RAADIGHED =
               LAS-INDKOMST-MDR of Arbejds-Ansoegning
               - LAS-UDGIFTER-MDR of Arbejds-Ansoegning
               - EKSIST-YDELSE - FAST-OVF-MDR - NY-YDELSE
           exit.

     *> --- Afgoerelsen effektueres: G saetter laanet op, K ---
     *> --- laegger ansoegningen i henvisningerne; alle skrives til ---
     *> --- loggen og nattens afgoerelsesliste ---
      afslut-afgoerelse.
           move spaces to NYT-LAAN-ID
           evaluate true
               when AFG-GODKENDT
                   perform opret-laan
               when AFG-HENVIST
                   perform henvis-til-kredit
               when other
                   continue
           end-evaluate
           evaluate true
               when AFG-GODKENDT
                   add 1 to ANTAL-GODKENDT
                   move "GODKENDT" to AFGOERELSE-TEKST
               when AFG-HENVIST
                   add 1 to ANTAL-HENVIST
                   move "KREDIT" to AFGOERELSE-TEKST
               when other
                   add 1 to ANTAL-AFVIST
                   move "AFVIST" to AFGOERELSE-TEKST
           end-evaluate
     *> --- Dubletter logges ikke igen - den oprindelige linje staar ---
           if AFVISNINGS-GRUND not = "DUBLET"
               move spaces to Log-Linje-Ud
               move LAS-ANSOEG-ID of Arbejds-Ansoegning
                   to LL-ANSOEG-ID-UD
               move DAGS-DATO to LL-DATO-UD
               move AFGOERELSE to LL-AFGOERELSE-UD
               move NYT-LAAN-ID to LL-LAAN-ID-UD
               move LAS-KUNDE-ID of Arbejds-Ansoegning to LL-KUNDE-ID-UD
               move AFVISNINGS-GRUND to LL-GRUND-UD
               write Log-Linje-Ud
               if LG-ANTAL < 50000
                   add 1 to LG-ANTAL
                   move LAS-ANSOEG-ID of Arbejds-Ansoegning
                       to LG-ANSOEG-ID (LG-ANTAL)
               end-if
           end-if
           move LAS-HOVEDSTOL of Arbejds-Ansoegning to BELOB-E
           move spaces to Afgoerelse-Linje
           move 1 to pos
           string
               "ANSOEGNING="                  delimited by size
               LAS-ANSOEG-ID of Arbejds-Ansoegning delimited by size
               " KUNDE-ID="                   delimited by size
               LAS-KUNDE-ID of Arbejds-Ansoegning delimited by size
               " AFGOERELSE="                 delimited by size
               function TRIM(AFGOERELSE-TEKST) delimited by size
               " KILDE="                      delimited by size
               function TRIM(AFG-KILDE)       delimited by size
               "/"                            delimited by size
               function TRIM(AFG-INITIALER)   delimited by size
               " HOVEDSTOL="                  delimited by size
               function TRIM(BELOB-E)         delimited by size
               " RAADIGHED="                  delimited by size
               function TRIM(RAADIGHED-E)     delimited by size
                  into Afgoerelse-Linje
                  with pointer pos
           end-string
           if NYT-LAAN-ID not = spaces
               string
                   " LAAN-ID="                delimited by size
                   NYT-LAAN-ID                delimited by size
                      into Afgoerelse-Linje
                      with pointer pos
               end-string
           end-if
           if AFVISNINGS-GRUND not = spaces
               string
                   " GRUND="                  delimited by size
                   function TRIM(AFVISNINGS-GRUND) delimited by size
                      into Afgoerelse-Linje
                      with pointer pos
               end-string
           end-if
           write Afgoerelse-Linje
           exit.

      henvis-til-kredit.
           if HK-ANTAL not < MAX-HENVISNING
               add 1 to ANTAL-TABEL-FULD
               set AFG-AFVIST to TRUE
               move "HENVISNING-FULD" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           add 1 to HK-ANTAL
           move Arbejds-Ansoegning to HK-ANSOEGNING (HK-ANTAL)
           move DAGS-DATO to HK-HENVIST-DATO (HK-ANTAL)
           move AFVISNINGS-GRUND to HK-GRUND (HK-ANTAL)
           move RAADIGHED-E to HK-RAADIGHED (HK-ANTAL)
           set HK-AKTIV (HK-ANTAL) to TRUE
           exit.

     *> --- Et godkendt laan: naeste laane-id, raekken i ---
     *> --- LaanMaster.txt, udbetalingen og betalingsplan-brevet ---
      opret-laan.
           if LA-ANTAL not < MAX-LAAN or UB-ANTAL not < 5000
               or SIDSTE-LAAN-NR = 9999999
               add 1 to ANTAL-TABEL-FULD
               set AFG-HENVIST to TRUE
               move "LAANETABEL-FULD" to AFVISNINGS-GRUND
               perform henvis-til-kredit
               exit paragraph
           end-if
           add 1 to SIDSTE-LAAN-NR
           move "L" to NYT-LAAN-PRAEFIKS
           move SIDSTE-LAAN-NR to NYT-LAAN-NR
     *> --- Foerste termin: forfaldsdagen i maaneden efter i dag ---
           move DAGS-DATO (1:4) to TERMIN-AAR
           move DAGS-DATO (6:2) to TERMIN-MD
           add 1 to TERMIN-MD
           if TERMIN-MD > 12
               move 1 to TERMIN-MD
               add 1 to TERMIN-AAR
           end-if
           perform byg-termin-dato-tekst
           move TERMIN-DATO-TEKST to FOERSTE-DATO-TEKST
           move spaces to Laan-Master-Linje-Ud
           move NYT-LAAN-ID to LM-LAAN-ID-UD
           move LAS-KONTO-ID of Arbejds-Ansoegning to LM-KONTO-ID-UD
           move AKTUEL-REG-NR to LM-REG-NR-UD
           move LAS-KUNDE-ID of Arbejds-Ansoegning to LM-KUNDE-ID-UD
           move LAS-HOVEDSTOL of Arbejds-Ansoegning to LM-HOVEDSTOL-UD
           move LAS-HOVEDSTOL of Arbejds-Ansoegning to LM-RESTGAELD-UD
           move LAS-RENTE-SATS of Arbejds-Ansoegning
               to LM-RENTE-SATS-UD
           move LAS-LOEBETID-MDR of Arbejds-Ansoegning
               to LM-LOEBETID-MDR-UD
           move LAS-FORFALD-DAG of Arbejds-Ansoegning
               to LM-FORFALD-DAG-UD
           move FOERSTE-DATO-TEKST to LM-FOERSTE-DATO-UD
           write Laan-Master-Linje-Ud
     *> --- Laanet taeller med i raadigheden for kundens naeste ---
     *> --- ansoegning i samme koersel ---
           add 1 to LA-ANTAL
           move NYT-LAAN-ID to LA-LAAN-ID (LA-ANTAL)
           move LAS-KUNDE-ID of Arbejds-Ansoegning
               to LA-KUNDE-ID (LA-ANTAL)
           move LAS-HOVEDSTOL of Arbejds-Ansoegning
               to LA-HOVEDSTOL (LA-ANTAL)
           move LAS-HOVEDSTOL of Arbejds-Ansoegning
               to LA-RESTGAELD (LA-ANTAL)
           move LAS-RENTE-SATS of Arbejds-Ansoegning
               to LA-RENTE-SATS (LA-ANTAL)
           move LAS-LOEBETID-MDR of Arbejds-Ansoegning
               to LA-LOEBETID-MDR (LA-ANTAL)
           add 1 to UB-ANTAL
           move NYT-LAAN-ID to UB-LAAN-ID (UB-ANTAL)
           move LAS-KONTO-ID of Arbejds-Ansoegning
               to UB-KONTO-ID (UB-ANTAL)
           move AKTUEL-REG-NR to UB-REG-NR (UB-ANTAL)
           move LAS-KUNDE-ID of Arbejds-Ansoegning
               to UB-KUNDE-ID (UB-ANTAL)
           move LAS-HOVEDSTOL of Arbejds-Ansoegning
               to UB-BELOB (UB-ANTAL)
           perform skriv-betalingsplan
           exit.

     *> --- Bygger terminens dato-tekst med forfaldsdagen klippet ---
     *> --- til maanedens laengde - samme klipning som ---
     *> --- laanTerminer's byg-termin-dato-tekst ---
      byg-termin-dato-tekst.
           move LAS-FORFALD-DAG of Arbejds-Ansoegning to TERMIN-DAG-KLIP
           if TERMIN-DAG-KLIP = 0
               move 1 to TERMIN-DAG-KLIP
           end-if
           if TERMIN-MD = 2 and TERMIN-DAG-KLIP > 28
               move 28 to TERMIN-DAG-KLIP
           end-if
           if TERMIN-DAG-KLIP > 30
               and (TERMIN-MD = 4 or TERMIN-MD = 6
                   or TERMIN-MD = 9 or TERMIN-MD = 11)
               move 30 to TERMIN-DAG-KLIP
           end-if
           move spaces to TERMIN-DATO-TEKST
           move 1 to pos
           string
               TERMIN-AAR           delimited by size
               "-"                  delimited by size
               TERMIN-MD            delimited by size
               "-"                  delimited by size
               TERMIN-DAG-KLIP      delimited by size
                  into TERMIN-DATO-TEKST
                  with pointer pos
           end-string
           exit.

     *> --- Brevet med betalingsplanen: kundens adresse, laanets ---
     *> --- vilkaar og een linje pr. termin (serielaan - fast ---
     *> --- afdrag plus rente af restgaelden, som laanTerminer ---
     *> --- bogfoerer dem) ---
      skriv-betalingsplan.
           write Plan-Linje from
               "=================================================="
           move spaces to Plan-Linje
           move 1 to pos
           string
               "Til: "                        delimited by size
               function TRIM(Fuld-Navn of Arbejds-Kunde-Rec)
                                              delimited by size
               " (Kunde-Id "                  delimited by size
               LAS-KUNDE-ID of Arbejds-Ansoegning delimited by size
               ")"                            delimited by size
                  into Plan-Linje
                  with pointer pos
           end-string
           write Plan-Linje
           move spaces to Plan-Linje
           move 1 to pos
           string
               "     "                        delimited by size
               function TRIM(Vejnavn of Arbejds-Kunde-Rec)
                                              delimited by size
               " "                            delimited by size
               function TRIM(Husnummer of Arbejds-Kunde-Rec)
                                              delimited by size
               ", "                           delimited by size
               Postnummer of Arbejds-Kunde-Rec delimited by size
               " "                            delimited by size
               function TRIM(By-navn of Arbejds-Kunde-Rec)
                                              delimited by size
                  into Plan-Linje
                  with pointer pos
           end-string
           write Plan-Linje
           move LAS-HOVEDSTOL of Arbejds-Ansoegning to BELOB-E
           move LAS-RENTE-SATS of Arbejds-Ansoegning to SATS-E
           move LAS-LOEBETID-MDR of Arbejds-Ansoegning to PLAN-NR-E
           move spaces to Plan-Linje
           move 1 to pos
           string
               "Betalingsplan for laan "      delimited by size
               NYT-LAAN-ID                    delimited by size
               " - hovedstol DKK "            delimited by size
               function TRIM(BELOB-E)         delimited by size
               ", rente "                     delimited by size
               function TRIM(SATS-E)          delimited by size
               " pct. p.a., "                 delimited by size
               function TRIM(PLAN-NR-E)       delimited by size
               " maanedlige terminer"         delimited by size
                  into Plan-Linje
                  with pointer pos
           end-string
           write Plan-Linje
           move spaces to Plan-Linje
           move 1 to pos
           string
               "Udbetalt "                    delimited by size
               DAGS-DATO                      delimited by size
               " til konto "                  delimited by size
               AKTUEL-REG-NR                  delimited by size
               " "                            delimited by size
               LAS-KONTO-ID of Arbejds-Ansoegning delimited by size
               ", hvor terminerne ogsaa traekkes"
                                              delimited by size
                  into Plan-Linje
                  with pointer pos
           end-string
           write Plan-Linje
           move spaces to Plan-Linje
           write Plan-Linje
           move "Termin  Forfald        Afdrag         Rente"
               & "        Ydelse      Restgaeld" to Plan-Linje
           write Plan-Linje
           compute PLAN-AFDRAG rounded =
               LAS-HOVEDSTOL of Arbejds-Ansoegning
               / LAS-LOEBETID-MDR of Arbejds-Ansoegning
           move LAS-HOVEDSTOL of Arbejds-Ansoegning to PLAN-RESTGAELD
           move 0 to PLAN-RENTE-I-ALT
           move 0 to PLAN-NR
           move FOERSTE-DATO-TEKST (1:4) to TERMIN-AAR
           move FOERSTE-DATO-TEKST (6:2) to TERMIN-MD
           perform until PLAN-RESTGAELD = 0
               or PLAN-NR >= LAS-LOEBETID-MDR of Arbejds-Ansoegning
               add 1 to PLAN-NR
               perform byg-termin-dato-tekst
               compute PLAN-RENTE rounded =
                   PLAN-RESTGAELD * LAS-RENTE-SATS of Arbejds-Ansoegning
                   / 100 / 12
               move PLAN-AFDRAG to PLAN-TERMIN-AFDRAG
               if PLAN-TERMIN-AFDRAG > PLAN-RESTGAELD
                   move PLAN-RESTGAELD to PLAN-TERMIN-AFDRAG
               end-if
               subtract PLAN-TERMIN-AFDRAG from PLAN-RESTGAELD
               add PLAN-RENTE to PLAN-RENTE-I-ALT
               compute PLAN-YDELSE = PLAN-TERMIN-AFDRAG + PLAN-RENTE
               move PLAN-NR to PLAN-NR-E
               move PLAN-TERMIN-AFDRAG to PLAN-AFDRAG-E
               move PLAN-RENTE to PLAN-RENTE-E
               move PLAN-YDELSE to PLAN-YDELSE-E
               move PLAN-RESTGAELD to PLAN-REST-E
               move spaces to Plan-Linje
               string
                   "  "               delimited by size
                   PLAN-NR-E          delimited by size
                   "   "              delimited by size
                   TERMIN-DATO-TEKST  delimited by size
                   " "                delimited by size
                   PLAN-AFDRAG-E      delimited by size
                   " "                delimited by size
                   PLAN-RENTE-E       delimited by size
                   " "                delimited by size
                   PLAN-YDELSE-E      delimited by size
                   " "                delimited by size
                   PLAN-REST-E        delimited by size
                      into Plan-Linje
               end-string
               write Plan-Linje
               add 1 to TERMIN-MD
               if TERMIN-MD > 12
                   move 1 to TERMIN-MD
                   add 1 to TERMIN-AAR
               end-if
           end-perform
           move PLAN-RENTE-I-ALT to BELOB-E
           move spaces to Plan-Linje
           move 1 to pos
           string
               "Rente i alt over loebetiden: DKK " delimited by size
               function TRIM(BELOB-E)         delimited by size
                  into Plan-Linje
                  with pointer pos
           end-string
           write Plan-Linje
           exit.

     *> --- Skriver de ventende henvisninger tilbage ---
      skriv-henvisninger.
           open output Henvisning-Out
           perform varying HK-INDEX from 1 by 1
               until HK-INDEX > HK-ANTAL
               if HK-AKTIV (HK-INDEX)
                   move spaces to Henvisning-Linje-Ud
                   move HK-ANSOEGNING (HK-INDEX) to LKH-ANSOEGNING-UD
                   move HK-HENVIST-DATO (HK-INDEX)
                       to LKH-HENVIST-DATO-UD
                   move HK-GRUND (HK-INDEX) to LKH-GRUND-UD
                   move HK-RAADIGHED (HK-INDEX) to LKH-RAADIGHED-UD
                   write Henvisning-Linje-Ud
               end-if
           end-perform
           close Henvisning-Out
           exit.

     *> --- Kreditkoeen til morgenWorklist: een linje pr. ventende ---
     *> --- henvisning, saa den stiger i AGE, til kredit har afgjort ---
     *> --- den ---
      skriv-kredit-koe.
           open output Kredit-Koe-Out
           perform varying HK-INDEX from 1 by 1
               until HK-INDEX > HK-ANTAL
               if HK-AKTIV (HK-INDEX)
                   move HK-ANSOEGNING (HK-INDEX) to Arbejds-Ansoegning
                   move LAS-HOVEDSTOL of Arbejds-Ansoegning to BELOB-E
                   move spaces to Kredit-Koe-Linje
                   move 1 to pos
                   string
                       "BETINGELSE=LAAN-TIL-KREDIT KUNDE-ID="
                                              delimited by size
                       LAS-KUNDE-ID of Arbejds-Ansoegning
                                              delimited by size
                       " ANSOEGNING="         delimited by size
                       LAS-ANSOEG-ID of Arbejds-Ansoegning
                                              delimited by size
                       " HENVIST="            delimited by size
                       HK-HENVIST-DATO (HK-INDEX) delimited by size
                       " GRUND="              delimited by size
                       function TRIM(HK-GRUND (HK-INDEX))
                                              delimited by size
                       " HOVEDSTOL="          delimited by size
                       function TRIM(BELOB-E) delimited by size
                       " RAADIGHED="          delimited by size
                       function TRIM(HK-RAADIGHED (HK-INDEX))
                                              delimited by size
                       " RAADGIVER="          delimited by size
                       LAS-RAADGIVER of Arbejds-Ansoegning
                                              delimited by size
                          into Kredit-Koe-Linje
                          with pointer pos
                   end-string
                   write Kredit-Koe-Linje
               end-if
           end-perform
           close Kredit-Koe-Out
           exit.

     *> --- Udbetalingerne bogfoeres: de bestaaende transaktioner ---
     *> --- kopieres til mellemfilen, udbetalingerne tilfoejes, og ---
     *> --- Transaktioner.txt skrives om med ny HDR/TRL - samme ---
     *> --- moenster som laanTerminer ---
      skriv-udbetalinger.
           move 0 to ANTAL-TRANS-BESTAAENDE
           move 0 to ANTAL-TRANS-GENERERET
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
                           write Transaktion-Work-Linje
                               from Transaktion-Information
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           perform varying UB-INDEX from 1 by 1
               until UB-INDEX > UB-ANTAL
               move spaces to Transaktion-Work-Linje
               move UB-KONTO-ID (UB-INDEX)
                   to KONTO-ID of Transaktion-Work-Linje
               move UB-REG-NR (UB-INDEX)
                   to REG-NR of Transaktion-Work-Linje
               move UB-KUNDE-ID (UB-INDEX)
                   to KUNDE-ID of Transaktion-Work-Linje
               move UB-BELOB (UB-INDEX) to BELOB-POST-E
               move function TRIM(BELOB-POST-E)
                   to BELOB of Transaktion-Work-Linje
               move "DKK" to VALUTA of Transaktion-Work-Linje
               move "INDBETALING"
                   to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
               move 1 to pos
               string
                   "LAAN:"                  delimited by size
                   UB-LAAN-ID (UB-INDEX)    delimited by size
                   " UDBET"                 delimited by size
                      into BUTIK of Transaktion-Work-Linje
                      with pointer pos
               end-string
               move DAGS-DATO to DATO of Transaktion-Work-Linje
               move DAGS-DATO to VALOER-DATO of Transaktion-Work-Linje
               write Transaktion-Work-Linje
               add 1 to ANTAL-TRANS-GENERERET
           end-perform
           close Transaktion-Work-Out
           compute ANTAL-TRANS-I-ALT =
               ANTAL-TRANS-BESTAAENDE + ANTAL-TRANS-GENERERET
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
               "LAANANSOEGNING"       delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-GENERERET  delimited by size
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

      arkiver-ansoegninger.
           move spaces to ARKIV-FIL-NAVN
           move 1 to pos
           string
               "text-files/LaanAnsoegningerBehandlet_" delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ARKIV-FIL-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-ansoegning
           open input Ansoegning-In
           open output Arkiv-Out
           perform until end-of-file-ansoegning
               read Ansoegning-In
                   at end move "Y" to EOF-check-ansoegning
                   not at end
                       write Arkiv-Linje from Ansoegning-Linje
               end-read
           end-perform
           close Arkiv-Out
           close Ansoegning-In
           open output Ansoegning-In
           close Ansoegning-In
           exit.

      arkiver-beslutninger.
           move spaces to ARKIV-FIL-NAVN
           move 1 to pos
           string
               "text-files/LaanKreditBeslutningerBehandlet_"
                                              delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ARKIV-FIL-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-beslutning
           open input Beslutning-In
           open output Arkiv-Out
           perform until end-of-file-beslutning
               read Beslutning-In
                   at end move "Y" to EOF-check-beslutning
                   not at end
                       write Arkiv-Linje from Beslutning-Linje
               end-read
           end-perform
           close Arkiv-Out
           close Beslutning-In
           open output Beslutning-In
           close Beslutning-In
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
           move "laanAnsoegning" to KAP-PROGRAM
           move "KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "LAAN-TABEL" to KAP-TABEL
           move LA-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "FAST-TABEL" to KAP-TABEL
           move FT-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "HENVISNING-TABEL" to KAP-TABEL
           move HK-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "LOG-TABEL" to KAP-TABEL
           move LG-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
