      identification division.
      program-id. kreditkortCyklus.

     *> --- Kreditkort: et kreditkort har sin egen kreditkonto. Kortet
     *>     peger i KortMaster.txt paa kreditkontoen, saa kortClearing
     *>     (Opgave34) bogfoerer koebene direkte dér, og kreditrammen
     *>     er kontoens graense i OvertraekGraenser.txt, som
     *>     disponibelSaldo (Opgave61) laegger i DSP-RAMME-DKK.
     *>     Kreditkontiene staar i text-files/KreditkortKonti.txt - een
     *>     linje pr. kreditkonto: kreditkontoen, kunden, den tilknyttede
     *>     loenkonto, opgoerelsesdagen i maaneden, antal dage til
     *>     forfald, betalingsvalget (F = hele saldoen, M = minimums-
     *>     betalingen, B = et fast beloeb, dog mindst minimum),
     *>     opkraevningsmaaden (B = Betalingsservice via kundens
     *>     BS-aftale, D = direkte debitering af loenkontoen) og den
     *>     aarlige revolverende rentesats, plus trinnets egne felter
     *>     for den aabne opgoerelse.
     *>
     *>     Trinnet koerer hver nat:
     *>       - paa opgoerelsesdagen (den sidste dag i maaneden, hvis
     *>         maaneden er kortere) lukkes perioden: koeb, gebyrer og
     *>         betalinger siden sidste opgoerelse samles til en
     *>         kreditkortopgoerelse i KreditkortOpgoerelser.txt med ny
     *>         saldo, minimumsbetaling (MINIMUM-PCT af saldoen, dog
     *>         mindst MINIMUM-BELOB og hoejst saldoen), det valgte
     *>         beloeb og forfaldsdatoen
     *>       - blev forrige opgoerelse ikke betalt fuldt ud, er
     *>         kontoen revolverende, og den ubetalte saldo forrentes
     *>         fra hver posterings dato til opgoerelsesdagen (dagsaldo-
     *>         metoden) - renten bogfoeres som RENTE, maerket
     *>         "KREDIT:RENTE" i BUTIK, og kommer med paa opgoerelsen
     *>       - ved Betalingsservice skrives det valgte beloeb og
     *>         forfaldsdatoen paa kundens aftale i BSAftaler.txt, saa
     *>         bsOpkraevning (Opgave15) traekker det; naar
     *>         bsAfregning har bogfoert betalingen ("BS:<aftale-id>"),
     *>         krediteres kreditkontoen ("KREDIT:BS")
     *>       - ved direkte debitering flyttes det valgte beloeb paa
     *>         forfaldsdagen fra loenkontoen til kreditkontoen som et
     *>         OVERFOERSEL UD/IND-par maerket "KREDIT:BETALING", hvis
     *>         det kan rummes i loenkontoens disponible saldo
     *>         (DisponibelSaldo.txt - se DisponibelTabel.cpy); ellers
     *>         forsoeges minimumsbetalingen
     *>       - paa forfaldsdagen (for Betalingsservice BS-FRIST-DAGE
     *>         senere, saa afregningen kan naa frem) opgoeres, hvad
     *>         der er betalt siden opgoerelsen. Er minimumsbetalingen
     *>         ikke daekket, markeres kontoen misligholdt (M) og
     *>         skrives til KreditkortMisligholdt.txt; efter
     *>         INKASSO-GRAENSE misligholdte opgoerelser i traek
     *>         overdrages den til inkasso i KreditkortInkasso.txt og
     *>         faar status I - den koeres derefter ikke videre her
     *>     Graenserne overstyres i KreditkortParameter.txt.
     *>     Transaktioner.txt skrives om med ny HDR/TRL, naar der er
     *>     bogfoert noget - samme moenster som bankboksLeje. ---

      environment division.
      input-output section.
      file-control.
           select optional Kredit-Register-In
               assign to "text-files/KreditkortKonti.txt"
               organization is line sequential.
           select Kredit-Register-Out
               assign to "text-files/KreditkortKonti.txt"
               organization is line sequential.
           select optional Kredit-Parameter-In
               assign to "text-files/KreditkortParameter.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedKreditkort.txt"
               organization is line sequential.
     *> --- Kundernes BS-aftaler - beloeb og dato opdateres for ---
     *> --- kreditkortene, der betales via Betalingsservice ---
           select optional BS-Aftaler-In
               assign to "text-files/BSAftaler.txt"
               organization is line sequential.
           select BS-Aftaler-Work-Out
               assign to "text-files/BSAftalerKreditkort.txt"
               organization is line sequential.
           select Opgoerelse-Out
               assign to "text-files/KreditkortOpgoerelser.txt"
               organization is line sequential.
           select Misligholdt-Out
               assign to "text-files/KreditkortMisligholdt.txt"
               organization is line sequential.
           select Inkasso-Out
               assign to "text-files/KreditkortInkasso.txt"
               organization is line sequential.
     *> --- Den faelles kontrol-fil for kaedeafstemningen - se ---
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
      fd Kredit-Register-In.
      01 Kredit-Register-Linje.
           02 KR-KONTO-ID-IN       pic x(14).
           02 KR-REG-NR-IN         pic x(6).
           02 KR-KUNDE-ID-IN       pic x(10).
           02 KR-BET-KONTO-ID-IN   pic x(14).
           02 KR-BET-REG-NR-IN     pic x(6).
           02 KR-OPGOERELSES-DAG-IN pic 9(2).
           02 KR-FORFALD-DAGE-IN   pic 9(2).
           02 KR-BETALINGS-VALG-IN pic x.
           02 KR-FAST-BELOB-IN     pic 9(9)v99.
           02 KR-OPKRAEV-MAADE-IN  pic x.
           02 KR-BS-AFTALE-ID-IN   pic x(8).
           02 KR-RENTE-SATS-IN     pic 9(2)v9999.
           02 KR-SIDSTE-OPG-IN     pic x(10).
           02 KR-FORFALD-DATO-IN   pic x(10).
           02 KR-OPGJORT-SALDO-IN  pic 9(11)v99.
           02 KR-MINIMUM-IN        pic 9(11)v99.
           02 KR-VALGT-BELOB-IN    pic 9(11)v99.
           02 KR-BS-MODTAGET-IN    pic 9(11)v99.
           02 KR-STATUS-IN         pic x.
           02 KR-REVOLVERENDE-IN   pic x.
           02 KR-MISLIGHOLD-ANTAL-IN pic 9(2).
      fd Kredit-Register-Out.
      01 Kredit-Register-Ud-Linje.
           02 KR-KONTO-ID-UD       pic x(14).
           02 KR-REG-NR-UD         pic x(6).
           02 KR-KUNDE-ID-UD       pic x(10).
           02 KR-BET-KONTO-ID-UD   pic x(14).
           02 KR-BET-REG-NR-UD     pic x(6).
           02 KR-OPGOERELSES-DAG-UD pic 9(2).
           02 KR-FORFALD-DAGE-UD   pic 9(2).
           02 KR-BETALINGS-VALG-UD pic x.
           02 KR-FAST-BELOB-UD     pic 9(9)v99.
           02 KR-OPKRAEV-MAADE-UD  pic x.
           02 KR-BS-AFTALE-ID-UD   pic x(8).
           02 KR-RENTE-SATS-UD     pic 9(2)v9999.
           02 KR-SIDSTE-OPG-UD     pic x(10).
           02 KR-FORFALD-DATO-UD   pic x(10).
           02 KR-OPGJORT-SALDO-UD  pic 9(11)v99.
           02 KR-MINIMUM-UD        pic 9(11)v99.
           02 KR-VALGT-BELOB-UD    pic 9(11)v99.
           02 KR-BS-MODTAGET-UD    pic 9(11)v99.
           02 KR-STATUS-UD         pic x.
           02 KR-REVOLVERENDE-UD   pic x.
           02 KR-MISLIGHOLD-ANTAL-UD pic 9(2).
      fd Kredit-Parameter-In.
      01 Kredit-Parameter-Linje.
           02 PARM-MINIMUM-PCT     pic 9(2)v99.
           02 PARM-MINIMUM-BELOB   pic 9(7)v99.
           02 PARM-INKASSO-GRAENSE pic 9(2).
           02 PARM-BS-FRIST-DAGE   pic 9(2).
           02 PARM-FORFALD-DAGE    pic 9(2).
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN       pic x(14).
           02 DP-BOGFOERT-IN       pic x(17).
           02 DP-DAGENS-IN         pic x(17).
           02 DP-RAMME-IN          pic x(17).
           02 DP-RESERVERET-IN     pic x(17).
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
      fd BS-Aftaler-Work-Out.
      01 BS-Aftale-Work-Linje     pic x(88).
      fd Opgoerelse-Out.
      01 Opgoerelse-Linje         pic x(132) value spaces.
      fd Misligholdt-Out.
      01 Misligholdt-Linje        pic x(200) value spaces.
      fd Inkasso-Out.
      01 Inkasso-Linje            pic x(200) value spaces.
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 EOF-check-aftaler        pic x value "N".
           88 end-of-file-aftaler value "Y".
      01 pos                      pic 9(4) value 1.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
     *> --- Minimumsbetaling, inkasso-graense, frist for BS- ---
     *> --- afregningen og default forfald - overstyres i ---
     *> --- KreditkortParameter.txt ---
      01 MINIMUM-PCT              pic 9(2)v99 value 3.00.
      01 MINIMUM-BELOB            pic 9(7)v99 value 150.00.
      01 INKASSO-GRAENSE          pic 9(2) value 2.
      01 BS-FRIST-DAGE            pic 9(2) value 3.
      01 FORFALD-DAGE             pic 9(2) value 20.
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
     *> --- Kreditkontiene i memory med nattens opgoerelsestal ---
      01 Kredit-Tabel.
           02 KK-ANTAL             pic 9(5) value 0.
           02 KK-POST OCCURS 20000 TIMES.
              03 KK-KONTO-ID       pic x(14).
              03 KK-REG-NR         pic x(6).
              03 KK-KUNDE-ID       pic x(10).
              03 KK-BET-KONTO-ID   pic x(14).
              03 KK-BET-REG-NR     pic x(6).
              03 KK-OPGOERELSES-DAG pic 9(2).
              03 KK-FORFALD-DAGE   pic 9(2).
              03 KK-BETALINGS-VALG pic x.
                 88 KK-VALG-FULD   value "F".
                 88 KK-VALG-MINIMUM value "M".
                 88 KK-VALG-FAST   value "B".
              03 KK-FAST-BELOB     pic 9(9)v99.
              03 KK-OPKRAEV-MAADE  pic x.
                 88 KK-VIA-BS      value "B".
                 88 KK-VIA-DEBITERING value "D".
              03 KK-BS-AFTALE-ID   pic x(8).
              03 KK-RENTE-SATS     pic 9(2)v9999.
              03 KK-SIDSTE-OPG     pic x(10).
              03 KK-FORFALD-DATO   pic x(10).
              03 KK-OPGJORT-SALDO  pic 9(11)v99.
              03 KK-MINIMUM        pic 9(11)v99.
              03 KK-VALGT-BELOB    pic 9(11)v99.
              03 KK-BS-MODTAGET    pic 9(11)v99.
              03 KK-STATUS         pic x.
                 88 KK-INGEN-AABEN value " ".
                 88 KK-AABEN       value "O".
                 88 KK-BETALT      value "B".
                 88 KK-MISLIGHOLDT value "M".
                 88 KK-INKASSO     value "I".
              03 KK-REVOLVERENDE   pic x.
                 88 KK-ER-REVOLVERENDE value "J".
              03 KK-MISLIGHOLD-ANTAL pic 9(2).
     *> --- Nattens beregnede felter ---
              03 KK-LUKKE-DATO     pic x(10).
              03 KK-LUKKER-FLAG    pic x.
                 88 KK-LUKKER      value "J".
                 88 KK-LUKKER-IKKE value "N".
              03 KK-SALDO-PRIMO    pic s9(11)v99 COMP-3.
              03 KK-SALDO-ULTIMO   pic s9(11)v99 COMP-3.
              03 KK-DAGPRODUKT     pic s9(15)v99 COMP-3.
              03 KK-BETALT-SIDEN   pic s9(11)v99 COMP-3.
              03 KK-BS-FUNDET      pic s9(11)v99 COMP-3.
              03 KK-KOEB-I-ALT     pic s9(11)v99 COMP-3.
              03 KK-GEBYR-I-ALT    pic s9(11)v99 COMP-3.
              03 KK-RENTE-I-ALT    pic s9(11)v99 COMP-3.
              03 KK-BETALING-I-ALT pic s9(11)v99 COMP-3.
      01 MAX-KREDITKONTI          pic 9(5) value 20000.
      01 KK-INDEX                 pic 9(5) value 0.
      01 KK-FUND-FLAG             pic x value "N".
           88 KK-FUNDET           value "J".
           88 KK-IKKE-FUNDET      value "N".
     *> --- Periodens posteringer for de konti, der lukker i nat - ---
     *> --- til opgoerelsens linjer ---
      01 Periode-Tabel.
           02 PP-ANTAL             pic 9(5) value 0.
           02 PP-POST OCCURS 50000 TIMES.
              03 PP-KK-INDEX       pic 9(5).
              03 PP-DATO           pic x(10).
              03 PP-TYPE           pic x(20).
              03 PP-BUTIK          pic x(20).
              03 PP-BELOB          pic s9(11)v99 COMP-3.
      01 PP-INDEX                 pic 9(5) value 0.
     *> --- Nattens posteringer, bogfoert naar alle konti er ---
     *> --- gennemgaaet ---
      01 Postering-Tabel.
           02 PT-ANTAL             pic 9(5) value 0.
           02 PT-POST OCCURS 20000 TIMES.
              03 PT-KONTO-ID       pic x(14).
              03 PT-REG-NR         pic x(6).
              03 PT-KUNDE-ID       pic x(10).
              03 PT-BELOB          pic s9(11)v99 COMP-3.
              03 PT-TYPE           pic x(20).
              03 PT-BUTIK          pic x(20).
              03 PT-DATO           pic x(10).
      01 PT-INDEX                 pic 9(5) value 0.
     *> --- BS-aftaler, der skal have nyt beloeb og ny dato ---
      01 BS-Opdatering-Tabel.
           02 BU-ANTAL             pic 9(5) value 0.
           02 BU-POST OCCURS 20000 TIMES.
              03 BU-KK-INDEX       pic 9(5).
              03 BU-SKREVET-FLAG   pic x.
                 88 BU-ER-SKREVET  value "J".
      01 BU-INDEX                 pic 9(5) value 0.
     *> --- Kundemaster i memory - navn og adresse til opgoerelsen ---
      01 Kredit-Kunde-Tabel.
           02 KU-ANTAL             pic 9(5) value 0.
           02 KU-POST OCCURS 50000 TIMES.
              03 KU-KUNDE-ID       pic x(10).
              03 KU-FULD-NAVN      pic x(40).
              03 KU-VEJNAVN        pic x(30).
              03 KU-HUSNUMMER      pic x(10).
              03 KU-POSTNUMMER     pic x(4).
              03 KU-BY-NAVN        pic x(20).
      01 KU-INDEX                 pic 9(5) value 0.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 DAGS-AAR                 pic 9(4) value 0.
      01 DAGS-MAANED              pic 9(2) value 0.
      01 DAGS-DAG                 pic 9(2) value 0.
      01 DAGS-DATO-INT            pic 9(7) value 0.
     *> --- Datoomregning - se dato-til-heltal/heltal-til-dato ---
      01 KONV-DATO                pic x(10) value spaces.
      01 KONV-INT                 pic 9(7) value 0.
      01 DATO-TAL                 pic 9(8) value 0.
      01 LUKKE-AAR                pic 9(4) value 0.
      01 LUKKE-MAANED             pic 9(2) value 0.
      01 LUKKE-DAG                pic 9(2) value 0.
      01 NAESTE-AAR               pic 9(4) value 0.
      01 NAESTE-MAANED            pic 9(2) value 0.
      01 DAGE-I-MAANED            pic 9(2) value 0.
      01 LUKKE-INT                pic 9(7) value 0.
      01 SIDSTE-INT               pic 9(7) value 0.
      01 POSTERING-INT            pic 9(7) value 0.
      01 FORFALD-INT              pic 9(7) value 0.
      01 POSTERING-DATO           pic x(10) value spaces.
      01 POSTERING-BELOB          pic s9(11)v99 COMP-3 value 0.
      01 BS-MAERKE                pic x(11) value spaces.
      01 GAELD-DKK                pic s9(11)v99 COMP-3 value 0.
      01 RENTE-DKK                pic s9(11)v99 COMP-3 value 0.
      01 RENTE-GRUNDLAG           pic s9(15)v99 COMP-3 value 0.
      01 MINIMUM-DKK              pic s9(11)v99 COMP-3 value 0.
      01 VALGT-DKK                pic s9(11)v99 COMP-3 value 0.
      01 MANGLER-DKK              pic s9(11)v99 COMP-3 value 0.
      01 OPKRAEV-DKK              pic s9(11)v99 COMP-3 value 0.
      01 BELOB-E                  pic -(10)9.99.
      01 BELOB-2-E                pic -(10)9.99.
      01 BELOB-POST-E             pic -(12)9.99.
      01 LINJE-ART                pic x(10) value spaces.
      01 MISLIGHOLD-AARSAG        pic x(20) value spaces.
      01 ANTAL-KREDITKONTI        pic 9(7) value 0.
      01 ANTAL-OPGJORT            pic 9(7) value 0.
      01 ANTAL-OPKRAEVET          pic 9(7) value 0.
      01 ANTAL-BS-MODTAGET        pic 9(7) value 0.
      01 ANTAL-BETALT             pic 9(7) value 0.
      01 ANTAL-MISLIGHOLDT        pic 9(7) value 0.
      01 ANTAL-INKASSO            pic 9(7) value 0.
      01 ANTAL-UGYLDIGE           pic 9(7) value 0.
      01 ANTAL-BOGFOERT           pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: forfald og periodeluk pr. kreditkonto, ---
     *> --- derefter bogfoering, BS-aftaler og register ---
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
           move DATO-NU (1:4) to DAGS-AAR
           move DATO-NU (5:2) to DAGS-MAANED
           move DATO-NU (7:2) to DAGS-DAG
           move DAGS-DATO to KONV-DATO
           perform dato-til-heltal
           move KONV-INT to DAGS-DATO-INT
           perform indlæs-parametre
           perform indlæs-kunde-tabel
           perform indlæs-disponibel-saldo
           perform indlæs-kredit-register
           perform varying KK-INDEX from 1 by 1
               until KK-INDEX > KK-ANTAL
               perform beregn-lukke-dato
           end-perform
           perform opsummer-transaktioner
           open output Opgoerelse-Out
           open output Misligholdt-Out
           open output Inkasso-Out
           perform varying KK-INDEX from 1 by 1
               until KK-INDEX > KK-ANTAL
               perform behandl-kreditkonto
           end-perform
           close Inkasso-Out
           close Misligholdt-Out
           close Opgoerelse-Out
           if PT-ANTAL > 0
               perform bogfoer-posteringer
               perform skriv-kaede-kontrol
           end-if
           if BU-ANTAL > 0
               perform opdater-bs-aftaler
           end-if
           perform skriv-kredit-register
           display "Kreditkort: " KK-ANTAL " kreditkonti - "
               ANTAL-OPGJORT " opgjort, " ANTAL-OPKRAEVET
               " debiteret, " ANTAL-BS-MODTAGET " BS-betaling(er)"
           display "Kreditkort: " ANTAL-BETALT " betalt, "
               ANTAL-MISLIGHOLDT " misligholdt, " ANTAL-INKASSO
               " til inkasso - se text-files/KreditkortOpgoerelser.txt"
           if ANTAL-UGYLDIGE > 0
               display "Kreditkort: " ANTAL-UGYLDIGE
                   " kreditkonto(i) uden gyldig opgoerelsesdag"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "Kreditkort: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Kredit-Parameter-In
           read Kredit-Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-MINIMUM-PCT is numeric
                       move PARM-MINIMUM-PCT to MINIMUM-PCT
                   end-if
                   if PARM-MINIMUM-BELOB is numeric
                       move PARM-MINIMUM-BELOB to MINIMUM-BELOB
                   end-if
                   if PARM-INKASSO-GRAENSE is numeric
                       and PARM-INKASSO-GRAENSE > 0
                       move PARM-INKASSO-GRAENSE to INKASSO-GRAENSE
                   end-if
                   if PARM-BS-FRIST-DAGE is numeric
                       move PARM-BS-FRIST-DAGE to BS-FRIST-DAGE
                   end-if
                   if PARM-FORFALD-DAGE is numeric
                       and PARM-FORFALD-DAGE > 0
                       move PARM-FORFALD-DAGE to FORFALD-DAGE
                   end-if
           end-read
           close Kredit-Parameter-In
           exit.

      indlæs-kunde-tabel.
           move 0 to KU-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if KU-ANTAL < 50000
                           add 1 to KU-ANTAL
                           move Kunde-Id of Kunde-Information
                               to KU-KUNDE-ID (KU-ANTAL)
                           move Fuld-Navn of Kunde-Information
                               to KU-FULD-NAVN (KU-ANTAL)
                           move Vejnavn of Kunde-Information
                               to KU-VEJNAVN (KU-ANTAL)
                           move Husnummer of Kunde-Information
                               to KU-HUSNUMMER (KU-ANTAL)
                           move Postnummer of Kunde-Information
                               to KU-POSTNUMMER (KU-ANTAL)
                           move By-navn of Kunde-Information
                               to KU-BY-NAVN (KU-ANTAL)
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

     *> --- Indlaeser den disponible position fra disponibelSaldo ---
     *> --- (Opgave61) - se DisponibelTabel.cpy. Findes filen ikke, ---
     *> --- er DSP-ANTAL nul, og daekningskontrollen er slaaet fra ---
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

      indlæs-kredit-register.
           move 0 to KK-ANTAL
           move "N" to EOF-check-register
           open input Kredit-Register-In
           perform until end-of-file-register
               read Kredit-Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if KR-KONTO-ID-IN not = spaces
                           if KK-ANTAL < MAX-KREDITKONTI
                               add 1 to KK-ANTAL
                               perform gem-kreditkonto
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Kredit-Register-In
           exit.

      gem-kreditkonto.
           move KR-KONTO-ID-IN to KK-KONTO-ID (KK-ANTAL)
           move KR-REG-NR-IN to KK-REG-NR (KK-ANTAL)
           move KR-KUNDE-ID-IN to KK-KUNDE-ID (KK-ANTAL)
           move KR-BET-KONTO-ID-IN to KK-BET-KONTO-ID (KK-ANTAL)
           move KR-BET-REG-NR-IN to KK-BET-REG-NR (KK-ANTAL)
           move 0 to KK-OPGOERELSES-DAG (KK-ANTAL)
           if KR-OPGOERELSES-DAG-IN is numeric
               move KR-OPGOERELSES-DAG-IN
                   to KK-OPGOERELSES-DAG (KK-ANTAL)
           end-if
           move FORFALD-DAGE to KK-FORFALD-DAGE (KK-ANTAL)
           if KR-FORFALD-DAGE-IN is numeric
               and KR-FORFALD-DAGE-IN > 0
               move KR-FORFALD-DAGE-IN to KK-FORFALD-DAGE (KK-ANTAL)
           end-if
           move KR-BETALINGS-VALG-IN to KK-BETALINGS-VALG (KK-ANTAL)
           if not KK-VALG-FULD (KK-ANTAL)
               and not KK-VALG-FAST (KK-ANTAL)
               set KK-VALG-MINIMUM (KK-ANTAL) to TRUE
           end-if
           move 0 to KK-FAST-BELOB (KK-ANTAL)
           if KR-FAST-BELOB-IN is numeric
               move KR-FAST-BELOB-IN to KK-FAST-BELOB (KK-ANTAL)
           end-if
           move KR-OPKRAEV-MAADE-IN to KK-OPKRAEV-MAADE (KK-ANTAL)
           move KR-BS-AFTALE-ID-IN to KK-BS-AFTALE-ID (KK-ANTAL)
           if not KK-VIA-BS (KK-ANTAL)
               or KK-BS-AFTALE-ID (KK-ANTAL) = spaces
               set KK-VIA-DEBITERING (KK-ANTAL) to TRUE
           end-if
           move 0 to KK-RENTE-SATS (KK-ANTAL)
           if KR-RENTE-SATS-IN is numeric
               move KR-RENTE-SATS-IN to KK-RENTE-SATS (KK-ANTAL)
           end-if
           move KR-SIDSTE-OPG-IN to KK-SIDSTE-OPG (KK-ANTAL)
           move KR-FORFALD-DATO-IN to KK-FORFALD-DATO (KK-ANTAL)
           move 0 to KK-OPGJORT-SALDO (KK-ANTAL)
           if KR-OPGJORT-SALDO-IN is numeric
               move KR-OPGJORT-SALDO-IN to KK-OPGJORT-SALDO (KK-ANTAL)
           end-if
           move 0 to KK-MINIMUM (KK-ANTAL)
           if KR-MINIMUM-IN is numeric
               move KR-MINIMUM-IN to KK-MINIMUM (KK-ANTAL)
           end-if
           move 0 to KK-VALGT-BELOB (KK-ANTAL)
           if KR-VALGT-BELOB-IN is numeric
               move KR-VALGT-BELOB-IN to KK-VALGT-BELOB (KK-ANTAL)
           end-if
           move 0 to KK-BS-MODTAGET (KK-ANTAL)
           if KR-BS-MODTAGET-IN is numeric
               move KR-BS-MODTAGET-IN to KK-BS-MODTAGET (KK-ANTAL)
           end-if
           move KR-STATUS-IN to KK-STATUS (KK-ANTAL)
           if not KK-AABEN (KK-ANTAL) and not KK-BETALT (KK-ANTAL)
               and not KK-MISLIGHOLDT (KK-ANTAL)
               and not KK-INKASSO (KK-ANTAL)
               set KK-INGEN-AABEN (KK-ANTAL) to TRUE
           end-if
           move KR-REVOLVERENDE-IN to KK-REVOLVERENDE (KK-ANTAL)
           if not KK-ER-REVOLVERENDE (KK-ANTAL)
               move "N" to KK-REVOLVERENDE (KK-ANTAL)
           end-if
           move 0 to KK-MISLIGHOLD-ANTAL (KK-ANTAL)
           if KR-MISLIGHOLD-ANTAL-IN is numeric
               move KR-MISLIGHOLD-ANTAL-IN
                   to KK-MISLIGHOLD-ANTAL (KK-ANTAL)
           end-if
           move spaces to KK-LUKKE-DATO (KK-ANTAL)
           set KK-LUKKER-IKKE (KK-ANTAL) to TRUE
           move 0 to KK-SALDO-PRIMO (KK-ANTAL)
           move 0 to KK-SALDO-ULTIMO (KK-ANTAL)
           move 0 to KK-DAGPRODUKT (KK-ANTAL)
           move 0 to KK-BETALT-SIDEN (KK-ANTAL)
           move 0 to KK-BS-FUNDET (KK-ANTAL)
           move 0 to KK-KOEB-I-ALT (KK-ANTAL)
           move 0 to KK-GEBYR-I-ALT (KK-ANTAL)
           move 0 to KK-RENTE-I-ALT (KK-ANTAL)
           move 0 to KK-BETALING-I-ALT (KK-ANTAL)
           exit.

     *> --- Seneste opgoerelsesdag til og med i dag: opgoerelses- ---
     *> --- dagen i denne maaned (den sidste, hvis maaneden er ---
     *> --- kortere), eller i forrige maaned, hvis dagen ikke er ---
     *> --- naaet endnu. Perioden lukker, hvis den ikke allerede er ---
     *> --- opgjort ---
      beregn-lukke-dato.
           if KK-INKASSO (KK-INDEX)
               exit paragraph
           end-if
           if KK-OPGOERELSES-DAG (KK-INDEX) = 0
               or KK-OPGOERELSES-DAG (KK-INDEX) > 31
               add 1 to ANTAL-UGYLDIGE
               exit paragraph
           end-if
           move DAGS-AAR to LUKKE-AAR
           move DAGS-MAANED to LUKKE-MAANED
           perform beregn-lukke-dag
           if LUKKE-DAG > DAGS-DAG
               subtract 1 from LUKKE-MAANED
               if LUKKE-MAANED = 0
                   move 12 to LUKKE-MAANED
                   subtract 1 from LUKKE-AAR
               end-if
               perform beregn-lukke-dag
           end-if
           move spaces to KK-LUKKE-DATO (KK-INDEX)
           string
               LUKKE-AAR      delimited by size
               "-"            delimited by size
               LUKKE-MAANED   delimited by size
               "-"            delimited by size
               LUKKE-DAG      delimited by size
                  into KK-LUKKE-DATO (KK-INDEX)
           end-string
           if KK-SIDSTE-OPG (KK-INDEX) < KK-LUKKE-DATO (KK-INDEX)
               set KK-LUKKER (KK-INDEX) to TRUE
           end-if
           exit.

     *> --- LUKKE-DAG = opgoerelsesdagen, dog hoejst antal dage i ---
     *> --- LUKKE-MAANED ---
      beregn-lukke-dag.
           move LUKKE-AAR to NAESTE-AAR
           compute NAESTE-MAANED = LUKKE-MAANED + 1
           if NAESTE-MAANED > 12
               move 1 to NAESTE-MAANED
               add 1 to NAESTE-AAR
           end-if
           compute DATO-TAL = NAESTE-AAR * 10000
               + NAESTE-MAANED * 100 + 1
           compute LUKKE-INT = function INTEGER-OF-DATE(DATO-TAL)
           compute DATO-TAL = LUKKE-AAR * 10000
               + LUKKE-MAANED * 100 + 1
           compute DAGE-I-MAANED =
               LUKKE-INT - function INTEGER-OF-DATE(DATO-TAL)
           move KK-OPGOERELSES-DAG (KK-INDEX) to LUKKE-DAG
           if LUKKE-DAG > DAGE-I-MAANED
               move DAGE-I-MAANED to LUKKE-DAG
           end-if
           exit.

      dato-til-heltal.
           move 0 to KONV-INT
           if KONV-DATO (1:4) is not numeric
               or KONV-DATO (6:2) is not numeric
               or KONV-DATO (9:2) is not numeric
               exit paragraph
           end-if
           move KONV-DATO (1:4) to DATO-TAL (1:4)
           move KONV-DATO (6:2) to DATO-TAL (5:2)
           move KONV-DATO (9:2) to DATO-TAL (7:2)
           compute KONV-INT = function INTEGER-OF-DATE(DATO-TAL)
           exit.

      heltal-til-dato.
           compute DATO-TAL = function DATE-OF-INTEGER(KONV-INT)
           move spaces to KONV-DATO
           string
               DATO-TAL (1:4) delimited by size
               "-"            delimited by size
               DATO-TAL (5:2) delimited by size
               "-"            delimited by size
               DATO-TAL (7:2) delimited by size
                  into KONV-DATO
           end-string
           exit.

     *> --- Eet gennemloeb af Transaktioner.txt: saldo ved sidste ---
     *> --- opgoerelse og ved periodens luk, dagsaldo-produktet til ---
     *> --- renten, betalinger siden opgoerelsen og bogfoerte BS- ---
     *> --- betalinger. Fremtidsdaterede posteringer tages ikke med ---
      opsummer-transaktioner.
           if KK-ANTAL = 0
               exit paragraph
           end-if
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
                           perform opsummer-postering
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

      opsummer-postering.
           move DATO of Transaktion-Information (1:10)
               to POSTERING-DATO
           if POSTERING-DATO > DAGS-DATO
               or function TEST-NUMVAL(BELOB of Transaktion-Information)
                   not = 0
               exit paragraph
           end-if
           move function NUMVAL(BELOB of Transaktion-Information)
               to POSTERING-BELOB
           if BUTIK of Transaktion-Information (1:3) = "BS:"
               perform opsummer-bs-betaling
           end-if
           set KK-IKKE-FUNDET to TRUE
           perform varying KK-INDEX from 1 by 1
               until KK-FUNDET or KK-INDEX > KK-ANTAL
               if KK-KONTO-ID (KK-INDEX)
                   = KONTO-ID of Transaktion-Information
                   set KK-FUNDET to TRUE
               end-if
           end-perform
           if KK-IKKE-FUNDET
               exit paragraph
           end-if
           subtract 1 from KK-INDEX
           if KK-INKASSO (KK-INDEX)
               exit paragraph
           end-if
           if POSTERING-DATO <= KK-SIDSTE-OPG (KK-INDEX)
               add POSTERING-BELOB to KK-SALDO-PRIMO (KK-INDEX)
           else
               if POSTERING-BELOB > 0
                   add POSTERING-BELOB to KK-BETALT-SIDEN (KK-INDEX)
               end-if
           end-if
           if KK-LUKKER (KK-INDEX)
               and POSTERING-DATO <= KK-LUKKE-DATO (KK-INDEX)
               add POSTERING-BELOB to KK-SALDO-ULTIMO (KK-INDEX)
               if POSTERING-DATO > KK-SIDSTE-OPG (KK-INDEX)
                   perform gem-periode-postering
               end-if
           end-if
           exit.

     *> --- Betalingsservice-betaling for en kreditkort-aftale, ---
     *> --- bogfoert af bsAfregning efter sidste opgoerelse ---
      opsummer-bs-betaling.
           perform varying KK-INDEX from 1 by 1
               until KK-INDEX > KK-ANTAL
               if KK-VIA-BS (KK-INDEX)
                   and POSTERING-DATO > KK-SIDSTE-OPG (KK-INDEX)
                   move spaces to BS-MAERKE
                   string
                       "BS:"                     delimited by size
                       KK-BS-AFTALE-ID (KK-INDEX) delimited by size
                          into BS-MAERKE
                   end-string
                   if BUTIK of Transaktion-Information (1:11)
                       = BS-MAERKE
                       if POSTERING-BELOB < 0
                           subtract POSTERING-BELOB
                               from KK-BS-FUNDET (KK-INDEX)
                       else
                           add POSTERING-BELOB
                               to KK-BS-FUNDET (KK-INDEX)
                       end-if
                   end-if
               end-if
           end-perform
           exit.

     *> --- Periodens postering: dagsaldo-produkt fra posterings- ---
     *> --- datoen til opgoerelsesdagen, kategori-summer og linje ---
     *> --- til opgoerelsen ---
      gem-periode-postering.
           move POSTERING-DATO to KONV-DATO
           perform dato-til-heltal
           move KONV-INT to POSTERING-INT
           move KK-LUKKE-DATO (KK-INDEX) to KONV-DATO
           perform dato-til-heltal
           move KONV-INT to LUKKE-INT
           if POSTERING-INT > 0
               compute KK-DAGPRODUKT (KK-INDEX) =
                   KK-DAGPRODUKT (KK-INDEX)
                   + POSTERING-BELOB * (LUKKE-INT - POSTERING-INT)
           end-if
           evaluate true
               when POSTERING-BELOB > 0
                   add POSTERING-BELOB to KK-BETALING-I-ALT (KK-INDEX)
               when function TRIM(TRANSAKTIONS-TYPE of
                       Transaktion-Information) = "GEBYR"
                   add POSTERING-BELOB to KK-GEBYR-I-ALT (KK-INDEX)
               when function TRIM(TRANSAKTIONS-TYPE of
                       Transaktion-Information) = "RENTE"
                   add POSTERING-BELOB to KK-RENTE-I-ALT (KK-INDEX)
               when other
                   add POSTERING-BELOB to KK-KOEB-I-ALT (KK-INDEX)
           end-evaluate
           if PP-ANTAL not < 50000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to PP-ANTAL
           move KK-INDEX to PP-KK-INDEX (PP-ANTAL)
           move POSTERING-DATO to PP-DATO (PP-ANTAL)
           move TRANSAKTIONS-TYPE of Transaktion-Information
               to PP-TYPE (PP-ANTAL)
           move BUTIK of Transaktion-Information to PP-BUTIK (PP-ANTAL)
           move POSTERING-BELOB to PP-BELOB (PP-ANTAL)
           exit.

      behandl-kreditkonto.
           if KK-INKASSO (KK-INDEX)
               or KK-OPGOERELSES-DAG (KK-INDEX) = 0
               or KK-OPGOERELSES-DAG (KK-INDEX) > 31
               exit paragraph
           end-if
           add 1 to ANTAL-KREDITKONTI
           if KK-VIA-BS (KK-INDEX)
               perform modtag-bs-betaling
           end-if
           if KK-AABEN (KK-INDEX)
               perform behandl-forfald
           end-if
     *> --- Overdraget til inkasso - perioden lukkes ikke her ---
           if KK-INKASSO (KK-INDEX)
               exit paragraph
           end-if
           if KK-LUKKER (KK-INDEX)
               perform luk-periode
           end-if
           exit.

     *> --- Den del af de fundne BS-betalinger, der endnu ikke er ---
     *> --- krediteret kreditkontoen ---
      modtag-bs-betaling.
           if KK-SIDSTE-OPG (KK-INDEX) = spaces
               exit paragraph
           end-if
           compute OPKRAEV-DKK =
               KK-BS-FUNDET (KK-INDEX) - KK-BS-MODTAGET (KK-INDEX)
           if OPKRAEV-DKK not > 0
               exit paragraph
           end-if
           if PT-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to PT-ANTAL
           move KK-KONTO-ID (KK-INDEX) to PT-KONTO-ID (PT-ANTAL)
           move KK-REG-NR (KK-INDEX) to PT-REG-NR (PT-ANTAL)
           move KK-KUNDE-ID (KK-INDEX) to PT-KUNDE-ID (PT-ANTAL)
           move OPKRAEV-DKK to PT-BELOB (PT-ANTAL)
           move "OVERFOERSEL IND" to PT-TYPE (PT-ANTAL)
           move "KREDIT:BS" to PT-BUTIK (PT-ANTAL)
           move DAGS-DATO to PT-DATO (PT-ANTAL)
           add OPKRAEV-DKK to KK-BS-MODTAGET (KK-INDEX)
           add OPKRAEV-DKK to KK-BETALT-SIDEN (KK-INDEX)
           add 1 to ANTAL-BS-MODTAGET
           exit.

     *> --- Forfald: direkte debitering paa forfaldsdagen, og ---
     *> --- opgoerelse af betalingen mod minimumsbetalingen - for ---
     *> --- Betalingsservice foerst BS-FRIST-DAGE efter forfald. En ---
     *> --- aaben opgoerelse, der naar sin naeste periodeluk, ---
     *> --- opgoeres under alle omstaendigheder ---
      behandl-forfald.
           move KK-FORFALD-DATO (KK-INDEX) to KONV-DATO
           perform dato-til-heltal
           move KONV-INT to FORFALD-INT
           if KK-VIA-BS (KK-INDEX)
               add BS-FRIST-DAGE to FORFALD-INT
           end-if
           if DAGS-DATO-INT < FORFALD-INT
               and KK-LUKKER-IKKE (KK-INDEX)
               exit paragraph
           end-if
           move spaces to MISLIGHOLD-AARSAG
           if KK-VIA-DEBITERING (KK-INDEX)
               perform debiter-loenkonto
           end-if
           if KK-BETALT-SIDEN (KK-INDEX) >= KK-MINIMUM (KK-INDEX)
               set KK-BETALT (KK-INDEX) to TRUE
               move 0 to KK-MISLIGHOLD-ANTAL (KK-INDEX)
               add 1 to ANTAL-BETALT
           else
               if MISLIGHOLD-AARSAG = spaces
                   move "MINIMUM-IKKE-BETALT" to MISLIGHOLD-AARSAG
               end-if
               set KK-MISLIGHOLDT (KK-INDEX) to TRUE
               add 1 to KK-MISLIGHOLD-ANTAL (KK-INDEX)
               add 1 to ANTAL-MISLIGHOLDT
               perform skriv-misligholdt
               if KK-MISLIGHOLD-ANTAL (KK-INDEX) not < INKASSO-GRAENSE
                   set KK-INKASSO (KK-INDEX) to TRUE
                   add 1 to ANTAL-INKASSO
                   perform skriv-inkasso
               end-if
           end-if
           if KK-BETALT-SIDEN (KK-INDEX) < KK-OPGJORT-SALDO (KK-INDEX)
               move "J" to KK-REVOLVERENDE (KK-INDEX)
           else
               move "N" to KK-REVOLVERENDE (KK-INDEX)
           end-if
           exit.

     *> --- Det valgte beloeb, fratrukket det kunden allerede har ---
     *> --- betalt, debiteres loenkontoen; kan det ikke rummes, ---
     *> --- forsoeges resten af minimumsbetalingen ---
      debiter-loenkonto.
           compute OPKRAEV-DKK =
               KK-VALGT-BELOB (KK-INDEX) - KK-BETALT-SIDEN (KK-INDEX)
           if OPKRAEV-DKK not > 0
               exit paragraph
           end-if
           compute DISPONIBEL-POSTERING = OPKRAEV-DKK * -1
           move KK-BET-KONTO-ID (KK-INDEX) to DISPONIBEL-OPSLAG-KONTO
           perform kontroller-daekning
           if DAEKNING-UTILSTRAEKKELIG
               compute OPKRAEV-DKK =
                   KK-MINIMUM (KK-INDEX) - KK-BETALT-SIDEN (KK-INDEX)
               if OPKRAEV-DKK not > 0
                   exit paragraph
               end-if
               compute DISPONIBEL-POSTERING = OPKRAEV-DKK * -1
               perform kontroller-daekning
               if DAEKNING-UTILSTRAEKKELIG
                   move "DAEKNING-MANGLER" to MISLIGHOLD-AARSAG
                   exit paragraph
               end-if
           end-if
           if PT-ANTAL > 19998
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           if DSP-ANTAL > 0 and KONTO-HAR-POSITION
               add DISPONIBEL-POSTERING
                   to DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
           end-if
           add 1 to PT-ANTAL
           move KK-BET-KONTO-ID (KK-INDEX) to PT-KONTO-ID (PT-ANTAL)
           move KK-BET-REG-NR (KK-INDEX) to PT-REG-NR (PT-ANTAL)
           move KK-KUNDE-ID (KK-INDEX) to PT-KUNDE-ID (PT-ANTAL)
           compute PT-BELOB (PT-ANTAL) = OPKRAEV-DKK * -1
           move "OVERFOERSEL UD" to PT-TYPE (PT-ANTAL)
           move "KREDIT:BETALING" to PT-BUTIK (PT-ANTAL)
           move DAGS-DATO to PT-DATO (PT-ANTAL)
           add 1 to PT-ANTAL
           move KK-KONTO-ID (KK-INDEX) to PT-KONTO-ID (PT-ANTAL)
           move KK-REG-NR (KK-INDEX) to PT-REG-NR (PT-ANTAL)
           move KK-KUNDE-ID (KK-INDEX) to PT-KUNDE-ID (PT-ANTAL)
           move OPKRAEV-DKK to PT-BELOB (PT-ANTAL)
           move "OVERFOERSEL IND" to PT-TYPE (PT-ANTAL)
           move "KREDIT:BETALING" to PT-BUTIK (PT-ANTAL)
           move DAGS-DATO to PT-DATO (PT-ANTAL)
           add OPKRAEV-DKK to KK-BETALT-SIDEN (KK-INDEX)
           add 1 to ANTAL-OPKRAEVET
           exit.

     *> --- Daekningskontrol: en debitering (negativ ---
     *> --- DISPONIBEL-POSTERING), der ville bringe kontoen under ---
     *> --- nul disponibelt, saetter DAEKNING-UTILSTRAEKKELIG. ---
     *> --- Konti uden position godkendes ---
      kontroller-daekning.
           set DAEKNING-OK to TRUE
           set KONTO-UDEN-POSITION to TRUE
           if DSP-ANTAL = 0 or DISPONIBEL-POSTERING >= 0
               exit paragraph
           end-if
           move 0 to DISPONIBEL-AKTUEL
           perform varying DSP-INDEX from 1 by 1
               until KONTO-HAR-POSITION or DSP-INDEX > DSP-ANTAL
               if DSP-KONTO-ID (DSP-INDEX) = DISPONIBEL-OPSLAG-KONTO
                   set KONTO-HAR-POSITION to TRUE
               end-if
           end-perform
           if KONTO-UDEN-POSITION
               exit paragraph
           end-if
           subtract 1 from DSP-INDEX
           compute DISPONIBEL-AKTUEL =
               DSP-BOGFOERT-SALDO (DSP-INDEX)
               + DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
               + DSP-RAMME-DKK (DSP-INDEX)
               - DSP-RESERVERET-DKK (DSP-INDEX)
           compute DISPONIBEL-EFTER =
               DISPONIBEL-AKTUEL + DISPONIBEL-POSTERING
           if DISPONIBEL-EFTER < 0
               set DAEKNING-UTILSTRAEKKELIG to TRUE
           end-if
           exit.

     *> --- Periodeluk: revolverende rente, ny saldo, minimums- ---
     *> --- betaling, valgt beloeb og forfaldsdato, opgoerelsen og ---
     *> --- for Betalingsservice den opdaterede aftale ---
      luk-periode.
           move 0 to RENTE-DKK
           if KK-ER-REVOLVERENDE (KK-INDEX)
               and KK-SIDSTE-OPG (KK-INDEX) not = spaces
               perform beregn-revolverende-rente
           end-if
           if RENTE-DKK > 0
               if PT-ANTAL not < 20000
                   add 1 to ANTAL-TABEL-FULD
                   move 0 to RENTE-DKK
               else
                   add 1 to PT-ANTAL
                   move KK-KONTO-ID (KK-INDEX) to PT-KONTO-ID (PT-ANTAL)
                   move KK-REG-NR (KK-INDEX) to PT-REG-NR (PT-ANTAL)
                   move KK-KUNDE-ID (KK-INDEX) to PT-KUNDE-ID (PT-ANTAL)
                   compute PT-BELOB (PT-ANTAL) = RENTE-DKK * -1
                   move "RENTE" to PT-TYPE (PT-ANTAL)
                   move "KREDIT:RENTE" to PT-BUTIK (PT-ANTAL)
                   move KK-LUKKE-DATO (KK-INDEX) to PT-DATO (PT-ANTAL)
                   subtract RENTE-DKK from KK-SALDO-ULTIMO (KK-INDEX)
                   subtract RENTE-DKK from KK-RENTE-I-ALT (KK-INDEX)
               end-if
           end-if
           move 0 to GAELD-DKK
           if KK-SALDO-ULTIMO (KK-INDEX) < 0
               compute GAELD-DKK = KK-SALDO-ULTIMO (KK-INDEX) * -1
           end-if
           move 0 to MINIMUM-DKK
           move 0 to VALGT-DKK
           if GAELD-DKK > 0
               compute MINIMUM-DKK rounded =
                   GAELD-DKK * MINIMUM-PCT / 100
               if MINIMUM-DKK < MINIMUM-BELOB
                   move MINIMUM-BELOB to MINIMUM-DKK
               end-if
               if MINIMUM-DKK > GAELD-DKK
                   move GAELD-DKK to MINIMUM-DKK
               end-if
               evaluate true
                   when KK-VALG-FULD (KK-INDEX)
                       move GAELD-DKK to VALGT-DKK
                   when KK-VALG-FAST (KK-INDEX)
                       move KK-FAST-BELOB (KK-INDEX) to VALGT-DKK
                       if VALGT-DKK < MINIMUM-DKK
                           move MINIMUM-DKK to VALGT-DKK
                       end-if
                       if VALGT-DKK > GAELD-DKK
                           move GAELD-DKK to VALGT-DKK
                       end-if
                   when other
                       move MINIMUM-DKK to VALGT-DKK
               end-evaluate
           end-if
           move KK-LUKKE-DATO (KK-INDEX) to KONV-DATO
           perform dato-til-heltal
           compute KONV-INT = KONV-INT + KK-FORFALD-DAGE (KK-INDEX)
           perform heltal-til-dato
           move KONV-DATO to KK-FORFALD-DATO (KK-INDEX)
           perform skriv-opgoerelse
           move KK-LUKKE-DATO (KK-INDEX) to KK-SIDSTE-OPG (KK-INDEX)
           move GAELD-DKK to KK-OPGJORT-SALDO (KK-INDEX)
           move MINIMUM-DKK to KK-MINIMUM (KK-INDEX)
           move VALGT-DKK to KK-VALGT-BELOB (KK-INDEX)
           move 0 to KK-BS-MODTAGET (KK-INDEX)
           if GAELD-DKK > 0
               set KK-AABEN (KK-INDEX) to TRUE
               if KK-VIA-BS (KK-INDEX) and BU-ANTAL < 20000
                   add 1 to BU-ANTAL
                   move KK-INDEX to BU-KK-INDEX (BU-ANTAL)
                   move "N" to BU-SKREVET-FLAG (BU-ANTAL)
               end-if
           else
               set KK-INGEN-AABEN (KK-INDEX) to TRUE
               move "N" to KK-REVOLVERENDE (KK-INDEX)
           end-if
           add 1 to ANTAL-OPGJORT
           exit.

     *> --- Dagsaldo-metoden: saldoen ved forrige opgoerelse ---
     *> --- forrentes hele perioden, hver ny postering fra sin egen ---
     *> --- dato. Kun en samlet gaeld forrentes ---
      beregn-revolverende-rente.
           move KK-SIDSTE-OPG (KK-INDEX) to KONV-DATO
           perform dato-til-heltal
           move KONV-INT to SIDSTE-INT
           move KK-LUKKE-DATO (KK-INDEX) to KONV-DATO
           perform dato-til-heltal
           move KONV-INT to LUKKE-INT
           compute RENTE-GRUNDLAG =
               KK-SALDO-PRIMO (KK-INDEX) * (LUKKE-INT - SIDSTE-INT)
               + KK-DAGPRODUKT (KK-INDEX)
           if RENTE-GRUNDLAG < 0
               compute RENTE-DKK rounded =
                   RENTE-GRUNDLAG * -1 * KK-RENTE-SATS (KK-INDEX)
                   / 36500
           end-if
           exit.

     *> --- Kreditkortopgoerelsen: hoved med kunde og periode, ---
     *> --- periodens posteringer og renten, totaler, minimums- ---
     *> --- betaling, valgt beloeb, forfald og opkraevningsmaade ---
      skriv-opgoerelse.
           move 1 to KU-INDEX
           perform until KU-INDEX > KU-ANTAL
               or KU-KUNDE-ID (KU-INDEX) = KK-KUNDE-ID (KK-INDEX)
               add 1 to KU-INDEX
           end-perform
           move all "=" to Opgoerelse-Linje
           write Opgoerelse-Linje
           move spaces to Opgoerelse-Linje
           string
               "KREDITKORTOPGOERELSE  Kreditkonto: "
                                          delimited by size
               function TRIM(KK-KONTO-ID (KK-INDEX))
                                          delimited by size
               "  Opgjort: "              delimited by size
               KK-LUKKE-DATO (KK-INDEX)   delimited by size
                  into Opgoerelse-Linje
           end-string
           write Opgoerelse-Linje
           move spaces to Opgoerelse-Linje
           if KU-INDEX not > KU-ANTAL
               string
                   "Kunde: "              delimited by size
                   function TRIM(KK-KUNDE-ID (KK-INDEX))
                                          delimited by size
                   "  "                   delimited by size
                   function TRIM(KU-FULD-NAVN (KU-INDEX))
                                          delimited by size
                   ", "                   delimited by size
                   function TRIM(KU-VEJNAVN (KU-INDEX))
                                          delimited by size
                   " "                    delimited by size
                   function TRIM(KU-HUSNUMMER (KU-INDEX))
                                          delimited by size
                   ", "                   delimited by size
                   KU-POSTNUMMER (KU-INDEX) delimited by size
                   " "                    delimited by size
                   function TRIM(KU-BY-NAVN (KU-INDEX))
                                          delimited by size
                      into Opgoerelse-Linje
               end-string
           else
               string
                   "Kunde: "              delimited by size
                   function TRIM(KK-KUNDE-ID (KK-INDEX))
                                          delimited by size
                      into Opgoerelse-Linje
               end-string
           end-if
           write Opgoerelse-Linje
           move spaces to Opgoerelse-Linje
           if KK-SIDSTE-OPG (KK-INDEX) = spaces
               string
                   "Periode: til og med " delimited by size
                   KK-LUKKE-DATO (KK-INDEX) delimited by size
                      into Opgoerelse-Linje
               end-string
           else
               string
                   "Periode: efter "      delimited by size
                   KK-SIDSTE-OPG (KK-INDEX) delimited by size
                   " til og med "         delimited by size
                   KK-LUKKE-DATO (KK-INDEX) delimited by size
                      into Opgoerelse-Linje
               end-string
           end-if
           write Opgoerelse-Linje
           move KK-SALDO-PRIMO (KK-INDEX) to BELOB-E
           move spaces to Opgoerelse-Linje
           string
               "Saldo ved forrige opgoerelse:          "
                                          delimited by size
               BELOB-E                    delimited by size
                  into Opgoerelse-Linje
           end-string
           write Opgoerelse-Linje
           perform varying PP-INDEX from 1 by 1
               until PP-INDEX > PP-ANTAL
               if PP-KK-INDEX (PP-INDEX) = KK-INDEX
                   perform skriv-periode-linje
               end-if
           end-perform
           if RENTE-DKK > 0
               compute BELOB-E = RENTE-DKK * -1
               move spaces to Opgoerelse-Linje
               string
                   "  "                       delimited by size
                   KK-LUKKE-DATO (KK-INDEX)   delimited by size
                   "  RENTE     "             delimited by size
                   "Revolverende rente  "     delimited by size
                   BELOB-E                    delimited by size
                      into Opgoerelse-Linje
               end-string
               write Opgoerelse-Linje
           end-if
           move KK-KOEB-I-ALT (KK-INDEX) to BELOB-E
           move spaces to Opgoerelse-Linje
           string
               "Koeb i alt:                            "
                                          delimited by size
               BELOB-E                    delimited by size
                  into Opgoerelse-Linje
           end-string
           write Opgoerelse-Linje
           move KK-GEBYR-I-ALT (KK-INDEX) to BELOB-E
           move spaces to Opgoerelse-Linje
           string
               "Gebyrer i alt:                         "
                                          delimited by size
               BELOB-E                    delimited by size
                  into Opgoerelse-Linje
           end-string
           write Opgoerelse-Linje
           move KK-RENTE-I-ALT (KK-INDEX) to BELOB-E
           move spaces to Opgoerelse-Linje
           string
               "Rente i alt:                           "
                                          delimited by size
               BELOB-E                    delimited by size
                  into Opgoerelse-Linje
           end-string
           write Opgoerelse-Linje
           move KK-BETALING-I-ALT (KK-INDEX) to BELOB-E
           move spaces to Opgoerelse-Linje
           string
               "Betalinger i alt:                      "
                                          delimited by size
               BELOB-E                    delimited by size
                  into Opgoerelse-Linje
           end-string
           write Opgoerelse-Linje
           move KK-SALDO-ULTIMO (KK-INDEX) to BELOB-E
           move spaces to Opgoerelse-Linje
           string
               "Ny saldo:                              "
                                          delimited by size
               BELOB-E                    delimited by size
                  into Opgoerelse-Linje
           end-string
           write Opgoerelse-Linje
           move KK-KONTO-ID (KK-INDEX) to DISPONIBEL-OPSLAG-KONTO
           set KONTO-UDEN-POSITION to TRUE
           perform varying DSP-INDEX from 1 by 1
               until KONTO-HAR-POSITION or DSP-INDEX > DSP-ANTAL
               if DSP-KONTO-ID (DSP-INDEX) = DISPONIBEL-OPSLAG-KONTO
                   set KONTO-HAR-POSITION to TRUE
               end-if
           end-perform
           if KONTO-HAR-POSITION
               subtract 1 from DSP-INDEX
               move DSP-RAMME-DKK (DSP-INDEX) to BELOB-E
               move spaces to Opgoerelse-Linje
               string
                   "Kreditgraense:                         "
                                          delimited by size
                   BELOB-E                delimited by size
                      into Opgoerelse-Linje
               end-string
               write Opgoerelse-Linje
           end-if
           move spaces to Opgoerelse-Linje
           if GAELD-DKK = 0
               string
                   "Intet at betale for perioden"
                                          delimited by size
                      into Opgoerelse-Linje
               end-string
               write Opgoerelse-Linje
               exit paragraph
           end-if
           move MINIMUM-DKK to BELOB-E
           string
               "Minimumsbetaling:                      "
                                          delimited by size
               BELOB-E                    delimited by size
                  into Opgoerelse-Linje
           end-string
           write Opgoerelse-Linje
           move VALGT-DKK to BELOB-E
           move spaces to Opgoerelse-Linje
           string
               "Til betaling efter dit valg:           "
                                          delimited by size
               BELOB-E                    delimited by size
               "  forfalder "             delimited by size
               KK-FORFALD-DATO (KK-INDEX) delimited by size
                  into Opgoerelse-Linje
           end-string
           write Opgoerelse-Linje
           move spaces to Opgoerelse-Linje
           if KK-VIA-BS (KK-INDEX)
               string
                   "Opkraeves via Betalingsservice, aftale "
                                          delimited by size
                   KK-BS-AFTALE-ID (KK-INDEX) delimited by size
                      into Opgoerelse-Linje
               end-string
           else
               string
                   "Traekkes fra konto "  delimited by size
                   function TRIM(KK-BET-KONTO-ID (KK-INDEX))
                                          delimited by size
                   " paa forfaldsdagen"   delimited by size
                      into Opgoerelse-Linje
               end-string
           end-if
           write Opgoerelse-Linje
           exit.

      skriv-periode-linje.
           evaluate true
               when PP-BELOB (PP-INDEX) > 0
                   move "BETALING" to LINJE-ART
               when function TRIM(PP-TYPE (PP-INDEX)) = "GEBYR"
                   move "GEBYR" to LINJE-ART
               when function TRIM(PP-TYPE (PP-INDEX)) = "RENTE"
                   move "RENTE" to LINJE-ART
               when other
                   move "KOEB" to LINJE-ART
           end-evaluate
           move PP-BELOB (PP-INDEX) to BELOB-E
           move spaces to Opgoerelse-Linje
           string
               "  "                       delimited by size
               PP-DATO (PP-INDEX)         delimited by size
               "  "                       delimited by size
               LINJE-ART                  delimited by size
               PP-BUTIK (PP-INDEX)        delimited by size
               BELOB-E                    delimited by size
                  into Opgoerelse-Linje
           end-string
           write Opgoerelse-Linje
           exit.

     *> --- Misligholdt minimumsbetaling: ---
     *> --- MISLIGHOLDT|kreditkonto|kunde|forfald|minimum|betalt| ---
     *> --- antal i traek|aarsag|dato ---
      skriv-misligholdt.
           move KK-MINIMUM (KK-INDEX) to BELOB-E
           move KK-BETALT-SIDEN (KK-INDEX) to BELOB-2-E
           move spaces to Misligholdt-Linje
           move 1 to pos
           string
               "MISLIGHOLDT|"             delimited by size
               function TRIM(KK-KONTO-ID (KK-INDEX))
                                          delimited by size
               "|"                        delimited by size
               function TRIM(KK-KUNDE-ID (KK-INDEX))
                                          delimited by size
               "|"                        delimited by size
               KK-FORFALD-DATO (KK-INDEX) delimited by size
               "|"                        delimited by size
               function TRIM(BELOB-E)     delimited by size
               "|"                        delimited by size
               function TRIM(BELOB-2-E)   delimited by size
               "|"                        delimited by size
               KK-MISLIGHOLD-ANTAL (KK-INDEX) delimited by size
               "|"                        delimited by size
               function TRIM(MISLIGHOLD-AARSAG) delimited by size
               "|"                        delimited by size
               DAGS-DATO                  delimited by size
                  into Misligholdt-Linje
                  with pointer pos
           end-string
           write Misligholdt-Linje
           exit.

     *> --- Inkasso-overdragelse i samme form som bsRykker's ---
     *> --- BSInkassoOverdragelse.txt ---
      skriv-inkasso.
           move KK-OPGJORT-SALDO (KK-INDEX) to BELOB-E
           move spaces to Inkasso-Linje
           move 1 to pos
           string
               "BETINGELSE=INKASSO-OVERDRAGELSE KREDITKONTO="
                                          delimited by size
               function TRIM(KK-KONTO-ID (KK-INDEX))
                                          delimited by size
               " KUNDE-ID="               delimited by size
               function TRIM(KK-KUNDE-ID (KK-INDEX))
                                          delimited by size
               " OPGJORT-SALDO="          delimited by size
               function TRIM(BELOB-E)     delimited by size
               " MISLIGHOLDT="            delimited by size
               KK-MISLIGHOLD-ANTAL (KK-INDEX) delimited by size
               " DATO="                   delimited by size
               DAGS-DATO                  delimited by size
                  into Inkasso-Linje
                  with pointer pos
           end-string
           write Inkasso-Linje
           exit.

     *> --- Kopierer Transaktioner.txt (uden HDR/TRL), tilfoejer ---
     *> --- nattens posteringer og skriver filen tilbage med ny ---
     *> --- HDR/TRL ---
      bogfoer-posteringer.
           move 0 to ANTAL-TRANS-BESTAAENDE
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
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               perform skriv-postering
           end-perform
           close Transaktion-Work-Out
           move PT-ANTAL to ANTAL-BOGFOERT
           compute ANTAL-TRANS-I-ALT = ANTAL-TRANS-BESTAAENDE + PT-ANTAL
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

      skriv-postering.
           move spaces to Transaktion-Work-Linje
           move PT-KONTO-ID (PT-INDEX)
               to KONTO-ID of Transaktion-Work-Linje
           move PT-REG-NR (PT-INDEX) to REG-NR of Transaktion-Work-Linje
           move PT-KUNDE-ID (PT-INDEX)
               to KUNDE-ID of Transaktion-Work-Linje
           move PT-BELOB (PT-INDEX) to BELOB-POST-E
           move function TRIM(BELOB-POST-E)
               to BELOB of Transaktion-Work-Linje
           move "DKK" to VALUTA of Transaktion-Work-Linje
           move PT-TYPE (PT-INDEX)
               to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
           move PT-BUTIK (PT-INDEX) to BUTIK of Transaktion-Work-Linje
           move PT-DATO (PT-INDEX) to DATO of Transaktion-Work-Linje
           move PT-DATO (PT-INDEX)
               to VALOER-DATO of Transaktion-Work-Linje
           write Transaktion-Work-Linje
           exit.

     *> --- Skriver BSAftaler.txt om via en mellemfil: kreditkort- ---
     *> --- aftalerne faar periodens valgte beloeb og forfaldsdato, ---
     *> --- og en aftale, der ikke findes i forvejen, tilfoejes ---
      opdater-bs-aftaler.
           move "N" to EOF-check-aftaler
           open input BS-Aftaler-In
           open output BS-Aftaler-Work-Out
           perform until end-of-file-aftaler
               read BS-Aftaler-In
                   at end move "Y" to EOF-check-aftaler
                   not at end
                       perform varying BU-INDEX from 1 by 1
                           until BU-INDEX > BU-ANTAL
                           move BU-KK-INDEX (BU-INDEX) to KK-INDEX
                           if BSA-AFTALE-ID = KK-BS-AFTALE-ID (KK-INDEX)
                               perform udfyld-bs-aftale
                               move "J" to BU-SKREVET-FLAG (BU-INDEX)
                           end-if
                       end-perform
                       write BS-Aftale-Work-Linje from BS-Aftale-Linje
               end-read
           end-perform
           close BS-Aftaler-In
           perform varying BU-INDEX from 1 by 1
               until BU-INDEX > BU-ANTAL
               if not BU-ER-SKREVET (BU-INDEX)
                   move BU-KK-INDEX (BU-INDEX) to KK-INDEX
                   move spaces to BS-Aftale-Linje
                   move KK-BS-AFTALE-ID (KK-INDEX) to BSA-AFTALE-ID
                   perform udfyld-bs-aftale
                   write BS-Aftale-Work-Linje from BS-Aftale-Linje
               end-if
           end-perform
           close BS-Aftaler-Work-Out
           move "N" to EOF-check-aftaler
           open input BS-Aftaler-Work-Out
           open output BS-Aftaler-In
           perform until end-of-file-aftaler
               read BS-Aftaler-Work-Out
                   at end move "Y" to EOF-check-aftaler
                   not at end
                       write BS-Aftale-Linje from BS-Aftale-Work-Linje
               end-read
           end-perform
           close BS-Aftaler-Work-Out
           close BS-Aftaler-In
           exit.

      udfyld-bs-aftale.
           move KK-BET-KONTO-ID (KK-INDEX) to BSA-KONTO-ID
           move KK-BET-REG-NR (KK-INDEX) to BSA-REG-NR
           move KK-KUNDE-ID (KK-INDEX) to BSA-KUNDE-ID
           move KK-VALGT-BELOB (KK-INDEX) to BELOB-E
           move function TRIM(BELOB-E) to BSA-BELOB
           move "DKK" to BSA-VALUTA
           move KK-FORFALD-DATO (KK-INDEX) to BSA-OPKRAEV-DATO
           move spaces to BSA-TEKST
           string
               "KREDITKORT "              delimited by size
               KK-KONTO-ID (KK-INDEX) (1:9) delimited by size
                  into BSA-TEKST
           end-string
           exit.

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
               "KREDITKORT"           delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-BOGFOERT         delimited by size
               "|"                    delimited by size
               "0000000"              delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-I-ALT      delimited by size
                  into Kaede-Kontrol-Linje
                  with pointer pos
           end-string
           write Kaede-Kontrol-Linje
           close Kaede-Kontrol-Out
           exit.

      skriv-kredit-register.
           if KK-ANTAL = 0
               exit paragraph
           end-if
           open output Kredit-Register-Out
           perform varying KK-INDEX from 1 by 1
               until KK-INDEX > KK-ANTAL
               move KK-KONTO-ID (KK-INDEX) to KR-KONTO-ID-UD
               move KK-REG-NR (KK-INDEX) to KR-REG-NR-UD
               move KK-KUNDE-ID (KK-INDEX) to KR-KUNDE-ID-UD
               move KK-BET-KONTO-ID (KK-INDEX) to KR-BET-KONTO-ID-UD
               move KK-BET-REG-NR (KK-INDEX) to KR-BET-REG-NR-UD
               move KK-OPGOERELSES-DAG (KK-INDEX)
                   to KR-OPGOERELSES-DAG-UD
               move KK-FORFALD-DAGE (KK-INDEX) to KR-FORFALD-DAGE-UD
               move KK-BETALINGS-VALG (KK-INDEX)
                   to KR-BETALINGS-VALG-UD
               move KK-FAST-BELOB (KK-INDEX) to KR-FAST-BELOB-UD
               move KK-OPKRAEV-MAADE (KK-INDEX) to KR-OPKRAEV-MAADE-UD
               move KK-BS-AFTALE-ID (KK-INDEX) to KR-BS-AFTALE-ID-UD
               move KK-RENTE-SATS (KK-INDEX) to KR-RENTE-SATS-UD
               move KK-SIDSTE-OPG (KK-INDEX) to KR-SIDSTE-OPG-UD
               move KK-FORFALD-DATO (KK-INDEX) to KR-FORFALD-DATO-UD
               move KK-OPGJORT-SALDO (KK-INDEX) to KR-OPGJORT-SALDO-UD
               move KK-MINIMUM (KK-INDEX) to KR-MINIMUM-UD
               move KK-VALGT-BELOB (KK-INDEX) to KR-VALGT-BELOB-UD
               move KK-BS-MODTAGET (KK-INDEX) to KR-BS-MODTAGET-UD
               move KK-STATUS (KK-INDEX) to KR-STATUS-UD
               move KK-REVOLVERENDE (KK-INDEX) to KR-REVOLVERENDE-UD
               move KK-MISLIGHOLD-ANTAL (KK-INDEX)
                   to KR-MISLIGHOLD-ANTAL-UD
               write Kredit-Register-Ud-Linje
           end-perform
           close Kredit-Register-Out
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
           move "kreditkortCyklus" to KAP-PROGRAM
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KREDIT-TABEL" to KAP-TABEL
           move KK-ANTAL to KAP-ANTAL
           move MAX-KREDITKONTI to KAP-MAX
           write Kapacitet-Linje
           move "PERIODE-TABEL" to KAP-TABEL
           move PP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "POSTERING-TABEL" to KAP-TABEL
           move PT-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "BS-OPDATERING-TABEL" to KAP-TABEL
           move BU-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "KREDIT-KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
