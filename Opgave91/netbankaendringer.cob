      identification division.
      program-id. netbankAendringer.

     *> --- Selvbetjening i netbanken: kunderne retter selv e-mail,
     *>     telefon, udskriftssprog, e-udskrift og udskrifts-
     *>     frekvens i netbanken, men aendringerne er hidtil tastet
     *>     om af back office i KundeVedligehold.txt. Programmet
     *>     indlaeser i stedet netbankens daglige aendringsfil
     *>     text-files/NetbankAendringer.txt - een linje pr.
     *>     aendring med netbankens reference, Kunde-Id, om kunden
     *>     var autentificeret (J), aendringstypen, evt. Konto-ID,
     *>     den nye vaerdi og datoen:
     *>       E = e-mail       (ét "@" med tekst foran, et "." i
     *>                         domaenet, ingen mellemrum)
     *>       T = telefon      (cifre og mellemrum, evt. indledende
     *>                         "+", mindst 8 cifre)
     *>       S = sprog        (DA eller EN - SprogTekster.cpy)
     *>       U = e-udskrift   (J = tilmeld, N = frameld) pr. konto
     *>       F = frekvens     (M/K/A) pr. konto
     *>     Kunden skal findes i kundemasteren og vaere
     *>     autentificeret, og en navngiven konto skal vaere kundens
     *>     efter KontoMaster.txt - eller kunden skal vaere aktiv
     *>     medejer i KontoRelationer.txt - og ikke lukket.
     *>     Godkendte aendringer bliver til almindelige
     *>     vedligeholdelses-transaktioner med BRUGER-ID NETBANK, saa
     *>     netbanken staar som kilde i revisionssporet:
     *>       - E/T/S: en C-linje med hele den rettede kundepost til
     *>         KundeVedligehold.txt (kundeVedligehold, Opgave19) -
     *>         samme vej som kycReview og skyldnerRegister
     *>       - U/F: en haendelse (T/F hhv. M/K/A) til
     *>         KontoStatusEvents.txt (kontoStatusEvents, Opgave21),
     *>         hvor en e-udskrifts-tilmelding som altid gaar gennem
     *>         fire-oejne-koeen
     *>     Flere aendringer for samme kunde/konto i samme fil
     *>     bygger oven paa hinanden. Afviste aendringer - ogsaa
     *>     dem, der ikke aendrer noget - sendes retur til netbanken
     *>     i svarfilen text-files/Udbakke/NetbankSvar_<tidsstempel>
     *>     .txt (HDR, een AFV-linje pr. afvisning, TRL). Feedet
     *>     arkiveres datostemplet og toemmes.

      environment division.
      input-output section.
      file-control.
           select optional Aendring-In
               assign to "text-files/NetbankAendringer.txt"
               organization is line sequential.
           select Aendring-Arkiv-Out
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Relation-In
               assign to "text-files/KontoRelationer.txt"
               organization is line sequential.
           select optional Konto-Status-In
               assign to "text-files/KontoStatus.txt"
               organization is line sequential.
     *> --- De godkendte aendringer appendes til de to ---
     *> --- vedligeholdelses-programmers transaktionsfiler ---
           select Vedligehold-Out
               assign to "text-files/KundeVedligehold.txt"
               organization is line sequential
               file status is VEDLIGEHOLD-STATUS.
           select Event-Out
               assign to "text-files/KontoStatusEvents.txt"
               organization is line sequential
               file status is EVENT-STATUS.
           select Svar-Out
               assign to dynamic SVAR-FIL-NAVN
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Aendring-In.
      01 Aendring-Linje.
           02 NB-REFERENCE          pic x(16).
           02 NB-KUNDE-ID           pic x(10).
           02 NB-AUTENTIFICERET     pic x.
           02 NB-AENDRING           pic x.
           02 NB-KONTO-ID           pic x(14).
           02 NB-VAERDI             pic x(30).
           02 NB-DATO               pic x(10).
      fd Aendring-Arkiv-Out.
      01 Aendring-Arkiv-Linje      pic x(82).
      fd Kunde-Data-In.
      01 Kunde-Linje-In            pic x(258).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN        pic x(14).
           02 KM-REG-NR-IN          pic x(6).
           02 KM-KUNDE-ID-IN        pic x(10).
           02 KM-OPRETTET-DATO-IN   pic x(10).
           02 KM-PRODUKT-KODE-IN    pic x(4).
      fd Relation-In.
      01 Relation-Linje.
           02 RL-KONTO-ID-IN        pic x(14).
           02 RL-KUNDE-ID-IN        pic x(10).
           02 RL-ROLLE-IN           pic x.
           02 RL-GYLDIG-FRA-IN      pic x(10).
           02 RL-GYLDIG-TIL-IN      pic x(10).
      fd Konto-Status-In.
      01 Konto-Status-Linje-In.
           02 KS-KONTO-ID-IN       pic x(14).
           02 KS-STATUS-KODE-IN    pic x.
           02 KS-LUKKE-DATO-IN     pic x(10).
           02 KS-E-FLAG-IN         pic x.
           02 KS-FREKVENS-IN       pic x.
      fd Vedligehold-Out.
      01 Vedligehold-Linje-Ud.
           02 VU-AKTION            pic x.
           02 VU-BRUGER-ID         pic x(8).
           02 VU-KUNDE-REC         pic x(258).
      fd Event-Out.
      01 Event-Linje-Ud.
           02 EV-KONTO-ID          pic x(14).
           02 EV-EVENT             pic x.
           02 EV-DATO              pic x(10).
           02 EV-BRUGER-ID         pic x(8).
      fd Svar-Out.
      01 Svar-Linje                pic x(150) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-aendring       pic x value "N".
           88 end-of-file-aendring value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-relation       pic x value "N".
           88 end-of-file-relation value "Y".
      01 EOF-check-status         pic x value "N".
           88 end-of-file-status  value "Y".
      01 pos                      pic 9(4) value 1.
      01 VEDLIGEHOLD-STATUS       pic x(2) value spaces.
      01 EVENT-STATUS             pic x(2) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 SVAR-FIL-NAVN            pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD             pic 9(8) value 0.
           02 DATO-YMD-X redefines DATO-YMD pic x(8).
           02 DATO-DAG-NR          pic 9(8) value 0.
     *> --- Kundemasteren som raa records - den rettede post ---
     *> --- skrives i sin helhed i C-linjen ---
      01 Kunde-Tabel.
           02 KU-ANTAL             pic 9(5) value 0.
           02 KU-REC OCCURS 50000 TIMES pic x(258).
      01 KU-INDEX                 pic 9(5) value 0.
      01 KU-FUNDET-INDEX          pic 9(5) value 0.
      01 Arbejds-Kunde-Rec.
           copy "KUNDER.cpy".
     *> --- Kontomasterens ejer pr. konto ---
      01 Konto-Ejer-Tabel.
           02 KE-ANTAL             pic 9(5) value 0.
           02 KE-POST OCCURS 50000 TIMES.
              03 KE-KONTO-ID       pic x(14).
              03 KE-KUNDE-ID       pic x(10).
      01 KE-INDEX                 pic 9(5) value 0.
     *> --- Aktive medejere (rolle M) fra KontoRelationer.txt ---
      01 Medejer-Tabel.
           02 ME-ANTAL             pic 9(5) value 0.
           02 ME-POST OCCURS 50000 TIMES.
              03 ME-KONTO-ID       pic x(14).
              03 ME-KUNDE-ID       pic x(10).
      01 ME-INDEX                 pic 9(5) value 0.
     *> --- KontoStatus.txt - foeres frem med de haendelser, der ---
     *> --- dannes, saa en gentaget aendring fanges i samme koersel ---
      01 Status-Tabel.
           02 ST-ANTAL             pic 9(5) value 0.
           02 ST-POST OCCURS 50000 TIMES.
              03 ST-KONTO-ID       pic x(14).
              03 ST-STATUS-KODE    pic x.
              03 ST-E-FLAG         pic x.
              03 ST-FREKVENS       pic x.
      01 ST-INDEX                 pic 9(5) value 0.
      01 ST-FUNDET-INDEX          pic 9(5) value 0.
      01 EJER-FLAG                pic x value "N".
           88 KONTO-ER-KUNDENS    value "Y".
           88 KONTO-ER-IKKE-KUNDENS value "N".
     *> --- Syntakskontrol af e-mail og telefon ---
      01 TEGN-INDEX               pic 9(3) value 0.
      01 VAERDI-LGD               pic 9(3) value 0.
      01 ANTAL-AT-TEGN            pic 9(3) value 0.
      01 AT-POS                   pic 9(3) value 0.
      01 PUNKTUM-POS              pic 9(3) value 0.
      01 ANTAL-CIFRE              pic 9(3) value 0.
      01 SYNTAKS-FLAG             pic x value "J".
           88 SYNTAKS-OK          value "J".
           88 SYNTAKS-FEJL        value "N".
      01 AENDRING-DATO            pic x(10) value spaces.
      01 NY-EVENT                 pic x value space.
      01 AFVIS-BETINGELSE         pic x(24) value spaces.
     *> --- Svarfilens AFV-linjer samles, saa HDR kan baere antallet ---
      01 Svar-Tabel.
           02 SV-ANTAL             pic 9(7) value 0.
           02 SV-LINJE OCCURS 5000 TIMES pic x(150).
      01 SV-INDEX                 pic 9(7) value 0.
      01 ANTAL-LAEST              pic 9(7) value 0.
      01 ANTAL-KUNDE-AENDRINGER   pic 9(7) value 0.
      01 ANTAL-KONTO-AENDRINGER   pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
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
           perform indlæs-kunder
           perform indlæs-konto-master
           perform indlæs-medejere
           perform indlæs-konto-status
           open extend Vedligehold-Out
           if VEDLIGEHOLD-STATUS = "35"
               open output Vedligehold-Out
           end-if
           open extend Event-Out
           if EVENT-STATUS = "35"
               open output Event-Out
           end-if
           move "N" to EOF-check-aendring
           open input Aendring-In
           perform until end-of-file-aendring
               read Aendring-In
                   at end move "Y" to EOF-check-aendring
                   not at end
                       if Aendring-Linje not = spaces
                           add 1 to ANTAL-LAEST
                           perform behandl-en-aendring
                       end-if
               end-read
           end-perform
           close Aendring-In
           close Event-Out
           close Vedligehold-Out
           if ANTAL-LAEST > 0
               perform skriv-svarfil
               perform arkiver-aendringer
           end-if
           display "Netbank-aendringer: " ANTAL-LAEST " laest, "
               ANTAL-KUNDE-AENDRINGER " til kundeVedligehold, "
               ANTAL-KONTO-AENDRINGER " til kontoStatusEvents, "
               ANTAL-AFVIST " afvist"
           if ANTAL-TABEL-FULD > 0
               display "Netbank-aendringer: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

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
                           move Kunde-Linje-In to KU-REC (KU-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      indlæs-konto-master.
           move 0 to KE-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN not = spaces
                           if KE-ANTAL < 50000
                               add 1 to KE-ANTAL
                               move KM-KONTO-ID-IN
                                   to KE-KONTO-ID (KE-ANTAL)
                               move KM-KUNDE-ID-IN
                                   to KE-KUNDE-ID (KE-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

     *> --- Kun medejere, hvis relation er gyldig i dag - en ---
     *> --- fuldmagtshaver eller vaerge aendrer ikke ejerens valg ---
      indlæs-medejere.
           move 0 to ME-ANTAL
           move "N" to EOF-check-relation
           open input Relation-In
           perform until end-of-file-relation
               read Relation-In
                   at end move "Y" to EOF-check-relation
                   not at end
                       if RL-ROLLE-IN = "M"
                           and RL-GYLDIG-FRA-IN not > DAGS-DATO
                           and (RL-GYLDIG-TIL-IN = spaces
                               or RL-GYLDIG-TIL-IN not < DAGS-DATO)
                           if ME-ANTAL < 50000
                               add 1 to ME-ANTAL
                               move RL-KONTO-ID-IN
                                   to ME-KONTO-ID (ME-ANTAL)
                               move RL-KUNDE-ID-IN
                                   to ME-KUNDE-ID (ME-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Relation-In
           exit.

     *> --- Konti uden post i status-filen er aktive, utilmeldte og ---
     *> --- aarlige - samme standard som kontoStatusEvents ---
      indlæs-konto-status.
           move 0 to ST-ANTAL
           move "N" to EOF-check-status
           open input Konto-Status-In
           perform until end-of-file-status
               read Konto-Status-In
                   at end move "Y" to EOF-check-status
                   not at end
                       if ST-ANTAL < 50000
                           add 1 to ST-ANTAL
                           move KS-KONTO-ID-IN
                               to ST-KONTO-ID (ST-ANTAL)
                           move KS-STATUS-KODE-IN
                               to ST-STATUS-KODE (ST-ANTAL)
                           move KS-E-FLAG-IN to ST-E-FLAG (ST-ANTAL)
                           if KS-FREKVENS-IN = space
                               move "A" to ST-FREKVENS (ST-ANTAL)
                           else
                               move KS-FREKVENS-IN
                                   to ST-FREKVENS (ST-ANTAL)
                           end-if
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Konto-Status-In
           exit.

     *> --- Validerer een aendring og danner transaktionen ---
      behandl-en-aendring.
           move spaces to AFVIS-BETINGELSE
           move 0 to KU-FUNDET-INDEX
           perform varying KU-INDEX from 1 by 1
               until KU-FUNDET-INDEX > 0 or KU-INDEX > KU-ANTAL
               if KU-REC (KU-INDEX) (1:10) = NB-KUNDE-ID
                   move KU-INDEX to KU-FUNDET-INDEX
                   move KU-REC (KU-INDEX) to Arbejds-Kunde-Rec
               end-if
           end-perform
           if NB-DATO = spaces
               move DAGS-DATO to AENDRING-DATO
               move 1 to DATO-DAG-NR
           else
               move NB-DATO to AENDRING-DATO
               move NB-DATO to DATO-TEKST
               perform dato-til-dag-nr
           end-if
           evaluate TRUE
               when NB-REFERENCE = spaces
                   move "REFERENCE-MANGLER" to AFVIS-BETINGELSE
               when NB-KUNDE-ID = spaces or KU-FUNDET-INDEX = 0
                   move "KUNDE-UKENDT" to AFVIS-BETINGELSE
               when NB-AUTENTIFICERET not = "J"
                   move "IKKE-AUTENTIFICERET" to AFVIS-BETINGELSE
               when DATO-DAG-NR = 0
                   move "DATO-UGYLDIG" to AFVIS-BETINGELSE
               when AENDRING-DATO > DAGS-DATO
                   move "DATO-I-FREMTIDEN" to AFVIS-BETINGELSE
           end-evaluate
           if AFVIS-BETINGELSE = spaces
               evaluate NB-AENDRING
                   when "E"
                   when "T"
                   when "S"
                       perform aendr-kunde
                   when "U"
                   when "F"
                       perform aendr-konto
                   when other
                       move "AENDRING-UKENDT" to AFVIS-BETINGELSE
               end-evaluate
           end-if
           if AFVIS-BETINGELSE not = spaces
               perform registrer-afvisning
           end-if
           exit.

     *> --- E/T/S: feltet rettes i kundeposten, og hele posten ---
     *> --- sendes som C-linje til kundeVedligehold ---
      aendr-kunde.
           evaluate NB-AENDRING
               when "E"
                   perform kontroller-email
                   if SYNTAKS-FEJL
                       move "EMAIL-UGYLDIG" to AFVIS-BETINGELSE
                   else
                       if NB-VAERDI = Email of Arbejds-Kunde-Rec
                           move "INGEN-AENDRING" to AFVIS-BETINGELSE
                       else
                           move NB-VAERDI
                               to Email of Arbejds-Kunde-Rec
                       end-if
                   end-if
               when "T"
                   perform kontroller-telefon
                   if SYNTAKS-FEJL
                       move "TELEFON-UGYLDIG" to AFVIS-BETINGELSE
                   else
                       if NB-VAERDI = Telefon of Arbejds-Kunde-Rec
                           move "INGEN-AENDRING" to AFVIS-BETINGELSE
                       else
                           move NB-VAERDI
                               to Telefon of Arbejds-Kunde-Rec
                       end-if
                   end-if
               when "S"
                   if NB-VAERDI not = "DA" and not = "EN"
                       move "SPROG-UGYLDIG" to AFVIS-BETINGELSE
                   else
                       if NB-VAERDI (1:2)
                           = Sprogkode of Arbejds-Kunde-Rec
                           move "INGEN-AENDRING" to AFVIS-BETINGELSE
                       else
                           move NB-VAERDI (1:2)
                               to Sprogkode of Arbejds-Kunde-Rec
                       end-if
                   end-if
           end-evaluate
           if AFVIS-BETINGELSE not = spaces
               exit paragraph
           end-if
           move Arbejds-Kunde-Rec to KU-REC (KU-FUNDET-INDEX)
           move spaces to Vedligehold-Linje-Ud
           move "C" to VU-AKTION
           move "NETBANK" to VU-BRUGER-ID
           move Arbejds-Kunde-Rec to VU-KUNDE-REC
           write Vedligehold-Linje-Ud
           add 1 to ANTAL-KUNDE-AENDRINGER
           exit.

     *> --- E-mail: hoejst 30 tegn uden mellemrum, eet "@" med ---
     *> --- tekst foran og et "." efter, som ikke er sidste tegn ---
      kontroller-email.
           set SYNTAKS-OK to TRUE
           move 0 to VAERDI-LGD
           move 0 to ANTAL-AT-TEGN
           move 0 to AT-POS
           move 0 to PUNKTUM-POS
           perform varying TEGN-INDEX from 1 by 1
               until TEGN-INDEX > 30
               if NB-VAERDI (TEGN-INDEX:1) not = space
                   move TEGN-INDEX to VAERDI-LGD
               end-if
           end-perform
           if VAERDI-LGD = 0
               set SYNTAKS-FEJL to TRUE
               exit paragraph
           end-if
           perform varying TEGN-INDEX from 1 by 1
               until TEGN-INDEX > VAERDI-LGD
               evaluate NB-VAERDI (TEGN-INDEX:1)
                   when space
                       set SYNTAKS-FEJL to TRUE
                   when "@"
                       add 1 to ANTAL-AT-TEGN
                       move TEGN-INDEX to AT-POS
                   when "."
                       if AT-POS > 0
                           move TEGN-INDEX to PUNKTUM-POS
                       end-if
               end-evaluate
           end-perform
           if ANTAL-AT-TEGN not = 1
               or AT-POS < 2
               or PUNKTUM-POS < AT-POS + 2
               or PUNKTUM-POS = VAERDI-LGD
               set SYNTAKS-FEJL to TRUE
           end-if
           exit.

     *> --- Telefon: cifre og mellemrum, "+" kun som foerste tegn, ---
     *> --- og mindst 8 cifre ---
      kontroller-telefon.
           set SYNTAKS-OK to TRUE
           move 0 to ANTAL-CIFRE
           if NB-VAERDI (16:15) not = spaces
               set SYNTAKS-FEJL to TRUE
               exit paragraph
           end-if
           perform varying TEGN-INDEX from 1 by 1
               until TEGN-INDEX > 15
               evaluate TRUE
                   when NB-VAERDI (TEGN-INDEX:1) is numeric
                       add 1 to ANTAL-CIFRE
                   when NB-VAERDI (TEGN-INDEX:1) = space
                       continue
                   when NB-VAERDI (TEGN-INDEX:1) = "+"
                       and TEGN-INDEX = 1
                       continue
                   when other
                       set SYNTAKS-FEJL to TRUE
               end-evaluate
           end-perform
           if ANTAL-CIFRE < 8
               set SYNTAKS-FEJL to TRUE
           end-if
           exit.

     *> --- U/F: kontoen skal vaere kundens og aaben; haendelsen ---
     *> --- appendes til kontoStatusEvents' haendelsesfil ---
      aendr-konto.
           perform kontroller-ejerskab
           perform find-status
           evaluate TRUE
               when NB-KONTO-ID = spaces
                   move "KONTO-MANGLER" to AFVIS-BETINGELSE
               when KONTO-ER-IKKE-KUNDENS
                   move "KONTO-IKKE-KUNDENS" to AFVIS-BETINGELSE
               when ST-FUNDET-INDEX > 0
                   and ST-STATUS-KODE (ST-FUNDET-INDEX) = "L"
                   move "KONTO-LUKKET" to AFVIS-BETINGELSE
           end-evaluate
           if AFVIS-BETINGELSE not = spaces
               exit paragraph
           end-if
           move space to NY-EVENT
           if NB-AENDRING = "U"
               evaluate TRUE
                   when NB-VAERDI = "J"
                       move "T" to NY-EVENT
                   when NB-VAERDI = "N"
                       move "F" to NY-EVENT
                   when other
                       move "E-UDSKRIFT-UGYLDIG" to AFVIS-BETINGELSE
               end-evaluate
           else
               if NB-VAERDI = "M" or "K" or "A"
                   move NB-VAERDI (1:1) to NY-EVENT
               else
                   move "FREKVENS-UGYLDIG" to AFVIS-BETINGELSE
               end-if
           end-if
           if AFVIS-BETINGELSE not = spaces
               exit paragraph
           end-if
     *> --- Aendrer haendelsen intet, afvises den her i stedet for ---
     *> --- hos kontoStatusEvents, saa netbanken faar besked ---
           if ST-FUNDET-INDEX = 0
               if ST-ANTAL not < 50000
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to ST-ANTAL
               move ST-ANTAL to ST-FUNDET-INDEX
               move NB-KONTO-ID to ST-KONTO-ID (ST-FUNDET-INDEX)
               move "A" to ST-STATUS-KODE (ST-FUNDET-INDEX)
               move "N" to ST-E-FLAG (ST-FUNDET-INDEX)
               move "A" to ST-FREKVENS (ST-FUNDET-INDEX)
           end-if
           evaluate NY-EVENT
               when "T"
                   if ST-E-FLAG (ST-FUNDET-INDEX) = "Y"
                       move "INGEN-AENDRING" to AFVIS-BETINGELSE
                   else
                       move "Y" to ST-E-FLAG (ST-FUNDET-INDEX)
                   end-if
               when "F"
                   if ST-E-FLAG (ST-FUNDET-INDEX) not = "Y"
                       move "INGEN-AENDRING" to AFVIS-BETINGELSE
                   else
                       move "N" to ST-E-FLAG (ST-FUNDET-INDEX)
                   end-if
               when other
                   if ST-FREKVENS (ST-FUNDET-INDEX) = NY-EVENT
                       move "INGEN-AENDRING" to AFVIS-BETINGELSE
                   else
                       move NY-EVENT to ST-FREKVENS (ST-FUNDET-INDEX)
                   end-if
           end-evaluate
           if AFVIS-BETINGELSE not = spaces
               exit paragraph
           end-if
           move spaces to Event-Linje-Ud
           move NB-KONTO-ID to EV-KONTO-ID
           move NY-EVENT to EV-EVENT
           move AENDRING-DATO to EV-DATO
           move "NETBANK" to EV-BRUGER-ID
           write Event-Linje-Ud
           add 1 to ANTAL-KONTO-AENDRINGER
           exit.

     *> --- Ejer efter kontomasteren eller aktiv medejer ---
      kontroller-ejerskab.
           set KONTO-ER-IKKE-KUNDENS to TRUE
           perform varying KE-INDEX from 1 by 1
               until KONTO-ER-KUNDENS or KE-INDEX > KE-ANTAL
               if KE-KONTO-ID (KE-INDEX) = NB-KONTO-ID
                   and KE-KUNDE-ID (KE-INDEX) = NB-KUNDE-ID
                   set KONTO-ER-KUNDENS to TRUE
               end-if
           end-perform
           perform varying ME-INDEX from 1 by 1
               until KONTO-ER-KUNDENS or ME-INDEX > ME-ANTAL
               if ME-KONTO-ID (ME-INDEX) = NB-KONTO-ID
                   and ME-KUNDE-ID (ME-INDEX) = NB-KUNDE-ID
                   set KONTO-ER-KUNDENS to TRUE
               end-if
           end-perform
           exit.

      find-status.
           move 0 to ST-FUNDET-INDEX
           perform varying ST-INDEX from 1 by 1
               until ST-FUNDET-INDEX > 0 or ST-INDEX > ST-ANTAL
               if ST-KONTO-ID (ST-INDEX) = NB-KONTO-ID
                   move ST-INDEX to ST-FUNDET-INDEX
               end-if
           end-perform
           exit.

      registrer-afvisning.
           add 1 to ANTAL-AFVIST
           if SV-ANTAL not < 5000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to SV-ANTAL
           move spaces to SV-LINJE (SV-ANTAL)
           move 1 to pos
           string
               "AFV REFERENCE="       delimited by size
               function TRIM(NB-REFERENCE) delimited by size
               " KUNDE-ID="           delimited by size
               NB-KUNDE-ID            delimited by size
               " AENDRING="           delimited by size
               NB-AENDRING            delimited by size
               " KONTO-ID="           delimited by size
               NB-KONTO-ID            delimited by size
               " BETINGELSE="         delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
                  into SV-LINJE (SV-ANTAL)
                  with pointer pos
           end-string
           exit.

     *> --- Svarfilen til netbanken: HDR, AFV-linjerne og TRL - ---
     *> --- HDR/TRL-moenstret fra udbakkens andre filer ---
      skriv-svarfil.
           move spaces to SVAR-FIL-NAVN
           move 1 to pos
           string
               "text-files/Udbakke/NetbankSvar_" delimited by size
               KOERSEL-TIDSSTEMPEL             delimited by size
               ".txt"                          delimited by size
                  into SVAR-FIL-NAVN
                  with pointer pos
           end-string
           open output Svar-Out
           move spaces to Svar-Linje
           move 1 to pos
           string
               "HDR"                  delimited by size
               SV-ANTAL               delimited by size
               " KOERSEL="            delimited by size
               KOERSEL-TIDSSTEMPEL    delimited by size
               " DATO="               delimited by size
               DAGS-DATO              delimited by size
                  into Svar-Linje
                  with pointer pos
           end-string
           write Svar-Linje
           perform varying SV-INDEX from 1 by 1
               until SV-INDEX > SV-ANTAL
               write Svar-Linje from SV-LINJE (SV-INDEX)
           end-perform
           move spaces to Svar-Linje
           move 1 to pos
           string
               "TRL"                  delimited by size
               SV-ANTAL               delimited by size
               " LAEST="              delimited by size
               ANTAL-LAEST            delimited by size
               " KUNDEAENDRINGER="    delimited by size
               ANTAL-KUNDE-AENDRINGER delimited by size
               " KONTOAENDRINGER="    delimited by size
               ANTAL-KONTO-AENDRINGER delimited by size
                  into Svar-Linje
                  with pointer pos
           end-string
           write Svar-Linje
           close Svar-Out
           exit.

      arkiver-aendringer.
           move spaces to ARKIV-FIL-NAVN
           move 1 to pos
           string
               "text-files/NetbankAendringerBehandlet_"
                                              delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ARKIV-FIL-NAVN
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
           move "netbankAendringer" to KAP-PROGRAM
           move "KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-EJER-TABEL" to KAP-TABEL
           move KE-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "MEDEJER-TABEL" to KAP-TABEL
           move ME-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "STATUS-TABEL" to KAP-TABEL
           move ST-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "SVAR-TABEL" to KAP-TABEL
           move SV-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
