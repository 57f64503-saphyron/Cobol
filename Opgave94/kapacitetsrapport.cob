      identification division.
      program-id. kapacitetsRapport.

     *> --- Kapacitetsrapport for de faste in-memory tabeller: hvert
     *>     batch-trin skriver ved sin normale afslutning tabellernes
     *>     fyldning til den faelles text-files/KapacitetsLog.txt
     *>     (KapacitetsLog.cpy, se skriv-kapacitet i programmerne).
     *>     Trinnet koeres sidst i natten, lige foer morgenWorklist,
     *>     og samler loggen pr. (program, tabel):
     *>       - KapacitetsRapport.txt viser for hver tabel det seneste
     *>         antal, kapaciteten og fyldningen i procent, tendensen
     *>         (fyldningen i procent over de seneste koersler) og,
     *>         hvis tabellen vokser, den dato den forventes at loebe
     *>         fuld - fremskrevet lineaert fra vaeksten pr. dag mellem
     *>         foerste og sidste koersel i tendens-vinduet
     *>       - en tabel, der er fyldt til ADVARSEL-PCT eller mere,
     *>         faar en linje i KapacitetsAdvarsler.txt (noeglen
     *>         TABEL-ID=<program>/<tabel>), som morgenWorklist
     *>         (Opgave42) samler op
     *>     ADVARSEL-PCT (default 80) og antallet af koersler i
     *>     tendensen (default 5, hoejst 12) angives i den valgfri
     *>     KapacitetsParameter.txt (ppp + kk). Loggen skrives tilbage
     *>     med de seneste 12 koersler pr. tabel, saa den ikke vokser
     *>     uden graense.

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/KapacitetsParameter.txt"
               organization is line sequential.
           select optional Kapacitet-In
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential.
           select Rapport-Out
               assign to "text-files/KapacitetsRapport.txt"
               organization is line sequential.
           select Advarsel-Out
               assign to "text-files/KapacitetsAdvarsler.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Parameter-In.
      01 Parameter-Linje.
           02 PARM-ADVARSEL-PCT     pic 9(3).
           02 PARM-TENDENS-KOERSLER pic 9(2).
      fd Kapacitet-In.
      01 Kapacitet-In-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".
      fd Rapport-Out.
      01 Rapport-Linje            pic x(200).
      fd Advarsel-Out.
      01 Advarsel-Linje           pic x(200).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-kapacitet      pic x value "N".
           88 end-of-file-kapacitet value "Y".
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 pos                      pic 9(4) value 1.
     *> --- Parametre ---
      01 ADVARSEL-PCT             pic 9(3) value 80.
      01 TENDENS-KOERSLER         pic 9(2) value 5.
      01 MAX-OBSERVATIONER        pic 9(2) value 12.
     *> --- Tabellerne i loggen, hver med de seneste koersler i ---
     *> --- kronologisk orden ---
      01 Kapacitet-Tabel.
           02 KT-ANTAL             pic 9(4) value 0.
           02 KT-POST OCCURS 2000 TIMES.
              03 KT-PROGRAM        pic x(30).
              03 KT-TABEL          pic x(30).
              03 KT-MAX            pic 9(7).
              03 KT-OBS-ANTAL      pic 9(2).
              03 KT-OBS OCCURS 12 TIMES.
                 04 KT-OBS-TIDSPUNKT pic x(15).
                 04 KT-OBS-POSTER  pic 9(7).
      01 MAX-KAPACITET-TABELLER   pic 9(4) value 2000.
      01 KT-INDEX                 pic 9(4) value 0.
      01 OBS-INDEX                pic 9(2) value 0.
      01 KT-FUND-FLAG             pic x value "N".
           88 KT-FUNDET           value "Y".
           88 KT-IKKE-FUNDET      value "N".
     *> --- Beregning for een tabel ---
      01 Beregning-Felter.
           02 FOERSTE-OBS          pic 9(2) value 0.
           02 SIDSTE-ANTAL         pic 9(7) value 0.
           02 FOERSTE-ANTAL        pic 9(7) value 0.
           02 FYLD-PCT             pic 9(3)v9 value 0.
           02 OBS-PCT              pic 9(3) value 0.
           02 OBS-YMD              pic 9(8) value 0.
           02 OBS-YMD-X redefines OBS-YMD pic x(8).
           02 FOERSTE-DAG-NR       pic 9(8) value 0.
           02 SIDSTE-DAG-NR        pic 9(8) value 0.
           02 DAGE-I-VINDUE        pic 9(8) value 0.
           02 VAEKST-I-VINDUE      pic 9(7) value 0.
           02 DAGE-TIL-FULD        pic 9(9) value 0.
           02 DAGE-REST            pic 9(9) value 0.
           02 FULD-DAG-NR          pic 9(8) value 0.
           02 FULD-YMD             pic 9(8) value 0.
           02 FULD-YMD-X redefines FULD-YMD pic x(8).
           02 FULD-TEKST           pic x(16) value spaces.
           02 TENDENS-TEKST        pic x(48) value spaces.
           02 TENDENS-POS          pic 9(3) value 1.
      01 FYLD-PCT-EDIT            pic zz9.9.
      01 OBS-PCT-EDIT             pic zz9.
      01 ANTAL-EDIT               pic z(6)9.
      01 MAX-EDIT                 pic z(6)9.
      01 PARM-PCT-EDIT            pic zz9.
      01 PARM-KOERSLER-EDIT       pic z9.
     *> --- Optaellinger ---
      01 ANTAL-LOG-LINJER         pic 9(7) value 0.
      01 ANTAL-ADVARSLER          pic 9(5) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: parametre og log indlaeses, rapport og ---
     *> --- advarsler skrives, og loggen skrives tilbage beskaaret ---
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
           perform indlæs-parametre
           perform indlæs-kapacitetslog
           perform skriv-rapport
           perform skriv-log-tilbage
           display "Kapacitetsrapport: " KT-ANTAL " tabel(ler), "
               ANTAL-ADVARSLER " over " ADVARSEL-PCT " pct - se "
               "text-files/KapacitetsRapport.txt"
           if ANTAL-TABEL-FULD > 0
               display "Kapacitetsrapport: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-ADVARSEL-PCT is numeric
                       and PARM-ADVARSEL-PCT > 0
                       and PARM-ADVARSEL-PCT not > 100
                       move PARM-ADVARSEL-PCT to ADVARSEL-PCT
                   end-if
                   if PARM-TENDENS-KOERSLER is numeric
                       and PARM-TENDENS-KOERSLER > 1
                       and PARM-TENDENS-KOERSLER
                           not > MAX-OBSERVATIONER
                       move PARM-TENDENS-KOERSLER to TENDENS-KOERSLER
                   end-if
           end-read
           close Parameter-In
           exit.

     *> --- Loggen laeses i skriveorden; pr. tabel gemmes de seneste ---
     *> --- MAX-OBSERVATIONER koersler, aeldste foerst ---
      indlæs-kapacitetslog.
           move 0 to KT-ANTAL
           move "N" to EOF-check-kapacitet
           open input Kapacitet-In
           perform until end-of-file-kapacitet
               read Kapacitet-In
                   at end move "Y" to EOF-check-kapacitet
                   not at end
                       if KAP-TABEL of Kapacitet-In-Linje not = spaces
                           and KAP-ANTAL of Kapacitet-In-Linje
                               is numeric
                           and KAP-MAX of Kapacitet-In-Linje
                               is numeric
                           add 1 to ANTAL-LOG-LINJER
                           perform gem-observation
                       end-if
               end-read
           end-perform
           close Kapacitet-In
           exit.

      gem-observation.
           set KT-IKKE-FUNDET to TRUE
           perform varying KT-INDEX from 1 by 1
               until KT-FUNDET or KT-INDEX > KT-ANTAL
               if KT-PROGRAM (KT-INDEX)
                       = KAP-PROGRAM of Kapacitet-In-Linje
                   and KT-TABEL (KT-INDEX)
                       = KAP-TABEL of Kapacitet-In-Linje
                   set KT-FUNDET to TRUE
               end-if
           end-perform
           if KT-FUNDET
               subtract 1 from KT-INDEX
           else
               if KT-ANTAL not < MAX-KAPACITET-TABELLER
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to KT-ANTAL
               move KT-ANTAL to KT-INDEX
               move KAP-PROGRAM of Kapacitet-In-Linje
                   to KT-PROGRAM (KT-INDEX)
               move KAP-TABEL of Kapacitet-In-Linje
                   to KT-TABEL (KT-INDEX)
               move 0 to KT-OBS-ANTAL (KT-INDEX)
           end-if
           move KAP-MAX of Kapacitet-In-Linje to KT-MAX (KT-INDEX)
     *> --- Vinduet er fuldt: den aeldste koersel skubbes ud ---
           if KT-OBS-ANTAL (KT-INDEX) not < MAX-OBSERVATIONER
               perform varying OBS-INDEX from 1 by 1
                   until OBS-INDEX >= MAX-OBSERVATIONER
                   move KT-OBS (KT-INDEX, OBS-INDEX + 1)
                       to KT-OBS (KT-INDEX, OBS-INDEX)
               end-perform
           else
               add 1 to KT-OBS-ANTAL (KT-INDEX)
           end-if
           move KT-OBS-ANTAL (KT-INDEX) to OBS-INDEX
           move KAP-TIDSPUNKT of Kapacitet-In-Linje
               to KT-OBS-TIDSPUNKT (KT-INDEX, OBS-INDEX)
           move KAP-ANTAL of Kapacitet-In-Linje
               to KT-OBS-POSTER (KT-INDEX, OBS-INDEX)
           exit.

      skriv-rapport.
           open output Rapport-Out
           open output Advarsel-Out
           move spaces to Rapport-Linje
           string
               "KAPACITETSRAPPORT "  delimited by size
               DAGS-DATO             delimited by size
                  into Rapport-Linje
           end-string
           write Rapport-Linje
           move ADVARSEL-PCT to PARM-PCT-EDIT
           move TENDENS-KOERSLER to PARM-KOERSLER-EDIT
           move spaces to Rapport-Linje
           string
               "Advarsel ved "              delimited by size
               PARM-PCT-EDIT                delimited by size
               " pct fyldning - tendens over de seneste "
                                            delimited by size
               PARM-KOERSLER-EDIT           delimited by size
               " koersler (pct)"            delimited by size
                  into Rapport-Linje
           end-string
           write Rapport-Linje
           move spaces to Rapport-Linje
           write Rapport-Linje
           move spaces to Rapport-Linje
           move "PROGRAM"   to Rapport-Linje (1:26)
           move "TABEL"     to Rapport-Linje (28:30)
           move "  ANTAL"   to Rapport-Linje (59:7)
           move "    MAX"   to Rapport-Linje (67:7)
           move " PCT"      to Rapport-Linje (75:5)
           move "TENDENS"   to Rapport-Linje (82:48)
           move "FULD"      to Rapport-Linje (131:16)
           write Rapport-Linje
           perform varying KT-INDEX from 1 by 1
               until KT-INDEX > KT-ANTAL
               perform beregn-tabel
               perform skriv-tabel-linje
           end-perform
           close Rapport-Out
           close Advarsel-Out
           exit.

     *> --- Fyldning, tendens og fremskrevet fuld-dato for tabellen ---
     *> --- i KT-INDEX ---
      beregn-tabel.
           move KT-OBS-POSTER (KT-INDEX, KT-OBS-ANTAL (KT-INDEX))
               to SIDSTE-ANTAL
           move 0 to FYLD-PCT
           if KT-MAX (KT-INDEX) > 0
               compute FYLD-PCT =
                   SIDSTE-ANTAL * 100 / KT-MAX (KT-INDEX)
           end-if
           if KT-OBS-ANTAL (KT-INDEX) > TENDENS-KOERSLER
               compute FOERSTE-OBS =
                   KT-OBS-ANTAL (KT-INDEX) - TENDENS-KOERSLER + 1
           else
               move 1 to FOERSTE-OBS
           end-if
     *> --- Tendensen: fyldningen i hele procent pr. koersel ---
           move spaces to TENDENS-TEKST
           move 1 to TENDENS-POS
           perform varying OBS-INDEX from FOERSTE-OBS by 1
               until OBS-INDEX > KT-OBS-ANTAL (KT-INDEX)
               move 0 to OBS-PCT
               if KT-MAX (KT-INDEX) > 0
                   compute OBS-PCT =
                       KT-OBS-POSTER (KT-INDEX, OBS-INDEX) * 100
                       / KT-MAX (KT-INDEX)
               end-if
               move OBS-PCT to OBS-PCT-EDIT
               string
                   OBS-PCT-EDIT  delimited by size
                   " "           delimited by size
                      into TENDENS-TEKST
                      with pointer TENDENS-POS
               end-string
           end-perform
     *> --- Fremskrivning: vaeksten fra foerste til sidste koersel ---
     *> --- i vinduet, fordelt paa dagene imellem ---
           move KT-OBS-POSTER (KT-INDEX, FOERSTE-OBS) to FOERSTE-ANTAL
           move KT-OBS-TIDSPUNKT (KT-INDEX, FOERSTE-OBS) (1:8)
               to OBS-YMD-X
           move 0 to FOERSTE-DAG-NR
           if OBS-YMD-X is numeric
               and function TEST-DATE-YYYYMMDD(OBS-YMD) = 0
               compute FOERSTE-DAG-NR =
                   function INTEGER-OF-DATE(OBS-YMD)
           end-if
           move KT-OBS-TIDSPUNKT (KT-INDEX, KT-OBS-ANTAL (KT-INDEX))
               (1:8) to OBS-YMD-X
           move 0 to SIDSTE-DAG-NR
           if OBS-YMD-X is numeric
               and function TEST-DATE-YYYYMMDD(OBS-YMD) = 0
               compute SIDSTE-DAG-NR =
                   function INTEGER-OF-DATE(OBS-YMD)
           end-if
           move spaces to FULD-TEKST
           if SIDSTE-ANTAL >= KT-MAX (KT-INDEX)
               move "FULD NU" to FULD-TEKST
               exit paragraph
           end-if
           if FOERSTE-DAG-NR = 0 or SIDSTE-DAG-NR = 0
               or SIDSTE-DAG-NR not > FOERSTE-DAG-NR
               move "FOR FAA DATA" to FULD-TEKST
               exit paragraph
           end-if
           if SIDSTE-ANTAL not > FOERSTE-ANTAL
               move "INGEN VAEKST" to FULD-TEKST
               exit paragraph
           end-if
           compute DAGE-I-VINDUE = SIDSTE-DAG-NR - FOERSTE-DAG-NR
           compute VAEKST-I-VINDUE = SIDSTE-ANTAL - FOERSTE-ANTAL
     *> --- Dage til fuld rundes op: samme dag taeller ikke som ---
     *> --- plads nok ---
           compute DAGE-TIL-FULD =
               (KT-MAX (KT-INDEX) - SIDSTE-ANTAL) * DAGE-I-VINDUE
           divide VAEKST-I-VINDUE into DAGE-TIL-FULD
               giving DAGE-TIL-FULD remainder DAGE-REST
           if DAGE-REST > 0
               add 1 to DAGE-TIL-FULD
           end-if
           if DAGE-TIL-FULD > 36500
               move "OVER 100 AAR" to FULD-TEKST
               exit paragraph
           end-if
           compute FULD-DAG-NR = SIDSTE-DAG-NR + DAGE-TIL-FULD
           compute FULD-YMD = function DATE-OF-INTEGER(FULD-DAG-NR)
           string
               FULD-YMD-X (1:4)  delimited by size
               "-"               delimited by size
               FULD-YMD-X (5:2)  delimited by size
               "-"               delimited by size
               FULD-YMD-X (7:2)  delimited by size
                  into FULD-TEKST
           end-string
           exit.

      skriv-tabel-linje.
           move FYLD-PCT to FYLD-PCT-EDIT
           move SIDSTE-ANTAL to ANTAL-EDIT
           move KT-MAX (KT-INDEX) to MAX-EDIT
           move spaces to Rapport-Linje
           move KT-PROGRAM (KT-INDEX) to Rapport-Linje (1:26)
           move KT-TABEL (KT-INDEX)   to Rapport-Linje (28:30)
           move ANTAL-EDIT            to Rapport-Linje (59:7)
           move MAX-EDIT              to Rapport-Linje (67:7)
           move FYLD-PCT-EDIT         to Rapport-Linje (75:5)
           move TENDENS-TEKST         to Rapport-Linje (82:48)
           move FULD-TEKST            to Rapport-Linje (131:16)
           if FYLD-PCT >= ADVARSEL-PCT
               move "*"               to Rapport-Linje (80:1)
           end-if
           write Rapport-Linje
           if FYLD-PCT < ADVARSEL-PCT
               exit paragraph
           end-if
           add 1 to ANTAL-ADVARSLER
           move spaces to Advarsel-Linje
           move 1 to pos
           string
               "TABEL-ID="                        delimited by size
               function TRIM(KT-PROGRAM (KT-INDEX))
                                                  delimited by size
               "/"                                delimited by size
               function TRIM(KT-TABEL (KT-INDEX)) delimited by size
               " FYLD-PCT="                       delimited by size
               function TRIM(FYLD-PCT-EDIT)       delimited by size
               " ANTAL="                          delimited by size
               SIDSTE-ANTAL                       delimited by size
               " MAX="                            delimited by size
               KT-MAX (KT-INDEX)                  delimited by size
               " FULD="                           delimited by size
               function TRIM(FULD-TEKST)          delimited by size
                  into Advarsel-Linje
                  with pointer pos
           end-string
           write Advarsel-Linje
           exit.

     *> --- Loggen skrives tilbage med de gemte koersler pr. tabel, ---
     *> --- saa den holder sig til MAX-OBSERVATIONER pr. tabel ---
      skriv-log-tilbage.
           if ANTAL-LOG-LINJER = 0
               exit paragraph
           end-if
           open output Kapacitet-Out
           perform varying KT-INDEX from 1 by 1
               until KT-INDEX > KT-ANTAL
               perform varying OBS-INDEX from 1 by 1
                   until OBS-INDEX > KT-OBS-ANTAL (KT-INDEX)
                   move spaces to Kapacitet-Linje
                   move KT-OBS-TIDSPUNKT (KT-INDEX, OBS-INDEX)
                       to KAP-TIDSPUNKT of Kapacitet-Linje
                   move KT-PROGRAM (KT-INDEX)
                       to KAP-PROGRAM of Kapacitet-Linje
                   move KT-TABEL (KT-INDEX)
                       to KAP-TABEL of Kapacitet-Linje
                   move KT-OBS-POSTER (KT-INDEX, OBS-INDEX)
                       to KAP-ANTAL of Kapacitet-Linje
                   move KT-MAX (KT-INDEX)
                       to KAP-MAX of Kapacitet-Linje
                   write Kapacitet-Linje
               end-perform
           end-perform
           close Kapacitet-Out
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
               delimited by size into KAP-TIDSPUNKT of Kapacitet-Linje
           end-string
           move "kapacitetsRapport" to KAP-PROGRAM of Kapacitet-Linje
           move "KAPACITET-TABEL" to KAP-TABEL of Kapacitet-Linje
           move KT-ANTAL to KAP-ANTAL of Kapacitet-Linje
           move MAX-KAPACITET-TABELLER to KAP-MAX of Kapacitet-Linje
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
