      identification division.
      program-id. ltvOvervaagning.

     *> --- Maanedlig belaaningsovervaagning (loan-to-value): et laan
     *>     i LaanMaster.txt vidste hidtil ikke, hvad der sikrede det.
     *>     Sikkerhederne (pantebreve i fast ejendom, bilpant og
     *>     pantsatte indlaan) staar i sikkerhedsregistret
     *>     Sikkerheder.txt (Sikkerhed.cpy) og kautionerne i
     *>     kautionsregistret Kautioner.txt (Kaution.cpy) - begge
     *>     knyttet til Laan-Id. Trinnet koeres hver nat, men opgoer
     *>     kun pr. maanedens sidste dag - blev den nat sprunget over,
     *>     indhentes maaneden ved naeste koersel:
     *>       - sikkerhedsvaerdien pr. laan er summen af vurderingerne;
     *>         et pantsat indlaan er hoejst vaerd, hvad der staar paa
     *>         kontoen (DisponibelSaldo.txt)
     *>       - belaaningsvaerdien er vurdering x typens
     *>         belaaningsgrad (SikkerhedTyper.cpy) - laanet er over
     *>         LTV-graensen, naar restgaelden overstiger den
     *>       - LTV = restgaeld / sikkerhedsvaerdi; kautionerne (til
     *>         og med loftet) vises sammen med den udaekkede rest
     *>       - en vurdering, der er aeldre end typens
     *>         revurderingsinterval, er foraeldet
     *>     Uddata: LtvOversigt.txt med een linje pr. laan med
     *>     restgaeld (laan uden sikkerhed markeres USIKRET) og
     *>     LtvUndtagelser.txt i BETINGELSE=-formatet med laanene over
     *>     graensen, de foraeldede vurderinger og sikkerheder/
     *>     kautioner for et ukendt laan.

      environment division.
      input-output section.
      file-control.
           select optional Oversigt-In
               assign to "text-files/LtvOversigt.txt"
               organization is line sequential.
           select Oversigt-Out
               assign to "text-files/LtvOversigt.txt"
               organization is line sequential.
           select Undtagelse-Out
               assign to "text-files/LtvUndtagelser.txt"
               organization is line sequential.
           select optional Laan-Master-In
               assign to "text-files/LaanMaster.txt"
               organization is line sequential.
           select optional Sikkerhed-In
               assign to "text-files/Sikkerheder.txt"
               organization is line sequential.
           select optional Kaution-In
               assign to "text-files/Kautioner.txt"
               organization is line sequential.
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Oversigt-In.
      01 Oversigt-Hoved-In.
           02 OH-TEKST-IN           pic x(25).
           02 OH-PERIODE-IN         pic x(7).
      fd Oversigt-Out.
      01 Oversigt-Linje             pic x(250) value spaces.
      fd Undtagelse-Out.
      01 Undtagelse-Linje           pic x(200) value spaces.
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
      fd Sikkerhed-In.
      01 Sikkerhed-Linje.
           copy "Opgave10/Copybooks/Sikkerhed.cpy".
      fd Kaution-In.
      01 Kaution-Linje.
           copy "Opgave10/Copybooks/Kaution.cpy".
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN        pic x(14).
           02 DP-BOGFOERT-IN        pic x(17).
           02 DP-DAGENS-IN          pic x(17).
           02 DP-RAMME-IN           pic x(17).
           02 DP-RESERVERET-IN      pic x(17).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-oversigt       pic x value "N".
           88 end-of-file-oversigt value "Y".
      01 EOF-check-laan           pic x value "N".
           88 end-of-file-laan    value "Y".
      01 EOF-check-sikkerhed      pic x value "N".
           88 end-of-file-sikkerhed value "Y".
      01 EOF-check-kaution        pic x value "N".
           88 end-of-file-kaution value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 pos                      pic 9(4) value 1.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
     *> --- Dato-regning: yyyy-mm-dd <-> dagnummer ---
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD-X           pic x(8)  value spaces.
           02 DATO-YMD             pic 9(8)  value 0.
           02 DATO-DAG-NR          pic 9(8)  value 0.
     *> --- Den maaned, der opgoeres, og dens sidste dag ---
      01 OPGOERELSES-PERIODE      pic x(7) value spaces.
      01 OPGOERELSES-DATO         pic x(10) value spaces.
      01 SIDST-PERIODE            pic x(7) value spaces.
      01 KOERSEL-FLAG             pic x value "N".
           88 MAANED-SKAL-OPGOERES value "J".
     *> --- Revurderings-skaeringsdato: opgoerelsesdatoen minus ---
     *> --- typens revurderingsinterval ---
      01 Skaering-Felter.
           02 SKAERINGS-DATO       pic x(10) value spaces.
           02 SKAERING-MAANEDER    pic 9(6) value 0.
           02 SKAERING-AAR         pic 9(4) value 0.
           02 SKAERING-MD          pic 9(2) value 0.
      01 Sikkerhed-Typer.
           copy "Opgave10/Copybooks/SikkerhedTyper.cpy".
     *> --- Laanene med deres sikkerheder og kautioner ---
      01 Laan-Tabel.
           02 LN-ANTAL             pic 9(5) value 0.
           02 LN-POST OCCURS 20000 TIMES.
              03 LN-LAAN-ID        pic x(8).
              03 LN-KONTO-ID       pic x(14).
              03 LN-KUNDE-ID       pic x(10).
              03 LN-RESTGAELD-DKK  pic 9(13)v99.
              03 LN-SIKKERHED-DKK  pic 9(13)v99.
              03 LN-BELAANING-DKK  pic 9(13)v99.
              03 LN-KAUTION-DKK    pic 9(13)v99.
              03 LN-ANTAL-SIKKERHEDER pic 9(3).
      01 MAX-LAAN                 pic 9(5) value 20000.
      01 LN-INDEX                 pic 9(5) value 0.
      01 LN-FUND-FLAG             pic x value "N".
           88 LN-FUNDET           value "J".
           88 LN-IKKE-FUNDET      value "N".
      01 LN-OPSLAG-LAAN-ID        pic x(8) value spaces.
     *> --- Kontiene med positiv saldo - vaerdien af et pantsat ---
     *> --- indlaan ---
      01 Indlaan-Tabel.
           02 IN-ANTAL             pic 9(5) value 0.
           02 IN-POST OCCURS 50000 TIMES.
              03 IN-KONTO-ID       pic x(14).
              03 IN-SALDO-DKK      pic 9(13)v99.
      01 IN-INDEX                 pic 9(5) value 0.
      01 AKTUEL-SALDO-DKK         pic s9(13)v99 COMP-3 value 0.
      01 SIKKERHED-VAERDI-DKK     pic 9(13)v99 value 0.
      01 UDAEKKET-DKK             pic s9(13)v99 COMP-3 value 0.
      01 OVERSKRIDELSE-DKK        pic 9(13)v99 value 0.
      01 LTV-PCT                  pic 9(5)v99 value 0.
      01 LAAN-STATUS              pic x(12) value spaces.
      01 BETINGELSE               pic x(24) value spaces.
      01 BELOB-E                  pic -(12)9.99.
      01 BELOB-2-E                pic -(12)9.99.
      01 BELOB-3-E                pic -(12)9.99.
      01 BELOB-4-E                pic -(12)9.99.
      01 BELOB-5-E                pic -(12)9.99.
      01 PCT-E                    pic zzzz9.99.
      01 MDR-E                    pic zz9.
      01 TOTAL-RESTGAELD-DKK      pic 9(15)v99 value 0.
      01 TOTAL-SIKKERHED-DKK      pic 9(15)v99 value 0.
      01 TOTAL-BELAANING-DKK      pic 9(15)v99 value 0.
      01 ANTAL-OVER-GRAENSE       pic 9(7) value 0.
      01 ANTAL-USIKRET            pic 9(7) value 0.
      01 ANTAL-FORAELDET          pic 9(7) value 0.
      01 ANTAL-UKENDT             pic 9(7) value 0.
      01 ANTAL-SIKKERHEDER        pic 9(7) value 0.
      01 ANTAL-KAUTIONER          pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: maaneden fastlaegges, laan, indlaan, ---
     *> --- sikkerheder og kautioner indlaeses, og oversigt og ---
     *> --- undtagelser skrives ---
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
           perform find-opgoerelses-maaned
           perform indlæs-sidste-periode
           if not MAANED-SKAL-OPGOERES
               display "LTV-overvaagning: maaneden "
                   OPGOERELSES-PERIODE " er opgjort - intet at goere"
               stop run
           end-if
           open output Undtagelse-Out
           perform indlæs-laan
           perform indlæs-indlaan
           perform indlæs-sikkerheder
           perform indlæs-kautioner
           perform skriv-oversigt
           close Undtagelse-Out
           display "LTV-overvaagning " OPGOERELSES-PERIODE ": "
               LN-ANTAL " laan, " ANTAL-SIKKERHEDER " sikkerhed(er), "
               ANTAL-KAUTIONER " kaution(er) - " ANTAL-OVER-GRAENSE
               " over LTV-graensen, " ANTAL-USIKRET " usikret, "
               ANTAL-FORAELDET " foraeldet vurdering(er), "
               ANTAL-UKENDT " ukendt(e) sikkerhed(er)/kaution(er)"
           if ANTAL-TABEL-FULD > 0
               display "LTV-overvaagning: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- DATO-TEKST (yyyy-mm-dd) -> DATO-DAG-NR ---
      dato-til-dag-nr.
           move spaces to DATO-YMD-X
           string
               DATO-TEKST (1:4)  delimited by size
               DATO-TEKST (6:2)  delimited by size
               DATO-TEKST (9:2)  delimited by size
                  into DATO-YMD-X
           end-string
           move DATO-YMD-X to DATO-YMD
           compute DATO-DAG-NR = function INTEGER-OF-DATE(DATO-YMD)
           exit.

     *> --- DATO-DAG-NR -> DATO-TEKST (yyyy-mm-dd) ---
      dag-nr-til-dato.
           compute DATO-YMD = function DATE-OF-INTEGER(DATO-DAG-NR)
           move DATO-YMD to DATO-YMD-X
           move spaces to DATO-TEKST
           string
               DATO-YMD-X (1:4)  delimited by size
               "-"               delimited by size
               DATO-YMD-X (5:2)  delimited by size
               "-"               delimited by size
               DATO-YMD-X (7:2)  delimited by size
                  into DATO-TEKST
           end-string
           exit.

     *> --- Paa maanedens sidste dag opgoeres maaneden selv, ellers ---
     *> --- forrige maaned pr. dens sidste dag ---
      find-opgoerelses-maaned.
           move DAGS-DATO to DATO-TEKST
           perform dato-til-dag-nr
           add 1 to DATO-DAG-NR
           perform dag-nr-til-dato
           if DATO-TEKST (9:2) = "01"
               move DAGS-DATO to OPGOERELSES-DATO
           else
               move DAGS-DATO to DATO-TEKST
               move "01" to DATO-TEKST (9:2)
               perform dato-til-dag-nr
               subtract 1 from DATO-DAG-NR
               perform dag-nr-til-dato
               move DATO-TEKST to OPGOERELSES-DATO
           end-if
           move OPGOERELSES-DATO (1:7) to OPGOERELSES-PERIODE
           exit.

     *> --- Maanedens sidste dag opgoeres altid (ogsaa en ---
     *> --- gentagelse), senere kun hvis maaneden mangler ---
      indlæs-sidste-periode.
           move "N" to KOERSEL-FLAG
           move "N" to EOF-check-oversigt
           open input Oversigt-In
           read Oversigt-In
               at end move "Y" to EOF-check-oversigt
           end-read
           if not end-of-file-oversigt
               and OH-TEKST-IN = "LTV-OVERVAAGNING PERIODE="
               move OH-PERIODE-IN to SIDST-PERIODE
           end-if
           close Oversigt-In
           if DAGS-DATO = OPGOERELSES-DATO
               or SIDST-PERIODE < OPGOERELSES-PERIODE
               set MAANED-SKAL-OPGOERES to TRUE
           end-if
           exit.

     *> --- Laanene med restgaeld ---
      indlæs-laan.
           move 0 to LN-ANTAL
           move "N" to EOF-check-laan
           open input Laan-Master-In
           perform until end-of-file-laan
               read Laan-Master-In
                   at end move "Y" to EOF-check-laan
                   not at end
                       if LM-LAAN-ID-IN not = spaces
                           and LM-RESTGAELD-IN is numeric
                           and LM-RESTGAELD-IN > 0
                           perform gem-laan
                       end-if
               end-read
           end-perform
           close Laan-Master-In
           exit.

      gem-laan.
           if LN-ANTAL not < MAX-LAAN
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to LN-ANTAL
           move LM-LAAN-ID-IN to LN-LAAN-ID (LN-ANTAL)
           move LM-KONTO-ID-IN to LN-KONTO-ID (LN-ANTAL)
           move LM-KUNDE-ID-IN to LN-KUNDE-ID (LN-ANTAL)
           move LM-RESTGAELD-IN to LN-RESTGAELD-DKK (LN-ANTAL)
           move 0 to LN-SIKKERHED-DKK (LN-ANTAL)
           move 0 to LN-BELAANING-DKK (LN-ANTAL)
           move 0 to LN-KAUTION-DKK (LN-ANTAL)
           move 0 to LN-ANTAL-SIKKERHEDER (LN-ANTAL)
           exit.

      find-laan.
           set LN-IKKE-FUNDET to TRUE
           perform varying LN-INDEX from 1 by 1
               until LN-FUNDET or LN-INDEX > LN-ANTAL
               if LN-LAAN-ID (LN-INDEX) = LN-OPSLAG-LAAN-ID
                   set LN-FUNDET to TRUE
               end-if
           end-perform
           if LN-FUNDET
               subtract 1 from LN-INDEX
           end-if
           exit.

     *> --- Kontiene med positiv saldo (bogfoert + dagens) ---
      indlæs-indlaan.
           move 0 to IN-ANTAL
           move "N" to EOF-check-disponibel
           open input Disponibel-Saldo-In
           perform until end-of-file-disponibel
               read Disponibel-Saldo-In
                   at end move "Y" to EOF-check-disponibel
                   not at end
                       if DP-KONTO-ID-IN not = spaces
                           compute AKTUEL-SALDO-DKK =
                               function NUMVAL(DP-BOGFOERT-IN)
                               + function NUMVAL(DP-DAGENS-IN)
                           if AKTUEL-SALDO-DKK > 0
                               and IN-ANTAL < 50000
                               add 1 to IN-ANTAL
                               move DP-KONTO-ID-IN
                                   to IN-KONTO-ID (IN-ANTAL)
                               move AKTUEL-SALDO-DKK
                                   to IN-SALDO-DKK (IN-ANTAL)
                           end-if
                       end-if
               end-read
           end-perform
           close Disponibel-Saldo-In
           exit.

      indlæs-sikkerheder.
           move "N" to EOF-check-sikkerhed
           open input Sikkerhed-In
           perform until end-of-file-sikkerhed
               read Sikkerhed-In
                   at end move "Y" to EOF-check-sikkerhed
                   not at end
                       if Sikkerhed-Linje not = spaces
                           perform behandl-en-sikkerhed
                       end-if
               end-read
           end-perform
           close Sikkerhed-In
           exit.

     *> --- Sikkerheden laegges til sit laan med vaerdi og ---
     *> --- belaaningsvaerdi; vurderingens alder kontrolleres ---
      behandl-en-sikkerhed.
           add 1 to ANTAL-SIKKERHEDER
           perform varying ST-INDEX from 1 by 1
               until ST-INDEX > ANTAL-SIKKERHED-TYPER
                   or ST-TYPE (ST-INDEX) = SH-TYPE
               continue
           end-perform
           if ST-INDEX > ANTAL-SIKKERHED-TYPER
               or SH-VAERDI is not numeric
               move "SIKKERHED-UKENDT-TYPE" to BETINGELSE
               perform skriv-ukendt-sikkerhed
               exit paragraph
           end-if
           move SH-LAAN-ID to LN-OPSLAG-LAAN-ID
           perform find-laan
           if LN-IKKE-FUNDET
               move "SIKKERHED-UDEN-LAAN" to BETINGELSE
               perform skriv-ukendt-sikkerhed
               exit paragraph
           end-if
           move SH-VAERDI to SIKKERHED-VAERDI-DKK
           if SH-TYPE = "D"
               move 0 to SIKKERHED-VAERDI-DKK
               perform varying IN-INDEX from 1 by 1
                   until IN-INDEX > IN-ANTAL
                   if IN-KONTO-ID (IN-INDEX) = SH-KONTO-ID
                       move IN-SALDO-DKK (IN-INDEX)
                           to SIKKERHED-VAERDI-DKK
                   end-if
               end-perform
               if SIKKERHED-VAERDI-DKK > SH-VAERDI
                   move SH-VAERDI to SIKKERHED-VAERDI-DKK
               end-if
           end-if
           add SIKKERHED-VAERDI-DKK to LN-SIKKERHED-DKK (LN-INDEX)
           compute LN-BELAANING-DKK (LN-INDEX) rounded =
               LN-BELAANING-DKK (LN-INDEX)
               + SIKKERHED-VAERDI-DKK * ST-BELAANING-PCT (ST-INDEX)
                   / 100
           add 1 to LN-ANTAL-SIKKERHEDER (LN-INDEX)
           if ST-REVURDERING-MDR (ST-INDEX) > 0
               perform kontroller-vurdering
           end-if
           exit.

     *> --- Vurderingen er foraeldet, naar den er aeldre end ---
     *> --- opgoerelsesdatoen minus revurderingsintervallet ---
      kontroller-vurdering.
           compute SKAERING-MAANEDER =
               function NUMVAL(OPGOERELSES-DATO (1:4)) * 12
               + function NUMVAL(OPGOERELSES-DATO (6:2)) - 1
               - ST-REVURDERING-MDR (ST-INDEX)
           divide SKAERING-MAANEDER by 12 giving SKAERING-AAR
               remainder SKAERING-MD
           add 1 to SKAERING-MD
           move OPGOERELSES-DATO to SKAERINGS-DATO
           move SKAERING-AAR to SKAERINGS-DATO (1:4)
           move SKAERING-MD to SKAERINGS-DATO (6:2)
           if SH-VURDERINGS-DATO not < SKAERINGS-DATO
               exit paragraph
           end-if
           add 1 to ANTAL-FORAELDET
           move SH-VAERDI to BELOB-E
           move ST-REVURDERING-MDR (ST-INDEX) to MDR-E
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE=VURDERING-FORAELDET" delimited by size
               " SIKKERHED-ID="           delimited by size
               function TRIM(SH-SIKKERHED-ID) delimited by size
               " LAAN-ID="                delimited by size
               function TRIM(SH-LAAN-ID)  delimited by size
               " TYPE="                   delimited by size
               SH-TYPE                    delimited by size
               " VURDERING="              delimited by size
               function TRIM(BELOB-E)     delimited by size
               " VURDERINGS-DATO="        delimited by size
               SH-VURDERINGS-DATO         delimited by size
               " REVURDERING-MDR="        delimited by size
               function TRIM(MDR-E)       delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           exit.

     *> --- BETINGELSE er sat af behandl-en-sikkerhed ---
      skriv-ukendt-sikkerhed.
           add 1 to ANTAL-UKENDT
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE="              delimited by size
               function TRIM(BETINGELSE)  delimited by size
               " SIKKERHED-ID="           delimited by size
               function TRIM(SH-SIKKERHED-ID) delimited by size
               " LAAN-ID="                delimited by size
               function TRIM(SH-LAAN-ID)  delimited by size
               " TYPE="                   delimited by size
               SH-TYPE                    delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           exit.

      indlæs-kautioner.
           move "N" to EOF-check-kaution
           open input Kaution-In
           perform until end-of-file-kaution
               read Kaution-In
                   at end move "Y" to EOF-check-kaution
                   not at end
                       if Kaution-Linje not = spaces
                           perform behandl-en-kaution
                       end-if
               end-read
           end-perform
           close Kaution-In
           exit.

      behandl-en-kaution.
           add 1 to ANTAL-KAUTIONER
           move KA-LAAN-ID to LN-OPSLAG-LAAN-ID
           perform find-laan
           if LN-FUNDET and KA-LOFT is numeric
               add KA-LOFT to LN-KAUTION-DKK (LN-INDEX)
               exit paragraph
           end-if
           add 1 to ANTAL-UKENDT
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE=KAUTION-UDEN-LAAN" delimited by size
               " LAAN-ID="                delimited by size
               function TRIM(KA-LAAN-ID)  delimited by size
               " KAUTIONIST-KUNDE-ID="    delimited by size
               function TRIM(KA-KUNDE-ID) delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           exit.

     *> --- Oversigten: hovedlinje (laeses af naeste koersel), een ---
     *> --- linje pr. laan og totaler ---
      skriv-oversigt.
           open output Oversigt-Out
           move spaces to Oversigt-Linje
           move 1 to pos
           string
               "LTV-OVERVAAGNING PERIODE=" delimited by size
               OPGOERELSES-PERIODE        delimited by size
               " OPGJORT="                delimited by size
               OPGOERELSES-DATO           delimited by size
               " KOERT="                  delimited by size
               DAGS-DATO                  delimited by size
                  into Oversigt-Linje
                  with pointer pos
           end-string
           write Oversigt-Linje
           perform varying LN-INDEX from 1 by 1
               until LN-INDEX > LN-ANTAL
               perform skriv-et-laan
           end-perform
           move TOTAL-RESTGAELD-DKK to BELOB-E
           move TOTAL-SIKKERHED-DKK to BELOB-2-E
           move TOTAL-BELAANING-DKK to BELOB-3-E
           move spaces to Oversigt-Linje
           move 1 to pos
           string
               "I ALT LAAN="              delimited by size
               LN-ANTAL                   delimited by size
               " RESTGAELD="              delimited by size
               function TRIM(BELOB-E)     delimited by size
               " SIKKERHEDSVAERDI="       delimited by size
               function TRIM(BELOB-2-E)   delimited by size
               " BELAANINGSVAERDI="       delimited by size
               function TRIM(BELOB-3-E)   delimited by size
               " OVER-GRAENSE="           delimited by size
               ANTAL-OVER-GRAENSE         delimited by size
               " USIKRET="                delimited by size
               ANTAL-USIKRET              delimited by size
                  into Oversigt-Linje
                  with pointer pos
           end-string
           write Oversigt-Linje
           close Oversigt-Out
           exit.

      skriv-et-laan.
           add LN-RESTGAELD-DKK (LN-INDEX) to TOTAL-RESTGAELD-DKK
           add LN-SIKKERHED-DKK (LN-INDEX) to TOTAL-SIKKERHED-DKK
           add LN-BELAANING-DKK (LN-INDEX) to TOTAL-BELAANING-DKK
           move 0 to LTV-PCT
           move 0 to OVERSKRIDELSE-DKK
           evaluate true
               when LN-ANTAL-SIKKERHEDER (LN-INDEX) = 0
                   move "USIKRET" to LAAN-STATUS
                   add 1 to ANTAL-USIKRET
               when LN-RESTGAELD-DKK (LN-INDEX)
                       > LN-BELAANING-DKK (LN-INDEX)
                   move "OVER-GRAENSE" to LAAN-STATUS
                   add 1 to ANTAL-OVER-GRAENSE
                   compute OVERSKRIDELSE-DKK =
                       LN-RESTGAELD-DKK (LN-INDEX)
                       - LN-BELAANING-DKK (LN-INDEX)
               when other
                   move "OK" to LAAN-STATUS
           end-evaluate
           if LN-SIKKERHED-DKK (LN-INDEX) > 0
               compute LTV-PCT rounded =
                   LN-RESTGAELD-DKK (LN-INDEX) * 100
                   / LN-SIKKERHED-DKK (LN-INDEX)
                   on size error move 99999.99 to LTV-PCT
               end-compute
           end-if
           compute UDAEKKET-DKK =
               LN-RESTGAELD-DKK (LN-INDEX) - LN-BELAANING-DKK (LN-INDEX)
               - LN-KAUTION-DKK (LN-INDEX)
           if UDAEKKET-DKK < 0
               move 0 to UDAEKKET-DKK
           end-if
           move LN-RESTGAELD-DKK (LN-INDEX) to BELOB-E
           move LN-SIKKERHED-DKK (LN-INDEX) to BELOB-2-E
           move LN-BELAANING-DKK (LN-INDEX) to BELOB-3-E
           move LN-KAUTION-DKK (LN-INDEX) to BELOB-4-E
           move UDAEKKET-DKK to BELOB-5-E
           move LTV-PCT to PCT-E
           move spaces to Oversigt-Linje
           move 1 to pos
           string
               "LAAN-ID="                 delimited by size
               LN-LAAN-ID (LN-INDEX)      delimited by size
               " KONTO-ID="               delimited by size
               LN-KONTO-ID (LN-INDEX)     delimited by size
               " KUNDE-ID="               delimited by size
               LN-KUNDE-ID (LN-INDEX)     delimited by size
               " RESTGAELD="              delimited by size
               function TRIM(BELOB-E)     delimited by size
               " SIKKERHEDSVAERDI="       delimited by size
               function TRIM(BELOB-2-E)   delimited by size
               " BELAANINGSVAERDI="       delimited by size
               function TRIM(BELOB-3-E)   delimited by size
               " LTV-PCT="                delimited by size
               function TRIM(PCT-E)       delimited by size
               " KAUTION="                delimited by size
               function TRIM(BELOB-4-E)   delimited by size
               " UDAEKKET="               delimited by size
               function TRIM(BELOB-5-E)   delimited by size
               " STATUS="                 delimited by size
               function TRIM(LAAN-STATUS) delimited by size
                  into Oversigt-Linje
                  with pointer pos
           end-string
           write Oversigt-Linje
           if OVERSKRIDELSE-DKK > 0
               move OVERSKRIDELSE-DKK to BELOB-4-E
               move spaces to Undtagelse-Linje
               move 1 to pos
               string
                   "BETINGELSE=LTV-OVER-GRAENSE" delimited by size
                   " LAAN-ID="                delimited by size
                   function TRIM(LN-LAAN-ID (LN-INDEX))
                                              delimited by size
                   " KONTO-ID="               delimited by size
                   function TRIM(LN-KONTO-ID (LN-INDEX))
                                              delimited by size
                   " RESTGAELD="              delimited by size
                   function TRIM(BELOB-E)     delimited by size
                   " BELAANINGSVAERDI="       delimited by size
                   function TRIM(BELOB-3-E)   delimited by size
                   " LTV-PCT="                delimited by size
                   function TRIM(PCT-E)       delimited by size
                   " OVERSKRIDELSE="          delimited by size
                   function TRIM(BELOB-4-E)   delimited by size
                      into Undtagelse-Linje
                      with pointer pos
               end-string
               write Undtagelse-Linje
           end-if
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
           move "ltvOvervaagning" to KAP-PROGRAM
           move "LAAN-TABEL" to KAP-TABEL
           move LN-ANTAL to KAP-ANTAL
           move MAX-LAAN to KAP-MAX
           write Kapacitet-Linje
           move "INDLAAN-TABEL" to KAP-TABEL
           move IN-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
