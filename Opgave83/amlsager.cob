      identification division.
      program-id. amlSager.

     *> --- AML-sagsbehandling: AmlRapport.txt dannes forfra ved hver
     *>     kontoudskrift, og hidtil blev det ingen steder noteret,
     *>     hvad compliance besluttede om et hit - samme kunde dukkede
     *>     op igen naeste nat uden historik. Trinnet foerer nu et
     *>     sagsregister text-files/AmlSagsRegister.txt (AmlSag.cpy)
     *>     med een sag pr. kunde ad gangen:
     *>       - hvert NYT hit (et hit, der allerede er knyttet til en
     *>         sag, genkendes paa sin linje) knyttes til kundens
     *>         aabne sag, eller der oprettes en ny med frist
     *>         FRIST-DAGE dage frem. En sag under overvaagning (O)
     *>         genaabnes af et nyt hit. Hittene logges med sagsnummer
     *>         i AmlSagsAlarmer.txt
     *>       - er samme moenster (AML-reglen) afvist paa en sag for
     *>         kunden inden for de seneste STILLE-DAGE dage, aabnes
     *>         ingen ny sag - hittet noteres paa den afviste sag
     *>       - compliance melder beslutninger i
     *>         AmlSagsBeslutninger.txt (sagsnummer, aktion, bruger,
     *>         efterforsker, notatreference, aarsag):
     *>           T = tildel efterforsker/notatreference
     *>           D = afvis (henlaeg) - kraever en aarsag
     *>           O = overvaag - sagen forbliver aaben med ny frist
     *>           R = indberet - der dannes en indberetning om
     *>               mistaenkelig aktivitet til hvidvasksekretariatet
     *>               i text-files/Udbakke/AmlSar_<sag>_<tidsstempel>
     *>               .txt: kunden (SUB), sagens hits (HIT), kundens
     *>               konti (KTO) og kontienes posteringer de seneste
     *>               12 maaneder fra Transaktioner.txt og arkiverne
     *>               i ArkivListe.txt (TRN), med HDR og TRL
     *>         D/O/R kraever en efterforsker paa sagen; en afsluttet
     *>         sag (D/R) kan ikke aendres. Ugyldige beslutninger
     *>         skrives til AmlSagsUndtagelser.txt, og hver anvendt
     *>         beslutning logges i AmlSagsHistorik.txt. Filen
     *>         arkiveres som AmlSagsBeslutningerBehandlet_<tidsstempel>
     *>         .txt og toemmes
     *>       - aabne sager listes i AmlSagsOversigt.txt med
     *>         OVERSKREDET, naar fristen er passeret
     *>     FRIST-DAGE (default 30) og STILLE-DAGE (default 90) kan
     *>     overstyres i den valgfri AmlSagsParameter.txt.

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/AmlSagsParameter.txt"
               organization is line sequential.
           select optional Register-In
               assign to "text-files/AmlSagsRegister.txt"
               organization is line sequential.
           select Register-Out
               assign to "text-files/AmlSagsRegister.txt"
               organization is line sequential.
           select optional Alarm-In
               assign to "text-files/AmlSagsAlarmer.txt"
               organization is line sequential.
           select Alarm-Out
               assign to "text-files/AmlSagsAlarmer.txt"
               organization is line sequential
               file status is ALARM-STATUS.
           select optional Aml-Rapport-In
               assign to "text-files/AmlRapport.txt"
               organization is line sequential.
           select optional Beslutning-In
               assign to "text-files/AmlSagsBeslutninger.txt"
               organization is line sequential.
           select Beslutning-Arkiv-Out
               assign to dynamic BESLUTNING-ARKIV-NAVN
               organization is line sequential.
           select Historik-Out
               assign to "text-files/AmlSagsHistorik.txt"
               organization is line sequential
               file status is HISTORIK-STATUS.
           select Undtagelse-Out
               assign to "text-files/AmlSagsUndtagelser.txt"
               organization is line sequential.
           select Oversigt-Out
               assign to "text-files/AmlSagsOversigt.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
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
           select Sar-Out
               assign to dynamic SAR-FIL-NAVN
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
           02 PARM-FRIST-DAGE       pic 9(3).
           02 PARM-STILLE-DAGE      pic 9(3).
      fd Register-In.
      01 Register-Linje-In.
           copy "Opgave10/Copybooks/AmlSag.cpy".
      fd Register-Out.
      01 Register-Linje-Ud.
           copy "Opgave10/Copybooks/AmlSag.cpy".
      fd Alarm-In.
      01 Alarm-Linje-In.
           02 AL-SAG-ID-IN          pic 9(7).
           02 AL-KUNDE-ID-IN        pic x(10).
           02 AL-MOENSTER-IN        pic x(24).
           02 AL-DATO-IN            pic x(10).
           02 AL-HIT-IN             pic x(250).
      fd Alarm-Out.
      01 Alarm-Linje-Ud.
           02 AL-SAG-ID-UD          pic 9(7).
           02 AL-KUNDE-ID-UD        pic x(10).
           02 AL-MOENSTER-UD        pic x(24).
           02 AL-DATO-UD            pic x(10).
           02 AL-HIT-UD             pic x(250).
      fd Aml-Rapport-In.
      01 Aml-Rapport-Linje         pic x(250).
      fd Beslutning-In.
      01 Beslutning-Linje.
           02 BS-SAG-ID-IN          pic 9(7).
           02 BS-AKTION-IN          pic x.
           02 BS-BRUGER-IN          pic x(8).
           02 BS-EFTERFORSKER-IN    pic x(8).
           02 BS-NOTE-REF-IN        pic x(20).
           02 BS-AARSAG-IN          pic x(30).
      fd Beslutning-Arkiv-Out.
      01 Beslutning-Arkiv-Linje    pic x(74).
      fd Historik-Out.
      01 Historik-Linje            pic x(200) value spaces.
      fd Undtagelse-Out.
      01 Undtagelse-Linje          pic x(200) value spaces.
      fd Oversigt-Out.
      01 Oversigt-Linje            pic x(200) value spaces.
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
      fd Sar-Out.
      01 Sar-Linje                 pic x(250) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-alarm          pic x value "N".
           88 end-of-file-alarm   value "Y".
      01 EOF-check-aml            pic x value "N".
           88 end-of-file-aml     value "Y".
      01 EOF-check-beslutning     pic x value "N".
           88 end-of-file-beslutning value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-arkiv-liste    pic x value "N".
           88 end-of-file-arkiv-liste value "Y".
      01 EOF-check-arkiv          pic x value "N".
           88 end-of-file-arkiv   value "Y".
      01 pos                      pic 9(4) value 1.
      01 ALARM-STATUS             pic x(2) value spaces.
      01 HISTORIK-STATUS          pic x(2) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 BESLUTNING-ARKIV-NAVN    pic x(100) value spaces.
      01 SAR-FIL-NAVN             pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
      01 PERIODE-START            pic x(10) value spaces.
      01 PERIODE-AAR              pic 9(4) value 0.
     *> --- Sagsfrist og stille periode i dage ---
      01 FRIST-DAGE               pic 9(3) value 30.
      01 STILLE-DAGE              pic 9(3) value 90.
     *> --- Dato-regning: yyyy-mm-dd <-> dagnummer ---
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD             pic 9(8) value 0.
           02 DATO-YMD-X redefines DATO-YMD pic x(8).
           02 DATO-DAG-NR          pic 9(8) value 0.
           02 DAGS-DAG-NR          pic 9(8) value 0.
           02 FRIST-DATO           pic x(10) value spaces.
     *> --- Sagsregistret i memory ---
      01 Sag-Tabel.
           02 SG-ANTAL             pic 9(5) value 0.
           02 SG-POST OCCURS 20000 TIMES.
              03 SG-REC            pic x(121).
      01 SG-INDEX                 pic 9(5) value 0.
      01 SG-FUND-FLAG             pic x value "N".
           88 SAG-FUNDET          value "Y".
           88 SAG-IKKE-FUNDET     value "N".
      01 NAESTE-SAG-ID            pic 9(7) value 0.
      01 Arbejds-Sag.
           copy "Opgave10/Copybooks/AmlSag.cpy".
     *> --- Hittene pr. sag (logget + nattens nye) ---
      01 Alarm-Tabel.
           02 AL-ANTAL             pic 9(5) value 0.
           02 AL-POST OCCURS 50000 TIMES.
              03 AL-SAG-ID         pic 9(7).
              03 AL-KUNDE-ID       pic x(10).
              03 AL-MOENSTER       pic x(24).
              03 AL-DATO           pic x(10).
              03 AL-HIT            pic x(250).
      01 AL-INDEX                 pic 9(5) value 0.
      01 AL-FOER-KOERSEL          pic 9(5) value 0.
      01 AL-FUND-FLAG             pic x value "N".
           88 HIT-KENDT           value "Y".
           88 HIT-NYT             value "N".
      01 Hit-Felter.
           02 HIT-POS              pic 9(4) value 0.
           02 HIT-KUNDE-ID         pic x(10) value spaces.
           02 HIT-MOENSTER         pic x(24) value spaces.
           02 HIT-DATO             pic x(10) value spaces.
      01 STILLE-FLAG              pic x value "N".
           88 I-STILLE-PERIODE    value "Y".
           88 IKKE-STILLE         value "N".
     *> --- Beslutningerne ---
      01 AFVISNINGS-GRUND         pic x(24) value spaces.
      01 AKTION-TEKST             pic x(12) value spaces.
     *> --- Nattens indberetninger (indeks i Sag-Tabel) ---
      01 Sar-Tabel.
           02 SR-ANTAL             pic 9(4) value 0.
           02 SR-POST OCCURS 1000 TIMES.
              03 SR-SAG-INDEX      pic 9(5).
              03 SR-BRUGER         pic x(8).
      01 SR-INDEX                 pic 9(4) value 0.
     *> --- Kunder og konti til indberetningerne ---
      01 Kunde-Tabel.
           02 KU-ANTAL             pic 9(5) value 0.
           02 KU-POST OCCURS 50000 TIMES.
              03 KU-REC            pic x(258).
      01 KU-INDEX                 pic 9(5) value 0.
      01 Arbejds-Kunde-Rec.
           copy "KUNDER.cpy".
      01 Konto-Tabel.
           02 KO-ANTAL             pic 9(5) value 0.
           02 KO-POST OCCURS 50000 TIMES.
              03 KO-KONTO-ID       pic x(14).
              03 KO-REG-NR         pic x(6).
              03 KO-KUNDE-ID       pic x(10).
              03 KO-OPRETTET       pic x(10).
              03 KO-PRODUKT-KODE   pic x(4).
      01 KO-INDEX                 pic 9(5) value 0.
      01 KONTO-FLAG               pic x value "N".
           88 KUNDENS-KONTO       value "Y".
           88 IKKE-KUNDENS-KONTO  value "N".
      01 Sar-Taellere.
           02 SAR-ANTAL-HITS       pic 9(5) value 0.
           02 SAR-ANTAL-KONTI      pic 9(5) value 0.
           02 SAR-ANTAL-TRN        pic 9(7) value 0.
           02 SAR-SUM-IND          pic s9(13)v99 COMP-3 value 0.
           02 SAR-SUM-UD           pic s9(13)v99 COMP-3 value 0.
           02 SAR-BELOB            pic s9(13)v99 COMP-3 value 0.
      01 BELOB-E                  pic -(12)9.99.
      01 BELOB-E2                 pic -(12)9.99.
      01 ANTAL-NYE-HITS           pic 9(7) value 0.
      01 ANTAL-NYE-SAGER          pic 9(7) value 0.
      01 ANTAL-TILKNYTTET         pic 9(7) value 0.
      01 ANTAL-GENAABNET          pic 9(7) value 0.
      01 ANTAL-UNDERTRYKT         pic 9(7) value 0.
      01 ANTAL-BESLUTNINGER       pic 9(7) value 0.
      01 ANTAL-ANVENDT            pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-AABNE              pic 9(7) value 0.
      01 ANTAL-OVERSKREDNE        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: beslutningerne anvendes foer nattens hits, ---
     *> --- saa en netop afvist sag giver stille periode med det ---
     *> --- samme ---
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
           move DAGS-DATO to DATO-TEKST
           perform dato-til-dag-nr
           move DATO-DAG-NR to DAGS-DAG-NR
           compute PERIODE-AAR = function NUMVAL(DATO-NU (1:4)) - 1
           move DAGS-DATO to PERIODE-START
           move PERIODE-AAR to PERIODE-START (1:4)
           perform indlæs-parametre
           perform indlæs-register
           perform indlæs-alarmer
           open output Undtagelse-Out
           perform behandl-beslutninger
           close Undtagelse-Out
           perform behandl-nye-hits
           perform skriv-alarmer
           perform skriv-register
           perform skriv-oversigt
           if SR-ANTAL > 0
               perform indlæs-kunder
               perform indlæs-konti
               perform varying SR-INDEX from 1 by 1
                   until SR-INDEX > SR-ANTAL
                   perform skriv-sar
               end-perform
           end-if
           display "AML-sager: " ANTAL-NYE-HITS " nye hit(s) - "
               ANTAL-NYE-SAGER " ny(e) sag(er), " ANTAL-TILKNYTTET
               " knyttet til aaben sag, " ANTAL-GENAABNET
               " genaabnet, " ANTAL-UNDERTRYKT " i stille periode"
           display "AML-sager: " ANTAL-BESLUTNINGER
               " beslutning(er), " ANTAL-ANVENDT " anvendt, "
               ANTAL-AFVIST " afvist, " SR-ANTAL " indberetning(er) - "
               ANTAL-AABNE " aaben/aabne sag(er), " ANTAL-OVERSKREDNE
               " med overskredet frist"
           if ANTAL-TABEL-FULD > 0
               display "AML-sager: " ANTAL-TABEL-FULD
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
           if DATO-YMD-X is numeric
               compute DATO-DAG-NR = function INTEGER-OF-DATE(DATO-YMD)
           else
               move 0 to DATO-DAG-NR
           end-if
           exit.

     *> --- FRIST-DATO = i dag plus FRIST-DAGE ---
      beregn-frist.
           compute DATO-YMD =
               function DATE-OF-INTEGER(DAGS-DAG-NR + FRIST-DAGE)
           move spaces to FRIST-DATO
           string
               DATO-YMD-X (1:4)  delimited by size
               "-"               delimited by size
               DATO-YMD-X (5:2)  delimited by size
               "-"               delimited by size
               DATO-YMD-X (7:2)  delimited by size
                  into FRIST-DATO
           end-string
           exit.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-FRIST-DAGE is numeric
                       and PARM-FRIST-DAGE > 0
                       move PARM-FRIST-DAGE to FRIST-DAGE
                   end-if
                   if PARM-STILLE-DAGE is numeric
                       move PARM-STILLE-DAGE to STILLE-DAGE
                   end-if
           end-read
           close Parameter-In
           exit.

      indlæs-register.
           move 0 to SG-ANTAL
           move 0 to NAESTE-SAG-ID
           move "N" to EOF-check-register
           open input Register-In
           perform until end-of-file-register
               read Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if SAG-ID of Register-Linje-In is numeric
                           perform gem-register-post
                       end-if
               end-read
           end-perform
           close Register-In
           exit.

      gem-register-post.
           if SG-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to SG-ANTAL
           move Register-Linje-In to SG-REC (SG-ANTAL)
           if SAG-ID of Register-Linje-In > NAESTE-SAG-ID
               move SAG-ID of Register-Linje-In to NAESTE-SAG-ID
           end-if
           exit.

      indlæs-alarmer.
           move 0 to AL-ANTAL
           move "N" to EOF-check-alarm
           open input Alarm-In
           perform until end-of-file-alarm
               read Alarm-In
                   at end move "Y" to EOF-check-alarm
                   not at end
                       if AL-ANTAL < 50000
                           add 1 to AL-ANTAL
                           move AL-SAG-ID-IN to AL-SAG-ID (AL-ANTAL)
                           move AL-KUNDE-ID-IN to AL-KUNDE-ID (AL-ANTAL)
                           move AL-MOENSTER-IN to AL-MOENSTER (AL-ANTAL)
                           move AL-DATO-IN to AL-DATO (AL-ANTAL)
                           move AL-HIT-IN to AL-HIT (AL-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Alarm-In
           move AL-ANTAL to AL-FOER-KOERSEL
           exit.

      find-sag-id.
           set SAG-IKKE-FUNDET to TRUE
           perform varying SG-INDEX from 1 by 1
               until SAG-FUNDET or SG-INDEX > SG-ANTAL
               if SG-REC (SG-INDEX) (1:7) = BS-SAG-ID-IN
                   set SAG-FUNDET to TRUE
               end-if
           end-perform
           if SAG-FUNDET
               subtract 1 from SG-INDEX
               move SG-REC (SG-INDEX) to Arbejds-Sag
           end-if
           exit.

     *> --- Beslutningerne: valideres, anvendes, logges - og filen ---
     *> --- arkiveres og toemmes ---
      behandl-beslutninger.
           move "N" to EOF-check-beslutning
           open input Beslutning-In
           perform until end-of-file-beslutning
               read Beslutning-In
                   at end move "Y" to EOF-check-beslutning
                   not at end
                       if Beslutning-Linje not = spaces
                           add 1 to ANTAL-BESLUTNINGER
                           perform behandl-en-beslutning
                       end-if
               end-read
           end-perform
           close Beslutning-In
           if ANTAL-BESLUTNINGER > 0
               perform arkiver-og-toem-beslutninger
           end-if
           exit.

      behandl-en-beslutning.
           move spaces to AFVISNINGS-GRUND
           set SAG-IKKE-FUNDET to TRUE
           if BS-SAG-ID-IN is numeric
               perform find-sag-id
           end-if
           evaluate TRUE
               when SAG-IKKE-FUNDET
                   move "SAG-UKENDT" to AFVISNINGS-GRUND
               when BS-AKTION-IN not = "T" and not = "D"
                   and not = "O" and not = "R"
                   move "AKTION-UGYLDIG" to AFVISNINGS-GRUND
               when BS-BRUGER-IN = spaces
                   move "BRUGER-MANGLER" to AFVISNINGS-GRUND
               when SAG-STATUS of Arbejds-Sag = "D"
                 or SAG-STATUS of Arbejds-Sag = "R"
                   move "SAG-AFSLUTTET" to AFVISNINGS-GRUND
               when BS-AKTION-IN = "T"
                   and BS-EFTERFORSKER-IN = spaces
                   and BS-NOTE-REF-IN = spaces
                   move "TILDELING-TOM" to AFVISNINGS-GRUND
               when BS-AKTION-IN not = "T"
                   and BS-EFTERFORSKER-IN = spaces
                   and SAG-EFTERFORSKER of Arbejds-Sag = spaces
                   move "EFTERFORSKER-MANGLER" to AFVISNINGS-GRUND
               when BS-AKTION-IN = "D" and BS-AARSAG-IN = spaces
                   move "AARSAG-MANGLER" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               add 1 to ANTAL-AFVIST
               move spaces to Undtagelse-Linje
               move 1 to pos
               string
                   "BETINGELSE="          delimited by size
                   function TRIM(AFVISNINGS-GRUND)
                                          delimited by size
                   " SAG-ID="             delimited by size
                   BS-SAG-ID-IN           delimited by size
                   " AKTION="             delimited by size
                   BS-AKTION-IN           delimited by size
                   " BRUGER="             delimited by size
                   BS-BRUGER-IN           delimited by size
                      into Undtagelse-Linje
                      with pointer pos
               end-string
               write Undtagelse-Linje
               exit paragraph
           end-if
           add 1 to ANTAL-ANVENDT
           if BS-EFTERFORSKER-IN not = spaces
               move BS-EFTERFORSKER-IN to SAG-EFTERFORSKER of Arbejds-Sag
           end-if
           if BS-NOTE-REF-IN not = spaces
               move BS-NOTE-REF-IN to SAG-NOTE-REF of Arbejds-Sag
           end-if
           evaluate BS-AKTION-IN
               when "T"
                   move "TILDELT" to AKTION-TEKST
               when "D"
                   move "AFVIST" to AKTION-TEKST
                   move "D" to SAG-STATUS of Arbejds-Sag
                   move DAGS-DATO to SAG-BESLUTTET of Arbejds-Sag
                   move BS-AARSAG-IN to SAG-AARSAG of Arbejds-Sag
               when "O"
                   move "OVERVAAGES" to AKTION-TEKST
                   move "O" to SAG-STATUS of Arbejds-Sag
                   move DAGS-DATO to SAG-BESLUTTET of Arbejds-Sag
                   perform beregn-frist
                   move FRIST-DATO to SAG-FRIST of Arbejds-Sag
               when "R"
                   move "INDBERETTET" to AKTION-TEKST
                   move "R" to SAG-STATUS of Arbejds-Sag
                   move DAGS-DATO to SAG-BESLUTTET of Arbejds-Sag
                   if SR-ANTAL < 1000
                       add 1 to SR-ANTAL
                       move SG-INDEX to SR-SAG-INDEX (SR-ANTAL)
                       move BS-BRUGER-IN to SR-BRUGER (SR-ANTAL)
                   else
                       add 1 to ANTAL-TABEL-FULD
                   end-if
           end-evaluate
           move Arbejds-Sag to SG-REC (SG-INDEX)
           perform skriv-historik
           exit.

      skriv-historik.
           open extend Historik-Out
           if HISTORIK-STATUS = "35"
               open output Historik-Out
           end-if
           move spaces to Historik-Linje
           move 1 to pos
           string
               "DATO="                delimited by size
               DAGS-DATO              delimited by size
               " SAG-ID="             delimited by size
               SAG-ID of Arbejds-Sag  delimited by size
               " KUNDE-ID="           delimited by size
               SAG-KUNDE-ID of Arbejds-Sag delimited by size
               " BESLUTNING="         delimited by size
               function TRIM(AKTION-TEKST) delimited by size
               " BRUGER="             delimited by size
               BS-BRUGER-IN           delimited by size
               " EFTERFORSKER="       delimited by size
               SAG-EFTERFORSKER of Arbejds-Sag delimited by size
               " NOTE-REF="           delimited by size
               function TRIM(SAG-NOTE-REF of Arbejds-Sag)
                                      delimited by size
                  into Historik-Linje
                  with pointer pos
           end-string
           if BS-AARSAG-IN not = spaces
               string
                   " AARSAG="         delimited by size
                   function TRIM(BS-AARSAG-IN) delimited by size
                      into Historik-Linje
                      with pointer pos
               end-string
           end-if
           write Historik-Linje
           close Historik-Out
           exit.

      arkiver-og-toem-beslutninger.
           move spaces to BESLUTNING-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/AmlSagsBeslutningerBehandlet_"
                                              delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into BESLUTNING-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-beslutning
           open input Beslutning-In
           open output Beslutning-Arkiv-Out
           perform until end-of-file-beslutning
               read Beslutning-In
                   at end move "Y" to EOF-check-beslutning
                   not at end
                       write Beslutning-Arkiv-Linje
                           from Beslutning-Linje
               end-read
           end-perform
           close Beslutning-Arkiv-Out
           close Beslutning-In
           open output Beslutning-In
           close Beslutning-In
           exit.

     *> --- Nattens hits: kendte springes over, nye knyttes til en ---
     *> --- sag ---
      behandl-nye-hits.
           move "N" to EOF-check-aml
           open input Aml-Rapport-In
           perform until end-of-file-aml
               read Aml-Rapport-In
                   at end move "Y" to EOF-check-aml
                   not at end
                       if Aml-Rapport-Linje (1:14) = "BETINGELSE=AML"
                           perform behandl-et-hit
                       end-if
               end-read
           end-perform
           close Aml-Rapport-In
           exit.

     *> --- Kunde, moenster (reglen) og dato traekkes ud af linjen: ---
     *> --- DATO=/IND-DATO=, eller AAR= og MAANED= for maaneds- ---
     *> --- summen ---
      behandl-et-hit.
           set HIT-NYT to TRUE
           perform varying AL-INDEX from 1 by 1
               until HIT-KENDT or AL-INDEX > AL-ANTAL
               if AL-HIT (AL-INDEX) = Aml-Rapport-Linje
                   set HIT-KENDT to TRUE
               end-if
           end-perform
           if HIT-KENDT
               exit paragraph
           end-if
           move 0 to HIT-POS
           inspect Aml-Rapport-Linje tallying HIT-POS
               for characters before initial "KUNDE-ID="
           if HIT-POS > 230
               exit paragraph
           end-if
           move Aml-Rapport-Linje (HIT-POS + 10:10) to HIT-KUNDE-ID
           if HIT-KUNDE-ID = spaces
               exit paragraph
           end-if
           move spaces to HIT-MOENSTER
           unstring Aml-Rapport-Linje (12:) delimited by " "
               into HIT-MOENSTER
           end-unstring
           move spaces to HIT-DATO
           move 0 to HIT-POS
           inspect Aml-Rapport-Linje tallying HIT-POS
               for characters before initial "DATO="
           if HIT-POS < 230
               move Aml-Rapport-Linje (HIT-POS + 6:10) to HIT-DATO
           else
               move 0 to HIT-POS
               inspect Aml-Rapport-Linje tallying HIT-POS
                   for characters before initial " AAR="
               if HIT-POS < 230
                   move Aml-Rapport-Linje (HIT-POS + 6:4)
                       to HIT-DATO (1:4)
               end-if
               move 0 to HIT-POS
               inspect Aml-Rapport-Linje tallying HIT-POS
                   for characters before initial " MAANED="
               if HIT-POS < 230
                   move "-" to HIT-DATO (5:1)
                   move Aml-Rapport-Linje (HIT-POS + 9:2)
                       to HIT-DATO (6:2)
                   move "-01" to HIT-DATO (8:3)
               end-if
           end-if
           if AL-ANTAL not < 50000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to ANTAL-NYE-HITS
           perform find-kundens-aabne-sag
           if SAG-FUNDET
               if SAG-STATUS of Arbejds-Sag = "O"
                   move "A" to SAG-STATUS of Arbejds-Sag
                   perform beregn-frist
                   move FRIST-DATO to SAG-FRIST of Arbejds-Sag
                   add 1 to ANTAL-GENAABNET
               else
                   add 1 to ANTAL-TILKNYTTET
               end-if
           else
               perform find-stille-periode
               if I-STILLE-PERIODE
                   add 1 to ANTAL-UNDERTRYKT
               else
                   perform opret-sag
               end-if
           end-if
           add 1 to SAG-ANTAL-HITS of Arbejds-Sag
           if HIT-DATO > SAG-SENESTE-HIT of Arbejds-Sag
               move HIT-DATO to SAG-SENESTE-HIT of Arbejds-Sag
           end-if
           move Arbejds-Sag to SG-REC (SG-INDEX)
           add 1 to AL-ANTAL
           move SAG-ID of Arbejds-Sag to AL-SAG-ID (AL-ANTAL)
           move HIT-KUNDE-ID to AL-KUNDE-ID (AL-ANTAL)
           move HIT-MOENSTER to AL-MOENSTER (AL-ANTAL)
           move HIT-DATO to AL-DATO (AL-ANTAL)
           move Aml-Rapport-Linje to AL-HIT (AL-ANTAL)
           exit.

      find-kundens-aabne-sag.
           set SAG-IKKE-FUNDET to TRUE
           perform varying SG-INDEX from 1 by 1
               until SAG-FUNDET or SG-INDEX > SG-ANTAL
               move SG-REC (SG-INDEX) to Arbejds-Sag
               if SAG-KUNDE-ID of Arbejds-Sag = HIT-KUNDE-ID
                   and (SAG-STATUS of Arbejds-Sag = "A"
                     or SAG-STATUS of Arbejds-Sag = "O")
                   set SAG-FUNDET to TRUE
               end-if
           end-perform
           if SAG-FUNDET
               subtract 1 from SG-INDEX
           end-if
           exit.

     *> --- En afvist sag for kunden inden for STILLE-DAGE, hvor ---
     *> --- samme moenster indgik - hittet noteres paa den ---
      find-stille-periode.
           set IKKE-STILLE to TRUE
           perform varying SG-INDEX from 1 by 1
               until I-STILLE-PERIODE or SG-INDEX > SG-ANTAL
               move SG-REC (SG-INDEX) to Arbejds-Sag
               if SAG-KUNDE-ID of Arbejds-Sag = HIT-KUNDE-ID
                   and SAG-STATUS of Arbejds-Sag = "D"
                   move SAG-BESLUTTET of Arbejds-Sag to DATO-TEKST
                   perform dato-til-dag-nr
                   if DATO-DAG-NR > 0
                       and DATO-DAG-NR + STILLE-DAGE not < DAGS-DAG-NR
                       perform varying AL-INDEX from 1 by 1
                           until I-STILLE-PERIODE
                              or AL-INDEX > AL-ANTAL
                           if AL-SAG-ID (AL-INDEX)
                               = SAG-ID of Arbejds-Sag
                               and AL-MOENSTER (AL-INDEX)
                                   = HIT-MOENSTER
                               set I-STILLE-PERIODE to TRUE
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform
           if I-STILLE-PERIODE
               subtract 1 from SG-INDEX
               move SG-REC (SG-INDEX) to Arbejds-Sag
           end-if
           exit.

      opret-sag.
           if SG-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               move 0 to SG-INDEX
               exit paragraph
           end-if
           add 1 to ANTAL-NYE-SAGER
           add 1 to NAESTE-SAG-ID
           add 1 to SG-ANTAL
           move SG-ANTAL to SG-INDEX
           move spaces to Arbejds-Sag
           move NAESTE-SAG-ID to SAG-ID of Arbejds-Sag
           move HIT-KUNDE-ID to SAG-KUNDE-ID of Arbejds-Sag
           move "A" to SAG-STATUS of Arbejds-Sag
           move DAGS-DATO to SAG-OPRETTET of Arbejds-Sag
           perform beregn-frist
           move FRIST-DATO to SAG-FRIST of Arbejds-Sag
           move 0 to SAG-ANTAL-HITS of Arbejds-Sag
           exit.

     *> --- Nattens nye hits appendes til loggen ---
      skriv-alarmer.
           if AL-ANTAL not > AL-FOER-KOERSEL
               exit paragraph
           end-if
           open extend Alarm-Out
           if ALARM-STATUS = "35"
               open output Alarm-Out
           end-if
           compute AL-INDEX = AL-FOER-KOERSEL + 1
           perform varying AL-INDEX from AL-INDEX by 1
               until AL-INDEX > AL-ANTAL
               move AL-SAG-ID (AL-INDEX) to AL-SAG-ID-UD
               move AL-KUNDE-ID (AL-INDEX) to AL-KUNDE-ID-UD
               move AL-MOENSTER (AL-INDEX) to AL-MOENSTER-UD
               move AL-DATO (AL-INDEX) to AL-DATO-UD
               move AL-HIT (AL-INDEX) to AL-HIT-UD
               write Alarm-Linje-Ud
           end-perform
           close Alarm-Out
           exit.

      skriv-register.
           open output Register-Out
           perform varying SG-INDEX from 1 by 1
               until SG-INDEX > SG-ANTAL
               write Register-Linje-Ud from SG-REC (SG-INDEX)
           end-perform
           close Register-Out
           exit.

      skriv-oversigt.
           open output Oversigt-Out
           write Oversigt-Linje from
               "=== AML-sager: aabne og overvaagede sager ==="
           perform varying SG-INDEX from 1 by 1
               until SG-INDEX > SG-ANTAL
               move SG-REC (SG-INDEX) to Arbejds-Sag
               if SAG-STATUS of Arbejds-Sag = "A"
                   or SAG-STATUS of Arbejds-Sag = "O"
                   perform skriv-en-oversigt-linje
               end-if
           end-perform
           move spaces to Oversigt-Linje
           move 1 to pos
           string
               "OPSUMMERING: "        delimited by size
               ANTAL-AABNE            delimited by size
               " aaben/aabne sag(er), " delimited by size
               ANTAL-OVERSKREDNE      delimited by size
               " med overskredet frist" delimited by size
                  into Oversigt-Linje
                  with pointer pos
           end-string
           write Oversigt-Linje
           close Oversigt-Out
           exit.

      skriv-en-oversigt-linje.
           add 1 to ANTAL-AABNE
           move spaces to Oversigt-Linje
           move 1 to pos
           string
               "SAG-ID="              delimited by size
               SAG-ID of Arbejds-Sag  delimited by size
               " KUNDE-ID="           delimited by size
               SAG-KUNDE-ID of Arbejds-Sag delimited by size
               " STATUS="             delimited by size
               SAG-STATUS of Arbejds-Sag delimited by size
               " EFTERFORSKER="       delimited by size
               SAG-EFTERFORSKER of Arbejds-Sag delimited by size
               " OPRETTET="           delimited by size
               SAG-OPRETTET of Arbejds-Sag delimited by size
               " FRIST="              delimited by size
               SAG-FRIST of Arbejds-Sag delimited by size
               " HITS="               delimited by size
               SAG-ANTAL-HITS of Arbejds-Sag delimited by size
               " SENESTE-HIT="        delimited by size
               SAG-SENESTE-HIT of Arbejds-Sag delimited by size
                  into Oversigt-Linje
                  with pointer pos
           end-string
           if SAG-FRIST of Arbejds-Sag < DAGS-DATO
               add 1 to ANTAL-OVERSKREDNE
               string
                   " OVERSKREDET"     delimited by size
                      into Oversigt-Linje
                      with pointer pos
               end-string
           end-if
           write Oversigt-Linje
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
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      indlæs-konti.
           move 0 to KO-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KO-ANTAL < 50000
                           and KM-KONTO-ID-IN not = spaces
                           add 1 to KO-ANTAL
                           move KM-KONTO-ID-IN to KO-KONTO-ID (KO-ANTAL)
                           move KM-REG-NR-IN to KO-REG-NR (KO-ANTAL)
                           move KM-KUNDE-ID-IN to KO-KUNDE-ID (KO-ANTAL)
                           move KM-OPRETTET-DATO-IN
                               to KO-OPRETTET (KO-ANTAL)
                           move KM-PRODUKT-KODE-IN
                               to KO-PRODUKT-KODE (KO-ANTAL)
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

     *> --- Indberetningen for een sag: HDR, SUB, HIT, KTO, TRN og ---
     *> --- TRL ---
      skriv-sar.
           move SR-SAG-INDEX (SR-INDEX) to SG-INDEX
           move SG-REC (SG-INDEX) to Arbejds-Sag
           move spaces to Arbejds-Kunde-Rec
           perform varying KU-INDEX from 1 by 1
               until KU-INDEX > KU-ANTAL
                  or KU-REC (KU-INDEX) (1:10)
                     = SAG-KUNDE-ID of Arbejds-Sag
               continue
           end-perform
           if KU-INDEX <= KU-ANTAL
               move KU-REC (KU-INDEX) to Arbejds-Kunde-Rec
           end-if
           move 0 to SAR-ANTAL-HITS SAR-ANTAL-KONTI SAR-ANTAL-TRN
           move 0 to SAR-SUM-IND SAR-SUM-UD
           move spaces to SAR-FIL-NAVN
           move 1 to pos
           string
               "text-files/Udbakke/AmlSar_" delimited by size
               SAG-ID of Arbejds-Sag        delimited by size
               "_"                          delimited by size
               KOERSEL-TIDSSTEMPEL          delimited by size
               ".txt"                       delimited by size
                  into SAR-FIL-NAVN
                  with pointer pos
           end-string
           open output Sar-Out
           move spaces to Sar-Linje
           move 1 to pos
           string
               "HDR SAG-ID="          delimited by size
               SAG-ID of Arbejds-Sag  delimited by size
               " INDBERETTET="        delimited by size
               DAGS-DATO              delimited by size
               " BRUGER="             delimited by size
               SR-BRUGER (SR-INDEX)   delimited by size
               " EFTERFORSKER="       delimited by size
               SAG-EFTERFORSKER of Arbejds-Sag delimited by size
               " NOTE-REF="           delimited by size
               function TRIM(SAG-NOTE-REF of Arbejds-Sag)
                                      delimited by size
               " PERIODE="            delimited by size
               PERIODE-START          delimited by size
               "/"                    delimited by size
               DAGS-DATO              delimited by size
                  into Sar-Linje
                  with pointer pos
           end-string
           write Sar-Linje
           move spaces to Sar-Linje
           move 1 to pos
           string
               "SUB KUNDE-ID="        delimited by size
               SAG-KUNDE-ID of Arbejds-Sag delimited by size
               " NAVN="               delimited by size
               function TRIM(Fuld-Navn of Arbejds-Kunde-Rec)
                                      delimited by size
               " FOEDSELSDATO="       delimited by size
               Foedselsdato of Arbejds-Kunde-Rec
                                      delimited by size
               " ADRESSE="            delimited by size
               function TRIM(Vejnavn of Arbejds-Kunde-Rec)
                                      delimited by size
               " "                    delimited by size
               function TRIM(Husnummer of Arbejds-Kunde-Rec)
                                      delimited by size
               ", "                   delimited by size
               Postnummer of Arbejds-Kunde-Rec
                                      delimited by size
               " "                    delimited by size
               function TRIM(By-navn of Arbejds-Kunde-Rec)
                                      delimited by size
               " TELEFON="            delimited by size
               function TRIM(Telefon of Arbejds-Kunde-Rec)
                                      delimited by size
               " EMAIL="              delimited by size
               function TRIM(Email of Arbejds-Kunde-Rec)
                                      delimited by size
                  into Sar-Linje
                  with pointer pos
           end-string
           write Sar-Linje
           perform varying AL-INDEX from 1 by 1
               until AL-INDEX > AL-ANTAL
               if AL-SAG-ID (AL-INDEX) = SAG-ID of Arbejds-Sag
                   add 1 to SAR-ANTAL-HITS
                   move spaces to Sar-Linje
                   move 1 to pos
                   string
                       "HIT MOENSTER="    delimited by size
                       function TRIM(AL-MOENSTER (AL-INDEX))
                                          delimited by size
                       " DATO="           delimited by size
                       AL-DATO (AL-INDEX) delimited by size
                       " "                delimited by size
                       function TRIM(AL-HIT (AL-INDEX))
                                          delimited by size
                          into Sar-Linje
                          with pointer pos
                   end-string
                   write Sar-Linje
               end-if
           end-perform
           perform varying KO-INDEX from 1 by 1
               until KO-INDEX > KO-ANTAL
               if KO-KUNDE-ID (KO-INDEX) = SAG-KUNDE-ID of Arbejds-Sag
                   add 1 to SAR-ANTAL-KONTI
                   move spaces to Sar-Linje
                   move 1 to pos
                   string
                       "KTO KONTO-ID="    delimited by size
                       function TRIM(KO-KONTO-ID (KO-INDEX))
                                          delimited by size
                       " REG-NR="         delimited by size
                       function TRIM(KO-REG-NR (KO-INDEX))
                                          delimited by size
                       " OPRETTET="       delimited by size
                       KO-OPRETTET (KO-INDEX) delimited by size
                       " PRODUKT="        delimited by size
                       KO-PRODUKT-KODE (KO-INDEX) delimited by size
                          into Sar-Linje
                          with pointer pos
                   end-string
                   write Sar-Linje
               end-if
           end-perform
           perform sar-live-transaktioner
           perform sar-arkiverne
           move SAR-SUM-IND to BELOB-E
           move SAR-SUM-UD to BELOB-E2
           move spaces to Sar-Linje
           move 1 to pos
           string
               "TRL HITS="            delimited by size
               SAR-ANTAL-HITS         delimited by size
               " KONTI="              delimited by size
               SAR-ANTAL-KONTI        delimited by size
               " TRANSAKTIONER="      delimited by size
               SAR-ANTAL-TRN          delimited by size
               " SUM-IND="            delimited by size
               function TRIM(BELOB-E) delimited by size
               " SUM-UD="             delimited by size
               function TRIM(BELOB-E2) delimited by size
                  into Sar-Linje
                  with pointer pos
           end-string
           write Sar-Linje
           close Sar-Out
           display "AML-sager: indberetning for sag "
               SAG-ID of Arbejds-Sag " skrevet til "
               function TRIM(SAR-FIL-NAVN)
           exit.

      sar-live-transaktioner.
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG of Trans-Hdr-Trl-Linje not = "HDR"
                           and THT-TAG of Trans-Hdr-Trl-Linje
                               not = "TRL"
                           perform sar-en-transaktion
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

      sar-arkiverne.
           move "N" to EOF-check-arkiv-liste
           open input Arkiv-Liste-In
           perform until end-of-file-arkiv-liste
               read Arkiv-Liste-In
                   at end move "Y" to EOF-check-arkiv-liste
                   not at end
                       if Arkiv-Liste-Linje not = spaces
                           move Arkiv-Liste-Linje to ARKIV-FIL-NAVN
                           perform sar-en-arkiv-fil
                       end-if
               end-read
           end-perform
           close Arkiv-Liste-In
           exit.

      sar-en-arkiv-fil.
           move "N" to EOF-check-arkiv
           open input Arkiv-Fil-In
           perform until end-of-file-arkiv
               read Arkiv-Fil-In
                   at end move "Y" to EOF-check-arkiv
                   not at end
                       move Arkiv-Transaktion
                           to Transaktion-Information
                       perform sar-en-transaktion
               end-read
           end-perform
           close Arkiv-Fil-In
           exit.

     *> --- Kundens posteringer i perioden - paa Kunde-Id eller paa ---
     *> --- en af kundens konti ---
      sar-en-transaktion.
           if DATO of Transaktion-Information (1:10) < PERIODE-START
               or DATO of Transaktion-Information (1:10) > DAGS-DATO
               exit paragraph
           end-if
           set IKKE-KUNDENS-KONTO to TRUE
           if KUNDE-ID of Transaktion-Information
               = SAG-KUNDE-ID of Arbejds-Sag
               set KUNDENS-KONTO to TRUE
           else
               perform varying KO-INDEX from 1 by 1
                   until KUNDENS-KONTO or KO-INDEX > KO-ANTAL
                   if KO-KONTO-ID (KO-INDEX)
                       = KONTO-ID of Transaktion-Information
                       and KO-KUNDE-ID (KO-INDEX)
                           = SAG-KUNDE-ID of Arbejds-Sag
                       set KUNDENS-KONTO to TRUE
                   end-if
               end-perform
           end-if
           if IKKE-KUNDENS-KONTO
               exit paragraph
           end-if
           add 1 to SAR-ANTAL-TRN
           if function TEST-NUMVAL(
               BELOB of Transaktion-Information) = 0
               compute SAR-BELOB =
                   function NUMVAL(BELOB of Transaktion-Information)
               if SAR-BELOB < 0
                   subtract SAR-BELOB from SAR-SUM-UD
               else
                   add SAR-BELOB to SAR-SUM-IND
               end-if
           end-if
           move spaces to Sar-Linje
           move 1 to pos
           string
               "TRN KONTO-ID="        delimited by size
               function TRIM(KONTO-ID of Transaktion-Information)
                                      delimited by size
               " DATO="               delimited by size
               function TRIM(DATO of Transaktion-Information)
                                      delimited by size
               " BELOB="              delimited by size
               function TRIM(BELOB of Transaktion-Information)
                                      delimited by size
               " VALUTA="             delimited by size
               function TRIM(VALUTA of Transaktion-Information)
                                      delimited by size
               " TYPE="               delimited by size
               function TRIM(TRANSAKTIONS-TYPE
                   of Transaktion-Information)
                                      delimited by size
               " MODPART="            delimited by size
               function TRIM(NAVN of Transaktion-Information)
                                      delimited by size
               " REF="                delimited by size
               function TRIM(BUTIK of Transaktion-Information)
                                      delimited by size
                  into Sar-Linje
                  with pointer pos
           end-string
           write Sar-Linje
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
           move "amlSager" to KAP-PROGRAM
           move "SAG-TABEL" to KAP-TABEL
           move SG-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "ALARM-TABEL" to KAP-TABEL
           move AL-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "SAR-TABEL" to KAP-TABEL
           move SR-ANTAL to KAP-ANTAL
           move 1000 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KO-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
