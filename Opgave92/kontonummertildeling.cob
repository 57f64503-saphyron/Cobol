      identification division.
      program-id. kontoNummerTildeling.

     *> --- Central tildeling af kontonumre: nye Konto-ID'er er
     *>     hidtil fundet paa af den, der aabnede kontoen - derfor
     *>     afviser kontroller-konto-checkciffer friske konti, og
     *>     derfor stoeder numre sammen paa tvaers af REG-NR.
     *>     Programmet foerer nummerserierne pr. REG-NR i
     *>     text-files/KontoNummerSerier.txt (KontoNummerSerie.cpy)
     *>     og behandler kontooprettelserne i text-files/
     *>     KontoOprettelser.txt - een linje pr. ny konto med
     *>     afsenderens reference, REG-NR, Kunde-Id, produktkode og
     *>     oprettelsesdato (blank = i dag):
     *>       - naeste ledige loebenummer i REG-NR's serie tildeles
     *>         med kontrolcifret efter samme regel som
     *>         KontoCheckTabel.cpy - kontroller-konto-checkciffer
     *>         herunder er den samme som i intag-trinnene, saa et
     *>         tildelt nummer altid bestaar kontrollen. Et loebe-
     *>         nummer, der ikke kan faa et gyldigt kontrolciffer,
     *>         springes over
     *>       - et nummer, der allerede findes i KontoMaster.txt,
     *>         KontoHistorik.txt, Transaktioner.txt eller
     *>         arkivfilerne i ArkivListe.txt, genbruges aldrig
     *>       - nummeret reserveres (serien skrives om) og den nye
     *>         raekke skrives til KontoMaster.txt i samme
     *>         arbejdsgang. Serien skrives FOER masterraekken, saa
     *>         et afbrudt trin hoejst spilder et nummer og aldrig
     *>         udleverer det samme to gange
     *>       - en reference, der allerede har faaet et nummer
     *>         (KontoNummerLog.txt), afvises, saa en gensendt
     *>         oprettelse ikke giver en konto mere
     *>     Serier, der er ugyldige eller overlapper en anden
     *>     series interval, bruges ikke. En serie med mindre end
     *>     KS-ADVARSEL-PCT procent tilbage - eller opbrugt - meldes
     *>     hver koersel. Afvisninger og advarsler skrives til
     *>     KontoNummerExceptions.txt som BETINGELSE=-linjer, og
     *>     afsenderen faar svarfilen text-files/Udbakke/
     *>     KontoNumre_<tidsstempel>.txt (HDR, een TIL- eller
     *>     AFV-linje pr. oprettelse, TRL). Hver tildeling staar i
     *>     den persistente log KontoNummerLog.txt. Oprettelses-
     *>     filen arkiveres datostemplet og toemmes.

      environment division.
      input-output section.
      file-control.
           select optional Oprettelse-In
               assign to "text-files/KontoOprettelser.txt"
               organization is line sequential.
           select Arkiv-Out
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Serie-In
               assign to "text-files/KontoNummerSerier.txt"
               organization is line sequential.
           select Serie-Out
               assign to "text-files/KontoNummerSerier.txt"
               organization is line sequential.
     *> --- Vægttabellen for kontonummer-kontrolcifre - se ---
     *> --- KontoCheckTabel.cpy ---
           select optional Konto-Vaegte-In
               assign to "text-files/KontoVaegte.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select Konto-Master-Out
               assign to "text-files/KontoMaster.txt"
               organization is line sequential
               file status is MASTER-STATUS.
           select optional Konto-Historik-In
               assign to "text-files/KontoHistorik.txt"
               organization is line sequential.
           select optional Transaktion-Data-In
               assign to dynamic TRANS-FIL-NAVN
               organization is line sequential.
           select optional Arkiv-Liste-In
               assign to "text-files/ArkivListe.txt"
               organization is line sequential.
           select optional Log-In
               assign to "text-files/KontoNummerLog.txt"
               organization is line sequential.
           select Log-Out
               assign to "text-files/KontoNummerLog.txt"
               organization is line sequential
               file status is LOG-STATUS.
           select Svar-Out
               assign to dynamic SVAR-FIL-NAVN
               organization is line sequential.
           select Exception-Out
               assign to "text-files/KontoNummerExceptions.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Oprettelse-In.
      01 Oprettelse-Linje.
           02 KO-REFERENCE          pic x(16).
           02 KO-REG-NR             pic x(6).
           02 KO-KUNDE-ID           pic x(10).
           02 KO-PRODUKT-KODE       pic x(4).
           02 KO-OPRETTET-DATO      pic x(10).
      fd Arkiv-Out.
      01 Arkiv-Linje               pic x(46).
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Serie-In.
      01 Serie-Linje-In.
           copy "Opgave10/Copybooks/KontoNummerSerie.cpy".
      fd Serie-Out.
      01 Serie-Linje-Ud.
           copy "Opgave10/Copybooks/KontoNummerSerie.cpy".
      fd Konto-Vaegte-In.
      01 Konto-Vaegte-Linje.
           02 KV-REG-NR-IN         pic x(6).
           02 KV-VAEGTE-IN         pic x(10).
           02 KV-MODULUS-IN        pic 9(2).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN        pic x(14).
           02 KM-REG-NR-IN          pic x(6).
           02 KM-KUNDE-ID-IN        pic x(10).
           02 KM-OPRETTET-DATO-IN   pic x(10).
           02 KM-PRODUKT-KODE-IN    pic x(4).
      fd Konto-Master-Out.
      01 Konto-Master-Linje-Ud.
           02 KM-KONTO-ID-UD        pic x(14).
           02 KM-REG-NR-UD          pic x(6).
           02 KM-KUNDE-ID-UD        pic x(10).
           02 KM-OPRETTET-DATO-UD   pic x(10).
           02 KM-PRODUKT-KODE-UD    pic x(4).
      fd Konto-Historik-In.
      01 Konto-Historik-Linje-In   pic x(100).
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG               pic x(3).
           02 FILLER                pic x(203).
      fd Arkiv-Liste-In.
      01 Arkiv-Liste-Linje         pic x(100).
      fd Log-In.
      01 Log-Linje-In              pic x(200).
      fd Log-Out.
      01 Log-Linje                 pic x(200) value spaces.
      fd Svar-Out.
      01 Svar-Linje                pic x(150) value spaces.
      fd Exception-Out.
      01 Exception-Linje           pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-oprettelse     pic x value "N".
           88 end-of-file-oprettelse value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-serie          pic x value "N".
           88 end-of-file-serie   value "Y".
      01 EOF-check-vaegte         pic x value "N".
           88 end-of-file-vaegte  value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-historik       pic x value "N".
           88 end-of-file-historik value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-liste          pic x value "N".
           88 end-of-file-liste   value "Y".
      01 EOF-check-log            pic x value "N".
           88 end-of-file-log     value "Y".
      01 pos                      pic 9(4) value 1.
      01 MASTER-STATUS            pic x(2) value spaces.
      01 LOG-STATUS               pic x(2) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 TRANS-FIL-NAVN           pic x(100) value spaces.
      01 SVAR-FIL-NAVN            pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD             pic 9(8) value 0.
           02 DATO-YMD-X redefines DATO-YMD pic x(8).
           02 DATO-DAG-NR          pic 9(8) value 0.
      copy "Opgave10/Copybooks/KontoCheckTabel.cpy".
     *> --- Kundemasterens Kunde-Id'er ---
      01 Kunde-Tabel.
           02 KD-ANTAL             pic 9(5) value 0.
           02 KD-KUNDE-ID OCCURS 50000 TIMES pic x(10).
      01 KD-INDEX                 pic 9(5) value 0.
      01 KUNDE-FLAG               pic x value "N".
           88 KUNDE-KENDT         value "Y".
           88 KUNDE-UKENDT        value "N".
     *> --- Nummerserierne i memory; ST-STATUS U = serien er ---
     *> --- ugyldig, O = den overlapper en anden - begge bruges ---
     *> --- ikke. En ugyldig serie skrives tilbage som den stod ---
      01 Serie-Tabel.
           02 ST-ANTAL             pic 9(3) value 0.
           02 ST-POST OCCURS 500 TIMES.
              03 ST-REG-NR         pic x(6).
              03 ST-FRA            pic 9(9).
              03 ST-TIL            pic 9(9).
              03 ST-NAESTE         pic 9(9).
              03 ST-ADVARSEL-PCT   pic 9(2).
              03 ST-SENESTE-DATO   pic x(10).
              03 ST-SENESTE-KONTO  pic x(14).
              03 ST-STATUS         pic x.
                 88 SERIE-GYLDIG   value "G".
                 88 SERIE-UGYLDIG  value "U" "O".
                 88 SERIE-OVERLAPPER value "O".
              03 ST-ORIGINAL       pic x(59).
      01 ST-INDEX                 pic 9(3) value 0.
      01 ST-INDEX-2               pic 9(3) value 0.
      01 ST-FUNDET-INDEX          pic 9(3) value 0.
     *> --- Brugte numre inden for seriernes endnu ikke tildelte ---
     *> --- del - kun dem kan et nyt nummer stoede sammen med ---
      01 Brugt-Tabel.
           02 BN-ANTAL             pic 9(5) value 0.
           02 BN-KONTO-ID OCCURS 50000 TIMES pic x(14).
      01 BN-INDEX                 pic 9(5) value 0.
      01 BRUGT-KANDIDAT           pic x(14) value spaces.
      01 BRUGT-SENESTE            pic x(14) value spaces.
      01 BRUGT-TRIM               pic x(14) value spaces.
      01 BRUGT-BASE               pic 9(9) value 0.
      01 BRUGT-FLAG               pic x value "N".
           88 NUMMER-BRUGT        value "Y".
           88 NUMMER-LEDIGT       value "N".
      01 KH-KONTO-ID              pic x(14) value spaces.
     *> --- Referencer, der allerede har faaet et nummer ---
      01 Reference-Tabel.
           02 RF-ANTAL             pic 9(5) value 0.
           02 RF-REFERENCE OCCURS 50000 TIMES pic x(16).
      01 RF-INDEX                 pic 9(5) value 0.
      01 REFERENCE-FLAG           pic x value "N".
           88 REFERENCE-BRUGT     value "Y".
      01 LOG-FOER                 pic x(200) value spaces.
      01 LOG-REST                 pic x(200) value spaces.
     *> --- Arbejdsfelter til een tildeling ---
      01 KANDIDAT-BASE            pic 9(9) value 0.
      01 KANDIDAT-CIFFER          pic 9 value 0.
      01 KANDIDAT-NUMMER          pic 9(10) value 0.
      01 KANDIDAT-NUMMER-X redefines KANDIDAT-NUMMER pic x(10).
      01 TILDELT-KONTO-ID         pic x(14) value spaces.
      01 TILDELT-FLAG             pic x value "N".
           88 NUMMER-TILDELT      value "Y".
      01 OPRETTET-DATO            pic x(10) value spaces.
      01 AFVIS-BETINGELSE         pic x(24) value spaces.
     *> --- Kapacitetsadvarslen ---
      01 SERIE-STOERRELSE         pic 9(10) value 0.
      01 SERIE-LEDIGE             pic 9(10) value 0.
      01 SERIE-PCT                pic 9(2) value 0.
      01 LEDIGE-E                 pic z(9)9.
     *> --- Svarfilens linjer samles, saa HDR kan baere antallet ---
      01 Svar-Tabel.
           02 SV-ANTAL             pic 9(7) value 0.
           02 SV-LINJE OCCURS 5000 TIMES pic x(150).
      01 SV-INDEX                 pic 9(7) value 0.
      01 ANTAL-LAEST              pic 9(7) value 0.
      01 ANTAL-TILDELT            pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-SPRUNGET-BRUGT     pic 9(7) value 0.
      01 ANTAL-SPRUNGET-CIFFER    pic 9(7) value 0.
      01 ANTAL-SERIE-ADVARSLER    pic 9(7) value 0.
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
           open output Exception-Out
           perform indlæs-kunder
           perform indlæs-konto-vaegte
           perform indlæs-serier
           perform kontroller-overlap
           perform indlæs-log
           perform indlæs-brugte-numre
           open extend Log-Out
           if LOG-STATUS = "35"
               open output Log-Out
           end-if
           open extend Konto-Master-Out
           if MASTER-STATUS = "35"
               open output Konto-Master-Out
           end-if
           perform behandl-oprettelser
           close Konto-Master-Out
           close Log-Out
           perform kontroller-kapacitet
           close Exception-Out
           if ANTAL-LAEST > 0
               perform skriv-svarfil
               perform arkiver-oprettelser
           end-if
           display "Kontonummer-tildeling: " ANTAL-LAEST
               " oprettelse(r), " ANTAL-TILDELT " tildelt, "
               ANTAL-AFVIST " afvist"
           if ANTAL-SPRUNGET-BRUGT > 0 or ANTAL-SPRUNGET-CIFFER > 0
               display "Kontonummer-tildeling: " ANTAL-SPRUNGET-BRUGT
                   " brugt(e) nummer/numre og "
                   ANTAL-SPRUNGET-CIFFER
                   " loebenummer/-numre uden gyldigt kontrolciffer"
                   " sprunget over"
           end-if
           if ANTAL-SERIE-ADVARSLER > 0
               display "Kontonummer-tildeling: " ANTAL-SERIE-ADVARSLER
                   " serie(r) naer opbrugt eller ugyldig(e) - se "
                   "text-files/KontoNummerExceptions.txt"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "Kontonummer-tildeling: " ANTAL-TABEL-FULD
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
           move 0 to KD-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if KD-ANTAL < 50000
                           add 1 to KD-ANTAL
                           move Kunde-Id of Kunde-Information
                               to KD-KUNDE-ID (KD-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

     *> --- Indlæser den valgfri KontoVaegte.txt - se ---
     *> --- KontoCheckTabel.cpy ---
      indlæs-konto-vaegte.
           move 0 to KV-ANTAL
           move "N" to EOF-check-vaegte
           open input Konto-Vaegte-In
           perform until end-of-file-vaegte
               read Konto-Vaegte-In
                   at end move "Y" to EOF-check-vaegte
                   not at end
                       if KV-ANTAL < MAX-KONTO-VAEGTE
                           add 1 to KV-ANTAL
                           move KV-REG-NR-IN to KV-REG-NR (KV-ANTAL)
                           move KV-VAEGTE-IN to KV-VAEGTE (KV-ANTAL)
                           move KV-MODULUS-IN
                               to KV-MODULUS (KV-ANTAL)
                       end-if
               end-read
           end-perform
           close Konto-Vaegte-In
           exit.

     *> --- Nummerserierne. En serie med ikke-numeriske graenser, ---
     *> --- FRA over TIL eller NAESTE uden for intervallet meldes ---
     *> --- og bruges ikke - men skrives uaendret tilbage ---
      indlæs-serier.
           move 0 to ST-ANTAL
           move "N" to EOF-check-serie
           open input Serie-In
           perform until end-of-file-serie
               read Serie-In
                   at end move "Y" to EOF-check-serie
                   not at end
                       if Serie-Linje-In not = spaces
                           if ST-ANTAL < 500
                               add 1 to ST-ANTAL
                               perform indlæs-en-serie
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Serie-In
           exit.

      indlæs-en-serie.
           move Serie-Linje-In to ST-ORIGINAL (ST-ANTAL)
           move KS-REG-NR of Serie-Linje-In to ST-REG-NR (ST-ANTAL)
           move KS-SENESTE-DATO of Serie-Linje-In
               to ST-SENESTE-DATO (ST-ANTAL)
           move KS-SENESTE-KONTO of Serie-Linje-In
               to ST-SENESTE-KONTO (ST-ANTAL)
           move 0 to ST-FRA (ST-ANTAL)
           move 0 to ST-TIL (ST-ANTAL)
           move 0 to ST-NAESTE (ST-ANTAL)
           move 0 to ST-ADVARSEL-PCT (ST-ANTAL)
           set SERIE-GYLDIG (ST-ANTAL) to TRUE
           if KS-REG-NR of Serie-Linje-In = spaces
               or KS-FRA of Serie-Linje-In is not numeric
               or KS-TIL of Serie-Linje-In is not numeric
               set SERIE-UGYLDIG (ST-ANTAL) to TRUE
           else
               move KS-FRA of Serie-Linje-In to ST-FRA (ST-ANTAL)
               move KS-TIL of Serie-Linje-In to ST-TIL (ST-ANTAL)
           end-if
           if KS-NAESTE of Serie-Linje-In is numeric
               move KS-NAESTE of Serie-Linje-In
                   to ST-NAESTE (ST-ANTAL)
           else
               if KS-NAESTE of Serie-Linje-In not = spaces
                   set SERIE-UGYLDIG (ST-ANTAL) to TRUE
               end-if
           end-if
           if KS-ADVARSEL-PCT of Serie-Linje-In is numeric
               move KS-ADVARSEL-PCT of Serie-Linje-In
                   to ST-ADVARSEL-PCT (ST-ANTAL)
           end-if
           if SERIE-GYLDIG (ST-ANTAL)
               if ST-NAESTE (ST-ANTAL) = 0
                   move ST-FRA (ST-ANTAL) to ST-NAESTE (ST-ANTAL)
               end-if
               if ST-FRA (ST-ANTAL) = 0
                   or ST-FRA (ST-ANTAL) > ST-TIL (ST-ANTAL)
                   or ST-NAESTE (ST-ANTAL) < ST-FRA (ST-ANTAL)
                   or ST-NAESTE (ST-ANTAL) > ST-TIL (ST-ANTAL) + 1
                   set SERIE-UGYLDIG (ST-ANTAL) to TRUE
               end-if
           end-if
           if SERIE-UGYLDIG (ST-ANTAL)
               move ST-ANTAL to ST-INDEX
               move "SERIE-UGYLDIG" to AFVIS-BETINGELSE
               perform skriv-serie-exception
           end-if
           exit.

     *> --- To serier, hvis intervaller overlapper - eller to ---
     *> --- serier for samme REG-NR - kunne udlevere samme Konto-ID ---
     *> --- to gange. Begge tages ud af brug ---
      kontroller-overlap.
           perform varying ST-INDEX from 1 by 1
               until ST-INDEX > ST-ANTAL
               perform varying ST-INDEX-2 from 1 by 1
                   until ST-INDEX-2 > ST-ANTAL
                   if ST-INDEX-2 not = ST-INDEX
                       and SERIE-GYLDIG (ST-INDEX)
                       and (SERIE-GYLDIG (ST-INDEX-2)
                           or SERIE-OVERLAPPER (ST-INDEX-2))
                       and (ST-REG-NR (ST-INDEX-2)
                               = ST-REG-NR (ST-INDEX)
                           or (ST-FRA (ST-INDEX-2)
                                   not > ST-TIL (ST-INDEX)
                               and ST-FRA (ST-INDEX)
                                   not > ST-TIL (ST-INDEX-2)))
                       set SERIE-OVERLAPPER (ST-INDEX) to TRUE
                       move "SERIE-OVERLAPPER" to AFVIS-BETINGELSE
                       perform skriv-serie-exception
                   end-if
               end-perform
           end-perform
           exit.

     *> --- Referencerne fra tidligere koersler (TILDELT-linjerne) ---
      indlæs-log.
           move 0 to RF-ANTAL
           move "N" to EOF-check-log
           open input Log-In
           perform until end-of-file-log
               read Log-In
                   at end move "Y" to EOF-check-log
                   not at end
                       if Log-Linje-In (1:7) = "TILDELT"
                           move spaces to LOG-FOER
                           move spaces to LOG-REST
                           unstring Log-Linje-In
                               delimited by " REFERENCE="
                               into LOG-FOER LOG-REST
                           end-unstring
                           if RF-ANTAL < 50000
                               add 1 to RF-ANTAL
                               move LOG-REST (1:16)
                                   to RF-REFERENCE (RF-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Log-In
           exit.

     *> --- Alle Konto-ID'er, banken kender: masteren, historikken, ---
     *> --- den aktuelle transaktionsfil og arkiverne ---
      indlæs-brugte-numre.
           move 0 to BN-ANTAL
           move spaces to BRUGT-SENESTE
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       move KM-KONTO-ID-IN to BRUGT-KANDIDAT
                       perform noter-brugt-nummer
               end-read
           end-perform
           close Konto-Master-In
           move "N" to EOF-check-historik
           open input Konto-Historik-In
           perform until end-of-file-historik
               read Konto-Historik-In
                   at end move "Y" to EOF-check-historik
                   not at end
                       move spaces to KH-KONTO-ID
                       unstring Konto-Historik-Linje-In
                           delimited by "|"
                           into KH-KONTO-ID
                       end-unstring
                       move KH-KONTO-ID to BRUGT-KANDIDAT
                       perform noter-brugt-nummer
               end-read
           end-perform
           close Konto-Historik-In
           move "text-files/Transaktioner.txt" to TRANS-FIL-NAVN
           perform gennemgaa-trans-fil
           move "N" to EOF-check-liste
           open input Arkiv-Liste-In
           perform until end-of-file-liste
               read Arkiv-Liste-In
                   at end move "Y" to EOF-check-liste
                   not at end
                       if Arkiv-Liste-Linje not = spaces
                           move Arkiv-Liste-Linje to TRANS-FIL-NAVN
                           perform gennemgaa-trans-fil
                       end-if
               end-read
           end-perform
           close Arkiv-Liste-In
           exit.

     *> --- Een transaktionsfil (HDR/TRL springes over; arkiverne ---
     *> --- har dem ikke) ---
      gennemgaa-trans-fil.
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG not = "HDR" and not = "TRL"
                           move KONTO-ID of Transaktion-Information
                               to BRUGT-KANDIDAT
                           perform noter-brugt-nummer
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

     *> --- Noterer BRUGT-KANDIDAT, hvis det er et 10-cifret nummer, ---
     *> --- hvis loebenummer ligger i en series endnu ikke tildelte ---
     *> --- del (NAESTE..TIL). Alle andre numre kan aldrig blive ---
     *> --- tildelt og behoever ikke huskes ---
      noter-brugt-nummer.
           if BRUGT-KANDIDAT = spaces
               or BRUGT-KANDIDAT = BRUGT-SENESTE
               exit paragraph
           end-if
           move BRUGT-KANDIDAT to BRUGT-SENESTE
           move function TRIM(BRUGT-KANDIDAT) to BRUGT-TRIM
           if BRUGT-TRIM (1:10) is not numeric
               or BRUGT-TRIM (11:4) not = spaces
               exit paragraph
           end-if
           move BRUGT-TRIM (1:9) to BRUGT-BASE
           move 0 to ST-FUNDET-INDEX
           perform varying ST-INDEX from 1 by 1
               until ST-FUNDET-INDEX > 0 or ST-INDEX > ST-ANTAL
               if SERIE-GYLDIG (ST-INDEX)
                   and BRUGT-BASE not < ST-NAESTE (ST-INDEX)
                   and BRUGT-BASE not > ST-TIL (ST-INDEX)
                   move ST-INDEX to ST-FUNDET-INDEX
               end-if
           end-perform
           if ST-FUNDET-INDEX = 0
               exit paragraph
           end-if
           move BRUGT-TRIM to BRUGT-KANDIDAT
           perform find-brugt-nummer
           if NUMMER-BRUGT
               exit paragraph
           end-if
           if BN-ANTAL < 50000
               add 1 to BN-ANTAL
               move BRUGT-KANDIDAT to BN-KONTO-ID (BN-ANTAL)
           else
               add 1 to ANTAL-TABEL-FULD
           end-if
           exit.

      find-brugt-nummer.
           set NUMMER-LEDIGT to TRUE
           perform varying BN-INDEX from 1 by 1
               until NUMMER-BRUGT or BN-INDEX > BN-ANTAL
               if BN-KONTO-ID (BN-INDEX) = BRUGT-KANDIDAT
                   set NUMMER-BRUGT to TRUE
               end-if
           end-perform
           exit.

      behandl-oprettelser.
           move "N" to EOF-check-oprettelse
           open input Oprettelse-In
           perform until end-of-file-oprettelse
               read Oprettelse-In
                   at end move "Y" to EOF-check-oprettelse
                   not at end
                       if Oprettelse-Linje not = spaces
                           add 1 to ANTAL-LAEST
                           perform behandl-en-oprettelse
                       end-if
               end-read
           end-perform
           close Oprettelse-In
           exit.

      behandl-en-oprettelse.
           move spaces to AFVIS-BETINGELSE
           move spaces to TILDELT-KONTO-ID
           move KO-OPRETTET-DATO to OPRETTET-DATO
           if OPRETTET-DATO = spaces
               move DAGS-DATO to OPRETTET-DATO
           end-if
           move OPRETTET-DATO to DATO-TEKST
           perform dato-til-dag-nr
           set KUNDE-UKENDT to TRUE
           perform varying KD-INDEX from 1 by 1
               until KUNDE-KENDT or KD-INDEX > KD-ANTAL
               if KD-KUNDE-ID (KD-INDEX) = KO-KUNDE-ID
                   set KUNDE-KENDT to TRUE
               end-if
           end-perform
           move "N" to REFERENCE-FLAG
           perform varying RF-INDEX from 1 by 1
               until REFERENCE-BRUGT or RF-INDEX > RF-ANTAL
               if RF-REFERENCE (RF-INDEX) = KO-REFERENCE
                   set REFERENCE-BRUGT to TRUE
               end-if
           end-perform
           move 0 to ST-FUNDET-INDEX
           perform varying ST-INDEX from 1 by 1
               until ST-FUNDET-INDEX > 0 or ST-INDEX > ST-ANTAL
               if ST-REG-NR (ST-INDEX) = KO-REG-NR
                   move ST-INDEX to ST-FUNDET-INDEX
               end-if
           end-perform
           evaluate TRUE
               when KO-REFERENCE = spaces
                   move "REFERENCE-MANGLER" to AFVIS-BETINGELSE
               when REFERENCE-BRUGT
                   move "REFERENCE-BRUGT" to AFVIS-BETINGELSE
               when KO-KUNDE-ID = spaces or KUNDE-UKENDT
                   move "KUNDE-UKENDT" to AFVIS-BETINGELSE
               when DATO-DAG-NR = 0
                   move "DATO-UGYLDIG" to AFVIS-BETINGELSE
               when OPRETTET-DATO > DAGS-DATO
                   move "DATO-I-FREMTIDEN" to AFVIS-BETINGELSE
               when ST-FUNDET-INDEX = 0
                   move "SERIE-UKENDT" to AFVIS-BETINGELSE
               when SERIE-UGYLDIG (ST-FUNDET-INDEX)
                   move "SERIE-UGYLDIG" to AFVIS-BETINGELSE
           end-evaluate
           if AFVIS-BETINGELSE = spaces
               perform tildel-nummer
               if not NUMMER-TILDELT
                   move "SERIE-OPBRUGT" to AFVIS-BETINGELSE
                   perform skriv-serier
               end-if
           end-if
           if AFVIS-BETINGELSE not = spaces
               perform skriv-oprettelse-afvisning
               exit paragraph
           end-if
     *> --- Reservationen foerst, saa masterraekken ---
           move OPRETTET-DATO to ST-SENESTE-DATO (ST-FUNDET-INDEX)
           move TILDELT-KONTO-ID
               to ST-SENESTE-KONTO (ST-FUNDET-INDEX)
           perform skriv-serier
           move spaces to Konto-Master-Linje-Ud
           move TILDELT-KONTO-ID to KM-KONTO-ID-UD
           move KO-REG-NR to KM-REG-NR-UD
           move KO-KUNDE-ID to KM-KUNDE-ID-UD
           move OPRETTET-DATO to KM-OPRETTET-DATO-UD
           move KO-PRODUKT-KODE to KM-PRODUKT-KODE-UD
           write Konto-Master-Linje-Ud
           add 1 to ANTAL-TILDELT
           if RF-ANTAL < 50000
               add 1 to RF-ANTAL
               move KO-REFERENCE to RF-REFERENCE (RF-ANTAL)
           end-if
           move TILDELT-KONTO-ID to BRUGT-KANDIDAT
           if BN-ANTAL < 50000
               add 1 to BN-ANTAL
               move BRUGT-KANDIDAT to BN-KONTO-ID (BN-ANTAL)
           end-if
           perform skriv-log
           perform noter-tildeling-i-svar
           exit.

     *> --- Naeste ledige nummer i serien ST-FUNDET-INDEX: loebe- ---
     *> --- nummeret faar det foerste kontrolciffer 0-9, der ---
     *> --- bestaar kontrollen, og et nummer, banken allerede ---
     *> --- kender, springes over. NAESTE flyttes forbi hvert ---
     *> --- proevet loebenummer ---
      tildel-nummer.
           move "N" to TILDELT-FLAG
           perform until NUMMER-TILDELT
               or ST-NAESTE (ST-FUNDET-INDEX)
                   > ST-TIL (ST-FUNDET-INDEX)
               move ST-NAESTE (ST-FUNDET-INDEX) to KANDIDAT-BASE
               add 1 to ST-NAESTE (ST-FUNDET-INDEX)
               perform find-kontrolciffer
               if KONTO-CHECK-UGYLDIG
                   add 1 to ANTAL-SPRUNGET-CIFFER
               else
                   move KANDIDAT-NUMMER-X to BRUGT-KANDIDAT
                   perform find-brugt-nummer
                   if NUMMER-BRUGT
                       add 1 to ANTAL-SPRUNGET-BRUGT
                   else
                       move KANDIDAT-NUMMER-X to TILDELT-KONTO-ID
                       set NUMMER-TILDELT to TRUE
                   end-if
               end-if
           end-perform
           exit.

      find-kontrolciffer.
           set KONTO-CHECK-UGYLDIG to TRUE
           move ST-REG-NR (ST-FUNDET-INDEX) to KV-OPSLAG-REG
           perform varying KANDIDAT-CIFFER from 0 by 1
               until KONTO-CHECK-GYLDIG
               compute KANDIDAT-NUMMER =
                   KANDIDAT-BASE * 10 + KANDIDAT-CIFFER
               move KANDIDAT-NUMMER-X to KV-OPSLAG-KONTO
               perform kontroller-konto-checkciffer
               if KANDIDAT-CIFFER = 9
                   exit perform
               end-if
           end-perform
           exit.

     *> --- Modulus-kontrol af KV-OPSLAG-KONTO mod vægtene for ---
     *> --- KV-OPSLAG-REG: de sidste 10 tegn skal være cifre, og ---
     *> --- den vægtede tværsum skal gå op i modulus. REG-NR uden ---
     *> --- vægte kontrolleres ikke ---
      kontroller-konto-checkciffer.
           set KONTO-CHECK-GYLDIG to TRUE
           set KV-REG-IKKE-FUNDET to TRUE
           move 1 to KV-INDEX
           perform until KV-REG-FUNDET or KV-INDEX > KV-ANTAL
               if KV-REG-NR (KV-INDEX) = KV-OPSLAG-REG
                   set KV-REG-FUNDET to TRUE
               else
                   add 1 to KV-INDEX
               end-if
           end-perform
           if KV-REG-IKKE-FUNDET
               exit paragraph
           end-if
           move function TRIM(KV-OPSLAG-KONTO) to KV-KONTO-TRIM
           move function LENGTH(function TRIM(KV-KONTO-TRIM))
               to KV-KONTO-LAENGDE
           if KV-KONTO-LAENGDE < 10
               set KONTO-CHECK-UGYLDIG to TRUE
               exit paragraph
           end-if
           compute KV-CIFFER-POS = KV-KONTO-LAENGDE - 9
           move KV-KONTO-TRIM (KV-CIFFER-POS:10) to KV-CIFRE
           if KV-CIFRE is not numeric
               set KONTO-CHECK-UGYLDIG to TRUE
               exit paragraph
           end-if
           move 0 to KV-VAEGTET-SUM
           perform varying KV-CIFFER-POS from 1 by 1
               until KV-CIFFER-POS > 10
               compute KV-VAEGTET-SUM = KV-VAEGTET-SUM
                   + function NUMVAL(KV-CIFRE (KV-CIFFER-POS:1))
                   * KV-VAEGT (KV-INDEX, KV-CIFFER-POS)
           end-perform
           if KV-MODULUS (KV-INDEX) > 0
               compute KV-SUM-REST =
                   function MOD(KV-VAEGTET-SUM,
                       KV-MODULUS (KV-INDEX))
               if KV-SUM-REST not = 0
                   set KONTO-CHECK-UGYLDIG to TRUE
               end-if
           end-if
           exit.

     *> --- Kapaciteten: ledige loebenumre (NAESTE..TIL) mod ---
     *> --- seriens stoerrelse. Ledige taeller ogsaa numre, der ---
     *> --- senere viser sig brugt eller uden kontrolciffer - ---
     *> --- advarslen kommer altsaa hellere for tidligt end sent ---
      kontroller-kapacitet.
           perform varying ST-INDEX from 1 by 1
               until ST-INDEX > ST-ANTAL
               if SERIE-GYLDIG (ST-INDEX)
                   compute SERIE-STOERRELSE =
                       ST-TIL (ST-INDEX) - ST-FRA (ST-INDEX) + 1
                   compute SERIE-LEDIGE =
                       ST-TIL (ST-INDEX) + 1 - ST-NAESTE (ST-INDEX)
                   move ST-ADVARSEL-PCT (ST-INDEX) to SERIE-PCT
                   if SERIE-PCT = 0
                       move 10 to SERIE-PCT
                   end-if
                   move spaces to AFVIS-BETINGELSE
                   if SERIE-LEDIGE = 0
                       move "SERIE-OPBRUGT" to AFVIS-BETINGELSE
                   else
                       if SERIE-LEDIGE * 100
                           < SERIE-STOERRELSE * SERIE-PCT
                           move "SERIE-NAER-OPBRUGT"
                               to AFVIS-BETINGELSE
                       end-if
                   end-if
                   if AFVIS-BETINGELSE not = spaces
                       perform skriv-kapacitet-advarsel
                   end-if
               end-if
           end-perform
           exit.

      skriv-kapacitet-advarsel.
           add 1 to ANTAL-SERIE-ADVARSLER
           move SERIE-LEDIGE to LEDIGE-E
           move spaces to Exception-Linje
           move 1 to pos
           string
               "BETINGELSE="          delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " KILDE=SERIE REG-NR=" delimited by size
               ST-REG-NR (ST-INDEX)   delimited by size
               " FRA="                delimited by size
               ST-FRA (ST-INDEX)      delimited by size
               " TIL="                delimited by size
               ST-TIL (ST-INDEX)      delimited by size
               " LEDIGE="             delimited by size
               function TRIM(LEDIGE-E) delimited by size
                  into Exception-Linje
                  with pointer pos
           end-string
           write Exception-Linje
           display "Kontonummer-tildeling: "
               function TRIM(AFVIS-BETINGELSE) " REG-NR="
               ST-REG-NR (ST-INDEX) " LEDIGE=" function TRIM(LEDIGE-E)
           exit.

      skriv-serie-exception.
           add 1 to ANTAL-SERIE-ADVARSLER
           move spaces to Exception-Linje
           move 1 to pos
           string
               "BETINGELSE="          delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " KILDE=SERIE REG-NR=" delimited by size
               ST-REG-NR (ST-INDEX)   delimited by size
                  into Exception-Linje
                  with pointer pos
           end-string
           write Exception-Linje
           exit.

      skriv-oprettelse-afvisning.
           add 1 to ANTAL-AFVIST
           move spaces to Exception-Linje
           move 1 to pos
           string
               "BETINGELSE="          delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " KILDE=OPRETTELSE REFERENCE=" delimited by size
               function TRIM(KO-REFERENCE) delimited by size
               " REG-NR="             delimited by size
               KO-REG-NR              delimited by size
               " KUNDE-ID="           delimited by size
               KO-KUNDE-ID            delimited by size
               " DATO="               delimited by size
               KO-OPRETTET-DATO       delimited by size
                  into Exception-Linje
                  with pointer pos
           end-string
           write Exception-Linje
           if SV-ANTAL not < 5000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to SV-ANTAL
           move spaces to SV-LINJE (SV-ANTAL)
           move 1 to pos
           string
               "AFV REFERENCE="       delimited by size
               KO-REFERENCE           delimited by size
               " REG-NR="             delimited by size
               KO-REG-NR              delimited by size
               " KUNDE-ID="           delimited by size
               KO-KUNDE-ID            delimited by size
               " BETINGELSE="         delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
                  into SV-LINJE (SV-ANTAL)
                  with pointer pos
           end-string
           exit.

      noter-tildeling-i-svar.
           if SV-ANTAL not < 5000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to SV-ANTAL
           move spaces to SV-LINJE (SV-ANTAL)
           move 1 to pos
           string
               "TIL REFERENCE="       delimited by size
               KO-REFERENCE           delimited by size
               " REG-NR="             delimited by size
               KO-REG-NR              delimited by size
               " KUNDE-ID="           delimited by size
               KO-KUNDE-ID            delimited by size
               " KONTO-ID="           delimited by size
               TILDELT-KONTO-ID       delimited by size
               " PRODUKT="            delimited by size
               KO-PRODUKT-KODE        delimited by size
               " OPRETTET="           delimited by size
               OPRETTET-DATO          delimited by size
                  into SV-LINJE (SV-ANTAL)
                  with pointer pos
           end-string
           exit.

     *> --- REFERENCE staar med fuld bredde - indlæs-log laeser den ---
     *> --- tilbage efter " REFERENCE=" ---
      skriv-log.
           move spaces to Log-Linje
           move 1 to pos
           string
               "TILDELT TIDSPUNKT="   delimited by size
               KOERSEL-TIDSSTEMPEL    delimited by size
               " REFERENCE="          delimited by size
               KO-REFERENCE           delimited by size
               " REG-NR="             delimited by size
               KO-REG-NR              delimited by size
               " KONTO-ID="           delimited by size
               TILDELT-KONTO-ID       delimited by size
               " KUNDE-ID="           delimited by size
               KO-KUNDE-ID            delimited by size
               " PRODUKT="            delimited by size
               KO-PRODUKT-KODE        delimited by size
               " OPRETTET="           delimited by size
               OPRETTET-DATO          delimited by size
                  into Log-Linje
                  with pointer pos
           end-string
           write Log-Linje
           exit.

      skriv-serier.
           open output Serie-Out
           perform varying ST-INDEX from 1 by 1
               until ST-INDEX > ST-ANTAL
               if ST-STATUS (ST-INDEX) = "U"
                   write Serie-Linje-Ud from ST-ORIGINAL (ST-INDEX)
               else
                   perform skriv-en-serie
               end-if
           end-perform
           close Serie-Out
           exit.

      skriv-en-serie.
           move spaces to Serie-Linje-Ud
           move ST-REG-NR (ST-INDEX) to KS-REG-NR of Serie-Linje-Ud
           move ST-FRA (ST-INDEX) to KS-FRA of Serie-Linje-Ud
           move ST-TIL (ST-INDEX) to KS-TIL of Serie-Linje-Ud
           move ST-NAESTE (ST-INDEX) to KS-NAESTE of Serie-Linje-Ud
           move ST-ADVARSEL-PCT (ST-INDEX)
               to KS-ADVARSEL-PCT of Serie-Linje-Ud
           move ST-SENESTE-DATO (ST-INDEX)
               to KS-SENESTE-DATO of Serie-Linje-Ud
           move ST-SENESTE-KONTO (ST-INDEX)
               to KS-SENESTE-KONTO of Serie-Linje-Ud
           write Serie-Linje-Ud
           exit.

     *> --- Svarfilen til afsenderne: HDR, TIL/AFV-linjerne og TRL ---
     *> --- - HDR/TRL-moenstret fra udbakkens andre filer ---
      skriv-svarfil.
           move spaces to SVAR-FIL-NAVN
           move 1 to pos
           string
               "text-files/Udbakke/KontoNumre_" delimited by size
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
               " TILDELT="            delimited by size
               ANTAL-TILDELT          delimited by size
               " AFVIST="             delimited by size
               ANTAL-AFVIST           delimited by size
                  into Svar-Linje
                  with pointer pos
           end-string
           write Svar-Linje
           close Svar-Out
           exit.

      arkiver-oprettelser.
           move spaces to ARKIV-FIL-NAVN
           move 1 to pos
           string
               "text-files/KontoOprettelserBehandlet_" delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ARKIV-FIL-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-oprettelse
           open input Oprettelse-In
           open output Arkiv-Out
           perform until end-of-file-oprettelse
               read Oprettelse-In
                   at end move "Y" to EOF-check-oprettelse
                   not at end
                       write Arkiv-Linje from Oprettelse-Linje
               end-read
           end-perform
           close Arkiv-Out
           close Oprettelse-In
           open output Oprettelse-In
           close Oprettelse-In
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
           move "kontoNummerTildeling" to KAP-PROGRAM
           move "KONTO-CHECK-TABEL" to KAP-TABEL
           move KV-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-TABEL" to KAP-TABEL
           move KD-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "SERIE-TABEL" to KAP-TABEL
           move ST-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "BRUGT-TABEL" to KAP-TABEL
           move BN-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "REFERENCE-TABEL" to KAP-TABEL
           move RF-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "SVAR-TABEL" to KAP-TABEL
           move SV-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
