      identification division.
      program-id. psd2Adgang.

     *> --- PSD2-kontoinformation: tredjepartsudbydere (TPP'er) med
     *>     kundens samtykke skal kunne hente saldi og posteringer
     *>     paa de konti, samtykket daekker - og intet andet.
     *>     Programmet foerer samtykkeregistret text-files/
     *>     Psd2Samtykker.txt (Psd2Samtykke.cpy) og danner udtraekkene:
     *>       - text-files/Psd2SamtykkeFeed.txt fra API-gatewayen:
     *>         handling O (opret: samtykke-id, TPP-id, Kunde-Id,
     *>         omfang S/T/A, givet-dato og de daekkede konti) eller
     *>         T (tilbagekald: samtykke-id og dato, evt. Kunde-Id).
     *>         Udloebsdatoen saettes til givet-dato + 180 dage. En
     *>         konto, der efter KontoMaster.txt ikke tilhoerer
     *>         kunden, afviser hele samtykket
     *>       - aktive samtykker, hvis udloebsdato er passeret,
     *>         markeres udloebne og rapporteres
     *>       - text-files/Psd2Anmodninger.txt: TPP'ernes hentninger
     *>         (samtykke-id, TPP-id). Et ukendt, tilbagekaldt eller
     *>         udloebet samtykke - eller en anden TPP end den,
     *>         samtykket er givet til - afvises; ellers dannes eet
     *>         udtraek pr. hentning under text-files/Psd2Udtraek/
     *>         med HDR/KTO/BAL/TRN/TRL-records adskilt af "|":
     *>         saldi fra den disponible position (DisponibelSaldo.txt,
     *>         Opgave61) og posteringerne fra Transaktioner.txt og
     *>         arkivfilerne i ArkivListe.txt, der er nyere end
     *>         samtykkets seneste udleverede postering (foerste gang
     *>         de seneste PSD2-HISTORIK-DAGE dage). Fremtidigt
     *>         daterede posteringer udleveres foerst, naar datoen er
     *>         naaet.
     *>     Afvisninger skrives til Psd2Exceptions.txt som
     *>     BETINGELSE=-linjer. Hvert udtraek, hver afvist hentning og
     *>     hver aendring af registret skrives til den persistente
     *>     log Psd2AdgangsLog.txt, der aldrig skrives om - den
     *>     besvarer kundens spoergsmaal om, hvem der har laest
     *>     deres data, og tages med i GDPR-indsigten (Opgave25).
     *>     Loggen kaedes som de oevrige audit-filer (AuditKaede.cpy)
     *>     og kontrolleres hver nat af auditKaedeKontrol (Opgave97).
     *>     Feedet og anmodningerne arkiveres datostemplet og toemmes.

      environment division.
      input-output section.
      file-control.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select optional Register-In
               assign to "text-files/Psd2Samtykker.txt"
               organization is line sequential.
           select Register-Out
               assign to "text-files/Psd2Samtykker.txt"
               organization is line sequential.
           select optional Feed-In
               assign to "text-files/Psd2SamtykkeFeed.txt"
               organization is line sequential.
           select optional Anmodning-In
               assign to "text-files/Psd2Anmodninger.txt"
               organization is line sequential.
           select Arkiv-Out
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
           select optional Transaktion-Data-In
               assign to dynamic TRANS-FIL-NAVN
               organization is line sequential.
           select optional Arkiv-Liste-In
               assign to "text-files/ArkivListe.txt"
               organization is line sequential.
           select Udtraek-Out
               assign to dynamic UDTRAEK-FIL-NAVN
               organization is line sequential.
           select Log-Out
               assign to "text-files/Psd2AdgangsLog.txt"
               organization is line sequential
               file status is LOG-STATUS.
           select optional Audit-Kaede-In
               assign to "text-files/Psd2AdgangsLog.txt"
               organization is line sequential.
           select Exception-Out
               assign to "text-files/Psd2Exceptions.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
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
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN       pic x(14).
           02 DP-BOGFOERT-IN       pic x(17).
           02 DP-DAGENS-IN         pic x(17).
           02 DP-RAMME-IN          pic x(17).
           02 DP-RESERVERET-IN     pic x(17).
      fd Register-In.
      01 Register-Linje-In.
           copy "Opgave10/Copybooks/Psd2Samtykke.cpy".
      fd Register-Out.
      01 Register-Linje-Ud         pic x(252).
      fd Feed-In.
      01 Feed-Linje.
           02 FD-HANDLING           pic x.
           02 FD-SAMTYKKE-ID        pic x(20).
           02 FD-TPP-ID             pic x(12).
           02 FD-KUNDE-ID           pic x(10).
           02 FD-OMFANG             pic x.
           02 FD-DATO               pic x(10).
           02 FD-ANTAL-KONTI        pic x(2).
           02 FD-ANTAL-KONTI-N redefines FD-ANTAL-KONTI pic 9(2).
           02 FD-KONTO-ID OCCURS 10 TIMES pic x(14).
      fd Anmodning-In.
      01 Anmodning-Linje.
           02 AN-SAMTYKKE-ID        pic x(20).
           02 AN-TPP-ID             pic x(12).
      fd Arkiv-Out.
      01 Arkiv-Linje               pic x(196).
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG               pic x(3).
           02 FILLER                pic x(203).
      fd Arkiv-Liste-In.
      01 Arkiv-Liste-Linje         pic x(100).
      fd Udtraek-Out.
      01 Udtraek-Linje             pic x(200) value spaces.
      fd Log-Out.
      01 Audit-Post.
           02 Audit-Linje          pic x(250) value spaces.
           02 Audit-Hale           pic x(39).
      fd Audit-Kaede-In.
      01 Audit-Kaede-In-Linje      pic x(600).
      fd Exception-Out.
      01 Exception-Linje           pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-feed           pic x value "N".
           88 end-of-file-feed    value "Y".
      01 EOF-check-anmodning      pic x value "N".
           88 end-of-file-anmodning value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-liste          pic x value "N".
           88 end-of-file-liste   value "Y".
      01 pos                      pic 9(4) value 1.
      01 LOG-STATUS               pic x(2) value spaces.
      copy "Opgave10/Copybooks/AuditKaede.cpy".
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 TRANS-FIL-NAVN           pic x(100) value spaces.
      01 UDTRAEK-FIL-NAVN         pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD             pic 9(8) value 0.
           02 DATO-YMD-X redefines DATO-YMD pic x(8).
           02 DATO-DAG-NR          pic 9(8) value 0.
     *> --- Samtykkets levetid og den historik, et foerste udtraek ---
     *> --- gaar tilbage ---
      01 PSD2-GYLDIG-DAGE         pic 9(3) value 180.
      01 PSD2-HISTORIK-DAGE       pic 9(3) value 90.
      01 HISTORIK-FRA-DATO        pic x(10) value spaces.
     *> --- Kundemasterens Kunde-Id'er ---
      01 Kunde-Tabel.
           02 KD-ANTAL             pic 9(5) value 0.
           02 KD-KUNDE-ID OCCURS 50000 TIMES pic x(10).
      01 KD-INDEX                 pic 9(5) value 0.
      01 KUNDE-FLAG               pic x value "N".
           88 KUNDE-KENDT         value "Y".
           88 KUNDE-UKENDT        value "N".
     *> --- Kontomasterens ejer pr. konto ---
      01 Konto-Ejer-Tabel.
           02 KE-ANTAL             pic 9(5) value 0.
           02 KE-POST OCCURS 50000 TIMES.
              03 KE-KONTO-ID       pic x(14).
              03 KE-KUNDE-ID       pic x(10).
      01 KE-INDEX                 pic 9(5) value 0.
      01 KONTO-EJER-FLAG          pic x value "N".
           88 KONTO-TILHOERER-KUNDEN value "Y".
           88 KONTO-TILHOERER-IKKE   value "N".
     *> --- Den disponible position pr. konto, omregnet til ---
     *> --- bogfoert saldo (bogfoert + dagens) og disponibelt ---
     *> --- (bogfoert + ramme - reserveret) ---
      01 Saldo-Tabel.
           02 SD-ANTAL             pic 9(5) value 0.
           02 SD-POST OCCURS 50000 TIMES.
              03 SD-KONTO-ID       pic x(14).
              03 SD-BOGFOERT       pic s9(13)v99 COMP-3.
              03 SD-DISPONIBEL     pic s9(13)v99 COMP-3.
      01 SD-INDEX                 pic 9(5) value 0.
      01 SD-FUNDET-INDEX          pic 9(5) value 0.
     *> --- Registret i memory ---
      01 Psd2-Tabel.
           02 PT-ANTAL             pic 9(5) value 0.
           02 PT-REC OCCURS 10000 TIMES pic x(252).
      01 PT-INDEX                 pic 9(5) value 0.
      01 PT-FUNDET-INDEX          pic 9(5) value 0.
      01 OPSLAG-SAMTYKKE-ID       pic x(20) value spaces.
      01 Psd2-Arbejd.
           copy "Opgave10/Copybooks/Psd2Samtykke.cpy".
      01 KONTO-INDEX              pic 9(2) value 0.
      01 AFVIS-BETINGELSE         pic x(24) value spaces.
      01 AFVIS-KILDE              pic x(9) value spaces.
      01 LOG-HAENDELSE            pic x(24) value spaces.
     *> --- Arbejdsfelter til eet udtraek ---
      01 FRA-STEMPEL              pic x(26) value spaces.
      01 NY-STEMPEL               pic x(26) value spaces.
      01 POSTERING-BELOB          pic s9(13)v99 COMP-3 value 0.
      01 BELOB-E                  pic -(13)9.99.
      01 KONTO-I-SAMTYKKE-FLAG    pic x value "N".
           88 KONTO-I-SAMTYKKE    value "Y".
      01 UDTRAEK-LOEBENR          pic 9(4) value 0.
      01 UDTRAEK-KONTI            pic 9(5) value 0.
      01 UDTRAEK-POSTERINGER      pic 9(7) value 0.
      01 ANTAL-E                  pic z(6)9.
      01 ANTAL-LAEST              pic 9(7) value 0.
      01 ANTAL-OPRETTET           pic 9(7) value 0.
      01 ANTAL-TILBAGEKALDT       pic 9(7) value 0.
      01 ANTAL-UDLOEBET           pic 9(7) value 0.
      01 ANTAL-UAENDRET           pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-ANMODNINGER        pic 9(7) value 0.
      01 ANTAL-UDTRAEK            pic 9(7) value 0.
      01 ANTAL-UGYLDIGE-BELOB     pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.
      01 REGISTER-FLAG            pic x value "N".
           88 REGISTER-AENDRET    value "Y".

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
           move DAGS-DATO to DATO-TEKST
           perform dato-til-dag-nr
           subtract PSD2-HISTORIK-DAGE from DATO-DAG-NR
           perform dag-nr-til-dato
           move DATO-TEKST to HISTORIK-FRA-DATO
           perform indlæs-kunder
           perform indlæs-konto-master
           perform indlæs-disponibel-saldo
           perform indlæs-register
           open output Exception-Out
           perform start-audit-kaede
           open extend Log-Out
           if LOG-STATUS = "35"
               open output Log-Out
           end-if
           perform behandl-feed
           perform marker-udloebne
           perform behandl-anmodninger
           close Log-Out
           close Exception-Out
           if REGISTER-AENDRET
               perform skriv-register
           end-if
           display "PSD2-adgang: " ANTAL-LAEST " feed-linje(r), "
               ANTAL-OPRETTET " oprettet, " ANTAL-TILBAGEKALDT
               " tilbagekaldt, " ANTAL-UDLOEBET " udloebet, "
               ANTAL-AFVIST " afvist"
           display "PSD2-adgang: " ANTAL-ANMODNINGER
               " hentning(er), " ANTAL-UDTRAEK
               " udtraek dannet - se text-files/Psd2AdgangsLog.txt"
           if ANTAL-UGYLDIGE-BELOB > 0
               display "PSD2-adgang: " ANTAL-UGYLDIGE-BELOB
                   " postering(er) med ugyldigt beloeb udeladt"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "PSD2-adgang: " ANTAL-TABEL-FULD
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

     *> --- Den omvendte vej: DATO-DAG-NR tilbage til yyyy-mm-dd ---
      dag-nr-til-dato.
           compute DATO-YMD = function DATE-OF-INTEGER(DATO-DAG-NR)
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

     *> --- Kontomasteren er valgfri - findes den ikke, kan ---
     *> --- ejerskabet ikke kontrolleres, og samtykkets konti ---
     *> --- godtages, som gatewayen har sendt dem ---
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

     *> --- DisponibelSaldo.txt (Opgave61) - beloebene staar som ---
     *> --- redigeret tekst og laeses tilbage med NUMVAL ---
      indlæs-disponibel-saldo.
           move 0 to SD-ANTAL
           move "N" to EOF-check-disponibel
           open input Disponibel-Saldo-In
           perform until end-of-file-disponibel
               read Disponibel-Saldo-In
                   at end move "Y" to EOF-check-disponibel
                   not at end
                       if SD-ANTAL < 50000
                           add 1 to SD-ANTAL
                           move DP-KONTO-ID-IN
                               to SD-KONTO-ID (SD-ANTAL)
                           compute SD-BOGFOERT (SD-ANTAL) =
                               function NUMVAL(DP-BOGFOERT-IN)
                               + function NUMVAL(DP-DAGENS-IN)
                           compute SD-DISPONIBEL (SD-ANTAL) =
                               SD-BOGFOERT (SD-ANTAL)
                               + function NUMVAL(DP-RAMME-IN)
                               - function NUMVAL(DP-RESERVERET-IN)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Disponibel-Saldo-In
           exit.

      indlæs-register.
           move 0 to PT-ANTAL
           move "N" to EOF-check-register
           open input Register-In
           perform until end-of-file-register
               read Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if PT-ANTAL < 10000
                           add 1 to PT-ANTAL
                           move Register-Linje-In to PT-REC (PT-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Register-In
           exit.

     *> --- Slaar OPSLAG-SAMTYKKE-ID op i registret; den fundne ---
     *> --- raekke ligger i Psd2-Arbejd ---
      find-samtykke.
           move 0 to PT-FUNDET-INDEX
           move spaces to Psd2-Arbejd
           perform varying PT-INDEX from 1 by 1
               until PT-FUNDET-INDEX > 0 or PT-INDEX > PT-ANTAL
               if PT-REC (PT-INDEX) (1:20) = OPSLAG-SAMTYKKE-ID
                   move PT-INDEX to PT-FUNDET-INDEX
                   move PT-REC (PT-INDEX) to Psd2-Arbejd
               end-if
           end-perform
           exit.

     *> --- Gatewayens feed: opret og tilbagekald, hvorefter feedet ---
     *> --- arkiveres og toemmes ---
      behandl-feed.
           move "N" to EOF-check-feed
           open input Feed-In
           perform until end-of-file-feed
               read Feed-In
                   at end move "Y" to EOF-check-feed
                   not at end
                       if Feed-Linje not = spaces
                           add 1 to ANTAL-LAEST
                           perform behandl-en-feed-linje
                       end-if
               end-read
           end-perform
           close Feed-In
           perform arkiver-feed
           exit.

      behandl-en-feed-linje.
           move spaces to AFVIS-BETINGELSE
           move FD-SAMTYKKE-ID to OPSLAG-SAMTYKKE-ID
           perform find-samtykke
           move FD-DATO to DATO-TEKST
           perform dato-til-dag-nr
           evaluate FD-HANDLING
               when "O"
                   perform opret-samtykke
               when "T"
                   perform tilbagekald-samtykke
               when other
                   move "HANDLING-UGYLDIG" to AFVIS-BETINGELSE
                   perform skriv-feed-afvisning
           end-evaluate
           exit.

      opret-samtykke.
           set KUNDE-UKENDT to TRUE
           perform varying KD-INDEX from 1 by 1
               until KUNDE-KENDT or KD-INDEX > KD-ANTAL
               if KD-KUNDE-ID (KD-INDEX) = FD-KUNDE-ID
                   set KUNDE-KENDT to TRUE
               end-if
           end-perform
           evaluate TRUE
               when FD-SAMTYKKE-ID = spaces
                   move "SAMTYKKE-ID-MANGLER" to AFVIS-BETINGELSE
               when PT-FUNDET-INDEX > 0
                   move "SAMTYKKE-FINDES" to AFVIS-BETINGELSE
               when FD-TPP-ID = spaces
                   move "TPP-ID-MANGLER" to AFVIS-BETINGELSE
               when FD-KUNDE-ID = spaces or KUNDE-UKENDT
                   move "KUNDE-UKENDT" to AFVIS-BETINGELSE
               when FD-OMFANG not = "S" and not = "T" and not = "A"
                   move "OMFANG-UGYLDIG" to AFVIS-BETINGELSE
               when DATO-DAG-NR = 0
                   move "DATO-UGYLDIG" to AFVIS-BETINGELSE
               when FD-DATO > DAGS-DATO
                   move "DATO-I-FREMTIDEN" to AFVIS-BETINGELSE
               when FD-ANTAL-KONTI is not numeric
                   move "KONTI-UGYLDIG" to AFVIS-BETINGELSE
               when FD-ANTAL-KONTI-N = 0 or FD-ANTAL-KONTI-N > 10
                   move "KONTI-UGYLDIG" to AFVIS-BETINGELSE
           end-evaluate
           if AFVIS-BETINGELSE = spaces
               perform kontroller-feed-konti
           end-if
           if AFVIS-BETINGELSE not = spaces
               perform skriv-feed-afvisning
               exit paragraph
           end-if
           if PT-ANTAL not < 10000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to PT-ANTAL
           move PT-ANTAL to PT-FUNDET-INDEX
           move spaces to Psd2-Arbejd
           move FD-SAMTYKKE-ID to PS-SAMTYKKE-ID of Psd2-Arbejd
           move FD-TPP-ID to PS-TPP-ID of Psd2-Arbejd
           move FD-KUNDE-ID to PS-KUNDE-ID of Psd2-Arbejd
           move FD-OMFANG to PS-OMFANG of Psd2-Arbejd
           move FD-DATO to PS-GIVET-DATO of Psd2-Arbejd
           add PSD2-GYLDIG-DAGE to DATO-DAG-NR
           perform dag-nr-til-dato
           move DATO-TEKST to PS-UDLOEB-DATO of Psd2-Arbejd
           move "A" to PS-STATUS of Psd2-Arbejd
           move FD-DATO to PS-STATUS-DATO of Psd2-Arbejd
           move FD-ANTAL-KONTI-N to PS-ANTAL-KONTI of Psd2-Arbejd
           perform varying KONTO-INDEX from 1 by 1
               until KONTO-INDEX > FD-ANTAL-KONTI-N
               move FD-KONTO-ID (KONTO-INDEX)
                   to PS-KONTO-ID of Psd2-Arbejd (KONTO-INDEX)
           end-perform
           move Psd2-Arbejd to PT-REC (PT-FUNDET-INDEX)
           set REGISTER-AENDRET to TRUE
           add 1 to ANTAL-OPRETTET
           move "SAMTYKKE-GIVET" to LOG-HAENDELSE
           move 0 to UDTRAEK-KONTI
           move 0 to UDTRAEK-POSTERINGER
           move spaces to UDTRAEK-FIL-NAVN
           perform skriv-log
           exit.

     *> --- Hver daekket konto skal vaere udfyldt og - naar ---
     *> --- kontomasteren findes - tilhoere samtykkets kunde ---
      kontroller-feed-konti.
           perform varying KONTO-INDEX from 1 by 1
               until KONTO-INDEX > FD-ANTAL-KONTI-N
               or AFVIS-BETINGELSE not = spaces
               if FD-KONTO-ID (KONTO-INDEX) = spaces
                   move "KONTI-UGYLDIG" to AFVIS-BETINGELSE
               else
                   if KE-ANTAL > 0
                       set KONTO-TILHOERER-IKKE to TRUE
                       perform varying KE-INDEX from 1 by 1
                           until KE-INDEX > KE-ANTAL
                           if KE-KONTO-ID (KE-INDEX)
                               = FD-KONTO-ID (KONTO-INDEX)
                               and KE-KUNDE-ID (KE-INDEX)
                               = FD-KUNDE-ID
                               set KONTO-TILHOERER-KUNDEN to TRUE
                           end-if
                       end-perform
                       if KONTO-TILHOERER-IKKE
                           move "KONTO-IKKE-KUNDENS"
                               to AFVIS-BETINGELSE
                       end-if
                   end-if
               end-if
           end-perform
           exit.

     *> --- Tilbagekaldelse - fra kunden i netbanken eller fra TPP'en ---
     *> --- selv. Et Kunde-Id paa linjen skal passe med samtykkets ---
      tilbagekald-samtykke.
           evaluate TRUE
               when PT-FUNDET-INDEX = 0
                   move "SAMTYKKE-UKENDT" to AFVIS-BETINGELSE
               when FD-KUNDE-ID not = spaces
                   and FD-KUNDE-ID not = PS-KUNDE-ID of Psd2-Arbejd
                   move "KUNDE-UKORREKT" to AFVIS-BETINGELSE
               when DATO-DAG-NR = 0
                   move "DATO-UGYLDIG" to AFVIS-BETINGELSE
               when FD-DATO > DAGS-DATO
                   move "DATO-I-FREMTIDEN" to AFVIS-BETINGELSE
           end-evaluate
           if AFVIS-BETINGELSE not = spaces
               perform skriv-feed-afvisning
               exit paragraph
           end-if
           if PS-STATUS of Psd2-Arbejd = "T"
               add 1 to ANTAL-UAENDRET
               exit paragraph
           end-if
           move "T" to PS-STATUS of Psd2-Arbejd
           move FD-DATO to PS-STATUS-DATO of Psd2-Arbejd
           move Psd2-Arbejd to PT-REC (PT-FUNDET-INDEX)
           set REGISTER-AENDRET to TRUE
           add 1 to ANTAL-TILBAGEKALDT
           move "SAMTYKKE-TILBAGEKALDT" to LOG-HAENDELSE
           move 0 to UDTRAEK-KONTI
           move 0 to UDTRAEK-POSTERINGER
           move spaces to UDTRAEK-FIL-NAVN
           perform skriv-log
           exit.

     *> --- Et samtykke er gyldigt til og med udloebsdatoen; derefter ---
     *> --- markeres det udloebet een gang og rapporteres ---
      marker-udloebne.
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               move PT-REC (PT-INDEX) to Psd2-Arbejd
               if PS-STATUS of Psd2-Arbejd = "A"
                   and PS-UDLOEB-DATO of Psd2-Arbejd < DAGS-DATO
                   move "U" to PS-STATUS of Psd2-Arbejd
                   move DAGS-DATO to PS-STATUS-DATO of Psd2-Arbejd
                   move Psd2-Arbejd to PT-REC (PT-INDEX)
                   set REGISTER-AENDRET to TRUE
                   add 1 to ANTAL-UDLOEBET
                   move "SAMTYKKE-UDLOEBET" to AFVIS-BETINGELSE
                   move "REGISTER" to AFVIS-KILDE
                   perform skriv-samtykke-afvisning
                   move "SAMTYKKE-UDLOEBET" to LOG-HAENDELSE
                   move 0 to UDTRAEK-KONTI
                   move 0 to UDTRAEK-POSTERINGER
                   move spaces to UDTRAEK-FIL-NAVN
                   perform skriv-log
               end-if
           end-perform
           exit.

     *> --- TPP'ernes hentninger: eet udtraek pr. godkendt hentning ---
      behandl-anmodninger.
           move "N" to EOF-check-anmodning
           open input Anmodning-In
           perform until end-of-file-anmodning
               read Anmodning-In
                   at end move "Y" to EOF-check-anmodning
                   not at end
                       if Anmodning-Linje not = spaces
                           add 1 to ANTAL-ANMODNINGER
                           perform behandl-en-anmodning
                       end-if
               end-read
           end-perform
           close Anmodning-In
           perform arkiver-anmodninger
           exit.

      behandl-en-anmodning.
           move spaces to AFVIS-BETINGELSE
           move AN-SAMTYKKE-ID to OPSLAG-SAMTYKKE-ID
           perform find-samtykke
           evaluate TRUE
               when PT-FUNDET-INDEX = 0
                   move "SAMTYKKE-UKENDT" to AFVIS-BETINGELSE
               when AN-TPP-ID not = PS-TPP-ID of Psd2-Arbejd
                   move "TPP-UKORREKT" to AFVIS-BETINGELSE
               when PS-STATUS of Psd2-Arbejd = "T"
                   move "SAMTYKKE-TILBAGEKALDT" to AFVIS-BETINGELSE
               when PS-STATUS of Psd2-Arbejd not = "A"
                   move "SAMTYKKE-UDLOEBET" to AFVIS-BETINGELSE
           end-evaluate
           if AFVIS-BETINGELSE not = spaces
               if PT-FUNDET-INDEX = 0
                   move AN-SAMTYKKE-ID to PS-SAMTYKKE-ID of Psd2-Arbejd
               end-if
               move AN-TPP-ID to PS-TPP-ID of Psd2-Arbejd
               move "ANMODNING" to AFVIS-KILDE
               perform skriv-samtykke-afvisning
               move "HENTNING-AFVIST" to LOG-HAENDELSE
               move 0 to UDTRAEK-KONTI
               move 0 to UDTRAEK-POSTERINGER
               move spaces to UDTRAEK-FIL-NAVN
               perform skriv-log
               exit paragraph
           end-if
           perform dan-udtraek
           exit.

     *> --- Eet udtraek: HDR, KTO (+ BAL) pr. daekket konto, TRN pr. ---
     *> --- ny postering og TRL med antallene ---
      dan-udtraek.
           add 1 to ANTAL-UDTRAEK
           add 1 to UDTRAEK-LOEBENR
           move 0 to UDTRAEK-KONTI
           move 0 to UDTRAEK-POSTERINGER
           move spaces to UDTRAEK-FIL-NAVN
           move 1 to pos
           string
               "text-files/Psd2Udtraek/"        delimited by size
               function TRIM(PS-SAMTYKKE-ID of Psd2-Arbejd)
                                                delimited by size
               "_"                              delimited by size
               KOERSEL-TIDSSTEMPEL              delimited by size
               "_"                              delimited by size
               UDTRAEK-LOEBENR                  delimited by size
               ".txt"                           delimited by size
                  into UDTRAEK-FIL-NAVN
                  with pointer pos
           end-string
     *> --- Foerste udtraek gaar PSD2-HISTORIK-DAGE tilbage. Et rent ---
     *> --- datostempel (yyyy-mm-dd + blanke) sorterer foran alle ---
     *> --- posteringer fra samme dag, saa DATO > FRA-STEMPEL ---
     *> --- medtager hele fra-dagen ---
           if PS-SENESTE-POSTERING of Psd2-Arbejd = spaces
               move HISTORIK-FRA-DATO to FRA-STEMPEL
           else
               move PS-SENESTE-POSTERING of Psd2-Arbejd to FRA-STEMPEL
           end-if
           move PS-SENESTE-POSTERING of Psd2-Arbejd to NY-STEMPEL
           open output Udtraek-Out
           move spaces to Udtraek-Linje
           move 1 to pos
           string
               "HDR|PSD2-UDTRAEK|"    delimited by size
               function TRIM(PS-SAMTYKKE-ID of Psd2-Arbejd)
                                      delimited by size
               "|"                    delimited by size
               function TRIM(PS-TPP-ID of Psd2-Arbejd)
                                      delimited by size
               "|"                    delimited by size
               function TRIM(PS-KUNDE-ID of Psd2-Arbejd)
                                      delimited by size
               "|"                    delimited by size
               PS-OMFANG of Psd2-Arbejd delimited by size
               "|"                    delimited by size
               KOERSEL-TIDSSTEMPEL    delimited by size
               "|"                    delimited by size
               function TRIM(FRA-STEMPEL) delimited by size
                  into Udtraek-Linje
                  with pointer pos
           end-string
           write Udtraek-Linje
           perform varying KONTO-INDEX from 1 by 1
               until KONTO-INDEX > PS-ANTAL-KONTI of Psd2-Arbejd
               perform skriv-udtraek-konto
           end-perform
           if PS-OMFANG of Psd2-Arbejd = "T" or "A"
               move "text-files/Transaktioner.txt" to TRANS-FIL-NAVN
               perform gennemgaa-trans-fil
               move "N" to EOF-check-liste
               open input Arkiv-Liste-In
               perform until end-of-file-liste
                   read Arkiv-Liste-In
                       at end move "Y" to EOF-check-liste
                       not at end
                           if Arkiv-Liste-Linje not = spaces
                               move Arkiv-Liste-Linje
                                   to TRANS-FIL-NAVN
                               perform gennemgaa-trans-fil
                           end-if
                   end-read
               end-perform
               close Arkiv-Liste-In
           end-if
           move spaces to Udtraek-Linje
           move 1 to pos
           move UDTRAEK-KONTI to ANTAL-E
           string
               "TRL|"                 delimited by size
               function TRIM(ANTAL-E) delimited by size
               "|"                    delimited by size
                  into Udtraek-Linje
                  with pointer pos
           end-string
           move UDTRAEK-POSTERINGER to ANTAL-E
           string
               function TRIM(ANTAL-E) delimited by size
                  into Udtraek-Linje
                  with pointer pos
           end-string
           write Udtraek-Linje
           close Udtraek-Out
           move DAGS-DATO to PS-SENESTE-UDTRAEK of Psd2-Arbejd
           move NY-STEMPEL to PS-SENESTE-POSTERING of Psd2-Arbejd
           move Psd2-Arbejd to PT-REC (PT-FUNDET-INDEX)
           set REGISTER-AENDRET to TRUE
           move "UDTRAEK" to LOG-HAENDELSE
           perform skriv-log
           exit.

      skriv-udtraek-konto.
           add 1 to UDTRAEK-KONTI
           move spaces to Udtraek-Linje
           move 1 to pos
           string
               "KTO|"                 delimited by size
               function TRIM(PS-KONTO-ID of Psd2-Arbejd (KONTO-INDEX))
                                      delimited by size
                  into Udtraek-Linje
                  with pointer pos
           end-string
           write Udtraek-Linje
           if PS-OMFANG of Psd2-Arbejd = "T"
               exit paragraph
           end-if
           move 0 to SD-FUNDET-INDEX
           perform varying SD-INDEX from 1 by 1
               until SD-FUNDET-INDEX > 0 or SD-INDEX > SD-ANTAL
               if SD-KONTO-ID (SD-INDEX)
                   = PS-KONTO-ID of Psd2-Arbejd (KONTO-INDEX)
                   move SD-INDEX to SD-FUNDET-INDEX
               end-if
           end-perform
           move spaces to Udtraek-Linje
           move 1 to pos
           string
               "BAL|"                 delimited by size
               function TRIM(PS-KONTO-ID of Psd2-Arbejd (KONTO-INDEX))
                                      delimited by size
                  into Udtraek-Linje
                  with pointer pos
           end-string
     *> --- Uden en raekke i den disponible position kendes saldoen ---
     *> --- ikke - det siges, i stedet for at udlevere et nul ---
           if SD-FUNDET-INDEX = 0
               string
                   "|UKENDT|"         delimited by size
                   DAGS-DATO          delimited by size
                      into Udtraek-Linje
                      with pointer pos
               end-string
               write Udtraek-Linje
               exit paragraph
           end-if
           move SD-BOGFOERT (SD-FUNDET-INDEX) to BELOB-E
           string
               "|BOGFOERT|"           delimited by size
               function TRIM(BELOB-E) delimited by size
                  into Udtraek-Linje
                  with pointer pos
           end-string
           move SD-DISPONIBEL (SD-FUNDET-INDEX) to BELOB-E
           string
               "|DISPONIBEL|"         delimited by size
               function TRIM(BELOB-E) delimited by size
               "|"                    delimited by size
               DAGS-DATO              delimited by size
                  into Udtraek-Linje
                  with pointer pos
           end-string
           write Udtraek-Linje
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
                           perform proev-postering
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

      proev-postering.
           if DATO of Transaktion-Information not > FRA-STEMPEL
               or DATO of Transaktion-Information (1:10) > DAGS-DATO
               exit paragraph
           end-if
           move "N" to KONTO-I-SAMTYKKE-FLAG
           perform varying KONTO-INDEX from 1 by 1
               until KONTO-I-SAMTYKKE
               or KONTO-INDEX > PS-ANTAL-KONTI of Psd2-Arbejd
               if KONTO-ID of Transaktion-Information
                   = PS-KONTO-ID of Psd2-Arbejd (KONTO-INDEX)
                   set KONTO-I-SAMTYKKE to TRUE
               end-if
           end-perform
           if not KONTO-I-SAMTYKKE
               exit paragraph
           end-if
           if function TEST-NUMVAL(BELOB of Transaktion-Information)
               not = 0
               add 1 to ANTAL-UGYLDIGE-BELOB
               exit paragraph
           end-if
           move function NUMVAL(BELOB of Transaktion-Information)
               to POSTERING-BELOB
           move POSTERING-BELOB to BELOB-E
           add 1 to UDTRAEK-POSTERINGER
           if DATO of Transaktion-Information > NY-STEMPEL
               move DATO of Transaktion-Information to NY-STEMPEL
           end-if
           move spaces to Udtraek-Linje
           move 1 to pos
           string
               "TRN|"                 delimited by size
               function TRIM(KONTO-ID of Transaktion-Information)
                                      delimited by size
               "|"                    delimited by size
               function TRIM(DATO of Transaktion-Information)
                                      delimited by size
               "|"                    delimited by size
               VALOER-DATO of Transaktion-Information
                                      delimited by size
               "|"                    delimited by size
               function TRIM(BELOB-E) delimited by size
               "|"                    delimited by size
               function TRIM(VALUTA of Transaktion-Information)
                                      delimited by size
               "|"                    delimited by size
               function TRIM(TRANSAKTIONS-TYPE
                   of Transaktion-Information) delimited by size
               "|"                    delimited by size
               function TRIM(BUTIK of Transaktion-Information)
                                      delimited by size
                  into Udtraek-Linje
                  with pointer pos
           end-string
           write Udtraek-Linje
           exit.

     *> --- Adgangsloggen: een linje pr. haendelse. KUNDE-ID skrives ---
     *> --- i fuld bredde, saa GDPR-indsigten kan soege paa den ---
      skriv-log.
           move spaces to Audit-Linje
           move 1 to pos
           string
               "PSD2 TIDSPUNKT="      delimited by size
               KOERSEL-TIDSSTEMPEL    delimited by size
               " HAENDELSE="          delimited by size
               function TRIM(LOG-HAENDELSE) delimited by size
               " SAMTYKKE-ID="        delimited by size
               function TRIM(PS-SAMTYKKE-ID of Psd2-Arbejd)
                                      delimited by size
               " TPP-ID="             delimited by size
               function TRIM(PS-TPP-ID of Psd2-Arbejd)
                                      delimited by size
               " KUNDE-ID="           delimited by size
               PS-KUNDE-ID of Psd2-Arbejd delimited by size
               " OMFANG="             delimited by size
               PS-OMFANG of Psd2-Arbejd delimited by size
                  into Audit-Linje
                  with pointer pos
           end-string
           if LOG-HAENDELSE = "UDTRAEK"
               move UDTRAEK-KONTI to ANTAL-E
               string
                   " KONTI="              delimited by size
                   function TRIM(ANTAL-E) delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
               move UDTRAEK-POSTERINGER to ANTAL-E
               string
                   " POSTERINGER="        delimited by size
                   function TRIM(ANTAL-E) delimited by size
                   " FIL="                delimited by size
                   function TRIM(UDTRAEK-FIL-NAVN) delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
           end-if
           if LOG-HAENDELSE = "HENTNING-AFVIST"
               string
                   " BETINGELSE="         delimited by size
                   function TRIM(AFVIS-BETINGELSE) delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
           end-if
           perform skriv-audit-post
           exit.

     *> --- Audit-kaeden fortsaetter fra filens sidste linje (se ---
     *> --- AuditKaede.cpy) - den laeses, inden filen aabnes ---
      start-audit-kaede.
           accept AK-NOEGLE from environment "AUDIT_KAEDE_NOEGLE"
           move 0 to AK-SEKV-FORRIGE
           move 0 to AK-HASH-FORRIGE-1
           move 0 to AK-HASH-FORRIGE-2
           move spaces to AK-SIDSTE-LINJE
           move "N" to AK-EOF
           open input Audit-Kaede-In
           perform until AK-FIL-SLUT
               read Audit-Kaede-In
                   at end move "J" to AK-EOF
                   not at end
                       if Audit-Kaede-In-Linje not = spaces
                           move Audit-Kaede-In-Linje to AK-SIDSTE-LINJE
                       end-if
               end-read
           end-perform
           close Audit-Kaede-In
           perform varying AK-SLUT from 600 by -1
               until AK-SLUT < 1
                   or AK-SIDSTE-LINJE (AK-SLUT:1) not = space
               continue
           end-perform
           if AK-SLUT > AK-HALE-LAENGDE
               and AK-SIDSTE-LINJE (AK-SLUT - 38:6) = " SEKV="
               and AK-SIDSTE-LINJE (AK-SLUT - 32:9) is numeric
               and AK-SIDSTE-LINJE (AK-SLUT - 17:18) is numeric
               move AK-SIDSTE-LINJE (AK-SLUT - 32:9) to AK-SEKV-FORRIGE
               move AK-SIDSTE-LINJE (AK-SLUT - 17:9)
                   to AK-HASH-FORRIGE-1
               move AK-SIDSTE-LINJE (AK-SLUT - 8:9)
                   to AK-HASH-FORRIGE-2
           end-if
           exit.

     *> --- Skriver audit-linjen med loebenummer og kaedet hash ---
      skriv-audit-post.
           compute AK-SEKV = AK-SEKV-FORRIGE + 1
           move spaces to AK-DATA
           move AK-NOEGLE to AK-DATA (1:40)
           move AK-SEKV to AK-DATA (41:9)
           move Audit-Linje to AK-DATA (50:)
           perform beregn-audit-hash
           move AK-HALE to Audit-Hale
           write Audit-Post
           move AK-SEKV to AK-SEKV-FORRIGE
           move AK-HASH-1 to AK-HASH-FORRIGE-1
           move AK-HASH-2 to AK-HASH-FORRIGE-2
           exit.

     *> --- Kaedet hash over AK-DATA uden efterstillede blanke, ---
     *> --- startende fra den forrige linjes hash ---
      beregn-audit-hash.
           perform varying AK-LAENGDE from 600 by -1
               until AK-LAENGDE < 50
                   or AK-DATA (AK-LAENGDE:1) not = space
               continue
           end-perform
           move AK-HASH-FORRIGE-1 to AK-H1
           move AK-HASH-FORRIGE-2 to AK-H2
           perform varying AK-POS from 1 by 1
               until AK-POS > AK-LAENGDE
               compute AK-TEGN = function ORD(AK-DATA (AK-POS:1))
               compute AK-H1 =
                   function MOD(AK-H1 * 257 + AK-TEGN, 999999937)
               compute AK-H2 =
                   function MOD(AK-H2 * 263 + AK-TEGN * AK-POS,
                                999999929)
           end-perform
           move AK-H1 to AK-HASH-1
           move AK-H2 to AK-HASH-2
           exit.

      skriv-feed-afvisning.
           add 1 to ANTAL-AFVIST
           move spaces to Exception-Linje
           move 1 to pos
           string
               "BETINGELSE="          delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " KILDE=FEED HANDLING=" delimited by size
               FD-HANDLING            delimited by size
               " SAMTYKKE-ID="        delimited by size
               function TRIM(FD-SAMTYKKE-ID) delimited by size
               " TPP-ID="             delimited by size
               function TRIM(FD-TPP-ID) delimited by size
               " KUNDE-ID="           delimited by size
               FD-KUNDE-ID            delimited by size
               " DATO="               delimited by size
               FD-DATO                delimited by size
                  into Exception-Linje
                  with pointer pos
           end-string
           write Exception-Linje
           exit.

     *> --- Udloebne samtykker og afviste hentninger - samtykket ---
     *> --- (eller det, TPP'en angav) ligger i Psd2-Arbejd ---
      skriv-samtykke-afvisning.
           add 1 to ANTAL-AFVIST
           move spaces to Exception-Linje
           move 1 to pos
           string
               "BETINGELSE="          delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " KILDE="              delimited by size
               function TRIM(AFVIS-KILDE) delimited by size
               " SAMTYKKE-ID="        delimited by size
               function TRIM(PS-SAMTYKKE-ID of Psd2-Arbejd)
                                      delimited by size
               " TPP-ID="             delimited by size
               function TRIM(PS-TPP-ID of Psd2-Arbejd)
                                      delimited by size
               " KUNDE-ID="           delimited by size
               PS-KUNDE-ID of Psd2-Arbejd delimited by size
               " UDLOEB="             delimited by size
               PS-UDLOEB-DATO of Psd2-Arbejd delimited by size
                  into Exception-Linje
                  with pointer pos
           end-string
           write Exception-Linje
           exit.

      arkiver-feed.
           move spaces to ARKIV-FIL-NAVN
           move 1 to pos
           string
               "text-files/Psd2SamtykkeFeedBehandlet_" delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ARKIV-FIL-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-feed
           open input Feed-In
           open output Arkiv-Out
           perform until end-of-file-feed
               read Feed-In
                   at end move "Y" to EOF-check-feed
                   not at end
                       write Arkiv-Linje from Feed-Linje
               end-read
           end-perform
           close Arkiv-Out
           close Feed-In
           open output Feed-In
           close Feed-In
           exit.

      arkiver-anmodninger.
           move spaces to ARKIV-FIL-NAVN
           move 1 to pos
           string
               "text-files/Psd2AnmodningerBehandlet_" delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ARKIV-FIL-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-anmodning
           open input Anmodning-In
           open output Arkiv-Out
           perform until end-of-file-anmodning
               read Anmodning-In
                   at end move "Y" to EOF-check-anmodning
                   not at end
                       write Arkiv-Linje from Anmodning-Linje
               end-read
           end-perform
           close Arkiv-Out
           close Anmodning-In
           open output Anmodning-In
           close Anmodning-In
           exit.

      skriv-register.
           open output Register-Out
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               write Register-Linje-Ud from PT-REC (PT-INDEX)
           end-perform
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
           move "psd2Adgang" to KAP-PROGRAM
           move "KUNDE-TABEL" to KAP-TABEL
           move KD-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-EJER-TABEL" to KAP-TABEL
           move KE-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "SALDO-TABEL" to KAP-TABEL
           move SD-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "PSD2-TABEL" to KAP-TABEL
           move PT-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
