      identification division.
      program-id. samtykkeRegister.

     *> --- Markedsfoeringssamtykker: banken kunne ikke dokumentere,
     *>     at en kunde havde sagt ja til markedsfoering. Programmet
     *>     foerer samtykkeregistret text-files/SamtykkeRegister.txt
     *>     (Samtykke.cpy) - een linje pr. Kunde-Id og kanal (brev,
     *>     e-mail, SMS, indlaeg paa kontoudskriften) med status,
     *>     dato og kilde - fra de to feeds:
     *>       - text-files/SamtykkeNetbank.txt (kunden selv i
     *>         netbanken, kilde N)
     *>       - text-files/SamtykkeFilial.txt (registreret af
     *>         filialen, kilde F)
     *>     begge med layoutet Kunde-Id, kanal (B/E/S/U), status
     *>     (J = givet, N = trukket tilbage), dato og reference
     *>     (netbankens samtykke-reference hhv. medarbejderens
     *>     initialer og filial). En linje med ukendt kunde, ugyldig
     *>     kanal/status/dato, en dato i fremtiden, manglende
     *>     reference eller en dato foer det allerede registrerede
     *>     samtykke afvises til SamtykkeExceptions.txt som
     *>     BETINGELSE=-linjer. Hver aendring skrives til det
     *>     persistente revisionsspor SamtykkeAudit.txt (fra- og
     *>     til-status, kilde, reference og tidsstempel), der
     *>     aldrig skrives om - det er bevisets grundlag og tages med
     *>     i GDPR-indsigten (Opgave25). Feedene arkiveres
     *>     datostemplet og toemmes. Registret bruges af
     *>     kontoudskriftens kampagnebeskeder (opgave10) og af
     *>     krydssalgslisterne (Opgave86).

      environment division.
      input-output section.
      file-control.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Register-In
               assign to "text-files/SamtykkeRegister.txt"
               organization is line sequential.
           select Register-Out
               assign to "text-files/SamtykkeRegister.txt"
               organization is line sequential.
           select optional Feed-In
               assign to dynamic FEED-FIL-NAVN
               organization is line sequential.
           select Feed-Arkiv-Out
               assign to dynamic FEED-ARKIV-NAVN
               organization is line sequential.
           select Audit-Out
               assign to "text-files/SamtykkeAudit.txt"
               organization is line sequential
               file status is AUDIT-STATUS.
           select optional Audit-Kaede-In
               assign to "text-files/SamtykkeAudit.txt"
               organization is line sequential.
           select Exception-Out
               assign to "text-files/SamtykkeExceptions.txt"
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
      fd Register-In.
      01 Register-Linje-In.
           copy "Opgave10/Copybooks/Samtykke.cpy".
      fd Register-Out.
      01 Register-Linje-Ud         pic x(53).
      fd Feed-In.
      01 Feed-Linje.
           02 FD-KUNDE-ID           pic x(10).
           02 FD-KANAL              pic x.
           02 FD-STATUS             pic x.
           02 FD-DATO               pic x(10).
           02 FD-REFERENCE          pic x(20).
      fd Feed-Arkiv-Out.
      01 Feed-Arkiv-Linje          pic x(42).
      fd Audit-Out.
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
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-feed           pic x value "N".
           88 end-of-file-feed    value "Y".
      01 pos                      pic 9(4) value 1.
      01 AUDIT-STATUS             pic x(2) value spaces.
      01 FEED-FIL-NAVN            pic x(100) value spaces.
      01 FEED-ARKIV-NAVN          pic x(100) value spaces.
      01 FEED-NAVN                pic x(20) value spaces.
      01 FEED-KILDE               pic x value space.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD             pic 9(8) value 0.
           02 DATO-YMD-X redefines DATO-YMD pic x(8).
           02 DATO-DAG-NR          pic 9(8) value 0.
     *> --- Kundemasterens Kunde-Id'er ---
      01 Kunde-Tabel.
           02 KD-ANTAL             pic 9(5) value 0.
           02 KD-KUNDE-ID OCCURS 50000 TIMES pic x(10).
      01 KD-INDEX                 pic 9(5) value 0.
      01 KUNDE-FLAG               pic x value "N".
           88 KUNDE-KENDT         value "Y".
           88 KUNDE-UKENDT        value "N".
     *> --- Registret i memory ---
      01 Samtykke-Tabel.
           02 ST-ANTAL             pic 9(5) value 0.
           02 ST-REC OCCURS 50000 TIMES pic x(53).
      01 ST-INDEX                 pic 9(5) value 0.
      01 ST-FUNDET-INDEX          pic 9(5) value 0.
      01 Samtykke-Arbejd.
           copy "Opgave10/Copybooks/Samtykke.cpy".
      01 FRA-STATUS               pic x value space.
      01 AFVIS-BETINGELSE         pic x(24) value spaces.
      01 ANTAL-LAEST              pic 9(7) value 0.
      01 ANTAL-AENDRET            pic 9(7) value 0.
      01 ANTAL-UAENDRET           pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.
     *> --- Felter til audit-kaeden - se skriv-audit-post ---
      copy "Opgave10/Copybooks/AuditKaede.cpy".

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
           perform indlæs-register
           open output Exception-Out
           perform start-audit-kaede
           open extend Audit-Out
           if AUDIT-STATUS = "35"
               open output Audit-Out
           end-if
           move "SamtykkeNetbank" to FEED-NAVN
           move "N" to FEED-KILDE
           perform behandl-feed
           move "SamtykkeFilial" to FEED-NAVN
           move "F" to FEED-KILDE
           perform behandl-feed
           close Audit-Out
           close Exception-Out
           if ANTAL-AENDRET > 0
               perform skriv-register
           end-if
           display "Samtykker: " ANTAL-LAEST " linje(r) laest, "
               ANTAL-AENDRET " aendret, " ANTAL-UAENDRET " uaendret, "
               ANTAL-AFVIST " afvist - se text-files/SamtykkeAudit.txt"
           if ANTAL-TABEL-FULD > 0
               display "Samtykker: " ANTAL-TABEL-FULD
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
                           move Kunde-Id to KD-KUNDE-ID (KD-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      indlæs-register.
           move 0 to ST-ANTAL
           move "N" to EOF-check-register
           open input Register-In
           perform until end-of-file-register
               read Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if ST-ANTAL < 50000
                           add 1 to ST-ANTAL
                           move Register-Linje-In to ST-REC (ST-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Register-In
           exit.

     *> --- Eet feed: hver linje valideres og paafoeres, hvorefter ---
     *> --- feedet arkiveres og toemmes ---
      behandl-feed.
           move spaces to FEED-FIL-NAVN
           string
               "text-files/"          delimited by size
               function TRIM(FEED-NAVN) delimited by size
               ".txt"                 delimited by size
                  into FEED-FIL-NAVN
           end-string
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
           set KUNDE-UKENDT to TRUE
           perform varying KD-INDEX from 1 by 1
               until KUNDE-KENDT or KD-INDEX > KD-ANTAL
               if KD-KUNDE-ID (KD-INDEX) = FD-KUNDE-ID
                   set KUNDE-KENDT to TRUE
               end-if
           end-perform
           move FD-DATO to DATO-TEKST
           perform dato-til-dag-nr
           perform find-samtykke
           evaluate TRUE
               when FD-KUNDE-ID = spaces or KUNDE-UKENDT
                   move "KUNDE-UKENDT" to AFVIS-BETINGELSE
               when FD-KANAL not = "B" and not = "E"
                   and not = "S" and not = "U"
                   move "KANAL-UGYLDIG" to AFVIS-BETINGELSE
               when FD-STATUS not = "J" and not = "N"
                   move "STATUS-UGYLDIG" to AFVIS-BETINGELSE
               when DATO-DAG-NR = 0
                   move "DATO-UGYLDIG" to AFVIS-BETINGELSE
               when FD-DATO > DAGS-DATO
                   move "DATO-I-FREMTIDEN" to AFVIS-BETINGELSE
               when FD-REFERENCE = spaces
                   move "REFERENCE-MANGLER" to AFVIS-BETINGELSE
               when ST-FUNDET-INDEX > 0
                   and FD-DATO < SAM-DATO of Samtykke-Arbejd
                   move "NYERE-SAMTYKKE-FINDES" to AFVIS-BETINGELSE
           end-evaluate
           if AFVIS-BETINGELSE not = spaces
               perform skriv-afvisning
               exit paragraph
           end-if
           if ST-FUNDET-INDEX > 0
               if SAM-STATUS of Samtykke-Arbejd = FD-STATUS
                   add 1 to ANTAL-UAENDRET
                   exit paragraph
               end-if
               move SAM-STATUS of Samtykke-Arbejd to FRA-STATUS
           else
               if ST-ANTAL not < 50000
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to ST-ANTAL
               move ST-ANTAL to ST-FUNDET-INDEX
               move "-" to FRA-STATUS
           end-if
           move FD-KUNDE-ID to SAM-KUNDE-ID of Samtykke-Arbejd
           move FD-KANAL to SAM-KANAL of Samtykke-Arbejd
           move FD-STATUS to SAM-STATUS of Samtykke-Arbejd
           move FD-DATO to SAM-DATO of Samtykke-Arbejd
           move FEED-KILDE to SAM-KILDE of Samtykke-Arbejd
           move FD-REFERENCE to SAM-REFERENCE of Samtykke-Arbejd
           move DAGS-DATO to SAM-REGISTRERET of Samtykke-Arbejd
           move Samtykke-Arbejd to ST-REC (ST-FUNDET-INDEX)
           add 1 to ANTAL-AENDRET
           move spaces to Audit-Linje
           move 1 to pos
           string
               "SAMTYKKE TIDSPUNKT="  delimited by size
               KOERSEL-TIDSSTEMPEL    delimited by size
               " KUNDE-ID="           delimited by size
               FD-KUNDE-ID            delimited by size
               " KANAL="              delimited by size
               FD-KANAL               delimited by size
               " FRA="                delimited by size
               FRA-STATUS             delimited by size
               " TIL="                delimited by size
               FD-STATUS              delimited by size
               " DATO="               delimited by size
               FD-DATO                delimited by size
               " KILDE="              delimited by size
               FEED-KILDE             delimited by size
               " REFERENCE="          delimited by size
               function TRIM(FD-REFERENCE) delimited by size
                  into Audit-Linje
                  with pointer pos
           end-string
           perform skriv-audit-post
           exit.

     *> --- Slaar feed-linjens Kunde-Id/kanal op i registret; den ---
     *> --- fundne raekke ligger i Samtykke-Arbejd ---
      find-samtykke.
           move 0 to ST-FUNDET-INDEX
           move spaces to Samtykke-Arbejd
           perform varying ST-INDEX from 1 by 1
               until ST-FUNDET-INDEX > 0 or ST-INDEX > ST-ANTAL
               if ST-REC (ST-INDEX) (1:10) = FD-KUNDE-ID
                   and ST-REC (ST-INDEX) (11:1) = FD-KANAL
                   move ST-INDEX to ST-FUNDET-INDEX
                   move ST-REC (ST-INDEX) to Samtykke-Arbejd
               end-if
           end-perform
           exit.

      skriv-afvisning.
           add 1 to ANTAL-AFVIST
           move spaces to Exception-Linje
           move 1 to pos
           string
               "BETINGELSE="          delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " KILDE="              delimited by size
               FEED-KILDE             delimited by size
               " KUNDE-ID="           delimited by size
               FD-KUNDE-ID            delimited by size
               " KANAL="              delimited by size
               FD-KANAL               delimited by size
               " STATUS="             delimited by size
               FD-STATUS              delimited by size
               " DATO="               delimited by size
               FD-DATO                delimited by size
               " REFERENCE="          delimited by size
               function TRIM(FD-REFERENCE) delimited by size
                  into Exception-Linje
                  with pointer pos
           end-string
           write Exception-Linje
           exit.

      arkiver-feed.
           move spaces to FEED-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/"                  delimited by size
               function TRIM(FEED-NAVN)       delimited by size
               "Behandlet_"                   delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into FEED-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-feed
           open input Feed-In
           open output Feed-Arkiv-Out
           perform until end-of-file-feed
               read Feed-In
                   at end move "Y" to EOF-check-feed
                   not at end
                       write Feed-Arkiv-Linje from Feed-Linje
               end-read
           end-perform
           close Feed-Arkiv-Out
           close Feed-In
           open output Feed-In
           close Feed-In
           exit.

      skriv-register.
           open output Register-Out
           perform varying ST-INDEX from 1 by 1
               until ST-INDEX > ST-ANTAL
               write Register-Linje-Ud from ST-REC (ST-INDEX)
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
           move "samtykkeRegister" to KAP-PROGRAM
           move "KUNDE-TABEL" to KAP-TABEL
           move KD-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "SAMTYKKE-TABEL" to KAP-TABEL
           move ST-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
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
