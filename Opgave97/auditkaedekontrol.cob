      identification division.
      program-id. auditKaedeKontrol.

     *> --- Kontrol af audit-kaederne: hver audit-linje baerer et
     *>     loebenummer og en hash kaedet til den forrige linje (se
     *>     AuditKaede.cpy og skriv-audit-post i de skrivende
     *>     programmer). Trinnet koeres hver nat i KorselsBatch.sh,
     *>     lige foer morgenWorklist, genberegner kaeden i hver fil i
     *>     Audit-Fil-Tabel og melder:
     *>       AENDRET   linjens hash passer ikke - linjen er rettet
     *>       HUL       loebenummeret springer - linjer er slettet
     *>       SEKVENS   loebenummeret gaar ikke frem - linjer er
     *>                 flyttet eller kopieret
     *>       UDEN-HALE en linje uden kaede efter kaedens start -
     *>                 linjen er indskudt eller rettet i halen
     *>       START     en bevaret fil starter ikke ved SEKV=1
     *>       AFKORTET  filen slutter foer den sidst kontrollerede
     *>                 linje - linjer i enden er slettet, eller filen
     *>                 er slettet og skrevet forfra
     *>       OMSKREVET den sidst kontrollerede linje har faaet ny
     *>                 hash - kaeden er lagt om derfra
     *>       MANGLER   en kontrolleret fil findes ikke mere
     *>     De tre sidste bygger paa ankeret AuditKaedeAnker.txt
     *>     (fil, sidste SEKV og HASH ved sidste kontrol), som
     *>     skrives om efter hver koersel - dog ikke for en fil, hvis
     *>     anker er brudt: det brud meldes igen hver nat, til driften
     *>     har undersoegt sagen og fjernet filens linje i ankeret.
     *>     Linjer uden kaede FOER
     *>     kaedens foerste linje er aeldre linjer fra foer kaedningen
     *>     og taelles kun. Filer, der skrives forfra hver koersel
     *>     (type N), fortsaetter loebenummeret fra den forrige fil;
     *>     deres foerste linje kontrolleres mod ankeret, naar ankeret
     *>     er den umiddelbart forrige linje. Resultatet staar i
     *>     AuditKaedeRapport.txt, og hvert brud faar en linje i
     *>     AuditKaedeBrud.txt (noeglen AUDIT-ID=<fil uden .txt>#<sekv>),
     *>     som morgenWorklist (Opgave42) samler op.

      environment division.
      input-output section.
      file-control.
           select optional Audit-In
               assign to dynamic AUDIT-FIL-NAVN
               organization is line sequential
               file status is AUDIT-STATUS.
           select optional Anker-In
               assign to "text-files/AuditKaedeAnker.txt"
               organization is line sequential.
           select Anker-Out
               assign to "text-files/AuditKaedeAnker.txt"
               organization is line sequential.
           select Rapport-Out
               assign to "text-files/AuditKaedeRapport.txt"
               organization is line sequential.
           select Brud-Out
               assign to "text-files/AuditKaedeBrud.txt"
               organization is line sequential.

      data division.
      file section.
      fd Audit-In.
      01 Audit-In-Linje           pic x(600).
      fd Anker-In.
      01 Anker-In-Linje.
           02 AI-FIL               pic x(40).
           02 AI-SEKV              pic 9(9).
           02 AI-HASH-1            pic 9(9).
           02 AI-HASH-2            pic 9(9).
      fd Anker-Out.
      01 Anker-Ud-Linje.
           02 AU-FIL               pic x(40).
           02 AU-SEKV              pic 9(9).
           02 AU-HASH-1            pic 9(9).
           02 AU-HASH-2            pic 9(9).
      fd Rapport-Out.
      01 Rapport-Linje            pic x(200).
      fd Brud-Out.
      01 Brud-Linje               pic x(200).

      working-storage section.
      01 EOF-check-audit          pic x value "N".
           88 end-of-file-audit   value "Y".
      01 EOF-check-anker          pic x value "N".
           88 end-of-file-anker   value "Y".
      01 AUDIT-STATUS             pic x(2) value spaces.
      01 AUDIT-FIL-NAVN           pic x(60) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 KORSELS-RUN-ID           pic x(40) value spaces.
      01 pos                      pic 9(4) value 1.
     *> --- Audit-filerne: filnavn (40) og type (1) - A = bevares ---
     *> --- hen over koersler, N = skrives forfra hver koersel. ---
     *> --- Literal-FILLER-tabel, samme moenster som Kilde-Tabel i ---
     *> --- morgenWorklist - en ny audit-fil er een ny FILLER-linje ---
      01 Audit-Fil-Tabel-Data.
           02 FILLER pic x(41) value
               "KundeVedligeholdAudit.txt               N".
           02 FILLER pic x(41) value
               "BankVedligeholdAudit.txt                N".
           02 FILLER pic x(41) value
               "TransReparationAudit.txt                N".
           02 FILLER pic x(41) value
               "AdresseSyncAudit.txt                    N".
           02 FILLER pic x(41) value
               "TvistAudit.txt                          N".
           02 FILLER pic x(41) value
               "UdlaegAudit.txt                         A".
           02 FILLER pic x(41) value
               "KortAudit.txt                           A".
           02 FILLER pic x(41) value
               "BankboksAudit.txt                       A".
           02 FILLER pic x(41) value
               "SamtykkeAudit.txt                       A".
           02 FILLER pic x(41) value
               "ReferenceVedligeholdAudit.txt           A".
           02 FILLER pic x(41) value
               "KundeOpslagLog.txt                      A".
           02 FILLER pic x(41) value
               "ManuelPosteringLog.txt                  A".
           02 FILLER pic x(41) value
               "Psd2AdgangsLog.txt                      A".
           02 FILLER pic x(41) value
               "KontoStatusEventLog.txt                 A".
      01 Audit-Fil-Tabel REDEFINES Audit-Fil-Tabel-Data.
           02 AF-POST OCCURS 14 TIMES.
              03 AF-FIL            pic x(40).
              03 AF-TYPE           pic x.
                 88 AF-BEVARES     value "A".
      01 AF-INDEX                 pic 9(2) value 0.
      01 ANTAL-AUDIT-FILER        pic 9(2) value 14.
     *> --- Ankeret pr. audit-fil (samme orden som Audit-Fil-Tabel) ---
      01 Anker-Tabel.
           02 AN-POST OCCURS 14 TIMES.
              03 AN-SEKV           pic 9(9) value 0.
              03 AN-HASH-1         pic 9(9) value 0.
              03 AN-HASH-2         pic 9(9) value 0.
     *> --- Kontrol af een fil ---
      01 Fil-Kontrol-Felter.
           02 FK-LINJE-NR          pic 9(7) value 0.
           02 FK-ANTAL-KAEDET      pic 9(7) value 0.
           02 FK-ANTAL-FOER-KAEDE  pic 9(7) value 0.
           02 FK-ANTAL-BRUD        pic 9(5) value 0.
           02 FK-FOERSTE-SEKV      pic 9(9) value 0.
           02 FK-SEKV-LAEST        pic 9(9) value 0.
           02 FK-HASH-LAEST-1      pic 9(9) value 0.
           02 FK-HASH-LAEST-2      pic 9(9) value 0.
           02 FK-KAEDE-FLAG        pic x value "N".
              88 FK-KAEDE-STARTET  value "J".
           02 FK-FORRIGE-FLAG      pic x value "N".
              88 FK-FORRIGE-KENDT  value "J".
           02 FK-ANKER-FLAG        pic x value "N".
              88 FK-ANKER-BRUDT    value "J".
      01 FIL-FINDES-FLAG          pic x value "N".
           88 FIL-FINDES          value "J".
      01 BRUD-TYPE                pic x(10) value spaces.
      01 BRUD-TEKST               pic x(80) value spaces.
      01 BRUD-SEKV                pic 9(9) value 0.
      01 FIL-STATUS-TEKST         pic x(12) value spaces.
      01 ANTAL-BRUD-I-ALT         pic 9(5) value 0.
      01 ANTAL-FILER-MED-BRUD     pic 9(2) value 0.
     *> --- Felter til audit-kaeden - se beregn-audit-hash ---
      copy "Opgave10/Copybooks/AuditKaede.cpy".

      procedure division.
     *> --- Hovedforloeb: ankeret laeses, hver audit-fil kontrolleres, ---
     *> --- og ankeret skrives om med filernes nye sidste linje ---
      Program-Execute.
           accept KORSELS-RUN-ID from environment "KORSELS_RUN_ID"
           if KORSELS-RUN-ID = spaces
               move "MANUEL" to KORSELS-RUN-ID
           end-if
           accept AK-NOEGLE from environment "AUDIT_KAEDE_NOEGLE"
           move function CURRENT-DATE to DATO-NU
           perform indlæs-anker
           open output Rapport-Out
           open output Brud-Out
           move spaces to Rapport-Linje
           string
               "AUDIT-KAEDEKONTROL "        delimited by size
               DATO-NU (1:4) "-" DATO-NU (5:2) "-" DATO-NU (7:2)
                                            delimited by size
               " "                          delimited by size
               DATO-NU (9:2) ":" DATO-NU (11:2)
                                            delimited by size
               " KORSEL="                   delimited by size
               function TRIM(KORSELS-RUN-ID) delimited by size
                  into Rapport-Linje
           end-string
           write Rapport-Linje
           move spaces to Rapport-Linje
           string
               "FIL                              LINJER  KAEDET"
                                            delimited by size
               "  FOER-KAEDE  SIDSTE-SEKV   BRUD  STATUS"
                                            delimited by size
                  into Rapport-Linje
           end-string
           write Rapport-Linje
           perform varying AF-INDEX from 1 by 1
               until AF-INDEX > ANTAL-AUDIT-FILER
               perform kontroller-audit-fil
           end-perform
           perform skriv-anker
           move spaces to Rapport-Linje
           string
               "I alt: "                    delimited by size
               ANTAL-BRUD-I-ALT             delimited by size
               " brud i "                   delimited by size
               ANTAL-FILER-MED-BRUD         delimited by size
               " fil(er)"                   delimited by size
                  into Rapport-Linje
           end-string
           write Rapport-Linje
           close Rapport-Out
           close Brud-Out
           display "Audit-kaedekontrol: " ANTAL-BRUD-I-ALT
               " brud i " ANTAL-FILER-MED-BRUD " fil(er) - se "
               "text-files/AuditKaedeRapport.txt"
           stop run.

      indlæs-anker.
           move "N" to EOF-check-anker
           open input Anker-In
           perform until end-of-file-anker
               read Anker-In
                   at end move "Y" to EOF-check-anker
                   not at end
                       perform varying AF-INDEX from 1 by 1
                           until AF-INDEX > ANTAL-AUDIT-FILER
                           if AF-FIL (AF-INDEX) = AI-FIL
                               and AI-SEKV is numeric
                               and AI-HASH-1 is numeric
                               and AI-HASH-2 is numeric
                               move AI-SEKV to AN-SEKV (AF-INDEX)
                               move AI-HASH-1 to AN-HASH-1 (AF-INDEX)
                               move AI-HASH-2 to AN-HASH-2 (AF-INDEX)
                           end-if
                       end-perform
               end-read
           end-perform
           close Anker-In
           exit.

     *> --- Een audit-fil: kaeden genberegnes linje for linje, og ---
     *> --- filens slutning holdes op mod ankeret ---
      kontroller-audit-fil.
           initialize Fil-Kontrol-Felter
           move "N" to FK-KAEDE-FLAG
           move "N" to FK-FORRIGE-FLAG
           move "N" to FK-ANKER-FLAG
           move spaces to AUDIT-FIL-NAVN
           string
               "text-files/"                delimited by size
               function TRIM(AF-FIL (AF-INDEX)) delimited by size
                  into AUDIT-FIL-NAVN
           end-string
           move "N" to FIL-FINDES-FLAG
           move "N" to EOF-check-audit
           open input Audit-In
           if AUDIT-STATUS = "00"
               move "J" to FIL-FINDES-FLAG
           end-if
           perform until end-of-file-audit
               read Audit-In
                   at end move "Y" to EOF-check-audit
                   not at end
                       add 1 to FK-LINJE-NR
                       if Audit-In-Linje not = spaces
                           perform kontroller-audit-linje
                       end-if
               end-read
           end-perform
           close Audit-In
     *> --- Ankeret: filens loebenumre gaar aldrig tilbage, saa den ---
     *> --- sidst kontrollerede linje skal stadig findes - eller ---
     *> --- vaere afloest af senere linjer ---
           if AN-SEKV (AF-INDEX) > 0
               evaluate true
                   when not FIL-FINDES
                       move "MANGLER" to BRUD-TYPE
                       move AN-SEKV (AF-INDEX) to BRUD-SEKV
                       move "filen findes ikke - sidst kontrolleret til"
                           to BRUD-TEKST
                       move "J" to FK-ANKER-FLAG
                       perform skriv-brud
                   when FK-SEKV-LAEST < AN-SEKV (AF-INDEX)
                       move "AFKORTET" to BRUD-TYPE
                       move AN-SEKV (AF-INDEX) to BRUD-SEKV
                       move spaces to BRUD-TEKST
                       string
                           "filen slutter ved SEKV="  delimited by size
                           FK-SEKV-LAEST              delimited by size
                           " - sidst kontrolleret til"
                                                      delimited by size
                              into BRUD-TEKST
                       end-string
                       move "J" to FK-ANKER-FLAG
                       perform skriv-brud
               end-evaluate
           end-if
           move spaces to Rapport-Linje
           if not FIL-FINDES
               move "FINDES IKKE" to FIL-STATUS-TEKST
           else
               if FK-ANTAL-BRUD = 0
                   move "OK" to FIL-STATUS-TEKST
               else
                   move "BRUD" to FIL-STATUS-TEKST
               end-if
           end-if
           if FK-ANTAL-BRUD > 0
               add 1 to ANTAL-FILER-MED-BRUD
           end-if
           move AF-FIL (AF-INDEX)     to Rapport-Linje (1:31)
           move FK-LINJE-NR           to Rapport-Linje (33:7)
           move FK-ANTAL-KAEDET       to Rapport-Linje (41:7)
           move FK-ANTAL-FOER-KAEDE   to Rapport-Linje (51:7)
           move FK-SEKV-LAEST         to Rapport-Linje (61:9)
           move FK-ANTAL-BRUD         to Rapport-Linje (73:5)
           move FIL-STATUS-TEKST      to Rapport-Linje (80:12)
           write Rapport-Linje
     *> --- Nyt anker: filens sidste kaedede linje - medmindre ---
     *> --- ankeret selv er brudt ---
           if FK-KAEDE-STARTET and not FK-ANKER-BRUDT
               move FK-SEKV-LAEST   to AN-SEKV (AF-INDEX)
               move FK-HASH-LAEST-1 to AN-HASH-1 (AF-INDEX)
               move FK-HASH-LAEST-2 to AN-HASH-2 (AF-INDEX)
           end-if
           exit.

      kontroller-audit-linje.
           move Audit-In-Linje to AK-SIDSTE-LINJE
           perform varying AK-SLUT from 600 by -1
               until AK-SLUT < 1
                   or AK-SIDSTE-LINJE (AK-SLUT:1) not = space
               continue
           end-perform
           if AK-SLUT <= AK-HALE-LAENGDE
               or AK-SIDSTE-LINJE (AK-SLUT - 38:6) not = " SEKV="
               or AK-SIDSTE-LINJE (AK-SLUT - 32:9) is not numeric
               or AK-SIDSTE-LINJE (AK-SLUT - 23:6) not = " HASH="
               or AK-SIDSTE-LINJE (AK-SLUT - 17:18) is not numeric
               if FK-KAEDE-STARTET
                   move "UDEN-HALE" to BRUD-TYPE
                   move FK-SEKV-LAEST to BRUD-SEKV
                   move "linjen har ingen kaede-hale - efter"
                       to BRUD-TEKST
                   perform skriv-brud
               else
                   add 1 to FK-ANTAL-FOER-KAEDE
               end-if
               exit paragraph
           end-if
           add 1 to FK-ANTAL-KAEDET
           move AK-SIDSTE-LINJE (AK-SLUT - 32:9) to AK-SEKV
           if not FK-KAEDE-STARTET
               move "J" to FK-KAEDE-FLAG
               move AK-SEKV to FK-FOERSTE-SEKV
               perform fastlaeg-kaede-start
           else
               move "J" to FK-FORRIGE-FLAG
               evaluate true
                   when AK-SEKV > FK-SEKV-LAEST + 1
                       move "HUL" to BRUD-TYPE
                       move AK-SEKV to BRUD-SEKV
                       move spaces to BRUD-TEKST
                       string
                           "linjerne efter SEKV="   delimited by size
                           FK-SEKV-LAEST            delimited by size
                           " mangler - foerst igen" delimited by size
                              into BRUD-TEKST
                       end-string
                       perform skriv-brud
                       move "N" to FK-FORRIGE-FLAG
                   when AK-SEKV <= FK-SEKV-LAEST
                       move "SEKVENS" to BRUD-TYPE
                       move AK-SEKV to BRUD-SEKV
                       move spaces to BRUD-TEKST
                       string
                           "loebenummeret gaar tilbage efter SEKV="
                                                    delimited by size
                           FK-SEKV-LAEST            delimited by size
                           " - linje"               delimited by size
                              into BRUD-TEKST
                       end-string
                       perform skriv-brud
                       move "N" to FK-FORRIGE-FLAG
               end-evaluate
           end-if
     *> --- Hash genberegnes fra den forrige linjes hash ---
           if FK-FORRIGE-KENDT
               move spaces to AK-DATA
               move AK-NOEGLE to AK-DATA (1:40)
               move AK-SEKV to AK-DATA (41:9)
               move AK-SIDSTE-LINJE (1:AK-SLUT - AK-HALE-LAENGDE)
                   to AK-DATA (50:)
               perform beregn-audit-hash
               if AK-HASH-1 not = AK-SIDSTE-LINJE (AK-SLUT - 17:9)
                   or AK-HASH-2 not = AK-SIDSTE-LINJE (AK-SLUT - 8:9)
                   move "AENDRET" to BRUD-TYPE
                   move AK-SEKV to BRUD-SEKV
                   move "linjens hash passer ikke med kaeden - linje"
                       to BRUD-TEKST
                   perform skriv-brud
               end-if
           end-if
     *> --- Den sidst kontrollerede linje skal have samme hash som ---
     *> --- ved sidste kontrol ---
           if AK-SEKV = AN-SEKV (AF-INDEX) and AN-SEKV (AF-INDEX) > 0
               if AK-SIDSTE-LINJE (AK-SLUT - 17:9)
                       not = AN-HASH-1 (AF-INDEX)
                   or AK-SIDSTE-LINJE (AK-SLUT - 8:9)
                       not = AN-HASH-2 (AF-INDEX)
                   move "OMSKREVET" to BRUD-TYPE
                   move AK-SEKV to BRUD-SEKV
                   move "linjen er aendret siden sidste kontrol - linje"
                       to BRUD-TEKST
                   move "J" to FK-ANKER-FLAG
                   perform skriv-brud
               end-if
           end-if
           move AK-SEKV to FK-SEKV-LAEST
           move AK-SIDSTE-LINJE (AK-SLUT - 17:9) to FK-HASH-LAEST-1
           move AK-SIDSTE-LINJE (AK-SLUT - 8:9) to FK-HASH-LAEST-2
           move FK-HASH-LAEST-1 to AK-HASH-FORRIGE-1
           move FK-HASH-LAEST-2 to AK-HASH-FORRIGE-2
           exit.

     *> --- Kaedens foerste linje: SEKV=1 kaedes fra nul, ellers fra ---
     *> --- ankeret, hvis det er den umiddelbart forrige linje. En ---
     *> --- bevaret fil skal altid starte ved SEKV=1 ---
      fastlaeg-kaede-start.
           move "N" to FK-FORRIGE-FLAG
           evaluate true
               when AK-SEKV = 1
                   move 0 to AK-HASH-FORRIGE-1
                   move 0 to AK-HASH-FORRIGE-2
                   move "J" to FK-FORRIGE-FLAG
               when AF-BEVARES (AF-INDEX)
                   move "START" to BRUD-TYPE
                   move AK-SEKV to BRUD-SEKV
                   move "kaeden starter ikke ved SEKV=1 - foerste linje"
                       to BRUD-TEKST
                   perform skriv-brud
               when AN-SEKV (AF-INDEX) > 0
                   and AK-SEKV = AN-SEKV (AF-INDEX) + 1
                   move AN-HASH-1 (AF-INDEX) to AK-HASH-FORRIGE-1
                   move AN-HASH-2 (AF-INDEX) to AK-HASH-FORRIGE-2
                   move "J" to FK-FORRIGE-FLAG
           end-evaluate
           exit.

      skriv-brud.
           add 1 to FK-ANTAL-BRUD
           add 1 to ANTAL-BRUD-I-ALT
           move spaces to Brud-Linje
           move 1 to pos
           string
               "AUDIT-ID="                  delimited by size
               AF-FIL (AF-INDEX)            delimited by "."
               "#"                          delimited by size
               BRUD-SEKV                    delimited by size
               " BRUD="                     delimited by size
               function TRIM(BRUD-TYPE)     delimited by size
               " LINJE="                    delimited by size
               FK-LINJE-NR                  delimited by size
               " "                          delimited by size
               function TRIM(BRUD-TEKST)    delimited by size
               " SEKV="                     delimited by size
               BRUD-SEKV                    delimited by size
                  into Brud-Linje
                  with pointer pos
           end-string
           write Brud-Linje
           move Brud-Linje to Rapport-Linje
           write Rapport-Linje
           exit.

      skriv-anker.
           open output Anker-Out
           perform varying AF-INDEX from 1 by 1
               until AF-INDEX > ANTAL-AUDIT-FILER
               if AN-SEKV (AF-INDEX) > 0
                   move AF-FIL (AF-INDEX)    to AU-FIL
                   move AN-SEKV (AF-INDEX)   to AU-SEKV
                   move AN-HASH-1 (AF-INDEX) to AU-HASH-1
                   move AN-HASH-2 (AF-INDEX) to AU-HASH-2
                   write Anker-Ud-Linje
               end-if
           end-perform
           close Anker-Out
           exit.

     *> --- Kaedet hash over AK-DATA uden efterstillede blanke, ---
     *> --- startende fra den forrige linjes hash - samme beregning ---
     *> --- som i de skrivende programmer ---
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
