      identification division.
      program-id. klageRegister.

     *> --- Klageregister: kundeklager kom hidtil ind pr. brev, e-mail
     *>     og i filialerne og blev fulgt i personlige postkasser, saa
     *>     ankenaevnet og tilsynet ikke kunne faa antal og
     *>     behandlingstider. Trinnet foerer nu det persistente
     *>     text-files/KlageRegister.txt (Klage.cpy):
     *>       - anmodningsfilen KlageAnmodninger.txt: klage-id,
     *>         aktion, Kunde-Id, Konto-ID, kategori, dato, kanal,
     *>         ansvarlig enhed, tvist-sag-id, udfald, tekst
     *>       - aktion O (opret): kunden skal findes i
     *>         Kundeoplysninger.txt, kontoen (valgfri) i
     *>         KontoMaster.txt under kunden, kategori og kanal skal
     *>         vaere gyldige, og datoen er modtagelsesdatoen. Svar-
     *>         fristen er modtaget plus kategoriens lovpligtige frist
     *>         i Kategori-Tabel (betalinger og kort: 15 bankdage -
     *>         regnet som 21 kalenderdage; oevrige: 8 uger)
     *>       - aktion T (tilknyt): ny ansvarlig enhed og/eller
     *>         kobling til en tvistsag - tvistsagen skal findes i
     *>         TvistRegister.txt (Opgave40), og en klage uden konto
     *>         arver tvistens konto
     *>       - aktion A (afgoer): klagen lukkes med udfald M (medhold),
     *>         D (delvis) eller A (afvist) pr. datoen (blank = i dag)
     *>     Ugyldige anmodninger skrives til KlageExceptions.txt.
     *>     Anmodningsfilen arkiveres som KlageAnmodningerBehandlet_
     *>     <tidsstempel>.txt og toemmes.
     *>     Aabne klager med overskredet frist skrives til
     *>     KlageOverskredne.txt, som morgenWorklist (Opgave42) fletter
     *>     ind i morgenens worklist.
     *>     Efter hvert kvartalsskifte dannes een gang kvartals-
     *>     rapporten text-files/Udbakke/KlageRapport_<aar>K<kvartal>_
     *>     <tidsstempel>.txt med modtagne og afgjorte klager pr.
     *>     kategori, udfald, gennemsnitlig behandlingstid og antal
     *>     afgjort efter fristen samt modtagne pr. kanal. Kvartalet
     *>     noteres i KlageRapportRegister.txt; den valgfri
     *>     KlageParameter.txt (aaaaKn) kan udpege et kvartal, der
     *>     dannes igen.

      environment division.
      input-output section.
      file-control.
           select optional Anmodning-In
               assign to "text-files/KlageAnmodninger.txt"
               organization is line sequential.
           select Anmodning-Arkiv-Out
               assign to dynamic ANMODNING-ARKIV-NAVN
               organization is line sequential.
           select optional Register-In
               assign to "text-files/KlageRegister.txt"
               organization is line sequential.
           select Register-Out
               assign to "text-files/KlageRegister.txt"
               organization is line sequential.
           select Exception-Out
               assign to "text-files/KlageExceptions.txt"
               organization is line sequential.
           select Overskredet-Out
               assign to "text-files/KlageOverskredne.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Tvist-Register-In
               assign to "text-files/TvistRegister.txt"
               organization is line sequential.
           select optional Parameter-In
               assign to "text-files/KlageParameter.txt"
               organization is line sequential.
           select optional Rapport-Register-In
               assign to "text-files/KlageRapportRegister.txt"
               organization is line sequential.
           select Rapport-Register-Out
               assign to "text-files/KlageRapportRegister.txt"
               organization is line sequential
               file status is RAPPORT-REGISTER-STATUS.
           select Rapport-Out
               assign to dynamic RAPPORT-FIL-NAVN
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Anmodning-In.
      01 Anmodning-Linje.
           02 KA-KLAGE-ID           pic x(8).
     *> --- O=opret, T=tilknyt enhed/tvist, A=afgoer ---
           02 KA-AKTION             pic x.
           02 KA-KUNDE-ID           pic x(10).
           02 KA-KONTO-ID           pic x(14).
           02 KA-KATEGORI           pic x(4).
           02 KA-DATO               pic x(10).
           02 KA-KANAL              pic x.
           02 KA-ENHED              pic x(8).
           02 KA-TVIST-SAG-ID       pic x(8).
           02 KA-UDFALD             pic x.
           02 KA-TEKST              pic x(30).
      fd Anmodning-Arkiv-Out.
      01 Anmodning-Arkiv-Linje     pic x(95).
      fd Register-In.
      01 Register-Linje-In.
           copy "Opgave10/Copybooks/Klage.cpy".
      fd Register-Out.
      01 Register-Linje-Ud         pic x(115).
      fd Exception-Out.
      01 Exception-Linje           pic x(200) value spaces.
      fd Overskredet-Out.
      01 Overskredet-Linje         pic x(200) value spaces.
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
      fd Tvist-Register-In.
      01 Tvist-Register-Linje-In.
           02 TR-SAG-ID-IN          pic x(8).
           02 TR-REF-NR-IN          pic 9(7).
           02 TR-KONTO-ID-IN        pic x(14).
           02 TR-STATUS-IN          pic x.
           02 TR-OPRETTET-IN        pic x(10).
           02 TR-OPDATERET-IN       pic x(10).
      fd Parameter-In.
      01 Parameter-Linje.
           02 PARM-AAR              pic x(4).
           02 PARM-K                pic x.
           02 PARM-KVARTAL          pic x.
      fd Rapport-Register-In.
      01 Rapport-Register-Linje-In.
           02 RG-TAG-IN             pic x(4).
           02 RG-KVARTAL-IN         pic x(6).
           02 FILLER                pic x(110).
      fd Rapport-Register-Out.
      01 Rapport-Register-Linje-Ud pic x(120) value spaces.
      fd Rapport-Out.
      01 Rapport-Linje             pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-anmodning      pic x value "N".
           88 end-of-file-anmodning value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-tvist          pic x value "N".
           88 end-of-file-tvist   value "Y".
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 pos                      pic 9(4) value 1.
      01 RAPPORT-REGISTER-STATUS  pic x(2) value spaces.
      01 ANMODNING-ARKIV-NAVN     pic x(100) value spaces.
      01 RAPPORT-FIL-NAVN         pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
     *> --- Dato-regning: yyyy-mm-dd <-> dagnummer ---
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD             pic 9(8) value 0.
           02 DATO-YMD-X redefines DATO-YMD pic x(8).
           02 DATO-DAG-NR          pic 9(8) value 0.
           02 DAGS-DAG-NR          pic 9(8) value 0.
           02 MODTAGET-DAG-NR      pic 9(8) value 0.
           02 DAGE-OVER            pic 9(5) value 0.
     *> --- Kategorierne: kode (4), navn (20) og lovpligtig svar- ---
     *> --- frist i kalenderdage (3) - en ny kategori er een ny ---
     *> --- FILLER-linje ---
      01 Kategori-Tabel-Data.
           02 FILLER pic x(27) value "BETLBetalinger          021".
           02 FILLER pic x(27) value "KORTKort                021".
           02 FILLER pic x(27) value "KONTKonto og gebyrer    056".
           02 FILLER pic x(27) value "LAANLaan og kredit      056".
           02 FILLER pic x(27) value "RAADRaadgivning/invest. 056".
           02 FILLER pic x(27) value "DIGINetbank og digitalt 056".
           02 FILLER pic x(27) value "ANDRAndet               056".
      01 Kategori-Tabel REDEFINES Kategori-Tabel-Data.
           02 KAT-POST OCCURS 7 TIMES.
              03 KAT-KODE          pic x(4).
              03 KAT-NAVN          pic x(20).
              03 KAT-FRIST-DAGE    pic 9(3).
      01 KAT-INDEX                pic 9(2) value 0.
      01 ANTAL-KATEGORIER         pic 9(2) value 7.
     *> --- Kvartalstal pr. kategori (samme orden som Kategori- ---
     *> --- Tabel) ---
      01 Kategori-Statistik.
           02 KS-POST OCCURS 7 TIMES.
              03 KS-MODTAGET       pic 9(5).
              03 KS-AFGJORT        pic 9(5).
              03 KS-MEDHOLD        pic 9(5).
              03 KS-DELVIS         pic 9(5).
              03 KS-AFVIST         pic 9(5).
              03 KS-EFTER-FRIST    pic 9(5).
              03 KS-AABNE-VED-UDGANG pic 9(5).
              03 KS-SUM-DAGE       pic 9(9).
      01 Kanal-Statistik.
           02 KN-BREV              pic 9(5) value 0.
           02 KN-EMAIL             pic 9(5) value 0.
           02 KN-FILIAL            pic 9(5) value 0.
      01 Total-Statistik.
           02 TS-MODTAGET          pic 9(7) value 0.
           02 TS-AFGJORT           pic 9(7) value 0.
           02 TS-EFTER-FRIST       pic 9(7) value 0.
           02 TS-AABNE-VED-UDGANG  pic 9(7) value 0.
           02 TS-SUM-DAGE          pic 9(9) value 0.
      01 GNS-DAGE                 pic 9(5)v9 value 0.
      01 GNS-DAGE-E               pic zzzz9.9.
     *> --- Klageregistret i memory ---
      01 Klage-Tabel.
           02 KR-ANTAL             pic 9(5) value 0.
           02 KR-POST OCCURS 20000 TIMES.
              03 KR-REC            pic x(115).
      01 KR-INDEX                 pic 9(5) value 0.
      01 KR-FUND-FLAG             pic x value "N".
           88 KLAGE-FUNDET        value "Y".
           88 KLAGE-IKKE-FUNDET   value "N".
      01 Arbejds-Klage.
           copy "Opgave10/Copybooks/Klage.cpy".
     *> --- Opslagstabeller: kunder, konti og tvistsager ---
      01 Kunde-Tabel.
           02 KU-ANTAL             pic 9(5) value 0.
           02 KU-KUNDE-ID OCCURS 50000 TIMES pic x(10).
      01 KU-INDEX                 pic 9(5) value 0.
      01 Konto-Tabel.
           02 KO-ANTAL             pic 9(5) value 0.
           02 KO-POST OCCURS 50000 TIMES.
              03 KO-KONTO-ID       pic x(14).
              03 KO-KUNDE-ID       pic x(10).
      01 KO-INDEX                 pic 9(5) value 0.
      01 Tvist-Tabel.
           02 TR-ANTAL             pic 9(5) value 0.
           02 TR-POST OCCURS 50000 TIMES.
              03 TR-SAG-ID         pic x(8).
              03 TR-KONTO-ID       pic x(14).
      01 TR-INDEX                 pic 9(5) value 0.
      01 OPSLAG-FLAG              pic x value "N".
           88 OPSLAG-FUNDET       value "Y".
           88 OPSLAG-IKKE-FUNDET  value "N".
     *> --- Kvartalsrapporten ---
      01 RAPPORT-KVARTAL          pic x(6) value spaces.
      01 RAPPORT-AAR-NUM          pic 9(4) value 0.
      01 RAPPORT-KVT-NUM          pic 9 value 0.
      01 KVARTAL-START            pic x(10) value spaces.
      01 KVARTAL-NAESTE-START     pic x(10) value spaces.
      01 KVARTAL-SLUT             pic x(10) value spaces.
      01 MAANED-NUM               pic 9(2) value 0.
      01 KVARTAL-FLAG             pic x value "N".
           88 KVARTAL-SKAL-DANNES value "Y".
           88 KVARTAL-ER-DANNET   value "N".
      01 AFVISNINGS-GRUND         pic x(24) value spaces.
      01 ANTAL-ANMODNINGER        pic 9(7) value 0.
      01 ANTAL-OPRETTET           pic 9(7) value 0.
      01 ANTAL-TILKNYTTET         pic 9(7) value 0.
      01 ANTAL-AFGJORT            pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-AABNE              pic 9(7) value 0.
      01 ANTAL-OVERSKREDNE        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: opslagstabeller og register indlaeses, ---
     *> --- anmodningerne behandles, registret skrives om, de ---
     *> --- overskredne listes - og kvartalsrapporten dannes efter ---
     *> --- kvartalsskiftet ---
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
           perform indlæs-kunder
           perform indlæs-konti
           perform indlæs-tvister
           perform indlæs-register
           open output Exception-Out
           perform behandl-anmodninger
           close Exception-Out
           perform skriv-register
           perform skriv-overskredne
           perform bestem-kvartal
           if KVARTAL-SKAL-DANNES
               perform dan-kvartalsrapport
           end-if
           display "Klageregister: " ANTAL-ANMODNINGER
               " anmodning(er) - " ANTAL-OPRETTET " oprettet, "
               ANTAL-TILKNYTTET " tilknyttet, " ANTAL-AFGJORT
               " afgjort, " ANTAL-AFVIST " afvist"
           display "Klageregister: " ANTAL-AABNE " aaben/aabne "
               "klage(r), " ANTAL-OVERSKREDNE " med overskredet "
               "svarfrist - se text-files/KlageOverskredne.txt"
           if ANTAL-TABEL-FULD > 0
               display "Klageregister: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- DATO-TEKST (yyyy-mm-dd) -> DATO-DAG-NR (0 = ugyldig) ---
      dato-til-dag-nr.
           move 0 to DATO-DAG-NR
           if DATO-TEKST (5:1) not = "-" or DATO-TEKST (8:1) not = "-"
               exit paragraph
           end-if
           move spaces to DATO-YMD-X
           string
               DATO-TEKST (1:4)  delimited by size
               DATO-TEKST (6:2)  delimited by size
               DATO-TEKST (9:2)  delimited by size
                  into DATO-YMD-X
           end-string
           if DATO-YMD-X is numeric
               if function TEST-DATE-YYYYMMDD(DATO-YMD) = 0
                   compute DATO-DAG-NR =
                       function INTEGER-OF-DATE(DATO-YMD)
               end-if
           end-if
           exit.

     *> --- DATO-DAG-NR -> DATO-TEKST (yyyy-mm-dd) ---
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
           move 0 to KU-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if KU-ANTAL < 50000
                           add 1 to KU-ANTAL
                           move Kunde-Id to KU-KUNDE-ID (KU-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
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
                           add 1 to KO-ANTAL
                           move KM-KONTO-ID-IN to KO-KONTO-ID (KO-ANTAL)
                           move KM-KUNDE-ID-IN to KO-KUNDE-ID (KO-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      indlæs-tvister.
           move 0 to TR-ANTAL
           move "N" to EOF-check-tvist
           open input Tvist-Register-In
           perform until end-of-file-tvist
               read Tvist-Register-In
                   at end move "Y" to EOF-check-tvist
                   not at end
                       if TR-ANTAL < 50000
                           add 1 to TR-ANTAL
                           move TR-SAG-ID-IN to TR-SAG-ID (TR-ANTAL)
                           move TR-KONTO-ID-IN to TR-KONTO-ID (TR-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Tvist-Register-In
           exit.

      indlæs-register.
           move 0 to KR-ANTAL
           move "N" to EOF-check-register
           open input Register-In
           perform until end-of-file-register
               read Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if Register-Linje-In not = spaces
                           if KR-ANTAL < 20000
                               add 1 to KR-ANTAL
                               move Register-Linje-In
                                   to KR-REC (KR-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Register-In
           exit.

      find-klage.
           set KLAGE-IKKE-FUNDET to TRUE
           perform varying KR-INDEX from 1 by 1
               until KLAGE-FUNDET or KR-INDEX > KR-ANTAL
               if KR-REC (KR-INDEX) (1:8) = KA-KLAGE-ID
                   set KLAGE-FUNDET to TRUE
               end-if
           end-perform
           if KLAGE-FUNDET
               subtract 1 from KR-INDEX
               move KR-REC (KR-INDEX) to Arbejds-Klage
           end-if
           exit.

      find-kategori.
           perform varying KAT-INDEX from 1 by 1
               until KAT-INDEX > ANTAL-KATEGORIER
                  or KAT-KODE (KAT-INDEX) = KLG-KATEGORI of Arbejds-Klage
               continue
           end-perform
           exit.

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
           if ANTAL-ANMODNINGER > 0
               perform arkiver-anmodnings-fil
           end-if
           exit.

      behandl-en-anmodning.
           move spaces to AFVISNINGS-GRUND
           if KA-KLAGE-ID = spaces
               move "KLAGE-ID-MANGLER" to AFVISNINGS-GRUND
           else
               perform find-klage
               evaluate KA-AKTION
                   when "O"
                       perform kontroller-opret
                   when "T"
                       perform kontroller-tilknyt
                   when "A"
                       perform kontroller-afgoer
                   when other
                       move "AKTION-UGYLDIG" to AFVISNINGS-GRUND
               end-evaluate
           end-if
           if AFVISNINGS-GRUND not = spaces
               perform skriv-exception
               exit paragraph
           end-if
           evaluate KA-AKTION
               when "O"
                   perform opret-klage
               when "T"
                   perform tilknyt-klage
               when "A"
                   perform afgoer-klage
           end-evaluate
           exit.

      kontroller-opret.
           if KLAGE-FUNDET
               move "KLAGE-FINDES" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           set OPSLAG-IKKE-FUNDET to TRUE
           perform varying KU-INDEX from 1 by 1
               until OPSLAG-FUNDET or KU-INDEX > KU-ANTAL
               if KU-KUNDE-ID (KU-INDEX) = KA-KUNDE-ID
                   set OPSLAG-FUNDET to TRUE
               end-if
           end-perform
           if KA-KUNDE-ID = spaces or OPSLAG-IKKE-FUNDET
               move "KUNDE-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KA-KONTO-ID not = spaces
               set OPSLAG-IKKE-FUNDET to TRUE
               perform varying KO-INDEX from 1 by 1
                   until OPSLAG-FUNDET or KO-INDEX > KO-ANTAL
                   if KO-KONTO-ID (KO-INDEX) = KA-KONTO-ID
                       and KO-KUNDE-ID (KO-INDEX) = KA-KUNDE-ID
                       set OPSLAG-FUNDET to TRUE
                   end-if
               end-perform
               if OPSLAG-IKKE-FUNDET
                   move "KONTO-UKENDT" to AFVISNINGS-GRUND
                   exit paragraph
               end-if
           end-if
           move KA-KATEGORI to KLG-KATEGORI of Arbejds-Klage
           perform find-kategori
           if KAT-INDEX > ANTAL-KATEGORIER
               move "KATEGORI-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KA-KANAL not = "B" and not = "E" and not = "F"
               move "KANAL-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move KA-DATO to DATO-TEKST
           perform dato-til-dag-nr
           if DATO-DAG-NR = 0 or DATO-DAG-NR > DAGS-DAG-NR
               move "DATO-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KA-ENHED = spaces
               move "ENHED-MANGLER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KA-TVIST-SAG-ID not = spaces
               perform find-tvist
               if OPSLAG-IKKE-FUNDET
                   move "TVIST-UKENDT" to AFVISNINGS-GRUND
               end-if
           end-if
           exit.

      kontroller-tilknyt.
           if KLAGE-IKKE-FUNDET
               move "KLAGE-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KLG-STATUS of Arbejds-Klage = "L"
               move "KLAGE-LUKKET" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KA-ENHED = spaces and KA-TVIST-SAG-ID = spaces
               move "TILKNYTNING-TOM" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KA-TVIST-SAG-ID not = spaces
               perform find-tvist
               if OPSLAG-IKKE-FUNDET
                   move "TVIST-UKENDT" to AFVISNINGS-GRUND
               end-if
           end-if
           exit.

      kontroller-afgoer.
           if KLAGE-IKKE-FUNDET
               move "KLAGE-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KLG-STATUS of Arbejds-Klage = "L"
               move "KLAGE-LUKKET" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KA-UDFALD not = "M" and not = "D" and not = "A"
               move "UDFALD-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KA-DATO = spaces
               move DAGS-DATO to KA-DATO
           end-if
           move KA-DATO to DATO-TEKST
           perform dato-til-dag-nr
           if DATO-DAG-NR = 0 or DATO-DAG-NR > DAGS-DAG-NR
               move "DATO-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KA-DATO < KLG-MODTAGET of Arbejds-Klage
               move "AFGJORT-FOER-MODTAGET" to AFVISNINGS-GRUND
           end-if
           exit.

      find-tvist.
           set OPSLAG-IKKE-FUNDET to TRUE
           perform varying TR-INDEX from 1 by 1
               until OPSLAG-FUNDET or TR-INDEX > TR-ANTAL
               if TR-SAG-ID (TR-INDEX) = KA-TVIST-SAG-ID
                   set OPSLAG-FUNDET to TRUE
               end-if
           end-perform
           if OPSLAG-FUNDET
               subtract 1 from TR-INDEX
           end-if
           exit.

      opret-klage.
           if KR-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           move spaces to Arbejds-Klage
           move KA-KLAGE-ID to KLG-KLAGE-ID of Arbejds-Klage
           move KA-KUNDE-ID to KLG-KUNDE-ID of Arbejds-Klage
           move KA-KONTO-ID to KLG-KONTO-ID of Arbejds-Klage
           move KA-KATEGORI to KLG-KATEGORI of Arbejds-Klage
           move KA-DATO to KLG-MODTAGET of Arbejds-Klage
           move KA-KANAL to KLG-KANAL of Arbejds-Klage
           move KA-ENHED to KLG-ENHED of Arbejds-Klage
           move KA-TVIST-SAG-ID to KLG-TVIST-SAG-ID of Arbejds-Klage
           if KA-TVIST-SAG-ID not = spaces
               and KA-KONTO-ID = spaces
               move TR-KONTO-ID (TR-INDEX)
                   to KLG-KONTO-ID of Arbejds-Klage
           end-if
           move "A" to KLG-STATUS of Arbejds-Klage
           move KA-TEKST to KLG-TEKST of Arbejds-Klage
     *> --- Svarfristen: modtaget plus kategoriens frist ---
           perform find-kategori
           move KA-DATO to DATO-TEKST
           perform dato-til-dag-nr
           add KAT-FRIST-DAGE (KAT-INDEX) to DATO-DAG-NR
           perform dag-nr-til-dato
           move DATO-TEKST to KLG-FRIST of Arbejds-Klage
           add 1 to KR-ANTAL
           move Arbejds-Klage to KR-REC (KR-ANTAL)
           add 1 to ANTAL-OPRETTET
           exit.

      tilknyt-klage.
           if KA-ENHED not = spaces
               move KA-ENHED to KLG-ENHED of Arbejds-Klage
           end-if
           if KA-TVIST-SAG-ID not = spaces
               move KA-TVIST-SAG-ID to KLG-TVIST-SAG-ID of Arbejds-Klage
               if KLG-KONTO-ID of Arbejds-Klage = spaces
                   move TR-KONTO-ID (TR-INDEX)
                       to KLG-KONTO-ID of Arbejds-Klage
               end-if
           end-if
           move Arbejds-Klage to KR-REC (KR-INDEX)
           add 1 to ANTAL-TILKNYTTET
           exit.

      afgoer-klage.
           move "L" to KLG-STATUS of Arbejds-Klage
           move KA-DATO to KLG-AFGJORT of Arbejds-Klage
           move KA-UDFALD to KLG-UDFALD of Arbejds-Klage
           if KA-TEKST not = spaces
               move KA-TEKST to KLG-TEKST of Arbejds-Klage
           end-if
           move Arbejds-Klage to KR-REC (KR-INDEX)
           add 1 to ANTAL-AFGJORT
           exit.

      skriv-exception.
           add 1 to ANTAL-AFVIST
           move spaces to Exception-Linje
           move 1 to pos
           string
               "BETINGELSE="          delimited by size
               function TRIM(AFVISNINGS-GRUND) delimited by size
               " KLAGE-ID="           delimited by size
               KA-KLAGE-ID            delimited by size
               " AKTION="             delimited by size
               KA-AKTION              delimited by size
               " KUNDE-ID="           delimited by size
               KA-KUNDE-ID            delimited by size
               " KONTO-ID="           delimited by size
               KA-KONTO-ID            delimited by size
                  into Exception-Linje
                  with pointer pos
           end-string
           write Exception-Linje
           exit.

      arkiver-anmodnings-fil.
           move spaces to ANMODNING-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/KlageAnmodningerBehandlet_"
                                              delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ANMODNING-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-anmodning
           open input Anmodning-In
           open output Anmodning-Arkiv-Out
           perform until end-of-file-anmodning
               read Anmodning-In
                   at end move "Y" to EOF-check-anmodning
                   not at end
                       write Anmodning-Arkiv-Linje
                           from Anmodning-Linje
               end-read
           end-perform
           close Anmodning-Arkiv-Out
           close Anmodning-In
           open output Anmodning-In
           close Anmodning-In
           exit.

      skriv-register.
           open output Register-Out
           perform varying KR-INDEX from 1 by 1
               until KR-INDEX > KR-ANTAL
               write Register-Linje-Ud from KR-REC (KR-INDEX)
           end-perform
           close Register-Out
           exit.

     *> --- Aabne klager med passeret svarfrist - een BETINGELSE- ---
     *> --- linje pr. klage til morgenens worklist ---
      skriv-overskredne.
           open output Overskredet-Out
           perform varying KR-INDEX from 1 by 1
               until KR-INDEX > KR-ANTAL
               move KR-REC (KR-INDEX) to Arbejds-Klage
               if KLG-STATUS of Arbejds-Klage = "A"
                   add 1 to ANTAL-AABNE
                   if KLG-FRIST of Arbejds-Klage < DAGS-DATO
                       perform skriv-en-overskreden
                   end-if
               end-if
           end-perform
           close Overskredet-Out
           exit.

      skriv-en-overskreden.
           add 1 to ANTAL-OVERSKREDNE
           move KLG-FRIST of Arbejds-Klage to DATO-TEKST
           perform dato-til-dag-nr
           move 0 to DAGE-OVER
           if DATO-DAG-NR > 0
               compute DAGE-OVER = DAGS-DAG-NR - DATO-DAG-NR
           end-if
           move spaces to Overskredet-Linje
           move 1 to pos
           string
               "BETINGELSE=KLAGE-FRIST-OVERSKREDET KLAGE-ID="
                                      delimited by size
               KLG-KLAGE-ID of Arbejds-Klage delimited by size
               " KUNDE-ID="           delimited by size
               KLG-KUNDE-ID of Arbejds-Klage delimited by size
               " KONTO-ID="           delimited by size
               KLG-KONTO-ID of Arbejds-Klage delimited by size
               " KATEGORI="           delimited by size
               KLG-KATEGORI of Arbejds-Klage delimited by size
               " MODTAGET="           delimited by size
               KLG-MODTAGET of Arbejds-Klage delimited by size
               " FRIST="              delimited by size
               KLG-FRIST of Arbejds-Klage delimited by size
               " DAGE-OVER="          delimited by size
               DAGE-OVER              delimited by size
               " ENHED="              delimited by size
               KLG-ENHED of Arbejds-Klage delimited by size
                  into Overskredet-Linje
                  with pointer pos
           end-string
           write Overskredet-Linje
           exit.

     *> --- Kvartalet foer dette rapporteres, hvis det ikke er ---
     *> --- dannet endnu; KlageParameter.txt kan udpege et kvartal, ---
     *> --- der dannes igen ---
      bestem-kvartal.
           set KVARTAL-ER-DANNET to TRUE
           move DATO-NU (1:4) to RAPPORT-AAR-NUM
           move DATO-NU (5:2) to MAANED-NUM
           compute RAPPORT-KVT-NUM = (MAANED-NUM - 1) / 3
           if RAPPORT-KVT-NUM = 0
               subtract 1 from RAPPORT-AAR-NUM
               move 4 to RAPPORT-KVT-NUM
           end-if
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-AAR is numeric
                       and PARM-KVARTAL >= "1" and PARM-KVARTAL <= "4"
                       move PARM-AAR to RAPPORT-AAR-NUM
                       move PARM-KVARTAL to RAPPORT-KVT-NUM
                       set KVARTAL-SKAL-DANNES to TRUE
                   end-if
           end-read
           close Parameter-In
           move spaces to RAPPORT-KVARTAL
           string
               RAPPORT-AAR-NUM  delimited by size
               "K"              delimited by size
               RAPPORT-KVT-NUM  delimited by size
                  into RAPPORT-KVARTAL
           end-string
           if KVARTAL-SKAL-DANNES
               exit paragraph
           end-if
           set KVARTAL-SKAL-DANNES to TRUE
           move "N" to EOF-check-register
           open input Rapport-Register-In
           perform until end-of-file-register
               read Rapport-Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if RG-TAG-IN = "KVT="
                           and RG-KVARTAL-IN = RAPPORT-KVARTAL
                           set KVARTAL-ER-DANNET to TRUE
                       end-if
               end-read
           end-perform
           close Rapport-Register-In
           exit.

     *> --- Kvartalsrapporten: modtaget i kvartalet, afgjort i ---
     *> --- kvartalet (udfald, behandlingstid, efter fristen) og ---
     *> --- aabne ved kvartalets udgang ---
      dan-kvartalsrapport.
           compute MAANED-NUM = (RAPPORT-KVT-NUM - 1) * 3 + 1
           move spaces to KVARTAL-START
           string
               RAPPORT-AAR-NUM  delimited by size
               "-"              delimited by size
               MAANED-NUM       delimited by size
               "-01"            delimited by size
                  into KVARTAL-START
           end-string
           move spaces to KVARTAL-NAESTE-START
           if RAPPORT-KVT-NUM = 4
               compute RAPPORT-AAR-NUM = RAPPORT-AAR-NUM + 1
               string
                   RAPPORT-AAR-NUM  delimited by size
                   "-01-01"         delimited by size
                      into KVARTAL-NAESTE-START
               end-string
               compute RAPPORT-AAR-NUM = RAPPORT-AAR-NUM - 1
           else
               add 3 to MAANED-NUM
               string
                   RAPPORT-AAR-NUM  delimited by size
                   "-"              delimited by size
                   MAANED-NUM       delimited by size
                   "-01"            delimited by size
                      into KVARTAL-NAESTE-START
               end-string
           end-if
           move KVARTAL-NAESTE-START to DATO-TEKST
           perform dato-til-dag-nr
           subtract 1 from DATO-DAG-NR
           perform dag-nr-til-dato
           move DATO-TEKST to KVARTAL-SLUT
           initialize Kategori-Statistik
           initialize Kanal-Statistik
           initialize Total-Statistik
           perform varying KR-INDEX from 1 by 1
               until KR-INDEX > KR-ANTAL
               move KR-REC (KR-INDEX) to Arbejds-Klage
               perform find-kategori
               if KAT-INDEX <= ANTAL-KATEGORIER
                   perform opgoer-en-klage
               end-if
           end-perform
           perform skriv-kvartalsrapport
           perform noter-dannet-kvartal
           exit.

      opgoer-en-klage.
           if KLG-MODTAGET of Arbejds-Klage >= KVARTAL-START
               and KLG-MODTAGET of Arbejds-Klage < KVARTAL-NAESTE-START
               add 1 to KS-MODTAGET (KAT-INDEX)
               add 1 to TS-MODTAGET
               evaluate KLG-KANAL of Arbejds-Klage
                   when "B"
                       add 1 to KN-BREV
                   when "E"
                       add 1 to KN-EMAIL
                   when "F"
                       add 1 to KN-FILIAL
               end-evaluate
           end-if
           if KLG-STATUS of Arbejds-Klage = "L"
               and KLG-AFGJORT of Arbejds-Klage >= KVARTAL-START
               and KLG-AFGJORT of Arbejds-Klage < KVARTAL-NAESTE-START
               add 1 to KS-AFGJORT (KAT-INDEX)
               add 1 to TS-AFGJORT
               evaluate KLG-UDFALD of Arbejds-Klage
                   when "M"
                       add 1 to KS-MEDHOLD (KAT-INDEX)
                   when "D"
                       add 1 to KS-DELVIS (KAT-INDEX)
                   when other
                       add 1 to KS-AFVIST (KAT-INDEX)
               end-evaluate
               if KLG-AFGJORT of Arbejds-Klage
                   > KLG-FRIST of Arbejds-Klage
                   add 1 to KS-EFTER-FRIST (KAT-INDEX)
                   add 1 to TS-EFTER-FRIST
               end-if
               move KLG-MODTAGET of Arbejds-Klage to DATO-TEKST
               perform dato-til-dag-nr
               move DATO-DAG-NR to MODTAGET-DAG-NR
               move KLG-AFGJORT of Arbejds-Klage to DATO-TEKST
               perform dato-til-dag-nr
               if MODTAGET-DAG-NR > 0
                   and DATO-DAG-NR >= MODTAGET-DAG-NR
                   compute KS-SUM-DAGE (KAT-INDEX) =
                       KS-SUM-DAGE (KAT-INDEX)
                       + DATO-DAG-NR - MODTAGET-DAG-NR
                   compute TS-SUM-DAGE =
                       TS-SUM-DAGE + DATO-DAG-NR - MODTAGET-DAG-NR
               end-if
           end-if
           if KLG-MODTAGET of Arbejds-Klage < KVARTAL-NAESTE-START
               and (KLG-STATUS of Arbejds-Klage = "A"
                 or KLG-AFGJORT of Arbejds-Klage
                    >= KVARTAL-NAESTE-START)
               add 1 to KS-AABNE-VED-UDGANG (KAT-INDEX)
               add 1 to TS-AABNE-VED-UDGANG
           end-if
           exit.

      skriv-kvartalsrapport.
           move spaces to RAPPORT-FIL-NAVN
           move 1 to pos
           string
               "text-files/Udbakke/KlageRapport_" delimited by size
               RAPPORT-KVARTAL                    delimited by size
               "_"                                delimited by size
               KOERSEL-TIDSSTEMPEL                delimited by size
               ".txt"                             delimited by size
                  into RAPPORT-FIL-NAVN
                  with pointer pos
           end-string
           open output Rapport-Out
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "HDR KVARTAL="         delimited by size
               RAPPORT-KVARTAL        delimited by size
               " PERIODE="            delimited by size
               KVARTAL-START          delimited by size
               "/"                    delimited by size
               KVARTAL-SLUT           delimited by size
               " DANNET="             delimited by size
               DAGS-DATO              delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           perform varying KAT-INDEX from 1 by 1
               until KAT-INDEX > ANTAL-KATEGORIER
               perform skriv-kategori-linje
           end-perform
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "KNL BREV="            delimited by size
               KN-BREV                delimited by size
               " EMAIL="              delimited by size
               KN-EMAIL               delimited by size
               " FILIAL="             delimited by size
               KN-FILIAL              delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           move 0 to GNS-DAGE
           if TS-AFGJORT > 0
               compute GNS-DAGE rounded = TS-SUM-DAGE / TS-AFGJORT
           end-if
           move GNS-DAGE to GNS-DAGE-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "TRL MODTAGET="        delimited by size
               TS-MODTAGET            delimited by size
               " AFGJORT="            delimited by size
               TS-AFGJORT             delimited by size
               " GNS-DAGE="           delimited by size
               function TRIM(GNS-DAGE-E) delimited by size
               " EFTER-FRIST="        delimited by size
               TS-EFTER-FRIST         delimited by size
               " AABNE-VED-UDGANG="   delimited by size
               TS-AABNE-VED-UDGANG    delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           close Rapport-Out
           display "Klageregister: kvartalsrapport " RAPPORT-KVARTAL
               " skrevet til " function TRIM(RAPPORT-FIL-NAVN)
           exit.

      skriv-kategori-linje.
           move 0 to GNS-DAGE
           if KS-AFGJORT (KAT-INDEX) > 0
               compute GNS-DAGE rounded =
                   KS-SUM-DAGE (KAT-INDEX) / KS-AFGJORT (KAT-INDEX)
           end-if
           move GNS-DAGE to GNS-DAGE-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "KAT="                 delimited by size
               KAT-KODE (KAT-INDEX)   delimited by size
               " NAVN="               delimited by size
               KAT-NAVN (KAT-INDEX)   delimited by size
               " MODTAGET="           delimited by size
               KS-MODTAGET (KAT-INDEX) delimited by size
               " AFGJORT="            delimited by size
               KS-AFGJORT (KAT-INDEX) delimited by size
               " MEDHOLD="            delimited by size
               KS-MEDHOLD (KAT-INDEX) delimited by size
               " DELVIS="             delimited by size
               KS-DELVIS (KAT-INDEX)  delimited by size
               " AFVIST="             delimited by size
               KS-AFVIST (KAT-INDEX)  delimited by size
               " GNS-DAGE="           delimited by size
               function TRIM(GNS-DAGE-E) delimited by size
               " EFTER-FRIST="        delimited by size
               KS-EFTER-FRIST (KAT-INDEX) delimited by size
               " AABNE-VED-UDGANG="   delimited by size
               KS-AABNE-VED-UDGANG (KAT-INDEX) delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           exit.

     *> --- Det dannede kvartal noteres - EXTEND/status-35-moenstret
      noter-dannet-kvartal.
           open extend Rapport-Register-Out
           if RAPPORT-REGISTER-STATUS = "35"
               open output Rapport-Register-Out
           end-if
           move spaces to Rapport-Register-Linje-Ud
           move 1 to pos
           string
               "KVT="                 delimited by size
               RAPPORT-KVARTAL        delimited by size
               " DANNET="             delimited by size
               DAGS-DATO              delimited by size
               " FIL="                delimited by size
               function TRIM(RAPPORT-FIL-NAVN)
                                      delimited by size
                  into Rapport-Register-Linje-Ud
                  with pointer pos
           end-string
           write Rapport-Register-Linje-Ud
           close Rapport-Register-Out
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
           move "klageRegister" to KAP-PROGRAM
           move "KLAGE-TABEL" to KAP-TABEL
           move KR-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KO-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "TVIST-TABEL" to KAP-TABEL
           move TR-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
