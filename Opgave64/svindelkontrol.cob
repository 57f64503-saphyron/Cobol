      identification division.
      program-id. svindelKontrol.

     *> --- Svindelkontrol for kort: AML-overvaagningen i opgave10
     *>     (overvaag-aml-for-konto) ser efter hvidvask pr. aar - alt
     *>     for sent og det forkerte moenster for kortsvindel. Dette
     *>     trin koerer hver nat over nattens kortautorisationer
     *>     (KortAutorisationer.txt) og kort-clearinger
     *>     (KortClearing.txt), FOER kortAutorisation og
     *>     kortClearingIndlaesning bogfoerer og toemmer filerne. En
     *>     clearing med samme autorisationsreference som en af
     *>     nattens autorisationer er samme koeb og taelles kun een
     *>     gang. Fire regler, hver slaaet til/fra og markeret
     *>     alvorlig eller ej i den valgfri regelfil
     *>     SvindelRegler.txt (samme layout som standard-tabellen
     *>     Svindel-Regel-Tabel herunder):
     *>       HASTIGHED - flere end P1 koeb paa samme kort inden for
     *>           P2 minutter (kun autorisationer - clearingen har
     *>           intet klokkeslaet)
     *>       UDLAND    - kortets foerste koeb i fremmed valuta, naar
     *>           kontoen har haft mindst P1 koeb i DKK og ingen i
     *>           fremmed valuta de seneste P2 dage i Transaktioner.txt
     *>       TESTBELOB - mindst P1 smaa beloeb (hoejst P2 DKK) paa
     *>           kortet efterfulgt af et stort (mindst P3 DKK)
     *>       KATEGORI  - et koeb over P1 gange kontoens normale
     *>           koebsbeloeb i samme BUTIK-kategori (ButikKategori.cpy),
     *>           naar der er mindst P2 koeb i kategorien at sammenligne
     *>           med
     *>     Kortene slaas op i kortmasteren KortMaster.txt
     *>     (kortLivscyklus, Opgave63) for Konto-ID og Kunde-Id - uden
     *>     et kendt kort springes de to historik-regler over. Hvert
     *>     hit skrives een gang pr. kort og regel som en BETINGELSE=-
     *>     linje til svindelafdelingens FraudAlarmer.txt. En alvorlig
     *>     regel skriver desuden en spaerrings-haendelse (S, kilde
     *>     SVINDEL) direkte i kortmasterens haendelsesfil
     *>     KortEvents.txt - een pr. kort - som kortLivscyklus
     *>     paafoerer i samme koersel, saa kortClearingIndlaesning
     *>     afviser kortets clearinger med KORT-SPAERRET. ---

      environment division.
      input-output section.
      file-control.
           select optional Kort-Autorisation-In
               assign to "text-files/KortAutorisationer.txt"
               organization is line sequential.
           select optional Kort-Clearing-In
               assign to "text-files/KortClearing.txt"
               organization is line sequential.
           select optional Kort-Master-In
               assign to "text-files/KortMaster.txt"
               organization is line sequential.
           select optional Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select optional Svindel-Regel-In
               assign to "text-files/SvindelRegler.txt"
               organization is line sequential.
           select optional Butik-Kategori-In
               assign to "text-files/ButikKategorier.txt"
               organization is line sequential.
     *> --- Svindelafdelingen forarbejder og toemmer alarmfilen - ---
     *> --- vi tilfoejer (EXTEND), med OUTPUT-fallback ---
           select Fraud-Alarm-Out
               assign to "text-files/FraudAlarmer.txt"
               organization is line sequential
               file status is FRAUD-ALARM-STATUS.
     *> --- Kortmasterens haendelsesfil - se kortLivscyklus ---
           select Kort-Event-Out
               assign to "text-files/KortEvents.txt"
               organization is line sequential
               file status is KORT-EVENT-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Kort-Autorisation-In.
      01 Kort-Autorisation-Linje.
           02 KA-AUT-REF            pic x(12).
           02 KA-FORRETNING         pic x(30).
           02 KA-KONTO-REF          pic x(14).
           02 KA-BELOB              pic x(16).
           02 KA-VALUTA             pic x(4).
           02 KA-AUT-TIDSPUNKT      pic x(26).
      01 Autorisation-Hdr-Trl-Linje.
           02 AHT-TAG               pic x(3).
           02 FILLER                pic x(99).
      fd Kort-Clearing-In.
      01 Kort-Clearing-Linje.
           02 KC-FORRETNING         pic x(30).
           02 KC-KONTO-REF          pic x(14).
           02 KC-BELOB              pic x(16).
           02 KC-VALUTA             pic x(4).
           02 KC-CLEARING-DATO      pic x(10).
           02 KC-AUT-REF            pic x(12).
      01 Clearing-Hdr-Trl-Linje.
           02 CHT-TAG               pic x(3).
           02 FILLER                pic x(83).
      fd Kort-Master-In.
      01 Kort-Master-Linje.
           02 KRT-KORT-NR-IN       pic x(19).
           02 KRT-KONTO-ID-IN      pic x(14).
           02 KRT-KUNDE-ID-IN      pic x(10).
           02 KRT-KORT-TYPE-IN     pic x(10).
           02 KRT-UDSTEDT-DATO-IN  pic x(10).
           02 KRT-UDLOEB-DATO-IN   pic x(10).
           02 KRT-STATUS-IN        pic x.
           02 KRT-STATUS-DATO-IN   pic x(10).
           02 KRT-STATUS-AARSAG-IN pic x(20).
           02 KRT-FORNYELSE-DATO-IN pic x(10).
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG               pic x(3).
      fd Svindel-Regel-In.
      01 Svindel-Regel-Linje.
           02 SR-REGEL              pic x(10).
           02 SR-AKTIV              pic x.
           02 SR-ALVORLIG           pic x.
           02 SR-PARM1              pic 9(7).
           02 SR-PARM2              pic 9(7).
           02 SR-PARM3              pic 9(7).
      fd Butik-Kategori-In.
      01 Butik-Kategori-Linje      pic x(35).
      fd Fraud-Alarm-Out.
      01 Fraud-Alarm-Linje         pic x(250) value spaces.
      fd Kort-Event-Out.
      01 Kort-Event-Linje.
           02 KE-HAENDELSE         pic x.
           02 KE-KORT-NR           pic x(19).
           02 KE-DATO              pic x(10).
           02 KE-KILDE             pic x(12).
           02 KE-AARSAG            pic x(20).
           02 KE-KONTO-ID          pic x(14).
           02 KE-KUNDE-ID          pic x(10).
           02 KE-KORT-TYPE         pic x(10).
           02 KE-UDLOEB-DATO       pic x(10).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-aut            pic x value "N".
           88 end-of-file-aut     value "Y".
      01 EOF-check-clearing       pic x value "N".
           88 end-of-file-clearing value "Y".
      01 EOF-check-kort           pic x value "N".
           88 end-of-file-kort    value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-regel          pic x value "N".
           88 end-of-file-regel   value "Y".
      01 pos                      pic 9(4) value 1.
      01 FRAUD-ALARM-STATUS       pic x(2) value spaces.
      01 KORT-EVENT-STATUS        pic x(2) value spaces.
     *> --- Standard-reglerne - kode, aktiv J/N, alvorlig J/N og tre ---
     *> --- parametre - overstyres linje for linje af ---
     *> --- SvindelRegler.txt. Samme literal-tabel-moenster som ---
     *> --- Butik-Kategori-Tabel ---
      01 Svindel-Regel-Data.
           02 FILLER   pic x(33) value
               "HASTIGHED JJ000000500000100000000".
           02 FILLER   pic x(33) value
               "UDLAND    JN000002000000900000000".
           02 FILLER   pic x(33) value
               "TESTBELOB JJ000000300000100001000".
           02 FILLER   pic x(33) value
               "KATEGORI  JN000001000000050000000".
      01 Svindel-Regel-Tabel redefines Svindel-Regel-Data.
           02 RG-POST OCCURS 4 TIMES.
              03 RG-REGEL          pic x(10).
              03 RG-AKTIV          pic x.
                 88 RG-ER-AKTIV    value "J".
              03 RG-ALVORLIG       pic x.
                 88 RG-ER-ALVORLIG value "J".
              03 RG-PARM1          pic 9(7).
              03 RG-PARM2          pic 9(7).
              03 RG-PARM3          pic 9(7).
      01 RG-INDEX                 pic 9(3) value 0.
     *> --- Regel-numrene i Svindel-Regel-Tabel ---
      01 RG-HASTIGHED             pic 9(3) value 1.
      01 RG-UDLAND                pic 9(3) value 2.
      01 RG-TESTBELOB             pic 9(3) value 3.
      01 RG-KATEGORI              pic 9(3) value 4.
     *> --- Butik-kategori-kodetabellen - koebene grupperes i ---
     *> --- forbrugskategori som paa kontoudskriften ---
      01 butik-kategorisering.
           copy "Opgave10/Copybooks/ButikKategori.cpy".
      01 KATEGORI-OPSLAG-TEKST    pic x(30) value spaces.
      01 KATEGORI-UPPER           pic x(30) value spaces.
      01 BUTIK-TEKST-UPPER        pic x(20) value spaces.
      01 BUTIK-TEKST-LAENGDE      pic 9(2)  value 0.
      01 KATEGORI-NAVN            pic x(15) value spaces.
      01 EOF-check-butik-kategori pic x value "N".
           88 end-of-file-butik-kategori value "Y".
      01 BUTIK-KATEGORI-INDLAEST  pic 9(3) value 0.
      copy "Opgave10/Copybooks/KortMasterTabel.cpy".
     *> --- Nattens koeb: autorisationerne, og de clearinger der ---
     *> --- ikke allerede er med som autorisation ---
      01 Koeb-Tabel.
           02 KB-ANTAL             pic 9(5) value 0.
           02 KB-POST OCCURS 20000 TIMES.
              03 KB-KILDE          pic x.
              03 KB-AUT-REF        pic x(12).
              03 KB-KORT-INDEX     pic 9(5).
              03 KB-FORRETNING     pic x(30).
              03 KB-BELOB-DKK      pic 9(13)v99.
              03 KB-VALUTA         pic x(4).
              03 KB-TIDSPUNKT      pic x(26).
     *> --- FUNCTION INTEGER-OF-DATE * 1440 + minut paa doegnet - ---
     *> --- 0 for en clearing, der kun har en dato ---
              03 KB-MINUT-NR       pic 9(11).
              03 KB-KATEGORI       pic x(15).
      01 KB-INDEX                 pic 9(5) value 0.
      01 KB-INDEX-2               pic 9(5) value 0.
      01 MAX-KOEB                 pic 9(5) value 20000.
     *> --- Nattens kort - een post pr. kortreference, med kortets ---
     *> --- konto fra kortmasteren og hvilke regler der er ramt ---
      01 Nat-Kort-Tabel.
           02 NK-ANTAL             pic 9(5) value 0.
           02 NK-POST OCCURS 20000 TIMES.
              03 NK-KORT-REF       pic x(19).
              03 NK-KONTO-ID       pic x(14).
              03 NK-KUNDE-ID       pic x(10).
              03 NK-KORT-STATUS    pic x.
              03 NK-PROFIL-INDEX   pic 9(5).
              03 NK-REGEL-RAMT     pic x occurs 4 times.
              03 NK-SPAERRING-FLAG pic x.
                 88 NK-SPAERRING-SENDT value "J".
      01 NK-INDEX                 pic 9(5) value 0.
      01 NK-OPSLAG-REF            pic x(19) value spaces.
     *> --- Koebsprofil pr. konto fra Transaktioner.txt: indenlandske ---
     *> --- og udenlandske koeb i UDLAND-vinduet, og antal og sum ---
     *> --- pr. BUTIK-kategori ---
      01 Profil-Tabel.
           02 PR-ANTAL             pic 9(5) value 0.
           02 PR-POST OCCURS 5000 TIMES.
              03 PR-KONTO-ID       pic x(14).
              03 PR-ANTAL-INDLAND  pic 9(7).
              03 PR-ANTAL-UDLAND   pic 9(7).
              03 PR-KAT-ANTAL      pic 9(2).
              03 PR-KAT OCCURS 9 TIMES.
                 04 PR-KAT-NAVN    pic x(15).
                 04 PR-KAT-KOEB    pic 9(7).
                 04 PR-KAT-SUM     pic s9(13)v99 comp-3.
      01 PR-INDEX                 pic 9(5) value 0.
      01 PR-KAT-INDEX             pic 9(2) value 0.
      01 MAX-PROFIL               pic 9(5) value 5000.
      01 REGEL-HIT-INDEX          pic 9(3) value 0.
      01 REGEL-DETALJE            pic x(80) value spaces.
      01 HIT-ANTAL                pic 9(7) value 0.
      01 DAG-NR                   pic 9(8) value 0.
      01 DAG-NR-NU                pic 9(8) value 0.
      01 DATO-TAL                 pic 9(8) value 0.
      01 TIME-TAL                 pic 9(2) value 0.
      01 MINUT-TAL                pic 9(2) value 0.
      01 VINDUE-START             pic 9(11) value 0.
      01 TRANS-BELOB-DKK          pic s9(13)v99 comp-3 value 0.
      01 NORMAL-BELOB-DKK         pic s9(13)v99 comp-3 value 0.
      01 ALARM-BELOB-E            pic -ZZZZZZZZZZ9.99.
      01 NORMAL-BELOB-E           pic -ZZZZZZZZZZ9.99.
      01 TAL-E                    pic Z(6)9.
      01 PARM-E                   pic Z(6)9.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 ANTAL-KOEB-AUT           pic 9(7) value 0.
      01 ANTAL-KOEB-CLEARING      pic 9(7) value 0.
      01 ANTAL-ALARMER            pic 9(7) value 0.
      01 ANTAL-SPAERRINGER        pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: regler, kortmaster og nattens koeb ---
     *> --- indlaeses, kontoernes koebsprofil bygges fra ---
     *> --- Transaktioner.txt, og reglerne koeres koeb for koeb ---
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
           move DATO-NU (1:8) to DATO-TAL
           compute DAG-NR-NU = function INTEGER-OF-DATE(DATO-TAL)
           perform indlæs-svindel-regler
           perform indlæs-butik-kategorier
           perform indlæs-kort-master
           perform indlæs-autorisationer
           perform indlæs-clearinger
           perform opbyg-koebsprofiler
           open extend Fraud-Alarm-Out
           if FRAUD-ALARM-STATUS = "35"
               open output Fraud-Alarm-Out
           end-if
           open extend Kort-Event-Out
           if KORT-EVENT-STATUS = "35"
               open output Kort-Event-Out
           end-if
           perform varying KB-INDEX from 1 by 1
               until KB-INDEX > KB-ANTAL
               move KB-KORT-INDEX (KB-INDEX) to NK-INDEX
               if RG-ER-AKTIV (RG-HASTIGHED)
                   and KB-MINUT-NR (KB-INDEX) > 0
                   perform regel-hastighed
               end-if
               if RG-ER-AKTIV (RG-UDLAND)
                   perform regel-udland
               end-if
               if RG-ER-AKTIV (RG-TESTBELOB)
                   perform regel-testbelob
               end-if
               if RG-ER-AKTIV (RG-KATEGORI)
                   perform regel-kategori
               end-if
           end-perform
           close Kort-Event-Out
           close Fraud-Alarm-Out
           display "Svindelkontrol: " ANTAL-KOEB-AUT
               " autorisation(er), " ANTAL-KOEB-CLEARING
               " clearing(er) uden autorisation, " NK-ANTAL " kort"
           display "Svindelkontrol: " ANTAL-ALARMER
               " alarm(er), " ANTAL-SPAERRINGER
               " kort spaerret - se text-files/FraudAlarmer.txt"
           perform skriv-kapacitet
           stop run.

     *> --- Regelfilen overstyrer de regler, den naevner - ukendte ---
     *> --- regelkoder og ugyldige linjer ignoreres ---
     *> --- Den valgfri ButikKategorier.txt erstatter literal- ---
     *> --- tabellen i ButikKategori.cpy, naar den har mindst een ---
     *> --- linje - samme regel som i opgave10 ---
      indlæs-butik-kategorier.
           move 0 to BUTIK-KATEGORI-INDLAEST
           move "N" to EOF-check-butik-kategori
           open input Butik-Kategori-In
           perform until end-of-file-butik-kategori
               read Butik-Kategori-In
                   at end move "Y" to EOF-check-butik-kategori
                   not at end
                       if BUTIK-KATEGORI-INDLAEST = 0
                           move 0 to ANTAL-BUTIK-KATEGORIER
                       end-if
                       if ANTAL-BUTIK-KATEGORIER < MAX-BUTIK-KATEGORIER
                           and Butik-Kategori-Linje not = spaces
                           add 1 to ANTAL-BUTIK-KATEGORIER
                           add 1 to BUTIK-KATEGORI-INDLAEST
                           move Butik-Kategori-Linje
                               to BK-POST (ANTAL-BUTIK-KATEGORIER)
                       end-if
               end-read
           end-perform
           close Butik-Kategori-In
           exit.

      indlæs-svindel-regler.
           move "N" to EOF-check-regel
           open input Svindel-Regel-In
           perform until end-of-file-regel
               read Svindel-Regel-In
                   at end move "Y" to EOF-check-regel
                   not at end
                       perform varying RG-INDEX from 1 by 1
                           until RG-INDEX > 4
                           if RG-REGEL (RG-INDEX) = SR-REGEL
                               and (SR-AKTIV = "J" or SR-AKTIV = "N")
                               and SR-PARM1 is numeric
                               and SR-PARM2 is numeric
                               and SR-PARM3 is numeric
                               move SR-AKTIV to RG-AKTIV (RG-INDEX)
                               if SR-ALVORLIG = "J"
                                   move "J" to RG-ALVORLIG (RG-INDEX)
                               else
                                   move "N" to RG-ALVORLIG (RG-INDEX)
                               end-if
                               move SR-PARM1 to RG-PARM1 (RG-INDEX)
                               move SR-PARM2 to RG-PARM2 (RG-INDEX)
                               move SR-PARM3 to RG-PARM3 (RG-INDEX)
                           end-if
                       end-perform
               end-read
           end-perform
           close Svindel-Regel-In
           exit.

      indlæs-kort-master.
           move 0 to KRT-ANTAL
           move "N" to EOF-check-kort
           open input Kort-Master-In
           perform until end-of-file-kort
               read Kort-Master-In
                   at end move "Y" to EOF-check-kort
                   not at end
                       if KRT-ANTAL < MAX-KORT
                           and KRT-KORT-NR-IN not = spaces
                           add 1 to KRT-ANTAL
                           move KRT-KORT-NR-IN
                               to KRT-KORT-NR (KRT-ANTAL)
                           move KRT-KONTO-ID-IN
                               to KRT-KONTO-ID (KRT-ANTAL)
                           move KRT-KUNDE-ID-IN
                               to KRT-KUNDE-ID (KRT-ANTAL)
                           move KRT-STATUS-IN
                               to KRT-STATUS (KRT-ANTAL)
                       end-if
               end-read
           end-perform
           close Kort-Master-In
           exit.

      indlæs-autorisationer.
           move "N" to EOF-check-aut
           open input Kort-Autorisation-In
           perform until end-of-file-aut
               read Kort-Autorisation-In
                   at end move "Y" to EOF-check-aut
                   not at end
                       if AHT-TAG not = "HDR" and AHT-TAG not = "TRL"
                           and KB-ANTAL < MAX-KOEB
                           and function TEST-NUMVAL(KA-BELOB) = 0
                           add 1 to KB-ANTAL
                           add 1 to ANTAL-KOEB-AUT
                           move "A" to KB-KILDE (KB-ANTAL)
                           move KA-AUT-REF to KB-AUT-REF (KB-ANTAL)
                           move KA-FORRETNING to KB-FORRETNING (KB-ANTAL)
                           compute KB-BELOB-DKK (KB-ANTAL) =
                               function ABS(function NUMVAL(KA-BELOB))
                           move KA-VALUTA to KB-VALUTA (KB-ANTAL)
                           move KA-AUT-TIDSPUNKT
                               to KB-TIDSPUNKT (KB-ANTAL)
                           move KA-KONTO-REF to NK-OPSLAG-REF
                           perform beregn-minut-nr
                           perform registrer-koeb
                       end-if
               end-read
           end-perform
           close Kort-Autorisation-In
           exit.

     *> --- En clearing med en af nattens autorisationsreferencer ---
     *> --- er samme koeb og springes over ---
      indlæs-clearinger.
           move "N" to EOF-check-clearing
           open input Kort-Clearing-In
           perform until end-of-file-clearing
               read Kort-Clearing-In
                   at end move "Y" to EOF-check-clearing
                   not at end
                       if CHT-TAG not = "HDR" and CHT-TAG not = "TRL"
                           and KB-ANTAL < MAX-KOEB
                           and function TEST-NUMVAL(KC-BELOB) = 0
                           move 0 to KB-INDEX-2
                           if KC-AUT-REF not = spaces
                               perform varying KB-INDEX from 1 by 1
                                   until KB-INDEX > KB-ANTAL
                                      or KB-INDEX-2 > 0
                                   if KB-KILDE (KB-INDEX) = "A"
                                       and KB-AUT-REF (KB-INDEX)
                                           = KC-AUT-REF
                                       move KB-INDEX to KB-INDEX-2
                                   end-if
                               end-perform
                           end-if
                           if KB-INDEX-2 = 0
                               add 1 to KB-ANTAL
                               add 1 to ANTAL-KOEB-CLEARING
                               move "C" to KB-KILDE (KB-ANTAL)
                               move KC-AUT-REF to KB-AUT-REF (KB-ANTAL)
                               move KC-FORRETNING
                                   to KB-FORRETNING (KB-ANTAL)
                               compute KB-BELOB-DKK (KB-ANTAL) =
                                   function ABS(function NUMVAL(KC-BELOB))
                               move KC-VALUTA to KB-VALUTA (KB-ANTAL)
                               move KC-CLEARING-DATO
                                   to KB-TIDSPUNKT (KB-ANTAL)
                               move 0 to KB-MINUT-NR (KB-ANTAL)
                               move KC-KONTO-REF to NK-OPSLAG-REF
                               perform registrer-koeb
                           end-if
                       end-if
               end-read
           end-perform
           close Kort-Clearing-In
           exit.

     *> --- Minut-nummeret for autorisationen paa KB-ANTAL fra ---
     *> --- tidspunktet yyyy-mm-dd-hh.mm.ss - 0 naar det ikke kan ---
     *> --- afkodes ---
      beregn-minut-nr.
           move 0 to KB-MINUT-NR (KB-ANTAL)
           if KA-AUT-TIDSPUNKT (1:4) is numeric
               and KA-AUT-TIDSPUNKT (6:2) is numeric
               and KA-AUT-TIDSPUNKT (9:2) is numeric
               and KA-AUT-TIDSPUNKT (12:2) is numeric
               and KA-AUT-TIDSPUNKT (15:2) is numeric
               move KA-AUT-TIDSPUNKT (1:4) to DATO-TAL (1:4)
               move KA-AUT-TIDSPUNKT (6:2) to DATO-TAL (5:2)
               move KA-AUT-TIDSPUNKT (9:2) to DATO-TAL (7:2)
               move KA-AUT-TIDSPUNKT (12:2) to TIME-TAL
               move KA-AUT-TIDSPUNKT (15:2) to MINUT-TAL
               if function TEST-DATE-YYYYMMDD(DATO-TAL) = 0
                   compute KB-MINUT-NR (KB-ANTAL) =
                       function INTEGER-OF-DATE(DATO-TAL) * 1440
                       + TIME-TAL * 60 + MINUT-TAL
               end-if
           end-if
           exit.

     *> --- Knytter koebet paa KB-ANTAL til nattens kort for ---
     *> --- NK-OPSLAG-REF - kortet oprettes ved foerste koeb og slaas ---
     *> --- op i kortmasteren - og saetter koebets kategori ---
      registrer-koeb.
           perform varying NK-INDEX from 1 by 1
               until NK-INDEX > NK-ANTAL
                  or NK-KORT-REF (NK-INDEX) = NK-OPSLAG-REF
               continue
           end-perform
           if NK-INDEX > NK-ANTAL
               add 1 to NK-ANTAL
               move NK-ANTAL to NK-INDEX
               move NK-OPSLAG-REF to NK-KORT-REF (NK-INDEX)
               move spaces to NK-KONTO-ID (NK-INDEX)
               move spaces to NK-KUNDE-ID (NK-INDEX)
               move spaces to NK-KORT-STATUS (NK-INDEX)
               move 0 to NK-PROFIL-INDEX (NK-INDEX)
               perform varying RG-INDEX from 1 by 1
                   until RG-INDEX > 4
                   move "N" to NK-REGEL-RAMT (NK-INDEX, RG-INDEX)
               end-perform
               move "N" to NK-SPAERRING-FLAG (NK-INDEX)
               set KORT-IKKE-FUNDET to TRUE
               move 1 to KRT-INDEX
               perform until KORT-FUNDET or KRT-INDEX > KRT-ANTAL
                   if function TRIM(KRT-KORT-NR (KRT-INDEX))
                       = function TRIM(NK-OPSLAG-REF)
                       set KORT-FUNDET to TRUE
                   else
                       add 1 to KRT-INDEX
                   end-if
               end-perform
               if KORT-FUNDET
                   move KRT-KONTO-ID (KRT-INDEX)
                       to NK-KONTO-ID (NK-INDEX)
                   move KRT-KUNDE-ID (KRT-INDEX)
                       to NK-KUNDE-ID (NK-INDEX)
                   move KRT-STATUS (KRT-INDEX)
                       to NK-KORT-STATUS (NK-INDEX)
                   perform find-eller-opret-profil
               end-if
           end-if
           move NK-INDEX to KB-KORT-INDEX (KB-ANTAL)
           move KB-FORRETNING (KB-ANTAL) to KATEGORI-OPSLAG-TEKST
           perform find-kategori
           move KATEGORI-NAVN to KB-KATEGORI (KB-ANTAL)
           exit.

      find-eller-opret-profil.
           perform varying PR-INDEX from 1 by 1
               until PR-INDEX > PR-ANTAL
                  or PR-KONTO-ID (PR-INDEX) = NK-KONTO-ID (NK-INDEX)
               continue
           end-perform
           if PR-INDEX > PR-ANTAL
               if PR-ANTAL >= MAX-PROFIL
                   exit paragraph
               end-if
               add 1 to PR-ANTAL
               move PR-ANTAL to PR-INDEX
               move NK-KONTO-ID (NK-INDEX) to PR-KONTO-ID (PR-INDEX)
               move 0 to PR-ANTAL-INDLAND (PR-INDEX)
               move 0 to PR-ANTAL-UDLAND (PR-INDEX)
               move 0 to PR-KAT-ANTAL (PR-INDEX)
           end-if
           move PR-INDEX to NK-PROFIL-INDEX (NK-INDEX)
           exit.

     *> --- Forbrugskategorien for KATEGORI-OPSLAG-TEKST efter ---
     *> --- butikstekstens foranstillede ord - "Oevrige" uden match ---
      find-kategori.
           move "Oevrige" to KATEGORI-NAVN
           move function UPPER-CASE(KATEGORI-OPSLAG-TEKST)
               to KATEGORI-UPPER
           set BK-KATEGORI-IKKE-FUNDET to TRUE
           move 1 to BK-INDEX
           perform until BK-KATEGORI-FUNDET
               or BK-INDEX > ANTAL-BUTIK-KATEGORIER
               move function UPPER-CASE(BK-BUTIK-TEKST (BK-INDEX))
                   to BUTIK-TEKST-UPPER
               move function LENGTH(function TRIM(BUTIK-TEKST-UPPER))
                   to BUTIK-TEKST-LAENGDE
               if BUTIK-TEKST-LAENGDE > 0
                   and KATEGORI-UPPER (1:BUTIK-TEKST-LAENGDE)
                       = BUTIK-TEKST-UPPER (1:BUTIK-TEKST-LAENGDE)
                   set BK-KATEGORI-FUNDET to TRUE
                   move BK-KATEGORI (BK-INDEX) to KATEGORI-NAVN
               else
                   add 1 to BK-INDEX
               end-if
           end-perform
           exit.

     *> --- Kontoernes koebshistorik: hver UDBETALING med en BUTIK ---
     *> --- paa en af nattens konti taeller med i profilen ---
      opbyg-koebsprofiler.
           if PR-ANTAL = 0
               exit paragraph
           end-if
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG not = "HDR" and THT-TAG not = "TRL"
                           and function TRIM(TRANSAKTIONS-TYPE)
                               = "UDBETALING"
                           and BUTIK not = spaces
                           and function TEST-NUMVAL(BELOB) = 0
                           perform akkumuler-koebsprofil
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

      akkumuler-koebsprofil.
           perform varying PR-INDEX from 1 by 1
               until PR-INDEX > PR-ANTAL
                  or PR-KONTO-ID (PR-INDEX) = KONTO-ID
               continue
           end-perform
           if PR-INDEX > PR-ANTAL
               exit paragraph
           end-if
           compute TRANS-BELOB-DKK = function ABS(function NUMVAL(BELOB))
     *> --- Valuta-historikken taeller kun inden for UDLAND-vinduet ---
           move 0 to DAG-NR
           if DATO (1:4) is numeric and DATO (6:2) is numeric
               and DATO (9:2) is numeric
               move DATO (1:4) to DATO-TAL (1:4)
               move DATO (6:2) to DATO-TAL (5:2)
               move DATO (9:2) to DATO-TAL (7:2)
               if function TEST-DATE-YYYYMMDD(DATO-TAL) = 0
                   compute DAG-NR = function INTEGER-OF-DATE(DATO-TAL)
               end-if
           end-if
           if DAG-NR > 0
               and DAG-NR-NU - DAG-NR <= RG-PARM2 (RG-UDLAND)
               if VALUTA = "DKK" or VALUTA = spaces
                   add 1 to PR-ANTAL-INDLAND (PR-INDEX)
               else
                   add 1 to PR-ANTAL-UDLAND (PR-INDEX)
               end-if
           end-if
           move BUTIK to KATEGORI-OPSLAG-TEKST
           perform find-kategori
           perform varying PR-KAT-INDEX from 1 by 1
               until PR-KAT-INDEX > PR-KAT-ANTAL (PR-INDEX)
                  or PR-KAT-NAVN (PR-INDEX, PR-KAT-INDEX) = KATEGORI-NAVN
               continue
           end-perform
           if PR-KAT-INDEX > PR-KAT-ANTAL (PR-INDEX)
               if PR-KAT-ANTAL (PR-INDEX) >= 9
                   exit paragraph
               end-if
               add 1 to PR-KAT-ANTAL (PR-INDEX)
               move KATEGORI-NAVN to PR-KAT-NAVN (PR-INDEX, PR-KAT-INDEX)
               move 0 to PR-KAT-KOEB (PR-INDEX, PR-KAT-INDEX)
               move 0 to PR-KAT-SUM (PR-INDEX, PR-KAT-INDEX)
           end-if
           add 1 to PR-KAT-KOEB (PR-INDEX, PR-KAT-INDEX)
           add TRANS-BELOB-DKK to PR-KAT-SUM (PR-INDEX, PR-KAT-INDEX)
           exit.

     *> --- HASTIGHED: koeb paa samme kort inden for P2 minutter op ---
     *> --- til og med dette koeb ---
      regel-hastighed.
           compute VINDUE-START = KB-MINUT-NR (KB-INDEX)
               - RG-PARM2 (RG-HASTIGHED)
           move 0 to HIT-ANTAL
           perform varying KB-INDEX-2 from 1 by 1
               until KB-INDEX-2 > KB-ANTAL
               if KB-KORT-INDEX (KB-INDEX-2) = NK-INDEX
                   and KB-MINUT-NR (KB-INDEX-2) > 0
                   and KB-MINUT-NR (KB-INDEX-2) >= VINDUE-START
                   and KB-MINUT-NR (KB-INDEX-2) <= KB-MINUT-NR (KB-INDEX)
                   add 1 to HIT-ANTAL
               end-if
           end-perform
           if HIT-ANTAL > RG-PARM1 (RG-HASTIGHED)
               move HIT-ANTAL to TAL-E
               move RG-PARM2 (RG-HASTIGHED) to PARM-E
               move spaces to REGEL-DETALJE
               string
                   function TRIM(TAL-E)      delimited by size
                   " koeb inden for "        delimited by size
                   function TRIM(PARM-E)     delimited by size
                   " minutter"               delimited by size
                      into REGEL-DETALJE
               end-string
               move RG-HASTIGHED to REGEL-HIT-INDEX
               perform registrer-hit
           end-if
           exit.

     *> --- UDLAND: koeb i fremmed valuta paa en konto, der hidtil ---
     *> --- kun har koebt i DKK ---
      regel-udland.
           if KB-VALUTA (KB-INDEX) = "DKK" or KB-VALUTA (KB-INDEX) = spaces
               exit paragraph
           end-if
           if NK-PROFIL-INDEX (NK-INDEX) = 0
               exit paragraph
           end-if
           move NK-PROFIL-INDEX (NK-INDEX) to PR-INDEX
           if PR-ANTAL-UDLAND (PR-INDEX) = 0
               and PR-ANTAL-INDLAND (PR-INDEX) >= RG-PARM1 (RG-UDLAND)
               move PR-ANTAL-INDLAND (PR-INDEX) to TAL-E
               move spaces to REGEL-DETALJE
               string
                   "foerste koeb i "           delimited by size
                   function TRIM(KB-VALUTA (KB-INDEX))
                                               delimited by size
                   " efter "                   delimited by size
                   function TRIM(TAL-E)        delimited by size
                   " koeb i DKK"               delimited by size
                      into REGEL-DETALJE
               end-string
               move RG-UDLAND to REGEL-HIT-INDEX
               perform registrer-hit
           end-if
           exit.

     *> --- TESTBELOB: et stort koeb efter mindst P1 smaa paa samme ---
     *> --- kort - tidligere efter klokkeslaet, eller efter ---
     *> --- raekkefoelge, naar et af koebene ingen har ---
      regel-testbelob.
           if KB-BELOB-DKK (KB-INDEX) < RG-PARM3 (RG-TESTBELOB)
               exit paragraph
           end-if
           move 0 to HIT-ANTAL
           perform varying KB-INDEX-2 from 1 by 1
               until KB-INDEX-2 > KB-ANTAL
               if KB-INDEX-2 not = KB-INDEX
                   and KB-KORT-INDEX (KB-INDEX-2) = NK-INDEX
                   and KB-BELOB-DKK (KB-INDEX-2)
                       <= RG-PARM2 (RG-TESTBELOB)
                   if KB-MINUT-NR (KB-INDEX) > 0
                       and KB-MINUT-NR (KB-INDEX-2) > 0
                       if KB-MINUT-NR (KB-INDEX-2)
                           <= KB-MINUT-NR (KB-INDEX)
                           add 1 to HIT-ANTAL
                       end-if
                   else
                       if KB-INDEX-2 < KB-INDEX
                           add 1 to HIT-ANTAL
                       end-if
                   end-if
               end-if
           end-perform
           if HIT-ANTAL >= RG-PARM1 (RG-TESTBELOB)
               and RG-PARM1 (RG-TESTBELOB) > 0
               move HIT-ANTAL to TAL-E
               move RG-PARM2 (RG-TESTBELOB) to PARM-E
               move spaces to REGEL-DETALJE
               string
                   function TRIM(TAL-E)        delimited by size
                   " smaa beloeb (hoejst "     delimited by size
                   function TRIM(PARM-E)       delimited by size
                   " DKK) foer et stort"       delimited by size
                      into REGEL-DETALJE
               end-string
               move RG-TESTBELOB to REGEL-HIT-INDEX
               perform registrer-hit
           end-if
           exit.

     *> --- KATEGORI: koeb over P1 gange kontoens normale ---
     *> --- koebsbeloeb i samme forbrugskategori ---
      regel-kategori.
           if NK-PROFIL-INDEX (NK-INDEX) = 0
               exit paragraph
           end-if
           move NK-PROFIL-INDEX (NK-INDEX) to PR-INDEX
           perform varying PR-KAT-INDEX from 1 by 1
               until PR-KAT-INDEX > PR-KAT-ANTAL (PR-INDEX)
                  or PR-KAT-NAVN (PR-INDEX, PR-KAT-INDEX)
                     = KB-KATEGORI (KB-INDEX)
               continue
           end-perform
           if PR-KAT-INDEX > PR-KAT-ANTAL (PR-INDEX)
               exit paragraph
           end-if
           if PR-KAT-KOEB (PR-INDEX, PR-KAT-INDEX)
               < RG-PARM2 (RG-KATEGORI)
               or PR-KAT-KOEB (PR-INDEX, PR-KAT-INDEX) = 0
               exit paragraph
           end-if
           compute NORMAL-BELOB-DKK rounded =
               PR-KAT-SUM (PR-INDEX, PR-KAT-INDEX)
               / PR-KAT-KOEB (PR-INDEX, PR-KAT-INDEX)
           if KB-BELOB-DKK (KB-INDEX)
               > NORMAL-BELOB-DKK * RG-PARM1 (RG-KATEGORI)
               and NORMAL-BELOB-DKK > 0
               move NORMAL-BELOB-DKK to NORMAL-BELOB-E
               move spaces to REGEL-DETALJE
               string
                   "normalt koeb i "           delimited by size
                   function TRIM(KB-KATEGORI (KB-INDEX))
                                               delimited by size
                   ": "                        delimited by size
                   function TRIM(NORMAL-BELOB-E)
                                               delimited by size
                   " DKK"                      delimited by size
                      into REGEL-DETALJE
               end-string
               move RG-KATEGORI to REGEL-HIT-INDEX
               perform registrer-hit
           end-if
           exit.

     *> --- Et regel-hit for koebet paa KB-INDEX: alarm een gang pr. ---
     *> --- kort og regel, og for en alvorlig regel een spaerring ---
     *> --- pr. kort ---
      registrer-hit.
           if NK-REGEL-RAMT (NK-INDEX, REGEL-HIT-INDEX) = "J"
               exit paragraph
           end-if
           move "J" to NK-REGEL-RAMT (NK-INDEX, REGEL-HIT-INDEX)
           add 1 to ANTAL-ALARMER
           move KB-BELOB-DKK (KB-INDEX) to ALARM-BELOB-E
           move spaces to Fraud-Alarm-Linje
           move 1 to pos
           string
               "BETINGELSE=SVINDEL-"       delimited by size
               function TRIM(RG-REGEL (REGEL-HIT-INDEX))
                                           delimited by size
               " ALVORLIG="                delimited by size
               RG-ALVORLIG (REGEL-HIT-INDEX) delimited by size
               " KORT="                    delimited by size
               function TRIM(NK-KORT-REF (NK-INDEX))
                                           delimited by size
               " KONTO-ID="                delimited by size
               NK-KONTO-ID (NK-INDEX)      delimited by size
               " KUNDE-ID="                delimited by size
               NK-KUNDE-ID (NK-INDEX)      delimited by size
               " KILDE="                   delimited by size
               KB-KILDE (KB-INDEX)         delimited by size
               " AUT-REF="                 delimited by size
               KB-AUT-REF (KB-INDEX)       delimited by size
               " FORRETNING="              delimited by size
               function TRIM(KB-FORRETNING (KB-INDEX))
                                           delimited by size
               " BELOB="                   delimited by size
               function TRIM(ALARM-BELOB-E) delimited by size
               " "                         delimited by size
               function TRIM(KB-VALUTA (KB-INDEX))
                                           delimited by size
               " TIDSPUNKT="               delimited by size
               function TRIM(KB-TIDSPUNKT (KB-INDEX))
                                           delimited by size
               " DETALJE="                 delimited by size
               function TRIM(REGEL-DETALJE) delimited by size
                  into Fraud-Alarm-Linje
                  with pointer pos
           end-string
           write Fraud-Alarm-Linje
     *> --- Kun et aktivt kort i kortmasteren kan spaerres ---
           if RG-ER-ALVORLIG (REGEL-HIT-INDEX)
               and not NK-SPAERRING-SENDT (NK-INDEX)
               and NK-KORT-STATUS (NK-INDEX) = "A"
               move spaces to Kort-Event-Linje
               move "S" to KE-HAENDELSE
               move NK-KORT-REF (NK-INDEX) to KE-KORT-NR
               move DAGS-DATO to KE-DATO
               move "SVINDEL" to KE-KILDE
               move spaces to KE-AARSAG
               string
                   "SVINDEL-"              delimited by size
                   function TRIM(RG-REGEL (REGEL-HIT-INDEX))
                                           delimited by size
                      into KE-AARSAG
               end-string
               write Kort-Event-Linje
               set NK-SPAERRING-SENDT (NK-INDEX) to TRUE
               add 1 to ANTAL-SPAERRINGER
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
           move "svindelKontrol" to KAP-PROGRAM
           move "BUTIK-KATEGORI-TABEL" to KAP-TABEL
           move ANTAL-BUTIK-KATEGORIER to KAP-ANTAL
           move MAX-BUTIK-KATEGORIER to KAP-MAX
           write Kapacitet-Linje
           move "KORT-TABEL" to KAP-TABEL
           move KRT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KOEB-TABEL" to KAP-TABEL
           move KB-ANTAL to KAP-ANTAL
           move MAX-KOEB to KAP-MAX
           write Kapacitet-Linje
           move "NAT-KORT-TABEL" to KAP-TABEL
           move NK-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "PROFIL-TABEL" to KAP-TABEL
           move PR-ANTAL to KAP-ANTAL
           move MAX-PROFIL to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
