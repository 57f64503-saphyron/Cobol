      identification division.
      program-id. storeEngagementer.

     *> --- Store engagementer pr. gruppe af indbyrdes forbundne
     *>     kunder: indskydergaranti-rapporten og EngagementOversigt
     *>     (opgave10) summerer pr. kunde, men tilsynet vil se
     *>     engagementet pr. gruppe af kunder, der er forbundet ved
     *>     ejerskab, garanti/kaution eller faelles oekonomisk
     *>     afhaengighed. Trinnet bygger registret over forbundne
     *>     kunder og skriver den kvartalsvise storengagement-
     *>     rapport. Koeres i natkoerslen efter cashPool og FOER
     *>     kontoudskriften arkiverer Transaktioner.txt, se
     *>     KorselsBatch.sh - rapporten staar altid paa dagsdato, og
     *>     kvartalets sidste koersel er den, der indberettes.
     *>
     *>     Forbindelserne (registret ForbundneKunder.txt):
     *>       - de manuelt registrerede i ForbundneRelationer.txt
     *>         (to Kunde-Id'er, type G = garanti/kaution, A =
     *>         oekonomisk afhaengighed, E = ejerskab, begrundelse),
     *>         vedligeholdt af kreditafdelingen
     *>       - ejerskab fra Virksomheder.txt (VIRKSOMHED.cpy): en
     *>         reel ejer (rolle E/B) med en andel OVER kontrol-
     *>         graensen forbindes med virksomheden
     *>       - koncern: virksomhederne i samme cash pool-koncern i
     *>         CashPoolRegister.txt (cashPool, Opgave65)
     *>       - kaution: kautionisten i kautionsregistret
     *>         Kautioner.txt forbindes med laanets kunde (type G)
     *>     Forbindelserne er transitive - to kunder, der hver er
     *>     forbundet med en tredje, er i samme gruppe. Gruppe-id'et
     *>     er gruppens laveste Kunde-Id. En kunde uden forbindelser
     *>     er sin egen gruppe.
     *>
     *>     Engagementet pr. kunde:
     *>       - laan: restgaelden i LaanMaster.txt
     *>       - udnyttet overtraek: den negative saldo pr. konto
     *>         (summen af posteringer dateret til og med i dag i
     *>         Transaktioner.txt - samme saldobegreb som
     *>         disponibelSaldo), henfoert til kontoens Kunde-Id i
     *>         KontoMaster.txt (ellers posteringens Kunde-Id)
     *>       - garantier: bankens ikke-udloebne garantier for kunden
     *>         i Garantier.txt
     *>
     *>     Sikkerheden pr. kunde er belaaningsvaerdien af laanenes
     *>     sikkerheder i sikkerhedsregistret Sikkerheder.txt
     *>     (vurdering x typens belaaningsgrad i SikkerhedTyper.cpy,
     *>     et pantsat indlaan hoejst kontoens saldo) - pr. laan
     *>     hoejst restgaelden.
     *>
     *>     Rapporten StoreEngagementer.txt lister hver gruppe, hvis
     *>     samlede engagement naar indberetningsgraensen (andel af
     *>     egenkapitalen), med en linje pr. medlem, og markerer
     *>     grupper, hvis engagement efter fradrag af sikkerheden
     *>     (NETTO-ENGAGEMENT) er over loftet. Egenkapital og
     *>     graenser angives i StoreEngagementParameter.txt - uden
     *>     egenkapital skrives registret, men ingen rapport.

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/StoreEngagementParameter.txt"
               organization is line sequential.
           select optional Relation-In
               assign to "text-files/ForbundneRelationer.txt"
               organization is line sequential.
           select optional Virksomhed-Data-In
               assign to "text-files/Virksomheder.txt"
               organization is line sequential.
           select optional Cashpool-Register-In
               assign to "text-files/CashPoolRegister.txt"
               organization is line sequential.
           select optional Laan-Master-In
               assign to "text-files/LaanMaster.txt"
               organization is line sequential.
           select optional Garanti-In
               assign to "text-files/Garantier.txt"
               organization is line sequential.
           select optional Sikkerhed-In
               assign to "text-files/Sikkerheder.txt"
               organization is line sequential.
           select optional Kaution-In
               assign to "text-files/Kautioner.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select Forbundne-Out
               assign to "text-files/ForbundneKunder.txt"
               organization is line sequential.
           select Rapport-Out
               assign to "text-files/StoreEngagementer.txt"
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
           02 PARM-EGENKAPITAL-DKK  pic 9(13)v99.
           02 PARM-INDBERETNING-PCT pic 9(2)v99.
           02 PARM-LOFT-PCT         pic 9(2)v99.
           02 PARM-KONTROL-PCT      pic 9(3)v99.
      fd Relation-In.
      01 Relation-Linje.
           02 FR-KUNDE-ID-1-IN      pic x(10).
           02 FR-KUNDE-ID-2-IN      pic x(10).
           02 FR-TYPE-IN            pic x.
           02 FR-BEGRUNDELSE-IN     pic x(40).
      fd Virksomhed-Data-In.
      01 Virksomhed-Information.
           copy "VIRKSOMHED.cpy".
      fd Cashpool-Register-In.
      01 Cashpool-Register-Linje.
           02 CR-POOL-ID-IN         pic x(8).
           02 CR-ROLLE-IN           pic x.
           02 CR-KONTO-ID-IN        pic x(14).
           02 CR-REG-NR-IN          pic x(6).
           02 CR-KUNDE-ID-IN        pic x(10).
           02 CR-KONCERN-ID-IN      pic x(10).
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
      fd Garanti-In.
      01 Garanti-Linje.
           02 GA-GARANTI-ID-IN      pic x(8).
           02 GA-KUNDE-ID-IN        pic x(10).
           02 GA-BELOB-IN           pic 9(13)v99.
     *> --- Blank = loebende garanti uden udloebsdato ---
           02 GA-UDLOEB-DATO-IN     pic x(10).
           02 GA-BEGUNSTIGET-IN     pic x(30).
      fd Sikkerhed-In.
      01 Sikkerhed-Linje.
           copy "Opgave10/Copybooks/Sikkerhed.cpy".
      fd Kaution-In.
      01 Kaution-Linje.
           copy "Opgave10/Copybooks/Kaution.cpy".
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
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Forbundne-Out.
      01 Forbundne-Linje.
           02 FK-GRUPPE-ID-OUT      pic x(10).
           02 FK-KUNDE-ID-OUT       pic x(10).
           02 FK-TILKNYTNING-OUT    pic x.
           02 FK-GRUPPE-ANTAL-OUT   pic 9(4).
      fd Rapport-Out.
      01 Rapport-Linje             pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-relation       pic x value "N".
           88 end-of-file-relation value "Y".
      01 EOF-check-virk           pic x value "N".
           88 end-of-file-virk    value "Y".
      01 EOF-check-cashpool       pic x value "N".
           88 end-of-file-cashpool value "Y".
      01 EOF-check-laan           pic x value "N".
           88 end-of-file-laan    value "Y".
      01 EOF-check-garanti        pic x value "N".
           88 end-of-file-garanti value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-sikkerhed      pic x value "N".
           88 end-of-file-sikkerhed value "Y".
      01 EOF-check-kaution        pic x value "N".
           88 end-of-file-kaution value "Y".
      01 pos                      pic 9(4) value 1.
     *> --- Parametrene - graenserne har de gaengse standardvaerdier ---
      01 EGENKAPITAL-DKK          pic 9(13)v99 value 0.
      01 INDBERETNING-PCT         pic 9(2)v99 value 10.
      01 LOFT-PCT                 pic 9(2)v99 value 25.
      01 KONTROL-PCT              pic 9(3)v99 value 50.
      01 INDBERETNING-DKK         pic 9(13)v99 value 0.
      01 LOFT-DKK                 pic 9(13)v99 value 0.
     *> --- Kunderne med engagement eller forbindelser. KG-FORAELDER ---
     *> --- peger mod gruppens rod (laveste Kunde-Id) ---
      01 Kunde-Gruppe-Tabel.
           02 KG-ANTAL             pic 9(5) value 0.
           02 KG-POST OCCURS 20000 TIMES.
              03 KG-KUNDE-ID       pic x(10).
              03 KG-FORAELDER      pic 9(5).
              03 KG-TILKNYTNING    pic x.
              03 KG-NAVN           pic x(40).
              03 KG-LAAN-DKK       pic s9(13)v99 COMP-3.
              03 KG-OVERTRAEK-DKK  pic s9(13)v99 COMP-3.
              03 KG-GARANTI-DKK    pic s9(13)v99 COMP-3.
              03 KG-SIKKERHED-DKK  pic s9(13)v99 COMP-3.
              03 KG-GRUPPE-SUM-DKK pic s9(13)v99 COMP-3.
              03 KG-GRUPPE-SIKKERHED-DKK pic s9(13)v99 COMP-3.
              03 KG-GRUPPE-ANTAL   pic 9(5).
      01 MAX-KUNDE-GRUPPE         pic 9(5) value 20000.
      01 KG-INDEX                 pic 9(5) value 0.
      01 KG-INDEX-2               pic 9(5) value 0.
      01 KG-ROD                   pic 9(5) value 0.
      01 KG-ROD-1                 pic 9(5) value 0.
      01 KG-ROD-2                 pic 9(5) value 0.
      01 KG-OPSLAG-KUNDE-ID       pic x(10) value spaces.
      01 KG-FUND-FLAG             pic x value "N".
           88 KG-FUNDET           value "Y".
           88 KG-IKKE-FUNDET      value "N".
      01 FORBIND-KUNDE-ID-1       pic x(10) value spaces.
      01 FORBIND-KUNDE-ID-2       pic x(10) value spaces.
      01 FORBIND-TYPE             pic x value space.
     *> --- Kontiene med Kunde-Id og saldo ved dagens udgang ---
      01 Konto-Saldo-Tabel.
           02 KS-ANTAL             pic 9(5) value 0.
           02 KS-POST OCCURS 50000 TIMES.
              03 KS-KONTO-ID       pic x(14).
              03 KS-KUNDE-ID       pic x(10).
              03 KS-SALDO-DKK      pic s9(13)v99 COMP-3.
      01 MAX-KONTO-SALDO          pic 9(5) value 50000.
      01 KS-INDEX                 pic 9(5) value 0.
      01 KS-FUND-FLAG             pic x value "N".
           88 KS-FUNDET           value "Y".
           88 KS-IKKE-FUNDET      value "N".
     *> --- Koncernerne i cash pool-registret: foerste virksomhed ---
     *> --- pr. koncern-id ---
      01 Koncern-Tabel.
           02 KON-ANTAL            pic 9(4) value 0.
           02 KON-POST OCCURS 2000 TIMES.
              03 KON-KONCERN-ID    pic x(10).
              03 KON-KUNDE-ID      pic x(10).
      01 KON-INDEX                pic 9(4) value 0.
      01 KON-FUND-FLAG            pic x value "N".
           88 KON-FUNDET          value "Y".
           88 KON-IKKE-FUNDET     value "N".
     *> --- Laanene med kunde og belaaningsvaerdien af deres ---
     *> --- sikkerheder ---
      01 Sikret-Laan-Tabel.
           02 SL-ANTAL             pic 9(5) value 0.
           02 SL-POST OCCURS 20000 TIMES.
              03 SL-LAAN-ID        pic x(8).
              03 SL-KUNDE-ID       pic x(10).
              03 SL-KG-INDEX       pic 9(5).
              03 SL-RESTGAELD-DKK  pic 9(13)v99.
              03 SL-BELAANING-DKK  pic 9(13)v99.
      01 SL-INDEX                 pic 9(5) value 0.
      01 SL-FUND-FLAG             pic x value "N".
           88 SL-FUNDET           value "Y".
           88 SL-IKKE-FUNDET      value "N".
      01 SL-OPSLAG-LAAN-ID        pic x(8) value spaces.
      01 Sikkerhed-Typer.
           copy "Opgave10/Copybooks/SikkerhedTyper.cpy".
      01 SIKKERHED-VAERDI-DKK     pic 9(13)v99 value 0.
      01 NETTO-SUM-DKK            pic s9(13)v99 COMP-3 value 0.
      01 EJER-IX                  pic 9(2) value 0.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 RAPPORT-KVARTAL          pic x(6) value spaces.
      01 KVARTAL-MD               pic 9(2) value 0.
      01 KVARTAL-NR               pic 9 value 0.
      01 POSTERING-BELOB          pic s9(13)v99 COMP-3 value 0.
      01 MEDLEM-SUM-DKK           pic s9(13)v99 COMP-3 value 0.
      01 GRUPPE-PCT               pic 9(5)v99 value 0.
      01 BELOB-E                  pic -(12)9.99.
      01 PCT-E                    pic zzzz9.99.
      01 ANTAL-RELATIONER         pic 9(7) value 0.
      01 ANTAL-RELATION-AFVIST    pic 9(7) value 0.
      01 ANTAL-GRUPPER            pic 9(7) value 0.
      01 ANTAL-GRUPPER-FORBUNDET  pic 9(7) value 0.
      01 ANTAL-STORE              pic 9(7) value 0.
      01 ANTAL-OVER-LOFT          pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: parametre, engagement pr. kunde, ---
     *> --- forbindelser, navne - og skriv register og rapport ---
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
           move DATO-NU (5:2) to KVARTAL-MD
           compute KVARTAL-NR = (KVARTAL-MD + 2) / 3
           move spaces to RAPPORT-KVARTAL
           string
               DATO-NU (1:4)  delimited by size
               "K"            delimited by size
               KVARTAL-NR     delimited by size
                  into RAPPORT-KVARTAL
           end-string
           perform indlæs-parametre
           perform opgoer-laan
           perform opgoer-garantier
           perform indlæs-konto-master
           perform opgoer-konto-saldi
           perform henfoer-overtraek
           perform opgoer-sikkerheder
           perform henfoer-sikkerhed
           perform forbind-manuelle-relationer
           perform forbind-kautioner
           perform forbind-koncerner
           perform forbind-ejerskab
           perform hent-kunde-navne
           perform opgoer-grupper
           perform skriv-forbundne-register
           if EGENKAPITAL-DKK = 0
               display "Store engagementer: ingen egenkapital i "
                   "text-files/StoreEngagementParameter.txt - "
                   "registret er skrevet, rapporten springes over"
               stop run
           end-if
           perform skriv-storengagement-rapport
           display "Store engagementer " RAPPORT-KVARTAL ": "
               ANTAL-GRUPPER " grupper (" ANTAL-GRUPPER-FORBUNDET
               " med forbundne kunder), " ANTAL-STORE
               " over indberetningsgraensen, " ANTAL-OVER-LOFT
               " over loftet - se text-files/StoreEngagementer.txt"
           if ANTAL-RELATION-AFVIST > 0
               display "Store engagementer: " ANTAL-RELATION-AFVIST
                   " relation(er) i ForbundneRelationer.txt afvist "
                   "(ukendt type eller manglende Kunde-Id)"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "Store engagementer: " ANTAL-TABEL-FULD
                   " post(er) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-EGENKAPITAL-DKK is numeric
                       move PARM-EGENKAPITAL-DKK to EGENKAPITAL-DKK
                   end-if
                   if PARM-INDBERETNING-PCT is numeric
                       and PARM-INDBERETNING-PCT > 0
                       move PARM-INDBERETNING-PCT to INDBERETNING-PCT
                   end-if
                   if PARM-LOFT-PCT is numeric
                       and PARM-LOFT-PCT > 0
                       move PARM-LOFT-PCT to LOFT-PCT
                   end-if
                   if PARM-KONTROL-PCT is numeric
                       and PARM-KONTROL-PCT > 0
                       move PARM-KONTROL-PCT to KONTROL-PCT
                   end-if
           end-read
           close Parameter-In
           compute INDBERETNING-DKK rounded =
               EGENKAPITAL-DKK * INDBERETNING-PCT / 100
           compute LOFT-DKK rounded =
               EGENKAPITAL-DKK * LOFT-PCT / 100
           exit.

     *> --- Finder KG-OPSLAG-KUNDE-ID i Kunde-Gruppe-Tabel og ---
     *> --- opretter den som sin egen gruppe, hvis den mangler ---
      find-eller-opret-kunde.
           perform find-kunde
           if KG-IKKE-FUNDET
               if KG-ANTAL < MAX-KUNDE-GRUPPE
                   add 1 to KG-ANTAL
                   move KG-ANTAL to KG-INDEX
                   move KG-OPSLAG-KUNDE-ID to KG-KUNDE-ID (KG-INDEX)
                   move KG-INDEX to KG-FORAELDER (KG-INDEX)
                   move space to KG-TILKNYTNING (KG-INDEX)
                   move spaces to KG-NAVN (KG-INDEX)
                   move 0 to KG-LAAN-DKK (KG-INDEX)
                   move 0 to KG-OVERTRAEK-DKK (KG-INDEX)
                   move 0 to KG-GARANTI-DKK (KG-INDEX)
                   move 0 to KG-SIKKERHED-DKK (KG-INDEX)
                   move 0 to KG-GRUPPE-SUM-DKK (KG-INDEX)
                   move 0 to KG-GRUPPE-SIKKERHED-DKK (KG-INDEX)
                   move 0 to KG-GRUPPE-ANTAL (KG-INDEX)
                   set KG-FUNDET to TRUE
               else
                   add 1 to ANTAL-TABEL-FULD
               end-if
           end-if
           exit.

      find-kunde.
           set KG-IKKE-FUNDET to TRUE
           perform varying KG-INDEX from 1 by 1
               until KG-FUNDET or KG-INDEX > KG-ANTAL
               if KG-KUNDE-ID (KG-INDEX) = KG-OPSLAG-KUNDE-ID
                   set KG-FUNDET to TRUE
               end-if
           end-perform
           if KG-FUNDET
               subtract 1 from KG-INDEX
           end-if
           exit.

     *> --- Foelger KG-FORAELDER fra KG-INDEX til gruppens rod ---
      find-rod.
           move KG-INDEX to KG-ROD
           perform until KG-FORAELDER (KG-ROD) = KG-ROD
               move KG-FORAELDER (KG-ROD) to KG-ROD
           end-perform
           exit.

     *> --- Forbinder FORBIND-KUNDE-ID-1 og -2 med FORBIND-TYPE: de ---
     *> --- to grupper slaas sammen under roden med det laveste ---
     *> --- Kunde-Id. Tilknytningen noteres paa begge kunder, hvis de ---
     *> --- ikke allerede har een ---
      forbind-kunder.
           if FORBIND-KUNDE-ID-1 = spaces or FORBIND-KUNDE-ID-2 = spaces
               or FORBIND-KUNDE-ID-1 = FORBIND-KUNDE-ID-2
               exit paragraph
           end-if
           move FORBIND-KUNDE-ID-1 to KG-OPSLAG-KUNDE-ID
           perform find-eller-opret-kunde
           if KG-IKKE-FUNDET
               exit paragraph
           end-if
           if KG-TILKNYTNING (KG-INDEX) = space
               move FORBIND-TYPE to KG-TILKNYTNING (KG-INDEX)
           end-if
           perform find-rod
           move KG-ROD to KG-ROD-1
           move FORBIND-KUNDE-ID-2 to KG-OPSLAG-KUNDE-ID
           perform find-eller-opret-kunde
           if KG-IKKE-FUNDET
               exit paragraph
           end-if
           if KG-TILKNYTNING (KG-INDEX) = space
               move FORBIND-TYPE to KG-TILKNYTNING (KG-INDEX)
           end-if
           perform find-rod
           move KG-ROD to KG-ROD-2
           if KG-ROD-1 = KG-ROD-2
               exit paragraph
           end-if
           if KG-KUNDE-ID (KG-ROD-1) < KG-KUNDE-ID (KG-ROD-2)
               move KG-ROD-1 to KG-FORAELDER (KG-ROD-2)
           else
               move KG-ROD-2 to KG-FORAELDER (KG-ROD-1)
           end-if
           exit.

      opgoer-laan.
           move "N" to EOF-check-laan
           open input Laan-Master-In
           perform until end-of-file-laan
               read Laan-Master-In
                   at end move "Y" to EOF-check-laan
                   not at end
                       if LM-KUNDE-ID-IN not = spaces
                           and LM-RESTGAELD-IN is numeric
                           and LM-RESTGAELD-IN > 0
                           move LM-KUNDE-ID-IN to KG-OPSLAG-KUNDE-ID
                           perform find-eller-opret-kunde
                           if KG-FUNDET
                               add LM-RESTGAELD-IN
                                   to KG-LAAN-DKK (KG-INDEX)
                               perform gem-sikret-laan
                           end-if
                       end-if
               end-read
           end-perform
           close Laan-Master-In
           exit.

      gem-sikret-laan.
           if SL-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to SL-ANTAL
           move LM-LAAN-ID-IN to SL-LAAN-ID (SL-ANTAL)
           move LM-KUNDE-ID-IN to SL-KUNDE-ID (SL-ANTAL)
           move KG-INDEX to SL-KG-INDEX (SL-ANTAL)
           move LM-RESTGAELD-IN to SL-RESTGAELD-DKK (SL-ANTAL)
           move 0 to SL-BELAANING-DKK (SL-ANTAL)
           exit.

      find-sikret-laan.
           set SL-IKKE-FUNDET to TRUE
           perform varying SL-INDEX from 1 by 1
               until SL-FUNDET or SL-INDEX > SL-ANTAL
               if SL-LAAN-ID (SL-INDEX) = SL-OPSLAG-LAAN-ID
                   set SL-FUNDET to TRUE
               end-if
           end-perform
           if SL-FUNDET
               subtract 1 from SL-INDEX
           end-if
           exit.

     *> --- Kun garantier, der ikke er udloebet i dag ---
      opgoer-garantier.
           move "N" to EOF-check-garanti
           open input Garanti-In
           perform until end-of-file-garanti
               read Garanti-In
                   at end move "Y" to EOF-check-garanti
                   not at end
                       if GA-KUNDE-ID-IN not = spaces
                           and GA-BELOB-IN is numeric
                           and (GA-UDLOEB-DATO-IN = spaces
                               or GA-UDLOEB-DATO-IN >= DAGS-DATO)
                           move GA-KUNDE-ID-IN to KG-OPSLAG-KUNDE-ID
                           perform find-eller-opret-kunde
                           if KG-FUNDET
                               add GA-BELOB-IN
                                   to KG-GARANTI-DKK (KG-INDEX)
                           end-if
                       end-if
               end-read
           end-perform
           close Garanti-In
           exit.

      indlæs-konto-master.
           move 0 to KS-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KS-ANTAL < MAX-KONTO-SALDO
                           add 1 to KS-ANTAL
                           move KM-KONTO-ID-IN to KS-KONTO-ID (KS-ANTAL)
                           move KM-KUNDE-ID-IN to KS-KUNDE-ID (KS-ANTAL)
                           move 0 to KS-SALDO-DKK (KS-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

     *> --- Saldo pr. konto ved dagens udgang - fremtidigt daterede ---
     *> --- posteringer er endnu ikke traadt i kraft ---
      opgoer-konto-saldi.
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG of Trans-Hdr-Trl-Linje not = "HDR"
                           and THT-TAG of Trans-Hdr-Trl-Linje
                               not = "TRL"
                           perform opgoer-en-postering
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

      opgoer-en-postering.
           if function TEST-NUMVAL(
                   BELOB of Transaktion-Information) not = 0
               exit paragraph
           end-if
           if DATO of Transaktion-Information (1:10) > DAGS-DATO
               exit paragraph
           end-if
           move function NUMVAL(BELOB of Transaktion-Information)
               to POSTERING-BELOB
           set KS-IKKE-FUNDET to TRUE
           perform varying KS-INDEX from 1 by 1
               until KS-FUNDET or KS-INDEX > KS-ANTAL
               if KS-KONTO-ID (KS-INDEX)
                   = KONTO-ID of Transaktion-Information
                   set KS-FUNDET to TRUE
               end-if
           end-perform
           if KS-FUNDET
               subtract 1 from KS-INDEX
           else
               if KS-ANTAL < MAX-KONTO-SALDO
                   add 1 to KS-ANTAL
                   move KS-ANTAL to KS-INDEX
                   move KONTO-ID of Transaktion-Information
                       to KS-KONTO-ID (KS-INDEX)
                   move KUNDE-ID of Transaktion-Information
                       to KS-KUNDE-ID (KS-INDEX)
                   move 0 to KS-SALDO-DKK (KS-INDEX)
                   set KS-FUNDET to TRUE
               else
                   add 1 to ANTAL-TABEL-FULD
               end-if
           end-if
           if KS-FUNDET
               add POSTERING-BELOB to KS-SALDO-DKK (KS-INDEX)
           end-if
           exit.

     *> --- Den negative saldo er udnyttet overtraek hos kontoens ---
     *> --- kunde ---
      henfoer-overtraek.
           perform varying KS-INDEX from 1 by 1
               until KS-INDEX > KS-ANTAL
               if KS-SALDO-DKK (KS-INDEX) < 0
                   and KS-KUNDE-ID (KS-INDEX) not = spaces
                   move KS-KUNDE-ID (KS-INDEX) to KG-OPSLAG-KUNDE-ID
                   perform find-eller-opret-kunde
                   if KG-FUNDET
                       subtract KS-SALDO-DKK (KS-INDEX)
                           from KG-OVERTRAEK-DKK (KG-INDEX)
                   end-if
               end-if
           end-perform
           exit.

     *> --- Belaaningsvaerdien af hvert laans sikkerheder; et ---
     *> --- pantsat indlaan er hoejst kontoens saldo ved dagens ---
     *> --- udgang ---
      opgoer-sikkerheder.
           move "N" to EOF-check-sikkerhed
           open input Sikkerhed-In
           perform until end-of-file-sikkerhed
               read Sikkerhed-In
                   at end move "Y" to EOF-check-sikkerhed
                   not at end
                       if SH-LAAN-ID not = spaces
                           and SH-VAERDI is numeric
                           perform opgoer-en-sikkerhed
                       end-if
               end-read
           end-perform
           close Sikkerhed-In
           exit.

      opgoer-en-sikkerhed.
           perform varying ST-INDEX from 1 by 1
               until ST-INDEX > ANTAL-SIKKERHED-TYPER
                   or ST-TYPE (ST-INDEX) = SH-TYPE
               continue
           end-perform
           if ST-INDEX > ANTAL-SIKKERHED-TYPER
               exit paragraph
           end-if
           move SH-LAAN-ID to SL-OPSLAG-LAAN-ID
           perform find-sikret-laan
           if SL-IKKE-FUNDET
               exit paragraph
           end-if
           move SH-VAERDI to SIKKERHED-VAERDI-DKK
           if SH-TYPE = "D"
               move 0 to SIKKERHED-VAERDI-DKK
               perform varying KS-INDEX from 1 by 1
                   until KS-INDEX > KS-ANTAL
                   if KS-KONTO-ID (KS-INDEX) = SH-KONTO-ID
                       and KS-SALDO-DKK (KS-INDEX) > 0
                       move KS-SALDO-DKK (KS-INDEX)
                           to SIKKERHED-VAERDI-DKK
                   end-if
               end-perform
               if SIKKERHED-VAERDI-DKK > SH-VAERDI
                   move SH-VAERDI to SIKKERHED-VAERDI-DKK
               end-if
           end-if
           compute SL-BELAANING-DKK (SL-INDEX) rounded =
               SL-BELAANING-DKK (SL-INDEX)
               + SIKKERHED-VAERDI-DKK * ST-BELAANING-PCT (ST-INDEX)
                   / 100
           exit.

     *> --- Sikkerheden pr. laan - hoejst restgaelden - hos laanets ---
     *> --- kunde ---
      henfoer-sikkerhed.
           perform varying SL-INDEX from 1 by 1
               until SL-INDEX > SL-ANTAL
               move SL-KG-INDEX (SL-INDEX) to KG-INDEX
               if SL-BELAANING-DKK (SL-INDEX)
                   > SL-RESTGAELD-DKK (SL-INDEX)
                   add SL-RESTGAELD-DKK (SL-INDEX)
                       to KG-SIKKERHED-DKK (KG-INDEX)
               else
                   add SL-BELAANING-DKK (SL-INDEX)
                       to KG-SIKKERHED-DKK (KG-INDEX)
               end-if
           end-perform
           exit.

     *> --- Kautionisten forbindes med laanets kunde ---
      forbind-kautioner.
           move "N" to EOF-check-kaution
           open input Kaution-In
           perform until end-of-file-kaution
               read Kaution-In
                   at end move "Y" to EOF-check-kaution
                   not at end
                       if KA-LAAN-ID not = spaces
                           and KA-KUNDE-ID not = spaces
                           move KA-LAAN-ID to SL-OPSLAG-LAAN-ID
                           perform find-sikret-laan
                           if SL-FUNDET
                               add 1 to ANTAL-RELATIONER
                               move SL-KUNDE-ID (SL-INDEX)
                                   to FORBIND-KUNDE-ID-1
                               move KA-KUNDE-ID to FORBIND-KUNDE-ID-2
                               move "G" to FORBIND-TYPE
                               perform forbind-kunder
                           end-if
                       end-if
               end-read
           end-perform
           close Kaution-In
           exit.

      forbind-manuelle-relationer.
           move "N" to EOF-check-relation
           open input Relation-In
           perform until end-of-file-relation
               read Relation-In
                   at end move "Y" to EOF-check-relation
                   not at end
                       if Relation-Linje not = spaces
                           perform forbind-en-relation
                       end-if
               end-read
           end-perform
           close Relation-In
           exit.

      forbind-en-relation.
           if (FR-TYPE-IN not = "G" and FR-TYPE-IN not = "A"
                   and FR-TYPE-IN not = "E")
               or FR-KUNDE-ID-1-IN = spaces
               or FR-KUNDE-ID-2-IN = spaces
               add 1 to ANTAL-RELATION-AFVIST
               exit paragraph
           end-if
           add 1 to ANTAL-RELATIONER
           move FR-KUNDE-ID-1-IN to FORBIND-KUNDE-ID-1
           move FR-KUNDE-ID-2-IN to FORBIND-KUNDE-ID-2
           move FR-TYPE-IN to FORBIND-TYPE
           perform forbind-kunder
           exit.

     *> --- En reel ejer med en andel over kontrolgraensen er ---
     *> --- forbundet med virksomheden; virksomhedens navn hentes ---
     *> --- samtidig til rapporten ---
      forbind-ejerskab.
           move "N" to EOF-check-virk
           open input Virksomhed-Data-In
           perform until end-of-file-virk
               read Virksomhed-Data-In
                   at end move "Y" to EOF-check-virk
                   not at end
                       perform forbind-en-virksomhed
               end-read
           end-perform
           close Virksomhed-Data-In
           exit.

      forbind-en-virksomhed.
           if Virk-Kunde-Id = spaces
               exit paragraph
           end-if
           if Ejer-Antal is numeric and Ejer-Antal <= 10
               perform forbind-virksomhedens-ejere
           end-if
     *> --- Navnet saettes efter forbindelserne, som kan have ---
     *> --- oprettet virksomheden i tabellen ---
           move Virk-Kunde-Id to KG-OPSLAG-KUNDE-ID
           perform find-kunde
           if KG-FUNDET
               move Juridisk-Navn to KG-NAVN (KG-INDEX)
           end-if
           exit.

      forbind-virksomhedens-ejere.
           perform varying EJER-IX from 1 by 1
               until EJER-IX > Ejer-Antal
               if (Ejer-Rolle (EJER-IX) = "E"
                       or Ejer-Rolle (EJER-IX) = "B")
                   and Ejer-Andel (EJER-IX) is numeric
                   and Ejer-Andel (EJER-IX) > KONTROL-PCT
                   add 1 to ANTAL-RELATIONER
                   move Virk-Kunde-Id to FORBIND-KUNDE-ID-1
                   move Ejer-Kunde-Id (EJER-IX) to FORBIND-KUNDE-ID-2
                   move "E" to FORBIND-TYPE
                   perform forbind-kunder
               end-if
           end-perform
           exit.

     *> --- Virksomhederne i samme cash pool-koncern forbindes med ---
     *> --- koncernens foerste virksomhed ---
      forbind-koncerner.
           move 0 to KON-ANTAL
           move "N" to EOF-check-cashpool
           open input Cashpool-Register-In
           perform until end-of-file-cashpool
               read Cashpool-Register-In
                   at end move "Y" to EOF-check-cashpool
                   not at end
                       if CR-KONCERN-ID-IN not = spaces
                           and CR-KUNDE-ID-IN not = spaces
                           perform forbind-en-koncern-konto
                       end-if
               end-read
           end-perform
           close Cashpool-Register-In
           exit.

      forbind-en-koncern-konto.
           set KON-IKKE-FUNDET to TRUE
           perform varying KON-INDEX from 1 by 1
               until KON-FUNDET or KON-INDEX > KON-ANTAL
               if KON-KONCERN-ID (KON-INDEX) = CR-KONCERN-ID-IN
                   set KON-FUNDET to TRUE
               end-if
           end-perform
           if KON-FUNDET
               subtract 1 from KON-INDEX
               if KON-KUNDE-ID (KON-INDEX) not = CR-KUNDE-ID-IN
                   add 1 to ANTAL-RELATIONER
                   move KON-KUNDE-ID (KON-INDEX) to FORBIND-KUNDE-ID-1
                   move CR-KUNDE-ID-IN to FORBIND-KUNDE-ID-2
                   move "K" to FORBIND-TYPE
                   perform forbind-kunder
               end-if
           else
               if KON-ANTAL < 2000
                   add 1 to KON-ANTAL
                   move CR-KONCERN-ID-IN to KON-KONCERN-ID (KON-ANTAL)
                   move CR-KUNDE-ID-IN to KON-KUNDE-ID (KON-ANTAL)
               end-if
           end-if
           exit.

     *> --- Personkundernes navne fra kundemasteren - virksomheder ---
     *> --- har allerede faaet det juridiske navn ---
      hent-kunde-navne.
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       move Kunde-Id of Kunde-Information
                           to KG-OPSLAG-KUNDE-ID
                       perform find-kunde
                       if KG-FUNDET
                           and KG-NAVN (KG-INDEX) = spaces
                           move Fuld-Navn to KG-NAVN (KG-INDEX)
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

     *> --- Summerer hver kundes engagement op paa gruppens rod ---
      opgoer-grupper.
           move 0 to ANTAL-GRUPPER
           move 0 to ANTAL-GRUPPER-FORBUNDET
           perform varying KG-INDEX from 1 by 1
               until KG-INDEX > KG-ANTAL
               perform find-rod
               compute KG-GRUPPE-SUM-DKK (KG-ROD) =
                   KG-GRUPPE-SUM-DKK (KG-ROD)
                   + KG-LAAN-DKK (KG-INDEX)
                   + KG-OVERTRAEK-DKK (KG-INDEX)
                   + KG-GARANTI-DKK (KG-INDEX)
               add KG-SIKKERHED-DKK (KG-INDEX)
                   to KG-GRUPPE-SIKKERHED-DKK (KG-ROD)
               add 1 to KG-GRUPPE-ANTAL (KG-ROD)
           end-perform
           perform varying KG-INDEX from 1 by 1
               until KG-INDEX > KG-ANTAL
               if KG-FORAELDER (KG-INDEX) = KG-INDEX
                   add 1 to ANTAL-GRUPPER
                   if KG-GRUPPE-ANTAL (KG-INDEX) > 1
                       add 1 to ANTAL-GRUPPER-FORBUNDET
                   end-if
               end-if
           end-perform
           exit.

     *> --- Registret over forbundne kunder: een linje pr. kunde i ---
     *> --- en gruppe med mindst to kunder ---
      skriv-forbundne-register.
           open output Forbundne-Out
           perform varying KG-INDEX from 1 by 1
               until KG-INDEX > KG-ANTAL
               perform find-rod
               if KG-GRUPPE-ANTAL (KG-ROD) > 1
                   move KG-KUNDE-ID (KG-ROD) to FK-GRUPPE-ID-OUT
                   move KG-KUNDE-ID (KG-INDEX) to FK-KUNDE-ID-OUT
                   move KG-TILKNYTNING (KG-INDEX)
                       to FK-TILKNYTNING-OUT
                   move KG-GRUPPE-ANTAL (KG-ROD)
                       to FK-GRUPPE-ANTAL-OUT
                   write Forbundne-Linje
               end-if
           end-perform
           close Forbundne-Out
           exit.

      skriv-storengagement-rapport.
           move 0 to ANTAL-STORE
           move 0 to ANTAL-OVER-LOFT
           open output Rapport-Out
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "=== Store engagementer pr. gruppe af forbundne kunder"
                                             delimited by size
               " - kvartal "                 delimited by size
               RAPPORT-KVARTAL               delimited by size
               ", opgjort "                  delimited by size
               DAGS-DATO                     delimited by size
               " ==="                        delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           move EGENKAPITAL-DKK to BELOB-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "Egenkapital (DKK): "         delimited by size
               function TRIM(BELOB-E)        delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move INDBERETNING-PCT to PCT-E
           move INDBERETNING-DKK to BELOB-E
           string
               "  Indberetningsgraense: "    delimited by size
               function TRIM(PCT-E)          delimited by size
               " pct. = "                    delimited by size
               function TRIM(BELOB-E)        delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move LOFT-PCT to PCT-E
           move LOFT-DKK to BELOB-E
           string
               "  Loft: "                    delimited by size
               function TRIM(PCT-E)          delimited by size
               " pct. = "                    delimited by size
               function TRIM(BELOB-E)        delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           write Rapport-Linje from spaces
           perform varying KG-ROD from 1 by 1
               until KG-ROD > KG-ANTAL
               if KG-FORAELDER (KG-ROD) = KG-ROD
                   and KG-GRUPPE-SUM-DKK (KG-ROD) > 0
                   and KG-GRUPPE-SUM-DKK (KG-ROD) >= INDBERETNING-DKK
                   perform skriv-gruppe
               end-if
           end-perform
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "Antal grupper over indberetningsgraensen: "
                                             delimited by size
               ANTAL-STORE                   delimited by size
               ", heraf over loftet: "       delimited by size
               ANTAL-OVER-LOFT               delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           close Rapport-Out
           exit.

     *> --- Een gruppe: sum, andel af egenkapitalen og en linje pr. ---
     *> --- medlem. KG-ROD er gruppens rod ---
      skriv-gruppe.
           add 1 to ANTAL-STORE
           compute GRUPPE-PCT rounded =
               KG-GRUPPE-SUM-DKK (KG-ROD) * 100 / EGENKAPITAL-DKK
           move KG-GRUPPE-SUM-DKK (KG-ROD) to BELOB-E
           move GRUPPE-PCT to PCT-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "GRUPPE="                     delimited by size
               KG-KUNDE-ID (KG-ROD)          delimited by size
               " ANTAL-KUNDER="              delimited by size
               KG-GRUPPE-ANTAL (KG-ROD)      delimited by size
               " ENGAGEMENT="                delimited by size
               function TRIM(BELOB-E)        delimited by size
               " PCT-AF-EGENKAPITAL="        delimited by size
               function TRIM(PCT-E)          delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           compute NETTO-SUM-DKK = KG-GRUPPE-SUM-DKK (KG-ROD)
               - KG-GRUPPE-SIKKERHED-DKK (KG-ROD)
           move KG-GRUPPE-SIKKERHED-DKK (KG-ROD) to BELOB-E
           string
               " SIKKERHED="                 delimited by size
               function TRIM(BELOB-E)        delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move NETTO-SUM-DKK to BELOB-E
           string
               " NETTO-ENGAGEMENT="          delimited by size
               function TRIM(BELOB-E)        delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           if NETTO-SUM-DKK > LOFT-DKK
               add 1 to ANTAL-OVER-LOFT
               string
                   " OVER-LOFT"              delimited by size
                      into Rapport-Linje
                      with pointer pos
               end-string
           end-if
           write Rapport-Linje
     *> --- find-rod flytter KG-ROD - gruppens rod gemmes i ---
     *> --- KG-ROD-1 under gennemloebet af medlemmerne ---
           move KG-ROD to KG-ROD-1
           perform varying KG-INDEX-2 from 1 by 1
               until KG-INDEX-2 > KG-ANTAL
               move KG-INDEX-2 to KG-INDEX
               perform find-rod
               if KG-ROD = KG-ROD-1
                   perform skriv-gruppe-medlem
               end-if
           end-perform
           move KG-ROD-1 to KG-ROD
           write Rapport-Linje from spaces
           exit.

      skriv-gruppe-medlem.
           compute MEDLEM-SUM-DKK =
               KG-LAAN-DKK (KG-INDEX-2)
               + KG-OVERTRAEK-DKK (KG-INDEX-2)
               + KG-GARANTI-DKK (KG-INDEX-2)
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "  KUNDE-ID="                 delimited by size
               KG-KUNDE-ID (KG-INDEX-2)      delimited by size
               " NAVN="                      delimited by size
               KG-NAVN (KG-INDEX-2)          delimited by size
               " TILKNYTNING="               delimited by size
               KG-TILKNYTNING (KG-INDEX-2)   delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move KG-LAAN-DKK (KG-INDEX-2) to BELOB-E
           string
               " LAAN="                      delimited by size
               function TRIM(BELOB-E)        delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move KG-OVERTRAEK-DKK (KG-INDEX-2) to BELOB-E
           string
               " OVERTRAEK="                 delimited by size
               function TRIM(BELOB-E)        delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move KG-GARANTI-DKK (KG-INDEX-2) to BELOB-E
           string
               " GARANTIER="                 delimited by size
               function TRIM(BELOB-E)        delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move MEDLEM-SUM-DKK to BELOB-E
           string
               " I-ALT="                     delimited by size
               function TRIM(BELOB-E)        delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           move KG-SIKKERHED-DKK (KG-INDEX-2) to BELOB-E
           string
               " SIKKERHED="                 delimited by size
               function TRIM(BELOB-E)        delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
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
           move "storeEngagementer" to KAP-PROGRAM
           move "KUNDE-GRUPPE-TABEL" to KAP-TABEL
           move KG-ANTAL to KAP-ANTAL
           move MAX-KUNDE-GRUPPE to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-SALDO-TABEL" to KAP-TABEL
           move KS-ANTAL to KAP-ANTAL
           move MAX-KONTO-SALDO to KAP-MAX
           write Kapacitet-Linje
           move "KONCERN-TABEL" to KAP-TABEL
           move KON-ANTAL to KAP-ANTAL
           move 2000 to KAP-MAX
           write Kapacitet-Linje
           move "SIKRET-LAAN-TABEL" to KAP-TABEL
           move SL-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
