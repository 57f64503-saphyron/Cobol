      identification division.
      program-id. masterJournal.

     *> --- Foer-/efterbilleder af masterfilerne omkring hvert batch-
     *>     trin: mange trin skriver deres master om paa stedet
     *>     (LaanMaster.txt, KontoStatus.txt, UdlaegRegister.txt,
     *>     BSRykkerRegister.txt, Kundeoplysninger.txt via
     *>     kundeVedligehold ...), og oedelagde et af dem en fil midt i
     *>     kaeden, var den eneste vej tilbage at grave en generation
     *>     frem og haabe. KorselsBatch.sh kalder derfor trinnet to
     *>     gange omkring hvert trin (koer_trin), med trinnets navn i
     *>     JOURNAL_TRIN og fasen i JOURNAL_FASE:
     *>       FOER:  hver master i Master-Tabel kopieres til
     *>              text-files/JournalFoer_<fil>
     *>       EFTER: hver master sammenlignes med sin kopi; er den
     *>              aendret, faar text-files/MasterJournal.txt en
     *>              gruppe (MasterJournal.cpy) med foer- og
     *>              efterbillede af netop de linjer, der er indsat,
     *>              opdateret, slettet eller flyttet - stemplet med
     *>              KORSELS_RUN_ID og trinnets navn - og til sidst en
     *>              trin-graense (S-linje), ogsaa naar intet er aendret
     *>     Linjerne parres efter noeglen (position og laengde i
     *>     Master-Tabel): samme noegle og samme indhold = uaendret,
     *>     samme noegle og nyt indhold = opdateret. De uaendrede
     *>     linjer skal staa i samme indbyrdes orden foer og efter; en
     *>     linje, der bryder ordenen, journaliseres som flyttet, saa
     *>     masterGendannelse (Opgave96) altid kan genskabe filen eksakt.
     *>     En master over MAX-LINJER linjer journaliseres med hele
     *>     filen som foer- og efterbillede.

      environment division.
      input-output section.
      file-control.
           select optional Master-In
               assign to dynamic MASTER-FIL-NAVN
               organization is line sequential.
           select optional Foer-In
               assign to dynamic FOER-FIL-NAVN
               organization is line sequential.
           select Foer-Out
               assign to dynamic FOER-FIL-NAVN
               organization is line sequential.
           select Journal-Out
               assign to "text-files/MasterJournal.txt"
               organization is line sequential
               file status is JOURNAL-STATUS.
           select Sort-Journal-Work
               assign to "SortMasterJournal".
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Master-In.
      01 Master-Linje             pic x(400).
      fd Foer-In.
      01 Foer-Linje               pic x(400).
      fd Foer-Out.
      01 Foer-Ud-Linje            pic x(400).
      fd Journal-Out.
      01 Journal-Linje.
           copy "Opgave10/Copybooks/MasterJournal.cpy".
      sd Sort-Journal-Work.
      01 Sort-Journal-Record.
           02 SJ-NOEGLE            pic x(60).
           02 SJ-KILDE             pic x.
           02 SJ-LINJE-NR          pic 9(7).
           02 SJ-BILLEDE           pic x(400).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-foer           pic x value "N".
           88 end-of-file-foer    value "Y".
      01 EOF-check-sort           pic x value "N".
           88 end-of-file-sort    value "Y".
      01 JOURNAL-STATUS           pic x(2) value spaces.
      01 MASTER-FIL-NAVN          pic x(60) value spaces.
      01 FOER-FIL-NAVN            pic x(60) value spaces.
      01 KORSELS-RUN-ID           pic x(40) value spaces.
      01 JOURNAL-TRIN             pic x(60) value spaces.
      01 JOURNAL-FASE             pic x(5) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
      01 pos                      pic 9(4) value 1.
     *> --- Masterfilerne: filnavn (30), noeglens position (3) og ---
     *> --- laengde (3) - literal-FILLER-tabel, samme moenster som ---
     *> --- Kilde-Tabel i morgenWorklist. En ny master er een ny ---
     *> --- FILLER-linje ---
      01 Master-Tabel-Data.
           02 FILLER pic x(36) value
               "Kundeoplysninger.txt          001010".
           02 FILLER pic x(36) value
               "Virksomheder.txt              001010".
           02 FILLER pic x(36) value
               "Banker.txt                    001006".
           02 FILLER pic x(36) value
               "KontoMaster.txt               001014".
           02 FILLER pic x(36) value
               "KontoStatus.txt               001014".
           02 FILLER pic x(36) value
               "KontoProdukter.txt            001014".
           02 FILLER pic x(36) value
               "KontoRelationer.txt           001035".
           02 FILLER pic x(36) value
               "KontoNummerSerier.txt         001006".
           02 FILLER pic x(36) value
               "LaanMaster.txt                001008".
           02 FILLER pic x(36) value
               "LaanKreditHenvisninger.txt    001010".
           02 FILLER pic x(36) value
               "KreditorAftaler.txt           001008".
           02 FILLER pic x(36) value
               "UdlaegRegister.txt            001014".
           02 FILLER pic x(36) value
               "DoedsboRegister.txt           001010".
           02 FILLER pic x(36) value
               "DeponeringRegister.txt        001010".
           02 FILLER pic x(36) value
               "BudgetKonti.txt               054005".
           02 FILLER pic x(36) value
               "KonverteringKrydsref.txt      001021".
           02 FILLER pic x(36) value
               "ClearingRegister.txt          001007".
           02 FILLER pic x(36) value
               "BSAftaler.txt                 001008".
           02 FILLER pic x(36) value
               "BSRykkerRegister.txt          001008".
           02 FILLER pic x(36) value
               "KortMaster.txt                001019".
           02 FILLER pic x(36) value
               "KortReservationer.txt         001012".
           02 FILLER pic x(36) value
               "KreditkortKonti.txt           001014".
           02 FILLER pic x(36) value
               "DepotBeholdning.txt           001052".
           02 FILLER pic x(36) value
               "BankboksRegister.txt          001008".
           02 FILLER pic x(36) value
               "OpsigelsesRegister.txt        001012".
           02 FILLER pic x(36) value
               "TvistRegister.txt             001008".
           02 FILLER pic x(36) value
               "SkyldnerRegister.txt          001025".
           02 FILLER pic x(36) value
               "SamtykkeRegister.txt          001011".
           02 FILLER pic x(36) value
               "Psd2Samtykker.txt             001020".
           02 FILLER pic x(36) value
               "SuspenseRegister.txt          001007".
           02 FILLER pic x(36) value
               "HusstandRegister.txt          001020".
           02 FILLER pic x(36) value
               "CheckRegister.txt             001016".
           02 FILLER pic x(36) value
               "RenteOpsamling.txt            001024".
           02 FILLER pic x(36) value
               "FatcaCrsRegister.txt          001008".
           02 FILLER pic x(36) value
               "AmlSagsRegister.txt           001007".
           02 FILLER pic x(36) value
               "KlageRegister.txt             001008".
           02 FILLER pic x(36) value
               "GebyrSatser.txt               001001".
           02 FILLER pic x(36) value
               "TransaktionsTyper.txt         001002".
           02 FILLER pic x(36) value
               "ButikKategorier.txt           001020".
           02 FILLER pic x(36) value
               "RenteSatser.txt               001011".
           02 FILLER pic x(36) value
               "FasteOverfoersler.txt         001008".
           02 FILLER pic x(36) value
               "OvertraekGraenser.txt         001014".
           02 FILLER pic x(36) value
               "FinansHovedbog.txt            001013".
           02 FILLER pic x(36) value
               "FinansPerioder.txt            001007".
           02 FILLER pic x(36) value
               "BudgetPlan.txt                001035".
           02 FILLER pic x(36) value
               "PersonaleProduktOriginaler.txt001014".
           02 FILLER pic x(36) value
               "KontoHistorik.txt             001020".
      01 Master-Tabel REDEFINES Master-Tabel-Data.
           02 MT-POST OCCURS 47 TIMES.
              03 MT-FILNAVN        pic x(30).
              03 MT-NOEGLE-POS     pic 9(3).
              03 MT-NOEGLE-LAENGDE pic 9(3).
      01 MT-INDEX                 pic 9(2) value 0.
      01 ANTAL-MASTRE             pic 9(2) value 47.
     *> --- Pr. linje i den aktuelle master: parret linje paa den ---
     *> --- anden side (0 = ikke uaendret) og aendringskoden ---
      01 MAX-LINJER               pic 9(7) value 60000.
      01 Foer-Par-Tabel.
           02 FP-POST OCCURS 60000 TIMES.
              03 FP-EFTER-LINJE    pic 9(7).
              03 FP-AENDRING       pic x.
      01 Efter-Par-Tabel.
           02 EP-POST OCCURS 60000 TIMES.
              03 EP-FOER-LINJE     pic 9(7).
              03 EP-AENDRING       pic x.
      01 ANTAL-FOER               pic 9(7) value 0.
      01 ANTAL-EFTER              pic 9(7) value 0.
      01 LINJE-NR                 pic 9(7) value 0.
      01 SIDSTE-EFTER-LINJE       pic 9(7) value 0.
      01 MASTER-AENDRET-FLAG      pic x value "N".
           88 MASTER-AENDRET      value "J".
           88 MASTER-UAENDRET     value "N".
      01 HEL-FIL-FLAG             pic x value "N".
           88 HEL-FIL-BILLEDE     value "J".
     *> --- En noegle-gruppe fra sorteringen: foerbillederne holdes ---
     *> --- til efterbillederne med samme noegle er set ---
      01 MAX-GRUPPE               pic 9(3) value 200.
      01 Gruppe-Foer-Tabel.
           02 GF-ANTAL             pic 9(3) value 0.
           02 GF-POST OCCURS 200 TIMES.
              03 GF-LINJE-NR       pic 9(7).
              03 GF-BILLEDE        pic x(400).
              03 GF-BRUGT          pic x.
      01 GF-INDEX                 pic 9(3) value 0.
      01 Gruppe-Efter-Tabel.
           02 GE-ANTAL             pic 9(3) value 0.
           02 GE-POST OCCURS 200 TIMES.
              03 GE-LINJE-NR       pic 9(7).
      01 GE-INDEX                 pic 9(3) value 0.
      01 GRUPPE-NOEGLE            pic x(60) value spaces.
      01 GRUPPE-AKTIV-FLAG        pic x value "N".
           88 GRUPPE-AKTIV        value "J".
      01 AENDRET-FOER             pic 9(3) value 0.
      01 AENDRET-EFTER            pic 9(3) value 0.
      01 PAR-FUND-FLAG            pic x value "N".
           88 PAR-FUNDET          value "J".
           88 PAR-IKKE-FUNDET     value "N".
     *> --- Optaellinger ---
      01 ANTAL-MASTRE-AENDRET     pic 9(3) value 0.
      01 ANTAL-BILLEDER           pic 9(7) value 0.
     *> --- Hoejvandsmaerker til kapacitetsloggen - tabellerne ---
     *> --- genbruges pr. master og pr. noegle-gruppe ---
      01 MAX-LINJER-SET           pic 9(7) value 0.
      01 MAX-GRUPPE-SET           pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: FOER tager kopierne, EFTER journaliserer ---
     *> --- forskellene og saetter trin-graensen ---
      Program-Execute.
           accept KORSELS-RUN-ID from environment "KORSELS_RUN_ID"
           accept JOURNAL-TRIN from environment "JOURNAL_TRIN"
           accept JOURNAL-FASE from environment "JOURNAL_FASE"
           if KORSELS-RUN-ID = spaces
               move "MANUEL" to KORSELS-RUN-ID
           end-if
           move function CURRENT-DATE to DATO-NU
           move spaces to KOERSEL-TIDSSTEMPEL
           string
               DATO-NU (1:8)  delimited by size
               "-"            delimited by size
               DATO-NU (9:6)  delimited by size
                  into KOERSEL-TIDSSTEMPEL
           end-string
           evaluate JOURNAL-FASE
               when "FOER"
                   perform varying MT-INDEX from 1 by 1
                       until MT-INDEX > ANTAL-MASTRE
                       perform tag-foer-kopi
                   end-perform
               when "EFTER"
                   open extend Journal-Out
                   if JOURNAL-STATUS = "35"
                       open output Journal-Out
                   end-if
                   perform varying MT-INDEX from 1 by 1
                       until MT-INDEX > ANTAL-MASTRE
                       perform journaliser-master
                   end-perform
                   perform skriv-trin-graense
                   close Journal-Out
                   display "Master-journal: " JOURNAL-TRIN (1:40)
                       " - " ANTAL-MASTRE-AENDRET " master(e) aendret, "
                       ANTAL-BILLEDER " billede(r)"
                   perform skriv-kapacitet
               when other
                   display "Master-journal: JOURNAL_FASE skal vaere "
                       "FOER eller EFTER"
                   move 12 to return-code
           end-evaluate
           stop run.

      saet-filnavne.
           move spaces to MASTER-FIL-NAVN
           move spaces to FOER-FIL-NAVN
           string
               "text-files/"                     delimited by size
               function TRIM(MT-FILNAVN (MT-INDEX)) delimited by size
                  into MASTER-FIL-NAVN
           end-string
           string
               "text-files/JournalFoer_"         delimited by size
               function TRIM(MT-FILNAVN (MT-INDEX)) delimited by size
                  into FOER-FIL-NAVN
           end-string
           exit.

     *> --- En manglende master giver en tom kopi - opretter trinnet ---
     *> --- den, journaliseres alle linjerne som indsat ---
      tag-foer-kopi.
           perform saet-filnavne
           move "N" to EOF-check-master
           open input Master-In
           open output Foer-Out
           perform until end-of-file-master
               read Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       write Foer-Ud-Linje from Master-Linje
               end-read
           end-perform
           close Master-In
           close Foer-Out
           exit.

     *> --- Sammenligner en master med kopien fra FOER og skriver en ---
     *> --- gruppe, hvis den er aendret ---
      journaliser-master.
           perform saet-filnavne
           perform sammenlign-linjer
           if MASTER-UAENDRET
               exit paragraph
           end-if
           add 1 to ANTAL-MASTRE-AENDRET
           if ANTAL-FOER > MAX-LINJER-SET
               move ANTAL-FOER to MAX-LINJER-SET
           end-if
           if ANTAL-EFTER > MAX-LINJER-SET
               move ANTAL-EFTER to MAX-LINJER-SET
           end-if
           move "N" to HEL-FIL-FLAG
           if ANTAL-FOER > MAX-LINJER or ANTAL-EFTER > MAX-LINJER
               move "J" to HEL-FIL-FLAG
           else
               perform varying LINJE-NR from 1 by 1
                   until LINJE-NR > ANTAL-FOER
                   move 0 to FP-EFTER-LINJE (LINJE-NR)
                   move "D" to FP-AENDRING (LINJE-NR)
               end-perform
               perform varying LINJE-NR from 1 by 1
                   until LINJE-NR > ANTAL-EFTER
                   move 0 to EP-FOER-LINJE (LINJE-NR)
                   move "I" to EP-AENDRING (LINJE-NR)
               end-perform
               sort Sort-Journal-Work
                   on ascending key SJ-NOEGLE SJ-KILDE SJ-LINJE-NR
                   input procedure is frigiv-linjer
                   output procedure is par-linjer
               perform kontroller-orden
           end-if
           perform skriv-gruppe
           exit.

     *> --- Foerste gennemloeb: antal linjer paa hver side, og om ---
     *> --- filen overhovedet er aendret ---
      sammenlign-linjer.
           move 0 to ANTAL-FOER
           move 0 to ANTAL-EFTER
           set MASTER-UAENDRET to TRUE
           move "N" to EOF-check-foer
           move "N" to EOF-check-master
           open input Foer-In
           open input Master-In
           perform until end-of-file-foer and end-of-file-master
               if not end-of-file-foer
                   read Foer-In
                       at end move "Y" to EOF-check-foer
                       not at end add 1 to ANTAL-FOER
                   end-read
               end-if
               if not end-of-file-master
                   read Master-In
                       at end move "Y" to EOF-check-master
                       not at end add 1 to ANTAL-EFTER
                   end-read
               end-if
               if end-of-file-foer and end-of-file-master
                   continue
               else
                   if end-of-file-foer or end-of-file-master
                       or Foer-Linje not = Master-Linje
                       set MASTER-AENDRET to TRUE
                   end-if
               end-if
           end-perform
           close Foer-In
           close Master-In
           exit.

      frigiv-linjer.
           move 0 to LINJE-NR
           move "N" to EOF-check-foer
           open input Foer-In
           perform until end-of-file-foer
               read Foer-In
                   at end move "Y" to EOF-check-foer
                   not at end
                       add 1 to LINJE-NR
                       move spaces to Sort-Journal-Record
                       move Foer-Linje (MT-NOEGLE-POS (MT-INDEX):
                           MT-NOEGLE-LAENGDE (MT-INDEX)) to SJ-NOEGLE
                       move "1" to SJ-KILDE
                       move LINJE-NR to SJ-LINJE-NR
                       move Foer-Linje to SJ-BILLEDE
                       release Sort-Journal-Record
               end-read
           end-perform
           close Foer-In
           move 0 to LINJE-NR
           move "N" to EOF-check-master
           open input Master-In
           perform until end-of-file-master
               read Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       add 1 to LINJE-NR
                       move spaces to Sort-Journal-Record
                       move Master-Linje (MT-NOEGLE-POS (MT-INDEX):
                           MT-NOEGLE-LAENGDE (MT-INDEX)) to SJ-NOEGLE
                       move "2" to SJ-KILDE
                       move LINJE-NR to SJ-LINJE-NR
                       move Master-Linje to SJ-BILLEDE
                       release Sort-Journal-Record
               end-read
           end-perform
           close Master-In
           exit.

     *> --- Linjerne med samme noegle ligger nu samlet, foerbillederne ---
     *> --- foerst: et efterbillede med et ubrugt, identisk ---
     *> --- foerbillede er uaendret, resten parres som opdateret, og ---
     *> --- overskuddet er slettet/indsat ---
      par-linjer.
           move "N" to GRUPPE-AKTIV-FLAG
           move 0 to GF-ANTAL
           move 0 to GE-ANTAL
           move "N" to EOF-check-sort
           perform until end-of-file-sort
               return Sort-Journal-Work
                   at end move "Y" to EOF-check-sort
                   not at end
                       if GRUPPE-AKTIV
                           and SJ-NOEGLE not = GRUPPE-NOEGLE
                           perform afslut-gruppe
                       end-if
                       move "J" to GRUPPE-AKTIV-FLAG
                       move SJ-NOEGLE to GRUPPE-NOEGLE
                       if SJ-KILDE = "1"
                           perform gem-gruppe-foer
                       else
                           perform match-gruppe-efter
                       end-if
               end-return
           end-perform
           if GRUPPE-AKTIV
               perform afslut-gruppe
           end-if
           exit.

      gem-gruppe-foer.
           if GF-ANTAL < MAX-GRUPPE
               add 1 to GF-ANTAL
               move SJ-LINJE-NR to GF-LINJE-NR (GF-ANTAL)
               move SJ-BILLEDE to GF-BILLEDE (GF-ANTAL)
               move "N" to GF-BRUGT (GF-ANTAL)
           end-if
           exit.

      match-gruppe-efter.
           set PAR-IKKE-FUNDET to TRUE
           perform varying GF-INDEX from 1 by 1
               until PAR-FUNDET or GF-INDEX > GF-ANTAL
               if GF-BRUGT (GF-INDEX) = "N"
                   and GF-BILLEDE (GF-INDEX) = SJ-BILLEDE
                   set PAR-FUNDET to TRUE
                   move "J" to GF-BRUGT (GF-INDEX)
                   move SJ-LINJE-NR
                       to FP-EFTER-LINJE (GF-LINJE-NR (GF-INDEX))
                   move space to FP-AENDRING (GF-LINJE-NR (GF-INDEX))
                   move GF-LINJE-NR (GF-INDEX)
                       to EP-FOER-LINJE (SJ-LINJE-NR)
                   move space to EP-AENDRING (SJ-LINJE-NR)
               end-if
           end-perform
           if PAR-IKKE-FUNDET and GE-ANTAL < MAX-GRUPPE
               add 1 to GE-ANTAL
               move SJ-LINJE-NR to GE-LINJE-NR (GE-ANTAL)
           end-if
           exit.

     *> --- Lige mange aendrede foer- og efterbilleder med noeglen ---
     *> --- parres som opdateret ---
      afslut-gruppe.
           if GF-ANTAL > MAX-GRUPPE-SET
               move GF-ANTAL to MAX-GRUPPE-SET
           end-if
           if GE-ANTAL > MAX-GRUPPE-SET
               move GE-ANTAL to MAX-GRUPPE-SET
           end-if
           move 0 to AENDRET-FOER
           perform varying GF-INDEX from 1 by 1
               until GF-INDEX > GF-ANTAL
               if GF-BRUGT (GF-INDEX) = "N"
                   and AENDRET-FOER < GE-ANTAL
                   add 1 to AENDRET-FOER
                   move "U" to FP-AENDRING (GF-LINJE-NR (GF-INDEX))
               end-if
           end-perform
           move 0 to AENDRET-EFTER
           perform varying GE-INDEX from 1 by 1
               until GE-INDEX > GE-ANTAL
               if AENDRET-EFTER < AENDRET-FOER
                   add 1 to AENDRET-EFTER
                   move "U" to EP-AENDRING (GE-LINJE-NR (GE-INDEX))
               end-if
           end-perform
           move 0 to GF-ANTAL
           move 0 to GE-ANTAL
           exit.

     *> --- De uaendrede par skal ligge i samme orden paa begge sider; ---
     *> --- et par, der bryder den, journaliseres som flyttet ---
      kontroller-orden.
           move 0 to SIDSTE-EFTER-LINJE
           perform varying LINJE-NR from 1 by 1
               until LINJE-NR > ANTAL-FOER
               if FP-EFTER-LINJE (LINJE-NR) > 0
                   if FP-EFTER-LINJE (LINJE-NR) > SIDSTE-EFTER-LINJE
                       move FP-EFTER-LINJE (LINJE-NR)
                           to SIDSTE-EFTER-LINJE
                   else
                       move "M" to EP-AENDRING
                           (FP-EFTER-LINJE (LINJE-NR))
                       move 0 to EP-FOER-LINJE
                           (FP-EFTER-LINJE (LINJE-NR))
                       move "M" to FP-AENDRING (LINJE-NR)
                       move 0 to FP-EFTER-LINJE (LINJE-NR)
                   end-if
               end-if
           end-perform
           exit.

     *> --- Gruppen: H-linjen, foerbillederne og efterbillederne, ---
     *> --- hver i linjenummer-orden ---
      skriv-gruppe.
           move spaces to Journal-Linje
           move KORSELS-RUN-ID to MJ-RUN-ID
           move JOURNAL-TRIN to MJ-TRIN
           move KOERSEL-TIDSSTEMPEL to MJ-TIDSPUNKT
           move MT-FILNAVN (MT-INDEX) to MJ-FIL
           move "H" to MJ-TYPE
           move ANTAL-FOER to MJ-LINJE-NR
           move ANTAL-EFTER to MJ-ANTAL-EFTER
           write Journal-Linje
           move 0 to LINJE-NR
           move "N" to EOF-check-foer
           open input Foer-In
           perform until end-of-file-foer
               read Foer-In
                   at end move "Y" to EOF-check-foer
                   not at end
                       add 1 to LINJE-NR
                       if HEL-FIL-BILLEDE
                           move "D" to MJ-AENDRING
                           perform skriv-foerbillede
                       else
                           if FP-EFTER-LINJE (LINJE-NR) = 0
                               move FP-AENDRING (LINJE-NR)
                                   to MJ-AENDRING
                               perform skriv-foerbillede
                           end-if
                       end-if
               end-read
           end-perform
           close Foer-In
           move 0 to LINJE-NR
           move "N" to EOF-check-master
           open input Master-In
           perform until end-of-file-master
               read Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       add 1 to LINJE-NR
                       if HEL-FIL-BILLEDE
                           move "I" to MJ-AENDRING
                           perform skriv-efterbillede
                       else
                           if EP-FOER-LINJE (LINJE-NR) = 0
                               move EP-AENDRING (LINJE-NR)
                                   to MJ-AENDRING
                               perform skriv-efterbillede
                           end-if
                       end-if
               end-read
           end-perform
           close Master-In
           exit.

      skriv-foerbillede.
           move "F" to MJ-TYPE
           move LINJE-NR to MJ-LINJE-NR
           move 0 to MJ-ANTAL-EFTER
           move Foer-Linje (MT-NOEGLE-POS (MT-INDEX):
               MT-NOEGLE-LAENGDE (MT-INDEX)) to MJ-NOEGLE
           move Foer-Linje to MJ-BILLEDE
           write Journal-Linje
           add 1 to ANTAL-BILLEDER
           exit.

      skriv-efterbillede.
           move "E" to MJ-TYPE
           move LINJE-NR to MJ-LINJE-NR
           move 0 to MJ-ANTAL-EFTER
           move Master-Linje (MT-NOEGLE-POS (MT-INDEX):
               MT-NOEGLE-LAENGDE (MT-INDEX)) to MJ-NOEGLE
           move Master-Linje to MJ-BILLEDE
           write Journal-Linje
           add 1 to ANTAL-BILLEDER
           exit.

      skriv-trin-graense.
           move spaces to Journal-Linje
           move KORSELS-RUN-ID to MJ-RUN-ID
           move JOURNAL-TRIN to MJ-TRIN
           move KOERSEL-TIDSSTEMPEL to MJ-TIDSPUNKT
           move "S" to MJ-TYPE
           move 0 to MJ-LINJE-NR
           move 0 to MJ-ANTAL-EFTER
           write Journal-Linje
           exit.

     *> --- Skriver tabellernes fyldning ved trinnets afslutning til
     *>     den faelles kapacitetslog (KapacitetsLog.cpy) - een linje
     *>     pr. tabel, som kapacitetsRapport (Opgave94) foelger over
     *>     koerslerne. Linje- og gruppetabellerne genbruges pr.
     *>     master, saa de logges med det stoerste antal i trinnet;
     *>     en master over MAX-LINJER journaliseres som hel fil og
     *>     viser sig her som overfyldning ---
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
           move "masterJournal" to KAP-PROGRAM
           move "MASTER-TABEL" to KAP-TABEL
           move ANTAL-MASTRE to KAP-ANTAL
           move 47 to KAP-MAX
           write Kapacitet-Linje
           move "LINJE-PAR-TABEL" to KAP-TABEL
           move MAX-LINJER-SET to KAP-ANTAL
           move MAX-LINJER to KAP-MAX
           write Kapacitet-Linje
           move "GRUPPE-TABEL" to KAP-TABEL
           move MAX-GRUPPE-SET to KAP-ANTAL
           move MAX-GRUPPE to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
