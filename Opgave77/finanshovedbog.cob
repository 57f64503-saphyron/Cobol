      identification division.
      program-id. finansHovedbog.

     *> --- Finansbogholderiets hovedbog: FinansPosteringer.txt fra
     *>     opgave10 (og overflow-passene), renteOpsamling's
     *>     periodiseringer og eclNedskrivning's kvartalsvise
     *>     nedskrivninger blev hidtil blot afleveret, og finans
     *>     genopbyggede raabalancen i et regneark. Trinnet koeres hver
     *>     nat som sidste bogfoeringsled efter renteOpsamling og
     *>     foerer saldi pr. finanskonto og periode (yyyy-mm) i
     *>     text-files/FinansHovedbog.txt:
     *>       - kontoplanen er FinansKontoplan.cpy's standardkonti -
     *>         dem FinansKontoTabel.cpy bogfoerer paa - udvidet/
     *>         overstyret af den valgfri FinansKontoplan.txt
     *>       - posteringsfilen laeses batch for batch - en batch er
     *>         PST-linjerne frem til sin TRL-linje (markoer-linjerne
     *>         "--- ... ---" mellem blokkene springes over). En batch
     *>         bogfoeres kun, hvis den balancerer (debet = kredit),
     *>         stemmer med sin TRL (antal og begge summer) og kun
     *>         rammer konti i planen - ellers afvises HELE batchen
     *>         til FinansAfvisninger.txt i BETINGELSE=-formatet
     *>       - en postering dateret i en lukket periode afvises
     *>         enkeltvis (FINANS-PERIODE-LUKKET) - debet og kredit i
     *>         et par har samme dato, saa parret afvises samlet
     *>       - periodeluk bestilles i den valgfri FinansLukning.txt:
     *>         "M yyyy-mm" lukker en maaned, "A yyyy" lukker et aar.
     *>         Kun afsluttede perioder kan lukkes - dog kan
     *>         periodekaederne (periodeKalender, Opgave99) med
     *>         PERIODE_ULTIMO_DATO = maanedens sidste bankdag lukke
     *>         den igangvaerende maaned (og i december aaret) samme
     *>         nat, som ultimo-koerslen koeres. Aarsafslutningen
     *>         lukker aarets resterende maaneder og overfoerer hver
     *>         resultatkontos (type R) saldo for aaret til
     *>         EGENKAPITAL-KONTO med lukkeposteringer pr. 31/12 i
     *>         december-perioden - de listes i
     *>         FinansAarsafslutning.txt. Lukkede perioder registreres
     *>         i FinansPerioder.txt
     *>       - raabalancen pr. konto (akkumuleret debet, kredit og
     *>         saldo) skrives hver koersel til Raabalance.txt med
     *>         kontrol af, at debet og kredit gaar op
     *>     Posterings- og lukkefilen arkiveres datostemplet og
     *>     toemmes efter behandlingen, saa en gentaget koersel ikke
     *>     bogfoerer dobbelt - arkivet FinansPosteringerBogfoert_<ts>
     *>     er finans' kopi af den bogfoerte fil.

      environment division.
      input-output section.
      file-control.
           select optional Posteringer-In
               assign to "text-files/FinansPosteringer.txt"
               organization is line sequential.
           select Posteringer-Arkiv-Out
               assign to dynamic POSTERINGER-ARKIV-NAVN
               organization is line sequential.
           select optional Lukning-In
               assign to "text-files/FinansLukning.txt"
               organization is line sequential.
           select Lukning-Arkiv-Out
               assign to dynamic LUKNING-ARKIV-NAVN
               organization is line sequential.
           select optional Kontoplan-In
               assign to "text-files/FinansKontoplan.txt"
               organization is line sequential.
           select optional Hovedbog-In
               assign to "text-files/FinansHovedbog.txt"
               organization is line sequential.
           select Hovedbog-Out
               assign to "text-files/FinansHovedbog.txt"
               organization is line sequential.
           select optional Perioder-In
               assign to "text-files/FinansPerioder.txt"
               organization is line sequential.
           select Perioder-Out
               assign to "text-files/FinansPerioder.txt"
               organization is line sequential.
           select Afvisning-Out
               assign to "text-files/FinansAfvisninger.txt"
               organization is line sequential.
           select Raabalance-Out
               assign to "text-files/Raabalance.txt"
               organization is line sequential.
           select Aarsafslutning-Out
               assign to "text-files/FinansAarsafslutning.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
     *> --- Samme linjelayout som skriv-finans-posteringer i ---
     *> --- opgave10.cob: PST- og TRL-linjer ---
      fd Posteringer-In.
      01 Postering-Linje.
           02 PST-TAG-IN            pic x(3).
           02 PST-DATO-IN           pic x(10).
           02 PST-KONTO-IN          pic x(6).
           02 PST-DK-IN             pic x.
           02 PST-BELOB-IN          pic 9(13)v99.
           02 PST-TEKST-IN          pic x(20).
           02 FILLER                pic x(45).
      01 Postering-Trl-Linje.
           02 TRL-TAG-IN            pic x(3).
           02 TRL-ANTAL-IN          pic 9(7).
           02 TRL-DEBET-IN          pic 9(13)v99.
           02 TRL-KREDIT-IN         pic 9(13)v99.
           02 FILLER                pic x(60).
      fd Posteringer-Arkiv-Out.
      01 Posteringer-Arkiv-Linje   pic x(100).
      fd Lukning-In.
      01 Lukning-Linje.
           02 LUK-TYPE-IN           pic x.
           02 FILLER                pic x.
           02 LUK-PERIODE-IN        pic x(7).
      fd Lukning-Arkiv-Out.
      01 Lukning-Arkiv-Linje       pic x(9).
      fd Kontoplan-In.
      01 Kontoplan-Linje.
           02 KPF-KONTO-IN          pic x(6).
           02 KPF-TYPE-IN           pic x.
           02 KPF-NAVN-IN           pic x(30).
      fd Hovedbog-In.
      01 Hovedbog-Linje.
           02 HB-KONTO-IN           pic x(6).
           02 HB-PERIODE-IN         pic x(7).
           02 HB-DEBET-IN           pic 9(13)v99.
           02 HB-KREDIT-IN          pic 9(13)v99.
      fd Hovedbog-Out.
      01 Hovedbog-Linje-Ud.
           02 HB-KONTO-UD           pic x(6).
           02 HB-PERIODE-UD         pic x(7).
           02 HB-DEBET-UD           pic 9(13)v99.
           02 HB-KREDIT-UD          pic 9(13)v99.
      fd Perioder-In.
      01 Periode-Linje.
           02 PER-PERIODE-IN        pic x(7).
           02 PER-TYPE-IN           pic x.
           02 PER-LUKKET-DATO-IN    pic x(10).
      fd Perioder-Out.
      01 Periode-Linje-Ud.
           02 PER-PERIODE-UD        pic x(7).
           02 PER-TYPE-UD           pic x.
           02 PER-LUKKET-DATO-UD    pic x(10).
      fd Afvisning-Out.
      01 Afvisning-Linje           pic x(200) value spaces.
      fd Raabalance-Out.
      01 Raabalance-Linje          pic x(132) value spaces.
      fd Aarsafslutning-Out.
      01 Aarsafslutning-Linje      pic x(100) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-posteringer    pic x value "N".
           88 end-of-file-posteringer value "Y".
      01 EOF-check-lukning        pic x value "N".
           88 end-of-file-lukning value "Y".
      01 EOF-check-kontoplan      pic x value "N".
           88 end-of-file-kontoplan value "Y".
      01 EOF-check-hovedbog       pic x value "N".
           88 end-of-file-hovedbog value "Y".
      01 EOF-check-perioder       pic x value "N".
           88 end-of-file-perioder value "Y".
      01 pos                      pic 9(4) value 1.
      01 ARKIV-TIDSSTEMPEL        pic x(21) value spaces.
      01 POSTERINGER-ARKIV-NAVN   pic x(100) value spaces.
      01 LUKNING-ARKIV-NAVN       pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 DAGS-PERIODE             pic x(7)  value spaces.
     *> --- Maanedens sidste bankdag fra periodekaeden - blank i den ---
     *> --- almindelige natkoersel ---
      01 PERIODE-ULTIMO-DATO      pic x(10) value spaces.
     *> --- Kontoplanen - standardkontiene plus FinansKontoplan.txt ---
      01 Finans-Kontoplan.
           copy "Opgave10/Copybooks/FinansKontoplan.cpy".
      01 Kontoplan-Tabel.
           02 KPL-ANTAL            pic 9(3) value 0.
           02 KPL-POST OCCURS 500 TIMES.
              03 KPL-KONTO         pic x(6).
              03 KPL-TYPE          pic x.
                 88 KPL-RESULTATKONTO value "R".
              03 KPL-NAVN          pic x(30).
              03 KPL-DEBET-DKK     pic s9(13)v99 COMP-3.
              03 KPL-KREDIT-DKK    pic s9(13)v99 COMP-3.
      01 MAX-KONTOPLAN            pic 9(3) value 500.
      01 KPL-INDEX                pic 9(3) value 0.
      01 KPL-FUND-FLAG            pic x value "N".
           88 KPL-FUNDET          value "J".
           88 KPL-IKKE-FUNDET     value "N".
      01 KPL-OPSLAG-KONTO         pic x(6) value spaces.
      01 Kontoplan-Swap.
           02 SWAP-KONTO           pic x(6).
           02 SWAP-TYPE            pic x.
           02 SWAP-NAVN            pic x(30).
      01 SORT-I                   pic 9(3) value 0.
      01 SORT-J                   pic 9(3) value 0.
     *> --- Hovedbogen: saldo pr. konto og periode ---
      01 Hovedbog-Tabel.
           02 HB-ANTAL             pic 9(5) value 0.
           02 HB-POST OCCURS 20000 TIMES.
              03 HB-KONTO          pic x(6).
              03 HB-PERIODE        pic x(7).
              03 HB-DEBET-DKK      pic s9(13)v99 COMP-3.
              03 HB-KREDIT-DKK     pic s9(13)v99 COMP-3.
      01 MAX-HOVEDBOG             pic 9(5) value 20000.
      01 HB-INDEX                 pic 9(5) value 0.
      01 HB-FUND-FLAG             pic x value "N".
           88 HB-FUNDET           value "J".
           88 HB-IKKE-FUNDET      value "N".
     *> --- Lukkede perioder: "yyyy-mm"/M og "yyyy"/A ---
      01 Periode-Tabel.
           02 PER-ANTAL            pic 9(4) value 0.
           02 PER-POST OCCURS 2000 TIMES.
              03 PER-PERIODE       pic x(7).
              03 PER-TYPE          pic x.
              03 PER-LUKKET-DATO   pic x(10).
      01 MAX-PERIODER             pic 9(4) value 2000.
      01 PER-INDEX                pic 9(4) value 0.
      01 PER-FUND-FLAG            pic x value "N".
           88 PER-FUNDET          value "J".
           88 PER-IKKE-FUNDET     value "N".
      01 PER-OPSLAG-PERIODE       pic x(7) value spaces.
     *> --- Den aktuelle batch, holdt til dens TRL-linje ---
      01 Batch-Tabel.
           02 BT-ANTAL             pic 9(5) value 0.
           02 BT-POST OCCURS 5000 TIMES.
              03 BT-DATO           pic x(10).
              03 BT-KONTO          pic x(6).
              03 BT-DK             pic x.
              03 BT-BELOB-DKK      pic 9(13)v99.
              03 BT-TEKST          pic x(20).
      01 MAX-BATCH                pic 9(5) value 5000.
      01 BT-INDEX                 pic 9(5) value 0.
     *> --- Tabellen toemmes efter hver batch - den stoerste batch ---
     *> --- i koerslen er det, skriv-kapacitet rapporterer ---
      01 BT-HOEJVANDE             pic 9(5) value 0.
      01 BATCH-NR                 pic 9(5) value 0.
      01 BATCH-DEBET-DKK          pic s9(13)v99 COMP-3 value 0.
      01 BATCH-KREDIT-DKK         pic s9(13)v99 COMP-3 value 0.
      01 BATCH-FLAG               pic x value "N".
           88 BATCH-GODKENDT      value "J".
           88 BATCH-AFVIST        value "N".
      01 BATCH-OVERLOEB-FLAG      pic x value "N".
           88 BATCH-OVERLOEBET    value "J".
      01 AFVIS-BETINGELSE         pic x(40) value spaces.
      01 AFVIS-KONTO              pic x(6)  value spaces.
     *> --- Bogfoering af een linje ---
      01 BOG-KONTO                pic x(6)  value spaces.
      01 BOG-PERIODE              pic x(7)  value spaces.
      01 BOG-DK                   pic x     value spaces.
      01 BOG-BELOB-DKK            pic s9(13)v99 COMP-3 value 0.
     *> --- Periodeluk ---
      01 LUK-TYPE                 pic x     value spaces.
      01 LUK-PERIODE              pic x(7)  value spaces.
      01 LUK-AAR                  pic x(4)  value spaces.
      01 LUK-MD                   pic 9(2)  value 0.
      01 LUK-MD-PERIODE           pic x(7)  value spaces.
      01 AARETS-SALDO-DKK         pic s9(13)v99 COMP-3 value 0.
      01 LUK-DEBET-SUM-DKK        pic s9(13)v99 COMP-3 value 0.
      01 LUK-KREDIT-SUM-DKK       pic s9(13)v99 COMP-3 value 0.
      01 LUK-ANTAL-POSTERINGER    pic 9(7) value 0.
      01 AARSAFSLUTNING-FLAG      pic x value "N".
           88 AARSAFSLUTNING-AABEN value "J".
      01 Lukke-Postering.
           02 LP-TAG               pic x(3)  value "PST".
           02 LP-DATO              pic x(10) value spaces.
           02 LP-KONTO             pic x(6)  value spaces.
           02 LP-DK                pic x     value spaces.
           02 LP-BELOB             pic 9(13)v99 value 0.
           02 LP-TEKST             pic x(20) value spaces.
      01 Lukke-Trailer.
           02 FILLER               pic x(3)  value "TRL".
           02 LT-ANTAL             pic 9(7)  value 0.
           02 LT-DEBET             pic 9(13)v99 value 0.
           02 LT-KREDIT            pic 9(13)v99 value 0.
     *> --- Raabalancen ---
      01 SALDO-DKK                pic s9(13)v99 COMP-3 value 0.
      01 TOTAL-DEBET-DKK          pic s9(15)v99 COMP-3 value 0.
      01 TOTAL-KREDIT-DKK         pic s9(15)v99 COMP-3 value 0.
      01 TOTAL-DIFFERENCE-DKK     pic s9(15)v99 COMP-3 value 0.
      01 BELOB-E                  pic -(14)9.99.
      01 BELOB-2-E                pic -(14)9.99.
      01 BELOB-3-E                pic -(14)9.99.
      01 Raabalance-Konto-Linje.
           02 RB-KONTO             pic x(6).
           02 FILLER               pic x     value space.
           02 RB-NAVN              pic x(30).
           02 FILLER               pic x     value space.
           02 RB-TYPE              pic x.
           02 FILLER               pic x     value space.
           02 RB-DEBET             pic -(14)9.99.
           02 FILLER               pic x     value space.
           02 RB-KREDIT            pic -(14)9.99.
           02 FILLER               pic x     value space.
           02 RB-SALDO             pic -(14)9.99.
     *> --- Taellere ---
      01 ANTAL-LINJER-LAEST       pic 9(7) value 0.
      01 ANTAL-BATCHES            pic 9(5) value 0.
      01 ANTAL-BATCHES-AFVIST     pic 9(5) value 0.
      01 ANTAL-BOGFOERT           pic 9(7) value 0.
      01 ANTAL-LUKKET-AFVIST      pic 9(7) value 0.
      01 ANTAL-LUKNINGER          pic 9(5) value 0.
      01 ANTAL-LUKNINGER-AFVIST   pic 9(5) value 0.
      01 ANTAL-AFVISNINGER        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: kontoplan, hovedbog og perioder ind, ---
     *> --- nattens batches bogfoeres, bestilte periodeluk udfoeres, ---
     *> --- og hovedbog, perioder og raabalance skrives ---
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
           move DAGS-DATO (1:7) to DAGS-PERIODE
           accept PERIODE-ULTIMO-DATO
               from environment "PERIODE_ULTIMO_DATO"
           perform indlæs-kontoplan
           perform sorter-kontoplan
           perform indlæs-hovedbog
           perform indlæs-perioder
           open output Afvisning-Out
           perform bogfoer-posteringer
           perform udfoer-periodeluk
           close Afvisning-Out
           perform skriv-hovedbog
           perform skriv-perioder
           perform skriv-raabalance
           display "Finanshovedbog: " ANTAL-BATCHES " batch(es), "
               ANTAL-BATCHES-AFVIST " afvist, " ANTAL-BOGFOERT
               " postering(er) bogfoert, " ANTAL-LUKKET-AFVIST
               " i lukket periode, " ANTAL-LUKNINGER
               " periodeluk (" ANTAL-LUKNINGER-AFVIST " afvist)"
           if ANTAL-AFVISNINGER > 0
               display "Finanshovedbog: " ANTAL-AFVISNINGER
                   " afvisning(er) - se text-files/FinansAfvisninger.txt"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "Finanshovedbog: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- Standardkontiene foerst, saa FinansKontoplan.txt - en ---
     *> --- kendt konto faar sin type og sit navn overstyret ---
      indlæs-kontoplan.
           move 0 to KPL-ANTAL
           perform varying KPS-INDEX from 1 by 1
               until KPS-INDEX > ANTAL-KONTOPLAN-STD
               add 1 to KPL-ANTAL
               move KPS-KONTO (KPS-INDEX) to KPL-KONTO (KPL-ANTAL)
               move KPS-TYPE (KPS-INDEX) to KPL-TYPE (KPL-ANTAL)
               move KPS-NAVN (KPS-INDEX) to KPL-NAVN (KPL-ANTAL)
           end-perform
           move "N" to EOF-check-kontoplan
           open input Kontoplan-In
           perform until end-of-file-kontoplan
               read Kontoplan-In
                   at end move "Y" to EOF-check-kontoplan
                   not at end
                       if KPF-KONTO-IN not = spaces
                           perform gem-kontoplan-linje
                       end-if
               end-read
           end-perform
           close Kontoplan-In
           exit.

      gem-kontoplan-linje.
           move KPF-KONTO-IN to KPL-OPSLAG-KONTO
           perform find-konto
           if KPL-IKKE-FUNDET
               if KPL-ANTAL not < MAX-KONTOPLAN
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to KPL-ANTAL
               move KPL-ANTAL to KPL-INDEX
               move KPF-KONTO-IN to KPL-KONTO (KPL-INDEX)
           end-if
           move KPF-TYPE-IN to KPL-TYPE (KPL-INDEX)
           move KPF-NAVN-IN to KPL-NAVN (KPL-INDEX)
           exit.

      find-konto.
           set KPL-IKKE-FUNDET to TRUE
           perform varying KPL-INDEX from 1 by 1
               until KPL-FUNDET or KPL-INDEX > KPL-ANTAL
               if KPL-KONTO (KPL-INDEX) = KPL-OPSLAG-KONTO
                   set KPL-FUNDET to TRUE
               end-if
           end-perform
           if KPL-FUNDET
               subtract 1 from KPL-INDEX
           end-if
           exit.

     *> --- Boblesortering efter kontonummer, saa raabalancen ---
     *> --- staar i kontoplanens orden ---
      sorter-kontoplan.
           perform varying SORT-I from 1 by 1
               until SORT-I >= KPL-ANTAL
               perform varying SORT-J from 1 by 1
                   until SORT-J > KPL-ANTAL - SORT-I
                   if KPL-KONTO (SORT-J) > KPL-KONTO (SORT-J + 1)
                       move KPL-KONTO (SORT-J) to SWAP-KONTO
                       move KPL-TYPE (SORT-J) to SWAP-TYPE
                       move KPL-NAVN (SORT-J) to SWAP-NAVN
                       move KPL-KONTO (SORT-J + 1) to KPL-KONTO (SORT-J)
                       move KPL-TYPE (SORT-J + 1) to KPL-TYPE (SORT-J)
                       move KPL-NAVN (SORT-J + 1) to KPL-NAVN (SORT-J)
                       move SWAP-KONTO to KPL-KONTO (SORT-J + 1)
                       move SWAP-TYPE to KPL-TYPE (SORT-J + 1)
                       move SWAP-NAVN to KPL-NAVN (SORT-J + 1)
                   end-if
               end-perform
           end-perform
           exit.

      indlæs-hovedbog.
           move 0 to HB-ANTAL
           move "N" to EOF-check-hovedbog
           open input Hovedbog-In
           perform until end-of-file-hovedbog
               read Hovedbog-In
                   at end move "Y" to EOF-check-hovedbog
                   not at end
                       if HB-KONTO-IN not = spaces
                           if HB-ANTAL < MAX-HOVEDBOG
                               add 1 to HB-ANTAL
                               move HB-KONTO-IN to HB-KONTO (HB-ANTAL)
                               move HB-PERIODE-IN
                                   to HB-PERIODE (HB-ANTAL)
                               move HB-DEBET-IN
                                   to HB-DEBET-DKK (HB-ANTAL)
                               move HB-KREDIT-IN
                                   to HB-KREDIT-DKK (HB-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Hovedbog-In
           exit.

      indlæs-perioder.
           move 0 to PER-ANTAL
           move "N" to EOF-check-perioder
           open input Perioder-In
           perform until end-of-file-perioder
               read Perioder-In
                   at end move "Y" to EOF-check-perioder
                   not at end
                       if PER-PERIODE-IN not = spaces
                           if PER-ANTAL < MAX-PERIODER
                               add 1 to PER-ANTAL
                               move PER-PERIODE-IN
                                   to PER-PERIODE (PER-ANTAL)
                               move PER-TYPE-IN to PER-TYPE (PER-ANTAL)
                               move PER-LUKKET-DATO-IN
                                   to PER-LUKKET-DATO (PER-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Perioder-In
           exit.

      find-periode.
           set PER-IKKE-FUNDET to TRUE
           perform varying PER-INDEX from 1 by 1
               until PER-FUNDET or PER-INDEX > PER-ANTAL
               if PER-PERIODE (PER-INDEX) = PER-OPSLAG-PERIODE
                   set PER-FUNDET to TRUE
               end-if
           end-perform
           exit.

     *> --- Laeser posteringsfilen batch for batch og arkiverer ---
     *> --- den bagefter ---
      bogfoer-posteringer.
           move 0 to BT-ANTAL
           move "N" to BATCH-OVERLOEB-FLAG
           move "N" to EOF-check-posteringer
           open input Posteringer-In
           perform until end-of-file-posteringer
               read Posteringer-In
                   at end move "Y" to EOF-check-posteringer
                   not at end
                       add 1 to ANTAL-LINJER-LAEST
                       evaluate PST-TAG-IN
                           when "PST"
                               perform gem-batch-linje
                           when "TRL"
                               perform afslut-batch
                       end-evaluate
               end-read
           end-perform
           close Posteringer-In
     *> --- PST-linjer uden afsluttende TRL er en afbrudt skrivning ---
           if BT-ANTAL > 0
               add 1 to ANTAL-BATCHES
               add 1 to BATCH-NR
               move "FINANS-BATCH-UDEN-TRL" to AFVIS-BETINGELSE
               move spaces to AFVIS-KONTO
               perform afvis-batch
           end-if
           if ANTAL-LINJER-LAEST > 0
               perform arkiver-og-toem-posteringer
           end-if
           exit.

      gem-batch-linje.
           if BT-ANTAL not < MAX-BATCH
               set BATCH-OVERLOEBET to TRUE
               exit paragraph
           end-if
           add 1 to BT-ANTAL
           if BT-ANTAL > BT-HOEJVANDE
               move BT-ANTAL to BT-HOEJVANDE
           end-if
           move PST-DATO-IN to BT-DATO (BT-ANTAL)
           move PST-KONTO-IN to BT-KONTO (BT-ANTAL)
           move PST-DK-IN to BT-DK (BT-ANTAL)
           move PST-BELOB-IN to BT-BELOB-DKK (BT-ANTAL)
           move PST-TEKST-IN to BT-TEKST (BT-ANTAL)
           exit.

     *> --- Kontrollerer batchen mod sin TRL og bogfoerer den, ---
     *> --- hvis den holder ---
      afslut-batch.
           add 1 to ANTAL-BATCHES
           add 1 to BATCH-NR
           move 0 to BATCH-DEBET-DKK
           move 0 to BATCH-KREDIT-DKK
           set BATCH-GODKENDT to TRUE
           move spaces to AFVIS-BETINGELSE
           move spaces to AFVIS-KONTO
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               evaluate BT-DK (BT-INDEX)
                   when "D"
                       add BT-BELOB-DKK (BT-INDEX) to BATCH-DEBET-DKK
                   when "K"
                       add BT-BELOB-DKK (BT-INDEX) to BATCH-KREDIT-DKK
                   when other
                       if BATCH-GODKENDT
                           set BATCH-AFVIST to TRUE
                           move "FINANS-DK-UGYLDIG" to AFVIS-BETINGELSE
                           move BT-KONTO (BT-INDEX) to AFVIS-KONTO
                       end-if
               end-evaluate
               move BT-KONTO (BT-INDEX) to KPL-OPSLAG-KONTO
               perform find-konto
               if KPL-IKKE-FUNDET and BATCH-GODKENDT
                   set BATCH-AFVIST to TRUE
                   move "FINANS-KONTO-UKENDT" to AFVIS-BETINGELSE
                   move BT-KONTO (BT-INDEX) to AFVIS-KONTO
               end-if
               if BATCH-GODKENDT
                   and (BT-DATO (BT-INDEX) (1:4) is not numeric
                       or BT-DATO (BT-INDEX) (6:2) < "01"
                       or BT-DATO (BT-INDEX) (6:2) > "12")
                   set BATCH-AFVIST to TRUE
                   move "FINANS-DATO-UGYLDIG" to AFVIS-BETINGELSE
                   move BT-KONTO (BT-INDEX) to AFVIS-KONTO
               end-if
           end-perform
           if BATCH-OVERLOEBET
               set BATCH-AFVIST to TRUE
               move "FINANS-BATCH-FOR-STOR" to AFVIS-BETINGELSE
           end-if
           if BATCH-GODKENDT
               and (TRL-ANTAL-IN not = BT-ANTAL
                   or TRL-DEBET-IN not = BATCH-DEBET-DKK
                   or TRL-KREDIT-IN not = BATCH-KREDIT-DKK)
               set BATCH-AFVIST to TRUE
               move "FINANS-TRL-AFVIGER" to AFVIS-BETINGELSE
           end-if
           if BATCH-GODKENDT
               and BATCH-DEBET-DKK not = BATCH-KREDIT-DKK
               set BATCH-AFVIST to TRUE
               move "FINANS-BATCH-UBALANCE" to AFVIS-BETINGELSE
           end-if
           if BATCH-GODKENDT
               perform bogfoer-batch
           else
               perform afvis-batch
           end-if
           move 0 to BT-ANTAL
           move "N" to BATCH-OVERLOEB-FLAG
           exit.

      bogfoer-batch.
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               move BT-DATO (BT-INDEX) (1:7) to PER-OPSLAG-PERIODE
               perform find-periode
               if PER-FUNDET
                   add 1 to ANTAL-LUKKET-AFVIST
                   move "FINANS-PERIODE-LUKKET" to AFVIS-BETINGELSE
                   perform skriv-linje-afvisning
               else
                   move BT-KONTO (BT-INDEX) to BOG-KONTO
                   move BT-DATO (BT-INDEX) (1:7) to BOG-PERIODE
                   move BT-DK (BT-INDEX) to BOG-DK
                   move BT-BELOB-DKK (BT-INDEX) to BOG-BELOB-DKK
                   perform bogfoer-linje
                   add 1 to ANTAL-BOGFOERT
               end-if
           end-perform
           exit.

     *> --- Lægger een debet- eller kreditpostering paa konto/periode ---
      bogfoer-linje.
           set HB-IKKE-FUNDET to TRUE
           perform varying HB-INDEX from 1 by 1
               until HB-FUNDET or HB-INDEX > HB-ANTAL
               if HB-KONTO (HB-INDEX) = BOG-KONTO
                   and HB-PERIODE (HB-INDEX) = BOG-PERIODE
                   set HB-FUNDET to TRUE
               end-if
           end-perform
           if HB-FUNDET
               subtract 1 from HB-INDEX
           else
               if HB-ANTAL not < MAX-HOVEDBOG
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to HB-ANTAL
               move HB-ANTAL to HB-INDEX
               move BOG-KONTO to HB-KONTO (HB-INDEX)
               move BOG-PERIODE to HB-PERIODE (HB-INDEX)
               move 0 to HB-DEBET-DKK (HB-INDEX)
               move 0 to HB-KREDIT-DKK (HB-INDEX)
           end-if
           if BOG-DK = "D"
               add BOG-BELOB-DKK to HB-DEBET-DKK (HB-INDEX)
           else
               add BOG-BELOB-DKK to HB-KREDIT-DKK (HB-INDEX)
           end-if
           exit.

     *> --- Hele batchen afvises - een linje for batchen og een ---
     *> --- pr. postering, saa finans kan rette og genindsende ---
      afvis-batch.
           add 1 to ANTAL-BATCHES-AFVIST
           move BATCH-DEBET-DKK to BELOB-E
           move BATCH-KREDIT-DKK to BELOB-2-E
           move spaces to Afvisning-Linje
           move 1 to pos
           string
               "BETINGELSE="              delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " BATCH="                  delimited by size
               BATCH-NR                   delimited by size
               " ANTAL="                  delimited by size
               BT-ANTAL                   delimited by size
               " DEBET="                  delimited by size
               function TRIM(BELOB-E)     delimited by size
               " KREDIT="                 delimited by size
               function TRIM(BELOB-2-E)   delimited by size
                  into Afvisning-Linje
                  with pointer pos
           end-string
           if AFVIS-KONTO not = spaces
               string
                   " KONTO="              delimited by size
                   AFVIS-KONTO            delimited by size
                      into Afvisning-Linje
                      with pointer pos
               end-string
           end-if
           write Afvisning-Linje
           add 1 to ANTAL-AFVISNINGER
           perform varying BT-INDEX from 1 by 1
               until BT-INDEX > BT-ANTAL
               perform skriv-linje-afvisning
           end-perform
           exit.

      skriv-linje-afvisning.
           move BT-BELOB-DKK (BT-INDEX) to BELOB-E
           move spaces to Afvisning-Linje
           move 1 to pos
           string
               "BETINGELSE="              delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " BATCH="                  delimited by size
               BATCH-NR                   delimited by size
               " DATO="                   delimited by size
               BT-DATO (BT-INDEX)         delimited by size
               " KONTO="                  delimited by size
               BT-KONTO (BT-INDEX)        delimited by size
               " DK="                     delimited by size
               BT-DK (BT-INDEX)           delimited by size
               " BELOB="                  delimited by size
               function TRIM(BELOB-E)     delimited by size
               " TEKST="                  delimited by size
               function TRIM(BT-TEKST (BT-INDEX)) delimited by size
                  into Afvisning-Linje
                  with pointer pos
           end-string
           write Afvisning-Linje
           add 1 to ANTAL-AFVISNINGER
           exit.

     *> --- Bestilte periodeluk fra FinansLukning.txt ---
      udfoer-periodeluk.
           move "N" to EOF-check-lukning
           open input Lukning-In
           perform until end-of-file-lukning
               read Lukning-In
                   at end move "Y" to EOF-check-lukning
                   not at end
                       if Lukning-Linje not = spaces
                           perform behandl-en-lukning
                       end-if
               end-read
           end-perform
           close Lukning-In
           if AARSAFSLUTNING-AABEN
               move LUK-ANTAL-POSTERINGER to LT-ANTAL
               move LUK-DEBET-SUM-DKK to LT-DEBET
               move LUK-KREDIT-SUM-DKK to LT-KREDIT
               write Aarsafslutning-Linje from Lukke-Trailer
               close Aarsafslutning-Out
           end-if
           if ANTAL-LUKNINGER + ANTAL-LUKNINGER-AFVIST > 0
               perform arkiver-og-toem-lukning
           end-if
           exit.

      behandl-en-lukning.
           move LUK-TYPE-IN to LUK-TYPE
           move LUK-PERIODE-IN to LUK-PERIODE
           evaluate LUK-TYPE
               when "M"
                   if LUK-PERIODE (1:4) is not numeric
                       or LUK-PERIODE (5:1) not = "-"
                       or LUK-PERIODE (6:2) < "01"
                       or LUK-PERIODE (6:2) > "12"
                       move "FINANS-LUKNING-UGYLDIG" to AFVIS-BETINGELSE
                       perform afvis-lukning
                       exit paragraph
                   end-if
                   if LUK-PERIODE not < DAGS-PERIODE
                       and not (LUK-PERIODE = DAGS-PERIODE
                           and PERIODE-ULTIMO-DATO (1:7) = DAGS-PERIODE)
                       move "FINANS-LUKNING-FOR-TIDLIG"
                           to AFVIS-BETINGELSE
                       perform afvis-lukning
                       exit paragraph
                   end-if
                   move LUK-PERIODE to PER-OPSLAG-PERIODE
                   perform find-periode
                   if PER-FUNDET
                       move "FINANS-PERIODE-ALLEREDE-LUKKET"
                           to AFVIS-BETINGELSE
                       perform afvis-lukning
                       exit paragraph
                   end-if
                   move LUK-PERIODE to LUK-MD-PERIODE
                   perform luk-maaned
                   add 1 to ANTAL-LUKNINGER
               when "A"
                   move LUK-PERIODE (1:4) to LUK-AAR
                   if LUK-AAR is not numeric
                       or LUK-PERIODE (5:3) not = spaces
                       move "FINANS-LUKNING-UGYLDIG" to AFVIS-BETINGELSE
                       perform afvis-lukning
                       exit paragraph
                   end-if
                   if LUK-AAR not < DAGS-DATO (1:4)
                       and not (LUK-AAR = DAGS-DATO (1:4)
                           and PERIODE-ULTIMO-DATO (1:7) = DAGS-PERIODE
                           and DAGS-PERIODE (6:2) = "12")
                       move "FINANS-LUKNING-FOR-TIDLIG"
                           to AFVIS-BETINGELSE
                       perform afvis-lukning
                       exit paragraph
                   end-if
                   move spaces to PER-OPSLAG-PERIODE
                   move LUK-AAR to PER-OPSLAG-PERIODE
                   perform find-periode
                   if PER-FUNDET
                       move "FINANS-PERIODE-ALLEREDE-LUKKET"
                           to AFVIS-BETINGELSE
                       perform afvis-lukning
                       exit paragraph
                   end-if
                   perform afslut-aar
                   add 1 to ANTAL-LUKNINGER
               when other
                   move "FINANS-LUKNING-UGYLDIG" to AFVIS-BETINGELSE
                   perform afvis-lukning
           end-evaluate
           exit.

      afvis-lukning.
           add 1 to ANTAL-LUKNINGER-AFVIST
           move spaces to Afvisning-Linje
           move 1 to pos
           string
               "BETINGELSE="              delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " LUKNING="                delimited by size
               LUK-TYPE                   delimited by size
               " PERIODE="                delimited by size
               function TRIM(LUK-PERIODE) delimited by size
                  into Afvisning-Linje
                  with pointer pos
           end-string
           write Afvisning-Linje
           add 1 to ANTAL-AFVISNINGER
           exit.

     *> --- Registrerer LUK-MD-PERIODE som lukket ---
      luk-maaned.
           if PER-ANTAL not < MAX-PERIODER
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to PER-ANTAL
           move LUK-MD-PERIODE to PER-PERIODE (PER-ANTAL)
           move "M" to PER-TYPE (PER-ANTAL)
           move DAGS-DATO to PER-LUKKET-DATO (PER-ANTAL)
           display "Finanshovedbog: periode " LUK-MD-PERIODE " lukket"
           exit.

     *> --- Aarsafslutning: resultatkontiene nulstilles mod ---
     *> --- egenkapitalen i december-perioden, FOER aarets ---
     *> --- resterende maaneder lukkes ---
      afslut-aar.
           if not AARSAFSLUTNING-AABEN
               open output Aarsafslutning-Out
               set AARSAFSLUTNING-AABEN to TRUE
           end-if
           move spaces to Aarsafslutning-Linje
           move 1 to pos
           string
               "--- Aarsafslutning "      delimited by size
               LUK-AAR                    delimited by size
               " - "                      delimited by size
               DAGS-DATO                  delimited by size
               " ---"                     delimited by size
                  into Aarsafslutning-Linje
                  with pointer pos
           end-string
           write Aarsafslutning-Linje
           move spaces to LP-DATO
           string
               LUK-AAR                    delimited by size
               "-12-31"                   delimited by size
                  into LP-DATO
           end-string
           move spaces to BOG-PERIODE
           string
               LUK-AAR                    delimited by size
               "-12"                      delimited by size
                  into BOG-PERIODE
           end-string
           perform varying KPL-INDEX from 1 by 1
               until KPL-INDEX > KPL-ANTAL
               if KPL-RESULTATKONTO (KPL-INDEX)
                   perform overfoer-resultatkonto
               end-if
           end-perform
           perform varying LUK-MD from 1 by 1 until LUK-MD > 12
               move spaces to LUK-MD-PERIODE
               string
                   LUK-AAR                delimited by size
                   "-"                    delimited by size
                   LUK-MD                 delimited by size
                      into LUK-MD-PERIODE
               end-string
               move LUK-MD-PERIODE to PER-OPSLAG-PERIODE
               perform find-periode
               if PER-IKKE-FUNDET
                   perform luk-maaned
               end-if
           end-perform
           if PER-ANTAL < MAX-PERIODER
               add 1 to PER-ANTAL
               move spaces to PER-PERIODE (PER-ANTAL)
               move LUK-AAR to PER-PERIODE (PER-ANTAL)
               move "A" to PER-TYPE (PER-ANTAL)
               move DAGS-DATO to PER-LUKKET-DATO (PER-ANTAL)
           else
               add 1 to ANTAL-TABEL-FULD
           end-if
           display "Finanshovedbog: aar " LUK-AAR " afsluttet"
           exit.

     *> --- Resultatkontoens saldo for aaret (debet - kredit) ---
     *> --- modposteres, og egenkapitalen tager den anden side ---
      overfoer-resultatkonto.
           move 0 to AARETS-SALDO-DKK
           perform varying HB-INDEX from 1 by 1
               until HB-INDEX > HB-ANTAL
               if HB-KONTO (HB-INDEX) = KPL-KONTO (KPL-INDEX)
                   and HB-PERIODE (HB-INDEX) (1:4) = LUK-AAR
                   add HB-DEBET-DKK (HB-INDEX) to AARETS-SALDO-DKK
                   subtract HB-KREDIT-DKK (HB-INDEX)
                       from AARETS-SALDO-DKK
               end-if
           end-perform
           if AARETS-SALDO-DKK = 0
               exit paragraph
           end-if
           move "Aarets resultat" to LP-TEKST
           if AARETS-SALDO-DKK > 0
     *> --- Debetsaldo (udgift): kredit resultatkontoen ---
               move KPL-KONTO (KPL-INDEX) to BOG-KONTO
               move "K" to BOG-DK
               move AARETS-SALDO-DKK to BOG-BELOB-DKK
               perform bogfoer-lukke-postering
               move EGENKAPITAL-KONTO to BOG-KONTO
               move "D" to BOG-DK
               perform bogfoer-lukke-postering
           else
     *> --- Kreditsaldo (indtaegt): debet resultatkontoen ---
               compute BOG-BELOB-DKK = AARETS-SALDO-DKK * -1
               move KPL-KONTO (KPL-INDEX) to BOG-KONTO
               move "D" to BOG-DK
               perform bogfoer-lukke-postering
               move EGENKAPITAL-KONTO to BOG-KONTO
               move "K" to BOG-DK
               perform bogfoer-lukke-postering
           end-if
           exit.

      bogfoer-lukke-postering.
           perform bogfoer-linje
           move BOG-KONTO to LP-KONTO
           move BOG-DK to LP-DK
           move BOG-BELOB-DKK to LP-BELOB
           write Aarsafslutning-Linje from Lukke-Postering
           add 1 to LUK-ANTAL-POSTERINGER
           if BOG-DK = "D"
               add BOG-BELOB-DKK to LUK-DEBET-SUM-DKK
           else
               add BOG-BELOB-DKK to LUK-KREDIT-SUM-DKK
           end-if
           exit.

      skriv-hovedbog.
           open output Hovedbog-Out
           perform varying HB-INDEX from 1 by 1
               until HB-INDEX > HB-ANTAL
               move HB-KONTO (HB-INDEX) to HB-KONTO-UD
               move HB-PERIODE (HB-INDEX) to HB-PERIODE-UD
               move HB-DEBET-DKK (HB-INDEX) to HB-DEBET-UD
               move HB-KREDIT-DKK (HB-INDEX) to HB-KREDIT-UD
               write Hovedbog-Linje-Ud
           end-perform
           close Hovedbog-Out
           exit.

      skriv-perioder.
           open output Perioder-Out
           perform varying PER-INDEX from 1 by 1
               until PER-INDEX > PER-ANTAL
               move PER-PERIODE (PER-INDEX) to PER-PERIODE-UD
               move PER-TYPE (PER-INDEX) to PER-TYPE-UD
               move PER-LUKKET-DATO (PER-INDEX) to PER-LUKKET-DATO-UD
               write Periode-Linje-Ud
           end-perform
           close Perioder-Out
           exit.

     *> --- Raabalancen: akkumuleret debet og kredit pr. konto over ---
     *> --- alle bogfoerte perioder - resultatkontiene er nulstillet ---
     *> --- for afsluttede aar, saa de viser det aabne aars resultat ---
      skriv-raabalance.
           perform varying KPL-INDEX from 1 by 1
               until KPL-INDEX > KPL-ANTAL
               move 0 to KPL-DEBET-DKK (KPL-INDEX)
               move 0 to KPL-KREDIT-DKK (KPL-INDEX)
           end-perform
           perform varying HB-INDEX from 1 by 1
               until HB-INDEX > HB-ANTAL
               move HB-KONTO (HB-INDEX) to KPL-OPSLAG-KONTO
               perform find-konto
               if KPL-FUNDET
                   add HB-DEBET-DKK (HB-INDEX)
                       to KPL-DEBET-DKK (KPL-INDEX)
                   add HB-KREDIT-DKK (HB-INDEX)
                       to KPL-KREDIT-DKK (KPL-INDEX)
               end-if
           end-perform
           move 0 to TOTAL-DEBET-DKK
           move 0 to TOTAL-KREDIT-DKK
           open output Raabalance-Out
           move spaces to Raabalance-Linje
           move 1 to pos
           string
               "=== Raabalance pr. "      delimited by size
               DAGS-DATO                  delimited by size
               " ==="                     delimited by size
                  into Raabalance-Linje
                  with pointer pos
           end-string
           write Raabalance-Linje
           move spaces to Raabalance-Linje
           move 1 to pos
           string
               "KONTO  NAVN                           T"
                                          delimited by size
               "              DEBET"      delimited by size
               "             KREDIT"      delimited by size
               "              SALDO"      delimited by size
                  into Raabalance-Linje
                  with pointer pos
           end-string
           write Raabalance-Linje
           perform varying KPL-INDEX from 1 by 1
               until KPL-INDEX > KPL-ANTAL
               move KPL-KONTO (KPL-INDEX) to RB-KONTO
               move KPL-NAVN (KPL-INDEX) to RB-NAVN
               move KPL-TYPE (KPL-INDEX) to RB-TYPE
               move KPL-DEBET-DKK (KPL-INDEX) to RB-DEBET
               move KPL-KREDIT-DKK (KPL-INDEX) to RB-KREDIT
               compute SALDO-DKK =
                   KPL-DEBET-DKK (KPL-INDEX) - KPL-KREDIT-DKK (KPL-INDEX)
               move SALDO-DKK to RB-SALDO
               write Raabalance-Linje from Raabalance-Konto-Linje
               add KPL-DEBET-DKK (KPL-INDEX) to TOTAL-DEBET-DKK
               add KPL-KREDIT-DKK (KPL-INDEX) to TOTAL-KREDIT-DKK
           end-perform
           compute TOTAL-DIFFERENCE-DKK =
               TOTAL-DEBET-DKK - TOTAL-KREDIT-DKK
           move TOTAL-DEBET-DKK to BELOB-E
           move TOTAL-KREDIT-DKK to BELOB-2-E
           move TOTAL-DIFFERENCE-DKK to BELOB-3-E
           move spaces to Raabalance-Linje
           move 1 to pos
           string
               "I ALT DEBET="             delimited by size
               function TRIM(BELOB-E)     delimited by size
               " KREDIT="                 delimited by size
               function TRIM(BELOB-2-E)   delimited by size
                  into Raabalance-Linje
                  with pointer pos
           end-string
           write Raabalance-Linje
           move spaces to Raabalance-Linje
           if TOTAL-DIFFERENCE-DKK = 0
               move "BALANCE: OK" to Raabalance-Linje
           else
               move 1 to pos
               string
                   "BALANCE: DIFFERENCE="  delimited by size
                   function TRIM(BELOB-3-E) delimited by size
                      into Raabalance-Linje
                      with pointer pos
               end-string
               display "Finanshovedbog: ADVARSEL - raabalancen gaar "
                   "ikke op, difference " function TRIM(BELOB-3-E)
           end-if
           write Raabalance-Linje
           close Raabalance-Out
           exit.

      arkiver-og-toem-posteringer.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to POSTERINGER-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/FinansPosteringerBogfoert_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into POSTERINGER-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-posteringer
           open input Posteringer-In
           open output Posteringer-Arkiv-Out
           perform until end-of-file-posteringer
               read Posteringer-In
                   at end move "Y" to EOF-check-posteringer
                   not at end
                       write Posteringer-Arkiv-Linje
                           from Postering-Linje
               end-read
           end-perform
           close Posteringer-Arkiv-Out
           close Posteringer-In
           open output Posteringer-In
           close Posteringer-In
           display "Finanshovedbog: posteringsfilen arkiveret til "
               function TRIM(POSTERINGER-ARKIV-NAVN)
           exit.

      arkiver-og-toem-lukning.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to LUKNING-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/FinansLukningBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into LUKNING-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-lukning
           open input Lukning-In
           open output Lukning-Arkiv-Out
           perform until end-of-file-lukning
               read Lukning-In
                   at end move "Y" to EOF-check-lukning
                   not at end
                       write Lukning-Arkiv-Linje from Lukning-Linje
               end-read
           end-perform
           close Lukning-Arkiv-Out
           close Lukning-In
           open output Lukning-In
           close Lukning-In
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
           move "finansHovedbog" to KAP-PROGRAM
           move "KONTOPLAN-TABEL" to KAP-TABEL
           move KPL-ANTAL to KAP-ANTAL
           move MAX-KONTOPLAN to KAP-MAX
           write Kapacitet-Linje
           move "HOVEDBOG-TABEL" to KAP-TABEL
           move HB-ANTAL to KAP-ANTAL
           move MAX-HOVEDBOG to KAP-MAX
           write Kapacitet-Linje
           move "PERIODE-TABEL" to KAP-TABEL
           move PER-ANTAL to KAP-ANTAL
           move MAX-PERIODER to KAP-MAX
           write Kapacitet-Linje
           move "BATCH-TABEL" to KAP-TABEL
           move BT-HOEJVANDE to KAP-ANTAL
           move MAX-BATCH to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
