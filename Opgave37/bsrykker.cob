     *>       - rykkergebyret bogføres som en rigtig GEBYR-transaktion
     *>         i Transaktioner.txt, mærket "RYK:<aftale-id>" i BUTIK
     *>         (samme sporbarheds-konvention som FAST:/BS:), med
     *>         dedup på (aftale, dato) mod de bestående posteringer,
     *>         og traekkes fra den disponible position
     *>         (DisponibelSaldo.txt - DisponibelTabel.cpy), som
     *>         skrives tilbage til de efterfoelgende intag-trin
     *>       - aftalen bliver stående i BSAftaler.txt, så næste
     *>         bsOpkraevning-kørsel automatisk opkræver det fejlede
     *>         beløb igen
           select Inkasso-Rapport-Out
               assign to "text-files/BSInkassoOverdragelse.txt"
               organization is line sequential.
     *> --- Den faelles disponible position pr. konto fra ---
     *> --- disponibelSaldo (Opgave61) - rykkergebyrerne traekkes ---
     *> --- fra, og positionen skrives frem til naeste intag-trin - ---
     *> --- se DisponibelTabel.cpy ---
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select Disponibel-Saldo-Out
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Inkasso-Rapport-Out.
      01 Inkasso-Rapport-Linje     pic x(200) value spaces.
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN       pic x(14).
           02 DP-BOGFOERT-IN       pic x(17).
           02 DP-DAGENS-IN         pic x(17).
           02 DP-RAMME-IN          pic x(17).
           02 DP-RESERVERET-IN     pic x(17).
      fd Disponibel-Saldo-Out.
      01 Disponibel-Saldo-Ud-Linje.
           02 DP-KONTO-ID-OUT      pic x(14).
           02 DP-BOGFOERT-OUT      pic x(17).
           02 DP-DAGENS-OUT        pic x(17).
           02 DP-RAMME-OUT         pic x(17).
           02 DP-RESERVERET-OUT    pic x(17).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-afvisninger    pic x value "N".
           88 end-of-file-afvisninger value "Y".
      01 EOF-check-aftaler        pic x value "N".
           88 GEBYR-DUBLET        value "Y".
           88 GEBYR-IKKE-DUBLET   value "N".
      01 BUTIK-MAERKE             pic x(20) value spaces.
     *> --- Den disponible position pr. konto ---
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
     *> --- Parse-felter for én afvisnings-linje ---
      01 Afvisning-Felter.
           02 AFV-FOER-TEKST       pic x(200) value spaces.
           perform indlæs-parametre
           perform indlæs-aftale-tabel
           perform indlæs-rykker-register
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
           perform indlæs-disponibel-saldo
           open output Inkasso-Rapport-Out
           write Inkasso-Rapport-Linje from
               "=== Inkasso-overdragelser - BS-aftaler over rykker-graensen ==="
           close Transaktion-Work-Out
           close Inkasso-Rapport-Out
           perform skriv-transaktioner-tilbage
           perform skriv-disponibel-saldo
           perform skriv-kaede-kontrol
           perform skriv-rykker-register
           display "BS-rykker: " ANTAL-AFVISNINGER
               ANTAL-GEBYR-DUBLET " gebyr-dublet(ter), "
               ANTAL-ESKALERET " eskaleret til inkasso - se "
               "text-files/BSInkassoOverdragelse.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
                   to VALOER-DATO of Transaktion-Work-Linje
               write Transaktion-Work-Linje
               add 1 to ANTAL-TRANS-GENERERET
     *> --- Gebyret traekkes fra den disponible position; et ---
     *> --- fremtidigt dateret taelles med af disponibelSaldo, ---
     *> --- naar dagen kommer ---
               if DSP-ANTAL > 0
                   and AFV-DATO not > DAGS-DATO
                   compute DISPONIBEL-POSTERING = RYKKER-GEBYR-DKK * -1
                   move AFT-KONTO-ID (AFT-INDEX)
                       to DISPONIBEL-OPSLAG-KONTO
                   perform bogfoer-disponibel
               end-if
           end-if
           exit.

           end-perform
           close Rykker-Register-Out
           exit.

     *> --- Indlaeser den disponible position fra disponibelSaldo ---
     *> --- (Opgave61) - se DisponibelTabel.cpy ---
      indlæs-disponibel-saldo.
           move 0 to DSP-ANTAL
           move "N" to EOF-check-disponibel
           open input Disponibel-Saldo-In
           perform until end-of-file-disponibel
               read Disponibel-Saldo-In
                   at end move "Y" to EOF-check-disponibel
                   not at end
                       if DSP-ANTAL < MAX-DISPONIBEL
                           add 1 to DSP-ANTAL
                           move DP-KONTO-ID-IN
                               to DSP-KONTO-ID (DSP-ANTAL)
                           move function NUMVAL(DP-BOGFOERT-IN)
                               to DSP-BOGFOERT-SALDO (DSP-ANTAL)
                           move function NUMVAL(DP-DAGENS-IN)
                               to DSP-DAGENS-BEVAEGELSE (DSP-ANTAL)
                           move function NUMVAL(DP-RAMME-IN)
                               to DSP-RAMME-DKK (DSP-ANTAL)
                           move function NUMVAL(DP-RESERVERET-IN)
                               to DSP-RESERVERET-DKK (DSP-ANTAL)
                       end-if
               end-read
           end-perform
           close Disponibel-Saldo-In
           exit.

      find-disponibel-for-konto.
           set KONTO-UDEN-POSITION to TRUE
           move 0 to DISPONIBEL-AKTUEL
           perform varying DSP-INDEX from 1 by 1
               until KONTO-HAR-POSITION or DSP-INDEX > DSP-ANTAL
               if DSP-KONTO-ID (DSP-INDEX) = DISPONIBEL-OPSLAG-KONTO
                   set KONTO-HAR-POSITION to TRUE
               end-if
           end-perform
           if KONTO-HAR-POSITION
               subtract 1 from DSP-INDEX
           end-if
           exit.

     *> --- Debiteringen laegges til dagens bevaegelse, saa naeste ---
     *> --- intag-trin doemmer paa den opdaterede position ---
      bogfoer-disponibel.
           if DSP-ANTAL = 0
               exit paragraph
           end-if
           perform find-disponibel-for-konto
           if KONTO-HAR-POSITION
               add DISPONIBEL-POSTERING
                   to DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
           end-if
           exit.

     *> --- Skriver positionen tilbage, saa naeste intag-trin samme ---
     *> --- nat fortsaetter fra den ---
      skriv-disponibel-saldo.
           if DSP-ANTAL = 0
               exit paragraph
           end-if
           open output Disponibel-Saldo-Out
           perform varying DSP-INDEX from 1 by 1
               until DSP-INDEX > DSP-ANTAL
               move spaces to Disponibel-Saldo-Ud-Linje
               move DSP-KONTO-ID (DSP-INDEX) to DP-KONTO-ID-OUT
               move DSP-BOGFOERT-SALDO (DSP-INDEX)
                   to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-BOGFOERT-OUT
               move DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
                   to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-DAGENS-OUT
               move DSP-RAMME-DKK (DSP-INDEX) to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-RAMME-OUT
               move DSP-RESERVERET-DKK (DSP-INDEX)
                   to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-RESERVERET-OUT
               write Disponibel-Saldo-Ud-Linje
           end-perform
           close Disponibel-Saldo-Out
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
           move "bsRykker" to KAP-PROGRAM
           move "AFTALE-TABEL" to KAP-TABEL
           move AFT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "RYKKER-TABEL" to KAP-TABEL
           move RR-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "GEBYR-DEDUP-TABEL" to KAP-TABEL
           move GD-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
