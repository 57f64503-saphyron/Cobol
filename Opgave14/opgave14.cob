     *>     Transaktioner.txt skrives om med en ny HDR/TRL-linje
     *>     (samme konvention som arkiver-og-rens-transaktioner i
     *>     opgave10.cob), så opgave10's antalskontrol stadig holder.
     *>
     *>     Daekning: findes den disponible position
     *>     (DisponibelSaldo.txt fra disponibelSaldo, Opgave61),
     *>     genereres kun forfaldne forekomster, og en debitering
     *>     skal kunne rummes i kontoens disponible saldo. En
     *>     forekomst uden daekning genereres ikke og proeves igen i
     *>     naeste cyklus, til forfaldet er DAEKNING-GENFORSOEG-DAGE
     *>     gammelt - forloebet staar i
     *>     FasteOverfoerselExceptions.txt (GENFORSOEG/AFVIST).

      environment division.
      input-output section.
           select optional Udlaeg-Register-In
               assign to "text-files/UdlaegRegister.txt"
               organization is line sequential.
     *> --- Deponerings-registret: debiteringer paa en ---
     *> --- deponeringskonto afvises, til frigivelsen er ---
     *> --- godkendt - se DeponeringTabel.cpy ---
           select optional Deponering-Register-In
               assign to "text-files/DeponeringRegister.txt"
               organization is line sequential.
     *> --- Den faelles disponible position pr. konto fra ---
     *> --- disponibelSaldo (Opgave61) - debiteringer uden daekning ---
     *> --- afvises, og positionen skrives frem til naeste trin - se ---
     *> --- DisponibelTabel.cpy ---
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select Disponibel-Saldo-Out
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
     *> --- Faste ordrers forekomster, der ikke kunne daekkes - ---
     *> --- GENFORSOEG i naeste cyklus eller endeligt AFVIST ---
           select Fast-Exceptions-Out
               assign to "text-files/FasteOverfoerselExceptions.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 UR-KONTO-ID-IN       pic x(14).
           02 UR-BELOB-IN          pic 9(13)v99.
           02 UR-SAGS-REF-IN       pic x(12).
      fd Deponering-Register-In.
      01 Deponering-Register-Linje.
           02 DR-DEP-ID-IN         pic x(10).
           02 DR-KONTO-ID-IN       pic x(14).
           02 DR-STATUS-IN         pic x.
           02 FILLER               pic x(197).
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
      fd Fast-Exceptions-Out.
      01 Fast-Exceptions-Linje     pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-ordrer         pic x value "N".
           88 end-of-file-ordrer  value "Y".
      01 EOF-check-trans          pic x value "N".
      01 EOF-check-udlaeg         pic x value "N".
           88 end-of-file-udlaeg  value "Y".
      01 ANTAL-UDLAEG-AFVIST      pic 9(7) value 0.
     *> --- De aktive deponeringer ---
      copy "Opgave10/Copybooks/DeponeringTabel.cpy".
      01 EOF-check-deponering     pic x value "N".
           88 end-of-file-deponering value "Y".
      01 ANTAL-DEPONERING-AFVIST  pic 9(7) value 0.
      01 ORDRE-BELOB-DKK          pic s9(13)v99 COMP-3 value 0.
      01 ANTAL-ORDRER-SUSPENDERET pic 9(7) value 0.
     *> --- Den disponible position pr. konto ---
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 ANTAL-DAEKNING-AFVIST    pic 9(7) value 0.
     *> --- Daekningsmanglende forekomster genforsoeges i hver ---
     *> --- cyklus, til forfaldet er saa mange dage gammelt - derefter ---
     *> --- er forekomsten endeligt afvist ---
      01 DAEKNING-GENFORSOEG-DAGE pic 9(3) value 3.
      01 ANTAL-DAEKNING-GENFORSOEG pic 9(7) value 0.
      01 ANTAL-FOREKOMST-UDSKUDT  pic 9(7) value 0.
      01 ANTAL-FOREKOMST-UDLOEBET pic 9(7) value 0.
      01 DAGS-DATO                pic x(10) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 Dato-Tal-Felter.
           02 DATO-TAL             pic 9(8) value 0.
           02 DAGS-DATO-INT        pic 9(7) value 0.
           02 FORFALD-DATO-INT     pic 9(7) value 0.
           02 FORFALD-ALDER-DAGE   pic s9(7) value 0.
      01 DAEKNING-DISPOSITION     pic x(10) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 pos                      pic 9(4) value 1.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
           perform indlæs-doedsbo-register
           perform indlæs-konto-vaegte
           perform indlæs-udlaeg-register
           perform indlæs-deponering-register
           perform indlæs-disponibel-saldo
           move function CURRENT-DATE to DATO-NU
           string
               DATO-NU (1:4)  delimited by size
               "-"            delimited by size
               DATO-NU (5:2)  delimited by size
               "-"            delimited by size
               DATO-NU (7:2)  delimited by size
                  into DAGS-DATO
           end-string
           move DATO-NU (1:8) to DATO-TAL
           compute DAGS-DATO-INT = function INTEGER-OF-DATE(DATO-TAL)
           open output Fast-Exceptions-Out
           open output Transaktion-Work-Out
           perform kopier-bestaaende-transaktioner
     *> --- FAST:-mærker i de arkiverede transaktioner tæller også ---
           perform registrer-fast-maerker-fra-arkiver
           perform udvid-alle-ordrer
           close Transaktion-Work-Out
           close Fast-Exceptions-Out
           perform skriv-transaktioner-tilbage
           perform skriv-disponibel-saldo
           perform skriv-kaede-kontrol
           display "Faste overfoersler: " ANTAL-ORDRER " ordre(r) laest, "
               ANTAL-TRANS-GENERERET " transaktion(er) genereret, "
               ANTAL-FOREKOMST-DUBLET " allerede genereret, "
               ANTAL-ORDRER-SPRUNGET " ordre(r) afvist, "
               ANTAL-ORDRER-SUSPENDERET " suspenderet (doedsbo), "
               ANTAL-UDLAEG-AFVIST " afvist (udlaeg), "
               ANTAL-DEPONERING-AFVIST " afvist (deponering)"
           if DSP-ANTAL > 0
               display "Faste overfoersler daekning: "
                   ANTAL-DAEKNING-GENFORSOEG " genforsoeges, "
                   ANTAL-DAEKNING-AFVIST " afvist (daekning), "
                   ANTAL-FOREKOMST-UDSKUDT " ikke forfaldne udskudt, "
                   ANTAL-FOREKOMST-UDLOEBET " udloebet - se "
                   "text-files/FasteOverfoerselExceptions.txt"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- Samme valgfri AarParameter.txt som opgave10 læser - ---
                   end-if
               end-if
           end-if
     *> --- Deponerings-haandhaevelse: en udgaaende ordre fra en ---
     *> --- deponeringskonto springes over, til frigivelsen er ---
     *> --- godkendt ---
           if DPR-ANTAL > 0
               and function TEST-NUMVAL(FO-BELOB) = 0
               move function NUMVAL(FO-BELOB) to ORDRE-BELOB-DKK
               move FO-KONTO-ID to DEPONERING-OPSLAG-KONTO
               perform find-deponering-for-konto
               if KONTO-ER-DEPONERET and ORDRE-BELOB-DKK < 0
                   add 1 to ANTAL-ORDRER-SPRUNGET
                   add 1 to ANTAL-DEPONERING-AFVIST
                   display "Fast ordre " FO-ORDRE-ID " afvist: "
                       "kontoen er deponeret, sag " DEPONERING-AKTUEL-ID
                   exit paragraph
               end-if
           end-if
           if FREKVENS-MAANEDER = 0
               or FO-FOERSTE-DATO (1:4) is not numeric
               or FO-FOERSTE-DATO (6:2) is not numeric
           end-perform
           if GEN-FUNDET
               add 1 to ANTAL-FOREKOMST-DUBLET
               exit paragraph
           end-if
     *> --- Med den disponible position aktiv genereres kun ---
     *> --- forfaldne forekomster, og de skal kunne daekkes - se ---
     *> --- kontroller-forekomst-daekning ---
           if DSP-ANTAL > 0
               perform kontroller-forekomst-daekning
               if DAEKNING-DISPOSITION not = spaces
                   exit paragraph
               end-if
           end-if
           if GEN-IKKE-FUNDET
               move spaces to Transaktion-Work-Linje
               move FO-KONTO-ID to KONTO-ID of Transaktion-Work-Linje
               move FO-REG-NR   to REG-NR of Transaktion-Work-Linje
                   to VALOER-DATO of Transaktion-Work-Linje
               write Transaktion-Work-Linje
               add 1 to ANTAL-TRANS-GENERERET
               if DSP-ANTAL > 0
                   perform bogfoer-disponibel
               end-if
           end-if
           exit.

     *> --- Daekning af en forekomst mod kontoens disponible saldo: ---
     *> ---   - ikke forfaldne forekomster udskydes (UDSKUDT) - de ---
     *> ---     genereres i den cyklus, hvor de forfalder ---
     *> ---   - en forfalden debitering uden daekning genereres ikke ---
     *> ---     og proeves igen i naeste cyklus (GENFORSOEG); FAST:- ---
     *> ---     dedup'en goer genforsoeget sikkert ---
     *> ---   - er forfaldet DAEKNING-GENFORSOEG-DAGE gammelt, er ---
     *> ---     sidste forsoeg brugt (AFVIST), og aeldre forekomster ---
     *> ---     springes stille over (UDLOEBET) ---
     *> --- DAEKNING-DISPOSITION blank = forekomsten genereres ---
      kontroller-forekomst-daekning.
           move spaces to DAEKNING-DISPOSITION
           move 0 to DISPONIBEL-POSTERING
           if FOREKOMST-DATO-TEKST > DAGS-DATO
               add 1 to ANTAL-FOREKOMST-UDSKUDT
               move "UDSKUDT" to DAEKNING-DISPOSITION
               exit paragraph
           end-if
           if function TEST-NUMVAL(FO-BELOB) not = 0
               exit paragraph
           end-if
           move function NUMVAL(FO-BELOB) to DISPONIBEL-POSTERING
           move FO-KONTO-ID to DISPONIBEL-OPSLAG-KONTO
           move FORFALD-DATO-TEKST (1:4) to DATO-TAL (1:4)
           move FORFALD-DATO-TEKST (6:2) to DATO-TAL (5:2)
           move FORFALD-DATO-TEKST (9:2) to DATO-TAL (7:2)
           compute FORFALD-DATO-INT =
               function INTEGER-OF-DATE(DATO-TAL)
           compute FORFALD-ALDER-DAGE =
               DAGS-DATO-INT - FORFALD-DATO-INT
           if FORFALD-ALDER-DAGE > DAEKNING-GENFORSOEG-DAGE
               perform kontroller-daekning
               if DAEKNING-UTILSTRAEKKELIG
                   add 1 to ANTAL-FOREKOMST-UDLOEBET
                   move "UDLOEBET" to DAEKNING-DISPOSITION
               end-if
               exit paragraph
           end-if
           perform kontroller-daekning
           if DAEKNING-OK
               exit paragraph
           end-if
           if FORFALD-ALDER-DAGE < DAEKNING-GENFORSOEG-DAGE
               add 1 to ANTAL-DAEKNING-GENFORSOEG
               move "GENFORSOEG" to DAEKNING-DISPOSITION
           else
               add 1 to ANTAL-DAEKNING-AFVIST
               move "AFVIST" to DAEKNING-DISPOSITION
           end-if
           move DISPONIBEL-AKTUEL to DISPONIBEL-AKTUEL-E
           move spaces to Fast-Exceptions-Linje
           move 1 to pos
           string
               "BETINGELSE=DAEKNING-MANGLER DISPOSITION="
                                      delimited by size
               function TRIM(DAEKNING-DISPOSITION)
                                      delimited by size
               " ORDRE-ID="           delimited by size
               FO-ORDRE-ID            delimited by size
               " KONTO-ID="           delimited by size
               FO-KONTO-ID            delimited by size
               " BELOB="              delimited by size
               function TRIM(FO-BELOB) delimited by size
               " DISPONIBELT="        delimited by size
               function TRIM(DISPONIBEL-AKTUEL-E)
                                      delimited by size
               " FORFALD="            delimited by size
               FORFALD-DATO-TEKST     delimited by size
                  into Fast-Exceptions-Linje
                  with pointer pos
           end-string
           write Fast-Exceptions-Linje
           exit.




           close Transaktion-Work-Out
           close Transaktion-Data-In
           exit.

     *> --- Indlaeser den disponible position fra disponibelSaldo ---
     *> --- (Opgave61) - se DisponibelTabel.cpy. Findes filen ikke, ---
     *> --- er DSP-ANTAL nul, og daekningskontrollen er slaaet fra ---
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

     *> --- Slaar DISPONIBEL-OPSLAG-KONTO op og saetter ---
     *> --- DISPONIBEL-AKTUEL = bogfoert + dagens + ramme - ---
     *> --- reserveret ---
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
               compute DISPONIBEL-AKTUEL =
                   DSP-BOGFOERT-SALDO (DSP-INDEX)
                   + DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
                   + DSP-RAMME-DKK (DSP-INDEX)
                   - DSP-RESERVERET-DKK (DSP-INDEX)
           end-if
           exit.

     *> --- Daekningskontrol: en debitering (negativ ---
     *> --- DISPONIBEL-POSTERING), der ville bringe kontoen under ---
     *> --- nul disponibelt, saetter DAEKNING-UTILSTRAEKKELIG. ---
     *> --- Krediteringer og konti uden position godkendes ---
      kontroller-daekning.
           set DAEKNING-OK to TRUE
           if DSP-ANTAL = 0 or DISPONIBEL-POSTERING >= 0
               exit paragraph
           end-if
           perform find-disponibel-for-konto
           if KONTO-UDEN-POSITION
               exit paragraph
           end-if
           compute DISPONIBEL-EFTER =
               DISPONIBEL-AKTUEL + DISPONIBEL-POSTERING
           if DISPONIBEL-EFTER < 0
               set DAEKNING-UTILSTRAEKKELIG to TRUE
           end-if
           exit.

     *> --- Den godkendte postering laegges til dagens bevaegelse, ---
     *> --- saa naeste debitering doemmes paa den opdaterede ---
     *> --- position ---
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

     *> --- Indlæser de aktive deponeringer fra det persistente ---
     *> --- register - se DeponeringTabel.cpy og deponering ---
     *> --- (Opgave104) ---
      indlæs-deponering-register.
           move 0 to DPR-ANTAL
           move "N" to EOF-check-deponering
           open input Deponering-Register-In
           perform until end-of-file-deponering
               read Deponering-Register-In
                   at end move "Y" to EOF-check-deponering
                   not at end
                       if DR-STATUS-IN = "A"
                           and DPR-ANTAL < MAX-DEPONERING
                           add 1 to DPR-ANTAL
                           move DR-DEP-ID-IN to DPR-DEP-ID (DPR-ANTAL)
                           move DR-KONTO-ID-IN
                               to DPR-KONTO-ID (DPR-ANTAL)
                       end-if
               end-read
           end-perform
           close Deponering-Register-In
           exit.

     *> --- Slaar DEPONERING-OPSLAG-KONTO op blandt de aktive ---
     *> --- deponeringer ---
      find-deponering-for-konto.
           set KONTO-IKKE-DEPONERET to TRUE
           move spaces to DEPONERING-AKTUEL-ID
           perform varying DPR-INDEX from 1 by 1
               until KONTO-ER-DEPONERET or DPR-INDEX > DPR-ANTAL
               if DPR-KONTO-ID (DPR-INDEX) = DEPONERING-OPSLAG-KONTO
                   set KONTO-ER-DEPONERET to TRUE
                   move DPR-DEP-ID (DPR-INDEX) to DEPONERING-AKTUEL-ID
               end-if
           end-perform
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
           move "fasteOverfoersler" to KAP-PROGRAM
           move "KONTO-CHECK-TABEL" to KAP-TABEL
           move KV-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "BANKDAGE-TABEL" to KAP-TABEL
           move BD-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "DOEDSBO-TABEL" to KAP-TABEL
           move DB-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "UDLAEG-TABEL" to KAP-TABEL
           move UDL-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "GENERERET-TABEL" to KAP-TABEL
           move GEN-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "DEPONERING-TABEL" to KAP-TABEL
           move DPR-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
