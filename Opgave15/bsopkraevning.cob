     *>     BSIndsigelser.txt), springes over med audit-spor i
     *>     BSIndsigelseLog.txt, så næste opkrævningskørsel ikke
     *>     trækker beløbet.
     *>
     *>     Daekning: en forfalden opkraevning skal kunne rummes i
     *>     kontoens disponible saldo (DisponibelSaldo.txt - se
     *>     DisponibelTabel.cpy); ellers afvises aftalen med
     *>     BETINGELSE=DAEKNING-MANGLER, og de frigivne
     *>     opkraevninger foeres frem i positionen til naeste trin.

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
           select optional Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
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
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
           02 THT-TAG              pic x(3).
           02 THT-ANTAL            pic 9(7).
           02 FILLER               pic x(196).
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
      01 EOF-check-bank           pic x value "N".
           88 end-of-file-bank    value "Y".
      01 EOF-check-aftaler        pic x value "N".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 ANTAL-UDLAEG-AFVIST      pic 9(7) value 0.
     *> --- De aktive deponeringer ---
      copy "Opgave10/Copybooks/DeponeringTabel.cpy".
      01 EOF-check-deponering     pic x value "N".
           88 end-of-file-deponering value "Y".
      01 ANTAL-DEPONERING-AFVIST  pic 9(7) value 0.
      01 AFTALE-BELOB-DKK         pic s9(13)v99 COMP-3 value 0.
     *> --- Den disponible position pr. konto ---
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 ANTAL-DAEKNING-AFVIST    pic 9(7) value 0.
      01 DAGS-DATO                pic x(10) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 ANTAL-DOEDSBO-SPRUNGET   pic 9(7) value 0.
      01 EOF-check-indsigelse     pic x value "N".
           88 end-of-file-indsigelse value "Y".
           if UDL-ANTAL > 0
               perform opgoer-udlaeg-saldi
           end-if
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
           open output BS-Advisering-Out
           open output BS-Advisering-Feed-Out
           open output Indsigelse-Log-Out
           close Indsigelse-Log-Out
           close BS-Advisering-Feed-Out
           close BS-Advisering-Out
           perform skriv-disponibel-saldo
           display "BS-opkraevning: " ANTAL-AFTALER " aftale(r) laest, "
               ANTAL-OPKRAEVNINGER " opkraevning(er) skrevet, "
               ANTAL-AFVISTE " afvist, "
               ANTAL-ADVISERINGER " adviseret, "
               ANTAL-INDSIGELSER-SPRUNGET " indsigelse(r), "
               ANTAL-UDLAEG-AFVIST " afvist (udlaeg), "
               ANTAL-DEPONERING-AFVIST " afvist (deponering), "
               ANTAL-DAEKNING-AFVIST " afvist (daekning) - se "
               "text-files/BSOpkraevning.txt"
           perform skriv-kapacitet
           stop run.

     *> --- Indlæser Banker.txt i BANK-TABEL - forenklet udgave af ---
                   end-if
               end-if
           end-if
     *> --- Deponerings-haandhaevelse: en deponeringskonto maa ikke ---
     *> --- debiteres, foer frigivelsen er godkendt ---
           if DPR-ANTAL > 0
               move BSA-KONTO-ID to DEPONERING-OPSLAG-KONTO
               perform find-deponering-for-konto
               if KONTO-ER-DEPONERET
                   add 1 to ANTAL-AFVISTE
                   add 1 to ANTAL-DEPONERING-AFVIST
                   move spaces to BS-Opkraevning-Except-Linje
                   move 1 to pos
                   string
                       "BETINGELSE=DEPONERING-SPAERRET AFTALE-ID="
                                              delimited by size
                       BSA-AFTALE-ID          delimited by size
                       " KONTO-ID="           delimited by size
                       BSA-KONTO-ID           delimited by size
                       " DEP-ID="             delimited by size
                       DEPONERING-AKTUEL-ID   delimited by size
                          into BS-Opkraevning-Except-Linje
                          with pointer pos
                   end-string
                   write BS-Opkraevning-Except-Linje
                   exit paragraph
               end-if
           end-if
           set BANK-IKKE-FUNDET to TRUE
           move BSA-REG-NR to REG-NR-SEARCH-KEY
           search all BT-POST
               end-if
               write BS-Opkraevning-Except-Linje
           else
     *> --- Opkraevningen debiterer kontoen paa opkraevningsdagen - ---
     *> --- er den forfalden, skal den kunne rummes i kontoens ---
     *> --- disponible saldo, ellers afvises aftalen med ---
     *> --- DAEKNING-MANGLER. Fremtidige opkraevninger doemmes paa ---
     *> --- deres egen dag - se DisponibelTabel.cpy ---
               move BSA-OPKRAEV-DATO to BANKDAG-DATO
               move "F" to RUL-RETNING
               perform rul-til-bankdag
               move 0 to DISPONIBEL-POSTERING
               if DSP-ANTAL > 0 and BANKDAG-DATO <= DAGS-DATO
                   compute DISPONIBEL-POSTERING =
                       function NUMVAL(BSA-BELOB) * -1
                   move BSA-KONTO-ID to DISPONIBEL-OPSLAG-KONTO
                   perform kontroller-daekning
                   if DAEKNING-UTILSTRAEKKELIG
                       add 1 to ANTAL-AFVISTE
                       add 1 to ANTAL-DAEKNING-AFVIST
                       move spaces to BS-Opkraevning-Except-Linje
                       move 1 to pos
                       string
                           "BETINGELSE=DAEKNING-MANGLER AFTALE-ID="
                                                  delimited by size
                           BSA-AFTALE-ID          delimited by size
                           " KONTO-ID="           delimited by size
                           BSA-KONTO-ID           delimited by size
                           " BELOB="              delimited by size
                           function TRIM(BSA-BELOB)
                                                  delimited by size
                              into BS-Opkraevning-Except-Linje
                              with pointer pos
                       end-string
                       write BS-Opkraevning-Except-Linje
                       exit paragraph
                   end-if
               end-if
               move BSA-AFTALE-ID    to SA-AFTALE-ID
               move BSA-KONTO-ID     to SA-KONTO-ID
               move BSA-REG-NR       to SA-REG-NR
               move BSA-TEKST        to SA-TEKST
               release Sort-Aftale-Record
               add 1 to ANTAL-FRIGIVET
               if DISPONIBEL-POSTERING < 0
                   move BSA-KONTO-ID to DISPONIBEL-OPSLAG-KONTO
                   perform bogfoer-disponibel
               end-if
     *> --- Adviseringen: kunden varsles FOER opkraevningen ---
               perform skriv-advisering
           end-if
           write BS-Opkraevning-Linje from felt-linje
           add 1 to ANTAL-OPKRAEVNINGER
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
           move "bsOpkraevning" to KAP-PROGRAM
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
           move "INDSIGELSE-TABEL" to KAP-TABEL
           move IS-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "BANK-TABEL" to KAP-TABEL
           move BT-ANTAL-BANKER to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "DEPONERING-TABEL" to KAP-TABEL
           move DPR-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
