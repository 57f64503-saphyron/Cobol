     *>       - den maskerede kontoreference slås op i KontoMaster.txt
     *>         på de sidste 4 tegn - ingen eller flere matchende
     *>         konti afvises til KortClearingExceptions.txt
     *>       - findes kortmasteren KortMaster.txt (kortLivscyklus,
     *>         Opgave63), slaas kortreferencen op paa kortnummeret
     *>         dér i stedet - et ukendt kort afvises med KORT-UKENDT,
     *>         et spaerret, lukket eller udloebet kort med
     *>         KORT-SPAERRET/KORT-LUKKET/KORT-UDLOEBET, og et aktivt
     *>         kort bogfoeres paa kortets Konto-ID
     *>       - forretningsnavnet normaliseres mod butiksteksterne i
     *>         Butik-Kategori-Tabel (ButikKategori.cpy), så købet
     *>         lander i den rigtige forbrugskategori på udskriften -
     *>         ukendte forretninger beholder deres rå navn og falder
     *>         i "Oevrige" som hidtil
     *>       - koebet skal kunne rummes i kontoens disponible saldo
     *>         (DisponibelSaldo.txt, se DisponibelTabel.cpy) -
     *>         ellers afvises det med DAEKNING-MANGLER, og de
     *>         godkendte koeb foeres frem i positionen
     *>       - clearingen frigiver kortkoebets reservation i
     *>         KortReservationer.txt (kortAutorisation, Opgave62) -
     *>         matchet paa autorisationsreferencen, naar indloeseren
     *>         sender den, ellers paa Konto-ID + beloeb. Reservationen
     *>         laegges tilbage i daekningskontrollen (koebet er
     *>         allerede trukket fra det disponible), frigivelsen
     *>         logges som FRIGIVET i KortReservationLog.txt, og
     *>         registret skrives om uden de frigivne
     *>     Godkendte clearinger skrives til Transaktioner.txt som
     *>     UDBETALING-poster med HDR/TRL regenereret, og den
     *>     behandlede clearing-fil arkiveres datostemplet og tømmes -
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Butik-Kategori-In
               assign to "text-files/ButikKategorier.txt"
               organization is line sequential.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Clearing-Arkiv-Out
               assign to dynamic CLEARING-ARKIV-NAVN
               organization is line sequential.
     *> --- Den faelles disponible position pr. konto fra ---
     *> --- disponibelSaldo (Opgave61) - debiteringer uden daekning ---
     *> --- afvises, og positionen skrives frem til naeste trin - se ---
     *> --- DisponibelTabel.cpy ---
     *> --- Kortmasteren fra kortLivscyklus (Opgave63) - se ---
     *> --- KortMasterTabel.cpy ---
           select optional Kort-Master-In
               assign to "text-files/KortMaster.txt"
               organization is line sequential.
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select Disponibel-Saldo-Out
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
     *> --- Deponerings-registret: debiteringer paa en ---
     *> --- deponeringskonto afvises, til frigivelsen er ---
     *> --- godkendt - se DeponeringTabel.cpy ---
           select optional Deponering-Register-In
               assign to "text-files/DeponeringRegister.txt"
               organization is line sequential.
     *> --- Kortreservationerne fra kortAutorisation (Opgave62) og ---
     *> --- deres haendelses-log - se KortReservationTabel.cpy ---
           select optional Kort-Reservation-In
               assign to "text-files/KortReservationer.txt"
               organization is line sequential.
           select Kort-Reservation-Out
               assign to "text-files/KortReservationer.txt"
               organization is line sequential.
           select Reservation-Log-Out
               assign to "text-files/KortReservationLog.txt"
               organization is line sequential
               file status is RESERVATION-LOG-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 KC-BELOB              pic x(16).
           02 KC-VALUTA             pic x(4).
           02 KC-CLEARING-DATO      pic x(10).
     *> --- Autorisationsreferencen - blank fra indloesere, der ikke ---
     *> --- sender den ---
           02 KC-AUT-REF            pic x(12).
     *> --- Alternativ visning: HDR/TRL-linje for clearing-filen ---
      01 Clearing-Hdr-Trl-Linje.
           02 CHT-TAG               pic x(3).
           02 CHT-ANTAL             pic 9(7).
           02 FILLER                pic x(76).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 KM-KUNDE-ID-IN       pic x(10).
           02 KM-OPRETTET-DATO-IN  pic x(10).
           02 KM-PRODUKT-KODE-IN   pic x(4).
      fd Butik-Kategori-In.
      01 Butik-Kategori-Linje      pic x(35).
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
      fd Clearing-Exceptions-Out.
      01 Clearing-Exceptions-Linje pic x(200) value spaces.
      fd Clearing-Arkiv-Out.
      01 Clearing-Arkiv-Linje      pic x(86) value spaces.
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
      fd Deponering-Register-In.
      01 Deponering-Register-Linje.
           02 DR-DEP-ID-IN         pic x(10).
           02 DR-KONTO-ID-IN       pic x(14).
           02 DR-STATUS-IN         pic x.
           02 FILLER               pic x(197).
      fd Kort-Reservation-In.
      01 Kort-Reservation-Linje.
           02 KR-AUT-REF-IN        pic x(12).
           02 KR-KONTO-ID-IN       pic x(14).
           02 KR-KONTO-REF-IN      pic x(14).
           02 KR-FORRETNING-IN     pic x(30).
           02 KR-BELOB-IN          pic 9(13)v99.
           02 KR-VALUTA-IN         pic x(4).
           02 KR-AUT-TIDSPUNKT-IN  pic x(26).
      fd Kort-Reservation-Out.
      01 Kort-Reservation-Ud-Linje.
           02 KR-AUT-REF-UD        pic x(12).
           02 KR-KONTO-ID-UD       pic x(14).
           02 KR-KONTO-REF-UD      pic x(14).
           02 KR-FORRETNING-UD     pic x(30).
           02 KR-BELOB-UD          pic 9(13)v99.
           02 KR-VALUTA-UD         pic x(4).
           02 KR-AUT-TIDSPUNKT-UD  pic x(26).
      fd Reservation-Log-Out.
      01 Reservation-Log-Linje     pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-clearing       pic x value "N".
           88 end-of-file-clearing value "Y".
      01 EOF-check-master         pic x value "N".
      01 FORRETNING-UPPER         pic x(30) value spaces.
      01 BUTIK-TEKST-UPPER        pic x(20) value spaces.
      01 BUTIK-TEKST-LAENGDE      pic 9(2)  value 0.
      01 EOF-check-butik-kategori pic x value "N".
           88 end-of-file-butik-kategori value "Y".
      01 BUTIK-KATEGORI-INDLAEST  pic 9(3) value 0.
     *> --- Sidste-4-tegn-nøgler til reference-opslaget ---
      01 REF-TRIM                 pic x(14) value spaces.
      01 REF-LAENGDE              pic 9(2)  value 0.
      01 KONTO-TRIM               pic x(14) value spaces.
      01 KONTO-LAENGDE            pic 9(2)  value 0.
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
     *> --- De aktive deponeringer ---
      copy "Opgave10/Copybooks/DeponeringTabel.cpy".
      01 EOF-check-deponering     pic x value "N".
           88 end-of-file-deponering value "Y".
      01 ANTAL-DEPONERING-AFVIST  pic 9(7) value 0.
     *> --- Kortmasteren - tom, naar KortMaster.txt ikke findes, og ---
     *> --- saa matches der paa de sidste 4 tegn som hidtil ---
      copy "Opgave10/Copybooks/KortMasterTabel.cpy".
      01 EOF-check-kort           pic x value "N".
           88 end-of-file-kort    value "Y".
     *> --- Den disponible position pr. konto ---
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 ANTAL-DAEKNING-AFVIST    pic 9(7) value 0.
     *> --- Reservations-registret - se KortReservationTabel.cpy ---
      copy "Opgave10/Copybooks/KortReservationTabel.cpy".
      01 EOF-check-kortres        pic x value "N".
           88 end-of-file-kortres value "Y".
      01 RESERVATION-LOG-STATUS   pic x(2) value spaces.
      01 ANTAL-FRIGIVET           pic 9(7) value 0.
      01 DATO-NU                  pic x(21) value spaces.
      01 DATO-RAW-NU              pic x(26) value spaces.
      01 DATO-VALIDERING-FLAG     pic x value "Y".
           88 DATO-GYLDIG         value "Y".
     *> --- Transaktioner.txt om med ny HDR/TRL ---
      Program-Execute.
           perform indlæs-konto-master
           perform indlæs-butik-kategorier
           perform indlæs-kort-master
           perform indlæs-disponibel-saldo
           perform indlæs-kort-reservationer
           perform indlæs-deponering-register
           move function CURRENT-DATE to DATO-NU
           open output Clearing-Exceptions-Out
           open output Transaktion-Work-Out
           perform kopier-bestaaende-transaktioner
           if ANTAL-CLEARINGER = CLEARING-HDR-ANTAL
               and ANTAL-CLEARINGER = CLEARING-TRL-ANTAL
               perform skriv-transaktioner-tilbage
               perform skriv-disponibel-saldo
               if ANTAL-FRIGIVET > 0
                   perform skriv-frigivne-reservationer
               end-if
           perform skriv-kaede-kontrol
               if ANTAL-CLEARINGER > 0
                   perform arkiver-clearing-fil
                   ANTAL-GODKENDT " godkendt, " ANTAL-AFVIST
                   " afvist - se "
                   "text-files/KortClearingExceptions.txt"
               display "Kort-clearing: " ANTAL-FRIGIVET
                   " kortreservation(er) frigivet"
           else
               display "ABEND: KortClearing.txt record-antal "
                   "stemmer ikke - HDR: " CLEARING-HDR-ANTAL
                   " - ingen clearinger indlaest"
               move 12 to return-code
           end-if
           perform skriv-kapacitet
           stop run.

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

      indlæs-konto-master.
           move 0 to MA-ANTAL
           move "N" to EOF-check-master
           close Konto-Master-In
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
                           move KRT-STATUS-IN
                               to KRT-STATUS (KRT-ANTAL)
                       end-if
               end-read
           end-perform
           close Kort-Master-In
           exit.

      kopier-bestaaende-transaktioner.
           move 0 to ANTAL-TRANS-BESTAAENDE
           move "N" to EOF-check-trans
                   move "DATO-UGYLDIG" to AFVISNINGS-GRUND
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces and KRT-ANTAL > 0
               perform find-konto-for-kort
           end-if
           if AFVISNINGS-GRUND = spaces and KRT-ANTAL = 0
               perform find-konto-for-reference
               if MA-ANTAL-MATCH = 0
                   move "KONTO-REF-UKENDT" to AFVISNINGS-GRUND
                   move "KONTO-REF-FLERTYDIG" to AFVISNINGS-GRUND
               end-if
           end-if
     *> --- Kortkoeb paa en deponeringskonto afvises, til ---
     *> --- frigivelsen er godkendt - refusioner gaar stadig ind ---
           if AFVISNINGS-GRUND = spaces and DPR-ANTAL > 0
               and function NUMVAL(KC-BELOB) < 0
               move MA-KONTO-ID (MA-MATCH-INDEX)
                   to DEPONERING-OPSLAG-KONTO
               perform find-deponering-for-konto
               if KONTO-ER-DEPONERET
                   add 1 to ANTAL-DEPONERING-AFVIST
                   move "DEPONERING-SPAERRET" to AFVISNINGS-GRUND
               end-if
           end-if
     *> --- Koebets aabne reservation, hvis det er autoriseret ---
           set RESERVATION-IKKE-FUNDET to TRUE
           if AFVISNINGS-GRUND = spaces and KRS-ANTAL > 0
               perform find-reservation-for-clearing
           end-if
     *> --- Daekningskontrol mod kontoens disponible saldo - et ---
     *> --- koeb er en negativ postering - se DisponibelTabel.cpy. ---
     *> --- En reservation for koebet er allerede trukket fra det ---
     *> --- disponible og laegges tilbage i kontrollen ---
           if AFVISNINGS-GRUND = spaces and DSP-ANTAL > 0
               move function NUMVAL(KC-BELOB) to DISPONIBEL-POSTERING
               if RESERVATION-FUNDET
                   add KRS-BELOB-DKK (KRS-INDEX)
                       to DISPONIBEL-POSTERING
               end-if
               move MA-KONTO-ID (MA-MATCH-INDEX)
                   to DISPONIBEL-OPSLAG-KONTO
               perform kontroller-daekning
               if DAEKNING-UTILSTRAEKKELIG
                   add 1 to ANTAL-DAEKNING-AFVIST
                   move "DAEKNING-MANGLER" to AFVISNINGS-GRUND
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               add 1 to ANTAL-GODKENDT
               perform normaliser-forretningsnavn
               move KC-CLEARING-DATO
                   to VALOER-DATO of Transaktion-Work-Linje
               write Transaktion-Work-Linje
               if DSP-ANTAL > 0
                   move function NUMVAL(KC-BELOB)
                       to DISPONIBEL-POSTERING
                   move MA-KONTO-ID (MA-MATCH-INDEX)
                       to DISPONIBEL-OPSLAG-KONTO
                   perform bogfoer-disponibel
               end-if
     *> --- Clearingen frigiver reservationen - logges og fjernes ---
     *> --- fra registret, naar filen er godkendt paa HDR/TRL ---
               if RESERVATION-FUNDET
                   set KRS-FRIGIVET (KRS-INDEX) to TRUE
                   add 1 to ANTAL-FRIGIVET
                   compute DISPONIBEL-RESERVATION =
                       0 - KRS-BELOB-DKK (KRS-INDEX)
                   move KRS-KONTO-ID (KRS-INDEX)
                       to DISPONIBEL-OPSLAG-KONTO
                   perform juster-disponibel-reservation
               end-if
           else
               add 1 to ANTAL-AFVIST
               move spaces to Clearing-Exceptions-Linje
           end-if
           exit.

     *> --- Slaar kortreferencen op i kortmasteren - kun et aktivt ---
     *> --- kort kan cleares, og kontoen er kortets Konto-ID ---
      find-konto-for-kort.
           move KC-KONTO-REF to KORT-OPSLAG-NR
           set KORT-IKKE-FUNDET to TRUE
           move 1 to KRT-INDEX
           perform until KORT-FUNDET or KRT-INDEX > KRT-ANTAL
               if function TRIM(KRT-KORT-NR (KRT-INDEX))
                   = function TRIM(KORT-OPSLAG-NR)
                   set KORT-FUNDET to TRUE
               else
                   add 1 to KRT-INDEX
               end-if
           end-perform
           if KORT-IKKE-FUNDET
               move "KORT-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           evaluate true
               when KRT-SPAERRET (KRT-INDEX)
                   move "KORT-SPAERRET" to AFVISNINGS-GRUND
               when KRT-LUKKET (KRT-INDEX)
                   move "KORT-LUKKET" to AFVISNINGS-GRUND
               when KRT-UDLOEBET (KRT-INDEX)
                   move "KORT-UDLOEBET" to AFVISNINGS-GRUND
               when not KRT-AKTIV (KRT-INDEX)
                   move "KORT-IKKE-AKTIVT" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
           move 0 to MA-MATCH-INDEX
           perform varying MA-INDEX from 1 by 1
               until MA-INDEX > MA-ANTAL or MA-MATCH-INDEX > 0
               if MA-KONTO-ID (MA-INDEX) = KRT-KONTO-ID (KRT-INDEX)
                   move MA-INDEX to MA-MATCH-INDEX
               end-if
           end-perform
           if MA-MATCH-INDEX = 0
               move "KONTO-UKENDT" to AFVISNINGS-GRUND
           end-if
           exit.

     *> --- Finder clearingens aabne reservation: paa ---
     *> --- autorisationsreferencen, naar den er sendt, ellers den ---
     *> --- foerste aabne reservation paa samme Konto-ID og beloeb ---
      find-reservation-for-clearing.
           set RESERVATION-IKKE-FUNDET to TRUE
           move KC-AUT-REF to KORTRES-OPSLAG-REF
           if KORTRES-OPSLAG-REF not = spaces
               move 1 to KRS-INDEX
               perform until RESERVATION-FUNDET
                   or KRS-INDEX > KRS-ANTAL
                   if KRS-AABEN (KRS-INDEX)
                       and KRS-AUT-REF (KRS-INDEX) = KORTRES-OPSLAG-REF
                       set RESERVATION-FUNDET to TRUE
                   else
                       add 1 to KRS-INDEX
                   end-if
               end-perform
           end-if
           if RESERVATION-IKKE-FUNDET
               move MA-KONTO-ID (MA-MATCH-INDEX) to KORTRES-OPSLAG-KONTO
               compute KORTRES-OPSLAG-BELOB =
                   function ABS(function NUMVAL(KC-BELOB))
               move 1 to KRS-INDEX
               perform until RESERVATION-FUNDET
                   or KRS-INDEX > KRS-ANTAL
                   if KRS-AABEN (KRS-INDEX)
                       and KRS-KONTO-ID (KRS-INDEX)
                           = KORTRES-OPSLAG-KONTO
                       and KRS-BELOB-DKK (KRS-INDEX)
                           = KORTRES-OPSLAG-BELOB
                       set RESERVATION-FUNDET to TRUE
                   else
                       add 1 to KRS-INDEX
                   end-if
               end-perform
           end-if
           exit.

     *> --- Normaliserer indløsers forretningsnavn mod butiks- ---
     *> --- teksterne i Butik-Kategori-Tabel: begynder navnet med en ---
     *> --- kendt butikstekst (uanset store/små bogstaver), bruges ---
               function TRIM(CLEARING-ARKIV-NAVN)
               " - KortClearing.txt toemt"
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

     *> --- Indlaeser de aabne reservationer - se ---
     *> --- KortReservationTabel.cpy ---
      indlæs-kort-reservationer.
           move 0 to KRS-ANTAL
           move "N" to EOF-check-kortres
           open input Kort-Reservation-In
           perform until end-of-file-kortres
               read Kort-Reservation-In
                   at end move "Y" to EOF-check-kortres
                   not at end
                       if KRS-ANTAL < MAX-KORTRES
                           add 1 to KRS-ANTAL
                           move KR-AUT-REF-IN
                               to KRS-AUT-REF (KRS-ANTAL)
                           move KR-KONTO-ID-IN
                               to KRS-KONTO-ID (KRS-ANTAL)
                           move KR-KONTO-REF-IN
                               to KRS-KONTO-REF (KRS-ANTAL)
                           move KR-FORRETNING-IN
                               to KRS-FORRETNING (KRS-ANTAL)
                           move KR-BELOB-IN
                               to KRS-BELOB-DKK (KRS-ANTAL)
                           move KR-VALUTA-IN
                               to KRS-VALUTA (KRS-ANTAL)
                           move KR-AUT-TIDSPUNKT-IN
                               to KRS-AUT-TIDSPUNKT (KRS-ANTAL)
                           set KRS-AABEN (KRS-ANTAL) to TRUE
                       end-if
               end-read
           end-perform
           close Kort-Reservation-In
           exit.

     *> --- Filen er godkendt: de frigivne reservationer logges ---
     *> --- som FRIGIVET, og registret skrives om uden dem ---
      skriv-frigivne-reservationer.
           open extend Reservation-Log-Out
           if RESERVATION-LOG-STATUS = "35"
               open output Reservation-Log-Out
           end-if
           open output Kort-Reservation-Out
           perform varying KRS-INDEX from 1 by 1
               until KRS-INDEX > KRS-ANTAL
               if KRS-FRIGIVET (KRS-INDEX)
                   move KRS-BELOB-DKK (KRS-INDEX) to KORTRES-BELOB-E
                   move spaces to Reservation-Log-Linje
                   move 1 to pos
                   string
                       "FRIGIVET DATO="       delimited by size
                       DATO-NU (1:8)          delimited by size
                       " AUT-REF="            delimited by size
                       KRS-AUT-REF (KRS-INDEX) delimited by size
                       " KONTO-ID="           delimited by size
                       KRS-KONTO-ID (KRS-INDEX) delimited by size
                       " BELOB="              delimited by size
                       function TRIM(KORTRES-BELOB-E)
                                              delimited by size
                       " FORRETNING="         delimited by size
                       function TRIM(KRS-FORRETNING (KRS-INDEX))
                                              delimited by size
                       " TIDSPUNKT="          delimited by size
                       function TRIM(KRS-AUT-TIDSPUNKT (KRS-INDEX))
                                              delimited by size
                          into Reservation-Log-Linje
                          with pointer pos
                   end-string
                   write Reservation-Log-Linje
               end-if
               if KRS-AABEN (KRS-INDEX)
                   move spaces to Kort-Reservation-Ud-Linje
                   move KRS-AUT-REF (KRS-INDEX) to KR-AUT-REF-UD
                   move KRS-KONTO-ID (KRS-INDEX) to KR-KONTO-ID-UD
                   move KRS-KONTO-REF (KRS-INDEX) to KR-KONTO-REF-UD
                   move KRS-FORRETNING (KRS-INDEX) to KR-FORRETNING-UD
                   move KRS-BELOB-DKK (KRS-INDEX) to KR-BELOB-UD
                   move KRS-VALUTA (KRS-INDEX) to KR-VALUTA-UD
                   move KRS-AUT-TIDSPUNKT (KRS-INDEX)
                       to KR-AUT-TIDSPUNKT-UD
                   write Kort-Reservation-Ud-Linje
               end-if
           end-perform
           close Kort-Reservation-Out
           close Reservation-Log-Out
           exit.

     *> --- Kontoens reserverede beloeb aendres med ---
     *> --- DISPONIBEL-RESERVATION - positiv for en ny reservation, ---
     *> --- negativ for en frigivet eller udloebet ---
      juster-disponibel-reservation.
           if DSP-ANTAL = 0
               exit paragraph
           end-if
           perform find-disponibel-for-konto
           if KONTO-HAR-POSITION
               add DISPONIBEL-RESERVATION
                   to DSP-RESERVERET-DKK (DSP-INDEX)
               if DSP-RESERVERET-DKK (DSP-INDEX) < 0
                   move 0 to DSP-RESERVERET-DKK (DSP-INDEX)
               end-if
           end-if
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
           move "kortClearingIndlaesning" to KAP-PROGRAM
           move "MASTER-TABEL" to KAP-TABEL
           move MA-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "BUTIK-KATEGORI-TABEL" to KAP-TABEL
           move ANTAL-BUTIK-KATEGORIER to KAP-ANTAL
           move MAX-BUTIK-KATEGORIER to KAP-MAX
           write Kapacitet-Linje
           move "KORT-TABEL" to KAP-TABEL
           move KRT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KORTRES-TABEL" to KAP-TABEL
           move KRS-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "DEPONERING-TABEL" to KAP-TABEL
           move DPR-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
