      identification division.
      program-id. kortAutorisation.

     *> --- Kortautorisationer og reservationer: et kortkoeb kommer
     *>     foerst med i Transaktioner.txt, naar indloeserens
     *>     clearing-fil ankommer dage senere (kortClearingIndlaesning,
     *>     Opgave34) - indtil da viste udskriften, lav-saldo-listen
     *>     og saldo-alarmerne penge, kunden allerede havde brugt.
     *>     Dette trin indlaeser autorisations-filen
     *>     text-files/KortAutorisationer.txt (en linje pr.
     *>     autorisation: autorisationsreference, forretning, kort-
     *>     maskeret kontoreference, beloeb, valuta, tidspunkt) og
     *>     bogfoerer en reservation pr. koeb i det persistente
     *>     KortReservationer.txt - se KortReservationTabel.cpy:
     *>       - autorisations-filen er omsluttet af HDR/TRL - stemmer
     *>         antallet ikke, afvises HELE filen (afbrudt overfoersel),
     *>         samme regel som clearing-filen
     *>       - BELOB skal bestaa FUNCTION TEST-NUMVAL og vaere
     *>         forskellig fra nul, tidspunktet et af de to kendte
     *>         dato-formater, og autorisationsreferencen skal vaere
     *>         udfyldt og ikke allerede staa aaben i registret
     *>       - den maskerede kontoreference slaas op i KontoMaster.txt
     *>         paa de sidste 4 tegn, som i kortClearingIndlaesning
     *>       - afviste autorisationer gaar til
     *>         KortAutorisationExceptions.txt
     *>     Autorisationen er allerede givet online, saa der er ingen
     *>     daekningskontrol her - reservationen traekkes blot fra
     *>     kontoens disponible saldo (DisponibelSaldo.txt), saa de
     *>     efterfoelgende debit-intag-trin doemmes paa det, kunden
     *>     reelt har tilbage.
     *>     Reservationer, der har staaet aabne i flere end
     *>     RESERVATION-UDLOEB-DAGE dage (default 7, overstyres i
     *>     KortReservationParameter.txt) uden en clearing, udloeber
     *>     automatisk og frigiver beloebet. Alle haendelser
     *>     (RESERVERET/UDLOEBET - og FRIGIVET fra clearingen) logges
     *>     til KortReservationLog.txt, og den behandlede
     *>     autorisations-fil arkiveres datostemplet og toemmes.

      environment division.
      input-output section.
      file-control.
           select optional Kort-Autorisation-In
               assign to "text-files/KortAutorisationer.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Reservation-Parameter-In
               assign to "text-files/KortReservationParameter.txt"
               organization is line sequential.
     *> --- Det persistente reservations-register - se ---
     *> --- KortReservationTabel.cpy ---
           select optional Kort-Reservation-In
               assign to "text-files/KortReservationer.txt"
               organization is line sequential.
           select Kort-Reservation-Out
               assign to "text-files/KortReservationer.txt"
               organization is line sequential.
     *> --- Reservationernes livscyklus bevares hen over koersler - ---
     *> --- EXTEND, med OUTPUT-fallback foerste gang ---
           select Reservation-Log-Out
               assign to "text-files/KortReservationLog.txt"
               organization is line sequential
               file status is RESERVATION-LOG-STATUS.
           select Autorisation-Exceptions-Out
               assign to "text-files/KortAutorisationExceptions.txt"
               organization is line sequential.
           select Autorisation-Arkiv-Out
               assign to dynamic AUTORISATION-ARKIV-NAVN
               organization is line sequential.
     *> --- Deponerings-registret: debiteringer paa en ---
     *> --- deponeringskonto afvises, til frigivelsen er ---
     *> --- godkendt - se DeponeringTabel.cpy ---
           select optional Deponering-Register-In
               assign to "text-files/DeponeringRegister.txt"
               organization is line sequential.
     *> --- Den faelles disponible position pr. konto fra ---
     *> --- disponibelSaldo (Opgave61) - se DisponibelTabel.cpy ---
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
      fd Kort-Autorisation-In.
      01 Kort-Autorisation-Linje.
           02 KA-AUT-REF            pic x(12).
           02 KA-FORRETNING         pic x(30).
           02 KA-KONTO-REF          pic x(14).
           02 KA-BELOB              pic x(16).
           02 KA-VALUTA             pic x(4).
           02 KA-AUT-TIDSPUNKT      pic x(26).
     *> --- Alternativ visning: HDR/TRL-linje for autorisations-filen ---
      01 Autorisation-Hdr-Trl-Linje.
           02 AHT-TAG               pic x(3).
           02 AHT-ANTAL             pic 9(7).
           02 FILLER                pic x(92).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 KM-REG-NR-IN         pic x(6).
           02 KM-KUNDE-ID-IN       pic x(10).
           02 KM-OPRETTET-DATO-IN  pic x(10).
           02 KM-PRODUKT-KODE-IN   pic x(4).
      fd Reservation-Parameter-In.
      01 Reservation-Parameter-Linje.
           02 PARM-UDLOEB-DAGE     pic 9(3).
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
      fd Autorisation-Exceptions-Out.
      01 Autorisation-Exceptions-Linje pic x(200) value spaces.
      fd Autorisation-Arkiv-Out.
      01 Autorisation-Arkiv-Linje  pic x(102) value spaces.
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
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-autorisation   pic x value "N".
           88 end-of-file-autorisation value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-kortres        pic x value "N".
           88 end-of-file-kortres value "Y".
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 pos                      pic 9(4) value 1.
      01 RESERVATION-LOG-STATUS   pic x(2) value spaces.
     *> --- Antal dage en reservation maa staa aaben uden clearing - ---
     *> --- overstyres i KortReservationParameter.txt ---
      01 RESERVATION-UDLOEB-DAGE  pic 9(3) value 7.
     *> --- Kontomasteren i memory til opslag af den maskerede ---
     *> --- kontoreference - samme tabel som kortClearingIndlaesning ---
      01 Master-Tabel.
           02 MA-ANTAL             pic 9(5) value 0.
           02 MA-POST OCCURS 50000 TIMES.
              03 MA-KONTO-ID       pic x(14).
              03 MA-REG-NR         pic x(6).
              03 MA-KUNDE-ID       pic x(10).
      01 MA-INDEX                 pic 9(5) value 0.
      01 MA-MATCH-INDEX           pic 9(5) value 0.
      01 MA-ANTAL-MATCH           pic 9(3) value 0.
     *> --- Sidste-4-tegn-noegler til reference-opslaget ---
      01 REF-TRIM                 pic x(14) value spaces.
      01 REF-LAENGDE              pic 9(2)  value 0.
      01 REF-SIDSTE4              pic x(4)  value spaces.
      01 KONTO-TRIM               pic x(14) value spaces.
      01 KONTO-LAENGDE            pic 9(2)  value 0.
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
     *> --- De aktive deponeringer ---
      copy "Opgave10/Copybooks/DeponeringTabel.cpy".
      01 EOF-check-deponering     pic x value "N".
           88 end-of-file-deponering value "Y".
      01 ANTAL-DEPONERING-AFVIST  pic 9(7) value 0.
     *> --- Reservations-registret og den disponible position ---
      copy "Opgave10/Copybooks/KortReservationTabel.cpy".
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
     *> --- Registrets stoerrelse foer autorisations-filen - nye ---
     *> --- reservationer ligger efter denne og kan rulles tilbage, ---
     *> --- hvis filen afvises paa HDR/TRL ---
      01 KRS-ANTAL-FOER           pic 9(5) value 0.
      01 AUT-BELOB-DKK            pic 9(13)v99 value 0.
      01 DATO-RAW-NU              pic x(26) value spaces.
      01 DATO-VALIDERING-FLAG     pic x value "Y".
           88 DATO-GYLDIG         value "Y".
           88 DATO-UGYLDIG        value "N".
      01 DATO-NU                  pic x(21) value spaces.
      01 Dato-Tal-Felter.
           02 DATO-TAL             pic 9(8) value 0.
           02 DAGS-DATO-INT        pic 9(7) value 0.
           02 AUT-DATO-INT         pic 9(7) value 0.
           02 RESERVATION-ALDER-DAGE pic s9(7) value 0.
      01 AUTORISATION-HDR-ANTAL   pic 9(7) value 0.
      01 AUTORISATION-TRL-ANTAL   pic 9(7) value 0.
      01 AUTORISATION-TRAILER-FLAG pic x value "N".
           88 AUTORISATION-TRAILER-FUNDET value "Y".
      01 ANTAL-AUTORISATIONER     pic 9(7) value 0.
      01 ANTAL-RESERVERET         pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-UDLOEBET           pic 9(7) value 0.
      01 ANTAL-AABNE              pic 9(7) value 0.
      01 AUTORISATION-ARKIV-NAVN  pic x(100) value spaces.
      01 ARKIV-TIDSSTEMPEL        pic x(21) value spaces.
     *> --- Haendelses-tekst til skriv-reservations-log ---
      01 LOG-HAENDELSE            pic x(10) value spaces.

      procedure division.
     *> --- Hovedforloeb: parametre, kontomaster, register og ---
     *> --- position - udloeb de gamle reservationer, behandl ---
     *> --- autorisations-filen, og skriv register og position om ---
      Program-Execute.
           move function CURRENT-DATE to DATO-NU
           move DATO-NU (1:8) to DATO-TAL
           compute DAGS-DATO-INT = function INTEGER-OF-DATE(DATO-TAL)
           perform indlæs-parametre
           perform indlæs-konto-master
           perform indlæs-kort-reservationer
           perform indlæs-disponibel-saldo
           perform indlæs-deponering-register
           open extend Reservation-Log-Out
           if RESERVATION-LOG-STATUS = "35"
               open output Reservation-Log-Out
           end-if
           perform udloeb-gamle-reservationer
           move KRS-ANTAL to KRS-ANTAL-FOER
           open output Autorisation-Exceptions-Out
           perform behandl-autorisations-fil
           close Autorisation-Exceptions-Out
           if ANTAL-AUTORISATIONER = AUTORISATION-HDR-ANTAL
               and ANTAL-AUTORISATIONER = AUTORISATION-TRL-ANTAL
               perform bogfoer-nye-reservationer
               if ANTAL-AUTORISATIONER > 0
                   perform arkiver-autorisations-fil
               end-if
               display "Kort-autorisation: " ANTAL-AUTORISATIONER
                   " laest, " ANTAL-RESERVERET " reserveret, "
                   ANTAL-AFVIST " afvist - se "
                   "text-files/KortAutorisationExceptions.txt"
           else
     *> --- Hele filen afvises - de nye reservationer rulles ---
     *> --- tilbage, men udloebet af de gamle staar ved magt ---
               move KRS-ANTAL-FOER to KRS-ANTAL
               display "ABEND: KortAutorisationer.txt record-antal "
                   "stemmer ikke - HDR: " AUTORISATION-HDR-ANTAL
                   " TRL: " AUTORISATION-TRL-ANTAL
                   " faktisk laest: " ANTAL-AUTORISATIONER
                   " - ingen reservationer bogfoert"
               move 12 to return-code
           end-if
           perform skriv-register-tilbage
           perform skriv-disponibel-saldo
           move spaces to Reservation-Log-Linje
           move 1 to pos
           string
               "OPSUMMERING "         delimited by size
               DATO-NU (1:8)          delimited by size
               ": "                   delimited by size
               ANTAL-RESERVERET       delimited by size
               " reserveret, "        delimited by size
               ANTAL-UDLOEBET         delimited by size
               " udloebet, "          delimited by size
               ANTAL-AABNE            delimited by size
               " aabne"               delimited by size
                  into Reservation-Log-Linje
                  with pointer pos
           end-string
           write Reservation-Log-Linje
           close Reservation-Log-Out
           display "Kort-reservationer: " ANTAL-UDLOEBET
               " udloebet efter " RESERVATION-UDLOEB-DAGE " dage, "
               ANTAL-AABNE " aabne - se "
               "text-files/KortReservationLog.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Reservation-Parameter-In
           read Reservation-Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-UDLOEB-DAGE is numeric
                       and PARM-UDLOEB-DAGE > 0
                       move PARM-UDLOEB-DAGE
                           to RESERVATION-UDLOEB-DAGE
                   end-if
           end-read
           close Reservation-Parameter-In
           exit.

      indlæs-konto-master.
           move 0 to MA-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if MA-ANTAL < 50000
                           add 1 to MA-ANTAL
                           move KM-KONTO-ID-IN to MA-KONTO-ID (MA-ANTAL)
                           move KM-REG-NR-IN   to MA-REG-NR (MA-ANTAL)
                           move KM-KUNDE-ID-IN to MA-KUNDE-ID (MA-ANTAL)
                       end-if
               end-read
           end-perform
           close Konto-Master-In
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

     *> --- Reservationer, der har staaet aabne i flere end ---
     *> --- RESERVATION-UDLOEB-DAGE dage, udloeber og frigiver ---
     *> --- beloebet i den disponible position ---
      udloeb-gamle-reservationer.
           perform varying KRS-INDEX from 1 by 1
               until KRS-INDEX > KRS-ANTAL
               move KRS-AUT-TIDSPUNKT (KRS-INDEX) (1:4)
                   to DATO-TAL (1:4)
               move KRS-AUT-TIDSPUNKT (KRS-INDEX) (6:2)
                   to DATO-TAL (5:2)
               move KRS-AUT-TIDSPUNKT (KRS-INDEX) (9:2)
                   to DATO-TAL (7:2)
               compute AUT-DATO-INT =
                   function INTEGER-OF-DATE(DATO-TAL)
               compute RESERVATION-ALDER-DAGE =
                   DAGS-DATO-INT - AUT-DATO-INT
               if RESERVATION-ALDER-DAGE > RESERVATION-UDLOEB-DAGE
                   set KRS-UDLOEBET (KRS-INDEX) to TRUE
                   add 1 to ANTAL-UDLOEBET
                   compute DISPONIBEL-RESERVATION =
                       0 - KRS-BELOB-DKK (KRS-INDEX)
                   move KRS-KONTO-ID (KRS-INDEX)
                       to DISPONIBEL-OPSLAG-KONTO
                   perform juster-disponibel-reservation
                   move "UDLOEBET" to LOG-HAENDELSE
                   perform skriv-reservations-log
               end-if
           end-perform
           exit.

     *> --- Laeser autorisations-filen med HDR/TRL-kontrol - samme ---
     *> --- hele-filen-afvises-regel som kortClearingIndlaesning ---
      behandl-autorisations-fil.
           move "N" to EOF-check-autorisation
           move 0 to AUTORISATION-HDR-ANTAL
           move 0 to AUTORISATION-TRL-ANTAL
           move "N" to AUTORISATION-TRAILER-FLAG
           open input Kort-Autorisation-In
           read Kort-Autorisation-In
               at end move "Y" to EOF-check-autorisation
               not at end
                   if AHT-TAG of Autorisation-Hdr-Trl-Linje = "HDR"
                       move AHT-ANTAL of Autorisation-Hdr-Trl-Linje
                           to AUTORISATION-HDR-ANTAL
                   end-if
           end-read
           perform until end-of-file-autorisation
               or AUTORISATION-TRAILER-FUNDET
               read Kort-Autorisation-In
                   at end move "Y" to EOF-check-autorisation
                   not at end
                       if AHT-TAG of Autorisation-Hdr-Trl-Linje = "TRL"
                           move "Y" to AUTORISATION-TRAILER-FLAG
                           move AHT-ANTAL of Autorisation-Hdr-Trl-Linje
                               to AUTORISATION-TRL-ANTAL
                       else
                           add 1 to ANTAL-AUTORISATIONER
                           perform valider-en-autorisation
                       end-if
               end-read
           end-perform
           close Kort-Autorisation-In
           exit.

     *> --- Validerer een autorisation og lægger den godkendte ---
     *> --- reservation i registret - foerste fejl vinder ---
      valider-en-autorisation.
           move spaces to AFVISNINGS-GRUND
           move 0 to AUT-BELOB-DKK
           if KA-AUT-REF = spaces
               move "AUT-REF-MANGLER" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces
               if function TEST-NUMVAL(KA-BELOB) not = 0
                   move "BELOB-UGYLDIGT" to AFVISNINGS-GRUND
               else
                   compute AUT-BELOB-DKK =
                       function ABS(function NUMVAL(KA-BELOB))
                   if AUT-BELOB-DKK = 0
                       move "BELOB-NUL" to AFVISNINGS-GRUND
                   end-if
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               move function TRIM(KA-AUT-TIDSPUNKT) to DATO-RAW-NU
               perform valider-dato-format
               if DATO-UGYLDIG
                   move "DATO-UGYLDIG" to AFVISNINGS-GRUND
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               move KA-AUT-REF to KORTRES-OPSLAG-REF
               perform find-reservation-for-ref
               if RESERVATION-FUNDET
                   move "AUT-REF-DUBLET" to AFVISNINGS-GRUND
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               perform find-konto-for-reference
               if MA-ANTAL-MATCH = 0
                   move "KONTO-REF-UKENDT" to AFVISNINGS-GRUND
               end-if
               if MA-ANTAL-MATCH > 1
                   move "KONTO-REF-FLERTYDIG" to AFVISNINGS-GRUND
               end-if
           end-if
     *> --- Kortkoeb paa en deponeringskonto afvises, til ---
     *> --- frigivelsen er godkendt - se DeponeringTabel.cpy ---
           if AFVISNINGS-GRUND = spaces and DPR-ANTAL > 0
               move MA-KONTO-ID (MA-MATCH-INDEX)
                   to DEPONERING-OPSLAG-KONTO
               perform find-deponering-for-konto
               if KONTO-ER-DEPONERET
                   add 1 to ANTAL-DEPONERING-AFVIST
                   move "DEPONERING-SPAERRET" to AFVISNINGS-GRUND
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               and KRS-ANTAL >= MAX-KORTRES
               move "RESERVATION-TABEL-FULD" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces
               add 1 to KRS-ANTAL
               move KA-AUT-REF to KRS-AUT-REF (KRS-ANTAL)
               move MA-KONTO-ID (MA-MATCH-INDEX)
                   to KRS-KONTO-ID (KRS-ANTAL)
               move KA-KONTO-REF to KRS-KONTO-REF (KRS-ANTAL)
               move KA-FORRETNING to KRS-FORRETNING (KRS-ANTAL)
               move AUT-BELOB-DKK to KRS-BELOB-DKK (KRS-ANTAL)
               move KA-VALUTA to KRS-VALUTA (KRS-ANTAL)
               move KA-AUT-TIDSPUNKT to KRS-AUT-TIDSPUNKT (KRS-ANTAL)
               set KRS-AABEN (KRS-ANTAL) to TRUE
           else
               add 1 to ANTAL-AFVIST
               move spaces to Autorisation-Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE="          delimited by size
                   function TRIM(AFVISNINGS-GRUND)
                                          delimited by size
                   " AUT-REF="            delimited by size
                   KA-AUT-REF             delimited by size
                   " FORRETNING="         delimited by size
                   function TRIM(KA-FORRETNING)
                                          delimited by size
                   " KONTO-REF="          delimited by size
                   KA-KONTO-REF           delimited by size
                   " BELOB="              delimited by size
                   function TRIM(KA-BELOB) delimited by size
                   " TIDSPUNKT="          delimited by size
                   function TRIM(KA-AUT-TIDSPUNKT)
                                          delimited by size
                      into Autorisation-Exceptions-Linje
                      with pointer pos
               end-string
               write Autorisation-Exceptions-Linje
           end-if
           exit.

     *> --- Filen er godkendt paa HDR/TRL: de nye reservationer ---
     *> --- logges og traekkes fra den disponible position ---
      bogfoer-nye-reservationer.
           compute KRS-INDEX = KRS-ANTAL-FOER + 1
           perform until KRS-INDEX > KRS-ANTAL
               add 1 to ANTAL-RESERVERET
               move KRS-BELOB-DKK (KRS-INDEX) to DISPONIBEL-RESERVATION
               move KRS-KONTO-ID (KRS-INDEX)
                   to DISPONIBEL-OPSLAG-KONTO
               perform juster-disponibel-reservation
               move "RESERVERET" to LOG-HAENDELSE
               perform skriv-reservations-log
               add 1 to KRS-INDEX
           end-perform
           exit.

     *> --- Slaar KORTRES-OPSLAG-REF op blandt de aabne ---
     *> --- reservationer og saetter KRS-INDEX paa fundet ---
      find-reservation-for-ref.
           set RESERVATION-IKKE-FUNDET to TRUE
           move 1 to KRS-INDEX
           perform until RESERVATION-FUNDET or KRS-INDEX > KRS-ANTAL
               if KRS-AABEN (KRS-INDEX)
                   and KRS-AUT-REF (KRS-INDEX) = KORTRES-OPSLAG-REF
                   set RESERVATION-FUNDET to TRUE
               else
                   add 1 to KRS-INDEX
               end-if
           end-perform
           exit.

     *> --- Slaar den maskerede kontoreference op i kontomasteren paa ---
     *> --- de sidste 4 tegn - praecis eet match kraeves ---
      find-konto-for-reference.
           move 0 to MA-ANTAL-MATCH
           move 0 to MA-MATCH-INDEX
           move function TRIM(KA-KONTO-REF) to REF-TRIM
           move function LENGTH(function TRIM(REF-TRIM))
               to REF-LAENGDE
           if REF-LAENGDE >= 4
               compute pos = REF-LAENGDE - 3
               move REF-TRIM (pos:4) to REF-SIDSTE4
               perform varying MA-INDEX from 1 by 1
                   until MA-INDEX > MA-ANTAL
                   move function TRIM(MA-KONTO-ID (MA-INDEX))
                       to KONTO-TRIM
                   move function LENGTH(function TRIM(KONTO-TRIM))
                       to KONTO-LAENGDE
                   if KONTO-LAENGDE >= 4
                       compute pos = KONTO-LAENGDE - 3
                       if KONTO-TRIM (pos:4) = REF-SIDSTE4
                           add 1 to MA-ANTAL-MATCH
                           move MA-INDEX to MA-MATCH-INDEX
                       end-if
                   end-if
               end-perform
           end-if
           exit.

     *> --- Samme to dato-formater som valider-dato-format i ---
     *> --- opgave10.cob ---
      valider-dato-format.
           set DATO-GYLDIG to TRUE
           if DATO-RAW-NU(11:1) = "-"
               if DATO-RAW-NU(1:4) is not numeric
                   or DATO-RAW-NU(5:1) not = "-"
                   or DATO-RAW-NU(6:2) is not numeric
                   or DATO-RAW-NU(8:1) not = "-"
                   or DATO-RAW-NU(9:2) is not numeric
                   or DATO-RAW-NU(12:2) is not numeric
                   or DATO-RAW-NU(14:1) not = "."
                   or DATO-RAW-NU(15:2) is not numeric
                   or DATO-RAW-NU(17:1) not = "."
                   or DATO-RAW-NU(18:2) is not numeric
                   set DATO-UGYLDIG to TRUE
               end-if
           else
               if function TRIM(DATO-RAW-NU) = spaces
                   or DATO-RAW-NU(1:4) is not numeric
                   or DATO-RAW-NU(5:1) not = "-"
                   or DATO-RAW-NU(6:2) is not numeric
                   or DATO-RAW-NU(8:1) not = "-"
                   or DATO-RAW-NU(9:2) is not numeric
                   set DATO-UGYLDIG to TRUE
               end-if
           end-if
           exit.

     *> --- En haendelses-linje for reservationen paa KRS-INDEX: ---
     *> --- HAENDELSE AUT-REF KONTO-ID BELOB FORRETNING TIDSPUNKT ---
      skriv-reservations-log.
           move KRS-BELOB-DKK (KRS-INDEX) to KORTRES-BELOB-E
           move spaces to Reservation-Log-Linje
           move 1 to pos
           string
               function TRIM(LOG-HAENDELSE) delimited by size
               " DATO="               delimited by size
               DATO-NU (1:8)          delimited by size
               " AUT-REF="            delimited by size
               KRS-AUT-REF (KRS-INDEX) delimited by size
               " KONTO-ID="           delimited by size
               KRS-KONTO-ID (KRS-INDEX) delimited by size
               " BELOB="              delimited by size
               function TRIM(KORTRES-BELOB-E) delimited by size
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
           exit.

     *> --- Kopierer den behandlede KortAutorisationer.txt til en ---
     *> --- datostemplet KortAutorisationerBehandlet_-fil og ---
     *> --- toemmer originalen, saa samme autorisation ikke kan ---
     *> --- reservere to gange ---
      arkiver-autorisations-fil.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to AUTORISATION-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/KortAutorisationerBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into AUTORISATION-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-autorisation
           open input Kort-Autorisation-In
           open output Autorisation-Arkiv-Out
           perform until end-of-file-autorisation
               read Kort-Autorisation-In
                   at end move "Y" to EOF-check-autorisation
                   not at end
                       write Autorisation-Arkiv-Linje
                           from Kort-Autorisation-Linje
               end-read
           end-perform
           close Autorisation-Arkiv-Out
           close Kort-Autorisation-In
           open output Kort-Autorisation-In
           close Kort-Autorisation-In
           display "Kort-autorisationer arkiveret til "
               function TRIM(AUTORISATION-ARKIV-NAVN)
               " - KortAutorisationer.txt toemt"
           exit.

     *> --- Skriver registret om - kun de aabne reservationer ---
      skriv-register-tilbage.
           move 0 to ANTAL-AABNE
           open output Kort-Reservation-Out
           perform varying KRS-INDEX from 1 by 1
               until KRS-INDEX > KRS-ANTAL
               if KRS-AABEN (KRS-INDEX)
                   add 1 to ANTAL-AABNE
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
           move "kortAutorisation" to KAP-PROGRAM
           move "MASTER-TABEL" to KAP-TABEL
           move MA-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KORTRES-TABEL" to KAP-TABEL
           move KRS-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "DEPONERING-TABEL" to KAP-TABEL
           move DPR-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
