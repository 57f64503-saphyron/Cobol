     *>     gebyrsatsen kan overstyres i den valgfri
     *>     UdlandsParameter.txt. HDR/TRL regenereres, og den
     *>     behandlede fil arkiveres datostemplet og tømmes.
     *>     En udgaaende betaling plus gebyr skal kunne rummes i
     *>     kontoens disponible saldo (DisponibelSaldo.txt - se
     *>     DisponibelTabel.cpy), ellers afvises den med
     *>     DAEKNING-MANGLER.
     *>     Hver godkendt udgaaende betaling til en udenlandsk IBAN
     *>     appendes desuden til den varige log
     *>     text-files/UdlandsBetalingsLog.txt (Kunde-Id, Konto-ID,
     *>     IBAN-landekode, dato, ordre-ref) - skatteResidens
     *>     (Opgave81) finder staaende betalinger til udlandet der
     *>     som FATCA/CRS-indicie. Loggen skrives kun, naar filen er
     *>     godkendt og indlaest.
     *>     Konti konverteret fra en overtaget bank: en betaling paa
     *>     et gammelt REG-NR/Konto-ID skrives i overgangsperioden om
     *>     til det nye nummer og afvises bagefter med
     *>     KONTO-KONVERTERET - se OmdirigeringTabel.cpy. Hver
     *>     omdirigering staar i text-files/KontoOmdirigeringer.txt.

      environment division.
      input-output section.
           select Udlands-Arkiv-Out
               assign to dynamic UDLANDS-ARKIV-NAVN
               organization is line sequential.
           select Udlands-Log-Out
               assign to "text-files/UdlandsBetalingsLog.txt"
               organization is line sequential
               file status is UDLANDS-LOG-STATUS.
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
     *> --- Krydsreferencen fra bankKonvertering (Opgave107) og ---
     *> --- rapporten over omdirigerede betalinger - se ---
     *> --- OmdirigeringTabel.cpy ---
           select optional Krydsref-In
               assign to "text-files/KonverteringKrydsref.txt"
               organization is line sequential.
           select Omdirigering-Log-Out
               assign to "text-files/KontoOmdirigeringer.txt"
               organization is line sequential
               file status is OMDIRIGERING-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Kompliance-Koe-Linje      pic x(250) value spaces.
      fd Udlands-Arkiv-Out.
      01 Udlands-Arkiv-Linje       pic x(144) value spaces.
      fd Udlands-Log-Out.
      01 Udlands-Log-Linje.
           02 UL-KUNDE-ID-UD        pic x(10).
           02 UL-KONTO-ID-UD        pic x(14).
           02 UL-LAND-UD            pic x(2).
           02 UL-DATO-UD            pic x(10).
           02 UL-ORDRE-REF-UD       pic x(8).
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
      fd Krydsref-In.
      01 Krydsref-Linje.
           copy "Opgave10/Copybooks/KonverteringKrydsref.cpy".
      fd Omdirigering-Log-Out.
      01 Omdirigering-Log-Linje    pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-ordrer         pic x value "N".
           88 end-of-file-ordrer  value "Y".
      01 EOF-check-parm           pic x value "N".
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      01 BIC-LAENGDE              pic 9(2) value 0.
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
     *> --- Den disponible position pr. konto ---
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 ANTAL-DAEKNING-AFVIST    pic 9(7) value 0.
     *> --- De aktive deponeringer ---
      copy "Opgave10/Copybooks/DeponeringTabel.cpy".
      01 EOF-check-deponering     pic x value "N".
           88 end-of-file-deponering value "Y".
      01 ANTAL-DEPONERING-AFVIST  pic 9(7) value 0.
     *> --- Konti konverteret fra en overtaget bank ---
      copy "Opgave10/Copybooks/OmdirigeringTabel.cpy".
      01 EOF-check-krydsref       pic x value "N".
           88 end-of-file-krydsref value "Y".
      01 DATO-RAW-NU              pic x(26) value spaces.
      01 DATO-VALIDERING-FLAG     pic x value "Y".
           88 DATO-GYLDIG         value "Y".
      01 ANTAL-TRANS-GENERERET    pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 UDLANDS-ARKIV-NAVN       pic x(100) value spaces.
      01 UDLANDS-LOG-STATUS       pic x(2) value spaces.
     *> --- Godkendte udgaaende betalinger til udlandet - skrives ---
     *> --- til UdlandsBetalingsLog.txt, naar filen er godkendt ---
      01 Udlands-Log-Tabel.
           02 UL-ANTAL             pic 9(5) value 0.
           02 UL-POST OCCURS 10000 TIMES.
              03 UL-KUNDE-ID       pic x(10).
              03 UL-KONTO-ID       pic x(14).
              03 UL-LAND           pic x(2).
              03 UL-DATO           pic x(10).
              03 UL-ORDRE-REF      pic x(8).
      01 UL-INDEX                 pic 9(5) value 0.
      01 ARKIV-TIDSSTEMPEL        pic x(21) value spaces.

      procedure division.
           perform indlæs-parametre
           perform indlæs-valuta-kurs-fil
           perform indlæs-sanktions-liste
           perform indlæs-disponibel-saldo
           perform indlæs-deponering-register
           perform indlæs-omdirigeringer
           open extend Kompliance-Koe-Out
           if KOMPLIANCE-STATUS = "35"
               open output Kompliance-Koe-Out
           if ANTAL-ORDRER = ORDRE-HDR-ANTAL
               and ANTAL-ORDRER = ORDRE-TRL-ANTAL
               perform skriv-transaktioner-tilbage
               perform skriv-disponibel-saldo
               if UL-ANTAL > 0
                   perform skriv-udlands-log
               end-if
               if OML-ANTAL > 0
                   perform skriv-omdirigeringer
               end-if
           perform skriv-kaede-kontrol
               if ANTAL-ORDRER > 0
                   perform arkiver-ordre-fil
                   " - ingen betalinger indlaest"
               move 12 to return-code
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
                   move "RETNING-UGYLDIG" to AFVISNINGS-GRUND
               end-if
           end-if
     *> --- Et konverteret kontonummer omdirigeres til det nye - ---
     *> --- efter overgangsperioden afvises betalingen ---
           if AFVISNINGS-GRUND = spaces and OMD-ANTAL > 0
               perform omdiriger-ordre
           end-if
     *> --- Afsender-/modtagernavnet screenes mod sanktionslisten ---
           if AFVISNINGS-GRUND = spaces
               move UB-NAVN (1:30) to SCREEN-NAVN-RAA (1:30)
                   write Kompliance-Koe-Linje
               end-if
           end-if
     *> --- Deponerings-haandhaevelse: en udgaaende betaling fra en ---
     *> --- deponeringskonto afvises, til frigivelsen er godkendt ---
           if AFVISNINGS-GRUND = spaces and DPR-ANTAL > 0
               and UB-RETNING = "U"
               move UB-KONTO-ID to DEPONERING-OPSLAG-KONTO
               perform find-deponering-for-konto
               if KONTO-ER-DEPONERET
                   add 1 to ANTAL-DEPONERING-AFVIST
                   move "DEPONERING-SPAERRET" to AFVISNINGS-GRUND
               end-if
           end-if
     *> --- Daekningskontrol: en udgaaende betaling plus gebyret ---
     *> --- skal kunne rummes i kontoens disponible saldo (i DKK) - ---
     *> --- se DisponibelTabel.cpy ---
           if AFVISNINGS-GRUND = spaces and DSP-ANTAL > 0
               perform konverter-til-dkk
               if UB-RETNING = "U"
                   compute DISPONIBEL-POSTERING =
                       0 - function ABS(WS-BELOB-DKK-NUM)
                       - UDLAND-GEBYR-DKK
               else
                   compute DISPONIBEL-POSTERING =
                       function ABS(WS-BELOB-DKK-NUM)
                       - UDLAND-GEBYR-DKK
               end-if
               move UB-KONTO-ID to DISPONIBEL-OPSLAG-KONTO
               if UB-RETNING = "U"
                   perform kontroller-daekning
                   if DAEKNING-UTILSTRAEKKELIG
                       add 1 to ANTAL-DAEKNING-AFVIST
                       move "DAEKNING-MANGLER" to AFVISNINGS-GRUND
                   end-if
               end-if
           end-if
           if AFVISNINGS-GRUND = spaces
               add 1 to ANTAL-GODKENDT
               perform konverter-til-dkk
               perform skriv-betalings-postering
               perform skriv-gebyr-postering
               if UB-RETNING = "U" and IBAN-TRIM (1:2) not = "DK"
                   and UL-ANTAL < 10000
                   add 1 to UL-ANTAL
                   move UB-KUNDE-ID to UL-KUNDE-ID (UL-ANTAL)
                   move UB-KONTO-ID to UL-KONTO-ID (UL-ANTAL)
                   move IBAN-TRIM (1:2) to UL-LAND (UL-ANTAL)
                   move UB-DATO to UL-DATO (UL-ANTAL)
                   move UB-ORDRE-REF to UL-ORDRE-REF (UL-ANTAL)
               end-if
               if DSP-ANTAL > 0
                   move UB-KONTO-ID to DISPONIBEL-OPSLAG-KONTO
                   perform bogfoer-disponibel
               end-if
           else
               add 1 to ANTAL-AFVIST
               move spaces to Udlands-Exceptions-Linje
           close Transaktion-Data-In
           exit.

     *> --- Appender dagens udgaaende betalinger til udlandet til ---
     *> --- den varige log - EXTEND/status-35-moenstret ---
      skriv-udlands-log.
           open extend Udlands-Log-Out
           if UDLANDS-LOG-STATUS = "35"
               open output Udlands-Log-Out
           end-if
           perform varying UL-INDEX from 1 by 1
               until UL-INDEX > UL-ANTAL
               move UL-KUNDE-ID (UL-INDEX) to UL-KUNDE-ID-UD
               move UL-KONTO-ID (UL-INDEX) to UL-KONTO-ID-UD
               move UL-LAND (UL-INDEX) to UL-LAND-UD
               move UL-DATO (UL-INDEX) to UL-DATO-UD
               move UL-ORDRE-REF (UL-INDEX) to UL-ORDRE-REF-UD
               write Udlands-Log-Linje
           end-perform
           close Udlands-Log-Out
           exit.

      arkiver-ordre-fil.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to UDLANDS-ARKIV-NAVN
               function TRIM(UDLANDS-ARKIV-NAVN)
               " - UdlandsBetalinger.txt toemt"
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

     *> --- De konverterede konti fra krydsreferencen - kun ---
     *> --- A-linjer, der har faaet deres nye nummer ---
      indlæs-omdirigeringer.
           move 0 to OMD-ANTAL
           move 0 to OML-ANTAL
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to OMDIRIGERING-DAGS-DATO
           string
               ARKIV-TIDSSTEMPEL (1:4)  delimited by size
               "-"                      delimited by size
               ARKIV-TIDSSTEMPEL (5:2)  delimited by size
               "-"                      delimited by size
               ARKIV-TIDSSTEMPEL (7:2)  delimited by size
                  into OMDIRIGERING-DAGS-DATO
           end-string
           move spaces to OMDIRIGERING-TIDSSTEMPEL
           string
               ARKIV-TIDSSTEMPEL (1:8)  delimited by size
               "-"                      delimited by size
               ARKIV-TIDSSTEMPEL (9:6)  delimited by size
                  into OMDIRIGERING-TIDSSTEMPEL
           end-string
           move "N" to EOF-check-krydsref
           open input Krydsref-In
           perform until end-of-file-krydsref
               read Krydsref-In
                   at end move "Y" to EOF-check-krydsref
                   not at end
                       if KX-TYPE = "A" and KX-STATUS = "K"
                           and OMD-ANTAL < MAX-OMDIRIGERING
                           add 1 to OMD-ANTAL
                           move KX-GAMMEL-REG-NR
                               to OMD-GAMMEL-REG-NR (OMD-ANTAL)
                           move KX-GAMMEL-ID
                               to OMD-GAMMEL-KONTO-ID (OMD-ANTAL)
                           move KX-NY-REG-NR to OMD-NY-REG-NR (OMD-ANTAL)
                           move KX-NY-ID to OMD-NY-KONTO-ID (OMD-ANTAL)
                           move KX-KUNDE-ID to OMD-KUNDE-ID (OMD-ANTAL)
                           move KX-OMDIRIGER-TIL
                               to OMD-TIL-DATO (OMD-ANTAL)
                       end-if
               end-read
           end-perform
           close Krydsref-In
           exit.

     *> --- Slaar OMDIRIGERING-OPSLAG-REG/-KONTO op blandt de ---
     *> --- konverterede konti ---
      find-omdirigering.
           set KONTO-IKKE-KONVERTERET to TRUE
           perform varying OMD-INDEX from 1 by 1
               until KONTO-ER-KONVERTERET or OMD-INDEX > OMD-ANTAL
               if OMD-GAMMEL-KONTO-ID (OMD-INDEX)
                       = OMDIRIGERING-OPSLAG-KONTO
                   and OMD-GAMMEL-REG-NR (OMD-INDEX)
                       = OMDIRIGERING-OPSLAG-REG
                   set KONTO-ER-KONVERTERET to TRUE
               end-if
           end-perform
           if KONTO-ER-KONVERTERET
               subtract 1 from OMD-INDEX
           end-if
           exit.

     *> --- Betalingen skrives om til kontoens nye nummer, saa den ---
     *> --- valideres og bogfoeres paa den nye konto ---
      omdiriger-ordre.
           move UB-REG-NR to OMDIRIGERING-OPSLAG-REG
           move UB-KONTO-ID to OMDIRIGERING-OPSLAG-KONTO
           perform find-omdirigering
           if KONTO-IKKE-KONVERTERET
               exit paragraph
           end-if
           if OMD-TIL-DATO (OMD-INDEX) < OMDIRIGERING-DAGS-DATO
               add 1 to ANTAL-KONVERTERET-AFVIST
               move "KONTO-KONVERTERET" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move OMD-NY-REG-NR (OMD-INDEX) to UB-REG-NR
           move OMD-NY-KONTO-ID (OMD-INDEX) to UB-KONTO-ID
           move OMD-KUNDE-ID (OMD-INDEX) to UB-KUNDE-ID
           add 1 to ANTAL-OMDIRIGERET
           if OML-ANTAL < MAX-OMDIRIGERING-LOG
               add 1 to OML-ANTAL
               move spaces to OML-LINJE (OML-ANTAL)
               move 1 to pos
               string
                   "OMDIRIGERET TIDSPUNKT=" delimited by size
                   OMDIRIGERING-TIDSSTEMPEL delimited by size
                   " KILDE=UDLAND REF="     delimited by size
                   UB-ORDRE-REF             delimited by size
                   " GAMMEL-REG-NR="        delimited by size
                   function TRIM(OMD-GAMMEL-REG-NR (OMD-INDEX))
                                            delimited by size
                   " GAMMEL-KONTO-ID="      delimited by size
                   function TRIM(OMD-GAMMEL-KONTO-ID (OMD-INDEX))
                                            delimited by size
                   " NY-REG-NR="            delimited by size
                   function TRIM(OMD-NY-REG-NR (OMD-INDEX))
                                            delimited by size
                   " NY-KONTO-ID="          delimited by size
                   function TRIM(OMD-NY-KONTO-ID (OMD-INDEX))
                                            delimited by size
                   " KUNDE-ID="             delimited by size
                   OMD-KUNDE-ID (OMD-INDEX) delimited by size
                   " BELOB="                delimited by size
                   function TRIM(UB-BELOB)
                                            delimited by size
                   " UDLOEBER="             delimited by size
                   OMD-TIL-DATO (OMD-INDEX) delimited by size
                      into OML-LINJE (OML-ANTAL)
                      with pointer pos
               end-string
           end-if
           exit.

     *> --- Omdirigeringerne appendes, naar filen er godkendt ---
      skriv-omdirigeringer.
           open extend Omdirigering-Log-Out
           if OMDIRIGERING-STATUS = "35"
               open output Omdirigering-Log-Out
           end-if
           perform varying OML-INDEX from 1 by 1
               until OML-INDEX > OML-ANTAL
               write Omdirigering-Log-Linje from OML-LINJE (OML-INDEX)
           end-perform
           close Omdirigering-Log-Out
           display "Udlandsbetalinger: " ANTAL-OMDIRIGERET
               " betaling(er) omdirigeret fra konverterede konti - se "
               "text-files/KontoOmdirigeringer.txt"
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
           move "udlandsBetalinger" to KAP-PROGRAM
           move "SANKTIONS-TABEL" to KAP-TABEL
           move SL-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "VALUTA-KURS-FIL-TABEL" to KAP-TABEL
           move VKF-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "UDLANDS-LOG-TABEL" to KAP-TABEL
           move UL-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "DEPONERING-TABEL" to KAP-TABEL
           move DPR-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "OMDIRIGERING-TABEL" to KAP-TABEL
           move OMD-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
