     *>     (og opgave10's låne-afsnit på udskriften) ser den aktuelle
     *>     gæld. Transaktioner.txt skrives om med ny HDR/TRL-linje,
     *>     samme mønster som fasteOverfoersler.
     *>
     *>     Hver ny terminsrente meldes desuden til
     *>     text-files/RenteTilskrevet.txt (art L, laane-id som
     *>     reference, terminsdatoen som tilskrivningsdato), saa
     *>     renteOpsamling (Opgave76) kan frigive sin daglige
     *>     periodisering af laanerenten, naar terminen forfalder.
     *>
     *>     Et nyt laan (ingen terminer genereret endnu) saettes ikke
     *>     i gang for en kunde, der er markeret i skyldnerregistret
     *>     (Skyldner-Status R i Kundeoplysninger.txt -
     *>     skyldnerRegister, Opgave80): laanet bliver staaende
     *>     uroert i LaanMaster.txt og meldes paa konsollen, til
     *>     markeringen er fjernet. Et laan, der allerede koerer,
     *>     afvikles som hidtil.
     *>
     *>     Terminerne er debiteringer midt i intag-cyklussen, saa
     *>     forfaldne terminer (dateret i dag eller tidligere)
     *>     traekkes fra den disponible position (DisponibelSaldo.txt
     *>     - DisponibelTabel.cpy), som skrives tilbage til de
     *>     efterfoelgende intag-trin. Terminen bogfoeres altid -
     *>     der er ingen daekningskontrol.

      environment division.
      input-output section.
           select optional Aar-Parameter-In
               assign to "text-files/AarParameter.txt"
               organization is line sequential.
     *> --- Tilskrivnings-feedet til renteOpsamling - appendes ---
           select Rente-Tilskrevet-Out
               assign to "text-files/RenteTilskrevet.txt"
               organization is line sequential
               file status is RENTE-TILSKREVET-STATUS.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
     *> --- Deponerings-registret: debiteringer paa en ---
     *> --- deponeringskonto afvises, til frigivelsen er ---
     *> --- godkendt - se DeponeringTabel.cpy ---
           select optional Deponering-Register-In
               assign to "text-files/DeponeringRegister.txt"
               organization is line sequential.
     *> --- Den faelles disponible position pr. konto fra ---
     *> --- disponibelSaldo (Opgave61) - de forfaldne terminer ---
     *> --- traekkes fra, og positionen skrives frem til naeste ---
     *> --- intag-trin - se DisponibelTabel.cpy ---
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
      01 Aar-Parameter-Linje.
           02 PARM-START-AAR        pic 9(4).
           02 PARM-SLUT-AAR         pic 9(4).
      fd Rente-Tilskrevet-Out.
      01 Rente-Tilskrevet-Linje.
           copy "Opgave10/Copybooks/RenteTilskrevet.cpy".
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
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
      01 EOF-check-laan           pic x value "N".
           88 end-of-file-laan    value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-arkiv-liste value "Y".
      01 EOF-check-arkiv          pic x value "N".
           88 end-of-file-arkiv   value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 pos                      pic 9(4) value 1.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 RENTE-TILSKREVET-STATUS  pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
      01 Aar-Vindue.
           02 START-AAR            pic 9(4) value 2023.
           02 TERMIN-AFDRAG-DKK    pic s9(13)v99 COMP-3 value 0.
           02 TERMIN-RENTE-DKK     pic s9(13)v99 COMP-3 value 0.
           02 TERMIN-BELOB-EDIT    pic -(9)9.99.
     *> --- Kunder markeret i skyldnerregistret - ingen nye laan ---
      01 Skyldner-Tabel.
           02 SK-ANTAL             pic 9(5) value 0.
           02 SK-KUNDE-ID          pic x(10) occurs 20000 times.
      01 SK-INDEX                 pic 9(5) value 0.
      01 SK-FUND-FLAG             pic x value "N".
           88 SK-FUNDET           value "Y".
           88 SK-IKKE-FUNDET      value "N".
     *> --- De aktive deponeringer ---
      copy "Opgave10/Copybooks/DeponeringTabel.cpy".
      01 EOF-check-deponering     pic x value "N".
           88 end-of-file-deponering value "Y".
      01 ANTAL-DEPONERING-AFVIST  pic 9(7) value 0.
     *> --- Den disponible position pr. konto ---
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 ANTAL-LAAN               pic 9(7) value 0.
      01 ANTAL-LAAN-SPAERRET      pic 9(7) value 0.
      01 ANTAL-TERMINER-GENERERET pic 9(7) value 0.
      01 ANTAL-TERMIN-DUBLET      pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
           open output Transaktion-Work-Out
           perform kopier-bestaaende-transaktioner
           perform registrer-laan-maerker-fra-arkiver
           perform indlæs-skyldnere
           perform indlæs-deponering-register
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
           open extend Rente-Tilskrevet-Out
           if RENTE-TILSKREVET-STATUS = "35"
               open output Rente-Tilskrevet-Out
           end-if
           perform udvid-alle-laan
           close Rente-Tilskrevet-Out
           close Transaktion-Work-Out
           perform skriv-transaktioner-tilbage
           perform skriv-disponibel-saldo
           perform skriv-kaede-kontrol
           perform skriv-laan-master-tilbage
           display "Laanterminer: " ANTAL-LAAN " laan laest, "
               ANTAL-TERMINER-GENERERET " termin(er) genereret, "
               ANTAL-TERMIN-DUBLET " allerede genereret"
           if ANTAL-LAAN-SPAERRET > 0
               display "Laanterminer: " ANTAL-LAAN-SPAERRET
                   " nyt/nye laan ikke sat i gang (kunde i "
                   "skyldnerregistret)"
           end-if
           if ANTAL-DEPONERING-AFVIST > 0
               display "Laanterminer: " ANTAL-DEPONERING-AFVIST
                   " laan sprunget over (deponeret konto)"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-aar-parametre.
           close Arkiv-Fil-In
           exit.

      indlæs-skyldnere.
           move 0 to SK-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Skyldner-Status = "R" and SK-ANTAL < 20000
                           add 1 to SK-ANTAL
                           move Kunde-Id of Kunde-Information
                               to SK-KUNDE-ID (SK-ANTAL)
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      udvid-alle-laan.
           perform varying LA-INDEX from 1 by 1
               until LA-INDEX > LA-ANTAL
               perform kontroller-skyldner
               if SK-FUNDET
                   add 1 to ANTAL-LAAN-SPAERRET
                   display "Laan " LA-LAAN-ID (LA-INDEX)
                       " ikke sat i gang: Kunde-Id "
                       LA-KUNDE-ID (LA-INDEX)
                       " er markeret i skyldnerregistret"
               else
     *> --- Terminerne paa en deponeringskonto springes over, til ---
     *> --- frigivelsen er godkendt - de bogfoeres i den foerste ---
     *> --- koersel derefter, da dedup'en kun kender de bogfoerte ---
                   move LA-KONTO-ID (LA-INDEX)
                       to DEPONERING-OPSLAG-KONTO
                   perform find-deponering-for-konto
                   if KONTO-ER-DEPONERET
                       add 1 to ANTAL-DEPONERING-AFVIST
                       display "Laan " LA-LAAN-ID (LA-INDEX)
                           " sprunget over: kontoen er deponeret, sag "
                           DEPONERING-AKTUEL-ID
                   else
                       perform udvid-et-laan
                   end-if
               end-if
           end-perform
           exit.

     *> --- SK-FUNDET, hvis laanet endnu ikke har en eneste ---
     *> --- genereret termin, og kunden er markeret i ---
     *> --- skyldnerregistret ---
      kontroller-skyldner.
           set SK-IKKE-FUNDET to TRUE
           if SK-ANTAL = 0
               exit paragraph
           end-if
           perform varying SK-INDEX from 1 by 1
               until SK-FUNDET or SK-INDEX > SK-ANTAL
               if SK-KUNDE-ID (SK-INDEX) = LA-KUNDE-ID (LA-INDEX)
                   set SK-FUNDET to TRUE
               end-if
           end-perform
           if SK-IKKE-FUNDET
               exit paragraph
           end-if
           set GEN-IKKE-FUNDET to TRUE
           perform varying GEN-INDEX from 1 by 1
               until GEN-FUNDET or GEN-INDEX > GEN-ANTAL
               if GEN-LAAN-ID (GEN-INDEX) = LA-LAAN-ID (LA-INDEX)
                   set GEN-FUNDET to TRUE
               end-if
           end-perform
           if GEN-FUNDET
               set SK-IKKE-FUNDET to TRUE
           end-if
           exit.

     *> --- Udvider ét lån: terminer fra LA-FOERSTE-DATO måned for ---
               move "RENTE" to BUTIK-MAERKE
               compute TERMIN-BELOB-EDIT = TERMIN-RENTE-DKK * -1
               perform skriv-termin-postering
               if TERMIN-RENTE-DKK > 0
                   perform skriv-rente-tilskrevet
               end-if
           end-if
     *> --- Restgælden føres frem, uanset om terminen netop blev ---
     *> --- genereret eller allerede var bogført ---
           subtract TERMIN-AFDRAG-DKK from LA-RESTGAELD (LA-INDEX)
           exit.

     *> --- Melder terminens rente til renteOpsamling ---
      skriv-rente-tilskrevet.
           move spaces to Rente-Tilskrevet-Linje
           move LA-KONTO-ID (LA-INDEX) to RTS-KONTO-ID
           move "L" to RTS-ART
           move LA-LAAN-ID (LA-INDEX) to RTS-REF
           move TERMIN-DATO-TEKST to RTS-DATO
           move TERMIN-RENTE-DKK to RTS-BELOB
           move "LAANTERMIN" to RTS-KILDE
           write Rente-Tilskrevet-Linje
           exit.

     *> --- Skriver én termin-postering (afdrag eller rente) til ---
     *> --- mellemfilen med "LAAN:<laan-id> <art>"-mærket i BUTIK ---
      skriv-termin-postering.
               to VALOER-DATO of Transaktion-Work-Linje
           write Transaktion-Work-Linje
           add 1 to ANTAL-TRANS-GENERERET
     *> --- En forfalden termin traekkes fra den disponible ---
     *> --- position; en fremtidig taelles med af disponibelSaldo, ---
     *> --- naar dagen kommer ---
           if DSP-ANTAL > 0
               and TERMIN-DATO-TEKST not > DAGS-DATO
               move function NUMVAL(TERMIN-BELOB-EDIT)
                   to DISPONIBEL-POSTERING
               move LA-KONTO-ID (LA-INDEX) to DISPONIBEL-OPSLAG-KONTO
               perform bogfoer-disponibel
           end-if
           exit.

     *> --- Skriver mellemfilen tilbage til Transaktioner.txt med ny ---
           end-perform
           close Laan-Master-Out
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
           move "laanTerminer" to KAP-PROGRAM
           move "LAAN-TABEL" to KAP-TABEL
           move LA-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "GENERERET-TABEL" to KAP-TABEL
           move GEN-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "SKYLDNER-TABEL" to KAP-TABEL
           move SK-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "DEPONERING-TABEL" to KAP-TABEL
           move DPR-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
