     *> --- DISPONIBEL-TABEL holder den faelles disponible position
     *>     pr. Konto-ID i memory, indlaest fra text-files/
     *>     DisponibelSaldo.txt. Filen bygges ved starten af hver
     *>     intag-cyklus af disponibelSaldo (Opgave61):
     *>       - DSP-BOGFOERT-SALDO: bogfoert saldo = alle
     *>         posteringer i Transaktioner.txt dateret foer i dag
     *>       - DSP-DAGENS-BEVAEGELSE: dagens allerede godkendte
     *>         posteringer (dateret i dag), og det hvert intag-trin
     *>         selv godkender undervejs
     *>       - DSP-RAMME-DKK: den bevilgede kreditramme fra
     *>         OvertraekGraenser.txt (OvertraekGraenseTabel.cpy)
     *>       - DSP-RESERVERET-DKK: aabne kortreservationer fra
     *>         KortReservationer.txt (KortReservationTabel.cpy) -
     *>         foeres frem af kortAutorisation (Opgave62) og
     *>         frigives af kortClearingIndlaesning - plus
     *>         indleverede checks, hvis valoerdag ikke er naaet,
     *>         og det pantsatte beloeb paa et pantsat indlaan
     *>         (Sikkerhed.cpy)
     *>     Disponibelt = bogfoert + dagens + ramme - reserveret.
     *>     Hvert debit-
     *>     intag-trin (fasteOverfoersler, bsOpkraevning,
     *>     betalingsOrdreIndlaesning, kortClearingIndlaesning)
     *>     afviser en debitering, der ikke kan rummes, med
     *>     DAEKNING-MANGLER, laegger de godkendte posteringer til
     *>     DSP-DAGENS-BEVAEGELSE og skriver filen tilbage, saa
     *>     positionen baeres videre til naeste trin samme nat.
     *>     Trin, der bogfoerer uden daekningskontrol (laanTerminer,
     *>     bsRykker, checkIndlevering, indbetalingsKort), foerer
     *>     deres posteringer ind paa samme maade.
     *>     Konti uden en raekke i filen kontrolleres ikke, og
     *>     findes filen slet ikke, er kontrollen slaaet fra. ---
       77  MAX-DISPONIBEL           PIC 9(5)   VALUE 50000.
       77  DSP-INDEX                PIC 9(5)   VALUE 0.

       01  DISPONIBEL-TABEL.
           05 DSP-ANTAL             PIC 9(5) VALUE 0.
           05 DSP-POST OCCURS 50000 TIMES.
              10 DSP-KONTO-ID       PIC X(14).
              10 DSP-BOGFOERT-SALDO PIC S9(13)V99 COMP-3 VALUE 0.
              10 DSP-DAGENS-BEVAEGELSE
                                    PIC S9(13)V99 COMP-3 VALUE 0.
              10 DSP-RAMME-DKK      PIC 9(13)V99 VALUE 0.
              10 DSP-RESERVERET-DKK PIC S9(13)V99 COMP-3 VALUE 0.

       01  Disponibel-Felter.
           05 DISPONIBEL-FUND-FLAG  PIC X     VALUE "N".
              88 KONTO-HAR-POSITION           VALUE "Y".
              88 KONTO-UDEN-POSITION          VALUE "N".
           05 DAEKNING-FLAG         PIC X     VALUE "J".
              88 DAEKNING-OK                  VALUE "J".
              88 DAEKNING-UTILSTRAEKKELIG     VALUE "N".
           05 DISPONIBEL-OPSLAG-KONTO PIC X(14) VALUE SPACES.
     *> --- Den paataenkte posterings fortegnsbaerende beloeb - ---
     *> --- negativt for en debitering ---
           05 DISPONIBEL-POSTERING  PIC S9(13)V99 COMP-3 VALUE 0.
     *> --- Aendring af kontoens reserverede beloeb - positiv for ---
     *> --- en ny reservation, negativ for en frigivet/udloebet ---
           05 DISPONIBEL-RESERVATION PIC S9(13)V99 COMP-3 VALUE 0.
           05 DISPONIBEL-AKTUEL     PIC S9(13)V99 COMP-3 VALUE 0.
           05 DISPONIBEL-EFTER      PIC S9(13)V99 COMP-3 VALUE 0.
           05 DISPONIBEL-AKTUEL-E   PIC -ZZZZZZZZZZ9.99.
     *> --- Filformatet: beloebene som redigeret tekst, laeses ---
     *> --- tilbage med FUNCTION NUMVAL ---
           05 DISPONIBEL-BELOB-E    PIC -ZZZZZZZZZZZZ9.99.
