     *> --- KORTRES-TABEL holder det persistente KortReservationer.txt
     *>     i memory: de aabne reservationer for kortkoeb, der er
     *>     autoriseret, men endnu ikke clearet. Registret foeres af:
     *>       - kortAutorisation (Opgave62): en reservation pr.
     *>         godkendt autorisation i KortAutorisationer.txt, og
     *>         reservationer, der har staaet aabne i flere end
     *>         KortReservationParameter.txt's antal dage uden
     *>         clearing, udloeber automatisk
     *>       - kortClearingIndlaesning (Opgave34): den matchende
     *>         clearing frigiver reservationen - paa
     *>         autorisationsreferencen, ellers paa Konto-ID + beloeb
     *>     Begge skriver haendelserne (RESERVERET/FRIGIVET/UDLOEBET)
     *>     til KortReservationLog.txt. Registret laeses af
     *>     disponibelSaldo (Opgave61), som traekker de aabne
     *>     reservationer fra den disponible saldo, og af opgave10,
     *>     som trykker "Reserveret (kortkoeb)"-linjen under saldoen.
     *>     Filen indeholder kun aabne reservationer - KRS-STATUS er
     *>     et rent runtime-felt, der markerer de frigivne/udloebne,
     *>     som udelades, naar registret skrives tilbage.
     *>     Beloebet er den positive, reserverede stoerrelse, i samme
     *>     valuta-behandling som kortClearingIndlaesning: clearing-
     *>     og autorisationsbeloebet tages som det staar. ---
       77  MAX-KORTRES              PIC 9(5)   VALUE 20000.
       77  KRS-INDEX                PIC 9(5)   VALUE 0.

       01  KORTRES-TABEL.
           05 KRS-ANTAL             PIC 9(5) VALUE 0.
           05 KRS-POST OCCURS 20000 TIMES.
              10 KRS-AUT-REF        PIC X(12).
              10 KRS-KONTO-ID       PIC X(14).
              10 KRS-KONTO-REF      PIC X(14).
              10 KRS-FORRETNING     PIC X(30).
              10 KRS-BELOB-DKK      PIC 9(13)V99.
              10 KRS-VALUTA         PIC X(4).
              10 KRS-AUT-TIDSPUNKT  PIC X(26).
              10 KRS-STATUS         PIC X VALUE "A".
                 88 KRS-AABEN                 VALUE "A".
                 88 KRS-FRIGIVET              VALUE "F".
                 88 KRS-UDLOEBET              VALUE "U".

       01  Kortres-Felter.
           05 KORTRES-FUND-FLAG     PIC X     VALUE "N".
              88 RESERVATION-FUNDET           VALUE "Y".
              88 RESERVATION-IKKE-FUNDET      VALUE "N".
           05 KORTRES-OPSLAG-KONTO  PIC X(14) VALUE SPACES.
           05 KORTRES-OPSLAG-REF    PIC X(12) VALUE SPACES.
           05 KORTRES-OPSLAG-BELOB  PIC 9(13)V99 VALUE 0.
     *> --- Summen af kontoens aabne reservationer og antallet - ---
     *> --- sat af opgoer-reservationer-for-konto ---
           05 KORTRES-SUM-DKK       PIC S9(13)V99 COMP-3 VALUE 0.
           05 KORTRES-ANTAL-KONTO   PIC 9(5)  VALUE 0.
           05 KORTRES-BELOB-E       PIC -(12)9.99.
