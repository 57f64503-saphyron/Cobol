     *> --- OMDIRIGERING-TABEL holder de konti, der er konverteret fra
     *>     en overtaget bank, i memory - A-linjerne med status K fra
     *>     text-files/KonverteringKrydsref.txt
     *>     (KonverteringKrydsref.cpy), foert af bankKonvertering
     *>     (Opgave107). Kunderne betaler og modtager i en
     *>     overgangsperiode fortsat paa det gamle kontonummer:
     *>       - betalingsOrdreIndlaesning (Opgave16) og
     *>         udlandsBetalinger (Opgave36) slaar ordrens REG-NR og
     *>         Konto-ID op, FOER ordren valideres. Findes det gamle
     *>         nummer, og er OMD-TIL-DATO ikke overskredet, skrives
     *>         ordren om til det nye REG-NR, Konto-ID og Kunde-Id og
     *>         valideres derefter som enhver anden ordre
     *>       - er overgangsperioden udloebet, afvises ordren med
     *>         KONTO-KONVERTERET, saa afsenderen faar besked om at
     *>         bruge det nye nummer
     *>     Hver omdirigering samles i OMDIRIGERING-LOG-TABEL og
     *>     appendes til den faelles rapport text-files/
     *>     KontoOmdirigeringer.txt, naar ordrefilen er godkendt og
     *>     indlaest. Findes krydsreferencen ikke, er opslaget slaaet
     *>     fra. ---
       77  MAX-OMDIRIGERING         PIC 9(5)   VALUE 50000.
       77  OMD-INDEX                PIC 9(5)   VALUE 0.
       77  MAX-OMDIRIGERING-LOG     PIC 9(5)   VALUE 10000.
       77  OML-INDEX                PIC 9(5)   VALUE 0.

       01  OMDIRIGERING-TABEL.
           05 OMD-ANTAL             PIC 9(5) VALUE 0.
           05 OMD-POST OCCURS 50000 TIMES.
              10 OMD-GAMMEL-REG-NR  PIC X(6).
              10 OMD-GAMMEL-KONTO-ID PIC X(14).
              10 OMD-NY-REG-NR      PIC X(6).
              10 OMD-NY-KONTO-ID    PIC X(14).
              10 OMD-KUNDE-ID       PIC X(10).
              10 OMD-TIL-DATO       PIC X(10).

       01  Omdirigering-Felter.
           05 OMDIRIGERING-FUND-FLAG PIC X    VALUE "N".
              88 KONTO-ER-KONVERTERET         VALUE "Y".
              88 KONTO-IKKE-KONVERTERET       VALUE "N".
           05 OMDIRIGERING-OPSLAG-REG PIC X(6) VALUE SPACES.
           05 OMDIRIGERING-OPSLAG-KONTO PIC X(14) VALUE SPACES.
           05 OMDIRIGERING-DAGS-DATO PIC X(10) VALUE SPACES.
           05 OMDIRIGERING-TIDSSTEMPEL PIC X(15) VALUE SPACES.
           05 OMDIRIGERING-STATUS   PIC X(2)  VALUE SPACES.
           05 ANTAL-OMDIRIGERET     PIC 9(7)  VALUE 0.
           05 ANTAL-KONVERTERET-AFVIST PIC 9(7) VALUE 0.

       01  OMDIRIGERING-LOG-TABEL.
           05 OML-ANTAL             PIC 9(5) VALUE 0.
           05 OML-LINJE OCCURS 10000 TIMES PIC X(200).
