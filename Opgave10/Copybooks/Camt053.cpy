     *> --- Arbejdsfelter til ISO 20022 camt.053-kontoudtoget for
     *>     erhvervskunder. Konti, hvis produkt i KontoProdukter.txt
     *>     har KP-CAMT-FLAG "D" eller "P", får under udskrivningen
     *>     hver gyldig postering skrevet som en "N"-record til
     *>     arbejdsfilen CamtArbejd, og for hver gruppe (konto +
     *>     bogføringsdag hhv. konto + udskriftsperiode) én "K"-
     *>     record med primo-/ultimo-saldo og antal posteringer - se
     *>     opsaml-camt-postering i opgave10.cob. Ved kørslens
     *>     afslutning sorteres arbejdsfilen efter kunde, dag/
     *>     periode og konto, og skriv-camt053-filer bygger én XML-
     *>     fil pr. kunde pr. dag/periode under text-files/Camt053/
     *>     plus Camt053Manifest.txt - samme manifest-tanke som
     *>     leverance-bundterne (LeveranceTabel.cpy). Saldi er
     *>     udskriftens løbende saldo, dvs. primo for årets første
     *>     dag/periode er 0, som på den trykte udskrift. ---
       01  Camt-Opsamling-Felter.
           05 CAMT-GRUPPE-FLAG      PIC X     VALUE "N".
              88 CAMT-GRUPPE-AABEN            VALUE "Y".
              88 CAMT-GRUPPE-LUKKET           VALUE "N".
           05 CAMT-KUNDE-ID         PIC X(14) VALUE SPACES.
           05 CAMT-EJER-NAVN        PIC X(40) VALUE SPACES.
           05 CAMT-NOEGLE           PIC X(10) VALUE SPACES.
           05 CAMT-NOEGLE-NY        PIC X(10) VALUE SPACES.
           05 CAMT-PRIMO-DKK        PIC S9(13)V99 COMP-3 VALUE 0.
           05 CAMT-ULTIMO-DKK       PIC S9(13)V99 COMP-3 VALUE 0.
           05 CAMT-GRUPPE-POSTER    PIC 9(5)  VALUE 0.
           05 CAMT-FRA-DATO         PIC X(10) VALUE SPACES.
           05 CAMT-TIL-DATO         PIC X(10) VALUE SPACES.
           05 CAMT-LOEBENR          PIC 9(7)  VALUE 0.
           05 CAMT-ANTAL-RECORDS    PIC 9(7)  VALUE 0.
     *> --- Periodegrænser til FrToDt: første og sidste måned i ---
     *> --- perioden og sidste dag i slutmåneden ---
           05 CAMT-START-MAANED     PIC 9(2)  VALUE 0.
           05 CAMT-SLUT-MAANED      PIC 9(2)  VALUE 0.
           05 CAMT-DAG-NR           PIC 9(8)  VALUE 0.
           05 CAMT-TIL-YMD          PIC 9(8)  VALUE 0.
           05 CAMT-TIL-YMD-X REDEFINES CAMT-TIL-YMD.
              10 CAMT-TIL-AAAA      PIC X(4).
              10 CAMT-TIL-MM        PIC X(2).
              10 CAMT-TIL-DD        PIC X(2).

     *> --- Felter til opbygningen af XML-filerne og manifestet ---
       01  Camt-Fil-Felter.
           05 EOF-check-camt        PIC X     VALUE "N".
              88 end-of-file-camt             VALUE "Y".
           05 CAMT-FIL-FLAG         PIC X     VALUE "N".
              88 CAMT-FIL-AABEN               VALUE "Y".
              88 CAMT-FIL-LUKKET              VALUE "N".
           05 CAMT-STMT-FLAG        PIC X     VALUE "N".
              88 CAMT-STMT-AABEN              VALUE "Y".
              88 CAMT-STMT-LUKKET             VALUE "N".
           05 CAMT-FIL-KUNDE-ID     PIC X(14) VALUE SPACES.
           05 CAMT-FIL-NOEGLE       PIC X(10) VALUE SPACES.
           05 CAMT-FIL-KONTI        PIC 9(5)  VALUE 0.
           05 CAMT-FIL-POSTER       PIC 9(7)  VALUE 0.
           05 ANTAL-CAMT-FILER      PIC 9(7)  VALUE 0.
           05 ANTAL-CAMT-POSTER     PIC 9(7)  VALUE 0.
           05 CAMT-NU               PIC X(21) VALUE SPACES.
           05 CAMT-OPRETTET         PIC X(19) VALUE SPACES.
           05 CAMT-BELOB-ABS        PIC S9(13)V99 COMP-3 VALUE 0.
           05 CAMT-BELOB-E          PIC Z(12)9.99.
           05 CAMT-RETNING          PIC X(4)  VALUE SPACES.
     *> --- Den saldo, skriv-camt-saldo skriver som <Bal> ---
           05 CAMT-BAL-KODE         PIC X(4)  VALUE SPACES.
           05 CAMT-BAL-DKK          PIC S9(13)V99 COMP-3 VALUE 0.
           05 CAMT-BAL-DATO         PIC X(10) VALUE SPACES.
           05 CAMT-REF-E            PIC Z(6)9.
           05 CAMT-ANTAL-E          PIC ZZZZ9.
     *> --- XML-escapet udgave af en fri tekst (navn, butik) - ---
     *> --- &, < og > må ikke stå rå i dokumentet ---
           05 CAMT-XML-IND          PIC X(40) VALUE SPACES.
           05 CAMT-XML-UD           PIC X(200) VALUE SPACES.
           05 CAMT-XML-POS          PIC 9(3)  VALUE 0.
           05 CAMT-XML-I            PIC 9(3)  VALUE 0.
           05 CAMT-XML-LGD          PIC 9(3)  VALUE 0.
