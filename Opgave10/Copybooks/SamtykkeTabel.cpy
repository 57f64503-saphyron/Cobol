     *> --- SAMTYKKE-TABEL holder det persistente SamtykkeRegister.txt
     *>     i memory (Kunde-Id, kanal, status, dato - se Samtykke.cpy),
     *>     foert af samtykkeRegister (Opgave87). skriv-kunde-
     *>     beskeder i opgave10.cob paafoerer kun kampagnebeskeder
     *>     (kategori K i KundeBeskeder.txt) udskrifter for kunder
     *>     med gyldigt samtykke til kanalen U (indlaeg paa
     *>     kontoudskriften); servicebeskeder gaar altid ud. ---
       77  MAX-SAMTYKKER            PIC 9(5)   VALUE 50000.
       77  SMT-INDEX                PIC 9(5)   VALUE 0.

       01  SAMTYKKE-TABEL.
           05 SMT-ANTAL             PIC 9(5) VALUE 0.
           05 SMT-POST OCCURS 50000 TIMES.
              10 SMT-KUNDE-ID       PIC X(10).
              10 SMT-KANAL          PIC X.
              10 SMT-STATUS         PIC X.
              10 SMT-DATO           PIC X(10).

       01  Samtykke-Felter.
           05 SAMTYKKE-FUND-FLAG    PIC X     VALUE "N".
              88 SAMTYKKE-GYLDIGT            VALUE "Y".
              88 SAMTYKKE-MANGLER            VALUE "N".
           05 SAMTYKKE-OPSLAG-KUNDE PIC X(10) VALUE SPACES.
           05 SAMTYKKE-OPSLAG-KANAL PIC X     VALUE SPACES.
           05 SAMTYKKE-DAGS-DATO    PIC X(10) VALUE SPACES.
