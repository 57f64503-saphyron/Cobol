     *> --- CASHPOOL-TABEL holder cash pool-registret
     *>     text-files/CashPoolRegister.txt i memory: een linje pr.
     *>     konto i en pool - pool-id, rolle (T = topkonto, M =
     *>     medlemskonto), Konto-ID, reg-nr, kontoens Kunde-Id (en
     *>     virksomhed i Virksomheder.txt) og koncern-id'et, alle
     *>     puljens virksomheder hoerer til. Registret skrives af
     *>     cashPool (Opgave65) ud fra CashPoolDefinitioner.txt (samme
     *>     layout) - kun puljer, der har bestaaet valideringen, kommer
     *>     med. cashPool nulstiller hver nat medlemskontiene mod
     *>     topkontoen med parrede "POOL:"-overfoersler, og opgave10
     *>     tilskriver derfor kun rente og overtraeksrente paa
     *>     topkontoen, som baerer puljens nettoposition ---
       77  MAX-CASHPOOL-KONTI       PIC 9(4)   VALUE 2000.
       77  CPL-INDEX                PIC 9(4)   VALUE 0.

       01  CASHPOOL-TABEL.
           05 CPL-ANTAL             PIC 9(4) VALUE 0.
           05 CPL-POST OCCURS 2000 TIMES.
              10 CPL-POOL-ID        PIC X(8).
              10 CPL-ROLLE          PIC X.
                 88 CPL-TOPKONTO              VALUE "T".
                 88 CPL-MEDLEM                VALUE "M".
              10 CPL-KONTO-ID       PIC X(14).
              10 CPL-REG-NR         PIC X(6).
              10 CPL-KUNDE-ID       PIC X(10).
              10 CPL-KONCERN-ID     PIC X(10).

       01  Cashpool-Felter.
           05 CASHPOOL-FUND-FLAG    PIC X     VALUE "N".
              88 KONTO-I-CASHPOOL             VALUE "Y".
              88 KONTO-UDEN-CASHPOOL          VALUE "N".
           05 CASHPOOL-OPSLAG-KONTO PIC X(14) VALUE SPACES.
           05 CASHPOOL-AKTUEL-POOL  PIC X(8)  VALUE SPACES.
           05 CASHPOOL-AKTUEL-ROLLE PIC X     VALUE SPACE.
              88 CASHPOOL-ER-TOP              VALUE "T".
              88 CASHPOOL-ER-MEDLEM           VALUE "M".
           05 CASHPOOL-TOP-KONTO    PIC X(14) VALUE SPACES.
           05 CASHPOOL-ANTAL-MEDLEMMER PIC 9(4) VALUE 0.
