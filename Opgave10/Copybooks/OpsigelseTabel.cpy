     *> --- OPSIGELSE-TABEL holder opsigelsesregistret
     *>     text-files/OpsigelsesRegister.txt i memory: een linje pr.
     *>     opsigelse paa en opsigelseskonto - opsigelses-id, Konto-ID,
     *>     ejerens Kunde-Id, kontoens produktkode, det opsagte beloeb
     *>     og resten, der endnu ikke er haevet, opsigelsesdatoen, den
     *>     dato beloebet kan haeves fra (varslet i maaneder fra
     *>     OpsigelsesProdukter.txt, rullet frem til naeste bankdag
     *>     efter Bankdage.txt), status (V = under varsel, D =
     *>     disponibel, B = brugt op) og statusdatoen. Registret
     *>     vedligeholdes af opsigelsesKonti (Opgave71), der ogsaa
     *>     haandhaever varslet paa haevninger. opgave10 viser de
     *>     aabne opsigelser (V/D med rest) paa kontoudskriften ---
       77  MAX-OPSIGELSER           PIC 9(5)   VALUE 20000.
       77  OPS-INDEX                PIC 9(5)   VALUE 0.

       01  OPSIGELSE-TABEL.
           05 OPS-ANTAL             PIC 9(5) VALUE 0.
           05 OPS-POST OCCURS 20000 TIMES.
              10 OPS-ID             PIC X(12).
              10 OPS-KONTO-ID       PIC X(14).
              10 OPS-KUNDE-ID       PIC X(10).
              10 OPS-PRODUKT-KODE   PIC X(4).
              10 OPS-BELOB-DKK      PIC 9(11)V99.
              10 OPS-REST-DKK       PIC 9(11)V99.
              10 OPS-OPSIGELSES-DATO PIC X(10).
              10 OPS-DISPONIBEL-DATO PIC X(10).
              10 OPS-STATUS         PIC X.
                 88 OPS-UNDER-VARSEL          VALUE "V".
                 88 OPS-DISPONIBEL            VALUE "D".
                 88 OPS-BRUGT                 VALUE "B".
              10 OPS-STATUS-DATO    PIC X(10).

       01  Opsigelse-Felter.
           05 OPSIGELSE-OPSLAG-KONTO PIC X(14) VALUE SPACES.
           05 OPSIGELSE-ANTAL-AABNE PIC 9(5)  VALUE 0.
           05 OPSIGELSE-REST-E      PIC -ZZZZZZZZZZ9.99.
