     *> --- pligtig, og skatten indeholdes ved kilden - se ---
     *> --- KildeskatTabel.cpy ---
              10 KP-KILDESKAT-FLAG  PIC X.
     *> --- ISO 20022 camt.053-kontoudtog til erhvervskunder: ---
     *> --- "D" = én fil pr. kunde pr. bogføringsdag, "P" = én fil ---
     *> --- pr. kunde pr. periode, blank = intet camt.053-udtog - ---
     *> --- se opsaml-camt-postering i opgave10.cob ---
              10 KP-CAMT-FLAG       PIC X.

     *> --- Det fundne produkt for den aktuelle konto, sat af ---
     *> --- find-produkt-for-konto pr. konto ---
           05 AKTUEL-PRODUKT-LOEBETID PIC 9(3) VALUE 0.
           05 AKTUEL-PRODUKT-KILDESKAT PIC X  VALUE "N".
              88 AKTUEL-KILDESKAT-PLIGTIG     VALUE "Y".
           05 AKTUEL-PRODUKT-CAMT   PIC X     VALUE SPACE.
              88 AKTUEL-CAMT-PR-DAG           VALUE "D".
              88 AKTUEL-CAMT-PR-PERIODE       VALUE "P".
              88 AKTUEL-CAMT-AKTIV            VALUE "D" "P".

     *> --- Arbejdsfelter for tidsindskuds-udløb - sat pr. konto af ---
     *> --- generer-indlaan-udloeb, læst af skriv-konto-header til ---
