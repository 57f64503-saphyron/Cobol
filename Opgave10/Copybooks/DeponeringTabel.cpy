     *> --- DEPONERING-TABEL holder de AKTIVE deponeringer fra det
     *>     persistente DeponeringRegister.txt (Deponering.cpy) i
     *>     memory, foert af deponering (Opgave104). Koeberens penge
     *>     paa en deponeringskonto maa kun forlade kontoen ved en
     *>     frigivelse, som to personer har godkendt - derfor afviser
     *>     hvert intag-trin, der debiterer en konto, debiteringen med
     *>     DEPONERING-SPAERRET, saa laenge kontoen staar her:
     *>       - fasteOverfoersler (Opgave14) og laanTerminer
     *>         (Opgave32) springer ordren/terminen over
     *>       - bsOpkraevning (Opgave15) afviser opkraevningen
     *>       - betalingsOrdreIndlaesning (Opgave16) og
     *>         udlandsBetalinger (Opgave36) afviser UDGAAENDE ordrer -
     *>         krediteringer gaar stadig ind
     *>       - kortAutorisation (Opgave62) og kortClearingIndlaesning
     *>         (Opgave34) afviser kortkoeb
     *>       - kasseJournal (Opgave74) afviser kontante haevninger
     *>       - manuelPostering (Opgave105) afviser et debet-ben paa
     *>         kontoen, baade ved indsendelse og ved godkendelse
     *>     Selve udbetalingen ved frigivelsen bogfoeres af deponering
     *>     og er ikke omfattet. ---
       77  MAX-DEPONERING           PIC 9(5)   VALUE 10000.
       77  DPR-INDEX                PIC 9(5)   VALUE 0.

       01  DEPONERING-TABEL.
           05 DPR-ANTAL             PIC 9(5) VALUE 0.
           05 DPR-POST OCCURS 10000 TIMES.
              10 DPR-DEP-ID         PIC X(10).
              10 DPR-KONTO-ID       PIC X(14).

       01  Deponering-Felter.
           05 DEPONERING-FUND-FLAG  PIC X     VALUE "N".
              88 KONTO-ER-DEPONERET           VALUE "Y".
              88 KONTO-IKKE-DEPONERET         VALUE "N".
           05 DEPONERING-OPSLAG-KONTO PIC X(14) VALUE SPACES.
           05 DEPONERING-AKTUEL-ID  PIC X(10) VALUE SPACES.
