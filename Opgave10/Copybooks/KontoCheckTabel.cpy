     *>     tværsum skal gå op i modulus. REG-NR uden en række i
     *>     filen kontrolleres ikke (kontrollen er slået fra for den
     *>     bank). Håndhæves af opgave10's valider-og-strip-
     *>     transaktioner og af intag-trinnene (Opgave14/15/16).
     *>     Nye kontonumre tildeles efter samme regel af
     *>     kontoNummerTildeling (Opgave92). ---
       77  MAX-KONTO-VAEGTE         PIC 9(3)   VALUE 500.
       77  KV-INDEX                 PIC 9(3)   VALUE 0.

