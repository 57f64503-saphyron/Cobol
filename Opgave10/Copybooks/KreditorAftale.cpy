     *> --- En kreditoraftale for indbetalingskort (FI-kort +71) -
     *>     een linje pr. kreditor i det persistente register
     *>     text-files/KreditorAftaler.txt, foert af indbetalingsKort
     *>     (Opgave102) fra KreditorAftaleAendringer.txt:
     *>       KA-KREDITOR-NR: kreditornummeret paa kortet (8 cifre,
     *>                     sidste ciffer er modulus 10-kontrolciffer)
     *>       KA-KONTO-ID/KA-REG-NR/KA-KUNDE-ID: kreditorens
     *>                     modtagerkonto fra KontoMaster.txt, som
     *>                     indbetalingerne krediteres
     *>       KA-STATUS:    A = aktiv, O = ophoert - indbetalinger til
     *>                     en ophoert aftale afvises
     *>     ---
      02 KA-KREDITOR-NR        pic x(8).
      02 KA-KONTO-ID           pic x(14).
      02 KA-REG-NR             pic x(6).
      02 KA-KUNDE-ID           pic x(10).
      02 KA-NAVN               pic x(30).
      02 KA-STATUS             pic x.
      02 KA-OPRETTET-DATO      pic x(10).
      02 KA-OPHOERT-DATO       pic x(10).
