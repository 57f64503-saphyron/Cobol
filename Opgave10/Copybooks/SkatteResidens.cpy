     *> --- Kundens egen erklaering om skattemaessigt hjemsted
     *>     (FATCA/CRS-selvcertificering) i registret
     *>     text-files/SkatteResidens.txt - een linje pr. Kunde-Id,
     *>     vedligeholdt af kundeservice, naar erklaeringen modtages:
     *>       SKR-US-PERSON: J = amerikansk skattepligtig (US person),
     *>                      N eller blank = ikke
     *>       SKR-CERT-DATO: erklaeringens dato (yyyy-mm-dd)
     *>       SKR-LAND/SKR-TIN: op til tre hjemstedslande (ISO-
     *>                      landekode, f.eks. DK, SE, US) med det
     *>                      udenlandske skatte-id (TIN) - DK kraever
     *>                      intet TIN
     *>     skatteResidens (Opgave81) holder registret op mod
     *>     kundemasterens indicier og danner den aarlige FATCA/CRS-
     *>     indberetning. ---
      02 SKR-KUNDE-ID          pic x(10).
      02 SKR-US-PERSON         pic x.
      02 SKR-CERT-DATO         pic x(10).
      02 SKR-RESIDENS occurs 3 times.
           03 SKR-LAND         pic x(2).
           03 SKR-TIN          pic x(20).
