     *> --- En kontonummer-serie i registret text-files/
     *>     KontoNummerSerier.txt - een linje pr. REG-NR, foert af
     *>     kontoNummerTildeling (Opgave92). Serien er et interval af
     *>     9-cifrede loebenumre; det tildelte Konto-ID er loebe-
     *>     nummeret efterfulgt af kontrolcifret efter vaegtene for
     *>     REG-NR i KontoVaegte.txt (KontoCheckTabel.cpy):
     *>       KS-FRA / KS-TIL: seriens foerste og sidste loebenummer.
     *>                  Serierne for forskellige REG-NR maa ikke
     *>                  overlappe - saa kan to REG-NR aldrig faa
     *>                  samme Konto-ID
     *>       KS-NAESTE: naeste loebenummer, der proeves (0 = serien
     *>                  er ny og starter ved KS-FRA; KS-TIL + 1 =
     *>                  serien er opbrugt). Numre under KS-NAESTE
     *>                  proeves aldrig igen
     *>       KS-ADVARSEL-PCT: der advares, naar under denne procent
     *>                  af serien er tilbage (0 = 10 procent)
     *>       KS-SENESTE-DATO / KS-SENESTE-KONTO: seneste tildeling ---
      02 KS-REG-NR             pic x(6).
      02 KS-FRA                pic 9(9).
      02 KS-TIL                pic 9(9).
      02 KS-NAESTE             pic 9(9).
      02 KS-ADVARSEL-PCT       pic 9(2).
      02 KS-SENESTE-DATO       pic x(10).
      02 KS-SENESTE-KONTO      pic x(14).
