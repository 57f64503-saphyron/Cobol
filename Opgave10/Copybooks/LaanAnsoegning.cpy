     *> --- En laaneansoegning fra raadgiverne - een linje pr.
     *>     ansoegning i text-files/LaanAnsoegninger.txt, og samme
     *>     layout forrest i kredit-henvisningerne
     *>     LaanKreditHenvisninger.txt, behandlet af laanAnsoegning
     *>     (Opgave101):
     *>       LAS-KONTO-ID: kundens konto, som udbetalingen
     *>                     krediteres, og som terminerne senere
     *>                     traekkes paa (LaanMaster.txt)
     *>       LAS-INDKOMST-MDR: raadighedsberegningens maanedlige
     *>                     nettoindkomst
     *>       LAS-UDGIFTER-MDR: kundens oplyste faste udgifter pr.
     *>                     maaned (bolig, forsikring, boern) - de
     *>                     eksisterende laaneterminer og faste
     *>                     overfoersler laegges til af programmet
     *>     ---
      02 LAS-ANSOEG-ID         pic x(10).
      02 LAS-KUNDE-ID          pic x(10).
      02 LAS-KONTO-ID          pic x(14).
      02 LAS-HOVEDSTOL         pic 9(13)v99.
      02 LAS-RENTE-SATS        pic 9(2)v9999.
      02 LAS-LOEBETID-MDR      pic 9(3).
      02 LAS-FORFALD-DAG       pic 9(2).
      02 LAS-INDKOMST-MDR      pic 9(9)v99.
      02 LAS-UDGIFTER-MDR      pic 9(9)v99.
      02 LAS-RAADGIVER         pic x(8).
