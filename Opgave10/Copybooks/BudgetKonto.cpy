     *> --- En budgetkonto - een linje pr. budgetkonto i det
     *>     persistente register text-files/BudgetKonti.txt, foert af
     *>     budgetKonto (Opgave106) fra BudgetKontoAendringer.txt:
     *>       BK-KUNDE-ID:        kunden - en kunde har hoejst een
     *>                           aktiv budgetkonto
     *>       BK-BUDGET-KONTO-ID: kontoen, regningerne betales fra -
     *>                           den maa gaa midlertidigt i minus
     *>                           inden for BK-RAMME
     *>       BK-LOEN-KONTO-ID:   kontoen, det faste maanedlige
     *>                           beloeb overfoeres fra
     *>       BK-OVERFOERSEL-DAG: dagen i maaneden (1-28) for
     *>                           overfoerslen
     *>       BK-STATUS:          A = aktiv, L = lukket
     *>       BK-ORDRE-NR:        loebenummeret bag de to faste ordrer
     *>                           i FasteOverfoersler.txt -
     *>                           "BU<nr>U" paa loenkontoen og
     *>                           "BU<nr>I" paa budgetkontoen
     *>       BK-BEREGNET-AAR/-DATO: seneste aarsberegning
     *>       BK-PLAN-START-MD:   foerste maaned i budgetaaret, hvis
     *>                           regninger planen daekker
     *>       BK-OVERF-START-MD:  foerste maaned med overfoersel i
     *>                           budgetaaret
     *>       BK-AARS-BELOB:      aarets planlagte regninger i alt
     *>       BK-MAANED-BELOB:    den faste maanedlige overfoersel
     *>       BK-RAMME:           den bevilgede ramme - det stoerste
     *>                           planlagte underskud i loebet af
     *>                           aaret, skrevet til
     *>                           OvertraekGraenser.txt
     *>       BK-KONTROL-MAANED:  seneste maanedskontrol (yyyy-mm)
     *>       BK-AFSLUTTET-AAR:   seneste aar med budgetopgoerelse
     *>       BK-MANGLER-BELOB:   det forventede underskud ved
     *>                           aarets udgang ved seneste kontrol
     *>     ---
      02 BK-KUNDE-ID            pic x(10).
      02 BK-BUDGET-KONTO-ID     pic x(14).
      02 BK-BUDGET-REG-NR       pic x(6).
      02 BK-LOEN-KONTO-ID       pic x(14).
      02 BK-LOEN-REG-NR         pic x(6).
      02 BK-OVERFOERSEL-DAG     pic 9(2).
      02 BK-STATUS              pic x.
      02 BK-ORDRE-NR            pic 9(5).
      02 BK-OPRETTET-DATO       pic x(10).
      02 BK-LUKKET-DATO         pic x(10).
      02 BK-BEREGNET-AAR        pic 9(4).
      02 BK-BEREGNET-DATO       pic x(10).
      02 BK-PLAN-START-MD       pic 9(2).
      02 BK-OVERF-START-MD      pic 9(2).
      02 BK-AARS-BELOB          pic 9(11)v99.
      02 BK-MAANED-BELOB        pic 9(9)v99.
      02 BK-RAMME               pic 9(11)v99.
      02 BK-KONTROL-MAANED      pic x(7).
      02 BK-AFSLUTTET-AAR       pic 9(4).
      02 BK-MANGLER-BELOB       pic 9(11)v99.
