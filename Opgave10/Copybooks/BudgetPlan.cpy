     *> --- En linje i en kundes budgetplan - een linje pr.
     *>     forventet regning pr. aar i text-files/BudgetPlan.txt,
     *>     bygget af budgetKonto (Opgave106) ved aarsberegningen:
     *>       BP-KUNDE-ID/BP-AAR: kunden og budgetaaret
     *>       BP-KILDE:   B = Betalingsservice-aftale paa
     *>                   budgetkontoen (BSAftaler.txt), F = fast
     *>                   overfoersel fra budgetkontoen
     *>                   (FasteOverfoersler.txt), M = manuel post
     *>                   (BudgetManuellePoster.txt)
     *>       BP-MAERKE:  BUTIK-maerket, de faktiske betalinger
     *>                   genkendes paa - "BS:<aftale-id>",
     *>                   "FAST:<ordre-id>" eller den manuelle posts
     *>                   eget maerke (foranstillet match)
     *>       BP-TEKST:   regningens tekst paa planen og opgoerelsen
     *>       BP-MAANED-BELOB: det forventede beloeb pr. maaned
     *>       BP-AARS-BELOB:   summen over aaret
     *>     ---
      02 BP-KUNDE-ID            pic x(10).
      02 BP-AAR                 pic 9(4).
      02 BP-KILDE               pic x.
      02 BP-MAERKE              pic x(20).
      02 BP-TEKST               pic x(30).
      02 BP-MAANED-BELOB        pic 9(9)v99 occurs 12 times.
      02 BP-AARS-BELOB          pic 9(11)v99.
