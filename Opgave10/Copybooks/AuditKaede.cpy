     *> --- Kaedning af audit-filerne (KundeVedligeholdAudit.txt,
     *>     TvistAudit.txt osv.): hver audit-linje afsluttes af halen
     *>     AK-HALE, " SEKV=nnnnnnnnn HASH=nnnnnnnnnnnnnnnnnn", lige
     *>     efter linjens faste bredde. SEKV er linjens loebenummer i
     *>     filen - det fortsaetter fra filens sidste linje, ogsaa
     *>     naar et program skriver filen forfra. HASH beregnes
     *>     (beregn-audit-hash) ud fra den forrige linjes HASH, en
     *>     hemmelig noegle fra miljoevariablen AUDIT_KAEDE_NOEGLE,
     *>     SEKV og linjens tekst uden efterstillede blanke - saa en
     *>     rettet, slettet eller indskudt linje bryder kaeden fra
     *>     det sted. auditKaedeKontrol (Opgave97) genberegner
     *>     kaederne hver nat. AK-DATA er hash-grundlaget: noeglen i
     *>     1-40, SEKV i 41-49 og linjens tekst fra position 50 ---
      01 Audit-Kaede-Felter.
           02 AK-SEKV-FORRIGE      pic 9(9) value 0.
           02 AK-HASH-FORRIGE-1    pic 9(9) value 0.
           02 AK-HASH-FORRIGE-2    pic 9(9) value 0.
           02 AK-NOEGLE            pic x(40) value spaces.
           02 AK-H1                pic 9(18) comp value 0.
           02 AK-H2                pic 9(18) comp value 0.
           02 AK-POS               pic 9(4) comp value 0.
           02 AK-LAENGDE           pic 9(4) comp value 0.
           02 AK-SLUT              pic 9(4) comp value 0.
           02 AK-TEGN              pic 9(4) comp value 0.
           02 AK-DATA              pic x(600) value spaces.
           02 AK-SIDSTE-LINJE      pic x(600) value spaces.
           02 AK-EOF               pic x value "N".
              88 AK-FIL-SLUT       value "J".
      01 AK-HALE.
           02 FILLER               pic x(6) value " SEKV=".
           02 AK-SEKV              pic 9(9) value 0.
           02 FILLER               pic x(6) value " HASH=".
           02 AK-HASH-1            pic 9(9) value 0.
           02 AK-HASH-2            pic 9(9) value 0.
      01 AK-HALE-LAENGDE           pic 9(4) comp value 39.
