     *> --- SKAT-RENTE-TABEL samler den beregnede rentetilskrivning
     *>     (RENTE-BELOB-DKK fra beregn-og-skriv-rente) pr. Kunde-Id,
     *>     konto og år - opbygget af sideRapporter (Opgave98) fra
     *>     E-linjerne i KontoOpsummering.txt, som opgave10.cob skriver.
     *>     skriv-skat-rente-udtraek skriver herfra det faste årsudtræk til
     *>     Skat: én DTL-linje pr. konto/år,
     *>     én KTO-linje med kundens samlede rente, og en TRL-linje
     *>     med antal og kontroltotal, så indberetningen kan
     *>     efterkontrolleres. Lineær find-eller-opret, samme mønster
