     *> --- BANK-AFREGNING-TABEL akkumulerer kørslens kontrol-totaler
     *>     pr. REG-NR, hen over alle konti og år: antal konti, antal
     *>     transaktioner, sum ind/ud, slutsaldi samt genererede
     *>     gebyrer og renter. sideRapporter (Opgave98) bygger den op
     *>     fra K-linjerne i KontoOpsummering.txt (KontoOpsummering.cpy)
     *>     og skriver to rapporter fra tabellen: MFI-
     *>     statistikken til Nationalbanken
     *>     (skriv-mfi-statistik) og afregningsrapporten pr.
     *>     partnerbank (skriv-bank-afregning) - begge afstemmer én
     *>     til én mod grand-totalerne i Korsels-Oversigt-Totaler.
