     *>     fod ved siden af bank-kontaktblokken, og FILIAL-PORTEFOELJE-
     *>     TABEL akkumulerer pr. filial (konti, saldi, overtræk,
     *>     AML-hits) med samme find-eller-opret-gruppering som
     *>     BANK-AFREGNING-TABEL - opbygget af sideRapporter (Opgave98)
     *>     fra K-linjerne i KontoOpsummering.txt og skrevet til
     *>     FilialPortefoelje.txt, så filialcheferne kan se deres
     *>     egen bog. ---
       77  MAX-FILIAL-KONTI         PIC 9(5)   VALUE 50000.
       77  FR-INDEX                 PIC 9(5)   VALUE 0.
