     *>     stedet for at renten udbetales brutto og kræves tilbage
     *>     bagefter. beregn-og-skriv-rente og udløbsbehandlingen for
     *>     tidsindskud beregner indeholdelsen med KILDESKAT-SATS-PCT
     *>     (overstyres med KILDESKAT-PCT i KorselsStyring.txt) og
     *>     skriver den på kontoens K-linje i KontoOpsummering.txt.
     *>     sideRapporter (Opgave98) akkumulerer den pr. Kunde-Id i
     *>     KILDESKAT-TABEL (samme lineære find-eller-opret-mønster som
     *>     SKAT-RENTE-TABEL), og skriv-kildeskat-afregning skriver
     *>     afregningsfilen KildeskatAfregning.txt til
     *>     skattemyndigheden: én DTL-linje pr. kunde og en TRL-linje
     *>     med antal og kontroltotal. ---
       77  MAX-KILDESKAT            PIC 9(5)   VALUE 50000.
