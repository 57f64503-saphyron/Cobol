     *>     (status "L") har en sats på 0 og pålægges derfor intet
     *>     gebyr. Aktive konti (status "A") pålægges kun gebyret, hvis
     *>     kontoen havde mindst GS-MIN-ANTAL-TRANS transaktioner i
     *>     året, så helt urørte (dormant) konti går fri.
     *>     Literal-satserne er standardopsætningen: den valgfri
     *>     GebyrSatser.txt (samme 17-tegns linjer, vedligeholdt af
     *>     referenceVedligehold, Opgave93) erstatter dem helt, hvis
     *>     den findes og har mindst én linje - samme fallback-tanke
     *>     som GebyrBetegnelser.txt. ---
      02 ANTAL-GEBYR-SATSER         pic 9(3)  value 2.
      02 MAX-GEBYR-SATSER           pic 9(3)  value 20.
      02 Gebyr-Sats-Tabel-Data.
           03 FILLER   pic x(17) value "A0000100000005000".
           03 FILLER   pic x(17) value "L0000000000000000".
           03 FILLER   pic x(306) value spaces.
      02 Gebyr-Sats-Tabel REDEFINES Gebyr-Sats-Tabel-Data.
           03 GS-POST OCCURS 20 TIMES.
                04 GS-STATUS-KODE    pic x.
                04 GS-MIN-ANTAL-TRANS pic 9(5).
                04 GS-GEBYR-DKK      pic 9(9)v99.
