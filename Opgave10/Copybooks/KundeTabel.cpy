     *> --- Kundens udskriftssprog (Sprogkode i KUNDER.cpy), se ---
     *> --- saet-sprog-for-kunde i opgave10.cob ---
              10 KU-SPROG                 PIC X(2).
     *> --- Kundens tilgaengeligheds-praeference (Tilgaengelighed i ---
     *> --- KUNDER.cpy), se afgoer-tilgaengelig-udskrift ---
              10 KU-TILGAENGELIGHED       PIC X(1).

     *> --- Løbevariabler og bytte-felt til bobbel-sortering af ---
     *> --- KUNDE-TABEL efter KU-KONTONUMMER, samme mønster som ---
           05 SWAP-KU-EMAIL             PIC X(30).
           05 SWAP-KU-VALUTAKODE        PIC X(3).
           05 SWAP-KU-SPROG             PIC X(2).
           05 SWAP-KU-TILGAENGELIGHED   PIC X(1).
