     *>     match falder i "Oevrige"-kategorien (indeks ANTAL-BUTIK-
     *>     KATEGORIER + 1 i sum-tabellen), så afsnittet altid summer
     *>     til kontoens total - se akkumuler-butik-kategori og
     *>     skriv-kategori-subtotaler i opgave10.cob. Literal-
     *>     posterne er standardopsætningen: den valgfri
     *>     ButikKategorier.txt (samme 35-tegns linjer, vedligeholdt
     *>     af referenceVedligehold, Opgave93) erstatter dem helt,
     *>     hvis den findes og har mindst én linje. ---
      02 ANTAL-BUTIK-KATEGORIER   pic 9(3) value 8.
      02 MAX-BUTIK-KATEGORIER     pic 9(3) value 100.
      02 Butik-Kategori-Tabel-Data.
           03 FILLER   pic x(35) value
               "Netto               Dagligvarer    ".
               "Loen                Loen           ".
           03 FILLER   pic x(35) value
               "Aarligt kontogebyr  Gebyrer        ".
           03 FILLER   pic x(3220) value spaces.
      02 Butik-Kategori-Tabel REDEFINES Butik-Kategori-Tabel-Data.
           03 BK-POST OCCURS 100 TIMES.
                04 BK-BUTIK-TEKST   pic x(20).
                04 BK-KATEGORI      pic x(15).
      02 BK-INDEX                 pic 9(3) value 0.
     *> --- forekomst af hvert kategorinavn ---
      02 Kategori-Sum-Tabel.
           03 KAT-ANTAL            pic 9(3) value 0.
           03 KAT-POST OCCURS 101 TIMES.
                04 KAT-NAVN         pic x(15).
                04 KAT-SUM-DKK      pic s9(13)v99 COMP-3 value 0.
                04 KAT-ANTAL-TRANS  pic 9(5) value 0.
