     *> --- GEBYR-BETEGNELSE-TABEL mapper gebyr- og debetrente- ---
     *>     posteringerne paa en betalingskonto til de standardiserede
     *>     ydelses-betegnelser, som den aarlige gebyroversigt
     *>     (skriv-gebyroversigt i opgave10.cob) grupperer efter.
     *>     En post matcher paa transaktionstypen (tom = enhver
     *>     gebyrtype) og paa et praefiks af BUTIK-maerket (tomt =
     *>     ethvert maerke) - den FOERSTE matchende post vinder, saa
     *>     de specifikke maerker staar foer opsamlings-posterne.
     *>     GB-ART skiller gebyrerne fra debetrenten, der summeres
     *>     for sig i oversigtens rente-afsnit. Tabellen er literal-
     *>     initialiseret med bankens standardopsaetning - samme
     *>     FILLER/REDEFINES-moenster som Trans-Type-Tabel - og
     *>     erstattes helt af den valgfri GebyrBetegnelser.txt, hvis
     *>     den findes og har mindst én linje, samme fallback-tanke
     *>     som RenteSatser.txt/Rente.cpy ---
       77  MAX-GEBYR-BETEGNELSER    PIC 9(3)   VALUE 30.
       77  GB-INDEX                 PIC 9(3)   VALUE 0.
       77  GB-ANTAL-INDLAEST        PIC 9(3)   VALUE 0.

       01  GEBYR-BETEGNELSE-TABEL.
           05 GB-ANTAL              PIC 9(3) VALUE 11.
           05 GB-DATA.
              10 FILLER PIC X(62) VALUE
           "GGEBYR          KORR:     Korrektion af gebyr".
              10 FILLER PIC X(62) VALUE
           "DOVERTRAEKSRENTEKORR:     Korrektion af debetrente".
              10 FILLER PIC X(62) VALUE
           "DOVERTRAEKSRENTE          Overtraek (debetrente)".
              10 FILLER PIC X(62) VALUE
           "GGEBYR          Aarligt koKontofoerelse".
              10 FILLER PIC X(62) VALUE
           "GGEBYR          RYK:      Rykkergebyr, Betalingsservice".
              10 FILLER PIC X(62) VALUE
           "GGEBYR          UDL:      Overfoersel til udlandet".
              10 FILLER PIC X(62) VALUE
           "GGEBYR          KORT:     Betalingskort".
              10 FILLER PIC X(62) VALUE
           "GGEBYR          CHKGEBYR: Returneret check".
              10 FILLER PIC X(62) VALUE
           "GGEBYR          BOKS:     Leje af bankboks".
              10 FILLER PIC X(62) VALUE
           "GGEBYR          OPSIG:    Opsigelse af indskud".
              10 FILLER PIC X(62) VALUE
           "GGEBYR                    Oevrige gebyrer".
              10 FILLER PIC X(1178) VALUE SPACES.
           05 GB-TABEL REDEFINES GB-DATA.
              10 GB-POST OCCURS 30 TIMES.
                 15 GB-ART          PIC X(1).
                    88 GB-ER-GEBYR      VALUE "G".
                    88 GB-ER-DEBETRENTE VALUE "D".
                 15 GB-TYPE         PIC X(15).
                 15 GB-MAERKE       PIC X(10).
                 15 GB-BETEGNELSE   PIC X(36).

     *> --- Kontoens gebyroversigt, opbygget pr. konto af ---
     *> --- opgoer-gebyroversigt: én post pr. betegnelse, med antal, ---
     *> --- sum og stykpris (GO-STYKPRIS-VARIERER, naar posteringerne ---
     *> --- under samme betegnelse har forskellige beloeb) ---
       77  MAX-GEBYR-OVERSIGT       PIC 9(3)   VALUE 30.
       77  GO-INDEX                 PIC 9(3)   VALUE 0.

       01  GEBYR-OVERSIGT-TABEL.
           05 GO-ANTAL              PIC 9(3) VALUE 0.
           05 GO-POST OCCURS 30 TIMES.
              10 GO-ART             PIC X(1).
                 88 GO-ER-GEBYR         VALUE "G".
                 88 GO-ER-DEBETRENTE    VALUE "D".
              10 GO-BETEGNELSE      PIC X(36).
              10 GO-ANTAL-POST      PIC 9(5).
              10 GO-SUM-DKK         PIC S9(13)V99 COMP-3.
              10 GO-STYKPRIS-DKK    PIC S9(13)V99 COMP-3.
              10 GO-STYKPRIS-FLAG   PIC X(1).
                 88 GO-STYKPRIS-ENS      VALUE "E".
                 88 GO-STYKPRIS-VARIERER VALUE "V".

       01  Gebyr-Oversigt-Felter.
           05 GO-BELOB-DKK          PIC S9(13)V99 COMP-3 VALUE 0.
           05 GO-GEBYR-I-ALT-DKK    PIC S9(13)V99 COMP-3 VALUE 0.
           05 GO-DEBETRENTE-DKK     PIC S9(13)V99 COMP-3 VALUE 0.
           05 GO-KREDIT-SATS        PIC 9(2)V9999 VALUE 0.
           05 GO-MAERKE-LGD         PIC 9(2)  VALUE 0.
           05 GO-AKTUEL-BETEGNELSE  PIC X(36) VALUE SPACES.
           05 GO-AKTUEL-ART         PIC X(1)  VALUE SPACE.
           05 GO-BETEGNELSE-FLAG    PIC X(1)  VALUE "N".
              88 GO-BETEGNELSE-FUNDET     VALUE "Y".
              88 GO-BETEGNELSE-IKKE-FUNDET VALUE "N".
           05 GO-ANTAL-OVERSIGTER   PIC 9(7)  VALUE 0.
           05 GO-ANTAL-E            PIC ZZZZ9.
           05 GO-STYKPRIS-E         PIC -(9)9.99.
           05 GO-SUM-E              PIC -(11)9.99.
           05 GO-SATS-E             PIC Z9.9999.
           05 GO-SATS2-E            PIC Z9.9999.
