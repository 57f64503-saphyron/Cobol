     *>     tabt i totalerne. Tabellen er opbygget som en literal-
     *>     initialiseret FILLER-blok redefineret som en post-tabel,
     *>     samme mønster som Valuta-Kurs-Tabel (Valuta.cpy) og
     *>     Rente-Sats-Tabel (Rente.cpy). Hver post bærer desuden
     *>     ISO 20022-banktransaktionskoden (domæne, familie og
     *>     underfamilie, 4 tegn hver), som camt.053-udtoget i
     *>     opgave10.cob skriver i BkTxCd. Literal-posterne er
     *>     standardopsætningen: den valgfri TransaktionsTyper.txt
     *>     (samme 55-tegns linjer, vedligeholdt af
     *>     referenceVedligehold, Opgave93) erstatter dem helt, hvis
     *>     den findes og har mindst én linje. ---
      02 ANTAL-TRANS-TYPER        pic 9(3) value 8.
      02 MAX-TRANS-TYPER          pic 9(3) value 50.
      02 Trans-Type-Tabel-Data.
           03 FILLER   pic x(55) value
               "01INDBETALING         Indbetaling         IPMNTRCDTESCT".
           03 FILLER   pic x(55) value
               "02UDBETALING          Udbetaling          UPMNTCCRDPOSD".
           03 FILLER   pic x(55) value
               "03GEBYR               Gebyr               UACMTMDOPCHRG".
           03 FILLER   pic x(55) value
               "04OVERFOERSEL IND     Overfoersel, ind    IPMNTRCDTBOOK".
           03 FILLER   pic x(55) value
               "05OVERFOERSEL UD      Overfoersel, ud     UPMNTICDTBOOK".
           03 FILLER   pic x(55) value
               "06RENTE               Rente               IACMTMCOPINTR".
     *> --- Overtraeksrente genereret af beregn-overtraeksrente-for- ---
     *> --- konto i opgave10.cob ud fra dage i overtraek ---
           03 FILLER   pic x(55) value
               "07OVERTRAEKSRENTE     Overtraeksrente     UACMTMDOPINTR".
     *> --- Kildeskat indeholdt ved kilden paa tilskrevne renter - ---
     *> --- se KildeskatTabel.cpy og beregn-og-skriv-rente ---
           03 FILLER   pic x(55) value
               "08KILDESKAT           Kildeskat           UACMTMDOPTAXE".
           03 FILLER   pic x(2310) value spaces.
      02 Trans-Type-Tabel REDEFINES Trans-Type-Tabel-Data.
           03 TT-POST OCCURS 50 TIMES.
                04 TT-KODE         pic x(2).
                04 TT-RAW-TEKST    pic x(20).
                04 TT-LABEL        pic x(20).
                04 TT-RETNING      pic x.
                     88 TT-IND     value "I".
                     88 TT-UD      value "U".
                04 TT-BKTXCD.
                     05 TT-BKTX-DOMAENE   pic x(4).
                     05 TT-BKTX-FAMILIE   pic x(4).
                     05 TT-BKTX-UNDERFAM  pic x(4).
      02 TT-INDEX                 pic 9(3) value 0.
     *> --- Sat af sæt-transaktionstype-retning, True hvis
     *>     TRANSAKTIONS-TYPE matchede en post i Trans-Type-Tabel ---
      02 TT-MATCHET-RETNING       pic x     value space.
           88 TT-MATCHET-IND      value "I".
           88 TT-MATCHET-UD       value "U".
      02 TT-MATCHET-BKTXCD        pic x(12) value spaces.
