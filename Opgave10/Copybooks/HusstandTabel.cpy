     *> --- HUSSTAND-TABEL holder husstandsregistret
     *>     text-files/HusstandRegister.txt i memory: een linje pr.
     *>     kunde i en husstand - husstands-id (det laveste Kunde-Id
     *>     ved oprettelsen; id'et bevares, selv om den kunde senere
     *>     udtraeder), Kunde-Id, den raadgiver, der bekraeftede
     *>     medlemskabet, og datoen. En kunde kan kun vaere med i een
     *>     husstand. Registret vedligeholdes af husstandsRegister
     *>     (Opgave67): forslag dannes automatisk ud fra ens
     *>     normaliserede adresser i Kundeoplysninger.txt og
     *>     faelleskonti i KontoRelationer.txt, men foerst naar en
     *>     raadgiver har bekraeftet dem i HusstandGodkendt.txt,
     *>     kommer de i registret. sideRapporter (Opgave98) skriver
     *>     et husstands-afsnit i EngagementOversigt.txt, og opgave10
     *>     og sideRapporter beregner - naar
     *>     HUSSTANDS-LOYALITET=Y i KorselsStyring.txt - loyalitets-
     *>     tier paa husstandens samlede engagement ---
       77  MAX-HUSSTAND-MEDLEMMER   PIC 9(5)   VALUE 50000.
       77  HH-INDEX                 PIC 9(5)   VALUE 0.
       77  HH-INDEX-2               PIC 9(5)   VALUE 0.

       01  HUSSTAND-TABEL.
           05 HH-ANTAL              PIC 9(5) VALUE 0.
           05 HH-POST OCCURS 50000 TIMES.
              10 HH-HUSSTAND-ID     PIC X(10).
              10 HH-KUNDE-ID        PIC X(10).
              10 HH-GODKENDT-AF     PIC X(8).
              10 HH-GODKENDT-DATO   PIC X(10).
     *> --- Slettet = udmeldt i denne koersel; Skrevet = husstanden ---
     *> --- er allerede med i udskriften ---
              10 HH-SLETTET-FLAG    PIC X.
                 88 HH-SLETTET                VALUE "Y".
                 88 HH-AKTIV                  VALUE "N".
              10 HH-SKREVET-FLAG    PIC X.
                 88 HH-ER-SKREVET             VALUE "Y".
                 88 HH-IKKE-SKREVET           VALUE "N".

       01  Husstand-Felter.
           05 HUSSTAND-FUND-FLAG    PIC X     VALUE "N".
              88 KUNDE-I-HUSSTAND             VALUE "Y".
              88 KUNDE-UDEN-HUSSTAND          VALUE "N".
           05 HUSSTAND-OPSLAG-KUNDE PIC X(10) VALUE SPACES.
           05 HUSSTAND-AKTUEL-ID    PIC X(10) VALUE SPACES.
           05 HUSSTAND-ANTAL-MEDLEMMER PIC 9(5) VALUE 0.
