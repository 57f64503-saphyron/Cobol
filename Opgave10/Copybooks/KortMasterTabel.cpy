     *> --- KORT-TABEL holder kortmasteren text-files/KortMaster.txt
     *>     i memory: et kort pr. linje med det maskerede kortnummer
     *>     (samme maskering som indloeserens kortreference i
     *>     KortClearing.txt/KortAutorisationer.txt), Konto-ID,
     *>     Kunde-Id, korttype, udstedelses- og udloebsdato og status.
     *>     Masteren foeres af kortLivscyklus (Opgave63) fra kort-
     *>     haendelserne i KortEvents.txt (kundecentret, og
     *>     svindelkontrollens automatiske spaerringer), luk-
     *>     regelerne (kontoen lukket i KontoStatus.txt, kunden i
     *>     DoedsboRegister.txt) og udloebs-/fornyelses-kalenderen.
     *>     kortClearingIndlaesning (Opgave34) afviser clearinger for
     *>     ukendte og ikke-aktive kort. Status:
     *>       A = aktiv, S = spaerret, L = lukket, U = udloebet ---
       77  MAX-KORT                 PIC 9(5)   VALUE 50000.
       77  KRT-INDEX                PIC 9(5)   VALUE 0.

       01  KORT-TABEL.
           05 KRT-ANTAL             PIC 9(5) VALUE 0.
           05 KRT-POST OCCURS 50000 TIMES.
              10 KRT-KORT-NR        PIC X(19).
              10 KRT-KONTO-ID       PIC X(14).
              10 KRT-KUNDE-ID       PIC X(10).
              10 KRT-KORT-TYPE      PIC X(10).
              10 KRT-UDSTEDT-DATO   PIC X(10).
              10 KRT-UDLOEB-DATO    PIC X(10).
              10 KRT-STATUS         PIC X.
                 88 KRT-AKTIV                 VALUE "A".
                 88 KRT-SPAERRET              VALUE "S".
                 88 KRT-LUKKET                VALUE "L".
                 88 KRT-UDLOEBET              VALUE "U".
              10 KRT-STATUS-DATO    PIC X(10).
              10 KRT-STATUS-AARSAG  PIC X(20).
     *> --- Dato for bestilt fornyelse hos kortproducenten - blank, ---
     *> --- til fornyelses-ordren er skrevet ---
              10 KRT-FORNYELSE-DATO PIC X(10).

       01  Kort-Felter.
           05 KORT-FUND-FLAG        PIC X     VALUE "N".
              88 KORT-FUNDET                  VALUE "Y".
              88 KORT-IKKE-FUNDET             VALUE "N".
           05 KORT-OPSLAG-NR        PIC X(19) VALUE SPACES.
