     *>       - kilderne og deres alvorlighedsklasse (1 = kritisk,
     *>         2 = høj, 3 = normal) står i Kilde-Tabel - en ny
     *>         undtagelsesfil er én ny FILLER-linje
     *>       - hver linje får en nøgle (KLAGE-ID=/KONTO-ID=/
     *>         AFTALE-ID=/ORDRE-REF=/KUNDE-ID=-værdien, TABEL-ID=
     *>         fra kapacitetsadvarslerne, AUDIT-ID= fra audit-
     *>         kaedekontrollen, ellers linjens start),
     *>         som slås op i det persistente
     *>         WorklistRegister.txt -
     *>         en betingelse, der har optrådt i N kørsler i træk,
     *>         rapporteres med AGE=N, så netop de hængende sager
     *>         stiger til tops
           select Worklist-Out
               assign to "text-files/MorgenWorklist.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 WR-ANTAL-UD          pic 9(3).
      fd Worklist-Out.
      01 Worklist-Linje            pic x(250) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-kilde          pic x value "N".
           88 end-of-file-kilde   value "Y".
      01 EOF-check-register       pic x value "N".
               "text-files/DriftsExceptions.txt                             DRIFT       1".
           02 FILLER pic x(73) value
               "text-files/TransReparation.txt                              REPARATION  1".
           02 FILLER pic x(73) value
               "text-files/AuditKaedeBrud.txt                               AUDITKAEDE  1".
           02 FILLER pic x(73) value
               "text-files/AmlRapport.txt                                   AML         2".
           02 FILLER pic x(73) value
               "text-files/BetalingsOrdreExceptions.txt                     ORDRE       2".
           02 FILLER pic x(73) value
               "text-files/UdlandsExceptions.txt                            UDLAND      2".
           02 FILLER pic x(73) value
               "text-files/IndbetalingsKortExceptions.txt                   FI-KORT     2".
           02 FILLER pic x(73) value
               "text-files/KortClearingExceptions.txt                       KORT        2".
           02 FILLER pic x(73) value
               "text-files/KlageOverskredne.txt                             KLAGE       2".
           02 FILLER pic x(73) value
               "text-files/KapacitetsAdvarsler.txt                          KAPACITET   2".
           02 FILLER pic x(73) value
               "text-files/LaanKreditKoe.txt                                LAAN-KREDIT 2".
           02 FILLER pic x(73) value
               "text-files/RevisorEksportAfvigelser.txt                     REVISOR     2".
           02 FILLER pic x(73) value
               "text-files/DeponeringFristKoe.txt                           DEP-FRIST   2".
           02 FILLER pic x(73) value
               "text-files/DeponeringExceptions.txt                         DEPONERING  2".
           02 FILLER pic x(73) value
               "text-files/ManuelPosteringExceptions.txt                    MANUEL      2".
           02 FILLER pic x(73) value
               "text-files/KonverteringExceptions.txt                       KONVERTERING2".
           02 FILLER pic x(73) value
               "text-files/OpsigelseUndtagelser.txt                         OPSIGELSE   2".
           02 FILLER pic x(73) value
               "text-files/PensionUndtagelser.txt                           PENSION     2".
           02 FILLER pic x(73) value
               "text-files/BudgetKontoExceptions.txt                        BUDGET      3".
           02 FILLER pic x(73) value
               "text-files/BelobExceptions.txt                              BELOB       3".
           02 FILLER pic x(73) value
           02 FILLER pic x(73) value
               "text-files/LavSaldoExceptions.txt                           LAV-SALDO   3".
      01 Kilde-Tabel REDEFINES Kilde-Tabel-Data.
           02 KI-POST OCCURS 28 TIMES.
              03 KI-FILNAVN        pic x(60).
              03 KI-KILDE          pic x(12).
              03 KI-KLASSE         pic x.
      01 KI-INDEX                 pic 9(2) value 0.
      01 ANTAL-KILDER             pic 9(2) value 28.
     *> --- Dagens betingelser i memory, til den klasse-ordnede ---
     *> --- rapport og det nye register ---
      01 Item-Tabel.
           display "Morgen-worklist: " ANTAL-I-ALT " betingelse(r), "
               ANTAL-GENGANGERE " gengangere fra tidligere "
               "koersler - se text-files/MorgenWorklist.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-register.
           end-if
           exit.

     *> --- Nøglen: kilden plus KLAGE-ID=/KONTO-ID=/AFTALE-ID=/ ---
     *> --- ORDRE-REF=/KUNDE-ID=-værdien, ellers linjens første 30 ---
     *> --- tegn. TABEL-ID= (program/tabel fra kapacitetsRapport) ---
     *> --- og AUDIT-ID= (fil#sekv fra auditKaedeKontrol) er for ---
     *> --- lange til de 14 tegn og tager resten af nøglen ---
      udtraek-noegle.
           move spaces to NF-NOEGLE
           move spaces to NF-FOER NF-REST
           unstring Kilde-Fil-Linje delimited by "TABEL-ID="
               into NF-FOER NF-REST
           end-unstring
           if NF-REST = spaces
               move spaces to NF-FOER NF-REST
               unstring Kilde-Fil-Linje delimited by "AUDIT-ID="
                   into NF-FOER NF-REST
               end-unstring
           end-if
           if NF-REST not = spaces
               move 1 to pos
               string
                   KI-KILDE (KI-INDEX)    delimited by size
                   ":"                    delimited by size
                   NF-REST (1:37)         delimited by space
                      into NF-NOEGLE
                      with pointer pos
               end-string
               exit paragraph
           end-if
           move spaces to NF-FOER NF-REST
           unstring Kilde-Fil-Linje delimited by "KLAGE-ID="
               into NF-FOER NF-REST
           end-unstring
           if NF-REST = spaces
               move spaces to NF-FOER NF-REST
               unstring Kilde-Fil-Linje delimited by "KONTO-ID="
                   into NF-FOER NF-REST
               end-unstring
           end-if
           if NF-REST = spaces
               move spaces to NF-FOER NF-REST
               unstring Kilde-Fil-Linje delimited by "AFTALE-ID="
           end-perform
           close Register-Out
           exit.

     *> --- Skriver tabellernes fyldning ved trinnets afslutning til
     *>     den faelles kapacitetslog (KapacitetsLog.cpy) - een linje
     *>     pr. tabel, som kapacitetsRapport (Opgave94) foelger over
     *>     koerslerne ---
      skriv-kapacitet.
           move function CURRENT-DATE to KAPACITET-TID
           open extend Kapacitet-Out
           if KAPACITET-STATUS = "35"
               open output Kapacitet-Out
           end-if
           move spaces to Kapacitet-Linje
           string KAPACITET-TID (1:8) "-" KAPACITET-TID (9:6)
               delimited by size into KAP-TIDSPUNKT
           end-string
           move "morgenWorklist" to KAP-PROGRAM
           move "ITEM-TABEL" to KAP-TABEL
           move IT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "GAMMEL-REGISTER-TABEL" to KAP-TABEL
           move GR-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
