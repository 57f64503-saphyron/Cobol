      identification division.
      program-id. referenceVedligehold.

     *> --- Vedligeholdelse af referencetabellerne: produktvilkaarene
     *>     pr. konto (KontoProdukter.txt), gebyrsatserne
     *>     (GebyrSatser.txt - GebyrTabel.cpy), transaktionstyperne
     *>     (TransaktionsTyper.txt - Transaktionstype.cpy), butik-
     *>     kategorierne (ButikKategorier.txt - ButikKategori.cpy) og
     *>     rentesatserne (RenteSatser.txt) er hidtil rettet i
     *>     haanden eller ligget som literaler i copybøgerne. Dette
     *>     program behandler i stedet transaktionsfilen
     *>     text-files/ReferenceVedligehold.txt - een linje pr.
     *>     aendring med tabel (PR/GB/TT/BK/RS), aktion (A = tilfoej,
     *>     C = ret, R = udfas), BRUGER-ID, ikrafttraedelsesdato
     *>     (blank = straks) og hele tabel-linjen i tabellens eget
     *>     layout. Noeglen er tabel-linjens foerste felt(er):
     *>       PR: Konto-ID            GB: statuskode
     *>       TT: transaktionskode    BK: butik-tekst
     *>       RS: statuskode + gyldig-fra (en renteperiode)
     *>     Valideringen pr. tabel:
     *>       - A paa eksisterende noegle afvises (dublet - for RS:
     *>         RENTEPERIODE-OVERLAPPER, to perioder for samme status
     *>         maa ikke starte samme dag), C/R paa ukendt noegle
     *>         afvises, og A afvises, naar tabellen er fuld
     *>       - PR: intet produkt uden gebyr-linje - gebyr og rente
     *>         skal vaere numeriske, produktkode og -navn udfyldt,
     *>         og kontoen skal findes i KontoMaster.txt
     *>       - GB: statuskode udfyldt, antal og gebyr numeriske
     *>       - TT: tekst og label udfyldt, retning I eller U
     *>       - BK: kategori udfyldt
     *>       - RS: gyldig-fra skal vaere en gyldig dato og maa ikke
     *>         ligge foer i dag, og en periode, der allerede er
     *>         traadt i kraft, kan hverken rettes eller udfases
     *>     Fire-oejne: ALLE aendringer laegges i
     *>     ReferenceVedligeholdPending.txt og anvendes foerst, naar
     *>     en ANDEN BRUGER-ID har godkendt dem i
     *>     ReferenceVedligeholdGodkendelser.txt (loebenummer, G/A,
     *>     godkender) - samme arbejdsgang som bankVedligehold
     *>     (Opgave20): afviste rapporteres, indsendelser aeldre end
     *>     30 dage udloeber, og godkendelse fra indsenderen selv
     *>     afvises. En godkendt aendring med ikrafttraedelsesdato
     *>     ude i fremtiden bliver liggende i koeen (status G) og
     *>     anvendes i den foerste koersel paa eller efter datoen -
     *>     valideret igen mod tabellen, som den da ser ud.
     *>     De aendrede tabeller skrives om, hver indsendelse,
     *>     godkendelse og anvendelse skrives til audit-filen
     *>     ReferenceVedligeholdAudit.txt (gammel og ny linje,
     *>     indsender, godkender og dato), og afviste aendringer gaar
     *>     til ReferenceVedligeholdExceptions.txt. Findes
     *>     GebyrSatser.txt, TransaktionsTyper.txt eller
     *>     ButikKategorier.txt ikke endnu, tages udgangspunkt i
     *>     copybøgernes literal-standardopsaetning, saa den foerste
     *>     aendring skriver hele tabellen ud. Transaktionsfilen
     *>     arkiveres datostemplet og toemmes.

      environment division.
      input-output section.
      file-control.
           select optional Vedligehold-In
               assign to "text-files/ReferenceVedligehold.txt"
               organization is line sequential.
           select Vedligehold-Arkiv-Out
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
     *> --- De fem referencetabeller laeses og skrives gennem samme ---
     *> --- fil-par med dynamisk filnavn - se Tabel-Definitioner ---
           select optional Tabel-In
               assign to dynamic TABEL-FIL-NAVN
               organization is line sequential.
           select Tabel-Out
               assign to dynamic TABEL-FIL-NAVN
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select Audit-Out
               assign to "text-files/ReferenceVedligeholdAudit.txt"
               organization is line sequential
               file status is AUDIT-STATUS.
           select optional Audit-Kaede-In
               assign to "text-files/ReferenceVedligeholdAudit.txt"
               organization is line sequential.
           select Vedligehold-Except-Out
               assign to
                   "text-files/ReferenceVedligeholdExceptions.txt"
               organization is line sequential.
     *> --- Fire-oejne-koeen og godkendelsesfilen - se program- ---
     *> --- hovedet ---
           select optional Pending-In
               assign to "text-files/ReferenceVedligeholdPending.txt"
               organization is line sequential.
           select Pending-Out
               assign to "text-files/ReferenceVedligeholdPending.txt"
               organization is line sequential.
           select optional Godkendelse-In
               assign to
                   "text-files/ReferenceVedligeholdGodkendelser.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Vedligehold-In.
      01 Vedligehold-Linje.
           02 RV-TABEL             pic x(2).
           02 RV-AKTION            pic x.
           02 RV-BRUGER-ID         pic x(8).
           02 RV-GYLDIG-FRA        pic x(10).
           02 RV-DATA              pic x(70).
      fd Vedligehold-Arkiv-Out.
      01 Vedligehold-Arkiv-Linje   pic x(91).
      fd Tabel-In.
      01 Tabel-Linje-In            pic x(70).
      fd Tabel-Out.
      01 Tabel-Linje-Ud            pic x(70).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 FILLER               pic x(30).
      fd Audit-Out.
      01 Audit-Post.
           02 Audit-Linje          pic x(400) value spaces.
           02 Audit-Hale           pic x(39).
      fd Audit-Kaede-In.
      01 Audit-Kaede-In-Linje      pic x(600).
      fd Vedligehold-Except-Out.
      01 Vedligehold-Except-Linje  pic x(250) value spaces.
      fd Pending-In.
      01 Pending-Linje-Ind.
           02 PD-ID-IN             pic 9(7).
           02 PD-DATO-IN           pic x(10).
           02 PD-STATUS-IN         pic x.
           02 PD-GODKENDER-IN      pic x(8).
           02 PD-LINJE-IN          pic x(91).
      fd Pending-Out.
      01 Pending-Linje-Ud.
           02 PD-ID-UD             pic 9(7).
           02 PD-DATO-UD           pic x(10).
           02 PD-STATUS-UD         pic x.
           02 PD-GODKENDER-UD      pic x(8).
           02 PD-LINJE-UD          pic x(91).
      fd Godkendelse-In.
      01 Godkendelse-Linje.
           02 GK-ID-IN             pic 9(7).
           02 GK-BESLUTNING-IN     pic x.
           02 GK-BRUGER-IN         pic x(8).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-vedligehold    pic x value "N".
           88 end-of-file-vedligehold value "Y".
      01 EOF-check-tabel          pic x value "N".
           88 end-of-file-tabel   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-pending        pic x value "N".
           88 end-of-file-pending value "Y".
      01 EOF-check-godkendelse    pic x value "N".
           88 end-of-file-godkendelse value "Y".
      01 pos                      pic 9(4) value 1.
      01 AUDIT-STATUS             pic x(2) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 TABEL-FIL-NAVN           pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
      01 UDLOEB-GRAENSE-DATO      pic x(10) value spaces.
      01 UDLOEB-YMD-X             pic x(8) value spaces.
      01 UDLOEB-DAG-NR            pic 9(8) value 0.
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD             pic 9(8) value 0.
           02 DATO-YMD-X redefines DATO-YMD pic x(8).
           02 DATO-DAG-NR          pic 9(8) value 0.
     *> --- De fem tabeller: kode, filnavn under text-files/, ---
     *> --- linjelaengde og noeglelaengde (noeglen er linjens ---
     *> --- foerste tegn) ---
      01 Tabel-Definitioner-Data.
           02 FILLER   pic x(29) value
               "PRKontoProdukter.txt    07014".
           02 FILLER   pic x(29) value
               "GBGebyrSatser.txt       01701".
           02 FILLER   pic x(29) value
               "TTTransaktionsTyper.txt 05502".
           02 FILLER   pic x(29) value
               "BKButikKategorier.txt   03520".
           02 FILLER   pic x(29) value
               "RSRenteSatser.txt       01711".
      01 Tabel-Definitioner redefines Tabel-Definitioner-Data.
           02 TD-POST OCCURS 5 TIMES.
              03 TD-KODE           pic x(2).
              03 TD-FIL            pic x(22).
              03 TD-LAENGDE        pic 9(3).
              03 TD-NOEGLE-LAENGDE pic 9(2).
      01 ANTAL-TABELLER           pic 9(3) value 5.
     *> --- Pr. tabel: kapacitet (samme graense som de laesende ---
     *> --- programmer), antal aktive linjer, antal indlaest fra ---
     *> --- filen, og om tabellen skal skrives om ---
      01 Tabel-Status.
           02 TS-POST OCCURS 5 TIMES.
              03 TS-MAX            pic 9(5) value 0.
              03 TS-ANTAL          pic 9(5) value 0.
              03 TS-INDLAEST       pic 9(5) value 0.
              03 TS-AENDRET-FLAG   pic x value "N".
                 88 TABEL-AENDRET     value "Y".
      01 TB-INDEX                 pic 9(3) value 0.
      01 TB-FUND-FLAG             pic x value "N".
           88 TABEL-FUNDET        value "Y".
           88 TABEL-IKKE-FUNDET   value "N".
      01 NOEGLE-LAENGDE           pic 9(2) value 0.
      01 NOEGLE-TEKST             pic x(20) value spaces.
     *> --- Literal-standardopsaetningen, der bruges som udgangs- ---
     *> --- punkt, naar tabellens fil endnu ikke findes ---
      01 gebyr-beregning.
           copy "Opgave10/Copybooks/GebyrTabel.cpy".
      01 transaktionstype-klassifikation.
           copy "Opgave10/Copybooks/Transaktionstype.cpy".
      01 butik-kategorisering.
           copy "Opgave10/Copybooks/ButikKategori.cpy".
      01 SEED-INDEX               pic 9(3) value 0.
     *> --- Alle fem tabellers linjer i memory i fil-raekkefoelge; ---
     *> --- en udfaset linje markeres og skrives ikke tilbage ---
      01 Raekke-Tabel.
           02 RT-ANTAL             pic 9(5) value 0.
           02 RT-POST OCCURS 60000 TIMES.
              03 RT-TABEL          pic x(2).
              03 RT-DATA           pic x(70).
              03 RT-STATUS-FLAG    pic x value "A".
                 88 RT-AKTIV          value "A".
                 88 RT-UDFASET        value "U".
      01 RT-INDEX                 pic 9(5) value 0.
      01 RT-FUND-FLAG             pic x value "N".
           88 RAEKKE-FUNDET       value "Y".
           88 RAEKKE-IKKE-FUNDET  value "N".
      01 RT-MAX                   pic 9(5) value 60000.
     *> --- Kontomasterens Konto-ID'er til PR-valideringen ---
      01 Konto-Tabel.
           02 KM-ANTAL             pic 9(5) value 0.
           02 KM-KONTO-ID OCCURS 50000 TIMES pic x(14).
      01 MAX-KONTO-MASTER         pic 9(5) value 50000.
      01 KM-INDEX                 pic 9(5) value 0.
      01 KONTO-FLAG               pic x value "N".
           88 KONTO-KENDT         value "Y".
           88 KONTO-UKENDT        value "N".
     *> --- Arbejdskopien af den aendring, der behandles - enten ---
     *> --- dagens transaktionsfil eller en godkendt pending-linje ---
      01 VA-Linje.
           02 VA-TABEL             pic x(2).
           02 VA-AKTION            pic x.
           02 VA-BRUGER-ID         pic x(8).
           02 VA-GYLDIG-FRA        pic x(10).
           02 VA-DATA              pic x(70).
     *> --- Den nye tabel-linje i hver tabels eget layout ---
      01 Ny-Data                  pic x(70) value spaces.
      01 Ny-Produkt redefines Ny-Data.
           02 NP-KONTO-ID          pic x(14).
           02 NP-PRODUKT-KODE      pic x(4).
           02 NP-PRODUKT-NAVN      pic x(20).
           02 NP-GEBYR-DKK         pic 9(9)v99.
           02 NP-RENTE-SATS        pic 9(2)v9999.
           02 NP-UDLOEB-DATO       pic x(10).
           02 NP-LOEBETID-MDR      pic 9(3).
           02 NP-KILDESKAT-FLAG    pic x.
           02 NP-CAMT-FLAG         pic x.
      01 Ny-Gebyr-Sats redefines Ny-Data.
           02 NG-STATUS-KODE       pic x.
           02 NG-MIN-ANTAL-TRANS   pic 9(5).
           02 NG-GEBYR-DKK         pic 9(9)v99.
           02 FILLER               pic x(53).
      01 Ny-Trans-Type redefines Ny-Data.
           02 NT-KODE              pic x(2).
           02 NT-RAW-TEKST         pic x(20).
           02 NT-LABEL             pic x(20).
           02 NT-RETNING           pic x.
           02 NT-BKTXCD            pic x(12).
           02 FILLER               pic x(15).
      01 Ny-Butik-Kategori redefines Ny-Data.
           02 NB-BUTIK-TEKST       pic x(20).
           02 NB-KATEGORI          pic x(15).
           02 FILLER               pic x(35).
      01 Ny-Rente-Sats redefines Ny-Data.
           02 NR-STATUS-KODE       pic x.
           02 NR-GYLDIG-FRA        pic x(10).
           02 NR-SATS              pic 9(2)v9999.
           02 FILLER               pic x(53).
      01 Gammel-Data              pic x(70) value spaces.
     *> --- Fire-oejne-koeen i memory. PD-STATUS V = venter paa ---
     *> --- godkendelse, G = godkendt og venter paa ikrafttraeden ---
      01 Pending-Tabel.
           02 PD-ANTAL             pic 9(4) value 0.
           02 PD-POST OCCURS 1000 TIMES.
              03 PD-ID             pic 9(7).
              03 PD-DATO           pic x(10).
              03 PD-STATUS         pic x.
                 88 PD-VENTER         value "V".
                 88 PD-GODKENDT       value "G".
              03 PD-GODKENDER      pic x(8).
              03 PD-LINJE          pic x(91).
              03 PD-STATUS-FLAG    pic x value "B".
                 88 PD-BEHOLDES       value "B".
                 88 PD-UDGAAR         value "U".
      01 PD-INDEX                 pic 9(4) value 0.
      01 PD-NAESTE-ID             pic 9(7) value 0.
      01 Godkendelse-Tabel.
           02 GK-ANTAL             pic 9(4) value 0.
           02 GK-POST OCCURS 1000 TIMES.
              03 GK-ID             pic 9(7).
              03 GK-BESLUTNING     pic x.
              03 GK-BRUGER         pic x(8).
      01 GK-INDEX                 pic 9(4) value 0.
      01 GK-FUND-FLAG             pic x value "N".
           88 GODKENDELSE-FUNDET      value "Y".
           88 GODKENDELSE-IKKE-FUNDET value "N".
      01 ANVEND-MODE-FLAG         pic x value "N".
           88 ANVEND-MODE             value "Y".
           88 INDSEND-MODE            value "N".
      01 GODKENDER-BRUGER-ID      pic x(8) value spaces.
      01 AKTUEL-PENDING-ID        pic 9(7) value 0.
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
      01 ANTAL-TRANSAKTIONER      pic 9(7) value 0.
      01 ANTAL-AFVENTER           pic 9(7) value 0.
      01 ANTAL-GODKENDT           pic 9(7) value 0.
      01 ANTAL-ANVENDT            pic 9(7) value 0.
      01 ANTAL-HOLDT              pic 9(7) value 0.
      01 ANTAL-GODKENDELSE-AFVIST pic 9(7) value 0.
      01 ANTAL-UDLOEBET           pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
     *> --- Felter til audit-kaeden - se skriv-audit-post ---
      copy "Opgave10/Copybooks/AuditKaede.cpy".

      procedure division.
     *> --- Hovedforløb: indlæs tabellerne og koeen, behandl ---
     *> --- godkendelserne, anvend de godkendte aendringer, hvis ---
     *> --- dato er naaet, laeg dagens aendringer i koeen, og skriv ---
     *> --- de aendrede tabeller om ---
      Program-Execute.
           perform byg-dags-og-udloeb-dato
           perform opsaet-tabel-graenser
           perform indlæs-tabeller
           perform indlæs-konto-master
           perform indlæs-pending
           perform indlæs-godkendelser
           perform start-audit-kaede
           open extend Audit-Out
           if AUDIT-STATUS = "35"
               open output Audit-Out
           end-if
           open output Vedligehold-Except-Out
     *> --- Godkendelserne foerst: en indsendelse kan aldrig naa at ---
     *> --- blive godkendt i samme koersel, den blev indsendt ---
           perform behandl-godkendelser
           perform behandl-ikrafttraedelser
           perform behandl-transaktioner
           close Audit-Out
           close Vedligehold-Except-Out
           perform skriv-tabeller-tilbage
           perform skriv-pending-tilbage
           perform arkiver-transaktioner
           display "Reference-vedligehold: " ANTAL-TRANSAKTIONER
               " transaktion(er), " ANTAL-AFVENTER
               " afventer godkendelse, " ANTAL-GODKENDT
               " godkendt, " ANTAL-ANVENDT " anvendt, "
               ANTAL-HOLDT " venter paa ikrafttraeden, "
               ANTAL-AFVIST " afvist, " ANTAL-GODKENDELSE-AFVIST
               " godkendelse(r) afvist, " ANTAL-UDLOEBET " udloebet"
           perform skriv-kapacitet
           stop run.

      byg-dags-og-udloeb-dato.
           move function CURRENT-DATE to DATO-NU
           move spaces to DAGS-DATO
           string
               DATO-NU (1:4)  delimited by size
               "-"            delimited by size
               DATO-NU (5:2)  delimited by size
               "-"            delimited by size
               DATO-NU (7:2)  delimited by size
                  into DAGS-DATO
           end-string
           move spaces to KOERSEL-TIDSSTEMPEL
           string
               DATO-NU (1:8)  delimited by size
               "-"            delimited by size
               DATO-NU (9:6)  delimited by size
                  into KOERSEL-TIDSSTEMPEL
           end-string
           compute UDLOEB-DAG-NR =
               function INTEGER-OF-DATE(
                   function NUMVAL(DATO-NU (1:8))) - 30
           compute UDLOEB-DAG-NR =
               function DATE-OF-INTEGER(UDLOEB-DAG-NR)
           move UDLOEB-DAG-NR to UDLOEB-YMD-X
           move spaces to UDLOEB-GRAENSE-DATO
           string
               UDLOEB-YMD-X (1:4)   delimited by size
               "-"                  delimited by size
               UDLOEB-YMD-X (5:2)   delimited by size
               "-"                  delimited by size
               UDLOEB-YMD-X (7:2)   delimited by size
                  into UDLOEB-GRAENSE-DATO
           end-string
           exit.

      dato-til-dag-nr.
           move 0 to DATO-DAG-NR
           move spaces to DATO-YMD-X
           string
               DATO-TEKST (1:4)  delimited by size
               DATO-TEKST (6:2)  delimited by size
               DATO-TEKST (9:2)  delimited by size
                  into DATO-YMD-X
           end-string
           if DATO-YMD-X is numeric
               and DATO-TEKST (5:1) = "-"
               and DATO-TEKST (8:1) = "-"
               if function TEST-DATE-YYYYMMDD(DATO-YMD) = 0
                   compute DATO-DAG-NR =
                       function INTEGER-OF-DATE(DATO-YMD)
               end-if
           end-if
           exit.

     *> --- Kapaciteten pr. tabel er den, de laesende programmer ---
     *> --- har plads til: KontoProduktTabel.cpy, copybøgernes ---
     *> --- MAX-felter og RenteSatsFil.cpy ---
      opsaet-tabel-graenser.
           move 50000 to TS-MAX (1)
           move MAX-GEBYR-SATSER to TS-MAX (2)
           move MAX-TRANS-TYPER to TS-MAX (3)
           move MAX-BUTIK-KATEGORIER to TS-MAX (4)
           move 500 to TS-MAX (5)
           exit.

      indlæs-tabeller.
           move 0 to RT-ANTAL
           perform varying TB-INDEX from 1 by 1
               until TB-INDEX > ANTAL-TABELLER
               perform indlæs-en-tabel
               if TS-INDLAEST (TB-INDEX) = 0
                   perform indsaet-standardopsaetning
               end-if
           end-perform
           exit.

      indlæs-en-tabel.
           move spaces to TABEL-FIL-NAVN
           string
               "text-files/"          delimited by size
               TD-FIL (TB-INDEX)      delimited by space
                  into TABEL-FIL-NAVN
           end-string
           move 0 to TS-INDLAEST (TB-INDEX)
           move 0 to TS-ANTAL (TB-INDEX)
           move "N" to EOF-check-tabel
           open input Tabel-In
           perform until end-of-file-tabel
               read Tabel-In
                   at end move "Y" to EOF-check-tabel
                   not at end
                       if Tabel-Linje-In not = spaces
                           and RT-ANTAL < RT-MAX
                           add 1 to TS-INDLAEST (TB-INDEX)
                           add 1 to TS-ANTAL (TB-INDEX)
                           add 1 to RT-ANTAL
                           move TD-KODE (TB-INDEX)
                               to RT-TABEL (RT-ANTAL)
                           move Tabel-Linje-In to RT-DATA (RT-ANTAL)
                           set RT-AKTIV (RT-ANTAL) to TRUE
                       end-if
               end-read
           end-perform
           close Tabel-In
           exit.

     *> --- Uden fil bruger de laesende programmer literal- ---
     *> --- standardopsaetningen - den er derfor ogsaa udgangs- ---
     *> --- punktet for vedligeholdelsen ---
      indsaet-standardopsaetning.
           evaluate TD-KODE (TB-INDEX)
               when "GB"
                   perform varying SEED-INDEX from 1 by 1
                       until SEED-INDEX > ANTAL-GEBYR-SATSER
                       move GS-POST (SEED-INDEX) to Ny-Data
                       perform indsaet-standard-raekke
                   end-perform
               when "TT"
                   perform varying SEED-INDEX from 1 by 1
                       until SEED-INDEX > ANTAL-TRANS-TYPER
                       move TT-POST (SEED-INDEX) to Ny-Data
                       perform indsaet-standard-raekke
                   end-perform
               when "BK"
                   perform varying SEED-INDEX from 1 by 1
                       until SEED-INDEX > ANTAL-BUTIK-KATEGORIER
                       move BK-POST (SEED-INDEX) to Ny-Data
                       perform indsaet-standard-raekke
                   end-perform
           end-evaluate
           exit.

      indsaet-standard-raekke.
           if RT-ANTAL < RT-MAX
               add 1 to TS-ANTAL (TB-INDEX)
               add 1 to RT-ANTAL
               move TD-KODE (TB-INDEX) to RT-TABEL (RT-ANTAL)
               move Ny-Data to RT-DATA (RT-ANTAL)
               set RT-AKTIV (RT-ANTAL) to TRUE
           end-if
           exit.

      indlæs-konto-master.
           move 0 to KM-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN not = spaces
                           and KM-ANTAL < MAX-KONTO-MASTER
                           add 1 to KM-ANTAL
                           move KM-KONTO-ID-IN
                               to KM-KONTO-ID (KM-ANTAL)
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      indlæs-pending.
           move 0 to PD-ANTAL
           move 0 to PD-NAESTE-ID
           move "N" to EOF-check-pending
           open input Pending-In
           perform until end-of-file-pending
               read Pending-In
                   at end move "Y" to EOF-check-pending
                   not at end
                       if PD-ANTAL < 1000
                           add 1 to PD-ANTAL
                           move PD-ID-IN to PD-ID (PD-ANTAL)
                           move PD-DATO-IN to PD-DATO (PD-ANTAL)
                           move PD-STATUS-IN to PD-STATUS (PD-ANTAL)
                           move PD-GODKENDER-IN
                               to PD-GODKENDER (PD-ANTAL)
                           move PD-LINJE-IN to PD-LINJE (PD-ANTAL)
                           move "B" to PD-STATUS-FLAG (PD-ANTAL)
                           if PD-ID-IN > PD-NAESTE-ID
                               move PD-ID-IN to PD-NAESTE-ID
                           end-if
                       end-if
               end-read
           end-perform
           close Pending-In
           exit.

      indlæs-godkendelser.
           move 0 to GK-ANTAL
           move "N" to EOF-check-godkendelse
           open input Godkendelse-In
           perform until end-of-file-godkendelse
               read Godkendelse-In
                   at end move "Y" to EOF-check-godkendelse
                   not at end
                       if GK-ANTAL < 1000
                           add 1 to GK-ANTAL
                           move GK-ID-IN to GK-ID (GK-ANTAL)
                           move GK-BESLUTNING-IN
                               to GK-BESLUTNING (GK-ANTAL)
                           move GK-BRUGER-IN to GK-BRUGER (GK-ANTAL)
                       end-if
               end-read
           end-perform
           close Godkendelse-In
           exit.

     *> --- Gennemgaar de ventende indsendelser mod godkendelserne ---
     *> --- - se bankVedligehold (Opgave20) for arbejdsgangen ---
      behandl-godkendelser.
           perform varying PD-INDEX from 1 by 1
               until PD-INDEX > PD-ANTAL
               if PD-VENTER (PD-INDEX)
                   perform behandl-en-pending
               end-if
           end-perform
           exit.

      behandl-en-pending.
           set GODKENDELSE-IKKE-FUNDET to TRUE
           move 1 to GK-INDEX
           perform until GODKENDELSE-FUNDET or GK-INDEX > GK-ANTAL
               if GK-ID (GK-INDEX) = PD-ID (PD-INDEX)
                   set GODKENDELSE-FUNDET to TRUE
               else
                   add 1 to GK-INDEX
               end-if
           end-perform
           if GODKENDELSE-IKKE-FUNDET
               if PD-DATO (PD-INDEX) < UDLOEB-GRAENSE-DATO
                   add 1 to ANTAL-UDLOEBET
                   set PD-UDGAAR (PD-INDEX) to TRUE
                   move spaces to Vedligehold-Except-Linje
                   move 1 to pos
                   string
                       "BETINGELSE=GODKENDELSE-UDLOEBET PENDING-ID="
                                              delimited by size
                       PD-ID (PD-INDEX)       delimited by size
                       " INDSENDT="           delimited by size
                       PD-DATO (PD-INDEX)     delimited by size
                       " INDSENDER="          delimited by size
                       PD-LINJE (PD-INDEX)(4:8) delimited by size
                          into Vedligehold-Except-Linje
                          with pointer pos
                   end-string
                   write Vedligehold-Except-Linje
               end-if
               exit paragraph
           end-if
           if GK-BRUGER (GK-INDEX) = PD-LINJE (PD-INDEX)(4:8)
               add 1 to ANTAL-GODKENDELSE-AFVIST
               move spaces to Vedligehold-Except-Linje
               move 1 to pos
               string
                   "BETINGELSE=FIRE-OEJNE-SAMME-BRUGER PENDING-ID="
                                          delimited by size
                   PD-ID (PD-INDEX)       delimited by size
                   " BRUGER="             delimited by size
                   GK-BRUGER (GK-INDEX)   delimited by size
                      into Vedligehold-Except-Linje
                      with pointer pos
               end-string
               write Vedligehold-Except-Linje
               exit paragraph
           end-if
           if GK-BESLUTNING (GK-INDEX) = "G"
               add 1 to ANTAL-GODKENDT
               set PD-GODKENDT (PD-INDEX) to TRUE
               move GK-BRUGER (GK-INDEX) to PD-GODKENDER (PD-INDEX)
               move spaces to Audit-Linje
               move 1 to pos
               string
                   "GODKENDT PENDING-ID="  delimited by size
                   PD-ID (PD-INDEX)       delimited by size
                   " INDSENDER="          delimited by size
                   PD-LINJE (PD-INDEX)(4:8) delimited by size
                   " GODKENDER="          delimited by size
                   GK-BRUGER (GK-INDEX)   delimited by size
                   " GYLDIG-FRA="         delimited by size
                   PD-LINJE (PD-INDEX)(12:10) delimited by size
                   " DATO="               delimited by size
                   DAGS-DATO              delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
               perform skriv-audit-post
           else
               add 1 to ANTAL-GODKENDELSE-AFVIST
               set PD-UDGAAR (PD-INDEX) to TRUE
               move spaces to Vedligehold-Except-Linje
               move 1 to pos
               string
                   "BETINGELSE=GODKENDELSE-AFSLAAET PENDING-ID="
                                          delimited by size
                   PD-ID (PD-INDEX)       delimited by size
                   " GODKENDER="          delimited by size
                   GK-BRUGER (GK-INDEX)   delimited by size
                      into Vedligehold-Except-Linje
                      with pointer pos
               end-string
               write Vedligehold-Except-Linje
           end-if
           exit.

     *> --- Godkendte aendringer anvendes i koe-raekkefoelge, naar ---
     *> --- ikrafttraedelsesdatoen er naaet - ellers bliver de ---
     *> --- liggende i koeen ---
      behandl-ikrafttraedelser.
           set ANVEND-MODE to TRUE
           perform varying PD-INDEX from 1 by 1
               until PD-INDEX > PD-ANTAL
               if PD-GODKENDT (PD-INDEX) and PD-BEHOLDES (PD-INDEX)
                   move PD-LINJE (PD-INDEX) to VA-Linje
                   if VA-GYLDIG-FRA > DAGS-DATO
                       add 1 to ANTAL-HOLDT
                   else
                       set PD-UDGAAR (PD-INDEX) to TRUE
                       move PD-ID (PD-INDEX) to AKTUEL-PENDING-ID
                       move PD-GODKENDER (PD-INDEX)
                           to GODKENDER-BRUGER-ID
                       perform behandl-en-aendring
                   end-if
               end-if
           end-perform
           set INDSEND-MODE to TRUE
           exit.

      behandl-transaktioner.
           move "N" to EOF-check-vedligehold
           open input Vedligehold-In
           perform until end-of-file-vedligehold
               read Vedligehold-In
                   at end move "Y" to EOF-check-vedligehold
                   not at end
                       if Vedligehold-Linje not = spaces
                           add 1 to ANTAL-TRANSAKTIONER
                           move Vedligehold-Linje to VA-Linje
                           move 0 to AKTUEL-PENDING-ID
                           move spaces to GODKENDER-BRUGER-ID
                           perform behandl-en-aendring
                       end-if
               end-read
           end-perform
           close Vedligehold-In
           exit.

     *> --- Validerer VA-Linje og enten afviser den, laegger den i ---
     *> --- fire-oejne-koeen (indsendelse) eller anvender den paa ---
     *> --- tabellen (godkendt og i kraft) ---
      behandl-en-aendring.
           perform valider-aendring
           if AFVISNINGS-GRUND not = spaces
               perform skriv-afvisning
           else
               if INDSEND-MODE
                   perform laeg-i-pending
               else
                   perform anvend-aendring
               end-if
           end-if
           exit.

      valider-aendring.
           move spaces to AFVISNINGS-GRUND
           move VA-DATA to Ny-Data
           set TABEL-IKKE-FUNDET to TRUE
           perform varying TB-INDEX from 1 by 1
               until TABEL-FUNDET or TB-INDEX > ANTAL-TABELLER
               if TD-KODE (TB-INDEX) = VA-TABEL
                   set TABEL-FUNDET to TRUE
               end-if
           end-perform
           if TABEL-FUNDET
               subtract 1 from TB-INDEX
               move TD-NOEGLE-LAENGDE (TB-INDEX) to NOEGLE-LAENGDE
           else
               move 20 to NOEGLE-LAENGDE
           end-if
           move spaces to NOEGLE-TEKST
           move VA-DATA (1:NOEGLE-LAENGDE) to NOEGLE-TEKST
           if VA-GYLDIG-FRA not = spaces
               move VA-GYLDIG-FRA to DATO-TEKST
               perform dato-til-dag-nr
           end-if
           evaluate TRUE
               when TABEL-IKKE-FUNDET
                   move "TABEL-UKENDT" to AFVISNINGS-GRUND
               when VA-AKTION not = "A" and not = "C"
                   and not = "R"
                   move "AKTION-UKENDT" to AFVISNINGS-GRUND
               when VA-BRUGER-ID = spaces
                   move "BRUGER-MANGLER" to AFVISNINGS-GRUND
               when VA-GYLDIG-FRA not = spaces and DATO-DAG-NR = 0
                   move "GYLDIG-FRA-UGYLDIG" to AFVISNINGS-GRUND
               when INDSEND-MODE and VA-GYLDIG-FRA not = spaces
                   and VA-GYLDIG-FRA < DAGS-DATO
                   move "GYLDIG-FRA-TILBAGEDATERET"
                       to AFVISNINGS-GRUND
               when NOEGLE-TEKST = spaces
                   move "NOEGLE-MANGLER" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
           perform find-raekke
           evaluate TRUE
               when VA-AKTION = "A" and RAEKKE-FUNDET
                   if VA-TABEL = "RS"
                       move "RENTEPERIODE-OVERLAPPER"
                           to AFVISNINGS-GRUND
                   else
                       move "NOEGLE-DUBLET" to AFVISNINGS-GRUND
                   end-if
               when VA-AKTION not = "A" and RAEKKE-IKKE-FUNDET
                   move "NOEGLE-UKENDT" to AFVISNINGS-GRUND
               when VA-AKTION = "A"
                   and TS-ANTAL (TB-INDEX) >= TS-MAX (TB-INDEX)
                   move "TABEL-FULD" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
           evaluate VA-TABEL
               when "PR"
                   if VA-AKTION not = "R"
                       perform valider-produkt
                   end-if
               when "GB"
                   if VA-AKTION not = "R"
                       perform valider-gebyr-sats
                   end-if
               when "TT"
                   if VA-AKTION not = "R"
                       perform valider-trans-type
                   end-if
               when "BK"
                   if VA-AKTION not = "R"
                       perform valider-butik-kategori
                   end-if
               when "RS"
                   perform valider-rente-sats
           end-evaluate
           exit.

     *> --- Intet produkt uden gebyr-linje: gebyr og rente skal ---
     *> --- vaere numeriske (nul er tilladt), og kontoen skal findes ---
      valider-produkt.
           set KONTO-KENDT to TRUE
           if KM-ANTAL > 0
               set KONTO-UKENDT to TRUE
               perform varying KM-INDEX from 1 by 1
                   until KONTO-KENDT or KM-INDEX > KM-ANTAL
                   if KM-KONTO-ID (KM-INDEX) = NP-KONTO-ID
                       set KONTO-KENDT to TRUE
                   end-if
               end-perform
           end-if
           move 1 to DATO-DAG-NR
           if NP-UDLOEB-DATO not = spaces
               move NP-UDLOEB-DATO to DATO-TEKST
               perform dato-til-dag-nr
           end-if
           evaluate TRUE
               when KONTO-UKENDT
                   move "KONTO-UKENDT" to AFVISNINGS-GRUND
               when NP-PRODUKT-KODE = spaces
                   move "PRODUKT-KODE-MANGLER" to AFVISNINGS-GRUND
               when NP-PRODUKT-NAVN = spaces
                   move "PRODUKT-NAVN-MANGLER" to AFVISNINGS-GRUND
               when NP-GEBYR-DKK is not numeric
                   move "GEBYR-MANGLER" to AFVISNINGS-GRUND
               when NP-RENTE-SATS is not numeric
                   move "RENTE-UGYLDIG" to AFVISNINGS-GRUND
               when DATO-DAG-NR = 0
                   move "UDLOEB-UGYLDIG" to AFVISNINGS-GRUND
               when Ny-Data (66:3) not = spaces
                   and NP-LOEBETID-MDR is not numeric
                   move "LOEBETID-UGYLDIG" to AFVISNINGS-GRUND
               when NP-KILDESKAT-FLAG not = "Y" and not = "N"
                   and not = space
                   move "KILDESKAT-UGYLDIG" to AFVISNINGS-GRUND
               when NP-CAMT-FLAG not = "D" and not = "P"
                   and not = space
                   move "CAMT-UGYLDIG" to AFVISNINGS-GRUND
           end-evaluate
           exit.

      valider-gebyr-sats.
           evaluate TRUE
               when NG-MIN-ANTAL-TRANS is not numeric
                   move "ANTAL-UGYLDIG" to AFVISNINGS-GRUND
               when NG-GEBYR-DKK is not numeric
                   move "GEBYR-MANGLER" to AFVISNINGS-GRUND
           end-evaluate
           exit.

      valider-trans-type.
           evaluate TRUE
               when NT-RAW-TEKST = spaces
                   move "TEKST-MANGLER" to AFVISNINGS-GRUND
               when NT-LABEL = spaces
                   move "LABEL-MANGLER" to AFVISNINGS-GRUND
               when NT-RETNING not = "I" and not = "U"
                   move "RETNING-UGYLDIG" to AFVISNINGS-GRUND
           end-evaluate
           exit.

      valider-butik-kategori.
           if NB-KATEGORI = spaces
               move "KATEGORI-MANGLER" to AFVISNINGS-GRUND
           end-if
           exit.

     *> --- Renteperioderne: en ny periode maa ikke starte foer i ---
     *> --- dag, og en periode i kraft er historik, der hverken ---
     *> --- rettes eller udfases ---
      valider-rente-sats.
           move NR-GYLDIG-FRA to DATO-TEKST
           perform dato-til-dag-nr
           evaluate TRUE
               when DATO-DAG-NR = 0
                   move "RENTEPERIODE-UGYLDIG" to AFVISNINGS-GRUND
               when VA-AKTION not = "A"
                   and NR-GYLDIG-FRA not > DAGS-DATO
                   move "RENTEPERIODE-I-KRAFT" to AFVISNINGS-GRUND
               when VA-AKTION = "A" and NR-GYLDIG-FRA < DAGS-DATO
                   move "RENTEPERIODE-TILBAGEDATERET"
                       to AFVISNINGS-GRUND
               when VA-AKTION not = "R"
                   and NR-SATS is not numeric
                   move "RENTE-UGYLDIG" to AFVISNINGS-GRUND
           end-evaluate
           exit.

      find-raekke.
           set RAEKKE-IKKE-FUNDET to TRUE
           move 1 to RT-INDEX
           perform until RAEKKE-FUNDET or RT-INDEX > RT-ANTAL
               if RT-AKTIV (RT-INDEX)
                   and RT-TABEL (RT-INDEX) = VA-TABEL
                   and RT-DATA (RT-INDEX)(1:NOEGLE-LAENGDE)
                       = VA-DATA (1:NOEGLE-LAENGDE)
                   set RAEKKE-FUNDET to TRUE
               else
                   add 1 to RT-INDEX
               end-if
           end-perform
           exit.

      skriv-afvisning.
           add 1 to ANTAL-AFVIST
           move spaces to Vedligehold-Except-Linje
           move 1 to pos
           string
               "BETINGELSE="          delimited by size
               function TRIM(AFVISNINGS-GRUND)
                                      delimited by size
               " TABEL="              delimited by size
               VA-TABEL               delimited by size
               " AKTION="             delimited by size
               VA-AKTION              delimited by size
               " BRUGER="             delimited by size
               VA-BRUGER-ID           delimited by size
               " NOEGLE="             delimited by size
               function TRIM(NOEGLE-TEKST (1:NOEGLE-LAENGDE))
                                      delimited by size
               " GYLDIG-FRA="         delimited by size
               VA-GYLDIG-FRA          delimited by size
                  into Vedligehold-Except-Linje
                  with pointer pos
           end-string
           if ANVEND-MODE
               string
                   " PENDING-ID="         delimited by size
                   AKTUEL-PENDING-ID      delimited by size
                   " GODKENDER="          delimited by size
                   GODKENDER-BRUGER-ID    delimited by size
                      into Vedligehold-Except-Linje
                      with pointer pos
               end-string
           end-if
           write Vedligehold-Except-Linje
           exit.

     *> --- Laegger den aktuelle VA-Linje i fire-oejne-koeen - en ---
     *> --- blank ikrafttraedelsesdato bliver til indsendelsesdagen ---
      laeg-i-pending.
           if PD-ANTAL >= 1000
               move "PENDING-KOE-FULD" to AFVISNINGS-GRUND
               perform skriv-afvisning
               exit paragraph
           end-if
           if VA-GYLDIG-FRA = spaces
               move DAGS-DATO to VA-GYLDIG-FRA
           end-if
           add 1 to ANTAL-AFVENTER
           add 1 to PD-ANTAL
           add 1 to PD-NAESTE-ID
           move PD-NAESTE-ID to PD-ID (PD-ANTAL)
           move DAGS-DATO to PD-DATO (PD-ANTAL)
           set PD-VENTER (PD-ANTAL) to TRUE
           move spaces to PD-GODKENDER (PD-ANTAL)
           move VA-Linje to PD-LINJE (PD-ANTAL)
           move "B" to PD-STATUS-FLAG (PD-ANTAL)
           move spaces to Audit-Linje
           move 1 to pos
           string
               "AFVENTER-GODKENDELSE PENDING-ID="
                                      delimited by size
               PD-NAESTE-ID           delimited by size
               " TABEL="              delimited by size
               VA-TABEL               delimited by size
               " AKTION="             delimited by size
               VA-AKTION              delimited by size
               " BRUGER="             delimited by size
               VA-BRUGER-ID           delimited by size
               " NOEGLE="             delimited by size
               function TRIM(NOEGLE-TEKST (1:NOEGLE-LAENGDE))
                                      delimited by size
               " GYLDIG-FRA="         delimited by size
               VA-GYLDIG-FRA          delimited by size
               " DATO="               delimited by size
               DAGS-DATO              delimited by size
                  into Audit-Linje
                  with pointer pos
           end-string
           perform skriv-audit-post
           exit.

     *> --- Anvender en godkendt aendring paa tabellen i memory og ---
     *> --- skriver gammel og ny linje til audit-filen ---
      anvend-aendring.
           move spaces to Gammel-Data
           evaluate VA-AKTION
               when "A"
                   if RT-ANTAL >= RT-MAX
                       move "TABEL-FULD" to AFVISNINGS-GRUND
                       perform skriv-afvisning
                       exit paragraph
                   end-if
                   add 1 to RT-ANTAL
                   move VA-TABEL to RT-TABEL (RT-ANTAL)
                   move Ny-Data to RT-DATA (RT-ANTAL)
                   set RT-AKTIV (RT-ANTAL) to TRUE
                   add 1 to TS-ANTAL (TB-INDEX)
               when "C"
                   move RT-DATA (RT-INDEX) to Gammel-Data
                   move Ny-Data to RT-DATA (RT-INDEX)
               when "R"
                   move RT-DATA (RT-INDEX) to Gammel-Data
                   set RT-UDFASET (RT-INDEX) to TRUE
                   subtract 1 from TS-ANTAL (TB-INDEX)
                   move spaces to Ny-Data
           end-evaluate
           set TABEL-AENDRET (TB-INDEX) to TRUE
           add 1 to ANTAL-ANVENDT
           move spaces to Audit-Linje
           move 1 to pos
           string
               "ANVENDT PENDING-ID="   delimited by size
               AKTUEL-PENDING-ID      delimited by size
               " TABEL="              delimited by size
               VA-TABEL               delimited by size
               " AKTION="             delimited by size
               VA-AKTION              delimited by size
               " INDSENDER="          delimited by size
               VA-BRUGER-ID           delimited by size
               " GODKENDER="          delimited by size
               GODKENDER-BRUGER-ID    delimited by size
               " GYLDIG-FRA="         delimited by size
               VA-GYLDIG-FRA          delimited by size
               " DATO="               delimited by size
               DAGS-DATO              delimited by size
               " NOEGLE="             delimited by size
               function TRIM(NOEGLE-TEKST (1:NOEGLE-LAENGDE))
                                      delimited by size
               " GAMMEL="             delimited by size
               Gammel-Data (1:TD-LAENGDE (TB-INDEX))
                                      delimited by size
               " NY="                 delimited by size
               Ny-Data (1:TD-LAENGDE (TB-INDEX))
                                      delimited by size
                  into Audit-Linje
                  with pointer pos
           end-string
           perform skriv-audit-post
           exit.

     *> --- Kun de aendrede tabeller skrives om, i fil-raekkefoelge ---
     *> --- med nye linjer sidst ---
      skriv-tabeller-tilbage.
           perform varying TB-INDEX from 1 by 1
               until TB-INDEX > ANTAL-TABELLER
               if TABEL-AENDRET (TB-INDEX)
                   perform skriv-en-tabel
               end-if
           end-perform
           exit.

      skriv-en-tabel.
           move spaces to TABEL-FIL-NAVN
           string
               "text-files/"          delimited by size
               TD-FIL (TB-INDEX)      delimited by space
                  into TABEL-FIL-NAVN
           end-string
           open output Tabel-Out
           perform varying RT-INDEX from 1 by 1
               until RT-INDEX > RT-ANTAL
               if RT-AKTIV (RT-INDEX)
                   and RT-TABEL (RT-INDEX) = TD-KODE (TB-INDEX)
                   write Tabel-Linje-Ud from RT-DATA (RT-INDEX)
               end-if
           end-perform
           close Tabel-Out
           exit.

      skriv-pending-tilbage.
           open output Pending-Out
           perform varying PD-INDEX from 1 by 1
               until PD-INDEX > PD-ANTAL
               if PD-BEHOLDES (PD-INDEX)
                   move spaces to Pending-Linje-Ud
                   move PD-ID (PD-INDEX) to PD-ID-UD
                   move PD-DATO (PD-INDEX) to PD-DATO-UD
                   move PD-STATUS (PD-INDEX) to PD-STATUS-UD
                   move PD-GODKENDER (PD-INDEX) to PD-GODKENDER-UD
                   move PD-LINJE (PD-INDEX) to PD-LINJE-UD
                   write Pending-Linje-Ud
               end-if
           end-perform
           close Pending-Out
           exit.

      arkiver-transaktioner.
           move spaces to ARKIV-FIL-NAVN
           move 1 to pos
           string
               "text-files/ReferenceVedligeholdBehandlet_"
                                              delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ARKIV-FIL-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-vedligehold
           open input Vedligehold-In
           open output Vedligehold-Arkiv-Out
           perform until end-of-file-vedligehold
               read Vedligehold-In
                   at end move "Y" to EOF-check-vedligehold
                   not at end
                       write Vedligehold-Arkiv-Linje
                           from Vedligehold-Linje
               end-read
           end-perform
           close Vedligehold-Arkiv-Out
           close Vedligehold-In
           open output Vedligehold-In
           close Vedligehold-In
           exit.

     *> --- Audit-kaeden fortsaetter fra filens sidste linje (se ---
     *> --- AuditKaede.cpy) - den laeses, inden filen aabnes ---
      start-audit-kaede.
           accept AK-NOEGLE from environment "AUDIT_KAEDE_NOEGLE"
           move 0 to AK-SEKV-FORRIGE
           move 0 to AK-HASH-FORRIGE-1
           move 0 to AK-HASH-FORRIGE-2
           move spaces to AK-SIDSTE-LINJE
           move "N" to AK-EOF
           open input Audit-Kaede-In
           perform until AK-FIL-SLUT
               read Audit-Kaede-In
                   at end move "J" to AK-EOF
                   not at end
                       if Audit-Kaede-In-Linje not = spaces
                           move Audit-Kaede-In-Linje to AK-SIDSTE-LINJE
                       end-if
               end-read
           end-perform
           close Audit-Kaede-In
           perform varying AK-SLUT from 600 by -1
               until AK-SLUT < 1
                   or AK-SIDSTE-LINJE (AK-SLUT:1) not = space
               continue
           end-perform
           if AK-SLUT > AK-HALE-LAENGDE
               and AK-SIDSTE-LINJE (AK-SLUT - 38:6) = " SEKV="
               and AK-SIDSTE-LINJE (AK-SLUT - 32:9) is numeric
               and AK-SIDSTE-LINJE (AK-SLUT - 17:18) is numeric
               move AK-SIDSTE-LINJE (AK-SLUT - 32:9) to AK-SEKV-FORRIGE
               move AK-SIDSTE-LINJE (AK-SLUT - 17:9)
                   to AK-HASH-FORRIGE-1
               move AK-SIDSTE-LINJE (AK-SLUT - 8:9)
                   to AK-HASH-FORRIGE-2
           end-if
           exit.

     *> --- Skriver audit-linjen med loebenummer og kaedet hash ---
      skriv-audit-post.
           compute AK-SEKV = AK-SEKV-FORRIGE + 1
           move spaces to AK-DATA
           move AK-NOEGLE to AK-DATA (1:40)
           move AK-SEKV to AK-DATA (41:9)
           move Audit-Linje to AK-DATA (50:)
           perform beregn-audit-hash
           move AK-HALE to Audit-Hale
           write Audit-Post
           move AK-SEKV to AK-SEKV-FORRIGE
           move AK-HASH-1 to AK-HASH-FORRIGE-1
           move AK-HASH-2 to AK-HASH-FORRIGE-2
           exit.

     *> --- Kaedet hash over AK-DATA uden efterstillede blanke, ---
     *> --- startende fra den forrige linjes hash ---
      beregn-audit-hash.
           perform varying AK-LAENGDE from 600 by -1
               until AK-LAENGDE < 50
                   or AK-DATA (AK-LAENGDE:1) not = space
               continue
           end-perform
           move AK-HASH-FORRIGE-1 to AK-H1
           move AK-HASH-FORRIGE-2 to AK-H2
           perform varying AK-POS from 1 by 1
               until AK-POS > AK-LAENGDE
               compute AK-TEGN = function ORD(AK-DATA (AK-POS:1))
               compute AK-H1 =
                   function MOD(AK-H1 * 257 + AK-TEGN, 999999937)
               compute AK-H2 =
                   function MOD(AK-H2 * 263 + AK-TEGN * AK-POS,
                                999999929)
           end-perform
           move AK-H1 to AK-HASH-1
           move AK-H2 to AK-HASH-2
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
           move "referenceVedligehold" to KAP-PROGRAM
           move "RAEKKE-TABEL" to KAP-TABEL
           move RT-ANTAL to KAP-ANTAL
           move RT-MAX to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KM-ANTAL to KAP-ANTAL
           move MAX-KONTO-MASTER to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
