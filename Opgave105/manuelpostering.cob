      identification division.
      program-id. manuelPostering.

     *> --- Manuelle posteringer: back office' engangsrettelser, der
     *>     hverken er rente/gebyr (renteKorrektion, Opgave49) eller
     *>     en repareret afvisning (transReparation), blev hidtil
     *>     lagt direkte i Transaktioner.txt - uden spor af, hvem der
     *>     gjorde det og hvorfor. Trinnet tager dem fra
     *>     ManuelPosteringer.txt, een linje pr. ben:
     *>       - alle ben i en postering deler MANUEL-ID, rekvirent
     *>         (BRUGER-ID), aarsagskode (Aarsag-Tabel) og
     *>         referencen til den oprindelige transaktion (ref-nr,
     *>         Konto-ID og dato - ref-nr kan vaere blankt for
     *>         poster fra foer koersels-referencerne)
     *>       - et ben er K (kundekonto - skal findes i
     *>         KontoMaster.txt og maa ikke vaere lukket, og en
     *>         debitering afvises paa en deponeret konto, se
     *>         DeponeringTabel.cpy) eller F (finanskonto - skal
     *>         findes i FinansKontoplan.cpy/FinansKontoplan.txt,
     *>         dog ikke afviklings- og kundeindlaanskontoen, som
     *>         kundebenene selv rammer), med D/K og et positivt
     *>         beloeb
     *>       - posteringen skal have mindst to ben, og debet skal
     *>         gaa op med kredit - ellers afvises HELE posteringen
     *>     En gyldig postering bogfoeres ikke, men laegges i
     *>     ManuelPosteringPending.txt og udfoeres foerst, naar en
     *>     ANDEN BRUGER-ID har godkendt den i
     *>     ManuelPosteringGodkendelser.txt (loebenummer, G/A,
     *>     godkender) - samme fire-oejne-arbejdsgang som
     *>     referenceVedligehold (Opgave93): godkendelse fra
     *>     rekvirenten selv afvises, afslaaede rapporteres, og
     *>     ikke-godkendte posteringer aeldre end 30 dage udloeber.
     *>     En godkendt postering kontrolleres igen og bogfoeres:
     *>       - kundebenene som OVERFOERSEL IND/UD i Transaktioner.txt
     *>         med BUTIK "MAN:<id>" - samme sporbarhed som ORD:/
     *>         FAST:/DEP:-maerkerne
     *>       - finansbenene som een balanceret blok i
     *>         ManuelFinansPosteringer.txt (FinansPosteringer-
     *>         layoutet, tekst "MAN:<id> <aarsag>"), som koerslen
     *>         foejer til FinansPosteringer.txt efter side-
     *>         rapporterne. Kundebenene naar hovedbogen via
     *>         kontoudskriftens bevaegelsestotaler (afviklingskonto
     *>         mod kundeindlaan), saa hvert kundeben modposteres her
     *>         paa afviklingskontoen - den gaar dermed i nul
     *>       - hvert ben skrives til den persistente
     *>         ManuelPosteringLog.txt (ManuelPosteringLog.cpy) med
     *>         rekvirent, godkender, aarsag og den oprindelige
     *>         reference, som sporRapport (Opgave48) og
     *>         revisorEksport (Opgave103) viser. Loggen kaedes som
     *>         de oevrige audit-filer (AuditKaede.cpy) og
     *>         kontrolleres hver nat af auditKaedeKontrol (Opgave97)
     *>     Afviste posteringer og godkendelser skrives til
     *>     ManuelPosteringExceptions.txt i BETINGELSE=-formatet, som
     *>     morgenWorklist samler op. Indsendelsesfilen arkiveres
     *>     datostemplet og toemmes.

      environment division.
      input-output section.
      file-control.
           select optional Indsendelse-In
               assign to "text-files/ManuelPosteringer.txt"
               organization is line sequential.
     *> --- Fire-oejne-koeen og godkendelsesfilen - se program- ---
     *> --- hovedet ---
           select optional Pending-In
               assign to "text-files/ManuelPosteringPending.txt"
               organization is line sequential.
           select Pending-Out
               assign to "text-files/ManuelPosteringPending.txt"
               organization is line sequential.
           select optional Godkendelse-In
               assign to "text-files/ManuelPosteringGodkendelser.txt"
               organization is line sequential.
     *> --- Loggen over bogfoerte ben - appendes, aldrig toemt ---
           select optional Log-In
               assign to "text-files/ManuelPosteringLog.txt"
               organization is line sequential.
           select Log-Out
               assign to "text-files/ManuelPosteringLog.txt"
               organization is line sequential
               file status is LOG-STATUS.
           select optional Audit-Kaede-In
               assign to "text-files/ManuelPosteringLog.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Status-In
               assign to "text-files/KontoStatus.txt"
               organization is line sequential.
           select optional Kontoplan-In
               assign to "text-files/FinansKontoplan.txt"
               organization is line sequential.
     *> --- Deponerings-registret: debiteringer paa en ---
     *> --- deponeringskonto afvises - se DeponeringTabel.cpy ---
           select optional Deponering-Register-In
               assign to "text-files/DeponeringRegister.txt"
               organization is line sequential.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedManuelle.txt"
               organization is line sequential.
     *> --- Finansbenene - foejes til FinansPosteringer.txt efter ---
     *> --- side-rapporterne, som skriver den forfra ---
           select Finans-Posteringer-Out
               assign to "text-files/ManuelFinansPosteringer.txt"
               organization is line sequential
               file status is FINANS-STATUS.
           select Exceptions-Out
               assign to "text-files/ManuelPosteringExceptions.txt"
               organization is line sequential.
     *> --- Datostemplet arkiv for den behandlede indsendelsesfil ---
           select Arkiv-Out
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
     *> --- Den fælles kontrol-fil for kædeafstemningen - se ---
     *> --- skriv-kaede-kontrol ---
           select Kaede-Kontrol-Out
               assign to "text-files/KaedeKontrol.txt"
               organization is line sequential
               file status is KAEDE-KONTROL-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Indsendelse-In.
     *> --- Et ben af en manuel postering fra back office ---
      01 Indsendelse-Linje.
           02 MPI-MANUEL-ID         pic x(10).
           02 MPI-BRUGER-ID         pic x(8).
           02 MPI-AARSAG            pic x(10).
           02 MPI-ORIG-REF          pic x(7).
           02 MPI-ORIG-KONTO-ID     pic x(14).
           02 MPI-ORIG-DATO         pic x(10).
           02 MPI-BEN-TYPE          pic x.
           02 MPI-KONTO             pic x(14).
           02 MPI-DK                pic x.
           02 MPI-BELOB             pic x(16).
           02 MPI-TEKST             pic x(30).
      fd Pending-In.
      01 Pending-Linje-Ind.
           02 PD-ID-IN             pic 9(7).
           02 PD-DATO-IN           pic x(10).
           02 PD-STATUS-IN         pic x.
           02 PD-GODKENDER-IN      pic x(8).
           02 PD-LINJE-IN          pic x(121).
      fd Pending-Out.
      01 Pending-Linje-Ud.
           02 PD-ID-UD             pic 9(7).
           02 PD-DATO-UD           pic x(10).
           02 PD-STATUS-UD         pic x.
           02 PD-GODKENDER-UD      pic x(8).
           02 PD-LINJE-UD          pic x(121).
      fd Godkendelse-In.
      01 Godkendelse-Linje.
           02 GK-ID-IN             pic 9(7).
           02 GK-BESLUTNING-IN     pic x.
           02 GK-BRUGER-IN         pic x(8).
      fd Log-In.
      01 Log-Linje-In.
           copy "Opgave10/Copybooks/ManuelPosteringLog.cpy".
     *> --- Audit-kaedens hale - se AuditKaede.cpy ---
           02 FILLER                pic x(39).
      fd Log-Out.
      01 Audit-Post.
           02 Audit-Linje          pic x(152) value spaces.
           02 Audit-Hale           pic x(39).
      fd Audit-Kaede-In.
      01 Audit-Kaede-In-Linje      pic x(600).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN        pic x(14).
           02 KM-REG-NR-IN          pic x(6).
           02 KM-KUNDE-ID-IN        pic x(10).
           02 KM-OPRETTET-DATO-IN   pic x(10).
           02 KM-PRODUKT-KODE-IN    pic x(4).
      fd Konto-Status-In.
      01 Konto-Status-Linje.
           02 KS-KONTO-ID-IN        pic x(14).
           02 KS-STATUS-KODE-IN     pic x.
           02 KS-LUKKE-DATO-IN      pic x(10).
           02 KS-E-STATEMENT-FLAG-IN pic x.
           02 KS-FREKVENS-PRAEF-IN  pic x.
      fd Kontoplan-In.
      01 Kontoplan-Linje.
           02 KPF-KONTO-IN          pic x(6).
           02 KPF-TYPE-IN           pic x.
           02 KPF-NAVN-IN           pic x(30).
      fd Deponering-Register-In.
      01 Deponering-Register-Linje.
           02 DR-DEP-ID-IN         pic x(10).
           02 DR-KONTO-ID-IN       pic x(14).
           02 DR-STATUS-IN         pic x.
           02 FILLER               pic x(197).
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG               pic x(3).
           02 THT-ANTAL             pic 9(7).
           02 FILLER                pic x(196).
      fd Transaktion-Work-Out.
      01 Transaktion-Work-Linje.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
     *> --- Samme linjelayout som FinansPosteringer.txt - se ---
     *> --- finanshovedbog.cob ---
      fd Finans-Posteringer-Out.
      01 Finans-Posteringer-Linje  pic x(100) value spaces.
      fd Exceptions-Out.
      01 Exceptions-Linje          pic x(200) value spaces.
      fd Arkiv-Out.
      01 Arkiv-Linje               pic x(121).
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-indsendelse    pic x value "N".
           88 end-of-file-indsendelse value "Y".
      01 EOF-check-pending        pic x value "N".
           88 end-of-file-pending value "Y".
      01 EOF-check-godkendelse    pic x value "N".
           88 end-of-file-godkendelse value "Y".
      01 EOF-check-log            pic x value "N".
           88 end-of-file-log     value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-konto-status   pic x value "N".
           88 end-of-file-konto-status value "Y".
      01 EOF-check-kontoplan      pic x value "N".
           88 end-of-file-kontoplan value "Y".
      01 EOF-check-deponering     pic x value "N".
           88 end-of-file-deponering value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 pos                      pic 9(4) value 1.
      01 LOG-STATUS               pic x(2) value spaces.
      01 FINANS-STATUS            pic x(2) value spaces.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
     *> --- Udloebsgraensen for ikke-godkendte posteringer ---
      01 UDLOEB-GRAENSE-DATO      pic x(10) value spaces.
      01 GRAENSE-DAG-NR           pic 9(8) value 0.
      01 GRAENSE-YMD-X            pic x(8) value spaces.
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD             pic 9(8) value 0.
           02 DATO-YMD-X redefines DATO-YMD pic x(8).
           02 DATO-DAG-NR          pic 9(8) value 0.
     *> --- Aarsagskoderne - literal-FILLER-tabel, samme moenster ---
     *> --- som Kilde-Tabel i morgenWorklist ---
      01 Aarsag-Tabel-Data.
           02 FILLER pic x(10) value "GOODWILL  ".
           02 FILLER pic x(10) value "FEJLPOST  ".
           02 FILLER pic x(10) value "OMPOST    ".
           02 FILLER pic x(10) value "AFSKRIV   ".
           02 FILLER pic x(10) value "KULANCE   ".
      01 Aarsag-Tabel REDEFINES Aarsag-Tabel-Data.
           02 AA-KODE OCCURS 5 TIMES pic x(10).
      01 AA-INDEX                 pic 9(2) value 0.
      01 ANTAL-AARSAGER           pic 9(2) value 5.
     *> --- Kontoudskriftens bevaegelsestotaler bogfoeres paa disse ---
     *> --- to konti (BEVAEGIN/BEVAEGUD i FinansKontoTabel.cpy) - ---
     *> --- et finansben maa ikke ramme dem direkte, og kundebenene ---
     *> --- modposteres paa afviklingskontoen ---
      01 AFVIKLINGS-KONTO         pic x(6) value "103000".
      01 KUNDEINDLAAN-KONTO       pic x(6) value "281000".
     *> --- Kontoplanen - standardkontiene plus FinansKontoplan.txt ---
      01 Finans-Kontoplan.
           copy "Opgave10/Copybooks/FinansKontoplan.cpy".
      01 Kontoplan-Tabel.
           02 KPL-ANTAL            pic 9(3) value 0.
           02 KPL-KONTO OCCURS 500 TIMES pic x(6).
      01 MAX-KONTOPLAN            pic 9(3) value 500.
      01 KPL-INDEX                pic 9(3) value 0.
      01 KPL-FUND-FLAG            pic x value "N".
           88 KPL-FUNDET          value "J".
           88 KPL-IKKE-FUNDET     value "N".
      01 KPL-OPSLAG-KONTO         pic x(6) value spaces.
     *> --- KontoMaster.txt i memory ---
      01 Konto-Tabel.
           02 KT-ANTAL             pic 9(5) value 0.
           02 KT-POST OCCURS 50000 TIMES.
              03 KT-KONTO-ID       pic x(14).
              03 KT-REG-NR         pic x(6).
              03 KT-KUNDE-ID       pic x(10).
      01 MAX-KONTO                pic 9(5) value 50000.
      01 KT-INDEX                 pic 9(5) value 0.
      01 KT-FUND-FLAG             pic x value "N".
           88 KT-FUNDET           value "J".
           88 KT-IKKE-FUNDET      value "N".
      01 KT-OPSLAG-KONTO          pic x(14) value spaces.
     *> --- Opslagets resultat - REG-NR og Kunde-Id for kontoen ---
      01 KT-AKTUEL-REG-NR         pic x(6) value spaces.
      01 KT-AKTUEL-KUNDE-ID       pic x(10) value spaces.
      01 KONTO-LUKKET-FLAG        pic x value "N".
           88 KONTO-ER-LUKKET     value "J".
           88 KONTO-IKKE-LUKKET   value "N".
     *> --- KontoStatus.txt i memory - samme copybook og moenster ---
     *> --- som betalingsOrdreIndlaesning ---
      copy "Opgave10/Copybooks/KontoStatusTabel.cpy".
     *> --- De aktive deponeringer ---
      copy "Opgave10/Copybooks/DeponeringTabel.cpy".
     *> --- De MANUEL-ID'er, loggen allerede har bogfoert - et id ---
     *> --- kan kun bruges een gang ---
      01 Bogfoert-Tabel.
           02 BF-ANTAL             pic 9(5) value 0.
           02 BF-MANUEL-ID OCCURS 50000 TIMES pic x(10).
      01 MAX-BOGFOERT             pic 9(5) value 50000.
      01 BF-INDEX                 pic 9(5) value 0.
     *> --- Fire-oejne-koeen i memory - een linje pr. ben, alle ben ---
     *> --- i en postering har samme PD-ID og ligger i traek. ---
     *> --- PD-STATUS V = venter paa godkendelse ---
      01 Pending-Tabel.
           02 PD-ANTAL             pic 9(4) value 0.
           02 PD-POST OCCURS 2000 TIMES.
              03 PD-ID             pic 9(7).
              03 PD-DATO           pic x(10).
              03 PD-STATUS         pic x.
                 88 PD-VENTER         value "V".
              03 PD-GODKENDER      pic x(8).
              03 PD-LINJE          pic x(121).
              03 PD-STATUS-FLAG    pic x value "B".
                 88 PD-BEHOLDES       value "B".
                 88 PD-UDGAAR         value "U".
      01 MAX-PENDING              pic 9(4) value 2000.
      01 PD-INDEX                 pic 9(4) value 0.
      01 PD-FOERSTE               pic 9(4) value 0.
      01 PD-SIDSTE                pic 9(4) value 0.
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
     *> --- Dagens indsendelser i memory - benene samles pr. ---
     *> --- MANUEL-ID, uanset raekkefoelgen i filen ---
      01 Indsendelse-Tabel.
           02 IN-ANTAL             pic 9(4) value 0.
           02 IN-POST OCCURS 2000 TIMES.
              03 IN-LINJE          pic x(121).
              03 IN-BEHANDLET-FLAG pic x value "N".
                 88 IN-BEHANDLET      value "J".
                 88 IN-UBEHANDLET     value "N".
      01 MAX-INDSENDELSE          pic 9(4) value 2000.
      01 IN-INDEX                 pic 9(4) value 0.
      01 IN-GRUPPE-INDEX          pic 9(4) value 0.
     *> --- Det aktuelle ben i indsendelsens eget layout ---
      01 MB-Linje.
           02 MB-MANUEL-ID         pic x(10).
           02 MB-BRUGER-ID         pic x(8).
           02 MB-AARSAG            pic x(10).
           02 MB-ORIG-REF          pic x(7).
           02 MB-ORIG-KONTO-ID     pic x(14).
           02 MB-ORIG-DATO         pic x(10).
           02 MB-BEN-TYPE          pic x.
              88 MB-KUNDE-BEN         value "K".
              88 MB-FINANS-BEN        value "F".
           02 MB-KONTO             pic x(14).
           02 MB-DK                pic x.
              88 MB-DEBET             value "D".
              88 MB-KREDIT            value "K".
           02 MB-BELOB             pic x(16).
           02 MB-TEKST             pic x(30).
     *> --- Posteringens foerste ben - de faelles felter holdes ---
     *> --- op mod det ---
      01 MF-Linje.
           02 MF-MANUEL-ID         pic x(10).
           02 MF-BRUGER-ID         pic x(8).
           02 MF-AARSAG            pic x(10).
           02 MF-ORIG-REF          pic x(7).
           02 MF-ORIG-KONTO-ID     pic x(14).
           02 MF-ORIG-DATO         pic x(10).
           02 FILLER               pic x(62).
      01 MB-ORIG-REF-NR           pic 9(7) value 0.
      01 BEN-BELOB                pic s9(13)v99 COMP-3 value 0.
      01 BEN-BELOB-E              pic -(12)9.99.
      01 POSTERING-DEBET          pic s9(13)v99 COMP-3 value 0.
      01 POSTERING-KREDIT         pic s9(13)v99 COMP-3 value 0.
      01 POSTERING-ANTAL-BEN      pic 9(4) value 0.
      01 POSTERING-GODKENDER      pic x(8) value spaces.
      01 POSTERING-INDSENDT       pic x(10) value spaces.
     *> --- Afvisningsgrund for posteringen - spaces = gyldig ---
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
      01 AFVIST-KONTO             pic x(14) value spaces.
     *> --- Finanslinjerne til blokken i ManuelFinansPosteringer ---
      01 Finans-Linje-Tabel.
           02 FL-ANTAL             pic 9(5) value 0.
           02 FL-POST OCCURS 5000 TIMES.
              03 FL-KONTO          pic x(6).
              03 FL-DK             pic x.
              03 FL-BELOB-DKK      pic 9(13)v99.
              03 FL-TEKST          pic x(20).
      01 MAX-FINANS-LINJER        pic 9(5) value 5000.
      01 FL-INDEX                 pic 9(5) value 0.
      01 FINANS-TEKST             pic x(20) value spaces.
      01 FINANS-DEBET-SUM         pic 9(13)v99 value 0.
      01 FINANS-KREDIT-SUM        pic 9(13)v99 value 0.
      01 FINANS-ANTAL             pic 9(7) value 0.
     *> --- Felter til audit-kaeden - se skriv-audit-post ---
      copy "Opgave10/Copybooks/AuditKaede.cpy".
     *> --- En log-linje under opbygning ---
      01 Log-Rec.
           copy "Opgave10/Copybooks/ManuelPosteringLog.cpy".
      01 ANTAL-INDSENDT-LINJER    pic 9(7) value 0.
      01 ANTAL-POSTERINGER        pic 9(7) value 0.
      01 ANTAL-AFVENTER           pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-GODKENDT           pic 9(7) value 0.
      01 ANTAL-GODKENDELSE-AFVIST pic 9(7) value 0.
      01 ANTAL-UDLOEBET           pic 9(7) value 0.
      01 ANTAL-BOGFOERT           pic 9(7) value 0.
      01 ANTAL-BOGFOERING-AFVIST  pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-NYE          pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: opslagstabellerne, koeen og godkendel- ---
     *> --- serne indlaeses, de godkendte posteringer bogfoeres, ---
     *> --- dagens indsendelser valideres og koes, og ---
     *> --- Transaktioner.txt skrives om med ny HDR/TRL ---
      Program-Execute.
           perform byg-dags-og-graense-datoer
           perform indlæs-kontoplan
           perform indlæs-konti
           perform indlæs-konto-status-tabel
           perform indlæs-deponering-register
           perform indlæs-bogfoerte-id
           perform indlæs-pending
           perform indlæs-godkendelser
           open output Exceptions-Out
           open output Transaktion-Work-Out
           perform kopier-bestaaende-transaktioner
     *> --- Godkendelserne foerst: en indsendelse kan aldrig naa at ---
     *> --- blive godkendt i samme koersel, den blev indsendt ---
           perform start-audit-kaede
           open extend Log-Out
           if LOG-STATUS = "35"
               open output Log-Out
           end-if
           perform behandl-godkendelser
           close Log-Out
           perform indlæs-indsendelser
           perform behandl-indsendelser
           close Transaktion-Work-Out
           perform skriv-transaktioner-tilbage
           if FL-ANTAL > 0
               perform skriv-finans-blok
           end-if
           perform skriv-kaede-kontrol
           perform skriv-pending-tilbage
           close Exceptions-Out
           if ANTAL-INDSENDT-LINJER > 0
               perform arkiver-indsendelser
           end-if
           display "ManuelPostering: " ANTAL-POSTERINGER
               " postering(er) indsendt, " ANTAL-AFVENTER
               " afventer godkendelse, " ANTAL-AFVIST " afvist, "
               ANTAL-GODKENDT " godkendt, " ANTAL-BOGFOERT
               " bogfoert, " ANTAL-BOGFOERING-AFVIST
               " afvist ved bogfoering, " ANTAL-GODKENDELSE-AFVIST
               " godkendelse(r) afvist, " ANTAL-UDLOEBET " udloebet"
           if ANTAL-TABEL-FULD > 0
               display "ManuelPostering: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      byg-dags-og-graense-datoer.
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
           compute GRAENSE-DAG-NR =
               function INTEGER-OF-DATE(
                   function NUMVAL(DATO-NU (1:8))) - 30
           compute GRAENSE-DAG-NR =
               function DATE-OF-INTEGER(GRAENSE-DAG-NR)
           move GRAENSE-DAG-NR to GRAENSE-YMD-X
           move spaces to UDLOEB-GRAENSE-DATO
           string
               GRAENSE-YMD-X (1:4)  delimited by size
               "-"                  delimited by size
               GRAENSE-YMD-X (5:2)  delimited by size
               "-"                  delimited by size
               GRAENSE-YMD-X (7:2)  delimited by size
                  into UDLOEB-GRAENSE-DATO
           end-string
           exit.

     *> --- DATO-TEKST (yyyy-mm-dd) til dagnummer - 0 for en ---
     *> --- ugyldig dato ---
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

     *> --- Standardkontiene foerst, saa FinansKontoplan.txt - samme ---
     *> --- plan, som finansHovedbog (Opgave77) bogfoerer mod ---
      indlæs-kontoplan.
           move 0 to KPL-ANTAL
           perform varying KPS-INDEX from 1 by 1
               until KPS-INDEX > ANTAL-KONTOPLAN-STD
               add 1 to KPL-ANTAL
               move KPS-KONTO (KPS-INDEX) to KPL-KONTO (KPL-ANTAL)
           end-perform
           move "N" to EOF-check-kontoplan
           open input Kontoplan-In
           perform until end-of-file-kontoplan
               read Kontoplan-In
                   at end move "Y" to EOF-check-kontoplan
                   not at end
                       if KPF-KONTO-IN not = spaces
                           move KPF-KONTO-IN to KPL-OPSLAG-KONTO
                           perform find-finanskonto
                           if KPL-IKKE-FUNDET
                               if KPL-ANTAL < MAX-KONTOPLAN
                                   add 1 to KPL-ANTAL
                                   move KPF-KONTO-IN
                                       to KPL-KONTO (KPL-ANTAL)
                               else
                                   add 1 to ANTAL-TABEL-FULD
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close Kontoplan-In
           exit.

      find-finanskonto.
           set KPL-IKKE-FUNDET to TRUE
           perform varying KPL-INDEX from 1 by 1
               until KPL-FUNDET or KPL-INDEX > KPL-ANTAL
               if KPL-KONTO (KPL-INDEX) = KPL-OPSLAG-KONTO
                   set KPL-FUNDET to TRUE
               end-if
           end-perform
           exit.

      indlæs-konti.
           move 0 to KT-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN not = spaces
                           if KT-ANTAL < MAX-KONTO
                               add 1 to KT-ANTAL
                               move KM-KONTO-ID-IN
                                   to KT-KONTO-ID (KT-ANTAL)
                               move KM-REG-NR-IN to KT-REG-NR (KT-ANTAL)
                               move KM-KUNDE-ID-IN
                                   to KT-KUNDE-ID (KT-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

     *> --- Slaar KT-OPSLAG-KONTO op i KontoMaster og KontoStatus: ---
     *> --- KT-FUNDET med REG-NR/Kunde-Id, og KONTO-ER-LUKKET ---
      find-konto.
           set KT-IKKE-FUNDET to TRUE
           set KONTO-IKKE-LUKKET to TRUE
           move spaces to KT-AKTUEL-REG-NR
           move spaces to KT-AKTUEL-KUNDE-ID
           if KT-OPSLAG-KONTO = spaces
               exit paragraph
           end-if
           perform varying KT-INDEX from 1 by 1
               until KT-FUNDET or KT-INDEX > KT-ANTAL
               if KT-KONTO-ID (KT-INDEX) = KT-OPSLAG-KONTO
                   set KT-FUNDET to TRUE
               end-if
           end-perform
           if KT-FUNDET
               subtract 1 from KT-INDEX
               move KT-REG-NR (KT-INDEX) to KT-AKTUEL-REG-NR
               move KT-KUNDE-ID (KT-INDEX) to KT-AKTUEL-KUNDE-ID
           end-if
           set KONTO-STATUS-IKKE-FUNDET to TRUE
           search all KS-POST
               when KS-KONTO-ID (KS-IDX) = KT-OPSLAG-KONTO
                   set KONTO-STATUS-FUNDET to TRUE
           end-search
           if KONTO-STATUS-FUNDET
               and KS-STATUS-KODE (KS-IDX) = "L"
               set KONTO-ER-LUKKET to TRUE
           end-if
           exit.

     *> --- Indlæser den valgfri KontoStatus.txt - samme mønster som ---
     *> --- opgave10.cob's indlæs-konto-status-tabel ---
      indlæs-konto-status-tabel.
           move 0 to KS-ANTAL
           move "N" to EOF-check-konto-status
           open input Konto-Status-In
           perform until end-of-file-konto-status
               read Konto-Status-In
                   at end move "Y" to EOF-check-konto-status
                   not at end
                       if KS-ANTAL < MAX-KONTO-STATUS
                           add 1 to KS-ANTAL
                           move KS-KONTO-ID-IN to KS-KONTO-ID (KS-ANTAL)
                           move KS-STATUS-KODE-IN
                               to KS-STATUS-KODE (KS-ANTAL)
                           move KS-LUKKE-DATO-IN
                               to KS-LUKKE-DATO (KS-ANTAL)
                           move KS-E-STATEMENT-FLAG-IN
                               to KS-E-STATEMENT-FLAG (KS-ANTAL)
                           move KS-FREKVENS-PRAEF-IN
                               to KS-FREKVENS-PRAEF (KS-ANTAL)
                       end-if
               end-read
           end-perform
           close Konto-Status-In
           perform sorter-konto-status-tabel
           exit.

      sorter-konto-status-tabel.
           perform varying KS-SORT-I from 1 by 1
               until KS-SORT-I >= KS-ANTAL
               perform varying KS-SORT-J from 1 by 1
                   until KS-SORT-J >= (KS-ANTAL - KS-SORT-I + 1)
                   if KS-KONTO-ID (KS-SORT-J) > KS-KONTO-ID (KS-SORT-J + 1)
                       move KS-KONTO-ID    (KS-SORT-J) to SWAP-KS-KONTO-ID
                       move KS-STATUS-KODE (KS-SORT-J)
                           to SWAP-KS-STATUS-KODE
                       move KS-LUKKE-DATO  (KS-SORT-J) to SWAP-KS-LUKKE-DATO
                       move KS-E-STATEMENT-FLAG (KS-SORT-J)
                           to SWAP-KS-E-STATEMENT-FLAG
                       move KS-FREKVENS-PRAEF (KS-SORT-J)
                           to SWAP-KS-FREKVENS-PRAEF
                       move KS-KONTO-ID    (KS-SORT-J + 1)
                           to KS-KONTO-ID    (KS-SORT-J)
                       move KS-STATUS-KODE (KS-SORT-J + 1)
                           to KS-STATUS-KODE (KS-SORT-J)
                       move KS-LUKKE-DATO  (KS-SORT-J + 1)
                           to KS-LUKKE-DATO  (KS-SORT-J)
                       move KS-E-STATEMENT-FLAG (KS-SORT-J + 1)
                           to KS-E-STATEMENT-FLAG (KS-SORT-J)
                       move KS-FREKVENS-PRAEF (KS-SORT-J + 1)
                           to KS-FREKVENS-PRAEF (KS-SORT-J)
                       move SWAP-KS-KONTO-ID to KS-KONTO-ID (KS-SORT-J + 1)
                       move SWAP-KS-STATUS-KODE
                           to KS-STATUS-KODE (KS-SORT-J + 1)
                       move SWAP-KS-LUKKE-DATO
                           to KS-LUKKE-DATO  (KS-SORT-J + 1)
                       move SWAP-KS-E-STATEMENT-FLAG
                           to KS-E-STATEMENT-FLAG (KS-SORT-J + 1)
                       move SWAP-KS-FREKVENS-PRAEF
                           to KS-FREKVENS-PRAEF (KS-SORT-J + 1)
                   end-if
               end-perform
           end-perform
           perform varying KS-SORT-I from KS-ANTAL by 1
               until KS-SORT-I >= MAX-KONTO-STATUS
               move high-values to KS-KONTO-ID (KS-SORT-I + 1)
           end-perform
           exit.

     *> --- Indlæser de aktive deponeringer fra det persistente ---
     *> --- register - se DeponeringTabel.cpy og deponering ---
     *> --- (Opgave104) ---
      indlæs-deponering-register.
           move 0 to DPR-ANTAL
           move "N" to EOF-check-deponering
           open input Deponering-Register-In
           perform until end-of-file-deponering
               read Deponering-Register-In
                   at end move "Y" to EOF-check-deponering
                   not at end
                       if DR-STATUS-IN = "A"
                           and DPR-ANTAL < MAX-DEPONERING
                           add 1 to DPR-ANTAL
                           move DR-DEP-ID-IN to DPR-DEP-ID (DPR-ANTAL)
                           move DR-KONTO-ID-IN
                               to DPR-KONTO-ID (DPR-ANTAL)
                       end-if
               end-read
           end-perform
           close Deponering-Register-In
           exit.

     *> --- Slaar DEPONERING-OPSLAG-KONTO op blandt de aktive ---
     *> --- deponeringer ---
      find-deponering-for-konto.
           set KONTO-IKKE-DEPONERET to TRUE
           move spaces to DEPONERING-AKTUEL-ID
           perform varying DPR-INDEX from 1 by 1
               until KONTO-ER-DEPONERET or DPR-INDEX > DPR-ANTAL
               if DPR-KONTO-ID (DPR-INDEX) = DEPONERING-OPSLAG-KONTO
                   set KONTO-ER-DEPONERET to TRUE
                   move DPR-DEP-ID (DPR-INDEX) to DEPONERING-AKTUEL-ID
               end-if
           end-perform
           exit.

     *> --- De bogfoerte id'er fra loggen - benene i en postering ---
     *> --- staar i traek, saa et id gemmes een gang ---
      indlæs-bogfoerte-id.
           move 0 to BF-ANTAL
           move "N" to EOF-check-log
           open input Log-In
           perform until end-of-file-log
               read Log-In
                   at end move "Y" to EOF-check-log
                   not at end
                       if MPL-MANUEL-ID of Log-Linje-In not = spaces
                           if BF-ANTAL = 0
                               or BF-MANUEL-ID (BF-ANTAL) not =
                                   MPL-MANUEL-ID of Log-Linje-In
                               if BF-ANTAL < MAX-BOGFOERT
                                   add 1 to BF-ANTAL
                                   move MPL-MANUEL-ID of Log-Linje-In
                                       to BF-MANUEL-ID (BF-ANTAL)
                               else
                                   add 1 to ANTAL-TABEL-FULD
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close Log-In
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
                       if PD-ANTAL < MAX-PENDING
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
                       else
                           add 1 to ANTAL-TABEL-FULD
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

      kopier-bestaaende-transaktioner.
           move 0 to ANTAL-TRANS-BESTAAENDE
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           read Transaktion-Data-In
               at end move "Y" to EOF-check-trans
           end-read
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG of Trans-Hdr-Trl-Linje = "TRL"
                           move "Y" to EOF-check-trans
                       else
                           add 1 to ANTAL-TRANS-BESTAAENDE
                           write Transaktion-Work-Linje
                               from Transaktion-Information
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

     *> --- Gennemgaar de ventende posteringer mod godkendelserne - ---
     *> --- een gang pr. postering, ved dens foerste ben ---
      behandl-godkendelser.
           perform varying PD-INDEX from 1 by 1
               until PD-INDEX > PD-ANTAL
               if PD-VENTER (PD-INDEX) and PD-BEHOLDES (PD-INDEX)
                   if PD-INDEX = 1
                       or PD-ID (PD-INDEX) not = PD-ID (PD-INDEX - 1)
                       move PD-INDEX to PD-FOERSTE
                       perform find-sidste-ben
                       perform behandl-en-pending
                   end-if
               end-if
           end-perform
           exit.

     *> --- PD-SIDSTE = posteringens sidste ben fra PD-FOERSTE ---
      find-sidste-ben.
           move PD-FOERSTE to PD-SIDSTE
           perform until PD-SIDSTE >= PD-ANTAL
               or PD-ID (PD-SIDSTE + 1) not = PD-ID (PD-FOERSTE)
               add 1 to PD-SIDSTE
           end-perform
           exit.

      behandl-en-pending.
           move PD-LINJE (PD-FOERSTE) to MF-Linje
           set GODKENDELSE-IKKE-FUNDET to TRUE
           move 1 to GK-INDEX
           perform until GODKENDELSE-FUNDET or GK-INDEX > GK-ANTAL
               if GK-ID (GK-INDEX) = PD-ID (PD-FOERSTE)
                   set GODKENDELSE-FUNDET to TRUE
               else
                   add 1 to GK-INDEX
               end-if
           end-perform
           if GODKENDELSE-IKKE-FUNDET
               if PD-DATO (PD-FOERSTE) < UDLOEB-GRAENSE-DATO
                   add 1 to ANTAL-UDLOEBET
                   perform fjern-postering-fra-koe
                   move spaces to Exceptions-Linje
                   move 1 to pos
                   string
                       "BETINGELSE=MANUEL-GODKENDELSE-UDLOEBET "
                                              delimited by size
                       "PENDING-ID="          delimited by size
                       PD-ID (PD-FOERSTE)     delimited by size
                       " MANUEL-ID="          delimited by size
                       MF-MANUEL-ID           delimited by size
                       " INDSENDT="           delimited by size
                       PD-DATO (PD-FOERSTE)   delimited by size
                       " REKVIRENT="          delimited by size
                       MF-BRUGER-ID           delimited by size
                          into Exceptions-Linje
                          with pointer pos
                   end-string
                   write Exceptions-Linje
               end-if
               exit paragraph
           end-if
           if GK-BRUGER (GK-INDEX) = MF-BRUGER-ID
               add 1 to ANTAL-GODKENDELSE-AFVIST
               move spaces to Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE=FIRE-OEJNE-SAMME-BRUGER PENDING-ID="
                                          delimited by size
                   PD-ID (PD-FOERSTE)     delimited by size
                   " MANUEL-ID="          delimited by size
                   MF-MANUEL-ID           delimited by size
                   " BRUGER="             delimited by size
                   GK-BRUGER (GK-INDEX)   delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
               write Exceptions-Linje
               exit paragraph
           end-if
           perform fjern-postering-fra-koe
           if GK-BESLUTNING (GK-INDEX) = "G"
               add 1 to ANTAL-GODKENDT
               move GK-BRUGER (GK-INDEX) to POSTERING-GODKENDER
               move PD-DATO (PD-FOERSTE) to POSTERING-INDSENDT
               perform bogfoer-postering
           else
               add 1 to ANTAL-GODKENDELSE-AFVIST
               move spaces to Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE=MANUEL-GODKENDELSE-AFSLAAET "
                                          delimited by size
                   "PENDING-ID="          delimited by size
                   PD-ID (PD-FOERSTE)     delimited by size
                   " MANUEL-ID="          delimited by size
                   MF-MANUEL-ID           delimited by size
                   " GODKENDER="          delimited by size
                   GK-BRUGER (GK-INDEX)   delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
               write Exceptions-Linje
           end-if
           exit.

      fjern-postering-fra-koe.
           perform varying PD-INDEX from PD-FOERSTE by 1
               until PD-INDEX > PD-SIDSTE
               set PD-UDGAAR (PD-INDEX) to TRUE
           end-perform
           move PD-FOERSTE to PD-INDEX
           exit.

     *> --- Den godkendte postering kontrolleres igen - en konto ---
     *> --- kan vaere lukket eller deponeret, siden den blev ---
     *> --- indsendt - og bogfoeres saa ben for ben ---
      bogfoer-postering.
           move spaces to AFVISNINGS-GRUND
           perform varying PD-INDEX from PD-FOERSTE by 1
               until PD-INDEX > PD-SIDSTE
                   or AFVISNINGS-GRUND not = spaces
               move PD-LINJE (PD-INDEX) to MB-Linje
               perform valider-konto-ben
           end-perform
           move PD-FOERSTE to PD-INDEX
           if AFVISNINGS-GRUND not = spaces
               add 1 to ANTAL-BOGFOERING-AFVIST
               move spaces to Exceptions-Linje
               move 1 to pos
               string
                   "BETINGELSE=MANUEL-"   delimited by size
                   function TRIM(AFVISNINGS-GRUND)
                                          delimited by size
                   " PENDING-ID="         delimited by size
                   PD-ID (PD-FOERSTE)     delimited by size
                   " MANUEL-ID="          delimited by size
                   MF-MANUEL-ID           delimited by size
                   " KONTO-ID="           delimited by size
                   AFVIST-KONTO           delimited by size
                   " GODKENDER="          delimited by size
                   POSTERING-GODKENDER    delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
               write Exceptions-Linje
               exit paragraph
           end-if
           move spaces to FINANS-TEKST
           move 1 to pos
           string
               "MAN:"                 delimited by space
               MF-MANUEL-ID           delimited by space
               " "                    delimited by size
               MF-AARSAG              delimited by space
                  into FINANS-TEKST
                  with pointer pos
           end-string
           perform varying PD-INDEX from PD-FOERSTE by 1
               until PD-INDEX > PD-SIDSTE
               move PD-LINJE (PD-INDEX) to MB-Linje
               perform bogfoer-et-ben
           end-perform
           move PD-FOERSTE to PD-INDEX
           add 1 to ANTAL-BOGFOERT
           if BF-ANTAL < MAX-BOGFOERT
               add 1 to BF-ANTAL
               move MF-MANUEL-ID to BF-MANUEL-ID (BF-ANTAL)
           end-if
           display "ManuelPostering " MF-MANUEL-ID " bogfoert - "
               "rekvirent " MF-BRUGER-ID ", godkender "
               POSTERING-GODKENDER
           exit.

     *> --- Et kundeben til Transaktioner.txt med sin modpost paa ---
     *> --- afviklingskontoen, et finansben direkte til blokken - ---
     *> --- og benet til loggen ---
      bogfoer-et-ben.
           move function NUMVAL(MB-BELOB) to BEN-BELOB
           if MB-KUNDE-BEN
               move MB-KONTO to KT-OPSLAG-KONTO
               perform find-konto
               move spaces to Transaktion-Work-Linje
               move MB-KONTO to KONTO-ID of Transaktion-Work-Linje
               move KT-AKTUEL-REG-NR to REG-NR of Transaktion-Work-Linje
               move KT-AKTUEL-KUNDE-ID
                   to KUNDE-ID of Transaktion-Work-Linje
               if MB-TEKST not = spaces
                   move MB-TEKST to NAVN of Transaktion-Work-Linje
               else
                   move "MANUEL POSTERING"
                       to NAVN of Transaktion-Work-Linje
               end-if
               if MB-DEBET
                   compute BEN-BELOB = 0 - BEN-BELOB
                   move "OVERFOERSEL UD"
                       to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
               else
                   move "OVERFOERSEL IND"
                       to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
               end-if
               move BEN-BELOB to BEN-BELOB-E
               move function TRIM(BEN-BELOB-E)
                   to BELOB of Transaktion-Work-Linje
               move "DKK" to VALUTA of Transaktion-Work-Linje
     *> --- Sporbarhed tilbage til den manuelle postering, samme ---
     *> --- mønster som ORD:/FAST:/DEP:-mærkerne ---
               move spaces to BUTIK of Transaktion-Work-Linje
               move 1 to pos
               string
                   "MAN:"                 delimited by size
                   MB-MANUEL-ID           delimited by size
                      into BUTIK of Transaktion-Work-Linje
                      with pointer pos
               end-string
               move DAGS-DATO to DATO of Transaktion-Work-Linje
               move DAGS-DATO to VALOER-DATO of Transaktion-Work-Linje
               write Transaktion-Work-Linje
               add 1 to ANTAL-TRANS-NYE
               move function NUMVAL(MB-BELOB) to BEN-BELOB
               move AFVIKLINGS-KONTO to KPL-OPSLAG-KONTO
           else
               move MB-KONTO (1:6) to KPL-OPSLAG-KONTO
           end-if
           if FL-ANTAL < MAX-FINANS-LINJER
               add 1 to FL-ANTAL
               move KPL-OPSLAG-KONTO to FL-KONTO (FL-ANTAL)
               move MB-DK to FL-DK (FL-ANTAL)
               move BEN-BELOB to FL-BELOB-DKK (FL-ANTAL)
               move FINANS-TEKST to FL-TEKST (FL-ANTAL)
           else
               add 1 to ANTAL-TABEL-FULD
           end-if
           move spaces to Log-Rec
           move MB-MANUEL-ID to MPL-MANUEL-ID of Log-Rec
           move DAGS-DATO to MPL-BOGFOERT-DATO of Log-Rec
           move POSTERING-INDSENDT to MPL-INDSENDT-DATO of Log-Rec
           move MB-BRUGER-ID to MPL-REKVIRENT of Log-Rec
           move POSTERING-GODKENDER to MPL-GODKENDER of Log-Rec
           move MB-AARSAG to MPL-AARSAG of Log-Rec
           move "REF=" to MPL-REF-MAERKE of Log-Rec
           perform bestem-orig-ref
           move MB-ORIG-REF-NR to MPL-ORIG-REF of Log-Rec
           move MB-ORIG-KONTO-ID to MPL-ORIG-KONTO-ID of Log-Rec
           move MB-ORIG-DATO to MPL-ORIG-DATO of Log-Rec
           move MB-BEN-TYPE to MPL-BEN-TYPE of Log-Rec
           move MB-KONTO to MPL-KONTO of Log-Rec
           move MB-DK to MPL-DK of Log-Rec
           move BEN-BELOB to MPL-BELOB of Log-Rec
           move MB-TEKST to MPL-TEKST of Log-Rec
           move Log-Rec to Audit-Linje
           perform skriv-audit-post
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

     *> --- Den oprindelige reference som tal - blank er 0 ---
      bestem-orig-ref.
           move 0 to MB-ORIG-REF-NR
           if MB-ORIG-REF not = spaces and MB-ORIG-REF is numeric
               move MB-ORIG-REF to MB-ORIG-REF-NR
           end-if
           exit.

     *> --- Kontoen for et ben - bruges ved indsendelsen og igen ---
     *> --- ved bogfoeringen. Foerste fejl vinder ---
      valider-konto-ben.
           move MB-KONTO to AFVIST-KONTO
           if MB-KUNDE-BEN
               move MB-KONTO to KT-OPSLAG-KONTO
               perform find-konto
               if KT-IKKE-FUNDET
                   move "KONTO-UKENDT" to AFVISNINGS-GRUND
                   exit paragraph
               end-if
               if KONTO-ER-LUKKET
                   move "KONTO-LUKKET" to AFVISNINGS-GRUND
                   exit paragraph
               end-if
               if MB-DEBET
                   move MB-KONTO to DEPONERING-OPSLAG-KONTO
                   perform find-deponering-for-konto
                   if KONTO-ER-DEPONERET
                       move "DEPONERING-SPAERRET" to AFVISNINGS-GRUND
                   end-if
               end-if
               exit paragraph
           end-if
           if MB-KONTO (7:8) not = spaces
               move "FINANSKONTO-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move MB-KONTO (1:6) to KPL-OPSLAG-KONTO
           perform find-finanskonto
           if KPL-IKKE-FUNDET
               move "FINANSKONTO-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if KPL-OPSLAG-KONTO = AFVIKLINGS-KONTO
               or KPL-OPSLAG-KONTO = KUNDEINDLAAN-KONTO
               move "FINANSKONTO-SPAERRET" to AFVISNINGS-GRUND
           end-if
           exit.

     *> --- Dagens indsendelser ind i memory ---
      indlæs-indsendelser.
           move 0 to IN-ANTAL
           move "N" to EOF-check-indsendelse
           open input Indsendelse-In
           perform until end-of-file-indsendelse
               read Indsendelse-In
                   at end move "Y" to EOF-check-indsendelse
                   not at end
                       if Indsendelse-Linje not = spaces
                           add 1 to ANTAL-INDSENDT-LINJER
                           if IN-ANTAL < MAX-INDSENDELSE
                               add 1 to IN-ANTAL
                               move Indsendelse-Linje
                                   to IN-LINJE (IN-ANTAL)
                               set IN-UBEHANDLET (IN-ANTAL) to TRUE
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Indsendelse-In
           exit.

     *> --- Hver postering valideres samlet - alle dens ben med ---
     *> --- samme MANUEL-ID - og laegges i koeen eller afvises ---
      behandl-indsendelser.
           perform varying IN-INDEX from 1 by 1
               until IN-INDEX > IN-ANTAL
               if IN-UBEHANDLET (IN-INDEX)
                   add 1 to ANTAL-POSTERINGER
                   move IN-LINJE (IN-INDEX) to MF-Linje
                   perform valider-postering
                   if AFVISNINGS-GRUND = spaces
                       perform koe-postering
                   else
                       perform afvis-postering
                   end-if
               end-if
           end-perform
           exit.

      valider-postering.
           move spaces to AFVISNINGS-GRUND
           move spaces to AFVIST-KONTO
           move 0 to POSTERING-DEBET
           move 0 to POSTERING-KREDIT
           move 0 to POSTERING-ANTAL-BEN
           if MF-MANUEL-ID = spaces
               move "ID-MANGLER" to AFVISNINGS-GRUND
               set IN-BEHANDLET (IN-INDEX) to TRUE
               exit paragraph
           end-if
           perform varying IN-GRUPPE-INDEX from IN-INDEX by 1
               until IN-GRUPPE-INDEX > IN-ANTAL
               if IN-LINJE (IN-GRUPPE-INDEX) (1:10) = MF-MANUEL-ID
                   set IN-BEHANDLET (IN-GRUPPE-INDEX) to TRUE
                   add 1 to POSTERING-ANTAL-BEN
                   if AFVISNINGS-GRUND = spaces
                       move IN-LINJE (IN-GRUPPE-INDEX) to MB-Linje
                       perform valider-ben
                   end-if
               end-if
           end-perform
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
     *> --- Resten gaelder hele posteringen, ikke et enkelt ben ---
           move spaces to AFVIST-KONTO
           if POSTERING-ANTAL-BEN < 2
               move "FOR-FAA-BEN" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if POSTERING-DEBET not = POSTERING-KREDIT
               move "UBALANCERET" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           perform varying BF-INDEX from 1 by 1
               until BF-INDEX > BF-ANTAL
               if BF-MANUEL-ID (BF-INDEX) = MF-MANUEL-ID
                   move "ID-BOGFOERT" to AFVISNINGS-GRUND
               end-if
           end-perform
           perform varying PD-INDEX from 1 by 1
               until PD-INDEX > PD-ANTAL
               if PD-BEHOLDES (PD-INDEX)
                   and PD-LINJE (PD-INDEX) (1:10) = MF-MANUEL-ID
                   move "ID-AFVENTER" to AFVISNINGS-GRUND
               end-if
           end-perform
           exit.

     *> --- Et ben - de faelles felter skal stemme med foerste ben ---
      valider-ben.
           if MB-BRUGER-ID = spaces
               move "BRUGER-MANGLER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if MB-BRUGER-ID not = MF-BRUGER-ID
               or MB-AARSAG not = MF-AARSAG
               or MB-ORIG-REF not = MF-ORIG-REF
               or MB-ORIG-KONTO-ID not = MF-ORIG-KONTO-ID
               or MB-ORIG-DATO not = MF-ORIG-DATO
               move "BEN-UENSARTEDE" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move 0 to AA-INDEX
           perform varying AA-INDEX from 1 by 1
               until AA-INDEX > ANTAL-AARSAGER
                   or AA-KODE (AA-INDEX) = MB-AARSAG
               continue
           end-perform
           if AA-INDEX > ANTAL-AARSAGER
               move "AARSAG-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
     *> --- Referencen til den oprindelige transaktion ---
           if MB-ORIG-KONTO-ID = spaces
               move "ORIGINAL-REFERENCE-MANGLER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if MB-ORIG-REF not = spaces and MB-ORIG-REF not numeric
               move "ORIGINAL-REF-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move MB-ORIG-DATO to DATO-TEKST
           perform dato-til-dag-nr
           if DATO-DAG-NR = 0 or MB-ORIG-DATO > DAGS-DATO
               move "ORIGINAL-DATO-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if not MB-KUNDE-BEN and not MB-FINANS-BEN
               move "BEN-TYPE-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if not MB-DEBET and not MB-KREDIT
               move "DK-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if function TEST-NUMVAL(MB-BELOB) not = 0
               move "BELOB-UGYLDIGT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move function NUMVAL(MB-BELOB) to BEN-BELOB
           if BEN-BELOB not > 0
               move "BELOB-UGYLDIGT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           perform valider-konto-ben
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
           if MB-DEBET
               add BEN-BELOB to POSTERING-DEBET
           else
               add BEN-BELOB to POSTERING-KREDIT
           end-if
           exit.

     *> --- Posteringens ben laegges i traek i koeen under eet ---
     *> --- nyt PENDING-ID ---
      koe-postering.
           if PD-ANTAL + POSTERING-ANTAL-BEN > MAX-PENDING
               add 1 to ANTAL-TABEL-FULD
               move "PENDING-KOE-FULD" to AFVISNINGS-GRUND
               perform afvis-postering
               exit paragraph
           end-if
           add 1 to ANTAL-AFVENTER
           add 1 to PD-NAESTE-ID
           perform varying IN-GRUPPE-INDEX from IN-INDEX by 1
               until IN-GRUPPE-INDEX > IN-ANTAL
               if IN-LINJE (IN-GRUPPE-INDEX) (1:10) = MF-MANUEL-ID
                   add 1 to PD-ANTAL
                   move PD-NAESTE-ID to PD-ID (PD-ANTAL)
                   move DAGS-DATO to PD-DATO (PD-ANTAL)
                   set PD-VENTER (PD-ANTAL) to TRUE
                   move spaces to PD-GODKENDER (PD-ANTAL)
                   move IN-LINJE (IN-GRUPPE-INDEX)
                       to PD-LINJE (PD-ANTAL)
                   move "B" to PD-STATUS-FLAG (PD-ANTAL)
               end-if
           end-perform
           display "ManuelPostering " MF-MANUEL-ID " ("
               POSTERING-ANTAL-BEN " ben) afventer godkendelse - "
               "PENDING-ID=" PD-NAESTE-ID
           exit.

      afvis-postering.
           add 1 to ANTAL-AFVIST
           move spaces to Exceptions-Linje
           move 1 to pos
           string
               "BETINGELSE=MANUEL-"   delimited by size
               function TRIM(AFVISNINGS-GRUND)
                                      delimited by size
               " MANUEL-ID="          delimited by size
               MF-MANUEL-ID           delimited by size
                  into Exceptions-Linje
                  with pointer pos
           end-string
     *> --- KONTO-ID= kun, naar fejlen sidder paa et bestemt ben - ---
     *> --- et tomt KONTO-ID= ville blive linjens noegle i ---
     *> --- morgenWorklist ---
           if AFVIST-KONTO not = spaces
               string
                   " KONTO-ID="           delimited by size
                   AFVIST-KONTO           delimited by size
                      into Exceptions-Linje
                      with pointer pos
               end-string
           end-if
           string
               " REKVIRENT="          delimited by size
               MF-BRUGER-ID           delimited by size
               " AARSAG="             delimited by size
               MF-AARSAG              delimited by size
                  into Exceptions-Linje
                  with pointer pos
           end-string
           write Exceptions-Linje
           exit.

      skriv-transaktioner-tilbage.
           compute ANTAL-TRANS-I-ALT =
               ANTAL-TRANS-BESTAAENDE + ANTAL-TRANS-NYE
           move "N" to EOF-check-work
           open input Transaktion-Work-Out
           open output Transaktion-Data-In
           move spaces to Trans-Hdr-Trl-Linje
           move "HDR" to THT-TAG of Trans-Hdr-Trl-Linje
           move ANTAL-TRANS-I-ALT to THT-ANTAL of Trans-Hdr-Trl-Linje
           write Transaktion-Information from Trans-Hdr-Trl-Linje
           perform until end-of-file-work
               read Transaktion-Work-Out
                   at end move "Y" to EOF-check-work
                   not at end
                       write Transaktion-Information
                           from Transaktion-Work-Linje
               end-read
           end-perform
           move spaces to Trans-Hdr-Trl-Linje
           move "TRL" to THT-TAG of Trans-Hdr-Trl-Linje
           move ANTAL-TRANS-I-ALT to THT-ANTAL of Trans-Hdr-Trl-Linje
           write Transaktion-Information from Trans-Hdr-Trl-Linje
           close Transaktion-Work-Out
           close Transaktion-Data-In
           exit.

     *> --- Koerslens finansben appendes som en selvstaendig blok: ---
     *> --- markoer, PST-linjerne og en TRL-linje med blokkens antal ---
     *> --- og kontrolsummer - samme layout som skriv-finans-blok i ---
     *> --- renteOpsamling ---
      skriv-finans-blok.
           open extend Finans-Posteringer-Out
           if FINANS-STATUS = "35"
               open output Finans-Posteringer-Out
           end-if
           move 0 to FINANS-ANTAL
           move 0 to FINANS-DEBET-SUM
           move 0 to FINANS-KREDIT-SUM
           move spaces to Finans-Posteringer-Linje
           move 1 to pos
           string
               "--- Manuelle posteringer " delimited by size
               DAGS-DATO                  delimited by size
               " ---"                     delimited by size
                  into Finans-Posteringer-Linje
                  with pointer pos
           end-string
           write Finans-Posteringer-Linje
           perform varying FL-INDEX from 1 by 1
               until FL-INDEX > FL-ANTAL
               move spaces to Finans-Posteringer-Linje
               move 1 to pos
               string
                   "PST"                      delimited by size
                   DAGS-DATO                  delimited by size
                   FL-KONTO (FL-INDEX)        delimited by size
                   FL-DK (FL-INDEX)           delimited by size
                   FL-BELOB-DKK (FL-INDEX)    delimited by size
                   FL-TEKST (FL-INDEX)        delimited by size
                      into Finans-Posteringer-Linje
                      with pointer pos
               end-string
               write Finans-Posteringer-Linje
               add 1 to FINANS-ANTAL
               if FL-DK (FL-INDEX) = "D"
                   add FL-BELOB-DKK (FL-INDEX) to FINANS-DEBET-SUM
               else
                   add FL-BELOB-DKK (FL-INDEX) to FINANS-KREDIT-SUM
               end-if
           end-perform
           move spaces to Finans-Posteringer-Linje
           move 1 to pos
           string
               "TRL"                      delimited by size
               FINANS-ANTAL               delimited by size
               FINANS-DEBET-SUM           delimited by size
               FINANS-KREDIT-SUM          delimited by size
                  into Finans-Posteringer-Linje
                  with pointer pos
           end-string
           write Finans-Posteringer-Linje
           close Finans-Posteringer-Out
           display "ManuelPostering: " FINANS-ANTAL
               " finanspostering(er) tilfoejet "
               "text-files/ManuelFinansPosteringer.txt"
           exit.

     *> --- Standardiseret kontrol-record for kædeafstemningen: ---
     *> --- STEP|RUN-ID|IND|GODKENDT|AFVIST|SKREVET, appendes til ---
     *> --- den fælles KaedeKontrol.txt og efterkontrolleres af ---
     *> --- kaedeKontrol (Opgave53) ---
      skriv-kaede-kontrol.
           accept KAEDE-RUN-ID from environment "KORSELS_RUN_ID"
               on exception
                   continue
           end-accept
           open extend Kaede-Kontrol-Out
           if KAEDE-KONTROL-STATUS = "35"
               open output Kaede-Kontrol-Out
           end-if
           move spaces to Kaede-Kontrol-Linje
           move 1 to pos
           string
               "MANUELPOST"           delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-NYE        delimited by size
               "|"                    delimited by size
               ANTAL-AFVIST           delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-I-ALT      delimited by size
                  into Kaede-Kontrol-Linje
                  with pointer pos
           end-string
           write Kaede-Kontrol-Linje
           close Kaede-Kontrol-Out
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

      arkiver-indsendelser.
           move spaces to ARKIV-FIL-NAVN
           move 1 to pos
           string
               "text-files/ManuelPosteringerBehandlet_"
                                              delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into ARKIV-FIL-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-indsendelse
           open input Indsendelse-In
           open output Arkiv-Out
           perform until end-of-file-indsendelse
               read Indsendelse-In
                   at end move "Y" to EOF-check-indsendelse
                   not at end
                       write Arkiv-Linje from Indsendelse-Linje
               end-read
           end-perform
           close Arkiv-Out
           close Indsendelse-In
           open output Indsendelse-In
           close Indsendelse-In
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
           move "manuelPostering" to KAP-PROGRAM
           move "PENDING-TABEL" to KAP-TABEL
           move PD-ANTAL to KAP-ANTAL
           move 2000 to KAP-MAX
           write Kapacitet-Linje
           move "INDSENDELSE-TABEL" to KAP-TABEL
           move IN-ANTAL to KAP-ANTAL
           move 2000 to KAP-MAX
           write Kapacitet-Linje
           move "BOGFOERT-TABEL" to KAP-TABEL
           move BF-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-STATUS-TABEL" to KAP-TABEL
           move KS-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "DEPONERING-TABEL" to KAP-TABEL
           move DPR-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "FINANS-LINJE-TABEL" to KAP-TABEL
           move FL-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
