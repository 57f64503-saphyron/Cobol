      identification division.
      program-id. kasseJournal.

     *> --- Kassejournal og dagsafstemning af filialernes kasser:
     *>     kontante ind- og udbetalinger ved skranken kom hidtil ind
     *>     som anonyme transaktioner, og ingen afstemte dem mod
     *>     pengene i kassen. Kassererne journaliserer nu hver
     *>     ekspedition i text-files/KasseJournal.txt - filial,
     *>     kasserer-id, Konto-ID, I(ndbetaling)/U(dbetaling), beloeb,
     *>     dato (blank = i dag) og en seddel-/moentopgoerelse. Trinnet:
     *>       - validerer hver linje som de oevrige intag-trin:
     *>         filialen skal findes i FilialRaadgivere.txt (se
     *>         FilialTabel.cpy), kontoen i KontoMaster.txt og maa
     *>         ikke vaere lukket i KontoStatus.txt, og en
     *>         seddelopgoerelse skal summe til beloebet. En udbetaling
     *>         skal kunne rummes i kontoens disponible saldo
     *>         (DisponibelSaldo.txt fra disponibelSaldo, Opgave61) -
     *>         ellers DAEKNING-MANGLER. Afviste linjer skrives til
     *>         KasseUndtagelser.txt i BETINGELSE=-formatet
     *>       - bogfoerer de godkendte linjer i Transaktioner.txt ad
     *>         den normale vej som INDBETALING/UDBETALING, maerket
     *>         "KASSE:<filial>/<kasserer>" i BUTIK, og foerer
     *>         positionen frem til naeste intag-trin
     *>       - afstemmer ved dagens afslutning, naar filialen har
     *>         indberettet sin optaelling i KasseOptaelling.txt
     *>         (filial, kasserer - blank = boksen, dato, primo og
     *>         optalt ultimo): hver kasserers primo + indbetalinger -
     *>         udbetalinger (dagens KASSE:-posteringer) holdes mod den
     *>         optalte kasse, og boksen holdes mod kassererne - primo
     *>         - kassererbeholdningerne ved dagens start + de optalte
     *>         kasser, de afleverer. En kasserer med posteringer, men
     *>         uden optaelling, er OPTAELLING-MANGLER
     *>       - differencer over tolerancen (KasseParameter.txt,
     *>         default 50,00) skrives til KasseDifferencer.txt, som
     *>         afstemningsKonto (Opgave59) bogfoerer paa suspense-
     *>         registret, og hele afstemningen listes pr. filial i
     *>         KasseAfstemning.txt
     *>     Journal- og optaellingsfilen arkiveres datostemplet og
     *>     toemmes, saa en gentaget koersel ikke bogfoerer eller
     *>     afstemmer dobbelt.

      environment division.
      input-output section.
      file-control.
           select optional Journal-In
               assign to "text-files/KasseJournal.txt"
               organization is line sequential.
           select Journal-Arkiv-Out
               assign to dynamic JOURNAL-ARKIV-NAVN
               organization is line sequential.
           select optional Optaelling-In
               assign to "text-files/KasseOptaelling.txt"
               organization is line sequential.
           select Optaelling-Arkiv-Out
               assign to dynamic OPTAELLING-ARKIV-NAVN
               organization is line sequential.
           select optional Kasse-Parameter-In
               assign to "text-files/KasseParameter.txt"
               organization is line sequential.
           select optional Filial-Raadgiver-In
               assign to "text-files/FilialRaadgivere.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Status-In
               assign to "text-files/KontoStatus.txt"
               organization is line sequential.
     *> --- Deponerings-registret: debiteringer paa en ---
     *> --- deponeringskonto afvises, til frigivelsen er ---
     *> --- godkendt - se DeponeringTabel.cpy ---
           select optional Deponering-Register-In
               assign to "text-files/DeponeringRegister.txt"
               organization is line sequential.
     *> --- Den faelles disponible position fra disponibelSaldo ---
     *> --- (Opgave61) - se DisponibelTabel.cpy ---
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select Disponibel-Saldo-Out
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedKasse.txt"
               organization is line sequential.
           select Undtagelse-Out
               assign to "text-files/KasseUndtagelser.txt"
               organization is line sequential.
           select Difference-Out
               assign to "text-files/KasseDifferencer.txt"
               organization is line sequential.
           select Afstemning-Out
               assign to "text-files/KasseAfstemning.txt"
               organization is line sequential.
     *> --- Den faelles kontrol-fil for kaedeafstemningen - se ---
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
      fd Journal-In.
      01 Journal-Linje.
           02 KJ-FILIAL-KODE-IN    pic x(4).
           02 KJ-KASSERER-IN       pic x(8).
           02 KJ-KONTO-ID-IN       pic x(14).
           02 KJ-TYPE-IN           pic x.
           02 KJ-BELOB-IN          pic 9(11)v99.
           02 KJ-DATO-IN           pic x(10).
     *> --- Seddel-/moentopgoerelsen - alle nul = ikke opgjort ---
           02 KJ-ANTAL-1000-IN     pic 9(5).
           02 KJ-ANTAL-500-IN      pic 9(5).
           02 KJ-ANTAL-200-IN      pic 9(5).
           02 KJ-ANTAL-100-IN      pic 9(5).
           02 KJ-ANTAL-50-IN       pic 9(5).
           02 KJ-MOENTER-IN        pic 9(7)v99.
      fd Journal-Arkiv-Out.
      01 Journal-Arkiv-Linje       pic x(84).
      fd Optaelling-In.
      01 Optaelling-Linje.
           02 KO-FILIAL-KODE-IN    pic x(4).
           02 KO-KASSERER-IN       pic x(8).
           02 KO-DATO-IN           pic x(10).
           02 KO-PRIMO-IN          pic 9(11)v99.
           02 KO-OPTALT-IN         pic 9(11)v99.
      fd Optaelling-Arkiv-Out.
      01 Optaelling-Arkiv-Linje    pic x(48).
      fd Kasse-Parameter-In.
      01 Kasse-Parameter-Linje.
           02 PARM-TOLERANCE       pic 9(5)v99.
      fd Filial-Raadgiver-In.
      01 Filial-Raadgiver-Linje.
           02 FR-KONTO-ID-IN       pic x(14).
           02 FR-FILIAL-KODE-IN    pic x(4).
           02 FR-FILIAL-NAVN-IN    pic x(20).
           02 FR-RAADGIVER-NAVN-IN pic x(30).
           02 FR-TELEFON-IN        pic x(15).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 KM-REG-NR-IN         pic x(6).
           02 KM-KUNDE-ID-IN       pic x(10).
           02 KM-OPRETTET-DATO-IN  pic x(10).
           02 KM-PRODUKT-KODE-IN   pic x(4).
      fd Konto-Status-In.
      01 Konto-Status-Linje.
           02 KS-KONTO-ID-IN       pic x(14).
           02 KS-STATUS-KODE-IN    pic x.
           02 KS-LUKKE-DATO-IN     pic x(10).
      fd Deponering-Register-In.
      01 Deponering-Register-Linje.
           02 DR-DEP-ID-IN         pic x(10).
           02 DR-KONTO-ID-IN       pic x(14).
           02 DR-STATUS-IN         pic x.
           02 FILLER               pic x(197).
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN       pic x(14).
           02 DP-BOGFOERT-IN       pic x(17).
           02 DP-DAGENS-IN         pic x(17).
           02 DP-RAMME-IN          pic x(17).
           02 DP-RESERVERET-IN     pic x(17).
      fd Disponibel-Saldo-Out.
      01 Disponibel-Saldo-Ud-Linje.
           02 DP-KONTO-ID-OUT      pic x(14).
           02 DP-BOGFOERT-OUT      pic x(17).
           02 DP-DAGENS-OUT        pic x(17).
           02 DP-RAMME-OUT         pic x(17).
           02 DP-RESERVERET-OUT    pic x(17).
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
      fd Undtagelse-Out.
      01 Undtagelse-Linje          pic x(200) value spaces.
      fd Difference-Out.
      01 Difference-Linje          pic x(200) value spaces.
      fd Afstemning-Out.
      01 Afstemning-Linje          pic x(200) value spaces.
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-journal        pic x value "N".
           88 end-of-file-journal value "Y".
      01 EOF-check-optaelling     pic x value "N".
           88 end-of-file-optaelling value "Y".
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-filial         pic x value "N".
           88 end-of-file-filial  value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-status         pic x value "N".
           88 end-of-file-status  value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 pos                      pic 9(4) value 1.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
      01 ARKIV-TIDSSTEMPEL        pic x(21) value spaces.
      01 JOURNAL-ARKIV-NAVN       pic x(100) value spaces.
      01 OPTAELLING-ARKIV-NAVN    pic x(100) value spaces.
     *> --- Tilladt kassedifference (begge veje) - overstyres i ---
     *> --- KasseParameter.txt ---
      01 KASSE-TOLERANCE          pic 9(5)v99 value 50.00.
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
     *> --- Filialerne (kode og navn) fra FilialRaadgivere.txt ---
      01 Kasse-Filial-Tabel.
           02 KF-ANTAL             pic 9(3) value 0.
           02 KF-POST OCCURS 500 TIMES.
              03 KF-FILIAL-KODE    pic x(4).
              03 KF-FILIAL-NAVN    pic x(20).
      01 KF-INDEX                 pic 9(3) value 0.
      01 KF-FUND-FLAG             pic x value "N".
           88 KF-FUNDET           value "J".
           88 KF-IKKE-FUNDET      value "N".
     *> --- Kontomasteren til reg-nr og kunde paa posteringen ---
      01 Konto-Master-Tabel.
           02 KMT-ANTAL            pic 9(5) value 0.
           02 KMT-POST OCCURS 50000 TIMES.
              03 KMT-KONTO-ID      pic x(14).
              03 KMT-REG-NR        pic x(6).
              03 KMT-KUNDE-ID      pic x(10).
      01 KMT-INDEX                pic 9(5) value 0.
      01 KMT-FUND-FLAG            pic x value "N".
           88 KMT-FUNDET          value "J".
           88 KMT-IKKE-FUNDET     value "N".
     *> --- De lukkede konti fra KontoStatus.txt ---
      01 Lukket-Konto-Tabel.
           02 LK-ANTAL             pic 9(5) value 0.
           02 LK-POST OCCURS 50000 TIMES.
              03 LK-KONTO-ID       pic x(14).
      01 LK-INDEX                 pic 9(5) value 0.
      01 LK-FUND-FLAG             pic x value "N".
           88 KONTO-ER-LUKKET     value "Y".
           88 KONTO-IKKE-LUKKET   value "N".
     *> --- Kasserne under afstemning: een raekke pr. filial, ---
     *> --- kasserer og dato - kasserer blank er filialens boks ---
      01 Kasse-Tabel.
           02 KT-ANTAL             pic 9(5) value 0.
           02 KT-POST OCCURS 5000 TIMES.
              03 KT-FILIAL-KODE    pic x(4).
              03 KT-KASSERER       pic x(8).
              03 KT-DATO           pic x(10).
              03 KT-PRIMO          pic s9(11)v99 COMP-3.
              03 KT-OPTALT         pic s9(11)v99 COMP-3.
              03 KT-INDBETALT      pic s9(11)v99 COMP-3.
              03 KT-UDBETALT       pic s9(11)v99 COMP-3.
              03 KT-FORVENTET      pic s9(11)v99 COMP-3.
              03 KT-DIFFERENCE     pic s9(11)v99 COMP-3.
              03 KT-OPTALT-FLAG    pic x.
                 88 KT-ER-OPTALT   value "J".
                 88 KT-IKKE-OPTALT value "N".
      01 MAX-KASSER               pic 9(5) value 5000.
      01 KT-INDEX                 pic 9(5) value 0.
      01 KT-BOKS-INDEX            pic 9(5) value 0.
      01 KT-FUND-FLAG             pic x value "N".
           88 KT-FUNDET           value "J".
           88 KT-IKKE-FUNDET      value "N".
     *> --- De indberettede filialdage (filial + dato), i ---
     *> --- optaellingsfilens raekkefoelge - afstemningens grupper ---
      01 Filial-Dag-Tabel.
           02 FD-ANTAL             pic 9(4) value 0.
           02 FD-POST OCCURS 2000 TIMES.
              03 FD-FILIAL-KODE    pic x(4).
              03 FD-DATO           pic x(10).
              03 FD-KASSER-PRIMO   pic s9(11)v99 COMP-3.
              03 FD-KASSER-OPTALT  pic s9(11)v99 COMP-3.
              03 FD-DIFFERENCE     pic s9(11)v99 COMP-3.
      01 FD-INDEX                 pic 9(4) value 0.
      01 FD-FUND-FLAG             pic x value "N".
           88 FD-FUNDET           value "J".
           88 FD-IKKE-FUNDET      value "N".
     *> --- Nattens godkendte journallinjer ---
      01 Postering-Tabel.
           02 PT-ANTAL             pic 9(5) value 0.
           02 PT-POST OCCURS 20000 TIMES.
              03 PT-KONTO-ID       pic x(14).
              03 PT-REG-NR         pic x(6).
              03 PT-KUNDE-ID       pic x(10).
              03 PT-BELOB          pic s9(11)v99 COMP-3.
              03 PT-TYPE           pic x(20).
              03 PT-BUTIK          pic x(20).
              03 PT-DATO           pic x(10).
      01 PT-INDEX                 pic 9(5) value 0.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 JOURNAL-DATO             pic x(10) value spaces.
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
     *> --- De aktive deponeringer ---
      copy "Opgave10/Copybooks/DeponeringTabel.cpy".
      01 EOF-check-deponering     pic x value "N".
           88 end-of-file-deponering value "Y".
      01 ANTAL-DEPONERING-AFVIST  pic 9(7) value 0.
      01 JOURNAL-BELOB-DKK        pic s9(11)v99 COMP-3 value 0.
      01 SEDDEL-SUM               pic s9(11)v99 COMP-3 value 0.
      01 SEDDEL-VAERDI            pic s9(11)v99 COMP-3 value 0.
      01 KASSE-FILIAL-KODE        pic x(4) value spaces.
      01 KASSE-KASSERER           pic x(8) value spaces.
      01 KASSE-DATO               pic x(10) value spaces.
      01 POSTERING-BELOB          pic s9(11)v99 COMP-3 value 0.
      01 BELOB-E                  pic -(10)9.99.
      01 PRIMO-E                  pic -(10)9.99.
      01 OPTALT-E                 pic -(10)9.99.
      01 FORVENTET-E              pic -(10)9.99.
      01 DIFFERENCE-E             pic -(10)9.99.
      01 BELOB-POST-E             pic -(12)9.99.
      01 OVER-TOLERANCE-FLAG      pic x value "N".
           88 OVER-TOLERANCE      value "J".
           88 INDEN-FOR-TOLERANCE value "N".
      01 ANTAL-JOURNAL            pic 9(7) value 0.
      01 ANTAL-GODKENDT           pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-DAEKNING-AFVIST    pic 9(7) value 0.
      01 ANTAL-OPTAELLINGER       pic 9(7) value 0.
      01 ANTAL-DIFFERENCER        pic 9(7) value 0.
      01 ANTAL-BOGFOERT           pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: journalen bogfoeres, derefter afstemmes ---
     *> --- de indberettede optaellinger mod dagens posteringer ---
      Program-Execute.
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
           perform indlæs-parametre
           perform indlæs-filialer
           perform indlæs-konto-master
           perform indlæs-lukkede-konti
           perform indlæs-disponibel-saldo
           perform indlæs-deponering-register
           open output Undtagelse-Out
           perform behandl-journal
           close Undtagelse-Out
           if PT-ANTAL > 0
               perform bogfoer-posteringer
               perform skriv-disponibel-saldo
               perform skriv-kaede-kontrol
           end-if
           if ANTAL-JOURNAL > 0
               perform arkiver-og-toem-journal
           end-if
     *> --- Differencefilen skrives forfra hver koersel, saa ---
     *> --- afstemningsKonto kun ser dagens afstemning ---
           open output Difference-Out
           perform indlæs-optaelling
           if ANTAL-OPTAELLINGER > 0
               perform opsaml-kasse-bevaegelser
               perform afstem-kasser
               perform skriv-kasse-afstemning
               perform arkiver-og-toem-optaelling
           end-if
           close Difference-Out
           display "Kassejournal: " ANTAL-JOURNAL " linje(r), "
               ANTAL-GODKENDT " bogfoert, " ANTAL-AFVIST
               " afvist (" ANTAL-DAEKNING-AFVIST " uden daekning) - "
               ANTAL-OPTAELLINGER " optaelling(er), "
               ANTAL-DIFFERENCER " difference(r) over tolerancen"
           if ANTAL-TABEL-FULD > 0
               display "Kassejournal: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Kasse-Parameter-In
           read Kasse-Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-TOLERANCE is numeric
                       move PARM-TOLERANCE to KASSE-TOLERANCE
                   end-if
           end-read
           close Kasse-Parameter-In
           exit.

     *> --- FilialRaadgivere.txt har een linje pr. konto - her ---
     *> --- samles de forskellige filialkoder med navn ---
      indlæs-filialer.
           move 0 to KF-ANTAL
           move "N" to EOF-check-filial
           open input Filial-Raadgiver-In
           perform until end-of-file-filial
               read Filial-Raadgiver-In
                   at end move "Y" to EOF-check-filial
                   not at end
                       if FR-FILIAL-KODE-IN not = spaces
                           move FR-FILIAL-KODE-IN to KASSE-FILIAL-KODE
                           perform find-filial
                           if KF-IKKE-FUNDET and KF-ANTAL < 500
                               add 1 to KF-ANTAL
                               move FR-FILIAL-KODE-IN
                                   to KF-FILIAL-KODE (KF-ANTAL)
                               move FR-FILIAL-NAVN-IN
                                   to KF-FILIAL-NAVN (KF-ANTAL)
                           end-if
                       end-if
               end-read
           end-perform
           close Filial-Raadgiver-In
           exit.

      find-filial.
           set KF-IKKE-FUNDET to TRUE
           perform varying KF-INDEX from 1 by 1
               until KF-FUNDET or KF-INDEX > KF-ANTAL
               if KF-FILIAL-KODE (KF-INDEX) = KASSE-FILIAL-KODE
                   set KF-FUNDET to TRUE
               end-if
           end-perform
           if KF-FUNDET
               subtract 1 from KF-INDEX
           end-if
           exit.

      indlæs-konto-master.
           move 0 to KMT-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KMT-ANTAL < 50000
                           add 1 to KMT-ANTAL
                           move KM-KONTO-ID-IN
                               to KMT-KONTO-ID (KMT-ANTAL)
                           move KM-REG-NR-IN to KMT-REG-NR (KMT-ANTAL)
                           move KM-KUNDE-ID-IN
                               to KMT-KUNDE-ID (KMT-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

     *> --- Kun de lukkede konti (status L) skal bruges her ---
      indlæs-lukkede-konti.
           move 0 to LK-ANTAL
           move "N" to EOF-check-status
           open input Konto-Status-In
           perform until end-of-file-status
               read Konto-Status-In
                   at end move "Y" to EOF-check-status
                   not at end
                       if KS-STATUS-KODE-IN = "L"
                           and LK-ANTAL < 50000
                           add 1 to LK-ANTAL
                           move KS-KONTO-ID-IN to LK-KONTO-ID (LK-ANTAL)
                       end-if
               end-read
           end-perform
           close Konto-Status-In
           exit.

      behandl-journal.
           move "N" to EOF-check-journal
           open input Journal-In
           perform until end-of-file-journal
               read Journal-In
                   at end move "Y" to EOF-check-journal
                   not at end
                       if Journal-Linje not = spaces
                           add 1 to ANTAL-JOURNAL
                           perform behandl-en-journal-linje
                       end-if
               end-read
           end-perform
           close Journal-In
           exit.

     *> --- Validering, daekningskontrol og bogfoering af een ---
     *> --- ekspedition ---
      behandl-en-journal-linje.
           move spaces to AFVISNINGS-GRUND
           move KJ-FILIAL-KODE-IN to KASSE-FILIAL-KODE
           perform find-filial
           set KMT-IKKE-FUNDET to TRUE
           perform varying KMT-INDEX from 1 by 1
               until KMT-FUNDET or KMT-INDEX > KMT-ANTAL
               if KMT-KONTO-ID (KMT-INDEX) = KJ-KONTO-ID-IN
                   set KMT-FUNDET to TRUE
               end-if
           end-perform
           if KMT-FUNDET
               subtract 1 from KMT-INDEX
           end-if
           set KONTO-IKKE-LUKKET to TRUE
           perform varying LK-INDEX from 1 by 1
               until KONTO-ER-LUKKET or LK-INDEX > LK-ANTAL
               if LK-KONTO-ID (LK-INDEX) = KJ-KONTO-ID-IN
                   set KONTO-ER-LUKKET to TRUE
               end-if
           end-perform
           perform opgoer-seddel-sum
           evaluate true
               when KJ-FILIAL-KODE-IN = spaces
                   move "FILIAL-MANGLER" to AFVISNINGS-GRUND
               when KF-ANTAL > 0 and KF-IKKE-FUNDET
                   move "FILIAL-UKENDT" to AFVISNINGS-GRUND
               when KJ-KASSERER-IN = spaces
                   move "KASSERER-MANGLER" to AFVISNINGS-GRUND
               when KJ-TYPE-IN not = "I" and KJ-TYPE-IN not = "U"
                   move "TYPE-UGYLDIG" to AFVISNINGS-GRUND
               when KJ-BELOB-IN is not numeric
                   move "BELOB-UGYLDIG" to AFVISNINGS-GRUND
               when KJ-BELOB-IN = 0
                   move "BELOB-UGYLDIG" to AFVISNINGS-GRUND
               when SEDDEL-SUM not = 0 and SEDDEL-SUM not = KJ-BELOB-IN
                   move "SEDDELOPGOERELSE-AFVIGER" to AFVISNINGS-GRUND
               when KMT-ANTAL > 0 and KMT-IKKE-FUNDET
                   move "KONTO-UKENDT" to AFVISNINGS-GRUND
               when KONTO-ER-LUKKET
                   move "KONTO-LUKKET" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND = spaces
               if KJ-TYPE-IN = "U"
                   compute JOURNAL-BELOB-DKK = KJ-BELOB-IN * -1
               else
                   move KJ-BELOB-IN to JOURNAL-BELOB-DKK
               end-if
           end-if
     *> --- Kontante haevninger paa en deponeringskonto afvises, ---
     *> --- til frigivelsen er godkendt - se DeponeringTabel.cpy ---
           if AFVISNINGS-GRUND = spaces and DPR-ANTAL > 0
               and KJ-TYPE-IN = "U"
               move KJ-KONTO-ID-IN to DEPONERING-OPSLAG-KONTO
               perform find-deponering-for-konto
               if KONTO-ER-DEPONERET
                   add 1 to ANTAL-DEPONERING-AFVIST
                   move "DEPONERING-SPAERRET" to AFVISNINGS-GRUND
               end-if
           end-if
     *> --- Daekningskontrol: en udbetaling skal kunne rummes i ---
     *> --- kontoens disponible saldo - se DisponibelTabel.cpy ---
           if AFVISNINGS-GRUND = spaces and DSP-ANTAL > 0
               move JOURNAL-BELOB-DKK to DISPONIBEL-POSTERING
               move KJ-KONTO-ID-IN to DISPONIBEL-OPSLAG-KONTO
               perform kontroller-daekning
               if DAEKNING-UTILSTRAEKKELIG
                   add 1 to ANTAL-DAEKNING-AFVIST
                   move "DAEKNING-MANGLER" to AFVISNINGS-GRUND
               end-if
           end-if
           if AFVISNINGS-GRUND not = spaces
               perform afvis-journal-linje
               exit paragraph
           end-if
           if PT-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           move KJ-DATO-IN to JOURNAL-DATO
           if JOURNAL-DATO (1:4) is not numeric
               or JOURNAL-DATO (6:2) is not numeric
               or JOURNAL-DATO (9:2) is not numeric
               or JOURNAL-DATO > DAGS-DATO
               move DAGS-DATO to JOURNAL-DATO
           end-if
           add 1 to ANTAL-GODKENDT
           add 1 to PT-ANTAL
           move KJ-KONTO-ID-IN to PT-KONTO-ID (PT-ANTAL)
           move spaces to PT-REG-NR (PT-ANTAL)
           move spaces to PT-KUNDE-ID (PT-ANTAL)
           if KMT-FUNDET
               move KMT-REG-NR (KMT-INDEX) to PT-REG-NR (PT-ANTAL)
               move KMT-KUNDE-ID (KMT-INDEX) to PT-KUNDE-ID (PT-ANTAL)
           end-if
           move JOURNAL-BELOB-DKK to PT-BELOB (PT-ANTAL)
           if KJ-TYPE-IN = "U"
               move "UDBETALING" to PT-TYPE (PT-ANTAL)
           else
               move "INDBETALING" to PT-TYPE (PT-ANTAL)
           end-if
     *> --- Sporbarhed tilbage til kassen, samme moenster som ---
     *> --- FAST:/BS:/ORD:-maerkerne ---
           move spaces to PT-BUTIK (PT-ANTAL)
           string
               "KASSE:"               delimited by size
               KJ-FILIAL-KODE-IN      delimited by size
               "/"                    delimited by size
               KJ-KASSERER-IN         delimited by size
                  into PT-BUTIK (PT-ANTAL)
           end-string
           move JOURNAL-DATO to PT-DATO (PT-ANTAL)
     *> --- ... og i den disponible position ---
           if DSP-ANTAL > 0
               move JOURNAL-BELOB-DKK to DISPONIBEL-POSTERING
               move KJ-KONTO-ID-IN to DISPONIBEL-OPSLAG-KONTO
               perform bogfoer-disponibel
           end-if
           exit.

     *> --- Seddel-/moentopgoerelsens sum - nul, naar kassereren ---
     *> --- ikke har opgjort den ---
      opgoer-seddel-sum.
           move 0 to SEDDEL-SUM
           if KJ-ANTAL-1000-IN is numeric
               and KJ-ANTAL-500-IN is numeric
               and KJ-ANTAL-200-IN is numeric
               and KJ-ANTAL-100-IN is numeric
               and KJ-ANTAL-50-IN is numeric
               and KJ-MOENTER-IN is numeric
               move KJ-MOENTER-IN to SEDDEL-SUM
               multiply KJ-ANTAL-1000-IN by 1000 giving SEDDEL-VAERDI
               add SEDDEL-VAERDI to SEDDEL-SUM
               multiply KJ-ANTAL-500-IN by 500 giving SEDDEL-VAERDI
               add SEDDEL-VAERDI to SEDDEL-SUM
               multiply KJ-ANTAL-200-IN by 200 giving SEDDEL-VAERDI
               add SEDDEL-VAERDI to SEDDEL-SUM
               multiply KJ-ANTAL-100-IN by 100 giving SEDDEL-VAERDI
               add SEDDEL-VAERDI to SEDDEL-SUM
               multiply KJ-ANTAL-50-IN by 50 giving SEDDEL-VAERDI
               add SEDDEL-VAERDI to SEDDEL-SUM
           end-if
           exit.

      afvis-journal-linje.
           add 1 to ANTAL-AFVIST
           move 0 to BELOB-E
           if KJ-BELOB-IN is numeric
               move KJ-BELOB-IN to BELOB-E
           end-if
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE="              delimited by size
               function TRIM(AFVISNINGS-GRUND) delimited by size
               " FILIAL="                 delimited by size
               KJ-FILIAL-KODE-IN          delimited by size
               " KASSERER="               delimited by size
               KJ-KASSERER-IN             delimited by size
               " KONTO-ID="               delimited by size
               KJ-KONTO-ID-IN             delimited by size
               " TYPE="                   delimited by size
               KJ-TYPE-IN                 delimited by size
               " BELOB="                  delimited by size
               function TRIM(BELOB-E)     delimited by size
               " DATO="                   delimited by size
               DAGS-DATO                  delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           exit.

     *> --- Indlaeser den disponible position fra disponibelSaldo ---
     *> --- (Opgave61) - se DisponibelTabel.cpy. Findes filen ikke, ---
     *> --- er DSP-ANTAL nul, og daekningskontrollen er slaaet fra ---
      indlæs-disponibel-saldo.
           move 0 to DSP-ANTAL
           move "N" to EOF-check-disponibel
           open input Disponibel-Saldo-In
           perform until end-of-file-disponibel
               read Disponibel-Saldo-In
                   at end move "Y" to EOF-check-disponibel
                   not at end
                       if DSP-ANTAL < MAX-DISPONIBEL
                           add 1 to DSP-ANTAL
                           move DP-KONTO-ID-IN
                               to DSP-KONTO-ID (DSP-ANTAL)
                           move function NUMVAL(DP-BOGFOERT-IN)
                               to DSP-BOGFOERT-SALDO (DSP-ANTAL)
                           move function NUMVAL(DP-DAGENS-IN)
                               to DSP-DAGENS-BEVAEGELSE (DSP-ANTAL)
                           move function NUMVAL(DP-RAMME-IN)
                               to DSP-RAMME-DKK (DSP-ANTAL)
                           move function NUMVAL(DP-RESERVERET-IN)
                               to DSP-RESERVERET-DKK (DSP-ANTAL)
                       end-if
               end-read
           end-perform
           close Disponibel-Saldo-In
           exit.

     *> --- Slaar DISPONIBEL-OPSLAG-KONTO op og saetter ---
     *> --- DISPONIBEL-AKTUEL = bogfoert + dagens + ramme - ---
     *> --- reserveret ---
      find-disponibel-for-konto.
           set KONTO-UDEN-POSITION to TRUE
           move 0 to DISPONIBEL-AKTUEL
           perform varying DSP-INDEX from 1 by 1
               until KONTO-HAR-POSITION or DSP-INDEX > DSP-ANTAL
               if DSP-KONTO-ID (DSP-INDEX) = DISPONIBEL-OPSLAG-KONTO
                   set KONTO-HAR-POSITION to TRUE
               end-if
           end-perform
           if KONTO-HAR-POSITION
               subtract 1 from DSP-INDEX
               compute DISPONIBEL-AKTUEL =
                   DSP-BOGFOERT-SALDO (DSP-INDEX)
                   + DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
                   + DSP-RAMME-DKK (DSP-INDEX)
                   - DSP-RESERVERET-DKK (DSP-INDEX)
           end-if
           exit.

     *> --- Daekningskontrol: en debitering (negativ ---
     *> --- DISPONIBEL-POSTERING), der ville bringe kontoen under ---
     *> --- nul disponibelt, saetter DAEKNING-UTILSTRAEKKELIG. ---
     *> --- Krediteringer og konti uden position godkendes ---
      kontroller-daekning.
           set DAEKNING-OK to TRUE
           if DSP-ANTAL = 0 or DISPONIBEL-POSTERING >= 0
               exit paragraph
           end-if
           perform find-disponibel-for-konto
           if KONTO-UDEN-POSITION
               exit paragraph
           end-if
           compute DISPONIBEL-EFTER =
               DISPONIBEL-AKTUEL + DISPONIBEL-POSTERING
           if DISPONIBEL-EFTER < 0
               set DAEKNING-UTILSTRAEKKELIG to TRUE
           end-if
           exit.

     *> --- Den godkendte postering laegges til dagens bevaegelse, ---
     *> --- saa naeste udbetaling doemmes paa den opdaterede ---
     *> --- position ---
      bogfoer-disponibel.
           if DSP-ANTAL = 0
               exit paragraph
           end-if
           perform find-disponibel-for-konto
           if KONTO-HAR-POSITION
               add DISPONIBEL-POSTERING
                   to DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
           end-if
           exit.

     *> --- Skriver positionen tilbage, saa naeste intag-trin samme ---
     *> --- nat fortsaetter fra den ---
      skriv-disponibel-saldo.
           if DSP-ANTAL = 0
               exit paragraph
           end-if
           open output Disponibel-Saldo-Out
           perform varying DSP-INDEX from 1 by 1
               until DSP-INDEX > DSP-ANTAL
               move spaces to Disponibel-Saldo-Ud-Linje
               move DSP-KONTO-ID (DSP-INDEX) to DP-KONTO-ID-OUT
               move DSP-BOGFOERT-SALDO (DSP-INDEX)
                   to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-BOGFOERT-OUT
               move DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
                   to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-DAGENS-OUT
               move DSP-RAMME-DKK (DSP-INDEX) to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-RAMME-OUT
               move DSP-RESERVERET-DKK (DSP-INDEX)
                   to DISPONIBEL-BELOB-E
               move DISPONIBEL-BELOB-E to DP-RESERVERET-OUT
               write Disponibel-Saldo-Ud-Linje
           end-perform
           close Disponibel-Saldo-Out
           exit.

     *> --- Kopierer Transaktioner.txt (uden HDR/TRL), tilfoejer ---
     *> --- posteringerne og skriver filen tilbage med ny HDR/TRL ---
      bogfoer-posteringer.
           move 0 to ANTAL-TRANS-BESTAAENDE
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           open output Transaktion-Work-Out
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
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               perform skriv-postering
           end-perform
           close Transaktion-Work-Out
           move PT-ANTAL to ANTAL-BOGFOERT
           compute ANTAL-TRANS-I-ALT = ANTAL-TRANS-BESTAAENDE + PT-ANTAL
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

      skriv-postering.
           move spaces to Transaktion-Work-Linje
           move PT-KONTO-ID (PT-INDEX)
               to KONTO-ID of Transaktion-Work-Linje
           move PT-REG-NR (PT-INDEX) to REG-NR of Transaktion-Work-Linje
           move PT-KUNDE-ID (PT-INDEX)
               to KUNDE-ID of Transaktion-Work-Linje
           move PT-BELOB (PT-INDEX) to BELOB-POST-E
           move function TRIM(BELOB-POST-E)
               to BELOB of Transaktion-Work-Linje
           move "DKK" to VALUTA of Transaktion-Work-Linje
           move PT-TYPE (PT-INDEX)
               to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
           move PT-BUTIK (PT-INDEX) to BUTIK of Transaktion-Work-Linje
           move PT-DATO (PT-INDEX) to DATO of Transaktion-Work-Linje
           move PT-DATO (PT-INDEX)
               to VALOER-DATO of Transaktion-Work-Linje
           write Transaktion-Work-Linje
           exit.

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
               "KASSE"                delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-BOGFOERT         delimited by size
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

     *> --- Filialernes optaelling: een raekke pr. kasse og een ---
     *> --- gruppe pr. indberettet filialdag ---
      indlæs-optaelling.
           move 0 to KT-ANTAL
           move 0 to FD-ANTAL
           move "N" to EOF-check-optaelling
           open input Optaelling-In
           perform until end-of-file-optaelling
               read Optaelling-In
                   at end move "Y" to EOF-check-optaelling
                   not at end
                       if Optaelling-Linje not = spaces
                           add 1 to ANTAL-OPTAELLINGER
                           perform gem-en-optaelling
                       end-if
               end-read
           end-perform
           close Optaelling-In
           exit.

      gem-en-optaelling.
           move KO-FILIAL-KODE-IN to KASSE-FILIAL-KODE
           move KO-KASSERER-IN to KASSE-KASSERER
           move KO-DATO-IN to KASSE-DATO
           if KASSE-DATO (1:4) is not numeric
               move DAGS-DATO to KASSE-DATO
           end-if
           perform find-filial-dag
           if FD-IKKE-FUNDET
               if FD-ANTAL not < 2000
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to FD-ANTAL
               move FD-ANTAL to FD-INDEX
               move KASSE-FILIAL-KODE to FD-FILIAL-KODE (FD-INDEX)
               move KASSE-DATO to FD-DATO (FD-INDEX)
               move 0 to FD-KASSER-PRIMO (FD-INDEX)
               move 0 to FD-KASSER-OPTALT (FD-INDEX)
               move 0 to FD-DIFFERENCE (FD-INDEX)
           end-if
           perform find-eller-opret-kasse
           if KT-IKKE-FUNDET
               exit paragraph
           end-if
           set KT-ER-OPTALT (KT-INDEX) to TRUE
           if KO-PRIMO-IN is numeric
               move KO-PRIMO-IN to KT-PRIMO (KT-INDEX)
           end-if
           if KO-OPTALT-IN is numeric
               move KO-OPTALT-IN to KT-OPTALT (KT-INDEX)
           end-if
           exit.

      find-filial-dag.
           set FD-IKKE-FUNDET to TRUE
           perform varying FD-INDEX from 1 by 1
               until FD-FUNDET or FD-INDEX > FD-ANTAL
               if FD-FILIAL-KODE (FD-INDEX) = KASSE-FILIAL-KODE
                   and FD-DATO (FD-INDEX) = KASSE-DATO
                   set FD-FUNDET to TRUE
               end-if
           end-perform
           if FD-FUNDET
               subtract 1 from FD-INDEX
           end-if
           exit.

     *> --- Slaar kassen KASSE-FILIAL-KODE/KASSE-KASSERER/KASSE-DATO ---
     *> --- op og opretter den uoptalt, hvis den er ny. KT-FUNDET ---
     *> --- betyder her, at KT-INDEX peger paa en raekke ---
      find-eller-opret-kasse.
           set KT-IKKE-FUNDET to TRUE
           perform varying KT-INDEX from 1 by 1
               until KT-FUNDET or KT-INDEX > KT-ANTAL
               if KT-FILIAL-KODE (KT-INDEX) = KASSE-FILIAL-KODE
                   and KT-KASSERER (KT-INDEX) = KASSE-KASSERER
                   and KT-DATO (KT-INDEX) = KASSE-DATO
                   set KT-FUNDET to TRUE
               end-if
           end-perform
           if KT-FUNDET
               subtract 1 from KT-INDEX
               exit paragraph
           end-if
           if KT-ANTAL not < MAX-KASSER
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to KT-ANTAL
           move KT-ANTAL to KT-INDEX
           move KASSE-FILIAL-KODE to KT-FILIAL-KODE (KT-INDEX)
           move KASSE-KASSERER to KT-KASSERER (KT-INDEX)
           move KASSE-DATO to KT-DATO (KT-INDEX)
           move 0 to KT-PRIMO (KT-INDEX)
           move 0 to KT-OPTALT (KT-INDEX)
           move 0 to KT-INDBETALT (KT-INDEX)
           move 0 to KT-UDBETALT (KT-INDEX)
           move 0 to KT-FORVENTET (KT-INDEX)
           move 0 to KT-DIFFERENCE (KT-INDEX)
           set KT-IKKE-OPTALT (KT-INDEX) to TRUE
           set KT-FUNDET to TRUE
           exit.

     *> --- Dagens KASSE:-posteringer (ogsaa tidligere intag- ---
     *> --- cyklussers) summeres pr. kasse - kun for de filialdage, ---
     *> --- der er indberettet ---
      opsaml-kasse-bevaegelser.
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG of Trans-Hdr-Trl-Linje not = "HDR"
                           and THT-TAG of Trans-Hdr-Trl-Linje not = "TRL"
                           and BUTIK of Transaktion-Information (1:6)
                               = "KASSE:"
                           perform opsaml-en-kasse-postering
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

      opsaml-en-kasse-postering.
           if function TEST-NUMVAL(BELOB of Transaktion-Information)
               not = 0
               exit paragraph
           end-if
           move BUTIK of Transaktion-Information (7:4)
               to KASSE-FILIAL-KODE
           move BUTIK of Transaktion-Information (12:8)
               to KASSE-KASSERER
           move DATO of Transaktion-Information (1:10) to KASSE-DATO
           perform find-filial-dag
           if FD-IKKE-FUNDET
               exit paragraph
           end-if
           perform find-eller-opret-kasse
           if KT-IKKE-FUNDET
               exit paragraph
           end-if
           move function NUMVAL(BELOB of Transaktion-Information)
               to POSTERING-BELOB
           if POSTERING-BELOB < 0
               compute KT-UDBETALT (KT-INDEX) =
                   KT-UDBETALT (KT-INDEX) - POSTERING-BELOB
           else
               add POSTERING-BELOB to KT-INDBETALT (KT-INDEX)
           end-if
           exit.

     *> --- Kassererne foerst, derefter boksen pr. filialdag ---
      afstem-kasser.
           perform varying KT-INDEX from 1 by 1
               until KT-INDEX > KT-ANTAL
               if KT-KASSERER (KT-INDEX) not = spaces
                   perform afstem-en-kasserer
               end-if
           end-perform
           perform varying KT-INDEX from 1 by 1
               until KT-INDEX > KT-ANTAL
               if KT-KASSERER (KT-INDEX) = spaces
                   perform afstem-boksen
               end-if
           end-perform
           exit.

      afstem-en-kasserer.
           compute KT-FORVENTET (KT-INDEX) =
               KT-PRIMO (KT-INDEX) + KT-INDBETALT (KT-INDEX)
               - KT-UDBETALT (KT-INDEX)
           move KT-FILIAL-KODE (KT-INDEX) to KASSE-FILIAL-KODE
           move KT-DATO (KT-INDEX) to KASSE-DATO
           perform find-filial-dag
           if KT-IKKE-OPTALT (KT-INDEX)
               move 0 to KT-DIFFERENCE (KT-INDEX)
               perform skriv-optaelling-mangler
               exit paragraph
           end-if
           compute KT-DIFFERENCE (KT-INDEX) =
               KT-OPTALT (KT-INDEX) - KT-FORVENTET (KT-INDEX)
           add KT-PRIMO (KT-INDEX) to FD-KASSER-PRIMO (FD-INDEX)
           add KT-OPTALT (KT-INDEX) to FD-KASSER-OPTALT (FD-INDEX)
           add KT-DIFFERENCE (KT-INDEX) to FD-DIFFERENCE (FD-INDEX)
           perform vurder-tolerance
           if OVER-TOLERANCE
               perform skriv-kasse-difference
           end-if
           exit.

     *> --- Kassererne henter primo i boksen og afleverer den ---
     *> --- optalte kasse igen - boksen skal derfor staa med sin ---
     *> --- egen primo - kassernes primo + kassernes optalte ultimo ---
      afstem-boksen.
           move KT-FILIAL-KODE (KT-INDEX) to KASSE-FILIAL-KODE
           move KT-DATO (KT-INDEX) to KASSE-DATO
           perform find-filial-dag
           compute KT-FORVENTET (KT-INDEX) =
               KT-PRIMO (KT-INDEX) - FD-KASSER-PRIMO (FD-INDEX)
               + FD-KASSER-OPTALT (FD-INDEX)
           compute KT-DIFFERENCE (KT-INDEX) =
               KT-OPTALT (KT-INDEX) - KT-FORVENTET (KT-INDEX)
           add KT-DIFFERENCE (KT-INDEX) to FD-DIFFERENCE (FD-INDEX)
           perform vurder-tolerance
           if OVER-TOLERANCE
               perform skriv-kasse-difference
           end-if
           exit.

      vurder-tolerance.
           set INDEN-FOR-TOLERANCE to TRUE
           if KT-DIFFERENCE (KT-INDEX) > KASSE-TOLERANCE
               or KT-DIFFERENCE (KT-INDEX) < KASSE-TOLERANCE * -1
               set OVER-TOLERANCE to TRUE
           end-if
           exit.

     *> --- Differencen til suspense-registret - KASSE- eller ---
     *> --- BOKS-DIFFERENCE med filial, kasse og dato som noegle ---
      skriv-kasse-difference.
           add 1 to ANTAL-DIFFERENCER
           move KT-DIFFERENCE (KT-INDEX) to DIFFERENCE-E
           move KT-FORVENTET (KT-INDEX) to FORVENTET-E
           move KT-OPTALT (KT-INDEX) to OPTALT-E
           move spaces to Difference-Linje
           move 1 to pos
           if KT-KASSERER (KT-INDEX) = spaces
               string
                   "BETINGELSE=BOKS-DIFFERENCE" delimited by size
                      into Difference-Linje
                      with pointer pos
               end-string
           else
               string
                   "BETINGELSE=KASSE-DIFFERENCE" delimited by size
                      into Difference-Linje
                      with pointer pos
               end-string
           end-if
           string
               " FILIAL="                 delimited by size
               KT-FILIAL-KODE (KT-INDEX)  delimited by size
               " KASSERER="               delimited by size
               KT-KASSERER (KT-INDEX)     delimited by size
               " DATO="                   delimited by size
               KT-DATO (KT-INDEX)         delimited by size
               " DIFFERENCE="             delimited by size
               function TRIM(DIFFERENCE-E) delimited by size
               " FORVENTET="              delimited by size
               function TRIM(FORVENTET-E) delimited by size
               " OPTALT="                 delimited by size
               function TRIM(OPTALT-E)    delimited by size
                  into Difference-Linje
                  with pointer pos
           end-string
           write Difference-Linje
           exit.

      skriv-optaelling-mangler.
           add 1 to ANTAL-DIFFERENCER
           move KT-FORVENTET (KT-INDEX) to FORVENTET-E
           move spaces to Difference-Linje
           move 1 to pos
           string
               "BETINGELSE=OPTAELLING-MANGLER" delimited by size
               " FILIAL="                 delimited by size
               KT-FILIAL-KODE (KT-INDEX)  delimited by size
               " KASSERER="               delimited by size
               KT-KASSERER (KT-INDEX)     delimited by size
               " DATO="                   delimited by size
               KT-DATO (KT-INDEX)         delimited by size
               " FORVENTET="              delimited by size
               function TRIM(FORVENTET-E) delimited by size
                  into Difference-Linje
                  with pointer pos
           end-string
           write Difference-Linje
           exit.

     *> --- Afstemningen listet pr. filialdag: kassererne, boksen ---
     *> --- og filialens samlede difference ---
      skriv-kasse-afstemning.
           open output Afstemning-Out
           move KASSE-TOLERANCE to BELOB-E
           move spaces to Afstemning-Linje
           move 1 to pos
           string
               "=== Kasseafstemning "     delimited by size
               DAGS-DATO                  delimited by size
               " - tolerance "            delimited by size
               function TRIM(BELOB-E)     delimited by size
               " ==="                     delimited by size
                  into Afstemning-Linje
                  with pointer pos
           end-string
           write Afstemning-Linje
           perform varying FD-INDEX from 1 by 1
               until FD-INDEX > FD-ANTAL
               perform skriv-en-filial-afstemning
           end-perform
           close Afstemning-Out
           exit.

      skriv-en-filial-afstemning.
           move FD-FILIAL-KODE (FD-INDEX) to KASSE-FILIAL-KODE
           perform find-filial
           move spaces to Afstemning-Linje
           move 1 to pos
           string
               "FILIAL="                  delimited by size
               FD-FILIAL-KODE (FD-INDEX)  delimited by size
               " "                        delimited by size
                  into Afstemning-Linje
                  with pointer pos
           end-string
           if KF-FUNDET
               string
                   KF-FILIAL-NAVN (KF-INDEX) delimited by size
                      into Afstemning-Linje
                      with pointer pos
               end-string
           end-if
           string
               " DATO="                   delimited by size
               FD-DATO (FD-INDEX)         delimited by size
                  into Afstemning-Linje
                  with pointer pos
           end-string
           write Afstemning-Linje
           move 0 to KT-BOKS-INDEX
           perform varying KT-INDEX from 1 by 1
               until KT-INDEX > KT-ANTAL
               if KT-FILIAL-KODE (KT-INDEX) = FD-FILIAL-KODE (FD-INDEX)
                   and KT-DATO (KT-INDEX) = FD-DATO (FD-INDEX)
                   if KT-KASSERER (KT-INDEX) = spaces
                       move KT-INDEX to KT-BOKS-INDEX
                   else
                       perform skriv-en-kasse-linje
                   end-if
               end-if
           end-perform
           if KT-BOKS-INDEX > 0
               move KT-BOKS-INDEX to KT-INDEX
               perform skriv-en-kasse-linje
           else
               write Afstemning-Linje from
                   "  BOKS: ingen optaelling indberettet"
           end-if
           move FD-DIFFERENCE (FD-INDEX) to DIFFERENCE-E
           move spaces to Afstemning-Linje
           move 1 to pos
           string
               "  FILIAL-DIFFERENCE I ALT=" delimited by size
               function TRIM(DIFFERENCE-E) delimited by size
                  into Afstemning-Linje
                  with pointer pos
           end-string
           write Afstemning-Linje
           exit.

      skriv-en-kasse-linje.
           move KT-PRIMO (KT-INDEX) to PRIMO-E
           move KT-FORVENTET (KT-INDEX) to FORVENTET-E
           move KT-OPTALT (KT-INDEX) to OPTALT-E
           move KT-DIFFERENCE (KT-INDEX) to DIFFERENCE-E
           perform vurder-tolerance
           move spaces to Afstemning-Linje
           move 1 to pos
           if KT-KASSERER (KT-INDEX) = spaces
               string
                   "  BOKS              "  delimited by size
                      into Afstemning-Linje
                      with pointer pos
               end-string
           else
               string
                   "  KASSERER="          delimited by size
                   KT-KASSERER (KT-INDEX) delimited by size
                      into Afstemning-Linje
                      with pointer pos
               end-string
           end-if
           move KT-INDBETALT (KT-INDEX) to BELOB-E
           string
               " PRIMO="                  delimited by size
               function TRIM(PRIMO-E)     delimited by size
               " IND="                    delimited by size
               function TRIM(BELOB-E)     delimited by size
                  into Afstemning-Linje
                  with pointer pos
           end-string
           move KT-UDBETALT (KT-INDEX) to BELOB-E
           string
               " UD="                     delimited by size
               function TRIM(BELOB-E)     delimited by size
               " FORVENTET="              delimited by size
               function TRIM(FORVENTET-E) delimited by size
                  into Afstemning-Linje
                  with pointer pos
           end-string
           if KT-IKKE-OPTALT (KT-INDEX)
               string
                   " OPTAELLING MANGLER"  delimited by size
                      into Afstemning-Linje
                      with pointer pos
               end-string
           else
               string
                   " OPTALT="             delimited by size
                   function TRIM(OPTALT-E) delimited by size
                   " DIFFERENCE="         delimited by size
                   function TRIM(DIFFERENCE-E) delimited by size
                      into Afstemning-Linje
                      with pointer pos
               end-string
               if OVER-TOLERANCE
                   string
                       " OVER TOLERANCEN" delimited by size
                          into Afstemning-Linje
                          with pointer pos
                   end-string
               end-if
           end-if
           write Afstemning-Linje
           exit.

     *> --- De behandlede filer arkiveres datostemplet og toemmes - ---
     *> --- moenstret fra kortLivscyklus ---
      arkiver-og-toem-journal.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to JOURNAL-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/KasseJournalBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into JOURNAL-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-journal
           open input Journal-In
           open output Journal-Arkiv-Out
           perform until end-of-file-journal
               read Journal-In
                   at end move "Y" to EOF-check-journal
                   not at end
                       write Journal-Arkiv-Linje from Journal-Linje
               end-read
           end-perform
           close Journal-Arkiv-Out
           close Journal-In
           open output Journal-In
           close Journal-In
           display "Kassejournalen arkiveret til "
               function TRIM(JOURNAL-ARKIV-NAVN)
               " - KasseJournal.txt toemt"
           exit.

      arkiver-og-toem-optaelling.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to OPTAELLING-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/KasseOptaellingBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into OPTAELLING-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-optaelling
           open input Optaelling-In
           open output Optaelling-Arkiv-Out
           perform until end-of-file-optaelling
               read Optaelling-In
                   at end move "Y" to EOF-check-optaelling
                   not at end
                       write Optaelling-Arkiv-Linje
                           from Optaelling-Linje
               end-read
           end-perform
           close Optaelling-Arkiv-Out
           close Optaelling-In
           open output Optaelling-In
           close Optaelling-In
           display "Kasseoptaellingen arkiveret til "
               function TRIM(OPTAELLING-ARKIV-NAVN)
               " - KasseOptaelling.txt toemt"
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
           move "kasseJournal" to KAP-PROGRAM
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KASSE-FILIAL-TABEL" to KAP-TABEL
           move KF-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-MASTER-TABEL" to KAP-TABEL
           move KMT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "LUKKET-KONTO-TABEL" to KAP-TABEL
           move LK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KASSE-TABEL" to KAP-TABEL
           move KT-ANTAL to KAP-ANTAL
           move MAX-KASSER to KAP-MAX
           write Kapacitet-Linje
           move "FILIAL-DAG-TABEL" to KAP-TABEL
           move FD-ANTAL to KAP-ANTAL
           move 2000 to KAP-MAX
           write Kapacitet-Linje
           move "POSTERING-TABEL" to KAP-TABEL
           move PT-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "DEPONERING-TABEL" to KAP-TABEL
           move DPR-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
