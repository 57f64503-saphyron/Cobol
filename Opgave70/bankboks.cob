      identification division.
      program-id. bankboksLeje.

     *> --- Bankbokse: filialernes udlejning af bankbokse foeres nu i
     *>     text-files/BankboksRegister.txt i stedet for i et regneark
     *>     - een linje pr. boks: boksnummer, filial (filialkoden fra
     *>     FilialRaadgivere.txt, se FilialTabel.cpy), stoerrelses-
     *>     klasse, lejerens Kunde-Id, op til to medlejere,
     *>     betalingskontoen, lejestart og antal udleverede noegler,
     *>     plus trinnets egne felter: det aar, lejen er betalt til,
     *>     rykkertrin og -dato samt status (A = udlejet, L = ledig,
     *>     F = forseglet) med dato og aarsag. En boks uden lejer er
     *>     ledig.
     *>
     *>     Trinnet koerer hver nat:
     *>       - en udlejet boks forsegles, naar betalingskontoen er
     *>         lukket i KontoStatus.txt (KONTO-LUKKET), eller naar
     *>         lejeren eller en medlejer staar i DoedsboRegister.txt
     *>         (DOEDSBO) - adgangen spaerres, og boksen kommer paa
     *>         filialens forseglingsliste BankboksForsegling.txt
     *>       - den aarlige leje for stoerrelsesklassen
     *>         (BankboksPriser.txt) opkraeves fra FAKTURERINGS-MAANED
     *>         (default januar) som en GEBYR-postering paa
     *>         betalingskontoen, maerket "BOKS:<boksnr>" i BUTIK, og
     *>         boksen noteres som betalt for aaret
     *>       - kan lejen ikke rummes i kontoens disponible saldo
     *>         (DisponibelSaldo.txt, se DisponibelTabel.cpy),
     *>         bogfoeres intet, og restancen eskaleres: 1. rykker med
     *>         det samme, 2. rykker efter RYKKER-DAGE dage (default
     *>         14) og efter yderligere RYKKER-DAGE opsigelsesvarsel og
     *>         forsegling (RESTANCE). Rykkerne skrives med lejerens
     *>         navn og adresse til BankboksRykkere.txt. Opkraevningen
     *>         proeves igen hver nat, og naar lejen er betalt,
     *>         nulstilles rykkertrinnet, og en boks forseglet for
     *>         restance aabnes igen
     *>     Graenserne overstyres i BankboksParameter.txt. Alle
     *>     aendringer logges til BankboksAudit.txt, og hver filial
     *>     faar sin liste over ledige bokse i BankboksLedige.txt.
     *>     Transaktioner.txt skrives om med ny HDR/TRL, naar der er
     *>     opkraevet leje - samme moenster som cashPool.

      environment division.
      input-output section.
      file-control.
           select optional Boks-Register-In
               assign to "text-files/BankboksRegister.txt"
               organization is line sequential.
           select Boks-Register-Out
               assign to "text-files/BankboksRegister.txt"
               organization is line sequential.
           select optional Boks-Pris-In
               assign to "text-files/BankboksPriser.txt"
               organization is line sequential.
           select optional Boks-Parameter-In
               assign to "text-files/BankboksParameter.txt"
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
           select optional Doedsbo-Register-In
               assign to "text-files/DoedsboRegister.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedBankboks.txt"
               organization is line sequential.
     *> --- Boksenes historik bevares hen over koersler - EXTEND, ---
     *> --- med OUTPUT-fallback foerste gang ---
           select Audit-Out
               assign to "text-files/BankboksAudit.txt"
               organization is line sequential
               file status is AUDIT-STATUS.
           select optional Audit-Kaede-In
               assign to "text-files/BankboksAudit.txt"
               organization is line sequential.
           select Rykker-Out
               assign to "text-files/BankboksRykkere.txt"
               organization is line sequential.
           select Forsegling-Out
               assign to "text-files/BankboksForsegling.txt"
               organization is line sequential.
           select Ledige-Out
               assign to "text-files/BankboksLedige.txt"
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
      fd Boks-Register-In.
      01 Boks-Register-Linje.
           02 BR-BOKS-NR-IN        pic x(8).
           02 BR-FILIAL-KODE-IN    pic x(4).
           02 BR-STOERRELSE-IN     pic x.
           02 BR-LEJER-IN          pic x(10).
           02 BR-MEDLEJER-1-IN     pic x(10).
           02 BR-MEDLEJER-2-IN     pic x(10).
           02 BR-KONTO-ID-IN       pic x(14).
           02 BR-START-DATO-IN     pic x(10).
           02 BR-ANTAL-NOEGLER-IN  pic 9(2).
           02 BR-BETALT-TIL-AAR-IN pic 9(4).
           02 BR-RYKKER-TRIN-IN    pic 9.
           02 BR-RYKKER-DATO-IN    pic x(10).
           02 BR-STATUS-IN         pic x.
           02 BR-STATUS-DATO-IN    pic x(10).
           02 BR-STATUS-AARSAG-IN  pic x(20).
      fd Boks-Register-Out.
      01 Boks-Register-Ud-Linje.
           02 BR-BOKS-NR-UD        pic x(8).
           02 BR-FILIAL-KODE-UD    pic x(4).
           02 BR-STOERRELSE-UD     pic x.
           02 BR-LEJER-UD          pic x(10).
           02 BR-MEDLEJER-1-UD     pic x(10).
           02 BR-MEDLEJER-2-UD     pic x(10).
           02 BR-KONTO-ID-UD       pic x(14).
           02 BR-START-DATO-UD     pic x(10).
           02 BR-ANTAL-NOEGLER-UD  pic 9(2).
           02 BR-BETALT-TIL-AAR-UD pic 9(4).
           02 BR-RYKKER-TRIN-UD    pic 9.
           02 BR-RYKKER-DATO-UD    pic x(10).
           02 BR-STATUS-UD         pic x.
           02 BR-STATUS-DATO-UD    pic x(10).
           02 BR-STATUS-AARSAG-UD  pic x(20).
      fd Boks-Pris-In.
      01 Boks-Pris-Linje.
           02 BP-STOERRELSE-IN     pic x.
           02 BP-AARSLEJE-IN       pic 9(7)v99.
           02 BP-BESKRIVELSE-IN    pic x(20).
      fd Boks-Parameter-In.
      01 Boks-Parameter-Linje.
           02 PARM-FAKTURERINGS-MAANED pic 9(2).
           02 PARM-RYKKER-DAGE     pic 9(3).
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
      fd Doedsbo-Register-In.
      01 Doedsbo-Register-Linje.
           02 DB-KUNDE-ID-IN       pic x(10).
           02 DB-DOEDSDATO-IN      pic x(10).
           02 DB-BO-KONTAKT-IN     pic x(40).
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN       pic x(14).
           02 DP-BOGFOERT-IN       pic x(17).
           02 DP-DAGENS-IN         pic x(17).
           02 DP-RAMME-IN          pic x(17).
           02 DP-RESERVERET-IN     pic x(17).
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
      fd Audit-Out.
      01 Audit-Post.
           02 Audit-Linje          pic x(200) value spaces.
           02 Audit-Hale           pic x(39).
      fd Audit-Kaede-In.
      01 Audit-Kaede-In-Linje      pic x(600).
      fd Rykker-Out.
      01 Rykker-Linje              pic x(250) value spaces.
      fd Forsegling-Out.
      01 Forsegling-Linje          pic x(200) value spaces.
      fd Ledige-Out.
      01 Ledige-Linje              pic x(120) value spaces.
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-pris           pic x value "N".
           88 end-of-file-pris    value "Y".
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-filial         pic x value "N".
           88 end-of-file-filial  value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-status         pic x value "N".
           88 end-of-file-status  value "Y".
      01 EOF-check-doedsbo        pic x value "N".
           88 end-of-file-doedsbo value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 pos                      pic 9(4) value 1.
      01 AUDIT-STATUS             pic x(2) value spaces.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
     *> --- Opkraevningsmaaned og rykkerinterval - overstyres i ---
     *> --- BankboksParameter.txt ---
      01 FAKTURERINGS-MAANED      pic 9(2) value 1.
      01 RYKKER-DAGE              pic 9(3) value 14.
      copy "Opgave10/Copybooks/DoedsboTabel.cpy".
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
     *> --- Boksregistret i memory ---
      01 Boks-Tabel.
           02 BB-ANTAL             pic 9(5) value 0.
           02 BB-POST OCCURS 20000 TIMES.
              03 BB-BOKS-NR        pic x(8).
              03 BB-FILIAL-KODE    pic x(4).
              03 BB-STOERRELSE     pic x.
              03 BB-LEJER          pic x(10).
              03 BB-MEDLEJER-1     pic x(10).
              03 BB-MEDLEJER-2     pic x(10).
              03 BB-KONTO-ID       pic x(14).
              03 BB-START-DATO     pic x(10).
              03 BB-ANTAL-NOEGLER  pic 9(2).
              03 BB-BETALT-TIL-AAR pic 9(4).
              03 BB-RYKKER-TRIN    pic 9.
              03 BB-RYKKER-DATO    pic x(10).
              03 BB-STATUS         pic x.
                 88 BB-UDLEJET     value "A".
                 88 BB-LEDIG       value "L".
                 88 BB-FORSEGLET   value "F".
              03 BB-STATUS-DATO    pic x(10).
              03 BB-STATUS-AARSAG  pic x(20).
              03 BB-SKREVET-FLAG   pic x.
                 88 BB-ER-SKREVET  value "J".
                 88 BB-IKKE-SKREVET value "N".
      01 MAX-BOKSE                pic 9(5) value 20000.
      01 BB-INDEX                 pic 9(5) value 0.
      01 BB-INDEX-2               pic 9(5) value 0.
     *> --- Aarslejen pr. stoerrelsesklasse ---
      01 Boks-Pris-Tabel.
           02 BP-ANTAL             pic 9(2) value 0.
           02 BP-POST OCCURS 20 TIMES.
              03 BP-STOERRELSE     pic x.
              03 BP-AARSLEJE       pic 9(7)v99.
              03 BP-BESKRIVELSE    pic x(20).
      01 BP-INDEX                 pic 9(2) value 0.
      01 BP-FUND-FLAG             pic x value "N".
           88 BP-FUNDET           value "J".
           88 BP-IKKE-FUNDET      value "N".
     *> --- Filialerne (kode og navn) fra FilialRaadgivere.txt ---
      01 Boks-Filial-Tabel.
           02 BF-ANTAL             pic 9(3) value 0.
           02 BF-POST OCCURS 500 TIMES.
              03 BF-FILIAL-KODE    pic x(4).
              03 BF-FILIAL-NAVN    pic x(20).
      01 BF-INDEX                 pic 9(3) value 0.
      01 BF-FUND-FLAG             pic x value "N".
           88 BF-FUNDET           value "J".
           88 BF-IKKE-FUNDET      value "N".
     *> --- Kontomasteren til reg-nr og kontrol af betalingskontoen ---
      01 Konto-Master-Tabel.
           02 KMT-ANTAL            pic 9(5) value 0.
           02 KMT-POST OCCURS 50000 TIMES.
              03 KMT-KONTO-ID      pic x(14).
              03 KMT-REG-NR        pic x(6).
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
     *> --- Kundemaster i memory - navn og adresse til rykkerne ---
      01 Boks-Kunde-Tabel.
           02 BK-ANTAL             pic 9(5) value 0.
           02 BK-POST OCCURS 50000 TIMES.
              03 BK-KUNDE-ID       pic x(10).
              03 BK-FULD-NAVN      pic x(40).
              03 BK-VEJNAVN        pic x(30).
              03 BK-HUSNUMMER      pic x(10).
              03 BK-POSTNUMMER     pic x(4).
              03 BK-BY-NAVN        pic x(20).
      01 BK-INDEX                 pic 9(5) value 0.
     *> --- Dagens opkraevninger, bogfoert naar alle bokse er ---
     *> --- gennemgaaet ---
      01 Opkraevning-Tabel.
           02 OK-ANTAL             pic 9(5) value 0.
           02 OK-POST OCCURS 20000 TIMES.
              03 OK-BB-INDEX       pic 9(5).
              03 OK-REG-NR         pic x(6).
              03 OK-LEJE-DKK       pic s9(9)v99 COMP-3.
      01 OK-INDEX                 pic 9(5) value 0.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 DAGS-AAR                 pic 9(4) value 0.
      01 DAGS-MAANED              pic 9(2) value 0.
      01 DATO-TAL                 pic 9(8) value 0.
      01 DAGS-DATO-INT            pic 9(7) value 0.
      01 RYKKER-DATO-INT          pic 9(7) value 0.
      01 AUDIT-HAENDELSE          pic x(20) value spaces.
      01 AUDIT-AARSAG             pic x(40) value spaces.
      01 RYKKER-TEKST             pic x(20) value spaces.
      01 BOKS-LEJE-DKK            pic s9(9)v99 COMP-3 value 0.
      01 BOKS-LEJE-E              pic -(8)9.99.
      01 LEDIGE-I-FILIAL          pic 9(5) value 0.
      01 AKTUEL-FILIAL-KODE       pic x(4) value spaces.
      01 AKTUEL-FILIAL-NAVN-BOKS  pic x(20) value spaces.
      01 ANTAL-UDLEJET            pic 9(7) value 0.
      01 ANTAL-LEDIGE             pic 9(7) value 0.
      01 ANTAL-FORSEGLET          pic 9(7) value 0.
      01 ANTAL-NYT-FORSEGLET      pic 9(7) value 0.
      01 ANTAL-OPKRAEVET          pic 9(7) value 0.
      01 ANTAL-RYKKERE            pic 9(7) value 0.
      01 ANTAL-UGYLDIGE           pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.
     *> --- Felter til audit-kaeden - se skriv-audit-post ---
      copy "Opgave10/Copybooks/AuditKaede.cpy".

      procedure division.
     *> --- Hovedforloeb: forsegling, opkraevning og restancer pr. ---
     *> --- boks, derefter bogfoering, register og ledighedslister ---
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
           move DATO-NU (1:4) to DAGS-AAR
           move DATO-NU (5:2) to DAGS-MAANED
           move DATO-NU (1:8) to DATO-TAL
           compute DAGS-DATO-INT = function INTEGER-OF-DATE(DATO-TAL)
           perform indlæs-parametre
           perform indlæs-priser
           perform indlæs-filialer
           perform indlæs-konto-master
           perform indlæs-lukkede-konti
           perform indlæs-doedsbo-register
           perform indlæs-kunde-tabel
           perform indlæs-disponibel-saldo
           perform indlæs-boks-register
           perform start-audit-kaede
           open extend Audit-Out
           if AUDIT-STATUS = "35"
               open output Audit-Out
           end-if
           open output Rykker-Out
           open output Forsegling-Out
           perform varying BB-INDEX from 1 by 1
               until BB-INDEX > BB-ANTAL
               perform behandl-boks
           end-perform
           close Forsegling-Out
           close Rykker-Out
           if OK-ANTAL > 0
               perform bogfoer-opkraevninger
               perform skriv-kaede-kontrol
           end-if
           perform varying BB-INDEX from 1 by 1
               until BB-INDEX > BB-ANTAL
               evaluate true
                   when BB-UDLEJET (BB-INDEX)
                       add 1 to ANTAL-UDLEJET
                   when BB-LEDIG (BB-INDEX)
                       add 1 to ANTAL-LEDIGE
                   when BB-FORSEGLET (BB-INDEX)
                       add 1 to ANTAL-FORSEGLET
               end-evaluate
           end-perform
           move spaces to Audit-Linje
           move 1 to pos
           string
               "OPSUMMERING "         delimited by size
               DAGS-DATO              delimited by size
               ": "                   delimited by size
               BB-ANTAL               delimited by size
               " bokse, "             delimited by size
               ANTAL-OPKRAEVET        delimited by size
               " opkraevet, "         delimited by size
               ANTAL-RYKKERE          delimited by size
               " rykker(e), "         delimited by size
               ANTAL-NYT-FORSEGLET    delimited by size
               " forseglet, "         delimited by size
               ANTAL-UGYLDIGE         delimited by size
               " ugyldig(e)"          delimited by size
                  into Audit-Linje
                  with pointer pos
           end-string
           perform skriv-audit-post
           close Audit-Out
           perform skriv-boks-register
           perform skriv-ledige-bokse
           display "Bankbokse: " BB-ANTAL " bokse - " ANTAL-UDLEJET
               " udlejet, " ANTAL-LEDIGE " ledige, " ANTAL-FORSEGLET
               " forseglet"
           display "Bankbokse: " ANTAL-OPKRAEVET " leje(r) opkraevet, "
               ANTAL-RYKKERE " rykker(e), " ANTAL-NYT-FORSEGLET
               " nyforseglet - se text-files/BankboksAudit.txt"
           if ANTAL-TABEL-FULD > 0
               display "Bankbokse: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Boks-Parameter-In
           read Boks-Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-FAKTURERINGS-MAANED is numeric
                       and PARM-FAKTURERINGS-MAANED > 0
                       and PARM-FAKTURERINGS-MAANED < 13
                       move PARM-FAKTURERINGS-MAANED
                           to FAKTURERINGS-MAANED
                   end-if
                   if PARM-RYKKER-DAGE is numeric
                       and PARM-RYKKER-DAGE > 0
                       move PARM-RYKKER-DAGE to RYKKER-DAGE
                   end-if
           end-read
           close Boks-Parameter-In
           exit.

      indlæs-priser.
           move 0 to BP-ANTAL
           move "N" to EOF-check-pris
           open input Boks-Pris-In
           perform until end-of-file-pris
               read Boks-Pris-In
                   at end move "Y" to EOF-check-pris
                   not at end
                       if BP-STOERRELSE-IN not = space
                           and BP-AARSLEJE-IN is numeric
                           and BP-ANTAL < 20
                           add 1 to BP-ANTAL
                           move BP-STOERRELSE-IN
                               to BP-STOERRELSE (BP-ANTAL)
                           move BP-AARSLEJE-IN to BP-AARSLEJE (BP-ANTAL)
                           move BP-BESKRIVELSE-IN
                               to BP-BESKRIVELSE (BP-ANTAL)
                       end-if
               end-read
           end-perform
           close Boks-Pris-In
           exit.

     *> --- FilialRaadgivere.txt har een linje pr. konto - her ---
     *> --- samles de forskellige filialkoder med navn ---
      indlæs-filialer.
           move 0 to BF-ANTAL
           move "N" to EOF-check-filial
           open input Filial-Raadgiver-In
           perform until end-of-file-filial
               read Filial-Raadgiver-In
                   at end move "Y" to EOF-check-filial
                   not at end
                       if FR-FILIAL-KODE-IN not = spaces
                           set BF-IKKE-FUNDET to TRUE
                           perform varying BF-INDEX from 1 by 1
                               until BF-FUNDET or BF-INDEX > BF-ANTAL
                               if BF-FILIAL-KODE (BF-INDEX)
                                       = FR-FILIAL-KODE-IN
                                   set BF-FUNDET to TRUE
                               end-if
                           end-perform
                           if BF-IKKE-FUNDET and BF-ANTAL < 500
                               add 1 to BF-ANTAL
                               move FR-FILIAL-KODE-IN
                                   to BF-FILIAL-KODE (BF-ANTAL)
                               move FR-FILIAL-NAVN-IN
                                   to BF-FILIAL-NAVN (BF-ANTAL)
                           end-if
                       end-if
               end-read
           end-perform
           close Filial-Raadgiver-In
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

      indlæs-doedsbo-register.
           move 0 to DB-ANTAL
           move "N" to EOF-check-doedsbo
           open input Doedsbo-Register-In
           perform until end-of-file-doedsbo
               read Doedsbo-Register-In
                   at end move "Y" to EOF-check-doedsbo
                   not at end
                       if DB-ANTAL < MAX-DOEDSBO
                           add 1 to DB-ANTAL
                           move DB-KUNDE-ID-IN to DB-KUNDE-ID (DB-ANTAL)
                           move DB-DOEDSDATO-IN
                               to DB-DOEDSDATO (DB-ANTAL)
                           move DB-BO-KONTAKT-IN
                               to DB-BO-KONTAKT (DB-ANTAL)
                       end-if
               end-read
           end-perform
           close Doedsbo-Register-In
           exit.

      indlæs-kunde-tabel.
           move 0 to BK-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if BK-ANTAL < 50000
                           add 1 to BK-ANTAL
                           move Kunde-Id of Kunde-Information
                               to BK-KUNDE-ID (BK-ANTAL)
                           move Fuld-Navn of Kunde-Information
                               to BK-FULD-NAVN (BK-ANTAL)
                           move Vejnavn of Kunde-Information
                               to BK-VEJNAVN (BK-ANTAL)
                           move Husnummer of Kunde-Information
                               to BK-HUSNUMMER (BK-ANTAL)
                           move Postnummer of Kunde-Information
                               to BK-POSTNUMMER (BK-ANTAL)
                           move By-navn of Kunde-Information
                               to BK-BY-NAVN (BK-ANTAL)
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
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

     *> --- En boks uden lejer er ledig; en udlejet boks uden ---
     *> --- status er aktiv ---
      indlæs-boks-register.
           move 0 to BB-ANTAL
           move "N" to EOF-check-register
           open input Boks-Register-In
           perform until end-of-file-register
               read Boks-Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if BR-BOKS-NR-IN not = spaces
                           if BB-ANTAL < MAX-BOKSE
                               add 1 to BB-ANTAL
                               perform gem-boks
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Boks-Register-In
           exit.

      gem-boks.
           move BR-BOKS-NR-IN to BB-BOKS-NR (BB-ANTAL)
           move BR-FILIAL-KODE-IN to BB-FILIAL-KODE (BB-ANTAL)
           move BR-STOERRELSE-IN to BB-STOERRELSE (BB-ANTAL)
           move BR-LEJER-IN to BB-LEJER (BB-ANTAL)
           move BR-MEDLEJER-1-IN to BB-MEDLEJER-1 (BB-ANTAL)
           move BR-MEDLEJER-2-IN to BB-MEDLEJER-2 (BB-ANTAL)
           move BR-KONTO-ID-IN to BB-KONTO-ID (BB-ANTAL)
           move BR-START-DATO-IN to BB-START-DATO (BB-ANTAL)
           move 0 to BB-ANTAL-NOEGLER (BB-ANTAL)
           if BR-ANTAL-NOEGLER-IN is numeric
               move BR-ANTAL-NOEGLER-IN to BB-ANTAL-NOEGLER (BB-ANTAL)
           end-if
           move 0 to BB-BETALT-TIL-AAR (BB-ANTAL)
           if BR-BETALT-TIL-AAR-IN is numeric
               move BR-BETALT-TIL-AAR-IN
                   to BB-BETALT-TIL-AAR (BB-ANTAL)
           end-if
           move 0 to BB-RYKKER-TRIN (BB-ANTAL)
           if BR-RYKKER-TRIN-IN is numeric
               move BR-RYKKER-TRIN-IN to BB-RYKKER-TRIN (BB-ANTAL)
           end-if
           move BR-RYKKER-DATO-IN to BB-RYKKER-DATO (BB-ANTAL)
           move BR-STATUS-IN to BB-STATUS (BB-ANTAL)
           move BR-STATUS-DATO-IN to BB-STATUS-DATO (BB-ANTAL)
           move BR-STATUS-AARSAG-IN to BB-STATUS-AARSAG (BB-ANTAL)
           if BB-LEJER (BB-ANTAL) = spaces
               set BB-LEDIG (BB-ANTAL) to TRUE
               move 0 to BB-RYKKER-TRIN (BB-ANTAL)
               move spaces to BB-RYKKER-DATO (BB-ANTAL)
           else
               if not BB-FORSEGLET (BB-ANTAL)
                   set BB-UDLEJET (BB-ANTAL) to TRUE
               end-if
           end-if
           move "N" to BB-SKREVET-FLAG (BB-ANTAL)
           exit.

      behandl-boks.
           if BB-LEDIG (BB-INDEX)
               exit paragraph
           end-if
           if not BB-FORSEGLET (BB-INDEX)
               perform kontroller-forsegling
           end-if
           if BB-FORSEGLET (BB-INDEX)
               and BB-STATUS-AARSAG (BB-INDEX) = "KONTO-LUKKET"
               exit paragraph
           end-if
           if BB-BETALT-TIL-AAR (BB-INDEX) < DAGS-AAR
               and DAGS-MAANED not < FAKTURERINGS-MAANED
               perform opkraev-leje
           end-if
           exit.

     *> --- Lukket betalingskonto eller afdoed lejer/medlejer ---
     *> --- forsegler boksen ---
      kontroller-forsegling.
           move spaces to AUDIT-AARSAG
           set KONTO-IKKE-LUKKET to TRUE
           perform varying LK-INDEX from 1 by 1
               until KONTO-ER-LUKKET or LK-INDEX > LK-ANTAL
               if LK-KONTO-ID (LK-INDEX) = BB-KONTO-ID (BB-INDEX)
                   set KONTO-ER-LUKKET to TRUE
               end-if
           end-perform
           if KONTO-ER-LUKKET
               move "KONTO-LUKKET" to AUDIT-AARSAG
           else
               move BB-LEJER (BB-INDEX) to DOEDSBO-OPSLAG-KUNDE
               perform find-doedsbo-for-kunde
               if KUNDE-IKKE-DOEDSBO
                   move BB-MEDLEJER-1 (BB-INDEX) to DOEDSBO-OPSLAG-KUNDE
                   perform find-doedsbo-for-kunde
               end-if
               if KUNDE-IKKE-DOEDSBO
                   move BB-MEDLEJER-2 (BB-INDEX) to DOEDSBO-OPSLAG-KUNDE
                   perform find-doedsbo-for-kunde
               end-if
               if KUNDE-ER-DOEDSBO
                   move "DOEDSBO" to AUDIT-AARSAG
               end-if
           end-if
           if AUDIT-AARSAG not = spaces
               perform forsegl-boks
           end-if
           exit.

      find-doedsbo-for-kunde.
           set KUNDE-IKKE-DOEDSBO to TRUE
           if DOEDSBO-OPSLAG-KUNDE = spaces
               exit paragraph
           end-if
           move 1 to DB-INDEX
           perform until KUNDE-ER-DOEDSBO or DB-INDEX > DB-ANTAL
               if DB-KUNDE-ID (DB-INDEX) = DOEDSBO-OPSLAG-KUNDE
                   set KUNDE-ER-DOEDSBO to TRUE
               else
                   add 1 to DB-INDEX
               end-if
           end-perform
           exit.

     *> --- AUDIT-AARSAG er forseglingens aarsag ---
      forsegl-boks.
           set BB-FORSEGLET (BB-INDEX) to TRUE
           move DAGS-DATO to BB-STATUS-DATO (BB-INDEX)
           move AUDIT-AARSAG to BB-STATUS-AARSAG (BB-INDEX)
           add 1 to ANTAL-NYT-FORSEGLET
           move "FORSEGLET" to AUDIT-HAENDELSE
           perform skriv-boks-audit
           perform find-filial
           move spaces to Forsegling-Linje
           move 1 to pos
           string
               "FORSEGL|"                     delimited by size
               BB-FILIAL-KODE (BB-INDEX)      delimited by size
               "|"                            delimited by size
               function TRIM(AKTUEL-FILIAL-NAVN-BOKS)
                                              delimited by size
               "|"                            delimited by size
               function TRIM(BB-BOKS-NR (BB-INDEX))
                                              delimited by size
               "|"                            delimited by size
               BB-LEJER (BB-INDEX)            delimited by size
               "|"                            delimited by size
               function TRIM(AUDIT-AARSAG)    delimited by size
               "|"                            delimited by size
               BB-ANTAL-NOEGLER (BB-INDEX)    delimited by size
               " noegle(r) udleveret|"        delimited by size
               DAGS-DATO                      delimited by size
                  into Forsegling-Linje
                  with pointer pos
           end-string
           write Forsegling-Linje
           exit.

      find-filial.
           set BF-IKKE-FUNDET to TRUE
           move spaces to AKTUEL-FILIAL-NAVN-BOKS
           perform varying BF-INDEX from 1 by 1
               until BF-FUNDET or BF-INDEX > BF-ANTAL
               if BF-FILIAL-KODE (BF-INDEX) = BB-FILIAL-KODE (BB-INDEX)
                   set BF-FUNDET to TRUE
                   move BF-FILIAL-NAVN (BF-INDEX)
                       to AKTUEL-FILIAL-NAVN-BOKS
               end-if
           end-perform
           exit.

     *> --- Aarets leje: kan den rummes, noteres den til bogfoering ---
     *> --- og boksen som betalt; ellers eskaleres restancen ---
      opkraev-leje.
           move spaces to AUDIT-AARSAG
           perform find-filial
           if BF-ANTAL > 0 and BF-IKKE-FUNDET
               move "BOKS-FILIAL-UKENDT" to AUDIT-AARSAG
           end-if
           set BP-IKKE-FUNDET to TRUE
           perform varying BP-INDEX from 1 by 1
               until BP-FUNDET or BP-INDEX > BP-ANTAL
               if BP-STOERRELSE (BP-INDEX) = BB-STOERRELSE (BB-INDEX)
                   set BP-FUNDET to TRUE
               end-if
           end-perform
           if BP-IKKE-FUNDET
               move "BOKS-STOERRELSE-UDEN-PRIS" to AUDIT-AARSAG
           else
               subtract 1 from BP-INDEX
           end-if
           set KMT-IKKE-FUNDET to TRUE
           perform varying KMT-INDEX from 1 by 1
               until KMT-FUNDET or KMT-INDEX > KMT-ANTAL
               if KMT-KONTO-ID (KMT-INDEX) = BB-KONTO-ID (BB-INDEX)
                   set KMT-FUNDET to TRUE
               end-if
           end-perform
           if KMT-IKKE-FUNDET
               move "BOKS-KONTO-UKENDT" to AUDIT-AARSAG
           else
               subtract 1 from KMT-INDEX
           end-if
           if AUDIT-AARSAG not = spaces
               add 1 to ANTAL-UGYLDIGE
               move "IKKE-OPKRAEVET" to AUDIT-HAENDELSE
               perform skriv-boks-audit
               exit paragraph
           end-if
           move BP-AARSLEJE (BP-INDEX) to BOKS-LEJE-DKK
           if BOKS-LEJE-DKK = 0
               move DAGS-AAR to BB-BETALT-TIL-AAR (BB-INDEX)
               exit paragraph
           end-if
           compute DISPONIBEL-POSTERING = BOKS-LEJE-DKK * -1
           move BB-KONTO-ID (BB-INDEX) to DISPONIBEL-OPSLAG-KONTO
           perform kontroller-daekning
           if DAEKNING-UTILSTRAEKKELIG
               perform eskaler-restance
               exit paragraph
           end-if
           if DSP-ANTAL > 0 and KONTO-HAR-POSITION
               add DISPONIBEL-POSTERING
                   to DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
           end-if
           if OK-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to OK-ANTAL
           move BB-INDEX to OK-BB-INDEX (OK-ANTAL)
           move KMT-REG-NR (KMT-INDEX) to OK-REG-NR (OK-ANTAL)
           move BOKS-LEJE-DKK to OK-LEJE-DKK (OK-ANTAL)
           move DAGS-AAR to BB-BETALT-TIL-AAR (BB-INDEX)
           add 1 to ANTAL-OPKRAEVET
           move BOKS-LEJE-DKK to BOKS-LEJE-E
           move spaces to AUDIT-AARSAG
           string
               "LEJE="                        delimited by size
               function TRIM(BOKS-LEJE-E)     delimited by size
                  into AUDIT-AARSAG
           end-string
           move "LEJE-OPKRAEVET" to AUDIT-HAENDELSE
           perform skriv-boks-audit
           if BB-RYKKER-TRIN (BB-INDEX) > 0
               move 0 to BB-RYKKER-TRIN (BB-INDEX)
               move spaces to BB-RYKKER-DATO (BB-INDEX)
               move spaces to AUDIT-AARSAG
               move "RESTANCE-BETALT" to AUDIT-HAENDELSE
               perform skriv-boks-audit
           end-if
           if BB-FORSEGLET (BB-INDEX)
               and BB-STATUS-AARSAG (BB-INDEX) = "RESTANCE"
               set BB-UDLEJET (BB-INDEX) to TRUE
               move DAGS-DATO to BB-STATUS-DATO (BB-INDEX)
               move spaces to BB-STATUS-AARSAG (BB-INDEX)
               move spaces to AUDIT-AARSAG
               move "GENAABNET" to AUDIT-HAENDELSE
               perform skriv-boks-audit
           end-if
           exit.

     *> --- Daekningskontrol: en debitering (negativ ---
     *> --- DISPONIBEL-POSTERING), der ville bringe kontoen under ---
     *> --- nul disponibelt, saetter DAEKNING-UTILSTRAEKKELIG. ---
     *> --- Konti uden position godkendes ---
      kontroller-daekning.
           set DAEKNING-OK to TRUE
           set KONTO-UDEN-POSITION to TRUE
           if DSP-ANTAL = 0 or DISPONIBEL-POSTERING >= 0
               exit paragraph
           end-if
           move 0 to DISPONIBEL-AKTUEL
           perform varying DSP-INDEX from 1 by 1
               until KONTO-HAR-POSITION or DSP-INDEX > DSP-ANTAL
               if DSP-KONTO-ID (DSP-INDEX) = DISPONIBEL-OPSLAG-KONTO
                   set KONTO-HAR-POSITION to TRUE
               end-if
           end-perform
           if KONTO-UDEN-POSITION
               exit paragraph
           end-if
           subtract 1 from DSP-INDEX
           compute DISPONIBEL-AKTUEL =
               DSP-BOGFOERT-SALDO (DSP-INDEX)
               + DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
               + DSP-RAMME-DKK (DSP-INDEX)
               - DSP-RESERVERET-DKK (DSP-INDEX)
           compute DISPONIBEL-EFTER =
               DISPONIBEL-AKTUEL + DISPONIBEL-POSTERING
           if DISPONIBEL-EFTER < 0
               set DAEKNING-UTILSTRAEKKELIG to TRUE
           end-if
           exit.

     *> --- Restancen: 1. rykker straks, 2. rykker og til sidst ---
     *> --- opsigelsesvarsel med forsegling, hver gang RYKKER-DAGE ---
     *> --- efter forrige trin ---
      eskaler-restance.
           if BB-RYKKER-TRIN (BB-INDEX) > 0
               if BB-RYKKER-TRIN (BB-INDEX) > 2
                   exit paragraph
               end-if
               move BB-RYKKER-DATO (BB-INDEX) (1:4) to DATO-TAL (1:4)
               move BB-RYKKER-DATO (BB-INDEX) (6:2) to DATO-TAL (5:2)
               move BB-RYKKER-DATO (BB-INDEX) (9:2) to DATO-TAL (7:2)
               compute RYKKER-DATO-INT =
                   function INTEGER-OF-DATE(DATO-TAL)
               if DAGS-DATO-INT - RYKKER-DATO-INT < RYKKER-DAGE
                   exit paragraph
               end-if
           end-if
           add 1 to BB-RYKKER-TRIN (BB-INDEX)
           move DAGS-DATO to BB-RYKKER-DATO (BB-INDEX)
           add 1 to ANTAL-RYKKERE
           evaluate BB-RYKKER-TRIN (BB-INDEX)
               when 1
                   move "1. RYKKER" to RYKKER-TEKST
               when 2
                   move "2. RYKKER" to RYKKER-TEKST
               when other
                   move "OPSIGELSESVARSEL" to RYKKER-TEKST
           end-evaluate
           move BOKS-LEJE-DKK to BOKS-LEJE-E
           move spaces to AUDIT-AARSAG
           string
               function TRIM(RYKKER-TEKST)    delimited by size
               " LEJE="                       delimited by size
               function TRIM(BOKS-LEJE-E)     delimited by size
                  into AUDIT-AARSAG
           end-string
           move "RESTANCE" to AUDIT-HAENDELSE
           perform skriv-boks-audit
           perform skriv-rykker
           if BB-RYKKER-TRIN (BB-INDEX) > 2
               move "RESTANCE" to AUDIT-AARSAG
               perform forsegl-boks
           end-if
           exit.

     *> --- Rykker-linje til brevproduktionen: ---
     *> --- RYKKER|trin|boks|filial|kunde|navn|adresse|postnr by| ---
     *> --- konto|leje|dato ---
      skriv-rykker.
           move 1 to BK-INDEX
           perform until BK-INDEX > BK-ANTAL
               or BK-KUNDE-ID (BK-INDEX) = BB-LEJER (BB-INDEX)
               add 1 to BK-INDEX
           end-perform
           move spaces to Rykker-Linje
           move 1 to pos
           string
               "RYKKER|"                      delimited by size
               function TRIM(RYKKER-TEKST)    delimited by size
               "|"                            delimited by size
               function TRIM(BB-BOKS-NR (BB-INDEX))
                                              delimited by size
               "|"                            delimited by size
               BB-FILIAL-KODE (BB-INDEX)      delimited by size
               "|"                            delimited by size
               function TRIM(BB-LEJER (BB-INDEX))
                                              delimited by size
               "|"                            delimited by size
                  into Rykker-Linje
                  with pointer pos
           end-string
           if BK-INDEX not > BK-ANTAL
               string
                   function TRIM(BK-FULD-NAVN (BK-INDEX))
                                              delimited by size
                   "|"                        delimited by size
                   function TRIM(BK-VEJNAVN (BK-INDEX))
                                              delimited by size
                   " "                        delimited by size
                   function TRIM(BK-HUSNUMMER (BK-INDEX))
                                              delimited by size
                   "|"                        delimited by size
                   BK-POSTNUMMER (BK-INDEX)   delimited by size
                   " "                        delimited by size
                   function TRIM(BK-BY-NAVN (BK-INDEX))
                                              delimited by size
                   "|"                        delimited by size
                      into Rykker-Linje
                      with pointer pos
               end-string
           else
               string
                   "|||"                      delimited by size
                      into Rykker-Linje
                      with pointer pos
               end-string
           end-if
           string
               function TRIM(BB-KONTO-ID (BB-INDEX))
                                              delimited by size
               "|"                            delimited by size
               function TRIM(BOKS-LEJE-E)     delimited by size
               "|"                            delimited by size
               DAGS-DATO                      delimited by size
                  into Rykker-Linje
                  with pointer pos
           end-string
           write Rykker-Linje
           exit.

      skriv-boks-audit.
           move spaces to Audit-Linje
           move 1 to pos
           string
               function TRIM(AUDIT-HAENDELSE) delimited by size
               " BOKS="               delimited by size
               function TRIM(BB-BOKS-NR (BB-INDEX))
                                      delimited by size
               " FILIAL="             delimited by size
               BB-FILIAL-KODE (BB-INDEX) delimited by size
               " LEJER="              delimited by size
               BB-LEJER (BB-INDEX)    delimited by size
               " KONTO-ID="           delimited by size
               BB-KONTO-ID (BB-INDEX) delimited by size
               " DATO="               delimited by size
               DAGS-DATO              delimited by size
                  into Audit-Linje
                  with pointer pos
           end-string
           if AUDIT-AARSAG not = spaces
               string
                   " AARSAG="         delimited by size
                   function TRIM(AUDIT-AARSAG) delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
           end-if
           perform skriv-audit-post
           exit.

     *> --- Kopierer Transaktioner.txt (uden HDR/TRL), tilfoejer ---
     *> --- lejeposteringerne og skriver filen tilbage med ny ---
     *> --- HDR/TRL ---
      bogfoer-opkraevninger.
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
           perform varying OK-INDEX from 1 by 1
               until OK-INDEX > OK-ANTAL
               perform skriv-leje-postering
           end-perform
           close Transaktion-Work-Out
           compute ANTAL-TRANS-I-ALT = ANTAL-TRANS-BESTAAENDE + OK-ANTAL
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

      skriv-leje-postering.
           move OK-BB-INDEX (OK-INDEX) to BB-INDEX
           move spaces to Transaktion-Work-Linje
           move BB-KONTO-ID (BB-INDEX)
               to KONTO-ID of Transaktion-Work-Linje
           move OK-REG-NR (OK-INDEX) to REG-NR of Transaktion-Work-Linje
           move BB-LEJER (BB-INDEX) to KUNDE-ID of Transaktion-Work-Linje
           compute BOKS-LEJE-DKK = OK-LEJE-DKK (OK-INDEX) * -1
           move BOKS-LEJE-DKK to BOKS-LEJE-E
           move function TRIM(BOKS-LEJE-E)
               to BELOB of Transaktion-Work-Linje
           move "DKK" to VALUTA of Transaktion-Work-Linje
           move "GEBYR" to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
           move 1 to pos
           string
               "BOKS:"                delimited by size
               function TRIM(BB-BOKS-NR (BB-INDEX)) delimited by size
                  into BUTIK of Transaktion-Work-Linje
                  with pointer pos
           end-string
           move DAGS-DATO to DATO of Transaktion-Work-Linje
           move DAGS-DATO to VALOER-DATO of Transaktion-Work-Linje
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
               "BANKBOKS"             delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-OPKRAEVET        delimited by size
               "|"                    delimited by size
               "0000000"              delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-I-ALT      delimited by size
                  into Kaede-Kontrol-Linje
                  with pointer pos
           end-string
           write Kaede-Kontrol-Linje
           close Kaede-Kontrol-Out
           exit.

      skriv-boks-register.
           open output Boks-Register-Out
           perform varying BB-INDEX from 1 by 1
               until BB-INDEX > BB-ANTAL
               move spaces to Boks-Register-Ud-Linje
               move BB-BOKS-NR (BB-INDEX) to BR-BOKS-NR-UD
               move BB-FILIAL-KODE (BB-INDEX) to BR-FILIAL-KODE-UD
               move BB-STOERRELSE (BB-INDEX) to BR-STOERRELSE-UD
               move BB-LEJER (BB-INDEX) to BR-LEJER-UD
               move BB-MEDLEJER-1 (BB-INDEX) to BR-MEDLEJER-1-UD
               move BB-MEDLEJER-2 (BB-INDEX) to BR-MEDLEJER-2-UD
               move BB-KONTO-ID (BB-INDEX) to BR-KONTO-ID-UD
               move BB-START-DATO (BB-INDEX) to BR-START-DATO-UD
               move BB-ANTAL-NOEGLER (BB-INDEX) to BR-ANTAL-NOEGLER-UD
               move BB-BETALT-TIL-AAR (BB-INDEX)
                   to BR-BETALT-TIL-AAR-UD
               move BB-RYKKER-TRIN (BB-INDEX) to BR-RYKKER-TRIN-UD
               move BB-RYKKER-DATO (BB-INDEX) to BR-RYKKER-DATO-UD
               move BB-STATUS (BB-INDEX) to BR-STATUS-UD
               move BB-STATUS-DATO (BB-INDEX) to BR-STATUS-DATO-UD
               move BB-STATUS-AARSAG (BB-INDEX) to BR-STATUS-AARSAG-UD
               write Boks-Register-Ud-Linje
           end-perform
           close Boks-Register-Out
           exit.

     *> --- Ledighedslisten: et afsnit pr. filial i registrets ---
     *> --- raekkefoelge med de ledige bokse, stoerrelse og aarsleje ---
      skriv-ledige-bokse.
           open output Ledige-Out
           move spaces to Ledige-Linje
           move 1 to pos
           string
               "LEDIGE BANKBOKSE PR. "        delimited by size
               DAGS-DATO                      delimited by size
                  into Ledige-Linje
                  with pointer pos
           end-string
           write Ledige-Linje
           perform varying BB-INDEX from 1 by 1
               until BB-INDEX > BB-ANTAL
               move "N" to BB-SKREVET-FLAG (BB-INDEX)
           end-perform
           perform varying BB-INDEX from 1 by 1
               until BB-INDEX > BB-ANTAL
               if BB-IKKE-SKREVET (BB-INDEX)
                   perform skriv-ledige-for-filial
               end-if
           end-perform
           close Ledige-Out
           exit.

      skriv-ledige-for-filial.
           move BB-FILIAL-KODE (BB-INDEX) to AKTUEL-FILIAL-KODE
           perform find-filial
           move 0 to LEDIGE-I-FILIAL
           move spaces to Ledige-Linje
           write Ledige-Linje
           move spaces to Ledige-Linje
           move 1 to pos
           string
               "FILIAL "                      delimited by size
               AKTUEL-FILIAL-KODE             delimited by size
               " "                            delimited by size
               function TRIM(AKTUEL-FILIAL-NAVN-BOKS)
                                              delimited by size
                  into Ledige-Linje
                  with pointer pos
           end-string
           write Ledige-Linje
           perform varying BB-INDEX-2 from BB-INDEX by 1
               until BB-INDEX-2 > BB-ANTAL
               if BB-FILIAL-KODE (BB-INDEX-2) = AKTUEL-FILIAL-KODE
                   move "J" to BB-SKREVET-FLAG (BB-INDEX-2)
                   if BB-LEDIG (BB-INDEX-2)
                       perform skriv-ledig-boks
                   end-if
               end-if
           end-perform
           move spaces to Ledige-Linje
           move 1 to pos
           if LEDIGE-I-FILIAL = 0
               string
                   "  Ingen ledige bokse"     delimited by size
                      into Ledige-Linje
                      with pointer pos
               end-string
           else
               string
                   "  I alt ledige: "         delimited by size
                   LEDIGE-I-FILIAL            delimited by size
                      into Ledige-Linje
                      with pointer pos
               end-string
           end-if
           write Ledige-Linje
           exit.

      skriv-ledig-boks.
           add 1 to LEDIGE-I-FILIAL
           set BP-IKKE-FUNDET to TRUE
           perform varying BP-INDEX from 1 by 1
               until BP-FUNDET or BP-INDEX > BP-ANTAL
               if BP-STOERRELSE (BP-INDEX) = BB-STOERRELSE (BB-INDEX-2)
                   set BP-FUNDET to TRUE
               end-if
           end-perform
           move spaces to Ledige-Linje
           move 1 to pos
           string
               "  BOKS "                      delimited by size
               BB-BOKS-NR (BB-INDEX-2)        delimited by size
               " STOERRELSE "                 delimited by size
               BB-STOERRELSE (BB-INDEX-2)     delimited by size
                  into Ledige-Linje
                  with pointer pos
           end-string
           if BP-FUNDET
               subtract 1 from BP-INDEX
               move BP-AARSLEJE (BP-INDEX) to BOKS-LEJE-DKK
               move BOKS-LEJE-DKK to BOKS-LEJE-E
               string
                   " "                        delimited by size
                   function TRIM(BP-BESKRIVELSE (BP-INDEX))
                                              delimited by size
                   " AARSLEJE="               delimited by size
                   function TRIM(BOKS-LEJE-E) delimited by size
                      into Ledige-Linje
                      with pointer pos
               end-string
           end-if
           write Ledige-Linje
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
           move "bankboksLeje" to KAP-PROGRAM
           move "DOEDSBO-TABEL" to KAP-TABEL
           move DB-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "BOKS-TABEL" to KAP-TABEL
           move BB-ANTAL to KAP-ANTAL
           move MAX-BOKSE to KAP-MAX
           write Kapacitet-Linje
           move "BOKS-FILIAL-TABEL" to KAP-TABEL
           move BF-ANTAL to KAP-ANTAL
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
           move "BOKS-KUNDE-TABEL" to KAP-TABEL
           move BK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "OPKRAEVNING-TABEL" to KAP-TABEL
           move OK-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
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
