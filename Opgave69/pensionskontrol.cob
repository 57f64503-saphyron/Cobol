      identification division.
      program-id. pensionsKontrol.

     *> --- Pensionskonti (ratepension, aldersopsparing, livrente):
     *>     KontoProdukter.txt kan kun knytte en produktkode til en
     *>     konto. Hvilke koder der er pensionsprodukter, og deres
     *>     regler, staar i text-files/PensionsProdukter.txt - een
     *>     linje pr. produktkode: pensionstype (R/A/L), aarligt
     *>     indbetalingsloft (nul = intet loft), pensionsalder,
     *>     skattesats ved udbetaling, afgiftssats ved tidlig
     *>     udbetaling og handlingen ved indbetaling over loftet
     *>     (A = afvis, F = flyt overskuddet til kundens frie konto).
     *>
     *>     Trinnet koerer efter intag-trinnene og kontrollerer
     *>     dagens posteringer paa pensionskonti i Transaktioner.txt:
     *>       - INDBETALING/OVERFOERSEL IND: aarets samlede
     *>         indbetalinger maa ikke overstige loftet. Ved A tages
     *>         hele posteringen ud; ved F bliver det, der kan
     *>         rummes, staaende, og overskuddet flyttes til kundens
     *>         foerste konto uden pensionsprodukt i KontoMaster.txt
     *>         (maerket "PENS:OVERSKUD" i BUTIK). Findes der ingen
     *>         fri konto, afvises posteringen
     *>       - UDBETALING/OVERFOERSEL UD: ejeren skal have naaet
     *>         pensionsalderen (Foedselsdato i Kundeoplysninger.txt),
     *>         medmindre udbetalingen er kodet som tidlig udbetaling
     *>         ("PENS:TIDLIG" i BUTIK), der beskattes med
     *>         afgiftssatsen. Af en godkendt udbetaling indeholdes
     *>         skatten: posteringen nedskrives til nettobeloebet, og
     *>         skatten bogfoeres som KILDESKAT ("PENS:SKAT" eller
     *>         "PENS:AFGIFT"), saa kontoen stadig belastes brutto
     *>     Afviste posteringer tages ud af Transaktioner.txt og
     *>     gemmes i PensionAfviste.txt til returnering; aarsagen
     *>     staar i PensionUndtagelser.txt som BETINGELSE=-linjer,
     *>     som morgenWorklist (Opgave42) samler op.
     *>     Er posteringen en intern overfoersel, og ligger
     *>     modposteringen (modsat type, samme beloeb, dato og BUTIK
     *>     paa en anden konto) i samme fil, tages den ud eller
     *>     nedskrives til netto sammen med den, saa overfoerslen
     *>     stadig gaar i nul. Den disponible position
     *>     (DisponibelSaldo.txt) har allerede talt posteringerne,
     *>     som de kom ind: en postering, der tages ud, nedskrives
     *>     eller flyttes til den frie konto, rettes derfor i
     *>     DSP-DAGENS-BEVAEGELSE, naar den er dateret senest i dag
     *>     (se ret-disponibel). Nettoskrivningen af en udbetaling
     *>     og dens KILDESKAT gaar i nul paa samme konto.
     *>
     *>     Hver godkendt pensionspostering noteres i den
     *>     persistente PensionPosteringer.txt med sin noegle, saa en
     *>     gentaget koersel ikke taeller eller beskatter den igen.
     *>     Derfra dannes aarets pensionsindberetning til Skat,
     *>     PensionSkatIndberetning.txt - adskilt fra opgave10's
     *>     renteudtraek, men i samme DTL/KTO/TRL-form. Aaret er
     *>     indevaerende aar, medmindre PensionParameter.txt angiver
     *>     et (til januar-koerslen for det forrige aar).

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/PensionParameter.txt"
               organization is line sequential.
           select optional Pensions-Produkt-In
               assign to "text-files/PensionsProdukter.txt"
               organization is line sequential.
           select optional Konto-Produkt-In
               assign to "text-files/KontoProdukter.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
     *> --- Mellemfiler: efter kontrollen af pensionsposteringerne ---
     *> --- og efter afstemningen af modposteringerne ---
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedPension.txt"
               organization is line sequential.
           select Transaktion-Work-2-Out
               assign to "text-files/TransaktionerPensionModpost.txt"
               organization is line sequential.
     *> --- Pensionsposteringerne bevares hen over koersler - ---
     *> --- EXTEND, med OUTPUT-fallback foerste gang ---
           select Postering-Out
               assign to "text-files/PensionPosteringer.txt"
               organization is line sequential
               file status is POSTERING-STATUS.
           select optional Postering-In
               assign to "text-files/PensionPosteringer.txt"
               organization is line sequential.
     *> --- Afviste posteringer venter paa returnering - EXTEND, ---
     *> --- saa en gentaget koersel ikke sletter dem ---
           select Afvist-Out
               assign to "text-files/PensionAfviste.txt"
               organization is line sequential
               file status is AFVIST-STATUS.
           select Undtagelse-Out
               assign to "text-files/PensionUndtagelser.txt"
               organization is line sequential.
           select Indberetning-Out
               assign to "text-files/PensionSkatIndberetning.txt"
               organization is line sequential.
     *> --- Den faelles disponible position pr. konto fra ---
     *> --- disponibelSaldo (Opgave61) - en postering, der tages ud ---
     *> --- eller aendres her, rettes i positionen, og den skrives ---
     *> --- frem til naeste trin - se DisponibelTabel.cpy ---
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select Disponibel-Saldo-Out
               assign to "text-files/DisponibelSaldo.txt"
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
      fd Parameter-In.
      01 Parameter-Linje.
           02 PARM-INDBERETNINGS-AAR pic 9(4).
      fd Pensions-Produkt-In.
      01 Pensions-Produkt-Linje.
           02 PP-PRODUKT-KODE-IN    pic x(4).
           02 PP-PENSIONS-TYPE-IN   pic x.
           02 PP-AARLIGT-LOFT-IN    pic 9(9)v99.
           02 PP-PENSIONS-ALDER-IN  pic 9(3).
           02 PP-SKAT-PCT-IN        pic 9(2)v99.
           02 PP-AFGIFT-PCT-IN      pic 9(2)v99.
           02 PP-OVERSKUD-IN        pic x.
      fd Konto-Produkt-In.
      01 Konto-Produkt-Linje.
           02 KP-KONTO-ID-IN       pic x(14).
           02 KP-PRODUKT-KODE-IN   pic x(4).
           02 KP-PRODUKT-NAVN-IN   pic x(20).
           02 KP-GEBYR-DKK-IN      pic 9(9)v99.
           02 KP-RENTE-SATS-IN     pic 9(2)v9999.
           02 KP-UDLOEB-DATO-IN    pic x(10).
           02 KP-LOEBETID-MDR-IN   pic 9(3).
           02 KP-KILDESKAT-FLAG-IN pic x.
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 KM-REG-NR-IN         pic x(6).
           02 KM-KUNDE-ID-IN       pic x(10).
           02 KM-OPRETTET-DATO-IN  pic x(10).
           02 KM-PRODUKT-KODE-IN   pic x(4).
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG               pic x(3).
           02 THT-ANTAL             pic 9(7).
           02 FILLER                pic x(196).
      fd Transaktion-Work-Out.
      01 Transaktion-Work-Linje    pic x(206).
      fd Transaktion-Work-2-Out.
      01 Transaktion-Work-2-Linje  pic x(206).
      fd Postering-Out.
      01 Postering-Ud-Linje.
           02 PL-KONTO-ID-OUT      pic x(14).
           02 PL-KUNDE-ID-OUT      pic x(10).
           02 PL-PRODUKT-KODE-OUT  pic x(4).
           02 PL-AAR-OUT           pic 9(4).
     *> --- I = indbetaling, O = overskud flyttet til fri konto, ---
     *> --- U = udbetaling, T = tidlig udbetaling ---
           02 PL-ART-OUT           pic x.
           02 PL-BRUTTO-OUT        pic 9(11)v99.
           02 PL-SKAT-OUT          pic 9(11)v99.
           02 PL-NOEGLE-OUT        pic x(96).
      fd Postering-In.
      01 Postering-Linje.
           02 PL-KONTO-ID-IN       pic x(14).
           02 PL-KUNDE-ID-IN       pic x(10).
           02 PL-PRODUKT-KODE-IN   pic x(4).
           02 PL-AAR-IN            pic 9(4).
           02 PL-ART-IN            pic x.
           02 PL-BRUTTO-IN         pic 9(11)v99.
           02 PL-SKAT-IN           pic 9(11)v99.
           02 PL-NOEGLE-IN         pic x(96).
      fd Afvist-Out.
      01 Afvist-Linje             pic x(206).
      fd Undtagelse-Out.
      01 Undtagelse-Linje         pic x(200) value spaces.
      fd Indberetning-Out.
      01 Indberetning-Linje       pic x(150) value spaces.
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
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-produkt        pic x value "N".
           88 end-of-file-produkt value "Y".
      01 EOF-check-konto-produkt  pic x value "N".
           88 end-of-file-konto-produkt value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 EOF-check-postering      pic x value "N".
           88 end-of-file-postering value "Y".
      01 pos                      pic 9(4) value 1.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 POSTERING-STATUS         pic x(2) value spaces.
      01 AFVIST-STATUS            pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
      01 INDBERETNINGS-AAR        pic 9(4) value 0.
     *> --- Dagens dato og felterne til aldersberegningen - samme ---
     *> --- beregning som produktLivscyklus ---
      01 DAGS-DATO-RAA            pic x(21) value spaces.
      01 DAGS-DATO.
           02 DAGS-AAR             pic 9(4).
           02 DAGS-MD              pic 9(2).
           02 DAGS-DAG             pic 9(2).
      01 DAGS-DATO-TEKST          pic x(10) value spaces.
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 Foedsel-Felter.
           02 FOEDSEL-DATO         pic x(10) value spaces.
           02 FOEDSEL-AAR          pic 9(4) value 0.
           02 FOEDSEL-MD-DAG       pic x(5) value spaces.
           02 AKTUEL-ALDER         pic s9(4) value 0.
           02 ALDER-FUND-FLAG      pic x value "N".
              88 FOEDSEL-FUNDET       value "Y".
              88 FOEDSEL-IKKE-FUNDET  value "N".
     *> --- Pensionsprodukterne ---
      01 Pensions-Produkt-Tabel.
           02 PP-ANTAL             pic 9(3) value 0.
           02 PP-POST OCCURS 200 TIMES.
              03 PP-PRODUKT-KODE   pic x(4).
              03 PP-PENSIONS-TYPE  pic x.
              03 PP-AARLIGT-LOFT   pic 9(9)v99.
              03 PP-PENSIONS-ALDER pic 9(3).
              03 PP-SKAT-PCT       pic 9(2)v99.
              03 PP-AFGIFT-PCT     pic 9(2)v99.
              03 PP-OVERSKUD-HANDLING pic x.
                 88 PP-OVERSKUD-FLYTTES value "F".
                 88 PP-OVERSKUD-AFVISES value "A".
      01 PP-INDEX                 pic 9(3) value 0.
     *> --- Pensionskontiene: produkt, ejer og ejerens foedselsdato ---
      01 Pensions-Konto-Tabel.
           02 PK-ANTAL             pic 9(5) value 0.
           02 PK-POST OCCURS 20000 TIMES.
              03 PK-KONTO-ID       pic x(14).
              03 PK-PP-INDEX       pic 9(3).
              03 PK-KUNDE-ID       pic x(10).
              03 PK-FOEDSELSDATO   pic x(10).
      01 PK-INDEX                 pic 9(5) value 0.
      01 PK-INDEX-2               pic 9(5) value 0.
      01 PK-FUND-FLAG             pic x value "N".
           88 PK-FUNDET           value "J".
           88 PK-IKKE-FUNDET      value "N".
     *> --- Kontomasteren til ejeropslag og fri konto ---
      01 Konto-Master-Tabel.
           02 KMT-ANTAL            pic 9(5) value 0.
           02 KMT-POST OCCURS 50000 TIMES.
              03 KMT-KONTO-ID      pic x(14).
              03 KMT-REG-NR        pic x(6).
              03 KMT-KUNDE-ID      pic x(10).
      01 KMT-INDEX                pic 9(5) value 0.
      01 FRI-KONTO-ID             pic x(14) value spaces.
      01 FRI-REG-NR               pic x(6) value spaces.
     *> --- Pensionsposteringerne fra og med indberetningsaaret ---
      01 Postering-Tabel.
           02 PT-ANTAL             pic 9(5) value 0.
           02 PT-POST OCCURS 50000 TIMES.
              03 PT-KONTO-ID       pic x(14).
              03 PT-KUNDE-ID       pic x(10).
              03 PT-PRODUKT-KODE   pic x(4).
              03 PT-AAR            pic 9(4).
              03 PT-ART            pic x.
              03 PT-BRUTTO         pic 9(11)v99.
              03 PT-SKAT           pic 9(11)v99.
              03 PT-NOEGLE         pic x(96).
      01 PT-INDEX                 pic 9(5) value 0.
      01 PT-FUND-FLAG             pic x value "N".
           88 PT-FUNDET           value "J".
           88 PT-IKKE-FUNDET      value "N".
     *> --- Modposteringer, der skal tages ud (F) eller nedskrives ---
     *> --- til netto (N) i anden gennemgang ---
      01 Modpost-Tabel.
           02 MP-ANTAL             pic 9(4) value 0.
           02 MP-POST OCCURS 2000 TIMES.
              03 MP-TYPE           pic x(20).
              03 MP-PENSIONS-KONTO pic x(14).
              03 MP-DATO           pic x(26).
              03 MP-BUTIK          pic x(20).
              03 MP-BELOB-DKK      pic s9(13)v99 COMP-3.
              03 MP-NETTO-DKK      pic s9(13)v99 COMP-3.
              03 MP-HANDLING       pic x.
                 88 MP-FJERNES     value "F".
                 88 MP-NEDSKRIVES  value "N".
              03 MP-MATCHET-FLAG   pic x.
                 88 MP-MATCHET     value "J".
                 88 MP-IKKE-MATCHET value "N".
      01 MP-INDEX                 pic 9(4) value 0.
      01 MODPOST-TYPE             pic x(20) value spaces.
      01 MP-FUND-FLAG             pic x value "N".
           88 MP-FUNDET           value "J".
           88 MP-IKKE-FUNDET      value "N".
     *> --- Den postering, der behandles ---
      01 Aktuel-Transaktion.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 AKTUEL-TYPE              pic x(20) value spaces.
      01 AKTUEL-NOEGLE            pic x(96) value spaces.
      01 AKTUEL-AAR               pic 9(4) value 0.
      01 AKTUEL-BELOB-DKK         pic s9(13)v99 COMP-3 value 0.
      01 AFVIS-BETINGELSE         pic x(45) value spaces.
      01 AARETS-INDBETALT-DKK     pic s9(13)v99 COMP-3 value 0.
      01 LOFT-REST-DKK            pic s9(13)v99 COMP-3 value 0.
      01 OVERSKUD-DKK             pic s9(13)v99 COMP-3 value 0.
      01 BRUTTO-DKK               pic s9(13)v99 COMP-3 value 0.
      01 SKAT-DKK                 pic s9(13)v99 COMP-3 value 0.
      01 SKAT-PCT                 pic 9(2)v99 value 0.
      01 SKAT-MAERKE              pic x(20) value spaces.
      01 UDBETALING-ART           pic x value space.
           88 UDBETALING-TIDLIG   value "T".
           88 UDBETALING-ALMINDELIG value "U".
      01 NY-ART                   pic x value space.
      01 NY-BRUTTO-DKK            pic s9(13)v99 COMP-3 value 0.
      01 NY-SKAT-DKK              pic s9(13)v99 COMP-3 value 0.
      01 BELOB-EDIT               pic -(12)9.99.
      01 BELOB-VIS-E              pic -(12)9.99.
     *> --- Indberetningen: een post pr. pensionskonto i aaret ---
      01 Indberetning-Tabel.
           02 IB-ANTAL             pic 9(5) value 0.
           02 IB-POST OCCURS 20000 TIMES.
              03 IB-KUNDE-ID       pic x(10).
              03 IB-KONTO-ID       pic x(14).
              03 IB-PRODUKT-KODE   pic x(4).
              03 IB-PENSIONS-TYPE  pic x.
              03 IB-INDBETALT-DKK  pic s9(13)v99 COMP-3.
              03 IB-UDBETALT-DKK   pic s9(13)v99 COMP-3.
              03 IB-SKAT-DKK       pic s9(13)v99 COMP-3.
              03 IB-TIDLIG-DKK     pic s9(13)v99 COMP-3.
              03 IB-AFGIFT-DKK     pic s9(13)v99 COMP-3.
              03 IB-SKREVET-FLAG   pic x.
                 88 IB-ER-SKREVET  value "J".
                 88 IB-IKKE-SKREVET value "N".
      01 IB-INDEX                 pic 9(5) value 0.
      01 IB-INDEX-2               pic 9(5) value 0.
      01 IB-FUND-FLAG             pic x value "N".
           88 IB-FUNDET           value "J".
           88 IB-IKKE-FUNDET      value "N".
      01 IB-AKTUEL-KUNDE-ID       pic x(10) value spaces.
     *> --- Faste zonede beloebsfelter til indberetningen ---
      01 IB-INDBETALT-FAST        pic 9(11)v99 value 0.
      01 IB-UDBETALT-FAST         pic 9(11)v99 value 0.
      01 IB-SKAT-FAST             pic 9(11)v99 value 0.
      01 IB-TIDLIG-FAST           pic 9(11)v99 value 0.
      01 IB-AFGIFT-FAST           pic 9(11)v99 value 0.
      01 Indberetning-Totaler.
           02 IBK-INDBETALT-DKK    pic s9(13)v99 COMP-3 value 0.
           02 IBK-UDBETALT-DKK     pic s9(13)v99 COMP-3 value 0.
           02 IBK-SKAT-DKK         pic s9(13)v99 COMP-3 value 0.
           02 IBK-TIDLIG-DKK       pic s9(13)v99 COMP-3 value 0.
           02 IBK-AFGIFT-DKK       pic s9(13)v99 COMP-3 value 0.
           02 IBT-INDBETALT-DKK    pic s9(13)v99 COMP-3 value 0.
           02 IBT-UDBETALT-DKK     pic s9(13)v99 COMP-3 value 0.
           02 IBT-SKAT-DKK         pic s9(13)v99 COMP-3 value 0.
           02 IBT-TIDLIG-DKK       pic s9(13)v99 COMP-3 value 0.
           02 IBT-AFGIFT-DKK       pic s9(13)v99 COMP-3 value 0.
      01 IB-ANTAL-DTL             pic 9(7) value 0.
      01 IB-ANTAL-KUNDER          pic 9(7) value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-GENERERET    pic 9(7) value 0.
      01 ANTAL-TRANS-AFVIST       pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 ANTAL-PENSIONS-POSTERINGER pic 9(7) value 0.
      01 ANTAL-OVERSKUD-FLYTTET   pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
      Program-Execute.
           move function CURRENT-DATE to DAGS-DATO-RAA
           move DAGS-DATO-RAA (1:8) to DAGS-DATO
           move DAGS-AAR to INDBERETNINGS-AAR
           move spaces to DAGS-DATO-TEKST
           string
               DAGS-DATO-RAA (1:4)  delimited by size
               "-"                  delimited by size
               DAGS-DATO-RAA (5:2)  delimited by size
               "-"                  delimited by size
               DAGS-DATO-RAA (7:2)  delimited by size
                  into DAGS-DATO-TEKST
           end-string
           perform indlæs-parametre
           perform indlæs-pensions-produkter
           if PP-ANTAL = 0
               display "Pensionskontrol: ingen pensionsprodukter i "
                   "text-files/PensionsProdukter.txt - intet at goere"
               stop run
           end-if
           perform indlæs-konto-master
           perform indlæs-pensions-konti
           perform indlæs-foedselsdatoer
           perform indlæs-pensions-posteringer
           perform indlæs-disponibel-saldo
           open output Undtagelse-Out
           open extend Afvist-Out
           if AFVIST-STATUS = "35"
               open output Afvist-Out
           end-if
           open extend Postering-Out
           if POSTERING-STATUS = "35"
               open output Postering-Out
           end-if
           perform kontroller-transaktioner
           perform afstem-modposteringer
           close Postering-Out
           close Afvist-Out
           close Undtagelse-Out
           perform skriv-transaktioner-tilbage
           perform skriv-disponibel-saldo
           perform skriv-kaede-kontrol
           perform skriv-skat-indberetning
           display "Pensionskontrol: " ANTAL-PENSIONS-POSTERINGER
               " pensionspostering(er) godkendt, "
               ANTAL-TRANS-AFVIST " postering(er) afvist, "
               ANTAL-OVERSKUD-FLYTTET " overskud flyttet, "
               ANTAL-TRANS-GENERERET " postering(er) genereret, "
               IB-ANTAL-KUNDER " kunde(r) i indberetningen for "
               INDBERETNINGS-AAR
           if ANTAL-TABEL-FULD > 0
               display "Pensionskontrol: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-INDBERETNINGS-AAR is numeric
                       and PARM-INDBERETNINGS-AAR > 0
                       move PARM-INDBERETNINGS-AAR
                           to INDBERETNINGS-AAR
                   end-if
           end-read
           close Parameter-In
           exit.

     *> --- Et produkt uden gyldig overskudshandling afviser ---
      indlæs-pensions-produkter.
           move 0 to PP-ANTAL
           move "N" to EOF-check-produkt
           open input Pensions-Produkt-In
           perform until end-of-file-produkt
               read Pensions-Produkt-In
                   at end move "Y" to EOF-check-produkt
                   not at end
                       if PP-PRODUKT-KODE-IN not = spaces
                           and PP-AARLIGT-LOFT-IN is numeric
                           and PP-PENSIONS-ALDER-IN is numeric
                           and PP-SKAT-PCT-IN is numeric
                           and PP-AFGIFT-PCT-IN is numeric
                           and PP-ANTAL < 200
                           add 1 to PP-ANTAL
                           move PP-PRODUKT-KODE-IN
                               to PP-PRODUKT-KODE (PP-ANTAL)
                           move PP-PENSIONS-TYPE-IN
                               to PP-PENSIONS-TYPE (PP-ANTAL)
                           move PP-AARLIGT-LOFT-IN
                               to PP-AARLIGT-LOFT (PP-ANTAL)
                           move PP-PENSIONS-ALDER-IN
                               to PP-PENSIONS-ALDER (PP-ANTAL)
                           move PP-SKAT-PCT-IN to PP-SKAT-PCT (PP-ANTAL)
                           move PP-AFGIFT-PCT-IN
                               to PP-AFGIFT-PCT (PP-ANTAL)
                           move PP-OVERSKUD-IN
                               to PP-OVERSKUD-HANDLING (PP-ANTAL)
                           if not PP-OVERSKUD-FLYTTES (PP-ANTAL)
                               set PP-OVERSKUD-AFVISES (PP-ANTAL)
                                   to TRUE
                           end-if
                       end-if
               end-read
           end-perform
           close Pensions-Produkt-In
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

     *> --- Konti i KontoProdukter.txt med en pensionsproduktkode, ---
     *> --- med ejeren fra KontoMaster.txt ---
      indlæs-pensions-konti.
           move 0 to PK-ANTAL
           move "N" to EOF-check-konto-produkt
           open input Konto-Produkt-In
           perform until end-of-file-konto-produkt
               read Konto-Produkt-In
                   at end move "Y" to EOF-check-konto-produkt
                   not at end
                       perform varying PP-INDEX from 1 by 1
                           until PP-INDEX > PP-ANTAL
                           if PP-PRODUKT-KODE (PP-INDEX)
                                   = KP-PRODUKT-KODE-IN
                               perform gem-pensions-konto
                           end-if
                       end-perform
               end-read
           end-perform
           close Konto-Produkt-In
           exit.

      gem-pensions-konto.
           if PK-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to PK-ANTAL
           move KP-KONTO-ID-IN to PK-KONTO-ID (PK-ANTAL)
           move PP-INDEX to PK-PP-INDEX (PK-ANTAL)
           move spaces to PK-KUNDE-ID (PK-ANTAL)
           move spaces to PK-FOEDSELSDATO (PK-ANTAL)
           perform varying KMT-INDEX from 1 by 1
               until KMT-INDEX > KMT-ANTAL
               or PK-KUNDE-ID (PK-ANTAL) not = spaces
               if KMT-KONTO-ID (KMT-INDEX) = KP-KONTO-ID-IN
                   move KMT-KUNDE-ID (KMT-INDEX)
                       to PK-KUNDE-ID (PK-ANTAL)
               end-if
           end-perform
           exit.

      indlæs-foedselsdatoer.
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       perform varying PK-INDEX from 1 by 1
                           until PK-INDEX > PK-ANTAL
                           if PK-KUNDE-ID (PK-INDEX)
                                   = Kunde-Id of Kunde-Information
                               move Foedselsdato of Kunde-Information
                                   to PK-FOEDSELSDATO (PK-INDEX)
                           end-if
                       end-perform
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      indlæs-pensions-posteringer.
           move 0 to PT-ANTAL
           move "N" to EOF-check-postering
           open input Postering-In
           perform until end-of-file-postering
               read Postering-In
                   at end move "Y" to EOF-check-postering
                   not at end
                       if PL-AAR-IN is numeric
                           and PL-AAR-IN not < INDBERETNINGS-AAR
                           if PT-ANTAL < 50000
                               add 1 to PT-ANTAL
                               move Postering-Linje
                                   to PT-POST (PT-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Postering-In
           exit.

     *> --- Foerste gennemgang: Transaktioner.txt til mellemfilen, ---
     *> --- pensionsposteringerne kontrolleret undervejs ---
      kontroller-transaktioner.
           move 0 to ANTAL-TRANS-BESTAAENDE
           move 0 to MP-ANTAL
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
                           move Transaktion-Information
                               to Aktuel-Transaktion
                           perform kontroller-en-transaktion
                       end-if
               end-read
           end-perform
           close Transaktion-Work-Out
           close Transaktion-Data-In
           exit.

      kontroller-en-transaktion.
           set PK-IKKE-FUNDET to TRUE
           perform varying PK-INDEX from 1 by 1
               until PK-FUNDET or PK-INDEX > PK-ANTAL
               if PK-KONTO-ID (PK-INDEX)
                       = KONTO-ID of Aktuel-Transaktion
                   set PK-FUNDET to TRUE
               end-if
           end-perform
           if PK-IKKE-FUNDET
               or function TEST-NUMVAL(BELOB of Aktuel-Transaktion)
                   not = 0
               write Transaktion-Work-Linje from Aktuel-Transaktion
               exit paragraph
           end-if
           subtract 1 from PK-INDEX
           move PK-PP-INDEX (PK-INDEX) to PP-INDEX
           move function TRIM(TRANSAKTIONS-TYPE of Aktuel-Transaktion)
               to AKTUEL-TYPE
           move function NUMVAL(BELOB of Aktuel-Transaktion)
               to AKTUEL-BELOB-DKK
           if DATO of Aktuel-Transaktion (1:4) is numeric
               move DATO of Aktuel-Transaktion (1:4) to AKTUEL-AAR
           else
               move DAGS-AAR to AKTUEL-AAR
           end-if
           perform byg-noegle
           set PT-IKKE-FUNDET to TRUE
           perform varying PT-INDEX from 1 by 1
               until PT-FUNDET or PT-INDEX > PT-ANTAL
               if PT-NOEGLE (PT-INDEX) = AKTUEL-NOEGLE
                   set PT-FUNDET to TRUE
               end-if
           end-perform
           if PT-FUNDET
               write Transaktion-Work-Linje from Aktuel-Transaktion
               exit paragraph
           end-if
           evaluate true
               when (AKTUEL-TYPE = "INDBETALING"
                       or AKTUEL-TYPE = "OVERFOERSEL IND")
                   and AKTUEL-BELOB-DKK > 0
                   perform kontroller-indbetaling
               when (AKTUEL-TYPE = "UDBETALING"
                       or AKTUEL-TYPE = "OVERFOERSEL UD")
                   and AKTUEL-BELOB-DKK < 0
                   perform kontroller-udbetaling
               when other
                   write Transaktion-Work-Linje from Aktuel-Transaktion
           end-evaluate
           exit.

     *> --- Noeglen, en pensionspostering genkendes paa ved en ---
     *> --- gentaget koersel - posteringen, som den blev skrevet ---
      byg-noegle.
           move spaces to AKTUEL-NOEGLE
           string
               KONTO-ID of Aktuel-Transaktion         delimited by size
               DATO of Aktuel-Transaktion             delimited by size
               BELOB of Aktuel-Transaktion            delimited by size
               TRANSAKTIONS-TYPE of Aktuel-Transaktion delimited by size
               BUTIK of Aktuel-Transaktion            delimited by size
                  into AKTUEL-NOEGLE
           end-string
           exit.

      kontroller-indbetaling.
           if PP-AARLIGT-LOFT (PP-INDEX) = 0
               perform godkend-indbetaling
               exit paragraph
           end-if
           move 0 to AARETS-INDBETALT-DKK
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               if PT-KONTO-ID (PT-INDEX)
                       = KONTO-ID of Aktuel-Transaktion
                   and PT-AAR (PT-INDEX) = AKTUEL-AAR
                   and PT-ART (PT-INDEX) = "I"
                   add PT-BRUTTO (PT-INDEX) to AARETS-INDBETALT-DKK
               end-if
           end-perform
           compute LOFT-REST-DKK =
               PP-AARLIGT-LOFT (PP-INDEX) - AARETS-INDBETALT-DKK
           if LOFT-REST-DKK < 0
               move 0 to LOFT-REST-DKK
           end-if
           if AKTUEL-BELOB-DKK not > LOFT-REST-DKK
               perform godkend-indbetaling
               exit paragraph
           end-if
           compute OVERSKUD-DKK = AKTUEL-BELOB-DKK - LOFT-REST-DKK
           if PP-OVERSKUD-FLYTTES (PP-INDEX)
               perform find-fri-konto
               if FRI-KONTO-ID not = spaces
                   perform flyt-overskud
                   exit paragraph
               end-if
               move "PENSION-LOFT-OVERSKREDET-INGEN-FRIKONTO"
                   to AFVIS-BETINGELSE
           else
               move "PENSION-LOFT-OVERSKREDET" to AFVIS-BETINGELSE
           end-if
           perform afvis-postering
           if AKTUEL-TYPE = "OVERFOERSEL IND"
               move "OVERFOERSEL UD" to MODPOST-TYPE
               compute BRUTTO-DKK = AKTUEL-BELOB-DKK * -1
               move "F" to NY-ART
               perform registrer-modpost
           end-if
           exit.

      godkend-indbetaling.
           write Transaktion-Work-Linje from Aktuel-Transaktion
           move "I" to NY-ART
           move AKTUEL-BELOB-DKK to NY-BRUTTO-DKK
           move 0 to NY-SKAT-DKK
           perform noter-pensions-postering
           exit.

     *> --- Det, loftet kan rumme, bliver paa pensionskontoen; ---
     *> --- overskuddet flyttes til den frie konto med samme type ---
      flyt-overskud.
           if LOFT-REST-DKK > 0
               move LOFT-REST-DKK to BELOB-EDIT
               move function TRIM(BELOB-EDIT)
                   to BELOB of Aktuel-Transaktion
               perform byg-noegle
               move LOFT-REST-DKK to AKTUEL-BELOB-DKK
               perform godkend-indbetaling
               add 1 to ANTAL-TRANS-GENERERET
           end-if
           move FRI-KONTO-ID to KONTO-ID of Aktuel-Transaktion
           move FRI-REG-NR to REG-NR of Aktuel-Transaktion
           move OVERSKUD-DKK to BELOB-EDIT
           move function TRIM(BELOB-EDIT)
               to BELOB of Aktuel-Transaktion
           move "PENS:OVERSKUD" to BUTIK of Aktuel-Transaktion
           write Transaktion-Work-Linje from Aktuel-Transaktion
           move OVERSKUD-DKK to DISPONIBEL-POSTERING
           move FRI-KONTO-ID to DISPONIBEL-OPSLAG-KONTO
           perform ret-disponibel
           compute DISPONIBEL-POSTERING = OVERSKUD-DKK * -1
           move PK-KONTO-ID (PK-INDEX) to DISPONIBEL-OPSLAG-KONTO
           perform ret-disponibel
           move PK-KONTO-ID (PK-INDEX) to KONTO-ID of Aktuel-Transaktion
           move "O" to NY-ART
           move OVERSKUD-DKK to NY-BRUTTO-DKK
           move 0 to NY-SKAT-DKK
           move spaces to AKTUEL-NOEGLE
           perform noter-pensions-postering
           add 1 to ANTAL-OVERSKUD-FLYTTET
           move OVERSKUD-DKK to BELOB-VIS-E
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE=PENSION-OVERSKUD-FLYTTET KONTO="
                                              delimited by size
               PK-KONTO-ID (PK-INDEX)         delimited by size
               " KUNDE-ID="                   delimited by size
               PK-KUNDE-ID (PK-INDEX)         delimited by size
               " TIL-KONTO="                  delimited by size
               FRI-KONTO-ID                   delimited by size
               " BELOB="                      delimited by size
               function TRIM(BELOB-VIS-E)     delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           exit.

     *> --- Kundens foerste konto i KontoMaster.txt, der ikke selv ---
     *> --- er en pensionskonto ---
      find-fri-konto.
           move spaces to FRI-KONTO-ID
           move spaces to FRI-REG-NR
           perform varying KMT-INDEX from 1 by 1
               until KMT-INDEX > KMT-ANTAL or FRI-KONTO-ID not = spaces
               if KMT-KUNDE-ID (KMT-INDEX) = PK-KUNDE-ID (PK-INDEX)
                   and PK-KUNDE-ID (PK-INDEX) not = spaces
                   move KMT-KONTO-ID (KMT-INDEX) to FRI-KONTO-ID
                   perform varying PK-INDEX-2 from 1 by 1
                       until PK-INDEX-2 > PK-ANTAL
                       or FRI-KONTO-ID = spaces
                       if PK-KONTO-ID (PK-INDEX-2) = FRI-KONTO-ID
                           move spaces to FRI-KONTO-ID
                       end-if
                   end-perform
                   if FRI-KONTO-ID not = spaces
                       move KMT-REG-NR (KMT-INDEX) to FRI-REG-NR
                   end-if
               end-if
           end-perform
           exit.

      kontroller-udbetaling.
           move PK-FOEDSELSDATO (PK-INDEX) to FOEDSEL-DATO
           perform beregn-alder
           set UDBETALING-ALMINDELIG to TRUE
           if FOEDSEL-IKKE-FUNDET
               or AKTUEL-ALDER < PP-PENSIONS-ALDER (PP-INDEX)
               if BUTIK of Aktuel-Transaktion (1:11) = "PENS:TIDLIG"
                   set UDBETALING-TIDLIG to TRUE
               else
                   if FOEDSEL-IKKE-FUNDET
                       move "PENSION-FOEDSELSDATO-UKENDT"
                           to AFVIS-BETINGELSE
                   else
                       move "PENSION-ALDER-IKKE-NAAET"
                           to AFVIS-BETINGELSE
                   end-if
                   perform afvis-postering
                   if AKTUEL-TYPE = "OVERFOERSEL UD"
                       move "OVERFOERSEL IND" to MODPOST-TYPE
                       compute BRUTTO-DKK = AKTUEL-BELOB-DKK * -1
                       move "F" to NY-ART
                       perform registrer-modpost
                   end-if
                   exit paragraph
               end-if
           end-if
           compute BRUTTO-DKK = AKTUEL-BELOB-DKK * -1
           if UDBETALING-TIDLIG
               move PP-AFGIFT-PCT (PP-INDEX) to SKAT-PCT
               move "PENS:AFGIFT" to SKAT-MAERKE
           else
               move PP-SKAT-PCT (PP-INDEX) to SKAT-PCT
               move "PENS:SKAT" to SKAT-MAERKE
           end-if
           compute SKAT-DKK rounded = BRUTTO-DKK * SKAT-PCT / 100
           if SKAT-DKK > 0
               compute AKTUEL-BELOB-DKK = (BRUTTO-DKK - SKAT-DKK) * -1
               move AKTUEL-BELOB-DKK to BELOB-EDIT
               move function TRIM(BELOB-EDIT)
                   to BELOB of Aktuel-Transaktion
               perform byg-noegle
           end-if
           write Transaktion-Work-Linje from Aktuel-Transaktion
           move UDBETALING-ART to NY-ART
           move BRUTTO-DKK to NY-BRUTTO-DKK
           move SKAT-DKK to NY-SKAT-DKK
           perform noter-pensions-postering
           if SKAT-DKK > 0
               if AKTUEL-TYPE = "OVERFOERSEL UD"
                   move "OVERFOERSEL IND" to MODPOST-TYPE
                   compute NY-BRUTTO-DKK = AKTUEL-BELOB-DKK * -1
                   move "N" to NY-ART
                   perform registrer-modpost
               end-if
               compute SKAT-DKK = SKAT-DKK * -1
               move SKAT-DKK to BELOB-EDIT
               move function TRIM(BELOB-EDIT)
                   to BELOB of Aktuel-Transaktion
               move "KILDESKAT" to TRANSAKTIONS-TYPE of Aktuel-Transaktion
               move SKAT-MAERKE to BUTIK of Aktuel-Transaktion
               write Transaktion-Work-Linje from Aktuel-Transaktion
               add 1 to ANTAL-TRANS-GENERERET
           end-if
           exit.

     *> --- FOEDSEL-DATO's alder pr. dags dato - FOEDSEL-IKKE- ---
     *> --- FUNDET naar kunden mangler foedselsdato ---
      beregn-alder.
           set FOEDSEL-IKKE-FUNDET to TRUE
           move 0 to AKTUEL-ALDER
           if FOEDSEL-DATO (1:4) is not numeric
               exit paragraph
           end-if
           set FOEDSEL-FUNDET to TRUE
           move FOEDSEL-DATO (1:4) to FOEDSEL-AAR
           move FOEDSEL-DATO (6:5) to FOEDSEL-MD-DAG
           compute AKTUEL-ALDER = DAGS-AAR - FOEDSEL-AAR
           if DAGS-DATO-RAA (5:2) < FOEDSEL-MD-DAG (1:2)
               or (DAGS-DATO-RAA (5:2) = FOEDSEL-MD-DAG (1:2)
                   and DAGS-DATO-RAA (7:2) < FOEDSEL-MD-DAG (4:2))
               subtract 1 from AKTUEL-ALDER
           end-if
           exit.

     *> --- Tager posteringen ud af Transaktioner.txt og gemmer den ---
     *> --- til returnering ---
      afvis-postering.
           write Afvist-Linje from Aktuel-Transaktion
           add 1 to ANTAL-TRANS-AFVIST
           compute DISPONIBEL-POSTERING = AKTUEL-BELOB-DKK * -1
           move KONTO-ID of Aktuel-Transaktion to DISPONIBEL-OPSLAG-KONTO
           perform ret-disponibel
           move AKTUEL-BELOB-DKK to BELOB-VIS-E
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE="                  delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " KONTO="                      delimited by size
               KONTO-ID of Aktuel-Transaktion delimited by size
               " KUNDE-ID="                   delimited by size
               PK-KUNDE-ID (PK-INDEX)         delimited by size
               " PRODUKT="                    delimited by size
               PP-PRODUKT-KODE (PP-INDEX)     delimited by size
               " TYPE="                       delimited by size
               function TRIM(AKTUEL-TYPE)     delimited by size
               " BELOB="                      delimited by size
               function TRIM(BELOB-VIS-E)     delimited by size
               " DATO="                       delimited by size
               DATO of Aktuel-Transaktion (1:10) delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           exit.

     *> --- Modposteringen til en afvist (NY-ART F) eller ---
     *> --- nettoskrevet (NY-ART N) overfoersel: MODPOST-TYPE er sat ---
     *> --- af kalderen, BRUTTO-DKK er modposteringens beloeb og ---
     *> --- NY-BRUTTO-DKK dens nye beloeb ved nedskrivning ---
      registrer-modpost.
           if MP-ANTAL not < 2000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to MP-ANTAL
           move MODPOST-TYPE to MP-TYPE (MP-ANTAL)
           move KONTO-ID of Aktuel-Transaktion
               to MP-PENSIONS-KONTO (MP-ANTAL)
           move DATO of Aktuel-Transaktion to MP-DATO (MP-ANTAL)
           move BUTIK of Aktuel-Transaktion to MP-BUTIK (MP-ANTAL)
           if NY-ART = "N"
               compute MP-BELOB-DKK (MP-ANTAL) = BRUTTO-DKK
               move NY-BRUTTO-DKK to MP-NETTO-DKK (MP-ANTAL)
           else
               move BRUTTO-DKK to MP-BELOB-DKK (MP-ANTAL)
               move 0 to MP-NETTO-DKK (MP-ANTAL)
           end-if
           move NY-ART to MP-HANDLING (MP-ANTAL)
           set MP-IKKE-MATCHET (MP-ANTAL) to TRUE
           exit.

      noter-pensions-postering.
           move spaces to Postering-Ud-Linje
           move KONTO-ID of Aktuel-Transaktion to PL-KONTO-ID-OUT
           move PK-KUNDE-ID (PK-INDEX) to PL-KUNDE-ID-OUT
           move PP-PRODUKT-KODE (PP-INDEX) to PL-PRODUKT-KODE-OUT
           move AKTUEL-AAR to PL-AAR-OUT
           move NY-ART to PL-ART-OUT
           move NY-BRUTTO-DKK to PL-BRUTTO-OUT
           move NY-SKAT-DKK to PL-SKAT-OUT
           move AKTUEL-NOEGLE to PL-NOEGLE-OUT
           write Postering-Ud-Linje
           if NY-ART not = "O"
               add 1 to ANTAL-PENSIONS-POSTERINGER
           end-if
           if PT-ANTAL < 50000
               add 1 to PT-ANTAL
               move Postering-Ud-Linje to PT-POST (PT-ANTAL)
           else
               add 1 to ANTAL-TABEL-FULD
           end-if
           exit.

     *> --- Anden gennemgang: modposteringerne til afviste eller ---
     *> --- nettoskrevne overfoersler tages ud eller nedskrives ---
      afstem-modposteringer.
           move "N" to EOF-check-work
           open input Transaktion-Work-Out
           open output Transaktion-Work-2-Out
           perform until end-of-file-work
               read Transaktion-Work-Out
                   at end move "Y" to EOF-check-work
                   not at end
                       move Transaktion-Work-Linje
                           to Aktuel-Transaktion
                       perform afstem-en-transaktion
               end-read
           end-perform
           close Transaktion-Work-2-Out
           close Transaktion-Work-Out
           exit.

      afstem-en-transaktion.
           set MP-IKKE-FUNDET to TRUE
           if MP-ANTAL > 0
               and function TEST-NUMVAL(BELOB of Aktuel-Transaktion) = 0
               move function NUMVAL(BELOB of Aktuel-Transaktion)
                   to AKTUEL-BELOB-DKK
               perform varying MP-INDEX from 1 by 1
                   until MP-FUNDET or MP-INDEX > MP-ANTAL
                   if MP-IKKE-MATCHET (MP-INDEX)
                       and function TRIM(TRANSAKTIONS-TYPE
                           of Aktuel-Transaktion) = MP-TYPE (MP-INDEX)
                       and KONTO-ID of Aktuel-Transaktion
                           not = MP-PENSIONS-KONTO (MP-INDEX)
                       and DATO of Aktuel-Transaktion = MP-DATO (MP-INDEX)
                       and BUTIK of Aktuel-Transaktion
                           = MP-BUTIK (MP-INDEX)
                       and AKTUEL-BELOB-DKK = MP-BELOB-DKK (MP-INDEX)
                       set MP-FUNDET to TRUE
                   end-if
               end-perform
           end-if
           if MP-IKKE-FUNDET
               write Transaktion-Work-2-Linje from Aktuel-Transaktion
               exit paragraph
           end-if
           subtract 1 from MP-INDEX
           set MP-MATCHET (MP-INDEX) to TRUE
           move spaces to Undtagelse-Linje
           move 1 to pos
           move KONTO-ID of Aktuel-Transaktion to DISPONIBEL-OPSLAG-KONTO
           if MP-FJERNES (MP-INDEX)
               write Afvist-Linje from Aktuel-Transaktion
               add 1 to ANTAL-TRANS-AFVIST
               compute DISPONIBEL-POSTERING = AKTUEL-BELOB-DKK * -1
               perform ret-disponibel
               string
                   "BETINGELSE=PENSION-MODPOSTERING-FJERNET KONTO="
                                              delimited by size
                   KONTO-ID of Aktuel-Transaktion delimited by size
                   " PENSIONSKONTO="          delimited by size
                   MP-PENSIONS-KONTO (MP-INDEX) delimited by size
                      into Undtagelse-Linje
                      with pointer pos
               end-string
           else
               compute DISPONIBEL-POSTERING =
                   MP-NETTO-DKK (MP-INDEX) - AKTUEL-BELOB-DKK
               perform ret-disponibel
               move MP-NETTO-DKK (MP-INDEX) to BELOB-EDIT
               move function TRIM(BELOB-EDIT)
                   to BELOB of Aktuel-Transaktion
               write Transaktion-Work-2-Linje from Aktuel-Transaktion
               string
                   "BETINGELSE=PENSION-MODPOSTERING-NETTO KONTO="
                                              delimited by size
                   KONTO-ID of Aktuel-Transaktion delimited by size
                   " PENSIONSKONTO="          delimited by size
                   MP-PENSIONS-KONTO (MP-INDEX) delimited by size
                   " BELOB="                  delimited by size
                   function TRIM(BELOB-EDIT)  delimited by size
                      into Undtagelse-Linje
                      with pointer pos
               end-string
           end-if
           write Undtagelse-Linje
           exit.

     *> --- Skriver mellemfilen tilbage til Transaktioner.txt med ny ---
     *> --- HDR/TRL - samme moenster som cashPool ---
      skriv-transaktioner-tilbage.
           compute ANTAL-TRANS-I-ALT =
               ANTAL-TRANS-BESTAAENDE + ANTAL-TRANS-GENERERET
               - ANTAL-TRANS-AFVIST
           move "N" to EOF-check-work
           open input Transaktion-Work-2-Out
           open output Transaktion-Data-In
           move spaces to Trans-Hdr-Trl-Linje
           move "HDR" to THT-TAG of Trans-Hdr-Trl-Linje
           move ANTAL-TRANS-I-ALT to THT-ANTAL of Trans-Hdr-Trl-Linje
           write Transaktion-Information from Trans-Hdr-Trl-Linje
           perform until end-of-file-work
               read Transaktion-Work-2-Out
                   at end move "Y" to EOF-check-work
                   not at end
                       write Transaktion-Information
                           from Transaktion-Work-2-Linje
               end-read
           end-perform
           move spaces to Trans-Hdr-Trl-Linje
           move "TRL" to THT-TAG of Trans-Hdr-Trl-Linje
           move ANTAL-TRANS-I-ALT to THT-ANTAL of Trans-Hdr-Trl-Linje
           write Transaktion-Information from Trans-Hdr-Trl-Linje
           close Transaktion-Work-2-Out
           close Transaktion-Data-In
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
               "PENSION"              delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-GENERERET  delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-AFVIST     delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-I-ALT      delimited by size
                  into Kaede-Kontrol-Linje
                  with pointer pos
           end-string
           write Kaede-Kontrol-Linje
           close Kaede-Kontrol-Out
           exit.

     *> --- Pensionsindberetningen til Skat: een DTL-linje pr. ---
     *> --- pensionskonto med aarets indbetalinger, udbetalinger ---
     *> --- med indeholdt skat og tidlige udbetalinger med afgift, ---
     *> --- een KTO-linje pr. kunde og en TRL-linje med antal og ---
     *> --- kontroltotaler - samme form som SkatRenteUdtraek.txt ---
      skriv-skat-indberetning.
           move 0 to IB-ANTAL
           perform varying PT-INDEX from 1 by 1
               until PT-INDEX > PT-ANTAL
               if PT-AAR (PT-INDEX) = INDBERETNINGS-AAR
                   and PT-ART (PT-INDEX) not = "O"
                   perform opdater-indberetning
               end-if
           end-perform
           open output Indberetning-Out
           move 0 to IB-ANTAL-DTL
           move 0 to IB-ANTAL-KUNDER
           move 0 to IBT-INDBETALT-DKK
           move 0 to IBT-UDBETALT-DKK
           move 0 to IBT-SKAT-DKK
           move 0 to IBT-TIDLIG-DKK
           move 0 to IBT-AFGIFT-DKK
           perform varying IB-INDEX from 1 by 1
               until IB-INDEX > IB-ANTAL
               if IB-IKKE-SKREVET (IB-INDEX)
                   move IB-KUNDE-ID (IB-INDEX) to IB-AKTUEL-KUNDE-ID
                   perform skriv-indberetning-for-kunde
               end-if
           end-perform
           move IBT-INDBETALT-DKK to IB-INDBETALT-FAST
           move IBT-UDBETALT-DKK to IB-UDBETALT-FAST
           move IBT-SKAT-DKK to IB-SKAT-FAST
           move IBT-TIDLIG-DKK to IB-TIDLIG-FAST
           move IBT-AFGIFT-DKK to IB-AFGIFT-FAST
           move spaces to Indberetning-Linje
           move 1 to pos
           string
               "TRL"                  delimited by size
               IB-ANTAL-DTL           delimited by size
               IB-INDBETALT-FAST      delimited by size
               IB-UDBETALT-FAST       delimited by size
               IB-SKAT-FAST           delimited by size
               IB-TIDLIG-FAST         delimited by size
               IB-AFGIFT-FAST         delimited by size
                  into Indberetning-Linje
                  with pointer pos
           end-string
           write Indberetning-Linje
           close Indberetning-Out
           exit.

      opdater-indberetning.
           set IB-IKKE-FUNDET to TRUE
           perform varying IB-INDEX from 1 by 1
               until IB-FUNDET or IB-INDEX > IB-ANTAL
               if IB-KONTO-ID (IB-INDEX) = PT-KONTO-ID (PT-INDEX)
                   set IB-FUNDET to TRUE
               end-if
           end-perform
           if IB-FUNDET
               subtract 1 from IB-INDEX
           else
               if IB-ANTAL not < 20000
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to IB-ANTAL
               move IB-ANTAL to IB-INDEX
               move PT-KUNDE-ID (PT-INDEX) to IB-KUNDE-ID (IB-INDEX)
               move PT-KONTO-ID (PT-INDEX) to IB-KONTO-ID (IB-INDEX)
               move PT-PRODUKT-KODE (PT-INDEX)
                   to IB-PRODUKT-KODE (IB-INDEX)
               move space to IB-PENSIONS-TYPE (IB-INDEX)
               perform varying PP-INDEX from 1 by 1
                   until PP-INDEX > PP-ANTAL
                   if PP-PRODUKT-KODE (PP-INDEX)
                           = PT-PRODUKT-KODE (PT-INDEX)
                       move PP-PENSIONS-TYPE (PP-INDEX)
                           to IB-PENSIONS-TYPE (IB-INDEX)
                   end-if
               end-perform
               move 0 to IB-INDBETALT-DKK (IB-INDEX)
               move 0 to IB-UDBETALT-DKK (IB-INDEX)
               move 0 to IB-SKAT-DKK (IB-INDEX)
               move 0 to IB-TIDLIG-DKK (IB-INDEX)
               move 0 to IB-AFGIFT-DKK (IB-INDEX)
               set IB-IKKE-SKREVET (IB-INDEX) to TRUE
           end-if
           evaluate PT-ART (PT-INDEX)
               when "I"
                   add PT-BRUTTO (PT-INDEX)
                       to IB-INDBETALT-DKK (IB-INDEX)
               when "U"
                   add PT-BRUTTO (PT-INDEX)
                       to IB-UDBETALT-DKK (IB-INDEX)
                   add PT-SKAT (PT-INDEX) to IB-SKAT-DKK (IB-INDEX)
               when "T"
                   add PT-BRUTTO (PT-INDEX) to IB-TIDLIG-DKK (IB-INDEX)
                   add PT-SKAT (PT-INDEX) to IB-AFGIFT-DKK (IB-INDEX)
           end-evaluate
           exit.

      skriv-indberetning-for-kunde.
           add 1 to IB-ANTAL-KUNDER
           move 0 to IBK-INDBETALT-DKK
           move 0 to IBK-UDBETALT-DKK
           move 0 to IBK-SKAT-DKK
           move 0 to IBK-TIDLIG-DKK
           move 0 to IBK-AFGIFT-DKK
           perform varying IB-INDEX-2 from 1 by 1
               until IB-INDEX-2 > IB-ANTAL
               if IB-KUNDE-ID (IB-INDEX-2) = IB-AKTUEL-KUNDE-ID
                   set IB-ER-SKREVET (IB-INDEX-2) to TRUE
                   add 1 to IB-ANTAL-DTL
                   add IB-INDBETALT-DKK (IB-INDEX-2) to IBK-INDBETALT-DKK
                   add IB-UDBETALT-DKK (IB-INDEX-2) to IBK-UDBETALT-DKK
                   add IB-SKAT-DKK (IB-INDEX-2) to IBK-SKAT-DKK
                   add IB-TIDLIG-DKK (IB-INDEX-2) to IBK-TIDLIG-DKK
                   add IB-AFGIFT-DKK (IB-INDEX-2) to IBK-AFGIFT-DKK
                   move IB-INDBETALT-DKK (IB-INDEX-2) to IB-INDBETALT-FAST
                   move IB-UDBETALT-DKK (IB-INDEX-2) to IB-UDBETALT-FAST
                   move IB-SKAT-DKK (IB-INDEX-2) to IB-SKAT-FAST
                   move IB-TIDLIG-DKK (IB-INDEX-2) to IB-TIDLIG-FAST
                   move IB-AFGIFT-DKK (IB-INDEX-2) to IB-AFGIFT-FAST
                   move spaces to Indberetning-Linje
                   move 1 to pos
                   string
                       "DTL"                        delimited by size
                       IB-KUNDE-ID (IB-INDEX-2)     delimited by size
                       IB-KONTO-ID (IB-INDEX-2)     delimited by size
                       IB-PRODUKT-KODE (IB-INDEX-2) delimited by size
                       IB-PENSIONS-TYPE (IB-INDEX-2) delimited by size
                       INDBERETNINGS-AAR            delimited by size
                       IB-INDBETALT-FAST            delimited by size
                       IB-UDBETALT-FAST             delimited by size
                       IB-SKAT-FAST                 delimited by size
                       IB-TIDLIG-FAST               delimited by size
                       IB-AFGIFT-FAST               delimited by size
                          into Indberetning-Linje
                          with pointer pos
                   end-string
                   write Indberetning-Linje
               end-if
           end-perform
           add IBK-INDBETALT-DKK to IBT-INDBETALT-DKK
           add IBK-UDBETALT-DKK to IBT-UDBETALT-DKK
           add IBK-SKAT-DKK to IBT-SKAT-DKK
           add IBK-TIDLIG-DKK to IBT-TIDLIG-DKK
           add IBK-AFGIFT-DKK to IBT-AFGIFT-DKK
           move IBK-INDBETALT-DKK to IB-INDBETALT-FAST
           move IBK-UDBETALT-DKK to IB-UDBETALT-FAST
           move IBK-SKAT-DKK to IB-SKAT-FAST
           move IBK-TIDLIG-DKK to IB-TIDLIG-FAST
           move IBK-AFGIFT-DKK to IB-AFGIFT-FAST
           move spaces to Indberetning-Linje
           move 1 to pos
           string
               "KTO"                  delimited by size
               IB-AKTUEL-KUNDE-ID     delimited by size
               IB-INDBETALT-FAST      delimited by size
               IB-UDBETALT-FAST       delimited by size
               IB-SKAT-FAST           delimited by size
               IB-TIDLIG-FAST         delimited by size
               IB-AFGIFT-FAST         delimited by size
                  into Indberetning-Linje
                  with pointer pos
           end-string
           write Indberetning-Linje
           exit.

     *> --- Retter den disponible position for en postering, der ---
     *> --- er taget ud, nedskrevet eller flyttet her: ---
     *> --- DISPONIBEL-POSTERING er aendringen af ---
     *> --- DISPONIBEL-OPSLAG-KONTO's saldo. En fremtidigt dateret ---
     *> --- postering er ikke talt med af disponibelSaldo endnu og ---
     *> --- springes over ---
      ret-disponibel.
           if DATO of Aktuel-Transaktion (1:10) > DAGS-DATO-TEKST
               exit paragraph
           end-if
           perform bogfoer-disponibel
           exit.

     *> --- Indlaeser den disponible position fra disponibelSaldo ---
     *> --- (Opgave61) - se DisponibelTabel.cpy ---
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
           end-if
           exit.

     *> --- Aendringen laegges til dagens bevaegelse, saa naeste ---
     *> --- trin ser den rettede position ---
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
           move "pensionsKontrol" to KAP-PROGRAM
           move "PENSIONS-PRODUKT-TABEL" to KAP-TABEL
           move PP-ANTAL to KAP-ANTAL
           move 200 to KAP-MAX
           write Kapacitet-Linje
           move "PENSIONS-KONTO-TABEL" to KAP-TABEL
           move PK-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-MASTER-TABEL" to KAP-TABEL
           move KMT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "POSTERING-TABEL" to KAP-TABEL
           move PT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "MODPOST-TABEL" to KAP-TABEL
           move MP-ANTAL to KAP-ANTAL
           move 2000 to KAP-MAX
           write Kapacitet-Linje
           move "INDBERETNING-TABEL" to KAP-TABEL
           move IB-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
