      identification division.
      program-id. kundeOverblik.

     *> --- Kundeoverblik til call-centret: spoergsmaal som "hvad er
     *>     min saldo, og hvorfor blev jeg opkraevet" blev hidtil
     *>     besvaret ved at bestille et genoptryk eller bede driften
     *>     koere transSoegning (Opgave43). Programmet er et
     *>     interaktivt opslag med skaermbilleder og koeres af
     *>     medarbejderen selv - det er ikke en del af natkoerslen.
     *>     Der soeges paa Kunde-Id, Konto-ID eller en del af navnet
     *>     (flere navne-hits vises som en liste at vaelge fra), og
     *>     samme sted vises:
     *>       - kundens stamdata fra Kundeoplysninger.txt (KUNDER.cpy)
     *>         med KYC-risiko, skyldnerregister, tilgaengelighed og
     *>         doedsbo-markering (DoedsboRegister.txt)
     *>       - kundens konti - egne i KontoMaster.txt og relationer i
     *>         KontoRelationer.txt - med status (KontoStatus.txt),
     *>         produkt (KontoProdukter.txt), aktuel saldo
     *>         (DisponibelSaldo.txt), udlaeg (UdlaegRegister.txt),
     *>         aabne tvister (TvistRegister.txt, status O og K),
     *>         BS-aftaler (BSAftaler.txt) og leveringskanal (e-
     *>         udskrift i KontoStatus.txt og seneste udskrift i
     *>         StatementRegister.txt)
     *>       - pr. konto de seneste 20 transaktioner fra det
     *>         indekserede lager TransIndeks.dat (Opgave29) med
     *>         START/READ NEXT - kan lageret ikke aabnes, laeses
     *>         Transaktioner.txt i stedet, som i opgave10's genoptryk
     *>     Alle filer aabnes INPUT - programmet aendrer intet. Hvert
     *>     opslag (soegning, kundebillede, kontobillede og
     *>     transaktionsliste) logges med medarbejderens bruger-id i
     *>     text-files/KundeOpslagLog.txt til databeskyttelses-
     *>     raadgiveren. Bruger-id'et er login'et (LOGNAME, ellers
     *>     USER) - det vises paa skaermen, men kan ikke rettes, og
     *>     uden et login startes programmet ikke. Loggen kaedes som de oevrige audit-filer
     *>     (AuditKaede.cpy) og kontrolleres hver nat af
     *>     auditKaedeKontrol (Opgave97) ---

      environment division.
      input-output section.
      file-control.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Relation-In
               assign to "text-files/KontoRelationer.txt"
               organization is line sequential.
           select optional Konto-Status-In
               assign to "text-files/KontoStatus.txt"
               organization is line sequential.
           select optional Konto-Produkt-In
               assign to "text-files/KontoProdukter.txt"
               organization is line sequential.
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select optional Udlaeg-Register-In
               assign to "text-files/UdlaegRegister.txt"
               organization is line sequential.
           select optional Tvist-Register-In
               assign to "text-files/TvistRegister.txt"
               organization is line sequential.
           select optional BS-Aftaler-In
               assign to "text-files/BSAftaler.txt"
               organization is line sequential.
           select optional Doedsbo-Register-In
               assign to "text-files/DoedsboRegister.txt"
               organization is line sequential.
           select optional Statement-Register-In
               assign to "text-files/StatementRegister.txt"
               organization is line sequential.
     *> --- Det indekserede transaktionslager - se Opgave29 ---
           select Trans-Indeks-In
               assign to "text-files/TransIndeks.dat"
               organization is indexed
               access mode is dynamic
               record key is TI-NOEGLE
               file status is TRANS-INDEKS-STATUS.
           select optional Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Audit-Out
               assign to "text-files/KundeOpslagLog.txt"
               organization is line sequential
               file status is AUDIT-STATUS.
           select optional Audit-Kaede-In
               assign to "text-files/KundeOpslagLog.txt"
               organization is line sequential.

      data division.
      file section.
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 KM-REG-NR-IN         pic x(6).
           02 KM-KUNDE-ID-IN       pic x(10).
           02 KM-OPRETTET-DATO-IN  pic x(10).
           02 KM-PRODUKT-KODE-IN   pic x(4).
      fd Relation-In.
      01 Relation-Linje.
           02 REL-KONTO-ID-IN      pic x(14).
           02 REL-KUNDE-ID-IN      pic x(10).
           02 REL-ROLLE-IN         pic x.
           02 REL-GYLDIG-FRA-IN    pic x(10).
           02 REL-GYLDIG-TIL-IN    pic x(10).
           02 REL-EJERANDEL-IN     pic x(3).
      fd Konto-Status-In.
      01 Konto-Status-Linje.
           02 KS-KONTO-ID-IN       pic x(14).
           02 KS-STATUS-KODE-IN    pic x.
           02 KS-LUKKE-DATO-IN     pic x(10).
           02 KS-E-STATEMENT-FLAG-IN pic x.
           02 KS-FREKVENS-PRAEF-IN pic x.
      fd Konto-Produkt-In.
      01 Konto-Produkt-Linje.
           02 KP-KONTO-ID-IN       pic x(14).
           02 KP-PRODUKT-KODE-IN   pic x(4).
           02 KP-PRODUKT-NAVN-IN   pic x(20).
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN       pic x(14).
           02 DP-BOGFOERT-IN       pic x(17).
           02 DP-DAGENS-IN         pic x(17).
           02 DP-RAMME-IN          pic x(17).
           02 DP-RESERVERET-IN     pic x(17).
      fd Udlaeg-Register-In.
      01 Udlaeg-Register-Linje-In.
           02 UR-KONTO-ID-IN       pic x(14).
           02 UR-BELOB-IN          pic 9(13)v99.
           02 UR-SAGS-REF-IN       pic x(12).
      fd Tvist-Register-In.
      01 Tvist-Register-Linje-In.
           02 TR-SAG-ID-IN         pic x(8).
           02 TR-REF-NR-IN         pic 9(7).
           02 TR-KONTO-ID-IN       pic x(14).
           02 TR-STATUS-IN         pic x.
           02 TR-OPRETTET-IN       pic x(10).
           02 TR-OPDATERET-IN      pic x(10).
      fd BS-Aftaler-In.
      01 BS-Aftale-Linje.
           02 BSA-AFTALE-ID        pic x(8).
           02 BSA-KONTO-ID         pic x(14).
           02 BSA-REG-NR           pic x(6).
           02 BSA-KUNDE-ID         pic x(10).
           02 BSA-BELOB            pic x(16).
           02 BSA-VALUTA           pic x(4).
           02 BSA-OPKRAEV-DATO     pic x(10).
           02 BSA-TEKST            pic x(20).
      fd Doedsbo-Register-In.
      01 Doedsbo-Register-Linje.
           02 DB-KUNDE-ID-IN       pic x(10).
           02 DB-DOEDSDATO-IN      pic x(10).
           02 DB-BO-KONTAKT-IN     pic x(40).
     *> --- Pipe-separeret: KONTO-ID|AAR|RUN-ID|KANAL|FILNAVN| ---
     *> --- RELATIONS-KOPIER - se opgave10 ---
      fd Statement-Register-In.
      01 Statement-Register-Linje-In pic x(200).
      fd Trans-Indeks-In.
      01 Trans-Indeks-Record.
           02 TI-NOEGLE.
              03 TI-KONTO-ID       pic x(14).
              03 TI-DATO           pic x(26).
              03 TI-LOEBENR        pic 9(7).
           02 TI-REG-NR            pic x(6).
           02 TI-NAVN              pic x(30).
           02 TI-ADRESSE           pic x(50).
           02 TI-KUNDE-ID          pic x(10).
           02 TI-BELOB             pic x(16).
           02 TI-VALUTA            pic x(4).
           02 TI-TYPE              pic x(20).
           02 TI-BUTIK             pic x(20).
           02 TI-VALOER            pic x(10).
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG              pic x(3).
           02 THT-ANTAL            pic 9(7).
           02 FILLER               pic x(196).
      fd Audit-Out.
      01 Audit-Post.
           02 Audit-Linje          pic x(250) value spaces.
           02 Audit-Hale           pic x(39).
      fd Audit-Kaede-In.
      01 Audit-Kaede-In-Linje      pic x(600).

      working-storage section.
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-relation       pic x value "N".
           88 end-of-file-relation value "Y".
      01 EOF-check-status         pic x value "N".
           88 end-of-file-status  value "Y".
      01 EOF-check-produkt        pic x value "N".
           88 end-of-file-produkt value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 EOF-check-udlaeg         pic x value "N".
           88 end-of-file-udlaeg  value "Y".
      01 EOF-check-tvist          pic x value "N".
           88 end-of-file-tvist   value "Y".
      01 EOF-check-bs             pic x value "N".
           88 end-of-file-bs      value "Y".
      01 EOF-check-doedsbo        pic x value "N".
           88 end-of-file-doedsbo value "Y".
      01 EOF-check-statement      pic x value "N".
           88 end-of-file-statement value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 TRANS-INDEKS-STATUS      pic x(2) value spaces.
      01 AUDIT-STATUS             pic x(2) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 OPSLAG-TIDSSTEMPEL       pic x(15) value spaces.
      01 pos                      pic 9(4) value 1.
     *> --- Dialogens tilstand ---
      01 PROGRAM-FLAG             pic x value "N".
           88 PROGRAM-SLUT        value "J".
      01 KUNDE-DIALOG-FLAG        pic x value "N".
           88 KUNDE-DIALOG-SLUT   value "J".
      01 KONTO-DIALOG-FLAG        pic x value "N".
           88 KONTO-DIALOG-SLUT   value "J".
      01 SKAERM-VALG              pic x(2) value spaces.
      01 VALG-NR                  pic 9(2) value 0.
      01 BESKED                   pic x(78) value spaces.
     *> --- Soegebilledet ---
     *> --- Medarbejderens login - se Program-Execute ---
      01 OPSLAG-BRUGER-ID         pic x(8) value spaces.
      01 Soege-Felter.
           02 SOEG-KUNDE-ID        pic x(10) value spaces.
           02 SOEG-KONTO-ID        pic x(14) value spaces.
           02 SOEG-NAVN            pic x(40) value spaces.
      01 SOEG-NAVN-STORT          pic x(40) value spaces.
      01 SOEG-NAVN-LAENGDE        pic 9(2) value 0.
      01 NAVN-STORT               pic x(40) value spaces.
      01 NAVN-TAELLER             pic 9(2) value 0.
      01 AKTUEL-KUNDE-ID          pic x(10) value spaces.
     *> --- Det faelles visningsbillede: titel, undertitel, 20 ---
     *> --- linjer, prompt og besked ---
      01 SKAERM-TITEL             pic x(78) value spaces.
      01 SKAERM-UNDERTITEL        pic x(78) value spaces.
      01 SKAERM-PROMPT            pic x(66) value spaces.
      01 Skaerm-Linjer.
           02 SL-LINJE OCCURS 20 TIMES pic x(78).
      01 SL-INDEX                 pic 9(2) value 0.
     *> --- Navne-hits ---
      01 MAX-NAVNE-HITS           pic 9(2) value 20.
      01 Navne-Hit-Tabel.
           02 NH-ANTAL             pic 9(2) value 0.
           02 NH-POST OCCURS 20 TIMES.
              03 NH-KUNDE-ID       pic x(10).
              03 NH-NAVN           pic x(40).
              03 NH-POSTNUMMER     pic x(4).
              03 NH-BY             pic x(20).
      01 NH-INDEX                 pic 9(2) value 0.
      01 ANTAL-NAVNE-FUNDET       pic 9(5) value 0.
     *> --- Den viste kunde ---
      01 Kunde-Vis.
           copy "KUNDER.cpy".
      01 KUNDE-FUNDET-FLAG        pic x value "N".
           88 KUNDE-FUNDET        value "J".
      01 Doedsbo-Vis.
           02 DOEDSBO-FLAG         pic x value "N".
              88 KUNDE-ER-DOEDSBO  value "J".
           02 DOEDSBO-DATO         pic x(10) value spaces.
           02 DOEDSBO-KONTAKT      pic x(40) value spaces.
     *> --- Kundens konti - egne og relationer ---
      01 MAX-KUNDE-KONTI          pic 9(2) value 11.
      01 Kunde-Konto-Tabel.
           02 KK-ANTAL             pic 9(2) value 0.
           02 KK-ANTAL-I-ALT       pic 9(5) value 0.
           02 KK-POST OCCURS 11 TIMES.
              03 KK-KONTO-ID       pic x(14).
              03 KK-REG-NR         pic x(6).
              03 KK-ROLLE          pic x(6).
              03 KK-OPRETTET       pic x(10).
              03 KK-PRODUKT-KODE   pic x(4).
              03 KK-PRODUKT-NAVN   pic x(20).
              03 KK-STATUS-KODE    pic x.
              03 KK-LUKKE-DATO     pic x(10).
              03 KK-E-FLAG         pic x.
              03 KK-FREKVENS       pic x.
              03 KK-SALDO-FLAG     pic x.
                 88 KK-MED-SALDO   value "J".
              03 KK-BOGFOERT       pic s9(13)v99 COMP-3.
              03 KK-DAGENS         pic s9(13)v99 COMP-3.
              03 KK-RAMME          pic s9(13)v99 COMP-3.
              03 KK-RESERVERET     pic s9(13)v99 COMP-3.
              03 KK-UDLAEG-BELOB   pic 9(13)v99.
              03 KK-UDLAEG-SAG     pic x(12).
              03 KK-ANTAL-TVISTER  pic 9(2).
              03 KK-ANTAL-BS       pic 9(2).
              03 KK-SIDSTE-AAR     pic x(4).
              03 KK-SIDSTE-KANAL   pic x(12).
      01 KK-INDEX                 pic 9(2) value 0.
      01 KK-FUNDET                pic 9(2) value 0.
      01 AKTUEL-KK                pic 9(2) value 0.
      01 OPSLAG-KONTO-ID          pic x(14) value spaces.
      01 NY-ROLLE                 pic x(6) value spaces.
      01 SR-KONTO-ID              pic x(14) value spaces.
      01 SR-AAR                   pic x(4) value spaces.
      01 SR-RUN-ID                pic x(40) value spaces.
      01 SR-KANAL                 pic x(12) value spaces.
     *> --- Kontobilledets tvister og BS-aftaler ---
      01 MAX-KONTO-DETALJER       pic 9(2) value 4.
      01 Tvist-Vis-Tabel.
           02 TV-ANTAL             pic 9(2) value 0.
           02 TV-POST OCCURS 4 TIMES.
              03 TV-SAG-ID         pic x(8).
              03 TV-STATUS         pic x.
              03 TV-OPRETTET       pic x(10).
              03 TV-OPDATERET      pic x(10).
      01 TV-INDEX                 pic 9(2) value 0.
      01 BS-Vis-Tabel.
           02 BV-ANTAL             pic 9(2) value 0.
           02 BV-POST OCCURS 4 TIMES.
              03 BV-AFTALE-ID      pic x(8).
              03 BV-BELOB          pic x(16).
              03 BV-VALUTA         pic x(4).
              03 BV-DATO           pic x(10).
              03 BV-TEKST          pic x(20).
      01 BV-INDEX                 pic 9(2) value 0.
     *> --- De seneste 20 transaktioner - en ring, der overskrives ---
     *> --- forfra, mens kontoens poster laeses i dato-orden ---
      01 MAX-TRANS-VIST           pic 9(2) value 20.
      01 Trans-Ring.
           02 TX-POST OCCURS 20 TIMES.
              03 TX-DATO           pic x(26).
              03 TX-TYPE           pic x(20).
              03 TX-BELOB          pic x(16).
              03 TX-VALUTA         pic x(4).
              03 TX-BUTIK          pic x(20).
      01 TX-ANTAL-LAEST           pic 9(7) value 0.
      01 TX-NAESTE                pic 9(2) value 0.
      01 TX-INDEX                 pic 9(2) value 0.
      01 TX-VIST                  pic 9(2) value 0.
      01 TX-POS                   pic s9(3) value 0.
      01 TRANS-KILDE              pic x(20) value spaces.
     *> --- Visningsfelter ---
      01 BELOB-ARBEJD             pic s9(13)v99 COMP-3 value 0.
      01 BELOB-E                  pic -(13)9.99.
      01 ANTAL-E                  pic Z(4)9.
      01 TEKST-ARBEJD             pic x(20) value spaces.
      01 Konto-Linje-Vis.
           02 KLV-NR               pic 99.
           02 FILLER               pic x value space.
           02 KLV-KONTO-ID         pic x(14).
           02 FILLER               pic x value space.
           02 KLV-ROLLE            pic x(6).
           02 FILLER               pic x value space.
           02 KLV-STATUS           pic x(6).
           02 FILLER               pic x value space.
           02 KLV-PRODUKT          pic x(12).
           02 FILLER               pic x value space.
           02 KLV-SALDO            pic -(10)9.99.
           02 FILLER               pic x value space.
           02 KLV-TVISTER          pic Z9.
           02 FILLER               pic x value space.
           02 KLV-BS               pic Z9.
           02 FILLER               pic x value space.
           02 KLV-UDLAEG           pic x.
           02 FILLER               pic x value space.
           02 KLV-KANAL            pic x(6).
      01 Trans-Linje-Vis.
           02 TLV-DATO             pic x(16).
           02 FILLER               pic x value space.
           02 TLV-TYPE             pic x(18).
           02 FILLER               pic x value space.
           02 TLV-BELOB            pic x(16).
           02 FILLER               pic x value space.
           02 TLV-VALUTA           pic x(4).
           02 FILLER               pic x value space.
           02 TLV-BUTIK            pic x(20).
     *> --- Opslagsloggen ---
      01 LOG-VISNING              pic x(8) value spaces.
      01 LOG-KRITERIE             pic x(8) value spaces.
      01 LOG-VAERDI               pic x(40) value spaces.
      01 LOG-KONTO-ID             pic x(14) value spaces.
      01 LOG-RESULTAT             pic x(20) value spaces.
     *> --- Felter til audit-kaeden - se skriv-audit-post ---
      copy "Opgave10/Copybooks/AuditKaede.cpy".

      screen section.
     *> --- Soegebilledet ---
      01 Soege-Skaerm.
           05 blank screen.
           05 line 1 column 1
               value "KUNDEOVERBLIK - OPSLAG (KUN VISNING)".
           05 line 1 column 60 pic x(10) from DAGS-DATO.
           05 line 3 column 1 value "Bruger-id ........:".
           05 line 3 column 21 pic x(8) from OPSLAG-BRUGER-ID.
           05 line 5 column 1 value "Soeg paa een af:".
           05 line 6 column 1 value "  Kunde-Id .......:".
           05 line 6 column 21 pic x(10) using SOEG-KUNDE-ID.
           05 line 7 column 1 value "  Konto-ID .......:".
           05 line 7 column 21 pic x(14) using SOEG-KONTO-ID.
           05 line 8 column 1 value "  Navn (del af) ..:".
           05 line 8 column 21 pic x(40) using SOEG-NAVN.
           05 line 10 column 1
               value "Valg (blank = soeg, X = afslut) ...:".
           05 line 10 column 38 pic x(2) using SKAERM-VALG.
           05 line 24 column 1 pic x(78) from BESKED.
     *> --- Det faelles visningsbillede ---
      01 Visnings-Skaerm.
           05 blank screen.
           05 line 1 column 1 pic x(78) from SKAERM-TITEL.
           05 line 2 column 1 pic x(78) from SKAERM-UNDERTITEL.
           05 line 3 column 1 pic x(78) from SL-LINJE (1).
           05 line 4 column 1 pic x(78) from SL-LINJE (2).
           05 line 5 column 1 pic x(78) from SL-LINJE (3).
           05 line 6 column 1 pic x(78) from SL-LINJE (4).
           05 line 7 column 1 pic x(78) from SL-LINJE (5).
           05 line 8 column 1 pic x(78) from SL-LINJE (6).
           05 line 9 column 1 pic x(78) from SL-LINJE (7).
           05 line 10 column 1 pic x(78) from SL-LINJE (8).
           05 line 11 column 1 pic x(78) from SL-LINJE (9).
           05 line 12 column 1 pic x(78) from SL-LINJE (10).
           05 line 13 column 1 pic x(78) from SL-LINJE (11).
           05 line 14 column 1 pic x(78) from SL-LINJE (12).
           05 line 15 column 1 pic x(78) from SL-LINJE (13).
           05 line 16 column 1 pic x(78) from SL-LINJE (14).
           05 line 17 column 1 pic x(78) from SL-LINJE (15).
           05 line 18 column 1 pic x(78) from SL-LINJE (16).
           05 line 19 column 1 pic x(78) from SL-LINJE (17).
           05 line 20 column 1 pic x(78) from SL-LINJE (18).
           05 line 21 column 1 pic x(78) from SL-LINJE (19).
           05 line 22 column 1 pic x(78) from SL-LINJE (20).
           05 line 23 column 1 pic x(66) from SKAERM-PROMPT.
           05 line 23 column 68 pic x(2) using SKAERM-VALG.
           05 line 24 column 1 pic x(78) from BESKED.

      procedure division.
     *> --- Hovedforloeb: soegning, kundebillede og kontobilleder, ---
     *> --- til medarbejderen afslutter ---
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
     *> --- Bruger-id'et tages fra login'et og ikke fra skaermen, ---
     *> --- saa et opslag ikke kan logges under en andens id ---
           move spaces to OPSLAG-BRUGER-ID
           accept OPSLAG-BRUGER-ID from environment "LOGNAME"
               on exception
                   continue
           end-accept
           if OPSLAG-BRUGER-ID = spaces
               accept OPSLAG-BRUGER-ID from environment "USER"
                   on exception
                       continue
               end-accept
           end-if
           if OPSLAG-BRUGER-ID = spaces
               display "Kundeoverblik: intet login i LOGNAME eller "
                   "USER - opslag kan ikke logges, programmet "
                   "startes ikke"
               move 12 to return-code
               stop run
           end-if
           perform until PROGRAM-SLUT
               perform soege-dialog
               if not PROGRAM-SLUT and AKTUEL-KUNDE-ID not = spaces
                   perform kunde-dialog
               end-if
           end-perform
           stop run.

     *> --- Soegebilledet: den foerste udfyldte noegle (Kunde-Id, ---
     *> --- Konto-ID, navn) bruges ---
      soege-dialog.
           move spaces to AKTUEL-KUNDE-ID
           move spaces to SKAERM-VALG
           display Soege-Skaerm
           accept Soege-Skaerm
           move spaces to BESKED
           if SKAERM-VALG = "X" or SKAERM-VALG = "x"
               set PROGRAM-SLUT to TRUE
               exit paragraph
           end-if
           move "SOEGNING" to LOG-VISNING
           move spaces to LOG-KONTO-ID
           evaluate true
               when SOEG-KUNDE-ID not = spaces
                   move "KUNDE-ID" to LOG-KRITERIE
                   move SOEG-KUNDE-ID to LOG-VAERDI
                   move SOEG-KUNDE-ID to AKTUEL-KUNDE-ID
                   perform find-kunde
                   if not KUNDE-FUNDET
                       move spaces to AKTUEL-KUNDE-ID
                   end-if
               when SOEG-KONTO-ID not = spaces
                   move "KONTO-ID" to LOG-KRITERIE
                   move SOEG-KONTO-ID to LOG-VAERDI
                   move SOEG-KONTO-ID to LOG-KONTO-ID
                   perform find-kunde-for-konto
               when SOEG-NAVN not = spaces
                   move "NAVN" to LOG-KRITERIE
                   move SOEG-NAVN to LOG-VAERDI
                   perform navne-soegning
               when other
                   move "Udfyld Kunde-Id, Konto-ID eller navn"
                       to BESKED
                   exit paragraph
           end-evaluate
           if AKTUEL-KUNDE-ID = spaces
               if BESKED = spaces
                   move "Ingen kunde fundet" to BESKED
               end-if
               move "INGEN" to LOG-RESULTAT
           else
               move "FUNDET" to LOG-RESULTAT
           end-if
           perform skriv-opslag-log
           exit.

      find-kunde.
           move "N" to KUNDE-FUNDET-FLAG
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde or KUNDE-FUNDET
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Kunde-Id of Kunde-Information
                           = AKTUEL-KUNDE-ID
                           set KUNDE-FUNDET to TRUE
                           move Kunde-Information to Kunde-Vis
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      find-kunde-for-konto.
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN = SOEG-KONTO-ID
                           move KM-KUNDE-ID-IN to AKTUEL-KUNDE-ID
                           move "Y" to EOF-check-master
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           if AKTUEL-KUNDE-ID = spaces
               move "Kontoen findes ikke i KontoMaster.txt" to BESKED
               exit paragraph
           end-if
           perform find-kunde
           if not KUNDE-FUNDET
               move "Kontoens kunde findes ikke i Kundeoplysninger.txt"
                   to BESKED
               move spaces to AKTUEL-KUNDE-ID
           end-if
           exit.

     *> --- Navnesoegning: navnet skal indgaa i Fuld-Navn uanset ---
     *> --- store/smaa bogstaver. Eet hit vises straks, flere vises ---
     *> --- som en liste at vaelge fra ---
      navne-soegning.
           move function UPPER-CASE(SOEG-NAVN) to SOEG-NAVN-STORT
           move function LENGTH(function TRIM(SOEG-NAVN-STORT))
               to SOEG-NAVN-LAENGDE
           move function TRIM(SOEG-NAVN-STORT) to SOEG-NAVN-STORT
           move 0 to NH-ANTAL
           move 0 to ANTAL-NAVNE-FUNDET
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       perform kontroller-navne-hit
               end-read
           end-perform
           close Kunde-Data-In
           if NH-ANTAL = 0
               exit paragraph
           end-if
           if NH-ANTAL = 1
               move NH-KUNDE-ID (1) to AKTUEL-KUNDE-ID
               perform find-kunde
               exit paragraph
           end-if
           perform vaelg-navne-hit
           exit.

      kontroller-navne-hit.
           move function UPPER-CASE(Fuld-Navn of Kunde-Information)
               to NAVN-STORT
           move 0 to NAVN-TAELLER
           inspect NAVN-STORT tallying NAVN-TAELLER
               for all SOEG-NAVN-STORT (1:SOEG-NAVN-LAENGDE)
           if NAVN-TAELLER = 0
               exit paragraph
           end-if
           add 1 to ANTAL-NAVNE-FUNDET
           if NH-ANTAL < MAX-NAVNE-HITS
               add 1 to NH-ANTAL
               move Kunde-Id of Kunde-Information
                   to NH-KUNDE-ID (NH-ANTAL)
               move Fuld-Navn of Kunde-Information
                   to NH-NAVN (NH-ANTAL)
               move Postnummer of Kunde-Information
                   to NH-POSTNUMMER (NH-ANTAL)
               move By-navn of Kunde-Information to NH-BY (NH-ANTAL)
           end-if
           exit.

      vaelg-navne-hit.
           move "KUNDEOVERBLIK - NAVNESOEGNING" to SKAERM-TITEL
           move "NR KUNDE-ID   NAVN                                     "
               & "POSTNR BY" to SKAERM-UNDERTITEL
           move spaces to Skaerm-Linjer
           perform varying NH-INDEX from 1 by 1
               until NH-INDEX > NH-ANTAL
               move NH-INDEX to KLV-NR
               string
                   KLV-NR                 delimited by size
                   " "                    delimited by size
                   NH-KUNDE-ID (NH-INDEX) delimited by size
                   " "                    delimited by size
                   NH-NAVN (NH-INDEX)     delimited by size
                   " "                    delimited by size
                   NH-POSTNUMMER (NH-INDEX) delimited by size
                   "   "                  delimited by size
                   NH-BY (NH-INDEX)       delimited by size
                      into SL-LINJE (NH-INDEX)
               end-string
           end-perform
           move spaces to BESKED
           if ANTAL-NAVNE-FUNDET > NH-ANTAL
               move ANTAL-NAVNE-FUNDET to ANTAL-E
               string
                   function TRIM(ANTAL-E) delimited by size
                   " navne fundet - de foerste 20 vises; indsnaevr "
                                          delimited by size
                   "soegningen"           delimited by size
                      into BESKED
               end-string
           end-if
           move "Vaelg NR (blank = tilbage til soegningen) ....:"
               to SKAERM-PROMPT
           move spaces to SKAERM-VALG
           display Visnings-Skaerm
           accept Visnings-Skaerm
           move spaces to BESKED
           perform fortolk-valg
           if VALG-NR > 0 and VALG-NR <= NH-ANTAL
               move NH-KUNDE-ID (VALG-NR) to AKTUEL-KUNDE-ID
               perform find-kunde
           else
               move "Soegningen afbrudt" to BESKED
           end-if
           exit.

     *> --- SKAERM-VALG som et tal 1-99 i VALG-NR (0 = ikke et tal) ---
      fortolk-valg.
           move 0 to VALG-NR
           if SKAERM-VALG (1:1) is numeric
               if SKAERM-VALG (2:1) is numeric
                   move SKAERM-VALG to VALG-NR
               else
                   if SKAERM-VALG (2:1) = space
                       move SKAERM-VALG (1:1) to VALG-NR
                   end-if
               end-if
           end-if
           exit.

     *> --- Kundebilledet: stamdata og konti, til medarbejderen ---
     *> --- gaar tilbage til soegningen ---
      kunde-dialog.
           perform indlæs-kunde-overblik
           move "KUNDE" to LOG-VISNING
           move spaces to LOG-KONTO-ID
           move KK-ANTAL-I-ALT to ANTAL-E
           move spaces to LOG-RESULTAT
           string
               function TRIM(ANTAL-E) delimited by size
               " KONTI"               delimited by size
                  into LOG-RESULTAT
           end-string
           perform skriv-opslag-log
           move "N" to KUNDE-DIALOG-FLAG
           perform until KUNDE-DIALOG-SLUT
               perform byg-kunde-billede
               move spaces to SKAERM-VALG
               display Visnings-Skaerm
               accept Visnings-Skaerm
               move spaces to BESKED
               perform fortolk-valg
               evaluate true
                   when SKAERM-VALG = spaces
                       set KUNDE-DIALOG-SLUT to TRUE
                   when VALG-NR > 0 and VALG-NR <= KK-ANTAL
                       move VALG-NR to AKTUEL-KK
                       perform konto-dialog
                   when other
                       move "Ugyldigt valg" to BESKED
               end-evaluate
           end-perform
           exit.

     *> --- Saml kundens doedsbo-markering og konti - alle filer ---
     *> --- laeses forfra ved hvert opslag, saa billedet viser ---
     *> --- filernes aktuelle indhold ---
      indlæs-kunde-overblik.
           move "N" to DOEDSBO-FLAG
           move spaces to DOEDSBO-DATO DOEDSBO-KONTAKT
           move "N" to EOF-check-doedsbo
           open input Doedsbo-Register-In
           perform until end-of-file-doedsbo
               read Doedsbo-Register-In
                   at end move "Y" to EOF-check-doedsbo
                   not at end
                       if DB-KUNDE-ID-IN = AKTUEL-KUNDE-ID
                           set KUNDE-ER-DOEDSBO to TRUE
                           move DB-DOEDSDATO-IN to DOEDSBO-DATO
                           move DB-BO-KONTAKT-IN to DOEDSBO-KONTAKT
                       end-if
               end-read
           end-perform
           close Doedsbo-Register-In
           move 0 to KK-ANTAL
           move 0 to KK-ANTAL-I-ALT
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KUNDE-ID-IN = AKTUEL-KUNDE-ID
                           move KM-KONTO-ID-IN to OPSLAG-KONTO-ID
                           move "EJER" to NY-ROLLE
                           perform tilfoej-kunde-konto
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           move "N" to EOF-check-relation
           open input Relation-In
           perform until end-of-file-relation
               read Relation-In
                   at end move "Y" to EOF-check-relation
                   not at end
                       if REL-KUNDE-ID-IN = AKTUEL-KUNDE-ID
                           and REL-GYLDIG-FRA-IN <= DAGS-DATO
                           and (REL-GYLDIG-TIL-IN = spaces
                               or REL-GYLDIG-TIL-IN >= DAGS-DATO)
                           move REL-KONTO-ID-IN to OPSLAG-KONTO-ID
                           evaluate REL-ROLLE-IN
                               when "M"
                                   move "MEDEJR" to NY-ROLLE
                               when "F"
                                   move "FULDM" to NY-ROLLE
                               when "V"
                                   move "VAERGE" to NY-ROLLE
                               when other
                                   move "REL" to NY-ROLLE
                           end-evaluate
                           perform tilfoej-kunde-konto
                       end-if
               end-read
           end-perform
           close Relation-In
           perform indlæs-konto-master-data
           perform indlæs-konto-status
           perform indlæs-konto-produkter
           perform indlæs-disponibel
           perform indlæs-udlaeg
           perform tael-tvister-og-bs
           perform indlæs-statement-register
           exit.

      tilfoej-kunde-konto.
           perform find-kunde-konto
           if KK-FUNDET > 0
               exit paragraph
           end-if
           add 1 to KK-ANTAL-I-ALT
           if KK-ANTAL >= MAX-KUNDE-KONTI
               exit paragraph
           end-if
           add 1 to KK-ANTAL
           initialize KK-POST (KK-ANTAL)
           move OPSLAG-KONTO-ID to KK-KONTO-ID (KK-ANTAL)
           move NY-ROLLE to KK-ROLLE (KK-ANTAL)
           move "A" to KK-STATUS-KODE (KK-ANTAL)
           move "N" to KK-E-FLAG (KK-ANTAL)
           move "N" to KK-SALDO-FLAG (KK-ANTAL)
           exit.

     *> --- KK-FUNDET peger paa OPSLAG-KONTO-ID i kundens konti ---
     *> --- (0 = ikke kundens konto) ---
      find-kunde-konto.
           move 0 to KK-FUNDET
           perform varying KK-INDEX from 1 by 1
               until KK-INDEX > KK-ANTAL or KK-FUNDET > 0
               if KK-KONTO-ID (KK-INDEX) = OPSLAG-KONTO-ID
                   move KK-INDEX to KK-FUNDET
               end-if
           end-perform
           exit.

     *> --- REG-NR, oprettelse og produktkode ogsaa for konti, ---
     *> --- kunden kun er relation til ---
      indlæs-konto-master-data.
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       move KM-KONTO-ID-IN to OPSLAG-KONTO-ID
                       perform find-kunde-konto
                       if KK-FUNDET > 0
                           move KM-REG-NR-IN to KK-REG-NR (KK-FUNDET)
                           move KM-OPRETTET-DATO-IN
                               to KK-OPRETTET (KK-FUNDET)
                           move KM-PRODUKT-KODE-IN
                               to KK-PRODUKT-KODE (KK-FUNDET)
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      indlæs-konto-status.
           move "N" to EOF-check-status
           open input Konto-Status-In
           perform until end-of-file-status
               read Konto-Status-In
                   at end move "Y" to EOF-check-status
                   not at end
                       move KS-KONTO-ID-IN to OPSLAG-KONTO-ID
                       perform find-kunde-konto
                       if KK-FUNDET > 0
                           move KS-STATUS-KODE-IN
                               to KK-STATUS-KODE (KK-FUNDET)
                           move KS-LUKKE-DATO-IN
                               to KK-LUKKE-DATO (KK-FUNDET)
                           move KS-E-STATEMENT-FLAG-IN
                               to KK-E-FLAG (KK-FUNDET)
                           move KS-FREKVENS-PRAEF-IN
                               to KK-FREKVENS (KK-FUNDET)
                       end-if
               end-read
           end-perform
           close Konto-Status-In
           exit.

      indlæs-konto-produkter.
           move "N" to EOF-check-produkt
           open input Konto-Produkt-In
           perform until end-of-file-produkt
               read Konto-Produkt-In
                   at end move "Y" to EOF-check-produkt
                   not at end
                       move KP-KONTO-ID-IN to OPSLAG-KONTO-ID
                       perform find-kunde-konto
                       if KK-FUNDET > 0
                           move KP-PRODUKT-KODE-IN
                               to KK-PRODUKT-KODE (KK-FUNDET)
                           move KP-PRODUKT-NAVN-IN
                               to KK-PRODUKT-NAVN (KK-FUNDET)
                       end-if
               end-read
           end-perform
           close Konto-Produkt-In
           exit.

     *> --- Den aktuelle saldo er den faelles disponible position ---
     *> --- (DisponibelTabel.cpy) - beloebene er redigeret tekst ---
      indlæs-disponibel.
           move "N" to EOF-check-disponibel
           open input Disponibel-Saldo-In
           perform until end-of-file-disponibel
               read Disponibel-Saldo-In
                   at end move "Y" to EOF-check-disponibel
                   not at end
                       move DP-KONTO-ID-IN to OPSLAG-KONTO-ID
                       perform find-kunde-konto
                       if KK-FUNDET > 0
                           set KK-MED-SALDO (KK-FUNDET) to TRUE
                           compute KK-BOGFOERT (KK-FUNDET) =
                               function NUMVAL(DP-BOGFOERT-IN)
                           compute KK-DAGENS (KK-FUNDET) =
                               function NUMVAL(DP-DAGENS-IN)
                           compute KK-RAMME (KK-FUNDET) =
                               function NUMVAL(DP-RAMME-IN)
                           compute KK-RESERVERET (KK-FUNDET) =
                               function NUMVAL(DP-RESERVERET-IN)
                       end-if
               end-read
           end-perform
           close Disponibel-Saldo-In
           exit.

      indlæs-udlaeg.
           move "N" to EOF-check-udlaeg
           open input Udlaeg-Register-In
           perform until end-of-file-udlaeg
               read Udlaeg-Register-In
                   at end move "Y" to EOF-check-udlaeg
                   not at end
                       move UR-KONTO-ID-IN to OPSLAG-KONTO-ID
                       perform find-kunde-konto
                       if KK-FUNDET > 0
                           move UR-BELOB-IN
                               to KK-UDLAEG-BELOB (KK-FUNDET)
                           move UR-SAGS-REF-IN
                               to KK-UDLAEG-SAG (KK-FUNDET)
                       end-if
               end-read
           end-perform
           close Udlaeg-Register-In
           exit.

     *> --- Aabne tvister (O aabnet, K provisorisk krediteret) og ---
     *> --- BS-aftaler taelles pr. konto ---
      tael-tvister-og-bs.
           move "N" to EOF-check-tvist
           open input Tvist-Register-In
           perform until end-of-file-tvist
               read Tvist-Register-In
                   at end move "Y" to EOF-check-tvist
                   not at end
                       move TR-KONTO-ID-IN to OPSLAG-KONTO-ID
                       perform find-kunde-konto
                       if KK-FUNDET > 0
                           and (TR-STATUS-IN = "O" or TR-STATUS-IN = "K")
                           add 1 to KK-ANTAL-TVISTER (KK-FUNDET)
                       end-if
               end-read
           end-perform
           close Tvist-Register-In
           move "N" to EOF-check-bs
           open input BS-Aftaler-In
           perform until end-of-file-bs
               read BS-Aftaler-In
                   at end move "Y" to EOF-check-bs
                   not at end
                       move BSA-KONTO-ID to OPSLAG-KONTO-ID
                       perform find-kunde-konto
                       if KK-FUNDET > 0
                           add 1 to KK-ANTAL-BS (KK-FUNDET)
                       end-if
               end-read
           end-perform
           close BS-Aftaler-In
           exit.

     *> --- Seneste udskrift pr. konto: den sidste linje i ---
     *> --- StatementRegister.txt giver aar og kanal (EPOST, PAPIR, ---
     *> --- TILBAGEHOLDT) ---
      indlæs-statement-register.
           move "N" to EOF-check-statement
           open input Statement-Register-In
           perform until end-of-file-statement
               read Statement-Register-In
                   at end move "Y" to EOF-check-statement
                   not at end
                       move spaces to SR-KONTO-ID SR-AAR SR-RUN-ID
                           SR-KANAL
                       unstring Statement-Register-Linje-In
                           delimited by "|"
                           into SR-KONTO-ID SR-AAR SR-RUN-ID SR-KANAL
                       end-unstring
                       move SR-KONTO-ID to OPSLAG-KONTO-ID
                       perform find-kunde-konto
                       if KK-FUNDET > 0
                           move SR-AAR to KK-SIDSTE-AAR (KK-FUNDET)
                           move SR-KANAL
                               to KK-SIDSTE-KANAL (KK-FUNDET)
                       end-if
               end-read
           end-perform
           close Statement-Register-In
           exit.

      byg-kunde-billede.
           move spaces to Skaerm-Linjer
           move spaces to SKAERM-TITEL
           string
               "KUNDEOVERBLIK - KUNDE "  delimited by size
               AKTUEL-KUNDE-ID           delimited by size
                  into SKAERM-TITEL
           end-string
           move spaces to SKAERM-UNDERTITEL
           string
               "Navn: "                  delimited by size
               Fuld-Navn of Kunde-Vis    delimited by size
                  into SKAERM-UNDERTITEL
           end-string
           string
               "Adresse : "              delimited by size
               function TRIM(Vejnavn of Kunde-Vis) delimited by size
               " "                       delimited by size
               function TRIM(Husnummer of Kunde-Vis)
                                         delimited by size
               ", "                      delimited by size
               Postnummer of Kunde-Vis   delimited by size
               " "                       delimited by size
               function TRIM(By-navn of Kunde-Vis) delimited by size
                  into SL-LINJE (1)
           end-string
           string
               "Telefon : "              delimited by size
               Telefon of Kunde-Vis      delimited by size
               "  E-mail: "              delimited by size
               Email of Kunde-Vis        delimited by size
                  into SL-LINJE (2)
           end-string
           evaluate Tilgaengelighed of Kunde-Vis
               when "S"
                   move "stor skrift" to TEKST-ARBEJD
               when "L"
                   move "skaermlaeser" to TEKST-ARBEJD
               when other
                   move "standard" to TEKST-ARBEJD
           end-evaluate
           string
               "Foedt   : "              delimited by size
               Foedselsdato of Kunde-Vis delimited by size
               "  Sprog: "               delimited by size
               Sprogkode of Kunde-Vis    delimited by size
               "  Udskriftslayout: "     delimited by size
               TEKST-ARBEJD              delimited by size
                  into SL-LINJE (3)
           end-string
           evaluate Kyc-Risiko of Kunde-Vis
               when "H"
                   move "HOEJ" to TEKST-ARBEJD
               when "M"
                   move "MIDDEL" to TEKST-ARBEJD
               when other
                   move "NORMAL" to TEKST-ARBEJD
           end-evaluate
           string
               "KYC     : gennemgaaet "  delimited by size
               Kyc-Dato of Kunde-Vis     delimited by size
               "  risiko "               delimited by size
               TEKST-ARBEJD              delimited by size
                  into SL-LINJE (4)
           end-string
           if Skyldner-Status of Kunde-Vis = "R"
               string
                   "Skyldner: REGISTRERET i skyldnerregister pr. "
                                         delimited by size
                   Skyldner-Dato of Kunde-Vis delimited by size
                      into SL-LINJE (5)
               end-string
           else
               move "Skyldner: ikke registreret" to SL-LINJE (5)
           end-if
           if KUNDE-ER-DOEDSBO
               string
                   "Doedsbo : JA - doed "    delimited by size
                   DOEDSBO-DATO              delimited by size
                   ", bo-kontakt "           delimited by size
                   DOEDSBO-KONTAKT           delimited by size
                      into SL-LINJE (6)
               end-string
           else
               move "Doedsbo : nej" to SL-LINJE (6)
           end-if
           move "NR KONTO-ID       ROLLE  STATUS PRODUKT      "
               & "  AKTUEL SALDO TV BS U KANAL" to SL-LINJE (8)
           perform varying KK-INDEX from 1 by 1
               until KK-INDEX > KK-ANTAL
               perform byg-konto-linje
               compute SL-INDEX = KK-INDEX + 8
               move Konto-Linje-Vis to SL-LINJE (SL-INDEX)
           end-perform
           move KK-ANTAL-I-ALT to ANTAL-E
           string
               function TRIM(ANTAL-E)    delimited by size
               " konto(er). TV = aabne tvister, BS = BS-aftaler, "
                                         delimited by size
               "U = udlaeg"              delimited by size
                  into SL-LINJE (20)
           end-string
           if KK-ANTAL-I-ALT > KK-ANTAL
               move "Flere konti end der kan vises - soeg paa Konto-ID"
                   to BESKED
           end-if
           move "Vaelg NR for kontobillede (blank = ny soegning) .:"
               to SKAERM-PROMPT
           exit.

      byg-konto-linje.
           move spaces to Konto-Linje-Vis
           move KK-INDEX to KLV-NR
           move KK-KONTO-ID (KK-INDEX) to KLV-KONTO-ID
           move KK-ROLLE (KK-INDEX) to KLV-ROLLE
           if KK-STATUS-KODE (KK-INDEX) = "L"
               move "LUKKET" to KLV-STATUS
           else
               move "AABEN" to KLV-STATUS
           end-if
           if KK-PRODUKT-NAVN (KK-INDEX) not = spaces
               move KK-PRODUKT-NAVN (KK-INDEX) to KLV-PRODUKT
           else
               move KK-PRODUKT-KODE (KK-INDEX) to KLV-PRODUKT
           end-if
           compute BELOB-ARBEJD =
               KK-BOGFOERT (KK-INDEX) + KK-DAGENS (KK-INDEX)
           move BELOB-ARBEJD to KLV-SALDO
           move KK-ANTAL-TVISTER (KK-INDEX) to KLV-TVISTER
           move KK-ANTAL-BS (KK-INDEX) to KLV-BS
           if KK-UDLAEG-BELOB (KK-INDEX) > 0
               move "J" to KLV-UDLAEG
           else
               move "-" to KLV-UDLAEG
           end-if
           if KK-E-FLAG (KK-INDEX) = "Y"
               move "EPOST" to KLV-KANAL
           else
               move "PAPIR" to KLV-KANAL
           end-if
           exit.

     *> --- Kontobilledet: saldo, udlaeg, kanal, tvister og BS- ---
     *> --- aftaler - T viser de seneste 20 transaktioner ---
      konto-dialog.
           perform indlæs-konto-detaljer
           move "KONTO" to LOG-VISNING
           move KK-KONTO-ID (AKTUEL-KK) to LOG-KONTO-ID
           move "VIST" to LOG-RESULTAT
           perform skriv-opslag-log
           move "N" to KONTO-DIALOG-FLAG
           perform until KONTO-DIALOG-SLUT
               perform byg-konto-billede
               move spaces to SKAERM-VALG
               display Visnings-Skaerm
               accept Visnings-Skaerm
               move spaces to BESKED
               evaluate SKAERM-VALG
                   when spaces
                       set KONTO-DIALOG-SLUT to TRUE
                   when "T"
                   when "t"
                       perform transaktions-dialog
                   when other
                       move "Ugyldigt valg" to BESKED
               end-evaluate
           end-perform
           exit.

      indlæs-konto-detaljer.
           move 0 to TV-ANTAL
           move "N" to EOF-check-tvist
           open input Tvist-Register-In
           perform until end-of-file-tvist
               read Tvist-Register-In
                   at end move "Y" to EOF-check-tvist
                   not at end
                       if TR-KONTO-ID-IN = KK-KONTO-ID (AKTUEL-KK)
                           and (TR-STATUS-IN = "O" or TR-STATUS-IN = "K")
                           and TV-ANTAL < MAX-KONTO-DETALJER
                           add 1 to TV-ANTAL
                           move TR-SAG-ID-IN to TV-SAG-ID (TV-ANTAL)
                           move TR-STATUS-IN to TV-STATUS (TV-ANTAL)
                           move TR-OPRETTET-IN
                               to TV-OPRETTET (TV-ANTAL)
                           move TR-OPDATERET-IN
                               to TV-OPDATERET (TV-ANTAL)
                       end-if
               end-read
           end-perform
           close Tvist-Register-In
           move 0 to BV-ANTAL
           move "N" to EOF-check-bs
           open input BS-Aftaler-In
           perform until end-of-file-bs
               read BS-Aftaler-In
                   at end move "Y" to EOF-check-bs
                   not at end
                       if BSA-KONTO-ID = KK-KONTO-ID (AKTUEL-KK)
                           and BV-ANTAL < MAX-KONTO-DETALJER
                           add 1 to BV-ANTAL
                           move BSA-AFTALE-ID to BV-AFTALE-ID (BV-ANTAL)
                           move BSA-BELOB to BV-BELOB (BV-ANTAL)
                           move BSA-VALUTA to BV-VALUTA (BV-ANTAL)
                           move BSA-OPKRAEV-DATO to BV-DATO (BV-ANTAL)
                           move BSA-TEKST to BV-TEKST (BV-ANTAL)
                       end-if
               end-read
           end-perform
           close BS-Aftaler-In
           exit.

      byg-konto-billede.
           move spaces to Skaerm-Linjer
           move spaces to SKAERM-TITEL
           string
               "KUNDEOVERBLIK - KONTO "  delimited by size
               KK-KONTO-ID (AKTUEL-KK)   delimited by size
               "  (kunde "               delimited by size
               AKTUEL-KUNDE-ID           delimited by size
               ")"                       delimited by size
                  into SKAERM-TITEL
           end-string
           move spaces to SKAERM-UNDERTITEL
           string
               "REG-NR "                 delimited by size
               KK-REG-NR (AKTUEL-KK)     delimited by size
               "  rolle "                delimited by size
               function TRIM(KK-ROLLE (AKTUEL-KK))
                                         delimited by size
               "  produkt "              delimited by size
               KK-PRODUKT-KODE (AKTUEL-KK) delimited by size
               " "                       delimited by size
               function TRIM(KK-PRODUKT-NAVN (AKTUEL-KK))
                                         delimited by size
               "  oprettet "             delimited by size
               KK-OPRETTET (AKTUEL-KK)   delimited by size
                  into SKAERM-UNDERTITEL
           end-string
           if KK-STATUS-KODE (AKTUEL-KK) = "L"
               string
                   "Status        : LUKKET pr. " delimited by size
                   KK-LUKKE-DATO (AKTUEL-KK)    delimited by size
                      into SL-LINJE (1)
               end-string
           else
               move "Status        : AABEN" to SL-LINJE (1)
           end-if
           if KK-MED-SALDO (AKTUEL-KK)
               move KK-BOGFOERT (AKTUEL-KK) to BELOB-E
               string
                   "Bogfoert saldo: " delimited by size
                   BELOB-E            delimited by size
                      into SL-LINJE (2)
               end-string
               move KK-DAGENS (AKTUEL-KK) to BELOB-E
               string
                   "Dagens bevaeg.: " delimited by size
                   BELOB-E            delimited by size
                      into SL-LINJE (3)
               end-string
               move KK-RAMME (AKTUEL-KK) to BELOB-E
               string
                   "Kreditramme   : " delimited by size
                   BELOB-E            delimited by size
                      into SL-LINJE (4)
               end-string
               move KK-RESERVERET (AKTUEL-KK) to BELOB-E
               string
                   "Reserveret    : " delimited by size
                   BELOB-E            delimited by size
                      into SL-LINJE (5)
               end-string
               compute BELOB-ARBEJD = KK-BOGFOERT (AKTUEL-KK)
                   + KK-DAGENS (AKTUEL-KK) + KK-RAMME (AKTUEL-KK)
                   - KK-RESERVERET (AKTUEL-KK)
               move BELOB-ARBEJD to BELOB-E
               string
                   "Disponibelt   : " delimited by size
                   BELOB-E            delimited by size
                      into SL-LINJE (6)
               end-string
           else
               move "Saldo         : ingen raekke i DisponibelSaldo.txt"
                   to SL-LINJE (2)
           end-if
           if KK-UDLAEG-BELOB (AKTUEL-KK) > 0
               move KK-UDLAEG-BELOB (AKTUEL-KK) to BELOB-E
               string
                   "Udlaeg        : " delimited by size
                   BELOB-E            delimited by size
                   " DKK reserveret, sag " delimited by size
                   KK-UDLAEG-SAG (AKTUEL-KK) delimited by size
                      into SL-LINJE (7)
               end-string
           else
               move "Udlaeg        : intet" to SL-LINJE (7)
           end-if
           evaluate KK-FREKVENS (AKTUEL-KK)
               when "M"
                   move "maanedlig" to TEKST-ARBEJD
               when "K"
                   move "kvartalsvis" to TEKST-ARBEJD
               when other
                   move "aarlig" to TEKST-ARBEJD
           end-evaluate
           if KK-E-FLAG (AKTUEL-KK) = "Y"
               string
                   "Kanal         : e-udskrift, " delimited by size
                   TEKST-ARBEJD                   delimited by size
                      into SL-LINJE (8)
               end-string
           else
               string
                   "Kanal         : papir, "  delimited by size
                   TEKST-ARBEJD               delimited by size
                      into SL-LINJE (8)
               end-string
           end-if
           if KK-SIDSTE-KANAL (AKTUEL-KK) not = spaces
               string
                   "Seneste udskr.: "          delimited by size
                   KK-SIDSTE-AAR (AKTUEL-KK)   delimited by size
                   " via "                     delimited by size
                   KK-SIDSTE-KANAL (AKTUEL-KK) delimited by size
                      into SL-LINJE (9)
               end-string
           else
               move "Seneste udskr.: ingen i StatementRegister.txt"
                   to SL-LINJE (9)
           end-if
           move KK-ANTAL-TVISTER (AKTUEL-KK) to ANTAL-E
           string
               "Aabne tvister : "       delimited by size
               function TRIM(ANTAL-E)   delimited by size
                  into SL-LINJE (11)
           end-string
           perform varying TV-INDEX from 1 by 1
               until TV-INDEX > TV-ANTAL
               compute SL-INDEX = TV-INDEX + 11
               if TV-STATUS (TV-INDEX) = "K"
                   move "prov. krediteret" to TEKST-ARBEJD
               else
                   move "aabnet" to TEKST-ARBEJD
               end-if
               string
                   "  sag "                  delimited by size
                   TV-SAG-ID (TV-INDEX)      delimited by size
                   "  "                      delimited by size
                   TEKST-ARBEJD              delimited by size
                   "  oprettet "             delimited by size
                   TV-OPRETTET (TV-INDEX)    delimited by size
                   "  opdateret "            delimited by size
                   TV-OPDATERET (TV-INDEX)   delimited by size
                      into SL-LINJE (SL-INDEX)
               end-string
           end-perform
           move KK-ANTAL-BS (AKTUEL-KK) to ANTAL-E
           string
               "BS-aftaler    : "       delimited by size
               function TRIM(ANTAL-E)   delimited by size
                  into SL-LINJE (16)
           end-string
           perform varying BV-INDEX from 1 by 1
               until BV-INDEX > BV-ANTAL
               compute SL-INDEX = BV-INDEX + 16
               string
                   "  aftale "               delimited by size
                   BV-AFTALE-ID (BV-INDEX)   delimited by size
                   "  "                      delimited by size
                   BV-BELOB (BV-INDEX)       delimited by size
                   " "                       delimited by size
                   BV-VALUTA (BV-INDEX)      delimited by size
                   "  opkraeves "            delimited by size
                   BV-DATO (BV-INDEX)        delimited by size
                   "  "                      delimited by size
                   BV-TEKST (BV-INDEX)       delimited by size
                      into SL-LINJE (SL-INDEX)
               end-string
           end-perform
           move "T = seneste 20 transaktioner, blank = tilbage ....:"
               to SKAERM-PROMPT
           exit.

     *> --- De seneste 20 transaktioner, nyeste foerst ---
      transaktions-dialog.
           perform indlæs-seneste-transaktioner
           move "TRANS" to LOG-VISNING
           move KK-KONTO-ID (AKTUEL-KK) to LOG-KONTO-ID
           move TX-VIST to ANTAL-E
           move spaces to LOG-RESULTAT
           string
               function TRIM(ANTAL-E) delimited by size
               " POSTER"              delimited by size
                  into LOG-RESULTAT
           end-string
           perform skriv-opslag-log
           move spaces to Skaerm-Linjer
           move spaces to SKAERM-TITEL
           string
               "KUNDEOVERBLIK - SENESTE TRANSAKTIONER PAA "
                                         delimited by size
               KK-KONTO-ID (AKTUEL-KK)   delimited by size
                  into SKAERM-TITEL
           end-string
           move "DATO             TYPE               BELOB            "
               & "VAL  BUTIK" to SKAERM-UNDERTITEL
           perform varying TX-INDEX from 1 by 1
               until TX-INDEX > TX-VIST
     *> --- TX-NAESTE peger paa den aeldste post i ringen; den ---
     *> --- nyeste ligger lige foer den ---
               compute TX-POS = TX-NAESTE - TX-INDEX
               if TX-POS < 1
                   add MAX-TRANS-VIST to TX-POS
               end-if
               move spaces to Trans-Linje-Vis
               move TX-DATO (TX-POS) to TLV-DATO
               move TX-TYPE (TX-POS) to TLV-TYPE
               move TX-BELOB (TX-POS) to TLV-BELOB
               move TX-VALUTA (TX-POS) to TLV-VALUTA
               move TX-BUTIK (TX-POS) to TLV-BUTIK
               move Trans-Linje-Vis to SL-LINJE (TX-INDEX)
           end-perform
           if TX-VIST = 0
               move "Ingen transaktioner paa kontoen" to SL-LINJE (1)
           end-if
           move TX-ANTAL-LAEST to ANTAL-E
           string
               "Kilde: "                 delimited by size
               function TRIM(TRANS-KILDE) delimited by size
               ", "                      delimited by size
               function TRIM(ANTAL-E)    delimited by size
               " post(er) i alt paa kontoen" delimited by size
                  into BESKED
           end-string
           move "Tryk Enter for at gaa tilbage til kontoen ........:"
               to SKAERM-PROMPT
           move spaces to SKAERM-VALG
           display Visnings-Skaerm
           accept Visnings-Skaerm
           move spaces to BESKED
           exit.

     *> --- Kontoens poster laeses i noegle-orden (konto + dato) fra ---
     *> --- TransIndeks.dat; de sidste 20 bliver staaende i ringen. ---
     *> --- Kan lageret ikke aabnes, scannes Transaktioner.txt ---
      indlæs-seneste-transaktioner.
           move 0 to TX-ANTAL-LAEST
           move 1 to TX-NAESTE
           open input Trans-Indeks-In
           if TRANS-INDEKS-STATUS = "00"
               move "TransIndeks.dat" to TRANS-KILDE
               move spaces to TI-NOEGLE
               move KK-KONTO-ID (AKTUEL-KK) to TI-KONTO-ID
               move low-values to TI-DATO
               move 0 to TI-LOEBENR
               start Trans-Indeks-In key >= TI-NOEGLE
                   invalid key
                       continue
               end-start
               if TRANS-INDEKS-STATUS = "00"
                   move "N" to EOF-check-trans
                   perform until end-of-file-trans
                       read Trans-Indeks-In next
                           at end move "Y" to EOF-check-trans
                           not at end
                               if TI-KONTO-ID
                                   not = KK-KONTO-ID (AKTUEL-KK)
                                   move "Y" to EOF-check-trans
                               else
                                   move TI-DATO to TX-DATO (TX-NAESTE)
                                   move TI-TYPE to TX-TYPE (TX-NAESTE)
                                   move TI-BELOB
                                       to TX-BELOB (TX-NAESTE)
                                   move TI-VALUTA
                                       to TX-VALUTA (TX-NAESTE)
                                   move TI-BUTIK
                                       to TX-BUTIK (TX-NAESTE)
                                   perform flyt-trans-ring
                               end-if
                       end-read
                   end-perform
               end-if
               close Trans-Indeks-In
           else
               move "Transaktioner.txt" to TRANS-KILDE
               perform scan-transaktioner
           end-if
           if TX-ANTAL-LAEST > MAX-TRANS-VIST
               move MAX-TRANS-VIST to TX-VIST
           else
               move TX-ANTAL-LAEST to TX-VIST
           end-if
           exit.

      flyt-trans-ring.
           add 1 to TX-ANTAL-LAEST
           add 1 to TX-NAESTE
           if TX-NAESTE > MAX-TRANS-VIST
               move 1 to TX-NAESTE
           end-if
           exit.

     *> --- Transaktioner.txt er ikke noedvendigvis i dato-orden, ---
     *> --- men intag-trinnene appender i den orden, posterne ---
     *> --- kommer - filens sidste 20 for kontoen vises ---
      scan-transaktioner.
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG of Trans-Hdr-Trl-Linje not = "HDR"
                           and THT-TAG of Trans-Hdr-Trl-Linje
                               not = "TRL"
                           and KONTO-ID of Transaktion-Information
                               = KK-KONTO-ID (AKTUEL-KK)
                           move DATO of Transaktion-Information
                               to TX-DATO (TX-NAESTE)
                           move TRANSAKTIONS-TYPE
                               of Transaktion-Information
                               to TX-TYPE (TX-NAESTE)
                           move BELOB of Transaktion-Information
                               to TX-BELOB (TX-NAESTE)
                           move VALUTA of Transaktion-Information
                               to TX-VALUTA (TX-NAESTE)
                           move BUTIK of Transaktion-Information
                               to TX-BUTIK (TX-NAESTE)
                           perform flyt-trans-ring
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

     *> --- Hvert opslag logges med bruger-id, hvad der blev vist, ---
     *> --- og for hvilken kunde/konto. Loggen aabnes og lukkes pr. ---
     *> --- linje, saa kaeden fortsaetter fra filens sidste linje, ---
     *> --- ogsaa naar flere medarbejdere slaar op samtidig ---
      skriv-opslag-log.
           move function CURRENT-DATE to DATO-NU
           move spaces to OPSLAG-TIDSSTEMPEL
           string
               DATO-NU (1:8)  delimited by size
               "-"            delimited by size
               DATO-NU (9:6)  delimited by size
                  into OPSLAG-TIDSSTEMPEL
           end-string
           move spaces to Audit-Linje
           move 1 to pos
           string
               "OPSLAG TIDSPUNKT="      delimited by size
               OPSLAG-TIDSSTEMPEL       delimited by size
               " BRUGER="               delimited by size
               OPSLAG-BRUGER-ID         delimited by size
               " VISNING="              delimited by size
               LOG-VISNING              delimited by size
               " KRITERIE="             delimited by size
               LOG-KRITERIE             delimited by size
               " KUNDE-ID="             delimited by size
               AKTUEL-KUNDE-ID          delimited by size
               " KONTO-ID="             delimited by size
               LOG-KONTO-ID             delimited by size
               " RESULTAT="             delimited by size
               LOG-RESULTAT             delimited by size
               " VAERDI="               delimited by size
               function TRIM(LOG-VAERDI) delimited by size
                  into Audit-Linje
                  with pointer pos
           end-string
           perform start-audit-kaede
           open extend Audit-Out
           if AUDIT-STATUS = "35"
               open output Audit-Out
           end-if
           perform skriv-audit-post
           close Audit-Out
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
