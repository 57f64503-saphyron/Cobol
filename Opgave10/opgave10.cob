           select optional Loyalitets-Register-In
               assign to dynamic LOYALITET-REGISTER-DYN-NAVN
               organization is line sequential.
     *> --- Dødsbo-registret fra boHaandtering (Opgave47): afdødes ---
     *>     udskrifter adresseres "Boet efter <navn>" c/o bo- ---
     *>     kontakten - se DoedsboTabel.cpy ---
           select optional Doedsbo-Register-In
               assign to dynamic DOEDSBO-DYN-NAVN
               organization is line sequential.
     *> --- Samtykkeregistret fra samtykkeRegister (Opgave87): ---
     *>     kampagnebeskeder kun til kunder med gyldigt samtykke - ---
     *>     se SamtykkeTabel.cpy ---
           select optional Samtykke-Register-In
               assign to dynamic SAMTYKKE-DYN-NAVN
               organization is line sequential.
     *> --- Udlaegs-registret fra udlaegsHaandtering (Opgave54): ---
     *>     "Heraf reserveret"-linjen under saldoen paa udskriften - ---
     *>     se UdlaegTabel.cpy ---
           select optional Udlaeg-Register-In
               assign to dynamic UDLAEG-DYN-NAVN
               organization is line sequential.
     *> --- Kortreservations-registret fra kortAutorisation ---
     *>     (Opgave62): "Reserveret (kortkoeb)"-linjen under saldoen, ---
     *>     og de aabne reservationer traekkes fra saldoen i lav- ---
     *>     saldo-listen og kundens saldo-alarmer - se ---
     *>     KortReservationTabel.cpy ---
           select optional Kort-Reservation-In
               assign to dynamic KORT-RESERVATION-DYN-NAVN
               organization is line sequential.
     *> --- Cash pool-registret fra cashPool (Opgave65): rente og ---
     *>     overtraeksrente tilskrives kun puljens topkonto - se ---
     *>     CashPoolTabel.cpy ---
           select optional Cashpool-Register-In
               assign to dynamic CASHPOOL-DYN-NAVN
               organization is line sequential.
     *> --- Husstandsregistret fra husstandsRegister (Opgave67): ---
     *>     husstands-afsnit i engagementsoversigten og - valgfrit - ---
     *>     loyalitets-tier paa husstandens engagement, se ---
     *>     HusstandTabel.cpy ---
           select optional Husstand-Register-In
               assign to dynamic HUSSTAND-DYN-NAVN
               organization is line sequential.
     *> --- Opsigelsesregistret fra opsigelsesKonti (Opgave71): ---
     *>     de aabne opsigelser vises paa kontoudskriften, se ---
     *>     OpsigelseTabel.cpy ---
           select optional Opsigelse-Register-In
               assign to dynamic OPSIGELSE-DYN-NAVN
               organization is line sequential.
     *> --- Valgfrit filial-/rådgiver-kartotek pr. Konto-ID - se ---
     *>     FilialTabel.cpy, skriv-raadgiver-fod og ---
     *>     skriv-filial-portefoelje ---
           select optional Filial-Raadgiver-In
               assign to dynamic FILIAL-DYN-NAVN
               organization is line sequential.
     *> --- Hvad-ville-der-ske-opsummeringen for en simulerings- ---
     *>     kørsel - se skriv-simulerings-oversigt ---
           select Simulering-Out
           select optional Overtraek-Graense-In
               assign to dynamic OVERTRAEK-GRAENSE-DYN-NAVN
               organization is line sequential.
     *> --- Valgfri mapning af gebyr-/debetrente-posteringer til de ---
     *>     standardiserede ydelses-betegnelser i den aarlige ---
     *>     gebyroversigt - se GebyrBetegnelseTabel.cpy ---
           select optional Gebyr-Betegnelse-In
               assign to dynamic GEBYR-BETEGNELSE-DYN-NAVN
               organization is line sequential.
     *> --- Valgfri vedligeholdte udgaver af de literal-initialiserede ---
     *>     kodetabeller (gebyrsatser, transaktionstyper og butik- ---
     *>     kategorier) - se GebyrTabel.cpy, Transaktionstype.cpy og ---
     *>     ButikKategori.cpy ---
           select optional Gebyr-Sats-In
               assign to dynamic GEBYR-SATS-DYN-NAVN
               organization is line sequential.
           select optional Trans-Type-In
               assign to dynamic TRANS-TYPE-DYN-NAVN
               organization is line sequential.
           select optional Butik-Kategori-In
               assign to dynamic BUTIK-KATEGORI-DYN-NAVN
               organization is line sequential.
     *> --- camt.053-kontoudtog til erhvervskunder: posteringerne ---
     *>     samles i arbejdsfilen under udskrivningen, sorteres pr. ---
     *>     kunde og dag/periode ved kørslens afslutning og skrives ---
     *>     som én XML-fil pr. kunde pr. dag/periode (genbruges med ---
     *>     dynamisk filnavn) plus manifestet - se Camt053.cpy og ---
     *>     skriv-camt053-filer ---
           select Camt-Arbejd-Work
               assign to "CamtArbejd".
           select Sort-Camt-Work
               assign to "SortCamt".
           select Camt053-Out
               assign to dynamic CAMT053-DYN-NAVN
               organization is line sequential.
           select Camt053-Manifest-Out
               assign to dynamic CAMT053-MANIFEST-DYN-NAVN
               organization is line sequential.
     *> --- Standalone afstemning af Banker.txt vs. Transaktioner.txt, ---
     *>     kørt før selve udskriftskørslen - se reconciler-bank-og- ---
     *>     transaktioner ---
           select Transaktion-Rest-Out
               assign to dynamic TRANS-REST-DYN-NAVN
               organization is line sequential.
     *> --- "Udskrift klar"-feed: én linje pr. konto, der netop har
     *>     fået genereret en udskrift, med kunde- og bank-email, så en
     *>     separat notifikationsjob kan sende e-mail/SMS uden selv at
           select Leverance-Manifest-Out
               assign to dynamic LEVERANCE-MANIFEST-DYN-NAVN
               organization is line sequential.
     *> --- Kontoopsummeringen: een K-linje pr. konto pr. aar med
     *>     saldi, gebyr, rente, kildeskat, ejere, valuta og butik-
     *>     kategorier, plus koerslens referencedata og kontrol-
     *>     totaler - side-rapporterne (bankafregning, finans-
     *>     posteringer, MFI, indskydergaranti, Skat, kildeskat,
     *>     valuta-eksponering, filial-portefoelje, engagements-
     *>     oversigt og loyalitets-register) dannes af sideRapporter
     *>     (Opgave98) ud fra filen alene - se KontoOpsummering.cpy ---
           select Konto-Opsummering-Out
               assign to dynamic KONTO-OPSUM-DYN-NAVN
               organization is line sequential.
     *> --- Valgfrit produkt-stamkartotek pr. Konto-ID (produktkode,
     *>     navn, gebyr, rentesats) - se KontoProduktTabel.cpy og
           select Overfoersels-Afstemning-Out
               assign to dynamic OVERF-AFSTEM-DYN-NAVN
               organization is line sequential.
     *> --- Persistent år-for-år konto-historik - modsat alle andre
     *>     text-files/...-filer IKKE datostemplet eller nulstillet pr.
     *>     kørsel, så trend/vækst-rapportering kan køre hen over
               assign to dynamic STATEMENT-REGISTER-DYN-NAVN
               organization is line sequential
               file status is STATEMENT-REGISTER-STATUS.
     *> --- Tilskrevne renter (indlaan, overtraek) til renteOpsamling ---
     *>     (Opgave76), der frigiver sin daglige periodisering imod ---
     *>     dem - appendes pr. kørsel som KontoHistorik.txt, og ---
     *>     renteOpsamling arkiverer de behandlede linjer ---
           select Rente-Tilskrevet-Out
               assign to dynamic RENTE-TILSKREVET-DYN-NAVN
               organization is line sequential
               file status is RENTE-TILSKREVET-STATUS.
     *> --- Kontoens indtjening pr. aar til kundeIndtjening (Opgave88) ---
     *>     gebyrer, renter og antal kort-, BS- og kasseposteringer - ---
     *>     de genererede gebyr-/renteposteringer naar aldrig ---
     *>     arkivet, saa de meldes herfra. Appendes pr. koersel som ---
     *>     KontoHistorik.txt, og den senest appendede linje for ---
     *>     samme konto/aar vinder ---
           select Konto-Indtjening-Out
               assign to dynamic KONTO-INDTJENING-DYN-NAVN
               organization is line sequential
               file status is KONTO-INDTJENING-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to dynamic KAPACITET-DYN-NAVN
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 SK-EMAIL             pic x(30).
           02 SK-VALUTAKODE        pic x(3).
           02 SK-SPROG             pic x(2).
           02 SK-TILGAENGELIGHED   pic x.
      SD Sort-Status-Work.
      01 Sort-Status-Record.
           02 SS-KONTO-ID          pic x(14).
           02 SP-UDLOEB-DATO       pic x(10).
           02 SP-LOEBETID-MDR      pic 9(3).
           02 SP-KILDESKAT-FLAG    pic x.
           02 SP-CAMT-FLAG         pic x.
      SD Sort-Presort-Work.
      01 Sort-Presort-Record.
           02 PS-POSTNR            pic x(4).
      01 Loyalitets-Register-Linje-In.
           02 LR-KUNDE-ID-IN       pic x(10).
           02 LR-TIER-NAVN-IN      pic x(12).
      fd Konto-Vaegte-In.
      01 Konto-Vaegte-Linje.
           02 KV-REG-NR-IN         pic x(6).
           02 DB-KUNDE-ID-IN       pic x(10).
           02 DB-DOEDSDATO-IN      pic x(10).
           02 DB-BO-KONTAKT-IN     pic x(40).
      fd Samtykke-Register-In.
      01 Samtykke-Register-Linje.
           copy "Opgave10/Copybooks/Samtykke.cpy".
      fd Udlaeg-Register-In.
      01 Udlaeg-Register-Linje.
           02 UR-KONTO-ID-IN       pic x(14).
           02 UR-BELOB-IN          pic 9(13)v99.
           02 UR-SAGS-REF-IN       pic x(12).
      fd Kort-Reservation-In.
      01 Kort-Reservation-Linje.
           02 KR-AUT-REF-IN        pic x(12).
           02 KR-KONTO-ID-IN       pic x(14).
           02 KR-KONTO-REF-IN      pic x(14).
           02 KR-FORRETNING-IN     pic x(30).
           02 KR-BELOB-IN          pic 9(13)v99.
           02 KR-VALUTA-IN         pic x(4).
           02 KR-AUT-TIDSPUNKT-IN  pic x(26).
      fd Cashpool-Register-In.
      01 Cashpool-Register-Linje.
           02 CR-POOL-ID-IN        pic x(8).
           02 CR-ROLLE-IN          pic x.
           02 CR-KONTO-ID-IN       pic x(14).
           02 CR-REG-NR-IN         pic x(6).
           02 CR-KUNDE-ID-IN       pic x(10).
           02 CR-KONCERN-ID-IN     pic x(10).
      fd Husstand-Register-In.
      01 Husstand-Register-Linje.
           02 HR-HUSSTAND-ID-IN    pic x(10).
           02 HR-KUNDE-ID-IN       pic x(10).
           02 HR-GODKENDT-AF-IN    pic x(8).
           02 HR-GODKENDT-DATO-IN  pic x(10).
      fd Opsigelse-Register-In.
      01 Opsigelse-Register-Linje.
           02 OR-ID-IN             pic x(12).
           02 OR-KONTO-ID-IN       pic x(14).
           02 OR-KUNDE-ID-IN       pic x(10).
           02 OR-PRODUKT-KODE-IN   pic x(4).
           02 OR-BELOB-IN          pic 9(11)v99.
           02 OR-REST-IN           pic 9(11)v99.
           02 OR-OPSIGELSES-DATO-IN pic x(10).
           02 OR-DISPONIBEL-DATO-IN pic x(10).
           02 OR-STATUS-IN         pic x.
           02 OR-STATUS-DATO-IN    pic x(10).
      fd Filial-Raadgiver-In.
      01 Filial-Raadgiver-Linje.
           02 FR-KONTO-ID-IN       pic x(14).
           02 FR-FILIAL-NAVN-IN    pic x(20).
           02 FR-RAADGIVER-NAVN-IN pic x(30).
           02 FR-TELEFON-IN        pic x(15).
      fd Simulering-Out.
      01 Simulering-Linje          pic x(200) value spaces.
      fd Kaede-Kontrol-Out.
           02 OG-KONTO-ID-IN       pic x(14).
           02 OG-GRAENSE-DKK-IN    pic 9(13)v99.
           02 OG-KONTRAKT-SATS-IN  pic 9(2)v9999.
      fd Gebyr-Betegnelse-In.
      01 Gebyr-Betegnelse-Linje.
           02 GB-ART-IN            pic x(1).
           02 GB-TYPE-IN           pic x(15).
           02 GB-MAERKE-IN         pic x(10).
           02 GB-BETEGNELSE-IN     pic x(36).
      fd Gebyr-Sats-In.
      01 Gebyr-Sats-Linje          pic x(17).
      fd Trans-Type-In.
      01 Trans-Type-Linje          pic x(55).
      fd Butik-Kategori-In.
      01 Butik-Kategori-Linje      pic x(35).
      fd Camt-Arbejd-Work.
      01 Camt-Arbejd-Record.
           02 CA-KUNDE-ID          pic x(14).
           02 CA-NOEGLE            pic x(10).
           02 CA-KONTO-ID          pic x(14).
     *> --- "K" = kontoens saldi for dagen/perioden, "N" = postering ---
           02 CA-ART               pic x.
           02 CA-LOEBENR           pic 9(7).
           02 CA-REG-NR            pic x(6).
           02 CA-EJER-NAVN         pic x(40).
           02 CA-BELOB-DKK         pic s9(13)v99 COMP-3.
           02 CA-PRIMO-DKK         pic s9(13)v99 COMP-3.
           02 CA-ULTIMO-DKK        pic s9(13)v99 COMP-3.
           02 CA-ANTAL-POSTER      pic 9(5).
           02 CA-FRA-DATO          pic x(10).
           02 CA-TIL-DATO          pic x(10).
           02 CA-BOGF-DATO         pic x(10).
           02 CA-VALOER-DATO       pic x(10).
           02 CA-REF-NR            pic 9(7).
           02 CA-BKTXCD            pic x(12).
           02 CA-BUTIK             pic x(20).
      SD Sort-Camt-Work.
      01 Sort-Camt-Record.
           02 SC-KUNDE-ID          pic x(14).
           02 SC-NOEGLE            pic x(10).
           02 SC-KONTO-ID          pic x(14).
           02 SC-ART               pic x.
           02 SC-LOEBENR           pic 9(7).
           02 SC-REG-NR            pic x(6).
           02 SC-EJER-NAVN         pic x(40).
           02 SC-BELOB-DKK         pic s9(13)v99 COMP-3.
           02 SC-PRIMO-DKK         pic s9(13)v99 COMP-3.
           02 SC-ULTIMO-DKK        pic s9(13)v99 COMP-3.
           02 SC-ANTAL-POSTER      pic 9(5).
           02 SC-FRA-DATO          pic x(10).
           02 SC-TIL-DATO          pic x(10).
           02 SC-BOGF-DATO         pic x(10).
           02 SC-VALOER-DATO       pic x(10).
           02 SC-REF-NR            pic 9(7).
           02 SC-BKTXCD.
              03 SC-BKTX-DOMAENE   pic x(4).
              03 SC-BKTX-FAMILIE   pic x(4).
              03 SC-BKTX-UNDERFAM  pic x(4).
           02 SC-BUTIK             pic x(20).
      fd Camt053-Out.
      01 Camt053-Linje             pic x(300) value spaces.
      fd Camt053-Manifest-Out.
      01 Camt053-Manifest-Linje    pic x(200) value spaces.
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
     *> --- RELATIONS-KOPIER ---
      fd Statement-Register-Out.
      01 Statement-Register-Linje pic x(200) value spaces.
      fd Rente-Tilskrevet-Out.
      01 Rente-Tilskrevet-Linje.
           copy "Opgave10/Copybooks/RenteTilskrevet.cpy".
     *> --- Pipe-separeret: KONTO-ID|AAR|KUNDE-ID|GEBYR|RENTE- ---
     *> --- UDBETALT|RENTE-MODTAGET|LAANERENTE|ANTAL-KORT|ANTAL-BS| ---
     *> --- ANTAL-KASSE - én linje pr. konto pr. år ---
      fd Konto-Indtjening-Out.
      01 Konto-Indtjening-Linje  pic x(200) value spaces.
      FD Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Transaktion-Rest-Out.
      01 Transaktion-Rest-Linje.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      fd Statement-Ready-Out.
      01 Statement-Ready-Linje     pic x(200) value spaces.
      fd Overfoersels-Afstemning-Out.
      01 Overfoersels-Afstemning-Linje pic x(200) value spaces.
      fd Dublet-Exceptions-Out.
           02 RS-STATUS-KODE-IN    pic x.
           02 RS-GYLDIG-FRA-IN    pic x(10).
           02 RS-SATS-IN           pic 9(2)v9999.
      fd Konto-Opsummering-Out.
      01 Konto-Opsummering-Linje.
           copy "Opgave10/Copybooks/KontoOpsummering.cpy".
      fd Retur-Post-In.
      01 Retur-Post-Linje.
           02 RP-KONTO-ID-IN       pic x(14).
           02 BSK-FRA-IN           pic x(14).
           02 BSK-TIL-IN           pic x(14).
           02 BSK-TEKST-IN         pic x(100).
     *> --- K = kampagne (kraever samtykke til udskriftsindlaeg), ---
     *> --- S eller blank = servicebesked, der altid paafoeres ---
           02 BSK-KATEGORI-IN      pic x.
      fd E-Statement-Retur-In.
      01 E-Statement-Retur-Linje.
           02 ER-KONTO-ID-IN       pic x(14).
           02 KP-UDLOEB-DATO-IN    pic x(10).
           02 KP-LOEBETID-MDR-IN   pic 9(3).
           02 KP-KILDESKAT-FLAG-IN pic x.
     *> --- camt.053-udtog: "D" pr. dag, "P" pr. periode, blank intet ---
           02 KP-CAMT-FLAG-IN      pic x.
      fd Aml-Parameter-In.
      01 Aml-Parameter-Linje.
           02 PARM-AML-ENKELT      pic 9(13)v99.
           02 PARM-AML-MAANED      pic 9(13)v99.
           02 PARM-AML-DAGE        pic 9(3).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
     *> --- KONTO-TABEL bygges forfra for hvert aar - det hoejeste ---
     *> --- antal konti i koerslen er det, der rapporteres ---
      01 KONTO-TABEL-HOEJVANDE    pic 9(7) value 0.
     *> --- Rodmappe for alle text-files/-filerne herunder - default
     *>     "text-files", men kan overstyres via miljøvariablen
     *>     KONTOUDSKRIFT_DATA_DIR (se opbyg-data-filnavne), så
      01 EOF-check-laan              pic x value "N".
           88 end-of-file-laan       value "Y".
      01 OVERTRAEK-GRAENSE-DYN-NAVN  pic x(100) value spaces.
      01 GEBYR-BETEGNELSE-DYN-NAVN   pic x(100) value spaces.
      01 GEBYR-SATS-DYN-NAVN         pic x(100) value spaces.
      01 TRANS-TYPE-DYN-NAVN         pic x(100) value spaces.
      01 BUTIK-KATEGORI-DYN-NAVN     pic x(100) value spaces.
      01 CAMT053-DYN-NAVN            pic x(100) value spaces.
      01 CAMT053-MANIFEST-DYN-NAVN   pic x(100) value spaces.
      01 BUDGET-MAAL-DYN-NAVN        pic x(100) value spaces.
      01 EMISSIONS-DYN-NAVN          pic x(100) value spaces.
      01 EOF-check-emission          pic x value "N".
      01 TVIST-REGISTER-DYN-NAVN     pic x(100) value spaces.
      01 FILIAL-DYN-NAVN             pic x(100) value spaces.
      01 DOEDSBO-DYN-NAVN            pic x(100) value spaces.
      01 SAMTYKKE-DYN-NAVN           pic x(100) value spaces.
      01 UDLAEG-DYN-NAVN             pic x(100) value spaces.
      01 EOF-check-udlaeg            pic x value "N".
           88 end-of-file-udlaeg     value "Y".
      01 UDLAEG-BELOB-E              pic -(12)9.99.
      01 KORT-RESERVATION-DYN-NAVN   pic x(100) value spaces.
      01 EOF-check-kortres           pic x value "N".
           88 end-of-file-kortres    value "Y".
     *> --- Reservationerne er aabne nu - de trykkes og regnes kun ---
     *> --- med paa udskriften for indevaerende aar ---
      01 KORTRES-AAR-NU              pic 9(4) value 0.
      01 CASHPOOL-DYN-NAVN           pic x(100) value spaces.
      01 EOF-check-cashpool          pic x value "N".
           88 end-of-file-cashpool   value "Y".
      01 HUSSTAND-DYN-NAVN           pic x(100) value spaces.
      01 EOF-check-husstand          pic x value "N".
           88 end-of-file-husstand   value "Y".
      01 OPSIGELSE-DYN-NAVN          pic x(100) value spaces.
      01 EOF-check-opsigelse         pic x value "N".
           88 end-of-file-opsigelse  value "Y".
      01 KORTRES-DISPONIBEL-DKK      pic s9(13)v99 COMP-3 value 0.
      01 KORTRES-DISPONIBEL-E        pic -(12)9.99.
      01 KONTO-VAEGTE-DYN-NAVN       pic x(100) value spaces.
      01 BS-AFTALER-DYN-NAVN         pic x(100) value spaces.
      01 BS-INDSIGELSE-DYN-NAVN      pic x(100) value spaces.
      01 ANTAL-ALARMER-UDLOEST       pic 9(7) value 0.
      01 LOYALITET-SATSER-DYN-NAVN   pic x(100) value spaces.
      01 LOYALITET-REGISTER-DYN-NAVN pic x(100) value spaces.
      01 EOF-check-loyalitet         pic x value "N".
           88 end-of-file-loyalitet  value "Y".
      01 EOF-check-vaegte            pic x value "N".
           88 end-of-file-vaegte     value "Y".
      01 EOF-check-doedsbo           pic x value "N".
           88 end-of-file-doedsbo    value "Y".
      01 EOF-check-samtykke          pic x value "N".
           88 end-of-file-samtykke   value "Y".
      01 SIMULERING-DYN-NAVN         pic x(120) value spaces.
      01 KAEDE-KONTROL-DYN-NAVN      pic x(100) value spaces.
      01 KAPACITET-DYN-NAVN          pic x(100) value spaces.
      01 KAEDE-KONTROL-STATUS        pic x(2) value spaces.
      01 KAEDE-GODKENDT-ANTAL        pic 9(7) value 0.
      01 EOF-check-filial            pic x value "N".
      01 RR-INDEX                    pic 9(5) value 0.
      01 EOF-check-overtraek-graense pic x value "N".
           88 end-of-file-overtraek-graense value "Y".
      01 EOF-check-gebyr-betegnelse  pic x value "N".
           88 end-of-file-gebyr-betegnelse value "Y".
      01 EOF-check-kodetabel         pic x value "N".
           88 end-of-file-kodetabel  value "Y".
      01 KODETABEL-ANTAL-INDLAEST    pic 9(3) value 0.
      01 BANK-TRANS-AFSTEM-DYN-NAVN  pic x(100) value spaces.
      01 AAR-PARM-DYN-NAVN           pic x(100) value spaces.
      01 REPRINT-PARM-DYN-NAVN       pic x(100) value spaces.
      01 KUNDE-DATA-DYN-NAVN         pic x(100) value spaces.
      01 KORSELS-LOG-DYN-NAVN        pic x(100) value spaces.
      01 TRANS-REST-DYN-NAVN         pic x(100) value spaces.
      01 STATEMENT-READY-DYN-NAVN    pic x(100) value spaces.
      01 OVERF-AFSTEM-DYN-NAVN       pic x(100) value spaces.
      01 DUBLET-EXCEPT-DYN-NAVN      pic x(100) value spaces.
      01 AML-RAPPORT-DYN-NAVN        pic x(100) value spaces.
      01 VALUTA-KURS-DYN-NAVN        pic x(100) value spaces.
      01 RENTE-SATS-DYN-NAVN         pic x(100) value spaces.
      01 KONTO-PRODUKT-DYN-NAVN      pic x(100) value spaces.
      01 KONTO-OPSUM-DYN-NAVN        pic x(100) value spaces.
      01 LEVERANCE-BUNDT-DYN-NAVN    pic x(100) value spaces.
      01 E-RETUR-DYN-NAVN            pic x(100) value spaces.
      01 KUNDE-BESKED-DYN-NAVN       pic x(100) value spaces.
      01 DORMANT-REGISTER-STATUS     pic x(2)   value spaces.
      01 STATEMENT-REGISTER-DYN-NAVN pic x(120) value spaces.
      01 STATEMENT-REGISTER-STATUS   pic x(2)   value spaces.
      01 RENTE-TILSKREVET-DYN-NAVN   pic x(100) value spaces.
      01 RENTE-TILSKREVET-STATUS     pic x(2)   value spaces.
      01 KONTO-INDTJENING-DYN-NAVN   pic x(100) value spaces.
      01 KONTO-INDTJENING-STATUS     pic x(2)   value spaces.
     *> --- Kørselsdatoen (yyyy-mm-dd) - kun renter tilskrevet pr. ---
     *> --- en dato, der er nået, meldes til renteOpsamling ---
      01 RENTE-TILSKREVET-DAGS-DATO  pic x(10)  value spaces.
      01 RENTE-TILSKREVET-NU         pic x(21)  value spaces.
     *> --- Kanal og relations-kopi-tæller for den aktuelle ---
     *> --- udskrift - se skriv-statement-register-linje ---
      01 REGISTER-KANAL-TEKST        pic x(12)  value spaces.
     *> --- Antal KORR:-mærkede korrektions-posteringer på kontoen ---
     *> --- i året - se renteKorrektion (Opgave49) ---
           02 ANTAL-KORREKTIONER      pic 9(3)  value 0.
     *> --- Kontoens indtjening i året, opgjort af ---
     *> --- skriv-konto-indtjening-linje: gebyrer (type GEBYR), ---
     *> --- rente udbetalt til kunden (positiv RENTE plus årets ---
     *> --- tilskrivning), rente betalt af kunden (negativ RENTE, ---
     *> --- OVERTRAEKSRENTE) og lånerente (LAAN:<id> RENTE). Et ---
     *> --- kortkøb er en UDBETALING med et forretningsnavn i BUTIK ---
     *> --- - dvs. uden et "XXX:"-mærke - og BS: og KASSE: tæller ---
     *> --- opkrævninger og ekspeditioner ved skranken ---
      01 Konto-Indtjening-Felter.
           02 KI-GEBYR-DKK            pic s9(13)v99 COMP-3 value 0.
           02 KI-RENTE-UDBETALT-DKK   pic s9(13)v99 COMP-3 value 0.
           02 KI-RENTE-MODTAGET-DKK   pic s9(13)v99 COMP-3 value 0.
           02 KI-LAANERENTE-DKK       pic s9(13)v99 COMP-3 value 0.
           02 KI-BELOB-DKK            pic s9(13)v99 COMP-3 value 0.
           02 KI-ANTAL-KORT           pic 9(5)  value 0.
           02 KI-ANTAL-BS             pic 9(5)  value 0.
           02 KI-ANTAL-KASSE          pic 9(5)  value 0.
           02 KI-KOLON-ANTAL          pic 9(2)  value 0.
           02 KI-RENTE-ANTAL          pic 9(2)  value 0.
           02 KI-GEBYR-E              pic -ZZZZZZZZZZ9.99.
           02 KI-RENTE-UDBETALT-E     pic -ZZZZZZZZZZ9.99.
           02 KI-RENTE-MODTAGET-E     pic -ZZZZZZZZZZ9.99.
           02 KI-LAANERENTE-E         pic -ZZZZZZZZZZ9.99.
     *> --- "35" = filen findes ikke endnu, se aabn-konto-historik-fil ---
      01 KONTO-HISTORIK-STATUS       pic x(2)   value spaces.
      01 CHECKPOINT-DYN-NAVN         pic x(100) value spaces.
     *> --- Bevilgede overtræksrammer pr. konto - se ---
     *> --- beregn-overtraeksrente-for-konto ---
      copy "Opgave10/Copybooks/OvertraekGraenseTabel.cpy".
     *> --- Standardiserede gebyr-betegnelser og kontoens aarlige ---
     *> --- gebyroversigt - se skriv-gebyroversigt ---
      copy "Opgave10/Copybooks/GebyrBetegnelseTabel.cpy".
     *> --- camt.053-kontoudtog til erhvervskunder - se ---
     *> --- opsaml-camt-postering og skriv-camt053-filer ---
      copy "Opgave10/Copybooks/Camt053.cpy".
     *> --- Kundernes budgetmål pr. kategori - se ---
     *> --- skriv-budget-afsnit ---
      copy "Opgave10/Copybooks/BudgetMaalTabel.cpy".
      copy "Opgave10/Copybooks/FilialTabel.cpy".
     *> --- Dødsbo-registret - se kunde-info-fra-konto ---
      copy "Opgave10/Copybooks/DoedsboTabel.cpy".
     *> --- Markedsfoeringssamtykker - se skriv-kunde-beskeder ---
      copy "Opgave10/Copybooks/SamtykkeTabel.cpy".
     *> --- Udlaegs-registret til "Heraf reserveret"-linjen under ---
     *> --- saldoen - se UdlaegTabel.cpy ---
      copy "Opgave10/Copybooks/UdlaegTabel.cpy".
     *> --- Kortreservations-registret til "Reserveret (kortkoeb)"- ---
     *> --- linjen under saldoen - se KortReservationTabel.cpy ---
      copy "Opgave10/Copybooks/KortReservationTabel.cpy".
     *> --- Cash pool-registret til rentetilskrivningen - se ---
     *> --- CashPoolTabel.cpy ---
      copy "Opgave10/Copybooks/CashPoolTabel.cpy".
     *> --- Husstandsregistret - se HusstandTabel.cpy ---
      copy "Opgave10/Copybooks/HusstandTabel.cpy".
     *> --- De aabne opsigelser paa opsigelseskonti - se ---
     *> --- OpsigelseTabel.cpy ---
      copy "Opgave10/Copybooks/OpsigelseTabel.cpy".
     *> --- HUSSTANDS-LOYALITET=Y i KorselsStyring.txt: loyalitets- ---
     *> --- tier (og dermed gebyrrabatten) beregnes paa hele ---
     *> --- husstandens engagement for kunder i en husstand ---
      01 HUSSTANDS-LOYALITET-FLAG    pic x value "N".
           88 HUSSTANDS-LOYALITET-AKTIV value "Y".
      01 HUSSTAND-ENGAGEMENT-DKK     pic s9(13)v99 COMP-3 value 0.
      01 HUSSTAND-KUNDE-TOTAL-DKK    pic s9(13)v99 COMP-3 value 0.
      01 HUSSTAND-SUM-KUNDE-ID       pic x(10) value spaces.
     *> --- Vægttabellen for kontonummer-kontrolcifre - se ---
     *> --- valider-og-strip-transaktioner ---
      copy "Opgave10/Copybooks/KontoCheckTabel.cpy".
     *> --- se skriv-konto-totals/skriv-sidste-aar-sammenligning ---
      copy "Opgave10/Copybooks/PriorAarTabel.cpy".
     *> --- Slutsaldo pr. konto pr. kunde, tværs over CURRENT-AAR- ---
     *> --- loopet - se skriv-konto-totals/find-loyalitets-tier ---
      copy "Opgave10/Copybooks/EngagementTabel.cpy".
     *> --- Overførselsben til IND/UD-parringen - se ---
     *> --- afstem-overfoersler ---
      copy "Opgave10/Copybooks/OverfoerselsTabel.cpy".
     *> --- Kildeskat-satsen og beregningsfelterne - se ---
     *> --- beregn-og-skriv-rente/opsummer-kildeskat ---
      copy "Opgave10/Copybooks/KildeskatTabel.cpy".
     *> --- Genererede udskrifter pr. bank til leverance-bundterne - ---
     *> --- se registrer-leverance/skriv-leverance-bundter ---
      copy "Opgave10/Copybooks/LeveranceTabel.cpy".
              03 BSK-FRA           pic x(14).
              03 BSK-TIL           pic x(14).
              03 BSK-TEKST         pic x(100).
              03 BSK-KATEGORI      pic x.
                 88 BSK-KAMPAGNE          value "K".
              03 BSK-ANTAL-RAMT    pic 9(7) value 0.
              03 BSK-ANTAL-UDEN-SAMTYKKE pic 9(7) value 0.
      01 BSK-INDEX                pic 9(3) value 0.
      01 BSK-KVALIFICERET-FLAG    pic x value "N".
           88 BESKED-KVALIFICERET     value "Y".
      01 EOF-check-returpost      pic x value "N".
           88 end-of-file-returpost value "Y".
      01 ANTAL-TILBAGEHOLDT       pic 9(7) value 0.
     *> --- Pr. konto: kundens tilgaengeligheds-praeference - sat af ---
     *> --- afgoer-tilgaengelig-udskrift. Stor skrift og lineaer ---
     *> --- tekst skrives i det tilgaengelige layout (én oplysning ---
     *> --- pr. linje med label, ingen kolonner), stor skrift ---
     *> --- desuden med dobbelt linjeafstand og faerre poster pr. side ---
      01 TILGAENGELIG-FLAG        pic x value space.
           88 TILGAENGELIG-STOR-SKRIFT value "S".
           88 TILGAENGELIG-LINEAER     value "L".
           88 TILGAENGELIG-AKTIV       value "S" "L".
           88 TILGAENGELIG-INAKTIV     value space.
     *> --- Papirudgaven går i sit eget bundt uden for presort- ---
     *> --- kørslen - samme omdirigering som TilbageholdtPost.txt ---
      01 TILGAENGELIG-DYN-NAVN    pic x(100) value spaces.
      01 ANTAL-TILGAENGELIGE      pic 9(7) value 0.
      77 MAX-POSTER-PR-SIDE-STOR  pic 9(4) value 8.
      01 TILGAENGELIG-POST-NR     pic 9(5) value 0.
      01 TILGAENGELIG-POST-NR-E   pic zzzz9.
      01 TILGAENGELIG-BELOB       pic s9(13)v99 COMP-3 value 0.
      01 TILGAENGELIG-BELOB-E     pic ZZZZZZZZZZ9.99.
     *> --- AML-grænser og arbejdsfelter - se overvaag-aml-for-konto ---
      copy "Opgave10/Copybooks/AmlOvervaagning.cpy".
     *> --- Dato-virksomme valutakurser fra den valgfri ---
     *> --- Valuta Konversioner (kurser og DKK-beløb i COMP-3) ---
      01 valuta-konvertering.
           copy "Opgave10/Copybooks/Valuta.cpy".
     *> --- Den aktuelle kontos tal til kontoopsummeringen - ---
     *> --- nulstillet pr. konto i læs-og-skriv-kontoudskrift og ---
     *> --- skrevet af skriv-konto-opsummering. KOS-VALUTA-POST ---
     *> --- følger VK-POST-rækkefølgen i Valuta.cpy, KOS-EJER-POST ---
     *> --- holder kontoens ejere (primær ejer først, så medejerne) ---
      01 Konto-Opsummerings-Felter.
           02 KOS-GEBYR-DKK         pic s9(13)v99 COMP-3 value 0.
           02 KOS-RENTE-DKK         pic s9(13)v99 COMP-3 value 0.
           02 KOS-KILDESKAT-DKK     pic s9(13)v99 COMP-3 value 0.
           02 KOS-KILDESKAT-FLAG    pic x value "N".
              88 KOS-MED-KILDESKAT  value "Y".
           02 KOS-KUNDE-ID          pic x(10) value spaces.
           02 KOS-AKTUEL-KUNDE-ID   pic x(10) value spaces.
           02 KOS-ANDEL-AKTUEL      pic 9(3) value 0.
           02 KOS-ANTAL-LINJER      pic 9(9) value 0.
           02 KOS-VALUTA-POST OCCURS 6 TIMES.
              03 KOS-VA-ANTAL-TRANS pic 9(7) value 0.
              03 KOS-VA-VOLUMEN-ORIGINAL
                                    pic s9(13)v99 COMP-3 value 0.
              03 KOS-VA-VOLUMEN-DKK pic s9(13)v99 COMP-3 value 0.
           02 KOS-UKENDT-ANTAL-TRANS pic 9(7) value 0.
           02 KOS-UKENDT-VOLUMEN-DKK pic s9(13)v99 COMP-3 value 0.
           02 KOS-VA-INDEX          pic 9(2) value 0.
           02 MAX-KOS-EJERE         pic 9(3) value 50.
           02 KOS-EJER-ANTAL        pic 9(3) value 0.
           02 KOS-EJER-POST OCCURS 50 TIMES.
              03 KOS-EJ-KUNDE-ID    pic x(10).
              03 KOS-EJ-ANDEL-PCT   pic 9(3).
              03 KOS-EJ-SALDO-FLAG  pic x.
                 88 KOS-EJ-MED-SALDO value "Y".
              03 KOS-EJ-SALDO-DKK   pic s9(13)v99 COMP-3.
              03 KOS-EJ-RENTE-FLAG  pic x.
                 88 KOS-EJ-MED-RENTE value "Y".
              03 KOS-EJ-RENTE-DKK   pic s9(13)v99 COMP-3.
           02 KOS-EJ-INDEX          pic 9(3) value 0.
           02 KOS-GEMT-KUNDE-FLAG   pic x value "N".
           02 KOS-GEMT-KU-IDX       pic 9(5) value 0.
     *> --- Rentesatser til årlig rentetilskrivning (se ---
     *> --- beregn-og-skriv-rente) ---
      01 rente-beregning.
     *> --- beregn-overtraeksrente-for-konto) ---
      01 overtraek-rente-beregning.
           copy "Opgave10/Copybooks/OvertraekRente.cpy".
     *> --- Finanskonto-mapning og posteringsfelter - gebyr- og ---
     *> --- rentetotalerne til skriv-simulerings-oversigt ---
      01 finans-postering.
           copy "Opgave10/Copybooks/FinansKontoTabel.cpy".
     *> --- Transaktionstype-kodetabel (se ---
           perform aabn-konto-historik-fil
           perform aabn-dormant-register-fil
           perform aabn-statement-register-fil
           perform aabn-rente-tilskrevet-fil
           perform aabn-konto-indtjening-fil
           move 0 to ANTAL-KONTI-OVERFLOW
           move 0 to ANTAL-BANK-EXCEPTIONS
           move 0 to ANTAL-BELOB-EXCEPTIONS
     *>     START-AAR/SLUT-AAR der allerede er bundet til ét bestemt år ---
           if not REPRINT-MODE-AKTIV
               perform indlæs-checkpoint
     *> --- Kontoopsummeringen til side-rapporterne skrives forfra ---
     *> --- hver kørsel - se skriv-konto-opsummering ---
               open output Konto-Opsummering-Out
               move 0 to KOS-ANTAL-LINJER
           end-if

     *> --- Sorterer Transaktioner.txt én gang efter DATO, så hele ---
     *> --- Indlæser de valgfri bevilgede overtræksrammer til den ---
     *> --- to-delte overtræksbehandling ---
           perform indlæs-overtraek-graenser
     *> --- Indlæser den valgfri mapning til gebyroversigtens ---
     *> --- standard-betegnelser (ellers bruges standardopsætningen) ---
           perform indlæs-gebyr-betegnelser
     *> --- Indlæser de valgfri vedligeholdte kodetabeller (ellers ---
     *> --- bruges literal-standardopsætningen i copybøgerne) ---
           perform indlæs-gebyr-satser
           perform indlæs-trans-typer
           perform indlæs-butik-kategorier
     *> --- Indlæser kundernes valgfri budgetmål til budget-afsnittet ---
           perform indlæs-budget-maal
     *> --- Indlæser de valgfri emissionsfaktorer til klima- ---
           perform indlæs-filial-tabel
     *> --- Indlæser det valgfri dødsbo-register til bo-adressering ---
           perform indlæs-doedsbo-register
     *> --- Indlæser det valgfri samtykkeregister til kampagne- ---
     *> --- beskederne ---
           perform indlæs-samtykke-register
     *> --- Indlæser det valgfri udlaegs-register til "Heraf ---
     *> --- reserveret"-linjen under saldoen ---
           perform indlæs-udlaeg-register
     *> --- Indlæser det valgfri kortreservations-register til ---
     *> --- "Reserveret (kortkoeb)"-linjen under saldoen ---
           perform indlæs-kort-reservationer
     *> --- Indlæser det valgfri cash pool-register, saa renten kun ---
     *> --- tilskrives puljernes topkonti ---
           perform indlæs-cashpool-register
           perform indlæs-husstand-register
           perform indlæs-opsigelses-register
     *> --- Indlæser loyalitets-tiers og forrige kørsels tier- ---
     *> --- register til gebyrrabatten og tier-skift-listen ---
           perform indlæs-loyalitets-tabeller
               open output Kontoudskrift-Out
               set KONTOUDSKRIFT-ER-AABEN to TRUE
           end-if
     *> --- camt.053-arbejdsfilen samler hele kørslens kontoudtogs- ---
     *> --- posteringer hen over år-loopet - se opsaml-camt-postering ---
           if not REPRINT-MODE-AKTIV
               open output Camt-Arbejd-Work
           end-if

           display "Kører Kontoudskrift for aar " start-aar " til "
               SLUT-AAR
               perform skriv-korsels-log-linje
               add 1 to GT-ANTAL-AAR-PROCESSERET
               add ANTAL-KONTI to GT-ANTAL-KONTI-TOTAL
               if ANTAL-KONTI > KONTO-TABEL-HOEJVANDE
                   move ANTAL-KONTI to KONTO-TABEL-HOEJVANDE
               end-if
                   if ANTAL-KONTI > 0
                       perform læs-og-skriv-kontoudskrift
                   else
           else
               close Trans-Indeks-In
           end-if
           if not REPRINT-MODE-AKTIV
               close Camt-Arbejd-Work
           end-if
     *> --- Metrik-historik og afvigelses-kontrol mod forrige ---
     *> --- sammenlignelige kørsel - skal ske mens ---
     *> --- Drifts-Exceptions-Out stadig er åben ---
           close Konto-Historik-Out
           close Dormant-Register-Out
           close Statement-Register-Out
           close Rente-Tilskrevet-Out
           close Konto-Indtjening-Out
           if ANTAL-BANK-EXCEPTIONS > 0
               display "ADVARSEL: " ANTAL-BANK-EXCEPTIONS
                   " konto(er) med REG-NR uden match i Banker.txt - se "
               end-string
               perform skriv-korsels-log-linje
           end-if
     *> --- Arkivering, kontoopsummering og run-level kontrol-totaler
     *>     er alle beregnet over hele batchens år-interval/datasæt, ikke
     *>     over den ene konto et genoptryk kører for - springes derfor
     *>     over i genoptryk-mode, så et enkelt genoptryk hverken
                   display function TRIM(KORSELS-LOG-TEKST)
                   perform skriv-korsels-log-linje
               end-if
     *> --- Afslut kontoopsummeringen med referencedata og ---
     *> --- kontrol-totaler - side-rapporterne dannes af det ---
     *> --- efterfølgende trin sideRapporter (Opgave98) ---
               perform afslut-konto-opsummering
     *> --- Byg leverance-bundterne pr. bank og manifestet ---
               perform skriv-leverance-bundter
     *> --- Byg camt.053-kontoudtogene pr. kunde og deres manifest ---
               perform skriv-camt053-filer
     *> --- Skriv run-level kontrol-totaler for hele batchen ---
               perform skriv-korsels-oversigt
     *> --- Og kørslens kontrol-record til kædeafstemningen ---
               end-if
           end-if
           close Korsels-Log-Out
             perform skriv-kapacitet
             stop run.

     *> --- Fastlægger kørsels-identiteten: KORSELS_RUN_ID fra ---
           write Konto-Historik-Linje
           exit.

     *> --- Nulstiller den aktuelle kontos tal til konto- ---
     *> --- opsummeringen - kaldes pr. konto, før gebyr, rente og ---
     *> --- transaktioner summeres ---
      nulstil-konto-opsummering.
           move 0 to KOS-GEBYR-DKK
           move 0 to KOS-RENTE-DKK
           move 0 to KOS-KILDESKAT-DKK
           move "N" to KOS-KILDESKAT-FLAG
           move spaces to KOS-KUNDE-ID
           move 0 to KOS-UKENDT-ANTAL-TRANS
           move 0 to KOS-UKENDT-VOLUMEN-DKK
           perform varying KOS-VA-INDEX from 1 by 1
               until KOS-VA-INDEX > ANTAL-VALUTAER
               move 0 to KOS-VA-ANTAL-TRANS (KOS-VA-INDEX)
               move 0 to KOS-VA-VOLUMEN-ORIGINAL (KOS-VA-INDEX)
               move 0 to KOS-VA-VOLUMEN-DKK (KOS-VA-INDEX)
           end-perform
           move 0 to KOS-EJER-ANTAL
           exit.

     *> --- Finder (eller opretter) KOS-AKTUEL-KUNDE-ID blandt ---
     *> --- kontoens ejere og efterlader KOS-EJ-INDEX på posten - 0, ---
     *> --- hvis kontoen har flere ejere, end tabellen rummer ---
      find-eller-opret-kos-ejer.
           perform varying KOS-EJ-INDEX from 1 by 1
               until KOS-EJ-INDEX > KOS-EJER-ANTAL
                   or KOS-EJ-KUNDE-ID (KOS-EJ-INDEX)
                      = KOS-AKTUEL-KUNDE-ID
               continue
           end-perform
           if KOS-EJ-INDEX > KOS-EJER-ANTAL
               if KOS-EJER-ANTAL < MAX-KOS-EJERE
                   add 1 to KOS-EJER-ANTAL
                   move KOS-EJER-ANTAL to KOS-EJ-INDEX
                   move KOS-AKTUEL-KUNDE-ID
                       to KOS-EJ-KUNDE-ID (KOS-EJ-INDEX)
                   move KOS-ANDEL-AKTUEL
                       to KOS-EJ-ANDEL-PCT (KOS-EJ-INDEX)
                   move "N" to KOS-EJ-SALDO-FLAG (KOS-EJ-INDEX)
                   move 0 to KOS-EJ-SALDO-DKK (KOS-EJ-INDEX)
                   move "N" to KOS-EJ-RENTE-FLAG (KOS-EJ-INDEX)
                   move 0 to KOS-EJ-RENTE-DKK (KOS-EJ-INDEX)
               else
                   display "Bemærk: Konto " KT-KONTO-ID (I-KONTO)
                       " har flere ejere end MAX-KOS-EJERE - kunde "
                       KOS-AKTUEL-KUNDE-ID
                       " ikke med i kontoopsummeringen"
                   move 0 to KOS-EJ-INDEX
               end-if
           end-if
           exit.

     *> --- Skriver kontoens linjer i kontoopsummeringen: K-linjen ---
     *> --- med saldi, gebyr, rente, kildeskat, bank og filial, en ---
     *> --- E-linje pr. ejer, en X-linje pr. valuta og en G-linje ---
     *> --- pr. butik-kategori, kontoen har haft transaktioner i. ---
     *> --- Gebyr og rente summeres samtidig til finans-totalerne. ---
     *> --- KUNDE-FUNDET/KU-IDX gemmes og genskabes omkring ---
     *> --- navneopslagene, så kontoens eget kundeopslag står urørt ---
      skriv-konto-opsummering.
           move KUNDE-TABEL-FUND-FLAG to KOS-GEMT-KUNDE-FLAG
           if KUNDE-FUNDET
               set KOS-GEMT-KU-IDX to KU-IDX
           end-if
           if KOS-KUNDE-ID = spaces
               if KT-KUNDE-ID (I-KONTO) not = spaces
                   move KT-KUNDE-ID (I-KONTO) to KOS-KUNDE-ID
               else
                   if KUNDE-FUNDET
                       move KU-KUNDE-ID (KU-IDX) to KOS-KUNDE-ID
                   end-if
               end-if
           end-if
           add KOS-GEBYR-DKK to FP-GEBYR-TOTAL-DKK
           add KOS-RENTE-DKK to FP-RENTE-TOTAL-DKK
           move spaces to Konto-Opsummering-Linje
           set KO-KONTO to TRUE
           move CURRENT-AAR to KO-AAR
           move KT-KONTO-ID (I-KONTO) to KO-KONTO-ID
           move KT-REG-NR (I-KONTO) to KO-K-REG-NR
           set BANK-IKKE-FUNDET to TRUE
           move spaces to REG-NR-SEARCH-KEY
           move KT-REG-NR (I-KONTO) to REG-NR-SEARCH-KEY
           search all BT-POST
               when BT-REG-NR (BT-IDX) = REG-NR-SEARCH-KEY
                   set BANK-FUNDET to TRUE
           end-search
           move "N" to KO-K-BANK-FLAG
           if BANK-FUNDET
               move "Y" to KO-K-BANK-FLAG
               move BT-BANKNAVN (BT-IDX) to KO-K-BANKNAVN
           end-if
           move KOS-KUNDE-ID to KO-K-KUNDE-ID
           move KT-ANTAL-TRANS (I-KONTO) to KO-K-ANTAL-TRANS
           move Total-Saldo-DKK-IN to KO-K-SALDO-IN-DKK
           move Total-Saldo-DKK-OUT to KO-K-SALDO-OUT-DKK
           move TOTAL-SUM-DKK to KO-K-SALDO-SUM-DKK
           move KOS-GEBYR-DKK to KO-K-GEBYR-DKK
           move KOS-RENTE-DKK to KO-K-RENTE-DKK
           move KOS-KILDESKAT-DKK to KO-K-KILDESKAT-DKK
           move KOS-KILDESKAT-FLAG to KO-K-KILDESKAT-FLAG
           move "N" to KO-K-FILIAL-FLAG
           if FILIAL-FUNDET
               move "Y" to KO-K-FILIAL-FLAG
               move AKTUEL-FILIAL-KODE to KO-K-FILIAL-KODE
               move AKTUEL-FILIAL-NAVN to KO-K-FILIAL-NAVN
           end-if
           move 0 to KO-K-AML-HITS
           if ANTAL-AML-HITS > FP-AML-HITS-FOER
               compute KO-K-AML-HITS =
                   ANTAL-AML-HITS - FP-AML-HITS-FOER
           end-if
           perform skriv-konto-opsummering-linje
     *> --- Ejerne med deres andel af saldo og rente ---
           perform varying KOS-EJ-INDEX from 1 by 1
               until KOS-EJ-INDEX > KOS-EJER-ANTAL
               move spaces to Konto-Opsummering-Linje
               set KO-EJER to TRUE
               move CURRENT-AAR to KO-AAR
               move KT-KONTO-ID (I-KONTO) to KO-KONTO-ID
               move KOS-EJ-KUNDE-ID (KOS-EJ-INDEX) to KO-E-KUNDE-ID
               set KUNDE-IKKE-FUNDET to TRUE
               search all KU-POST
                   when KU-KUNDE-ID (KU-IDX)
                        = KOS-EJ-KUNDE-ID (KOS-EJ-INDEX)
                       set KUNDE-FUNDET to TRUE
               end-search
               move "N" to KO-E-KUNDE-FLAG
               if KUNDE-FUNDET
                   move "Y" to KO-E-KUNDE-FLAG
                   move KU-FULD-NAVN (KU-IDX) to KO-E-KUNDE-NAVN
               end-if
               move KOS-EJ-ANDEL-PCT (KOS-EJ-INDEX) to KO-E-ANDEL-PCT
               move KOS-EJ-SALDO-FLAG (KOS-EJ-INDEX)
                   to KO-E-ENGAGEMENT-FLAG
               move KOS-EJ-SALDO-DKK (KOS-EJ-INDEX) to KO-E-SALDO-DKK
               move KOS-EJ-RENTE-FLAG (KOS-EJ-INDEX) to KO-E-RENTE-FLAG
               move KOS-EJ-RENTE-DKK (KOS-EJ-INDEX) to KO-E-RENTE-DKK
               perform skriv-konto-opsummering-linje
           end-perform
           move KOS-GEMT-KUNDE-FLAG to KUNDE-TABEL-FUND-FLAG
           if KUNDE-FUNDET
               set KU-IDX to KOS-GEMT-KU-IDX
           end-if
     *> --- Transaktioner pr. valuta - blank kode er ukendt valuta ---
           perform varying KOS-VA-INDEX from 1 by 1
               until KOS-VA-INDEX > ANTAL-VALUTAER
               if KOS-VA-ANTAL-TRANS (KOS-VA-INDEX) > 0
                   move spaces to Konto-Opsummering-Linje
                   set KO-VALUTA to TRUE
                   move CURRENT-AAR to KO-AAR
                   move KT-KONTO-ID (I-KONTO) to KO-KONTO-ID
                   move VK-KODE (KOS-VA-INDEX) to KO-X-KODE
                   move KOS-VA-ANTAL-TRANS (KOS-VA-INDEX)
                       to KO-X-ANTAL-TRANS
                   move KOS-VA-VOLUMEN-ORIGINAL (KOS-VA-INDEX)
                       to KO-X-VOLUMEN-ORIGINAL
                   move KOS-VA-VOLUMEN-DKK (KOS-VA-INDEX)
                       to KO-X-VOLUMEN-DKK
                   perform skriv-konto-opsummering-linje
               end-if
           end-perform
           if KOS-UKENDT-ANTAL-TRANS > 0
               move spaces to Konto-Opsummering-Linje
               set KO-VALUTA to TRUE
               move CURRENT-AAR to KO-AAR
               move KT-KONTO-ID (I-KONTO) to KO-KONTO-ID
               move KOS-UKENDT-ANTAL-TRANS to KO-X-ANTAL-TRANS
               move 0 to KO-X-VOLUMEN-ORIGINAL
               move KOS-UKENDT-VOLUMEN-DKK to KO-X-VOLUMEN-DKK
               perform skriv-konto-opsummering-linje
           end-if
     *> --- Forbrug pr. butik-kategori ---
           perform varying KAT-INDEX from 1 by 1
               until KAT-INDEX > KAT-ANTAL
               if KAT-ANTAL-TRANS (KAT-INDEX) > 0
                   move spaces to Konto-Opsummering-Linje
                   set KO-KATEGORI to TRUE
                   move CURRENT-AAR to KO-AAR
                   move KT-KONTO-ID (I-KONTO) to KO-KONTO-ID
                   move KAT-NAVN (KAT-INDEX) to KO-G-KATEGORI
                   move KAT-ANTAL-TRANS (KAT-INDEX) to KO-G-ANTAL-TRANS
                   move KAT-SUM-DKK (KAT-INDEX) to KO-G-SUM-DKK
                   perform skriv-konto-opsummering-linje
               end-if
           end-perform
           exit.

      skriv-konto-opsummering-linje.
           write Konto-Opsummering-Linje
           add 1 to KOS-ANTAL-LINJER
           exit.

     *> --- Afslutter kontoopsummeringen ved kørslens afslutning: ---
     *> --- koerslens referencedata (ultimo-kurser, loyalitets- ---
     *> --- tiers, forrige tier-register og husstandsregistret), så ---
     *> --- side-rapporterne dannes med samme stamdata som ---
     *> --- udskriften, og til sidst T-linjen med kontrol-totalerne ---
      afslut-konto-opsummering.
           move spaces to ULTIMO-DATO
           move 1 to pos
           string
                  into ULTIMO-DATO
                  with pointer pos
           end-string
     *> --- Kursen i kraft 31/12 SLUT-AAR pr. valutakode ---
           perform varying VK-INDEX from 1 by 1
               until VK-INDEX > ANTAL-VALUTAER
               move VK-KODE (VK-INDEX) to KURS-OPSLAG-KODE
               move ULTIMO-DATO to KURS-OPSLAG-DATO
               move VK-KURS (VK-INDEX) to VALGT-KURS
               perform find-dato-kurs
               move spaces to Konto-Opsummering-Linje
               set KO-KURS to TRUE
               move SLUT-AAR to KO-AAR
               move VK-KODE (VK-INDEX) to KO-V-KODE
               move ULTIMO-DATO to KO-V-ULTIMO-DATO
               move VALGT-KURS to KO-V-ULTIMO-KURS
               perform skriv-konto-opsummering-linje
           end-perform
           perform varying LO-INDEX from 1 by 1
               until LO-INDEX > LO-ANTAL
               move spaces to Konto-Opsummering-Linje
               set KO-TIER to TRUE
               move SLUT-AAR to KO-AAR
               move LO-GRAENSE-DKK (LO-INDEX) to KO-L-GRAENSE-DKK
               move LO-TIER-NAVN (LO-INDEX) to KO-L-TIER-NAVN
               move LO-RABAT-PCT (LO-INDEX) to KO-L-RABAT-PCT
               perform skriv-konto-opsummering-linje
           end-perform
           perform varying LR-INDEX from 1 by 1
               until LR-INDEX > LR-ANTAL
               move spaces to Konto-Opsummering-Linje
               set KO-FORRIGE-TIER to TRUE
               move SLUT-AAR to KO-AAR
               move LR-KUNDE-ID (LR-INDEX) to KO-F-KUNDE-ID
               move LR-TIER-NAVN (LR-INDEX) to KO-F-TIER-NAVN
               perform skriv-konto-opsummering-linje
           end-perform
           perform varying HH-INDEX from 1 by 1
               until HH-INDEX > HH-ANTAL
               move spaces to Konto-Opsummering-Linje
               set KO-HUSSTAND to TRUE
               move SLUT-AAR to KO-AAR
               move HH-HUSSTAND-ID (HH-INDEX) to KO-M-HUSSTAND-ID
               move HH-KUNDE-ID (HH-INDEX) to KO-M-KUNDE-ID
               move HH-GODKENDT-AF (HH-INDEX) to KO-M-GODKENDT-AF
               move HH-GODKENDT-DATO (HH-INDEX)
                   to KO-M-GODKENDT-DATO
               perform skriv-konto-opsummering-linje
           end-perform
     *> --- T-linjen: kørslens kontrol-totaler, dato og EUR-kursen ---
     *> --- pr. 31/12 SLUT-AAR til indskydergarantiens loft ---
           move spaces to Konto-Opsummering-Linje
           set KO-KORSEL to TRUE
           move SLUT-AAR to KO-AAR
           move KORSELS-RUN-ID to KO-T-RUN-ID
           move START-AAR to KO-T-START-AAR
           move SLUT-AAR to KO-T-SLUT-AAR
           move function CURRENT-DATE to KORSELS-LOG-TIDSSTEMPEL
           move 1 to pos
           string
               KORSELS-LOG-TIDSSTEMPEL (1:4)  delimited by size
               "-"                            delimited by size
               KORSELS-LOG-TIDSSTEMPEL (5:2)  delimited by size
               "-"                            delimited by size
               KORSELS-LOG-TIDSSTEMPEL (7:2)  delimited by size
                  into KO-T-DATO
                  with pointer pos
           end-string
           move HUSSTANDS-LOYALITET-FLAG to KO-T-HUSSTANDS-LOYALITET
           move "EUR" to KURS-OPSLAG-KODE
           move ULTIMO-DATO to KURS-OPSLAG-DATO
           move 0 to VALGT-KURS
           perform varying VK-INDEX from 1 by 1
               until VK-INDEX > ANTAL-VALUTAER
                   or function TRIM(VK-KODE (VK-INDEX)) = "EUR"
               continue
           end-perform
           if VK-INDEX <= ANTAL-VALUTAER
               move VK-KURS (VK-INDEX) to VALGT-KURS
           end-if
           perform find-dato-kurs
           move ULTIMO-DATO to KO-T-GARANTI-KURS-DATO
           move VALGT-KURS to KO-T-GARANTI-KURS
           move GT-ANTAL-KONTI-TOTAL to KO-T-ANTAL-KONTI
           move GT-ANTAL-TRANS-TOTAL to KO-T-ANTAL-TRANS
           move GT-SALDO-IN-TOTAL to KO-T-SALDO-IN-DKK
           move GT-SALDO-OUT-TOTAL to KO-T-SALDO-OUT-DKK
           move GT-SALDO-SUM-TOTAL to KO-T-SALDO-SUM-DKK
           add 1 to KOS-ANTAL-LINJER
           move KOS-ANTAL-LINJER to KO-T-ANTAL-LINJER
           write Konto-Opsummering-Linje
           close Konto-Opsummering-Out
           display "Kontoopsummering skrevet til "
               "text-files/KontoOpsummering.txt, antal linjer: "
               KOS-ANTAL-LINJER
           move spaces to KORSELS-LOG-TEKST
           move 1 to pos
           string
               "Kontoopsummering skrevet til "
                                          delimited by size
               "text-files/KontoOpsummering.txt, antal linjer: "
                                          delimited by size
               KOS-ANTAL-LINJER           delimited by size
                  into KORSELS-LOG-TEKST
                  with pointer pos
           end-string
           perform skriv-korsels-log-linje
           exit.

     *> --- Skriver de akkumulerede run-level kontrol-totaler til ---
                   function TRIM(BSK-ANTAL-RAMT (BSK-INDEX))
                                                     delimited by size
                   " konto-udskrift(er)"             delimited by size
                   ", udeladt uden samtykke: "       delimited by size
                   function TRIM(BSK-ANTAL-UDEN-SAMTYKKE (BSK-INDEX))
                                                     delimited by size
                      into felt-linje
                      with pointer pos
               end-string
     *> --- kanal - alt sammen uden at en eneste levende fil er ---
     *> --- rørt (outputs ligger under Preview/, og arkivering, ---
     *> --- checkpoint og historik-appends er undertrykt) ---
     *> --- FP-GEBYR-TOTAL-DKK/FP-RENTE-TOTAL-DKK er summeret pr. ---
     *> --- konto af skriv-konto-opsummering ---
      skriv-simulerings-oversigt.
           open output Simulering-Out
           write Simulering-Linje from
               "=== SIMULERING - ingen levende filer er aendret ==="
               "/OvertraekGraenser.txt"      delimited by size
                  into OVERTRAEK-GRAENSE-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/GebyrBetegnelser.txt"       delimited by size
                  into GEBYR-BETEGNELSE-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/GebyrSatser.txt"            delimited by size
                  into GEBYR-SATS-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/TransaktionsTyper.txt"      delimited by size
                  into TRANS-TYPE-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/ButikKategorier.txt"        delimited by size
                  into BUTIK-KATEGORI-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/BudgetMaal.txt"             delimited by size
               "/DoedsboRegister.txt"        delimited by size
                  into DOEDSBO-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/SamtykkeRegister.txt"       delimited by size
                  into SAMTYKKE-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/UdlaegRegister.txt"         delimited by size
                  into UDLAEG-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/KortReservationer.txt"      delimited by size
                  into KORT-RESERVATION-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/CashPoolRegister.txt"       delimited by size
                  into CASHPOOL-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/HusstandRegister.txt"       delimited by size
                  into HUSSTAND-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/OpsigelsesRegister.txt"     delimited by size
                  into OPSIGELSE-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/KontoVaegte.txt"            delimited by size
               "/LoyalitetsRegister.txt"     delimited by size
                  into LOYALITET-REGISTER-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/BankTransAfstemning.txt"    delimited by size
               "/TransaktionerRest.txt"      delimited by size
                  into TRANS-REST-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/StatementReadyFeed.txt"     delimited by size
                  into STATEMENT-READY-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/OverfoerselsAfstemning.txt" delimited by size
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/KontoOpsummering.txt"       delimited by size
                  into KONTO-OPSUM-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/LeveranceManifest.txt"      delimited by size
                  into LEVERANCE-MANIFEST-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/Camt053Manifest.txt"        delimited by size
                  into CAMT053-MANIFEST-DYN-NAVN
           end-string
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/TilbageholdtPost.txt"       delimited by size
                  into TILBAGEHOLDT-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/TilgaengeligeUdskrifter.txt" delimited by size
                  into TILGAENGELIG-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/EStatementFejl.txt"         delimited by size
               "/StatementRegister.txt"      delimited by size
                  into STATEMENT-REGISTER-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/RenteTilskrevet.txt"        delimited by size
                  into RENTE-TILSKREVET-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/KontoIndtjening.txt"        delimited by size
                  into KONTO-INDTJENING-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/KorselsCheckpoint.txt"      delimited by size
               "/KaedeKontrol.txt"           delimited by size
                  into KAEDE-KONTROL-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/KapacitetsLog.txt"          delimited by size
                  into KAPACITET-DYN-NAVN
           end-string
           exit.

     *> --- Forudlæser KorselsStyring.txt alene for SIMULERING=Y, ---
           end-if
           exit.

     *> --- Og for tilskrivnings-feedet til renteOpsamling ---
      aabn-rente-tilskrevet-fil.
           open extend Rente-Tilskrevet-Out
           if RENTE-TILSKREVET-STATUS = "35"
               open output Rente-Tilskrevet-Out
           end-if
           move function CURRENT-DATE to RENTE-TILSKREVET-NU
           move spaces to RENTE-TILSKREVET-DAGS-DATO
           string
               RENTE-TILSKREVET-NU (1:4)  delimited by size
               "-"                        delimited by size
               RENTE-TILSKREVET-NU (5:2)  delimited by size
               "-"                        delimited by size
               RENTE-TILSKREVET-NU (7:2)  delimited by size
                  into RENTE-TILSKREVET-DAGS-DATO
           end-string
           exit.

     *> --- Og for indtjenings-feedet til kundeIndtjening ---
      aabn-konto-indtjening-fil.
           open extend Konto-Indtjening-Out
           if KONTO-INDTJENING-STATUS = "35"
               open output Konto-Indtjening-Out
           end-if
           exit.

     *> --- Melder en tilskrevet rente (RTS-ART/-DATO/-BELOB sat af ---
     *> --- kalderen) til renteOpsamling. Et løbende år, hvis 31/12 ---
     *> --- ikke er nået, er kun et foreløbigt tal og meldes ikke - ---
     *> --- det gør den endelige kørsel efter årsskiftet ---
      skriv-rente-tilskrevet-linje.
           if RTS-DATO > RENTE-TILSKREVET-DAGS-DATO
               or RTS-BELOB = 0
               or not SIMULERING-INAKTIV
               exit paragraph
           end-if
           move KT-KONTO-ID (I-KONTO) to RTS-KONTO-ID
           move spaces to RTS-REF
           move "KONTOUDSKR." to RTS-KILDE
           write Rente-Tilskrevet-Linje
           exit.

     *> --- Appender udskriftens register-linje: kanalen er afgjort ---
     *> --- af samme flags, som rutede selve udskriften, og ---
     *> --- filnavnet er den fil, den faktisk landede i ---
                   and AKTIVITET-BUTIK-MAERKE (1:5) not = "LAAN:"
                   and AKTIVITET-BUTIK-MAERKE (1:4) not = "RYK:"
                   and AKTIVITET-BUTIK-MAERKE (1:5) not = "KORR:"
                   and AKTIVITET-BUTIK-MAERKE (1:5) not = "POOL:"
                   and AKTIVITET-BUTIK-MAERKE (1:8) not = "UDBYTTE:"
                   and AKTIVITET-BUTIK-MAERKE (1:5) not = "BOKS:"
                   and AKTIVITET-BUTIK-MAERKE (1:11) not = "OPSIG:GEBYR"
                   and AKTIVITET-BUTIK-MAERKE (1:9) not = "CHKRETUR:"
                   and AKTIVITET-BUTIK-MAERKE (1:9) not = "CHKGEBYR:"
                   and AKTIVITET-BUTIK-MAERKE (1:4) not = "CLR:"
                   add 1 to ANTAL-KUNDE-TRANS
                   if KT-DATO (I-KONTO, I-TRANS)(1:10)
                       > SIDSTE-AKTIVITET-DATO
           end-if
           exit.

     *> --- Opgør og appender kontoens indtjening i året - årets ---
     *> --- tilskrevne indlånsrente (RENTE-BELOB-DKK) står ikke i ---
     *> --- KT-TRANS og lægges til her ---
      skriv-konto-indtjening-linje.
           move 0 to KI-GEBYR-DKK
           move RENTE-BELOB-DKK to KI-RENTE-UDBETALT-DKK
           move 0 to KI-RENTE-MODTAGET-DKK
           move 0 to KI-LAANERENTE-DKK
           move 0 to KI-ANTAL-KORT
           move 0 to KI-ANTAL-BS
           move 0 to KI-ANTAL-KASSE
           perform varying I-TRANS from 1 by 1
               until I-TRANS > KT-ANTAL-TRANS (I-KONTO)
               move 0 to KI-BELOB-DKK
               if function TEST-NUMVAL(
                   KT-BELOB (I-KONTO, I-TRANS)) = 0
                   move function NUMVAL(KT-BELOB (I-KONTO, I-TRANS))
                       to KI-BELOB-DKK
               end-if
               move KT-BUTIK (I-KONTO, I-TRANS)
                   to AKTIVITET-BUTIK-MAERKE
               move 0 to KI-KOLON-ANTAL
               inspect AKTIVITET-BUTIK-MAERKE
                   tallying KI-KOLON-ANTAL for all ":"
               evaluate true
                   when function TRIM(KT-TYPE (I-KONTO, I-TRANS))
                       = "GEBYR"
                       subtract KI-BELOB-DKK from KI-GEBYR-DKK
                   when function TRIM(KT-TYPE (I-KONTO, I-TRANS))
                       = "RENTE"
                       if KI-BELOB-DKK > 0
                           add KI-BELOB-DKK to KI-RENTE-UDBETALT-DKK
                       else
                           subtract KI-BELOB-DKK
                               from KI-RENTE-MODTAGET-DKK
                       end-if
                   when function TRIM(KT-TYPE (I-KONTO, I-TRANS))
                       = "OVERTRAEKSRENTE"
                       subtract KI-BELOB-DKK from KI-RENTE-MODTAGET-DKK
                   when AKTIVITET-BUTIK-MAERKE (1:5) = "LAAN:"
                       move 0 to KI-RENTE-ANTAL
                       inspect AKTIVITET-BUTIK-MAERKE
                           tallying KI-RENTE-ANTAL for all " RENTE"
                       if KI-RENTE-ANTAL > 0
                           subtract KI-BELOB-DKK from KI-LAANERENTE-DKK
                       end-if
                   when AKTIVITET-BUTIK-MAERKE (1:3) = "BS:"
                       add 1 to KI-ANTAL-BS
                   when AKTIVITET-BUTIK-MAERKE (1:6) = "KASSE:"
                       add 1 to KI-ANTAL-KASSE
                   when function TRIM(KT-TYPE (I-KONTO, I-TRANS))
                       = "UDBETALING"
                       and AKTIVITET-BUTIK-MAERKE not = spaces
                       and KI-KOLON-ANTAL = 0
                       add 1 to KI-ANTAL-KORT
               end-evaluate
           end-perform
           move KI-GEBYR-DKK          to KI-GEBYR-E
           move KI-RENTE-UDBETALT-DKK to KI-RENTE-UDBETALT-E
           move KI-RENTE-MODTAGET-DKK to KI-RENTE-MODTAGET-E
           move KI-LAANERENTE-DKK     to KI-LAANERENTE-E
           move spaces to Konto-Indtjening-Linje
           move 1 to pos
           string
               function TRIM(KT-KONTO-ID (I-KONTO)) delimited by size
               "|"                                   delimited by size
               CURRENT-AAR                           delimited by size
               "|"                                   delimited by size
               function TRIM(KT-KUNDE-ID (I-KONTO))  delimited by size
               "|"                                   delimited by size
               function TRIM(KI-GEBYR-E)             delimited by size
               "|"                                   delimited by size
               function TRIM(KI-RENTE-UDBETALT-E)    delimited by size
               "|"                                   delimited by size
               function TRIM(KI-RENTE-MODTAGET-E)    delimited by size
               "|"                                   delimited by size
               function TRIM(KI-LAANERENTE-E)        delimited by size
               "|"                                   delimited by size
               KI-ANTAL-KORT                         delimited by size
               "|"                                   delimited by size
               KI-ANTAL-BS                           delimited by size
               "|"                                   delimited by size
               KI-ANTAL-KASSE                        delimited by size
                  into Konto-Indtjening-Linje
                  with pointer pos
           end-string
           write Konto-Indtjening-Linje
           exit.

     *> --- Appender kontoens aktivitets-linje til det persistente ---
     *> --- dormant-register - dormantKonti (Opgave33) opgør dvale- ---
     *> --- perioder og eskheterings-kandidater på tværs af år ---
               when "SIMULERING"
                   perform kontroller-styring-jn
                   move STYRING-VAERDI (1:1) to SIMULERINGS-FLAG
               when "HUSSTANDS-LOYALITET"
                   perform kontroller-styring-jn
                   move STYRING-VAERDI (1:1)
                       to HUSSTANDS-LOYALITET-FLAG
               when "REPRINT-KONTO-ID"
                   set REPRINT-MODE-AKTIV to TRUE
                   move STYRING-VAERDI (1:14) to REPRINT-KONTO-ID
               PARTITION-FLAG                delimited by size
               " SIMULERING="                delimited by size
               SIMULERINGS-FLAG              delimited by size
               " HUSSTANDS-LOYALITET="       delimited by size
               HUSSTANDS-LOYALITET-FLAG      delimited by size
                  into EFFEKTIVE-PARM-LINJE-2
                  with pointer pos
           end-string
     *>     valutakurs- og transaktionstype-opslag som konverter-
     *>     belob-til-dkk/sæt-transaktionstype-retning bruger til de
     *>     printede transaktioner, men uden deres print- og
     *>     rapport-bivirkninger (Belob-DKK-NU, KOS-VALUTA-POST,
     *>     Transaktion-Linje-out) - et ugyldigt BELOB tæller
     *>     her som i BELOB-exceptions-håndteringen, ikke med i
     *>     saldoen ---
      akkumuler-overflow-transaktion-i-saldo.
               open extend Kontoudskrift-Out
               set KONTOUDSKRIFT-ER-AABEN to TRUE
           end-if
     *> --- Kunder med stor skrift/lineaer tekst faar det ---
     *> --- tilgaengelige layout - paa papir i sit eget bundt, ---
     *> --- som e-udskrift i den almindelige e-udskriftsfil ---
           perform afgoer-tilgaengelig-udskrift
           if E-UDSKRIFT-INAKTIV and RETURPOST-AABEN
               and TILGAENGELIG-AKTIV
               if KONTOUDSKRIFT-ER-AABEN
                   close Kontoudskrift-Out
                   set KONTOUDSKRIFT-ER-LUKKET to TRUE
               end-if
               move TILGAENGELIG-DYN-NAVN to KONTOUDSKRIFT-DYN-NAVN
               open extend Kontoudskrift-Out
               set KONTOUDSKRIFT-ER-AABEN to TRUE
               add 1 to ANTAL-TILGAENGELIGE
           end-if
           if E-UDSKRIFT-AKTIV
               if KONTOUDSKRIFT-ER-AABEN
                   close Kontoudskrift-Out
           end-perform
     *> --- Nulstil kategorisummerne per konto ---
           move 0 to KAT-ANTAL
           perform varying KAT-INDEX from 1 by 1
               until KAT-INDEX > MAX-BUTIK-KATEGORIER + 1
               move spaces to KAT-NAVN (KAT-INDEX)
               move 0 to KAT-SUM-DKK (KAT-INDEX)
               move 0 to KAT-ANTAL-TRANS (KAT-INDEX)
           end-perform
     *> --- Nulstil kontoens tal til kontoopsummeringen ---
           perform nulstil-konto-opsummering
     *> --- Slå kontoens produkt op, før gebyr og rente beregnes - ---
     *> --- produktets satser overstyrer de statusbaserede ---
           perform find-produkt-for-konto
     *> --- I presort-tilstand: kuvert-tælling og bundt-separator ---
     *> --- ved ny postnummer-gruppe, før kontoens udskrift ---
           if PRESORT-AKTIV and E-UDSKRIFT-INAKTIV
               and TILGAENGELIG-INAKTIV
               perform kontroller-presort-bundt
           end-if
     *> --- Skriv header (kunde, bank, kolonneoverskrifter) ---
           move 0 to PERIODE-PRIMO-DKK
           move 0 to PERIODE-SALDO-DKK-IN
           move 0 to PERIODE-SALDO-DKK-OUT
     *> --- Kunden, som kontoens camt.053-udtog leveres til ---
           perform start-camt-for-konto
     *> --- Skriv alle transaktioner for denne konto ---
           perform varying I-TRANS from 1 by 1
                   until I-TRANS > KT-ANTAL-TRANS(I-KONTO)
                   perform akkumuler-maanedlig-subtotal
                   perform akkumuler-butik-kategori
                   perform byg-og-skriv-transaktions-linje-til-udskrift
     *> --- Erhvervskonti med camt.053-udtog: posteringen samles ---
     *> --- til kørslens XML-filer - se opsaml-camt-postering ---
                   if AKTUEL-CAMT-AKTIV and not REPRINT-MODE-AKTIV
                       perform opsaml-camt-postering
                   end-if
     *> --- I slutopgørelses-mode flages posteringer, der er bogført ---
     *> --- efter lukkedatoen - de hører ikke hjemme på en lukket ---
     *> --- konto og skal efterbehandles manuelt ---
                   end-if
               end-if
           end-perform
     *> --- Kontoens sidste camt.053-dag/-periode lukkes med saldi ---
           if CAMT-GRUPPE-AABEN
               perform skriv-camt-saldo-record
           end-if
     *> --- Luk den sidste åbne periode, før års-totalerne skrives ---
           if not PERIODE-PR-AAR and PERIODE-AKTUEL > 0
               perform skriv-periode-totals
           end-if
     *> --- Afslut med totaler for kontoen ---
           perform skriv-konto-totals
     *> --- Aars-koerslen giver hver betalingskonto sin aarlige ---
     *> --- gebyroversigt lige efter udskriften, i samme fil og ---
     *> --- dermed samme papir-/e-udskrifts-kanal ---
           if PERIODE-PR-AAR
               perform skriv-gebyroversigt
           end-if
     *> --- Meld kontoen til "udskrift klar"-feedet, nu hvor dens ---
     *> --- udskrift faktisk er skrevet ---
           perform skriv-statement-ready-linje
           end-if
           if E-UDSKRIFT-AKTIV
               or (E-UDSKRIFT-INAKTIV and RETURPOST-SPAERRET)
               or (E-UDSKRIFT-INAKTIV and TILGAENGELIG-AKTIV)
               close Kontoudskrift-Out
               set KONTOUDSKRIFT-ER-LUKKET to TRUE
               if SAMLET-UDSKRIFT
                   add 1 to TRANS-REF-TAELLER
                   move TRANS-REF-TAELLER
                       to KT-REF-NR (I-KONTO, KT-ANTAL-TRANS (I-KONTO))
     *> --- Gebyret (positivt) med i kontoopsummeringen - ---
     *> --- GEBYR-BELOB-DKK er negativt her, så det trækkes fra ---
                   subtract GEBYR-BELOB-DKK from KOS-GEBYR-DKK
               end-if
           end-if
           exit.

     *> --- Finder tier for LO-OPSLAG-KUNDE-ID: kundens samlede ---
     *> --- engagement summeres fra ENGAGEMENT-TABEL, og tier'en ---
     *> --- med den højeste grænse under engagementet vinder. Med ---
     *> --- HUSSTANDS-LOYALITET=Y er det hele husstandens engagement ---
     *> --- for en kunde i en husstand ---
      find-loyalitets-tier.
           move spaces to AKTUEL-TIER-NAVN
           move 0 to AKTUEL-TIER-RABAT-PCT
           if LO-OPSLAG-KUNDE-ID = spaces
               exit paragraph
           end-if
           set KUNDE-UDEN-HUSSTAND to TRUE
           if HUSSTANDS-LOYALITET-AKTIV and HH-ANTAL > 0
               move LO-OPSLAG-KUNDE-ID to HUSSTAND-OPSLAG-KUNDE
               perform find-husstand-for-kunde
           end-if
           if KUNDE-I-HUSSTAND
               perform summer-husstand-engagement
               move HUSSTAND-ENGAGEMENT-DKK to LO-ENGAGEMENT-DKK
           else
               perform varying EN-INDEX-2 from 1 by 1
                   until EN-INDEX-2 > ANTAL-ENGAGEMENT
                   if EN-KUNDE-ID (EN-INDEX-2) = LO-OPSLAG-KUNDE-ID
                       add EN-SALDO-DKK (EN-INDEX-2)
                           to LO-ENGAGEMENT-DKK
                   end-if
               end-perform
           end-if
           move 0 to LO-BEDSTE-GRAENSE
           perform varying LO-INDEX from 1 by 1
               until LO-INDEX > LO-ANTAL
           end-perform
           exit.

     *> --- Indlæser det valgfri DoedsboRegister.txt - se ---
     *> --- DoedsboTabel.cpy og kunde-info-fra-konto ---
      indlæs-doedsbo-register.
           end-if
           exit.

     *> --- Indlæser det valgfri SamtykkeRegister.txt - se ---
     *> --- SamtykkeTabel.cpy og samtykkeRegister (Opgave87) ---
      indlæs-samtykke-register.
           move spaces to SAMTYKKE-DAGS-DATO
           string
               function CURRENT-DATE (1:4) delimited by size
               "-"                         delimited by size
               function CURRENT-DATE (5:2) delimited by size
               "-"                         delimited by size
               function CURRENT-DATE (7:2) delimited by size
                  into SAMTYKKE-DAGS-DATO
           end-string
           move 0 to SMT-ANTAL
           move "N" to EOF-check-samtykke
           open input Samtykke-Register-In
           perform until end-of-file-samtykke
               read Samtykke-Register-In
                   at end move "Y" to EOF-check-samtykke
                   not at end
                       if SMT-ANTAL < MAX-SAMTYKKER
                           add 1 to SMT-ANTAL
                           move SAM-KUNDE-ID
                               to SMT-KUNDE-ID (SMT-ANTAL)
                           move SAM-KANAL to SMT-KANAL (SMT-ANTAL)
                           move SAM-STATUS to SMT-STATUS (SMT-ANTAL)
                           move SAM-DATO to SMT-DATO (SMT-ANTAL)
                       end-if
               end-read
           end-perform
           close Samtykke-Register-In
           if SMT-ANTAL > 0
               display "Samtykke-register indlæst, antal: " SMT-ANTAL
               move spaces to KORSELS-LOG-TEKST
               move 1 to pos
               string
                   "Samtykke-register indlaest, antal: "
                                         delimited by size
                   SMT-ANTAL             delimited by size
                      into KORSELS-LOG-TEKST
                      with pointer pos
               end-string
               perform skriv-korsels-log-linje
           end-if
           exit.

     *> --- Har SAMTYKKE-OPSLAG-KUNDE et gyldigt samtykke (status ---
     *> --- J, dato naaet) til SAMTYKKE-OPSLAG-KANAL? ---
      find-gyldigt-samtykke.
           set SAMTYKKE-MANGLER to TRUE
           perform varying SMT-INDEX from 1 by 1
               until SAMTYKKE-GYLDIGT or SMT-INDEX > SMT-ANTAL
               if SMT-KUNDE-ID (SMT-INDEX) = SAMTYKKE-OPSLAG-KUNDE
                   and SMT-KANAL (SMT-INDEX) = SAMTYKKE-OPSLAG-KANAL
                   and SMT-STATUS (SMT-INDEX) = "J"
                   and SMT-DATO (SMT-INDEX) <= SAMTYKKE-DAGS-DATO
                   set SAMTYKKE-GYLDIGT to TRUE
               end-if
           end-perform
           exit.

     *> --- Indlæser det valgfri UdlaegRegister.txt - se ---
     *> --- UdlaegTabel.cpy og udlaegsHaandtering (Opgave54) ---
      indlæs-udlaeg-register.
           end-perform
           exit.

     *> --- Indlæser det valgfri KortReservationer.txt - se ---
     *> --- KortReservationTabel.cpy og kortAutorisation (Opgave62) ---
      indlæs-kort-reservationer.
           move 0 to KRS-ANTAL
           move function CURRENT-DATE (1:4) to KORTRES-AAR-NU
           move "N" to EOF-check-kortres
           open input Kort-Reservation-In
           perform until end-of-file-kortres
               read Kort-Reservation-In
                   at end move "Y" to EOF-check-kortres
                   not at end
                       if KRS-ANTAL < MAX-KORTRES
                           add 1 to KRS-ANTAL
                           move KR-AUT-REF-IN
                               to KRS-AUT-REF (KRS-ANTAL)
                           move KR-KONTO-ID-IN
                               to KRS-KONTO-ID (KRS-ANTAL)
                           move KR-BELOB-IN
                               to KRS-BELOB-DKK (KRS-ANTAL)
                           move KR-AUT-TIDSPUNKT-IN
                               to KRS-AUT-TIDSPUNKT (KRS-ANTAL)
                       end-if
               end-read
           end-perform
           close Kort-Reservation-In
           if KRS-ANTAL > 0
               display "Kortreservationer indlæst, antal: " KRS-ANTAL
               move spaces to KORSELS-LOG-TEKST
               move 1 to pos
               string
                   "Kortreservationer indlaest, antal: "
                                         delimited by size
                   KRS-ANTAL             delimited by size
                      into KORSELS-LOG-TEKST
                      with pointer pos
               end-string
               perform skriv-korsels-log-linje
           end-if
           exit.

     *> --- Summerer de aabne reservationer for KORTRES-OPSLAG-KONTO ---
     *> --- i KORTRES-SUM-DKK/KORTRES-ANTAL-KONTO - nul uden for ---
     *> --- indevaerende aar ---
      opgoer-reservationer-for-konto.
           move 0 to KORTRES-SUM-DKK
           move 0 to KORTRES-ANTAL-KONTO
           if KRS-ANTAL = 0 or CURRENT-AAR not = KORTRES-AAR-NU
               exit paragraph
           end-if
           perform varying KRS-INDEX from 1 by 1
               until KRS-INDEX > KRS-ANTAL
               if KRS-KONTO-ID (KRS-INDEX) = KORTRES-OPSLAG-KONTO
                   add KRS-BELOB-DKK (KRS-INDEX) to KORTRES-SUM-DKK
                   add 1 to KORTRES-ANTAL-KONTO
               end-if
           end-perform
           exit.

     *> --- Indlæser det valgfri CashPoolRegister.txt - se ---
     *> --- CashPoolTabel.cpy og cashPool (Opgave65) ---
      indlæs-cashpool-register.
           move 0 to CPL-ANTAL
           move "N" to EOF-check-cashpool
           open input Cashpool-Register-In
           perform until end-of-file-cashpool
               read Cashpool-Register-In
                   at end move "Y" to EOF-check-cashpool
                   not at end
                       if CPL-ANTAL < MAX-CASHPOOL-KONTI
                           add 1 to CPL-ANTAL
                           move CR-POOL-ID-IN
                               to CPL-POOL-ID (CPL-ANTAL)
                           move CR-ROLLE-IN to CPL-ROLLE (CPL-ANTAL)
                           move CR-KONTO-ID-IN
                               to CPL-KONTO-ID (CPL-ANTAL)
                           move CR-REG-NR-IN to CPL-REG-NR (CPL-ANTAL)
                           move CR-KUNDE-ID-IN
                               to CPL-KUNDE-ID (CPL-ANTAL)
                           move CR-KONCERN-ID-IN
                               to CPL-KONCERN-ID (CPL-ANTAL)
                       end-if
               end-read
           end-perform
           close Cashpool-Register-In
           if CPL-ANTAL > 0
               display "Cash pool-register indlæst, antal konti: "
                   CPL-ANTAL
               move spaces to KORSELS-LOG-TEKST
               move 1 to pos
               string
                   "Cash pool-register indlaest, antal konti: "
                                         delimited by size
                   CPL-ANTAL             delimited by size
                      into KORSELS-LOG-TEKST
                      with pointer pos
               end-string
               perform skriv-korsels-log-linje
           end-if
           exit.

     *> --- Slaar CASHPOOL-OPSLAG-KONTO op i cash pool-registret og ---
     *> --- saetter puljen, kontoens rolle, puljens topkonto og ---
     *> --- antallet af medlemskonti ---
      find-cashpool-for-konto.
           set KONTO-UDEN-CASHPOOL to TRUE
           move spaces to CASHPOOL-AKTUEL-POOL
           move space to CASHPOOL-AKTUEL-ROLLE
           move spaces to CASHPOOL-TOP-KONTO
           move 0 to CASHPOOL-ANTAL-MEDLEMMER
           perform varying CPL-INDEX from 1 by 1
               until KONTO-I-CASHPOOL or CPL-INDEX > CPL-ANTAL
               if CPL-KONTO-ID (CPL-INDEX) = CASHPOOL-OPSLAG-KONTO
                   set KONTO-I-CASHPOOL to TRUE
                   move CPL-POOL-ID (CPL-INDEX) to CASHPOOL-AKTUEL-POOL
                   move CPL-ROLLE (CPL-INDEX) to CASHPOOL-AKTUEL-ROLLE
               end-if
           end-perform
           if KONTO-UDEN-CASHPOOL
               exit paragraph
           end-if
           perform varying CPL-INDEX from 1 by 1
               until CPL-INDEX > CPL-ANTAL
               if CPL-POOL-ID (CPL-INDEX) = CASHPOOL-AKTUEL-POOL
                   if CPL-TOPKONTO (CPL-INDEX)
                       move CPL-KONTO-ID (CPL-INDEX)
                           to CASHPOOL-TOP-KONTO
                   else
                       add 1 to CASHPOOL-ANTAL-MEDLEMMER
                   end-if
               end-if
           end-perform
           exit.

     *> --- Indlæser det valgfri HusstandRegister.txt - se ---
     *> --- HusstandTabel.cpy og husstandsRegister (Opgave67) ---
      indlæs-husstand-register.
           move 0 to HH-ANTAL
           move "N" to EOF-check-husstand
           open input Husstand-Register-In
           perform until end-of-file-husstand
               read Husstand-Register-In
                   at end move "Y" to EOF-check-husstand
                   not at end
                       if HH-ANTAL < MAX-HUSSTAND-MEDLEMMER
                           and HR-KUNDE-ID-IN not = spaces
                           add 1 to HH-ANTAL
                           move HR-HUSSTAND-ID-IN
                               to HH-HUSSTAND-ID (HH-ANTAL)
                           move HR-KUNDE-ID-IN to HH-KUNDE-ID (HH-ANTAL)
                           move HR-GODKENDT-AF-IN
                               to HH-GODKENDT-AF (HH-ANTAL)
                           move HR-GODKENDT-DATO-IN
                               to HH-GODKENDT-DATO (HH-ANTAL)
                           move "N" to HH-SLETTET-FLAG (HH-ANTAL)
                           move "N" to HH-SKREVET-FLAG (HH-ANTAL)
                       end-if
               end-read
           end-perform
           close Husstand-Register-In
           if HH-ANTAL > 0
               display "Husstandsregister indlæst, antal kunder: "
                   HH-ANTAL
               move spaces to KORSELS-LOG-TEKST
               move 1 to pos
               string
                   "Husstandsregister indlaest, antal kunder: "
                                         delimited by size
                   HH-ANTAL              delimited by size
                      into KORSELS-LOG-TEKST
                      with pointer pos
               end-string
               perform skriv-korsels-log-linje
           end-if
           exit.

     *> --- Indlæser de aabne opsigelser (under varsel eller ---
     *> --- disponible, med en rest) fra det valgfri ---
     *> --- OpsigelsesRegister.txt - se OpsigelseTabel.cpy og ---
     *> --- opsigelsesKonti (Opgave71) ---
      indlæs-opsigelses-register.
           move 0 to OPS-ANTAL
           move "N" to EOF-check-opsigelse
           open input Opsigelse-Register-In
           perform until end-of-file-opsigelse
               read Opsigelse-Register-In
                   at end move "Y" to EOF-check-opsigelse
                   not at end
                       if OPS-ANTAL < MAX-OPSIGELSER
                           and (OR-STATUS-IN = "V" or OR-STATUS-IN = "D")
                           and OR-REST-IN is numeric
                           and OR-REST-IN > 0
                           add 1 to OPS-ANTAL
                           move OR-ID-IN to OPS-ID (OPS-ANTAL)
                           move OR-KONTO-ID-IN
                               to OPS-KONTO-ID (OPS-ANTAL)
                           move OR-KUNDE-ID-IN
                               to OPS-KUNDE-ID (OPS-ANTAL)
                           move OR-PRODUKT-KODE-IN
                               to OPS-PRODUKT-KODE (OPS-ANTAL)
                           move OR-BELOB-IN to OPS-BELOB-DKK (OPS-ANTAL)
                           move OR-REST-IN to OPS-REST-DKK (OPS-ANTAL)
                           move OR-OPSIGELSES-DATO-IN
                               to OPS-OPSIGELSES-DATO (OPS-ANTAL)
                           move OR-DISPONIBEL-DATO-IN
                               to OPS-DISPONIBEL-DATO (OPS-ANTAL)
                           move OR-STATUS-IN to OPS-STATUS (OPS-ANTAL)
                           move OR-STATUS-DATO-IN
                               to OPS-STATUS-DATO (OPS-ANTAL)
                       end-if
               end-read
           end-perform
           close Opsigelse-Register-In
           if OPS-ANTAL > 0
               display "Opsigelsesregister indlæst, aabne opsigelser: "
                   OPS-ANTAL
               move spaces to KORSELS-LOG-TEKST
               move 1 to pos
               string
                   "Opsigelsesregister indlaest, aabne opsigelser: "
                                         delimited by size
                   OPS-ANTAL             delimited by size
                      into KORSELS-LOG-TEKST
                      with pointer pos
               end-string
               perform skriv-korsels-log-linje
           end-if
           exit.

     *> --- Skriver en linje pr. aaben opsigelse paa ---
     *> --- OPSIGELSE-OPSLAG-KONTO under kontoens header ---
      skriv-aabne-opsigelser.
           move 0 to OPSIGELSE-ANTAL-AABNE
           perform varying OPS-INDEX from 1 by 1
               until OPS-INDEX > OPS-ANTAL
               if OPS-KONTO-ID (OPS-INDEX) = OPSIGELSE-OPSLAG-KONTO
                   add 1 to OPSIGELSE-ANTAL-AABNE
                   move OPS-REST-DKK (OPS-INDEX) to OPSIGELSE-REST-E
                   move spaces to felt-linje
                   move 1 to pos
                   string
                       "*** OPSIGELSE "           delimited by size
                       function TRIM(OPS-ID (OPS-INDEX))
                                                  delimited by size
                       " af "                     delimited by size
                       OPS-OPSIGELSES-DATO (OPS-INDEX)
                                                  delimited by size
                       ": DKK "                   delimited by size
                       function TRIM(OPSIGELSE-REST-E)
                                                  delimited by size
                          into felt-linje
                          with pointer pos
                   end-string
                   if OPS-DISPONIBEL (OPS-INDEX)
                       string
                           " kan haeves (disponibel siden "
                                                  delimited by size
                           OPS-DISPONIBEL-DATO (OPS-INDEX)
                                                  delimited by size
                           ") ***"                delimited by size
                              into felt-linje
                              with pointer pos
                       end-string
                   else
                       string
                           " under varsel - kan haeves fra "
                                                  delimited by size
                           OPS-DISPONIBEL-DATO (OPS-INDEX)
                                                  delimited by size
                           " ***"                 delimited by size
                              into felt-linje
                              with pointer pos
                       end-string
                   end-if
                   write Udskriftslinje from felt-linje
               end-if
           end-perform
           exit.

     *> --- Slaar HUSSTAND-OPSLAG-KUNDE op i husstandsregistret og ---
     *> --- saetter HUSSTAND-AKTUEL-ID ---
      find-husstand-for-kunde.
           set KUNDE-UDEN-HUSSTAND to TRUE
           move spaces to HUSSTAND-AKTUEL-ID
           perform varying HH-INDEX from 1 by 1
               until KUNDE-I-HUSSTAND or HH-INDEX > HH-ANTAL
               if HH-KUNDE-ID (HH-INDEX) = HUSSTAND-OPSLAG-KUNDE
                   set KUNDE-I-HUSSTAND to TRUE
                   move HH-HUSSTAND-ID (HH-INDEX) to HUSSTAND-AKTUEL-ID
               end-if
           end-perform
           if KUNDE-I-HUSSTAND
               subtract 1 from HH-INDEX
           end-if
           exit.

     *> --- Summerer HUSSTAND-AKTUEL-ID's medlemmers engagement fra ---
     *> --- ENGAGEMENT-TABEL til HUSSTAND-ENGAGEMENT-DKK ---
      summer-husstand-engagement.
           move 0 to HUSSTAND-ENGAGEMENT-DKK
           move 0 to HUSSTAND-ANTAL-MEDLEMMER
           perform varying HH-INDEX-2 from 1 by 1
               until HH-INDEX-2 > HH-ANTAL
               if HH-HUSSTAND-ID (HH-INDEX-2) = HUSSTAND-AKTUEL-ID
                   add 1 to HUSSTAND-ANTAL-MEDLEMMER
                   move HH-KUNDE-ID (HH-INDEX-2)
                       to HUSSTAND-SUM-KUNDE-ID
                   perform summer-kunde-engagement
                   add HUSSTAND-KUNDE-TOTAL-DKK
                       to HUSSTAND-ENGAGEMENT-DKK
               end-if
           end-perform
           exit.

      summer-kunde-engagement.
           move 0 to HUSSTAND-KUNDE-TOTAL-DKK
           perform varying EN-INDEX-2 from 1 by 1
               until EN-INDEX-2 > ANTAL-ENGAGEMENT
               if EN-KUNDE-ID (EN-INDEX-2) = HUSSTAND-SUM-KUNDE-ID
                   add EN-SALDO-DKK (EN-INDEX-2)
                       to HUSSTAND-KUNDE-TOTAL-DKK
               end-if
           end-perform
           exit.

     *> --- Kundens "saldo under"-alarmer evalueres ogsaa mod saldoen ---
     *> --- efter de aabne kortreservationer - et autoriseret koeb ---
     *> --- er allerede brugt, selv om det endnu ikke er clearet ---
      evaluer-alarmer-mod-reservationer.
           perform varying AL-INDEX from 1 by 1
               until AL-INDEX > AL-ANTAL
               if AL-KONTO-ID (AL-INDEX) = KT-KONTO-ID (I-KONTO)
                   and AL-IKKE-UDLOEST (AL-INDEX)
                   and AL-REGEL (AL-INDEX) = "S"
                   and KORTRES-DISPONIBEL-DKK
                       < AL-GRAENSE-DKK (AL-INDEX)
                   perform udloes-konto-alarm
               end-if
           end-perform
           exit.

     *> --- Indlæser den valgfri FilialRaadgivere.txt i FILIAL- ---
     *> --- TABEL - findes filen ikke, skrives ingen rådgiver-fod ---
     *> --- og ingen porteføljerapport ---
           end-perform
           exit.

     *> --- Indlæser det valgfri TvistRegister.txt - findes filen ---
     *> --- ikke, markeres ingen tvister på udskrifterne ---
      indlæs-tvist-register.
           end-if
           exit.

     *> --- Indlæser den valgfri GebyrBetegnelser.txt - har filen ---
     *> --- mindst én linje, erstatter den standardopsætningen i ---
     *> --- GEBYR-BETEGNELSE-TABEL helt, ellers bruges den som den er ---
      indlæs-gebyr-betegnelser.
           move 0 to GB-ANTAL-INDLAEST
           move "N" to EOF-check-gebyr-betegnelse
           open input Gebyr-Betegnelse-In
           perform until end-of-file-gebyr-betegnelse
               read Gebyr-Betegnelse-In
                   at end move "Y" to EOF-check-gebyr-betegnelse
                   not at end
                       if GB-ANTAL-INDLAEST = 0
                           move 0 to GB-ANTAL
                       end-if
                       if GB-ANTAL < MAX-GEBYR-BETEGNELSER
                           add 1 to GB-ANTAL
                           add 1 to GB-ANTAL-INDLAEST
                           move GB-ART-IN to GB-ART (GB-ANTAL)
                           move GB-TYPE-IN to GB-TYPE (GB-ANTAL)
                           move GB-MAERKE-IN to GB-MAERKE (GB-ANTAL)
                           move GB-BETEGNELSE-IN
                               to GB-BETEGNELSE (GB-ANTAL)
                       end-if
               end-read
           end-perform
           close Gebyr-Betegnelse-In
           if GB-ANTAL-INDLAEST > 0
               display "Gebyr-betegnelser indlæst, antal: " GB-ANTAL
               move spaces to KORSELS-LOG-TEKST
               move 1 to pos
               string
                   "Gebyr-betegnelser indlaest, antal: "
                                         delimited by size
                   GB-ANTAL              delimited by size
                      into KORSELS-LOG-TEKST
                      with pointer pos
               end-string
               perform skriv-korsels-log-linje
           end-if
           exit.

     *> --- Indlæser den valgfri GebyrSatser.txt - har filen mindst ---
     *> --- én linje, erstatter den Gebyr-Sats-Tabel helt ---
      indlæs-gebyr-satser.
           move 0 to KODETABEL-ANTAL-INDLAEST
           move "N" to EOF-check-kodetabel
           open input Gebyr-Sats-In
           perform until end-of-file-kodetabel
               read Gebyr-Sats-In
                   at end move "Y" to EOF-check-kodetabel
                   not at end
                       if KODETABEL-ANTAL-INDLAEST = 0
                           move 0 to ANTAL-GEBYR-SATSER
                       end-if
                       if ANTAL-GEBYR-SATSER < MAX-GEBYR-SATSER
                           and Gebyr-Sats-Linje not = spaces
                           add 1 to ANTAL-GEBYR-SATSER
                           add 1 to KODETABEL-ANTAL-INDLAEST
                           move Gebyr-Sats-Linje
                               to GS-POST (ANTAL-GEBYR-SATSER)
                       end-if
               end-read
           end-perform
           close Gebyr-Sats-In
           if KODETABEL-ANTAL-INDLAEST > 0
               display "Gebyrsatser indlæst, antal: "
                   ANTAL-GEBYR-SATSER
               move spaces to KORSELS-LOG-TEKST
               move 1 to pos
               string
                   "Gebyrsatser indlaest, antal: "
                                         delimited by size
                   ANTAL-GEBYR-SATSER    delimited by size
                      into KORSELS-LOG-TEKST
                      with pointer pos
               end-string
               perform skriv-korsels-log-linje
           end-if
           exit.

     *> --- Indlæser den valgfri TransaktionsTyper.txt - har filen ---
     *> --- mindst én linje, erstatter den Trans-Type-Tabel helt ---
      indlæs-trans-typer.
           move 0 to KODETABEL-ANTAL-INDLAEST
           move "N" to EOF-check-kodetabel
           open input Trans-Type-In
           perform until end-of-file-kodetabel
               read Trans-Type-In
                   at end move "Y" to EOF-check-kodetabel
                   not at end
                       if KODETABEL-ANTAL-INDLAEST = 0
                           move 0 to ANTAL-TRANS-TYPER
                       end-if
                       if ANTAL-TRANS-TYPER < MAX-TRANS-TYPER
                           and Trans-Type-Linje not = spaces
                           add 1 to ANTAL-TRANS-TYPER
                           add 1 to KODETABEL-ANTAL-INDLAEST
                           move Trans-Type-Linje
                               to TT-POST (ANTAL-TRANS-TYPER)
                       end-if
               end-read
           end-perform
           close Trans-Type-In
           if KODETABEL-ANTAL-INDLAEST > 0
               display "Transaktionstyper indlæst, antal: "
                   ANTAL-TRANS-TYPER
               move spaces to KORSELS-LOG-TEKST
               move 1 to pos
               string
                   "Transaktionstyper indlaest, antal: "
                                         delimited by size
                   ANTAL-TRANS-TYPER     delimited by size
                      into KORSELS-LOG-TEKST
                      with pointer pos
               end-string
               perform skriv-korsels-log-linje
           end-if
           exit.

     *> --- Indlæser den valgfri ButikKategorier.txt - har filen ---
     *> --- mindst én linje, erstatter den Butik-Kategori-Tabel helt ---
      indlæs-butik-kategorier.
           move 0 to KODETABEL-ANTAL-INDLAEST
           move "N" to EOF-check-kodetabel
           open input Butik-Kategori-In
           perform until end-of-file-kodetabel
               read Butik-Kategori-In
                   at end move "Y" to EOF-check-kodetabel
                   not at end
                       if KODETABEL-ANTAL-INDLAEST = 0
                           move 0 to ANTAL-BUTIK-KATEGORIER
                       end-if
                       if ANTAL-BUTIK-KATEGORIER < MAX-BUTIK-KATEGORIER
                           and Butik-Kategori-Linje not = spaces
                           add 1 to ANTAL-BUTIK-KATEGORIER
                           add 1 to KODETABEL-ANTAL-INDLAEST
                           move Butik-Kategori-Linje
                               to BK-POST (ANTAL-BUTIK-KATEGORIER)
                       end-if
               end-read
           end-perform
           close Butik-Kategori-In
           if KODETABEL-ANTAL-INDLAEST > 0
               display "Butik-kategorier indlæst, antal: "
                   ANTAL-BUTIK-KATEGORIER
               move spaces to KORSELS-LOG-TEKST
               move 1 to pos
               string
                   "Butik-kategorier indlaest, antal: "
                                         delimited by size
                   ANTAL-BUTIK-KATEGORIER delimited by size
                      into KORSELS-LOG-TEKST
                      with pointer pos
               end-string
               perform skriv-korsels-log-linje
           end-if
           exit.

     *> --- Skriver den aarlige gebyroversigt for en betalingskonto ---
     *> --- (betalingskontodirektivet): aarets gebyr- og ---
     *> --- debetrente-posteringer grupperet pr. standard-betegnelse ---
     *> --- med stykpris, antal og i alt, efterfulgt af kredit- og ---
     *> --- debetrentens sats og sum. Skrives i Kontoudskrift-Out ---
     *> --- lige efter udskriften og foelger dermed dens kanal - ---
     *> --- papir, e-udskrift eller tilbageholdt. Tidsindskud ---
     *> --- (produkt med loebetid) er ikke betalingskonti og faar ---
     *> --- ingen oversigt. Overflowede posteringer (ud over ---
     *> --- MAX-TRANS) indgaar ikke - de staar i ---
     *> --- TransaktionOverflow.txt ---
      skriv-gebyroversigt.
           if AKTUEL-PRODUKT-LOEBETID > 0
               exit paragraph
           end-if
           perform opgoer-gebyroversigt
           add 1 to GO-ANTAL-OVERSIGTER
           write Udskriftslinje from spaces
           write Udskriftslinje from spaces
           move spaces to felt-linje
           move 1 to pos
           string
               "GEBYROVERSIGT "              delimited by size
               CURRENT-AAR-CHAR              delimited by size
               " - betalingskonto "          delimited by size
               function TRIM(KT-KONTO-ID (I-KONTO))
                                             delimited by size
               " (reg.nr. "                  delimited by size
               function TRIM(KT-REG-NR (I-KONTO))
                                             delimited by size
               ")"                           delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           write Udskriftslinje from felt-linje
           move spaces to felt-linje
           move 1 to pos
           string
               "Oversigt over aarets gebyrer og renter efter "
                                             delimited by size
               "standardbetegnelserne for betalingskonti"
                                             delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           write Udskriftslinje from felt-linje
           write Udskriftslinje from spaces
           if GO-ANTAL = 0
               move spaces to felt-linje
               move "  Ingen gebyrer i aaret" to felt-linje
               write Udskriftslinje from felt-linje
           end-if
           perform varying GO-INDEX from 1 by 1
               until GO-INDEX > GO-ANTAL
               move GO-ANTAL-POST (GO-INDEX) to GO-ANTAL-E
               move GO-SUM-DKK (GO-INDEX) to GO-SUM-E
               move spaces to felt-linje
               move 1 to pos
               string
                   "  "                         delimited by size
                   GO-BETEGNELSE (GO-INDEX)     delimited by size
                   " stykpris "                 delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               if GO-STYKPRIS-ENS (GO-INDEX)
                   move GO-STYKPRIS-DKK (GO-INDEX) to GO-STYKPRIS-E
                   string
                       function TRIM(GO-STYKPRIS-E) delimited by size
                          into felt-linje
                          with pointer pos
                   end-string
               else
                   string
                       "varierer"               delimited by size
                          into felt-linje
                          with pointer pos
                   end-string
               end-if
               string
                   ", antal "                   delimited by size
                   function TRIM(GO-ANTAL-E)    delimited by size
                   ", i alt (DKK): "            delimited by size
                   function TRIM(GO-SUM-E)      delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               write Udskriftslinje from felt-linje
           end-perform
           write Udskriftslinje from spaces
           move GO-GEBYR-I-ALT-DKK to GO-SUM-E
           move spaces to felt-linje
           move 1 to pos
           string
               "Gebyrer i alt (DKK): "       delimited by size
               function TRIM(GO-SUM-E)       delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           write Udskriftslinje from felt-linje
     *> --- En cash pool-medlemskonto forrentes ikke selv - renten ---
     *> --- staar paa topkontoens oversigt, se beregn-og-skriv-rente ---
           if KONTO-I-CASHPOOL and CASHPOOL-ER-MEDLEM
               move spaces to felt-linje
               move 1 to pos
               string
                   "Kredit- og debetrente: beregnes paa cash pool-"
                                                 delimited by size
                   "topkontoen "                 delimited by size
                   function TRIM(CASHPOOL-TOP-KONTO)
                                                 delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               write Udskriftslinje from felt-linje
               exit paragraph
           end-if
     *> --- Kreditrenten er aarets tilskrivning fra beregn-og-skriv- ---
     *> --- rente - satsen kun, naar der faktisk var en positiv saldo ---
     *> --- at forrente ---
           move 0 to GO-KREDIT-SATS
           if TOTAL-SUM-DKK > 0 and RENTE-SATS-FUNDET
               move VALGT-RENTE-SATS to GO-KREDIT-SATS
           end-if
           move GO-KREDIT-SATS to GO-SATS-E
           move RENTE-BELOB-DKK to GO-SUM-E
           move spaces to felt-linje
           move 1 to pos
           string
               "Kreditrente: sats "          delimited by size
               function TRIM(GO-SATS-E)      delimited by size
               " pct. p.a., tilskrevet i alt (DKK): "
                                             delimited by size
               function TRIM(GO-SUM-E)       delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           write Udskriftslinje from felt-linje
     *> --- Debetrenten er summen af betegnelserne med art D - ---
     *> --- straffesatsen, og kontraktsatsen naar kontoen har en ---
     *> --- bevilget ramme (OvertraekGraenser.txt) ---
           move OVERTRAEK-RENTE-SATS to GO-SATS-E
           move GO-DEBETRENTE-DKK to GO-SUM-E
           move spaces to felt-linje
           move 1 to pos
           string
               "Debetrente: sats "           delimited by size
               function TRIM(GO-SATS-E)      delimited by size
               " pct. p.a."                  delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           if AKTUEL-OG-GRAENSE-DKK > 0
               move AKTUEL-OG-KONTRAKT-SATS to GO-SATS2-E
               string
                   " (inden for bevilget ramme "
                                             delimited by size
                   function TRIM(GO-SATS2-E) delimited by size
                   " pct. p.a.)"             delimited by size
                      into felt-linje
                      with pointer pos
               end-string
           end-if
           string
               ", betalt i alt (DKK): "      delimited by size
               function TRIM(GO-SUM-E)       delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           write Udskriftslinje from felt-linje
           exit.

     *> --- Opbygger GEBYR-OVERSIGT-TABEL for den aktuelle konto ud ---
     *> --- fra KT-TRANS: hver GEBYR-/OVERTRAEKSRENTE-postering ---
     *> --- slaas op i GEBYR-BETEGNELSE-TABEL og laegges til sin ---
     *> --- betegnelse. Beloebene vendes, saa et opkraevet gebyr ---
     *> --- staar positivt og en tilbagefoert korrektion negativt ---
      opgoer-gebyroversigt.
           move 0 to GO-ANTAL
           move 0 to GO-GEBYR-I-ALT-DKK
           move 0 to GO-DEBETRENTE-DKK
           perform varying I-TRANS from 1 by 1
               until I-TRANS > KT-ANTAL-TRANS (I-KONTO)
               if (function TRIM(KT-TYPE (I-KONTO, I-TRANS)) = "GEBYR"
                   or function TRIM(KT-TYPE (I-KONTO, I-TRANS))
                       = "OVERTRAEKSRENTE")
                   and function TEST-NUMVAL(
                       KT-BELOB (I-KONTO, I-TRANS)) = 0
                   compute GO-BELOB-DKK =
                       function NUMVAL(KT-BELOB (I-KONTO, I-TRANS)) * -1
                   perform find-gebyr-betegnelse
                   perform tilfoej-til-gebyroversigt
               end-if
           end-perform
           exit.

     *> --- Finder den foerste post i GEBYR-BETEGNELSE-TABEL, hvis ---
     *> --- type (tom = enhver) og BUTIK-praefiks (tomt = ethvert) ---
     *> --- matcher posteringen I-TRANS. Matcher ingen post, ---
     *> --- havner posteringen under "Ikke klassificeret" ---
      find-gebyr-betegnelse.
           set GO-BETEGNELSE-IKKE-FUNDET to TRUE
           perform varying GB-INDEX from 1 by 1
               until GO-BETEGNELSE-FUNDET or GB-INDEX > GB-ANTAL
               if GB-TYPE (GB-INDEX) = spaces
                   or GB-TYPE (GB-INDEX) = KT-TYPE (I-KONTO, I-TRANS)
                   if GB-MAERKE (GB-INDEX) = spaces
                       set GO-BETEGNELSE-FUNDET to TRUE
                   else
                       move function LENGTH(
                           function TRIM(GB-MAERKE (GB-INDEX)))
                           to GO-MAERKE-LGD
                       if KT-BUTIK (I-KONTO, I-TRANS) (1:GO-MAERKE-LGD)
                           = GB-MAERKE (GB-INDEX) (1:GO-MAERKE-LGD)
                           set GO-BETEGNELSE-FUNDET to TRUE
                       end-if
                   end-if
                   if GO-BETEGNELSE-FUNDET
                       move GB-BETEGNELSE (GB-INDEX)
                           to GO-AKTUEL-BETEGNELSE
                       move GB-ART (GB-INDEX) to GO-AKTUEL-ART
                   end-if
               end-if
           end-perform
           if GO-BETEGNELSE-IKKE-FUNDET
               move "Ikke klassificeret" to GO-AKTUEL-BETEGNELSE
               if function TRIM(KT-TYPE (I-KONTO, I-TRANS))
                   = "OVERTRAEKSRENTE"
                   move "D" to GO-AKTUEL-ART
               else
                   move "G" to GO-AKTUEL-ART
               end-if
           end-if
           exit.

     *> --- Laegger GO-BELOB-DKK til betegnelsen GO-AKTUEL-BETEGNELSE ---
     *> --- i oversigten (oprettes ved foerste postering) og til ---
     *> --- gebyr- eller debetrente-totalen efter arten ---
      tilfoej-til-gebyroversigt.
           set GO-BETEGNELSE-IKKE-FUNDET to TRUE
           perform varying GO-INDEX from 1 by 1
               until GO-BETEGNELSE-FUNDET or GO-INDEX > GO-ANTAL
               if GO-BETEGNELSE (GO-INDEX) = GO-AKTUEL-BETEGNELSE
                   and GO-ART (GO-INDEX) = GO-AKTUEL-ART
                   set GO-BETEGNELSE-FUNDET to TRUE
               end-if
           end-perform
           if GO-BETEGNELSE-FUNDET
               subtract 1 from GO-INDEX
               if GO-STYKPRIS-DKK (GO-INDEX) not = GO-BELOB-DKK
                   set GO-STYKPRIS-VARIERER (GO-INDEX) to TRUE
               end-if
           else
               if GO-ANTAL >= MAX-GEBYR-OVERSIGT
                   exit paragraph
               end-if
               add 1 to GO-ANTAL
               move GO-ANTAL to GO-INDEX
               move GO-AKTUEL-ART to GO-ART (GO-INDEX)
               move GO-AKTUEL-BETEGNELSE to GO-BETEGNELSE (GO-INDEX)
               move 0 to GO-ANTAL-POST (GO-INDEX)
               move 0 to GO-SUM-DKK (GO-INDEX)
               move GO-BELOB-DKK to GO-STYKPRIS-DKK (GO-INDEX)
               set GO-STYKPRIS-ENS (GO-INDEX) to TRUE
           end-if
           add 1 to GO-ANTAL-POST (GO-INDEX)
           add GO-BELOB-DKK to GO-SUM-DKK (GO-INDEX)
           if GO-ER-DEBETRENTE (GO-INDEX)
               add GO-BELOB-DKK to GO-DEBETRENTE-DKK
           else
               add GO-BELOB-DKK to GO-GEBYR-I-ALT-DKK
           end-if
           exit.

     *> --- Slår den aktuelle kontos bevilgede ramme op - rammen er ---
     *> --- nul for konti uden en række i OvertraekGraenser.txt ---
      find-overtraek-graense-for-konto.
           move 0 to AKTUEL-OG-GRAENSE-DKK
           move 0 to AKTUEL-OG-KONTRAKT-SATS
           perform varying OG-INDEX from 1 by 1
               until OG-INDEX > OG-ANTAL
               if OG-KONTO-ID (OG-INDEX) = KT-KONTO-ID (I-KONTO)
                   move OG-GRAENSE-DKK (OG-INDEX)
                       to AKTUEL-OG-GRAENSE-DKK
                   move OG-KONTRAKT-SATS (OG-INDEX)
                       to AKTUEL-OG-KONTRAKT-SATS
               end-if
           end-perform
           move AKTUEL-OG-GRAENSE-DKK to AKTUEL-OG-GRAENSE-E
           exit.

     *> --- Lægger en overtræksperiode (OR-PERIODE-DAGE dage med den ---
     *> --- negative OR-LOEBENDE-DKK) til det to-delte grundlag: ---
     *> --- delen inden for den bevilgede ramme vægtes til ---
     *> --- kontraktsatsen, kun overskridelsen til straffesatsen ---
      akkumuler-overtraek-grundlag.
           compute OG-NEGATIV-SALDO = OR-LOEBENDE-DKK * -1
           if OG-NEGATIV-SALDO > AKTUEL-OG-GRAENSE-DKK
               move AKTUEL-OG-GRAENSE-DKK to OG-PERIODE-BEVILGET
               compute OG-PERIODE-OVERSKUD =
                   OG-NEGATIV-SALDO - AKTUEL-OG-GRAENSE-DKK
           else
               move OG-NEGATIV-SALDO to OG-PERIODE-BEVILGET
               move 0 to OG-PERIODE-OVERSKUD
           end-if
           compute OG-VAEGTET-BEVILGET =
               OG-VAEGTET-BEVILGET
               + OG-PERIODE-BEVILGET * OR-PERIODE-DAGE
           compute OR-VAEGTET-GRUNDLAG =
               OR-VAEGTET-GRUNDLAG
               + OG-PERIODE-OVERSKUD * OR-PERIODE-DAGE
           exit.

     *> --- Udløbsbehandling for tidsindskud: har kontoens produkt en
     *>     udløbsdato inden for CURRENT-AAR, opgøres indskuddets
     *>     hovedstol pr. udløbsdatoen (samme DKK-afkodning som
     *>     afkod-aml-transaktioner), og der bogføres to rigtige
     *>     transaktioner i KT-TRANS pr. udløbsdatoen - renten for hele
     *>     løbetiden (type RENTE) og udbetalingen af hovedstol plus
     *>     rente (type OVERFOERSEL UD) - mærket "UDLOEB:<produktkode>"
     *>     i BUTIK, samme genererings-mønster som generer-og-tilfoej-
     *>     aarligt-gebyr. Notitsen på udskriften skrives af
     *>     skriv-konto-header ud fra Indlaan-Udloeb-Felter ---
      generer-indlaan-udloeb.
           set UDLOEB-NOTITS-INAKTIV to TRUE
           move 0 to UDLOEB-HOVEDSTOL-DKK
           move 0 to UDLOEB-RENTE-DKK
           move 0 to UDLOEB-UDBETALT-DKK
           if PRODUKT-FUNDET
               and AKTUEL-PRODUKT-UDLOEB (1:4) = CURRENT-AAR-CHAR
               and AKTUEL-PRODUKT-UDLOEB (1:4) is numeric
               and AKTUEL-PRODUKT-LOEBETID > 0
     *> --- Hovedstolen: summen af posteringer til og med ---
     *> --- udløbsdatoen, i DKK ---
               perform afkod-aml-transaktioner
                   to KT-REF-NR (I-KONTO, KT-ANTAL-TRANS (I-KONTO))
               if not REPRINT-MODE-AKTIV
                   and KT-KUNDE-ID (I-KONTO) not = spaces
                   perform opsummer-kildeskat
               end-if
           end-if
     *> --- Renten med i kontoopsummeringen og i skatte- ---
     *> --- udtrækket, samme vej som den årlige rentetilskrivning ---
           if not REPRINT-MODE-AKTIV
               add UDLOEB-RENTE-DKK to KOS-RENTE-DKK
               move "K" to RTS-ART
               move AKTUEL-PRODUKT-UDLOEB to RTS-DATO
               move UDLOEB-RENTE-DKK to RTS-BELOB
               perform skriv-rente-tilskrevet-linje
     *> --- Kun konti med kendt Kunde-Id kan indberettes - kunde- ---
     *> --- info-fra-konto er endnu ikke kørt for kontoen her, så ---
     *> --- kontonummer-fallbacket er ikke til rådighed ---
               if KT-KUNDE-ID (I-KONTO) not = spaces
                   move RENTE-BELOB-DKK to UDLOEB-RENTE-GEMT
                   move UDLOEB-RENTE-DKK to RENTE-BELOB-DKK
                   perform opsummer-skat-rente
                   move UDLOEB-RENTE-GEMT to RENTE-BELOB-DKK
               end-if
           end-if
           move 0 to OR-RENTE-DKK
           move 0 to OR-LOEBENDE-DKK
           move 0 to OR-PREV-DAG-NR
     *> --- En cash pool-medlemskonto nulstilles hver nat mod ---
     *> --- topkontoen, som baerer puljens overtraek og renten af det ---
           move KT-KONTO-ID (I-KONTO) to CASHPOOL-OPSLAG-KONTO
           perform find-cashpool-for-konto
           if KONTO-I-CASHPOOL and CASHPOOL-ER-MEDLEM
               exit paragraph
           end-if
     *> --- Kontoens bevilgede ramme styrer den to-delte behandling ---
           perform find-overtraek-graense-for-konto
           perform afkod-aml-transaktioner
     *> --- Renten selv er positiv igen til grundlags-linjen ---
                   compute OR-RENTE-DKK rounded = OR-RENTE-DKK * -1
                   move SORT-I to I-TRANS
                   if not REPRINT-MODE-AKTIV
                       move "O" to RTS-ART
                       move KT-DATO (I-KONTO, KT-ANTAL-TRANS (I-KONTO))
                           (1:10) to RTS-DATO
                       move OR-RENTE-DKK to RTS-BELOB
                       perform skriv-rente-tilskrevet-linje
                   end-if
               end-if
           end-if
           exit.
                   compute LAAN-TRANS-BELOB =
                       function NUMVAL(KT-BELOB (I-KONTO, I-TRANS))
                       * -1
     *> --- Udbetalingen af laanet ("LAAN:<id> UDBET") er ---
     *> --- hverken afdrag eller rente ---
                   if LAAN-BUTIK-MAERKE (15:6) = "AFDRAG"
                       add 1 to LAAN-TERMINER-BETALT
                       add LAAN-TRANS-BELOB to LAAN-AFDRAG-AAR-DKK
                   end-if
                   if LAAN-BUTIK-MAERKE (15:5) = "RENTE"
                       add LAAN-TRANS-BELOB to LAAN-RENTE-AAR-DKK
                   end-if
               end-if
                               to KP-LOEBETID-MDR (KP-ANTAL)
                           move KP-KILDESKAT-FLAG-IN
                               to KP-KILDESKAT-FLAG (KP-ANTAL)
                           move KP-CAMT-FLAG-IN
                               to KP-CAMT-FLAG (KP-ANTAL)
                       else
                           display "Antal produkter har oversteget "
                               "MAX-KONTO-PRODUKTER i "
               move KP-LOEBETID-MDR (KP-SORT-I) to SP-LOEBETID-MDR
               move KP-KILDESKAT-FLAG (KP-SORT-I)
                   to SP-KILDESKAT-FLAG
               move KP-CAMT-FLAG (KP-SORT-I)    to SP-CAMT-FLAG
               release Sort-Produkt-Record
           end-perform
           exit.
                           to KP-LOEBETID-MDR (KP-SORT-I)
                       move SP-KILDESKAT-FLAG
                           to KP-KILDESKAT-FLAG (KP-SORT-I)
                       move SP-CAMT-FLAG
                           to KP-CAMT-FLAG (KP-SORT-I)
               end-return
           end-perform
           exit.
           move spaces to AKTUEL-PRODUKT-UDLOEB
           move 0 to AKTUEL-PRODUKT-LOEBETID
           move "N" to AKTUEL-PRODUKT-KILDESKAT
           move space to AKTUEL-PRODUKT-CAMT
           search all KP-POST
               when KP-KONTO-ID (KP-IDX) = KT-KONTO-ID (I-KONTO)
                   set PRODUKT-FUNDET to TRUE
                       to AKTUEL-PRODUKT-LOEBETID
                   move KP-KILDESKAT-FLAG (KP-IDX)
                       to AKTUEL-PRODUKT-KILDESKAT
                   move KP-CAMT-FLAG (KP-IDX)
                       to AKTUEL-PRODUKT-CAMT
           end-search
           exit.

                               to KU-VALUTAKODE (KU-ANTAL-KUNDER)
                           move Sprogkode of Kunde-Information
                               to KU-SPROG (KU-ANTAL-KUNDER)
                           move Tilgaengelighed of Kunde-Information
                               to KU-TILGAENGELIGHED (KU-ANTAL-KUNDER)
                       else
                           display "Antal kunder har oversteget MAX-KUNDER"
                               " i KundeTabel.cpy - resten af"
               move KU-EMAIL (KUNDE-SORT-I)       to SK-EMAIL
               move KU-VALUTAKODE (KUNDE-SORT-I)  to SK-VALUTAKODE
               move KU-SPROG (KUNDE-SORT-I)       to SK-SPROG
               move KU-TILGAENGELIGHED (KUNDE-SORT-I)
                                                  to SK-TILGAENGELIGHED
               release Sort-Kunde-Record
           end-perform
           exit.
                       move SK-VALUTAKODE
                           to KU-VALUTAKODE (KUNDE-SORT-I)
                       move SK-SPROG       to KU-SPROG (KUNDE-SORT-I)
                       move SK-TILGAENGELIGHED
                           to KU-TILGAENGELIGHED (KUNDE-SORT-I)
               end-return
           end-perform
           exit.
     *> --- Nulstil side-tælling for denne kontoudskrift ---
           move 1 to SIDE-NUMMER
           move 0 to SIDE-LINJE-TAELLER
     *> --- Tilgaengeligt layout: egne label-linjer i stedet for ---
     *> --- header-blokken og kolonne-overskrifterne - notitserne ---
     *> --- er allerede hele sætninger og skrives som de er ---
           if TILGAENGELIG-AKTIV
               perform skriv-tilgaengelig-hoved
               exit paragraph
           end-if
     *> --- Skriv kunde info til udskrift - i MASKERET-UDSKRIFT ---
     *> --- udskrives kun initialerne, og adresse/by/telefon/email ---
     *> --- udelades helt (til brug når statementet skal ud af huset ---
               end-string
           end-if
              write Udskriftslinje from felt-linje
     *> --- Produkt, inaktiv-, udløbs-, opsigelses- og lukke- ---
     *> --- notitser - se skriv-konto-notitser ---
           perform skriv-konto-notitser
     *> --- Skriv side-nummer og kolonne-overskrifter for ---
     *> --- transaktionslinjer ---
           perform skriv-side-og-kolonne-header
           exit.

     *> --- Kontoens notitser under headeren: produktnavn, inaktiv-, ---
     *> --- udløbs- og opsigelses-notits samt lukke-/slutopgørelses- ---
     *> --- mærket. Fælles for standard- og det tilgaengelige layout ---
      skriv-konto-notitser.
     *> --- Produktnavn fra produkt-stamkartoteket, når kontoen har ---
     *> --- et produkt - se find-produkt-for-konto ---
           if PRODUKT-FUNDET
               end-string
               write Udskriftslinje from felt-linje
           end-if
     *> --- Aabne opsigelser paa en opsigelseskonto - se ---
     *> --- skriv-aabne-opsigelser ---
           if OPS-ANTAL > 0
               move KT-KONTO-ID (I-KONTO) to OPSIGELSE-OPSLAG-KONTO
               perform skriv-aabne-opsigelser
           end-if
     *> --- Mærk udskriften, hvis kontoen er lukket (se KontoStatus.txt
     *>     /indlæs-konto-status-tabel/find-eller-opret-konto) ---
           if KT-KONTO-LUKKET (I-KONTO)
               end-if
               write Udskriftslinje from spaces
           end-if
           exit.

     *> --- Header i det tilgaengelige layout: én oplysning pr. ---
     *> --- linje, hver med sin label - ingen streger, kolonner ---
     *> --- eller side-overskrifter. Kundens og bankens linjer ---
     *> --- bygges af kunde-info-fra-konto/bank-info-fra-konto og ---
     *> --- bærer allerede deres label ---
      skriv-tilgaengelig-hoved.
           move 0 to TILGAENGELIG-POST-NR
           perform byg-maskeret-konto-id
           move spaces to felt-linje
           move 1 to pos
           if MASKERET-UDSKRIFT
               string
                    function TRIM(SPR-UDSKRIFT (SPROG-IX))
                                                   delimited by size
                    " "                            delimited by size
                    function TRIM(KONTO-ID-MASKERET) delimited by size
                        into felt-linje
                        with pointer pos
               end-string
           else
               string
                    function TRIM(SPR-UDSKRIFT (SPROG-IX))
                                                   delimited by size
                    " "                            delimited by size
                    function TRIM(KT-KONTO-ID (I-KONTO))
                                                   delimited by size
                        into felt-linje
                        with pointer pos
               end-string
           end-if
           perform skriv-tilgaengelig-linje
           move spaces to felt-linje
           move 1 to pos
           string
                function TRIM(SPR-AAR (SPROG-IX))  delimited by size
                " "                                delimited by size
                CURRENT-AAR-CHAR                   delimited by size
                    into felt-linje
                    with pointer pos
           end-string
           perform skriv-tilgaengelig-linje
           write Udskriftslinje from spaces
           if MASKERET-UDSKRIFT
               move KUNDE-NAVN-OUT-MASKERET to felt-linje
               perform skriv-tilgaengelig-linje
               move "Adresse: [udeladt - maskeret udskrift]"
                   to felt-linje
               perform skriv-tilgaengelig-linje
           else
               move KUNDE-NAVN-OUT to felt-linje
               perform skriv-tilgaengelig-linje
               move KUNDE-ADRESSE-OUT to felt-linje
               perform skriv-tilgaengelig-linje
               if KUNDE-BY-OUT not = spaces
                   move spaces to felt-linje
                   move 1 to pos
                   string
                       "Postnummer og by: "       delimited by size
                       function TRIM(KUNDE-BY-OUT)
                                                  delimited by size
                          into felt-linje
                          with pointer pos
                   end-string
                   perform skriv-tilgaengelig-linje
               end-if
               if KUNDE-TELEFON-OUT not = spaces
                   move KUNDE-TELEFON-OUT to felt-linje
                   perform skriv-tilgaengelig-linje
               end-if
               if KUNDE-EMAIL-OUT not = spaces
                   move KUNDE-EMAIL-OUT to felt-linje
                   perform skriv-tilgaengelig-linje
               end-if
           end-if
           write Udskriftslinje from spaces
           move "Oplysninger om banken:" to felt-linje
           perform skriv-tilgaengelig-linje
           move function TRIM(REG-NR-OUT) to felt-linje
           perform skriv-tilgaengelig-linje
           move function TRIM(BANKNAVN-OUT) to felt-linje
           perform skriv-tilgaengelig-linje
           move function TRIM(BANKADDRESSE-OUT) to felt-linje
           perform skriv-tilgaengelig-linje
           move function TRIM(TELEFON-OUT) to felt-linje
           perform skriv-tilgaengelig-linje
           move function TRIM(EMAIL-OUT) to felt-linje
           perform skriv-tilgaengelig-linje
           write Udskriftslinje from spaces
           perform skriv-konto-notitser
           write Udskriftslinje from spaces
           move KT-ANTAL-TRANS (I-KONTO) to TILGAENGELIG-POST-NR-E
           move spaces to felt-linje
           move 1 to pos
           string
               "Antal posteringer i udskriften: " delimited by size
               function TRIM(TILGAENGELIG-POST-NR-E)
                                                  delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform skriv-tilgaengelig-linje
           move
               "Hver postering staar for sig med en oplysning pr. linje."
               to felt-linje
           perform skriv-tilgaengelig-linje
           write Udskriftslinje from spaces
           exit.

     *> --- Skriver felt-linje i det tilgaengelige layout - stor ---
     *> --- skrift får dobbelt linjeafstand ---
      skriv-tilgaengelig-linje.
           write Udskriftslinje from felt-linje
           if TILGAENGELIG-STOR-SKRIFT
               write Udskriftslinje from spaces
           end-if
           exit.

     *> --- Afgør om den aktuelle konto skal behandles som en endelig
     *>     slutopgørelse: kontoen er lukket (KontoStatus.txt), og
     *>     lukkedatoens år er netop CURRENT-AAR. Kræver en komplet
     *>     numerisk lukkedato (yyyy-mm-dd) - en lukket konto uden
     *>     brugbar lukkedato behandles som hidtil (fuldt år, lukket-
     *>     sats) i stedet for at gætte en opgørelsesdato ---
      afgoer-slutopgoerelse.
           set SLUTOPG-INAKTIV to TRUE
           move 0 to ANTAL-TRANS-EFTER-LUKKEDATO
           if KT-KONTO-LUKKET (I-KONTO)
               and KT-LUKKE-DATO (I-KONTO)(1:4) = CURRENT-AAR-CHAR
               and KT-LUKKE-DATO (I-KONTO)(1:4) is numeric
               and KT-LUKKE-DATO (I-KONTO)(6:2) is numeric
               and KT-LUKKE-DATO (I-KONTO)(9:2) is numeric
               set SLUTOPG-AKTIV to TRUE
     *> --- Antal dage fra 1/1 til og med lukkedatoen, til pro-rata- ---
     *> --- renten i beregn-og-skriv-rente ---
               move spaces to SLUTOPG-LUKKE-YMD-X
               string
                   KT-LUKKE-DATO (I-KONTO)(1:4)  delimited by size
                   KT-LUKKE-DATO (I-KONTO)(6:2)  delimited by size
                   KT-LUKKE-DATO (I-KONTO)(9:2)  delimited by size
                      into SLUTOPG-LUKKE-YMD-X
               end-string
               move SLUTOPG-LUKKE-YMD-X to SLUTOPG-LUKKE-YMD
               move spaces to SLUTOPG-PRIMO-YMD-X
               string
                   CURRENT-AAR-CHAR              delimited by size
           move 0 to PERIODE-SALDO-DKK-OUT
           move PERIODE-PRIMO-DKK to PERIODE-PRIMO-DKK-E
           write Udskriftslinje from spaces
           if TILGAENGELIG-AKTIV
               perform skriv-tilgaengelig-periode-start
               exit paragraph
           end-if
           move spaces to felt-linje
           move 1 to pos
           if PERIODE-PR-KVARTAL
           move PERIODE-SALDO-DKK-OUT to PERIODE-OUT-E
           move TOTAL-SUM-DKK         to PERIODE-ULTIMO-DKK-E
           perform beregn-periode-bankdage
           if TILGAENGELIG-AKTIV
               perform skriv-tilgaengelig-periode-total
               exit paragraph
           end-if
           move spaces to felt-linje
           move 1 to pos
           string
           write Udskriftslinje from felt-linje
           exit.

     *> --- Periodens start i det tilgaengelige layout: perioden ---
     *> --- og primo-saldoen hver på sin linje ---
       skriv-tilgaengelig-periode-start.
           move spaces to felt-linje
           move 1 to pos
           if PERIODE-PR-KVARTAL
               string
                   "Periode: kvartal "            delimited by size
                   PERIODE-AKTUEL (2:1)           delimited by size
                   " "                            delimited by size
                   CURRENT-AAR-CHAR               delimited by size
                      into felt-linje
                      with pointer pos
               end-string
           else
               string
                   "Periode: "                    delimited by size
                   function TRIM(MAANED-NAVN (PERIODE-AKTUEL))
                                                  delimited by size
                   " "                            delimited by size
                   CURRENT-AAR-CHAR               delimited by size
                      into felt-linje
                      with pointer pos
               end-string
           end-if
           perform skriv-tilgaengelig-linje
           move PERIODE-PRIMO-DKK to TILGAENGELIG-BELOB
           move spaces to felt-linje
           move 1 to pos
           string
               "Saldo ved periodens start: "  delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform tilfoej-tilgaengelig-kroner
           perform skriv-tilgaengelig-linje
           write Udskriftslinje from spaces
           exit.

     *> --- Periodens totaler i det tilgaengelige layout, skrevet ---
     *> --- ud som hele sætninger ---
       skriv-tilgaengelig-periode-total.
           move PERIODE-SALDO-DKK-IN to TILGAENGELIG-BELOB
           move spaces to felt-linje
           move 1 to pos
           string
               "Indbetalt i perioden: "       delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform tilfoej-tilgaengelig-kroner
           perform skriv-tilgaengelig-linje
           move PERIODE-SALDO-DKK-OUT to TILGAENGELIG-BELOB
           if TILGAENGELIG-BELOB < 0
               compute TILGAENGELIG-BELOB = 0 - TILGAENGELIG-BELOB
           end-if
           move spaces to felt-linje
           move 1 to pos
           string
               "Udbetalt i perioden: "        delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform tilfoej-tilgaengelig-kroner
           perform skriv-tilgaengelig-linje
           move TOTAL-SUM-DKK to TILGAENGELIG-BELOB
           move spaces to felt-linje
           move 1 to pos
           string
               "Saldo ved periodens slutning: " delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform tilfoej-tilgaengelig-kroner
           perform skriv-tilgaengelig-linje
           move spaces to felt-linje
           move 1 to pos
           move BDT-BANK-DAGE to TILGAENGELIG-POST-NR-E
           string
               "Perioden havde "              delimited by size
               function TRIM(TILGAENGELIG-POST-NR-E)
                                              delimited by size
               " bankdage ud af "             delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           move BDT-KAL-DAGE to TILGAENGELIG-POST-NR-E
           string
               function TRIM(TILGAENGELIG-POST-NR-E)
                                              delimited by size
               " kalenderdage."               delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform skriv-tilgaengelig-linje
           write Udskriftslinje from spaces
           exit.

     *> --- Tilføjer TILGAENGELIG-BELOB til felt-linje (fra pos) som ---
     *> --- "N kroner." - se tilfoej-tilgaengelig-beloeb ---
       tilfoej-tilgaengelig-kroner.
           perform tilfoej-tilgaengelig-beloeb
           string
               " kroner."                     delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           exit.

     *> --- Tilføjer TILGAENGELIG-BELOB til felt-linje (fra pos) - ---
     *> --- et negativt beløb skrives "minus N", så fortegnet ikke ---
     *> --- forsvinder ved oplæsning ---
       tilfoej-tilgaengelig-beloeb.
           if TILGAENGELIG-BELOB < 0
               string
                   "minus "                       delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               compute TILGAENGELIG-BELOB = 0 - TILGAENGELIG-BELOB
           end-if
           move TILGAENGELIG-BELOB to TILGAENGELIG-BELOB-E
           string
               function TRIM(TILGAENGELIG-BELOB-E) delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           exit.

     *> --- Lægger den aktuelle transaktion (netto-DKK) ind i sin ---
     *> --- forbrugskategori: BUTIK slås op i Butik-Kategori-Tabel, ---
     *> --- og butikker uden match falder i "Oevrige", så kategori- ---
                   move "N" to EN-SKREVET-FLAG (EN-INDEX)
                   move "N" to EN-GARANTI-FLAG (EN-INDEX)
               end-if
               move EN-AKTUEL-KUNDE-ID to KOS-AKTUEL-KUNDE-ID
               move 100 to KOS-ANDEL-AKTUEL
               move TOTAL-SUM-DKK to REL-DEL-SALDO-DKK
               perform opsummer-engagement-for-ejer
           end-if
           exit.

      fordel-engagement-paa-andele.
           compute REL-DEL-SALDO-DKK rounded =
               TOTAL-SUM-DKK * REL-PRIMAER-PCT / 100
           move REL-PRIMAER-PCT to KOS-ANDEL-AKTUEL
           perform opdater-engagement-for-kunde
           perform varying KREL-INDEX from 1 by 1
               until KREL-INDEX > KREL-ANTAL
                   compute REL-DEL-SALDO-DKK rounded =
                       TOTAL-SUM-DKK
                       * KREL-EJERANDEL-PCT (KREL-INDEX) / 100
                   move KREL-EJERANDEL-PCT (KREL-INDEX)
                       to KOS-ANDEL-AKTUEL
                   perform opdater-engagement-for-kunde
                   move REL-GEMT-KUNDE-ID to EN-AKTUEL-KUNDE-ID
               end-if
               move "N" to EN-SKREVET-FLAG (EN-INDEX)
               move "N" to EN-GARANTI-FLAG (EN-INDEX)
           end-if
           move EN-AKTUEL-KUNDE-ID to KOS-AKTUEL-KUNDE-ID
           perform opsummer-engagement-for-ejer
           exit.

     *> --- Ejerens del af slutsaldoen (REL-DEL-SALDO-DKK) til ---
     *> --- kontoopsummeringens E-linje for KOS-AKTUEL-KUNDE-ID ---
      opsummer-engagement-for-ejer.
           perform find-eller-opret-kos-ejer
           if KOS-EJ-INDEX > 0
               move REL-DEL-SALDO-DKK to KOS-EJ-SALDO-DKK (KOS-EJ-INDEX)
               set KOS-EJ-MED-SALDO (KOS-EJ-INDEX) to TRUE
           end-if
           exit.

           end-if
           exit.

     *> --- Afgør den aktuelle kontos udskriftslayout ud fra ---
     *> --- kundens Tilgaengelighed i kundemasteren: S = stor skrift, ---
     *> --- L = lineaer tekst til skaermlaeser, blank (eller ukendt ---
     *> --- kunde) = standard-layoutet. Kunden slås op her, da ---
     *> --- kunde-info-fra-konto først køres senere for kontoen ---
      afgoer-tilgaengelig-udskrift.
           set TILGAENGELIG-INAKTIV to TRUE
           set KUNDE-IKKE-FUNDET to TRUE
           if KT-KUNDE-ID (I-KONTO) not = spaces
               search all KU-POST
                   when KU-KUNDE-ID (KU-IDX) = KT-KUNDE-ID (I-KONTO)
                       set KUNDE-FUNDET to TRUE
               end-search
           end-if
           if KUNDE-IKKE-FUNDET
               move 1 to KU-IDX
               perform until KUNDE-FUNDET
                   or KU-IDX > KU-ANTAL-KUNDER
                   if KU-KONTONUMMER (KU-IDX) = KT-KONTO-ID (I-KONTO)
                       set KUNDE-FUNDET to TRUE
                   else
                       add 1 to KU-IDX
                   end-if
               end-perform
           end-if
           if KUNDE-FUNDET
               and (KU-TILGAENGELIGHED (KU-IDX) = "S"
                   or KU-TILGAENGELIGHED (KU-IDX) = "L")
               move KU-TILGAENGELIGHED (KU-IDX) to TILGAENGELIG-FLAG
           end-if
           exit.

     *> --- Bygger udskriftsrækkefølgen i PRESORT-TABEL: i presort- ---
     *> --- tilstand slås hver kontos kunde op, og indeks-tabellen ---
     *> --- bobbel-sorteres efter postnummer (ukendte kunder får ---
                           move BSK-FRA-IN   to BSK-FRA (BSK-ANTAL)
                           move BSK-TIL-IN   to BSK-TIL (BSK-ANTAL)
                           move BSK-TEKST-IN to BSK-TEKST (BSK-ANTAL)
                           move BSK-KATEGORI-IN
                               to BSK-KATEGORI (BSK-ANTAL)
                           move 0 to BSK-ANTAL-RAMT (BSK-ANTAL)
                           move 0 to BSK-ANTAL-UDEN-SAMTYKKE (BSK-ANTAL)
                       end-if
               end-read
           end-perform
                           end-if
                       end-if
               end-evaluate
     *> --- Kampagner kraever kundens gyldige samtykke til ---
     *> --- udskriftsindlaeg; servicebeskeder gaar altid ud ---
               if BESKED-KVALIFICERET and BSK-KAMPAGNE (BSK-INDEX)
                   set SAMTYKKE-MANGLER to TRUE
                   if KUNDE-FUNDET
                       move KU-KUNDE-ID (KU-IDX)
                           to SAMTYKKE-OPSLAG-KUNDE
                       move "U" to SAMTYKKE-OPSLAG-KANAL
                       perform find-gyldigt-samtykke
                   end-if
                   if SAMTYKKE-MANGLER
                       set BESKED-IKKE-KVALIFICERET to TRUE
                       add 1 to BSK-ANTAL-UDEN-SAMTYKKE (BSK-INDEX)
                   end-if
               end-if
               if BESKED-KVALIFICERET
                   if not BESKED-BLOK-SKREVET
                       write Udskriftslinje from spaces
           write Leverance-Manifest-Linje
           exit.

     *> --- Nulstiller kontoens camt.053-opsamling og fastlægger den ---
     *> --- kunde, udtoget leveres til: kundemasterens Kunde-Id, ---
     *> --- ellers kontoens egen - og uden nogen af dem Konto-ID, så ---
     *> --- kontoen stadig får sin egen fil ---
      start-camt-for-konto.
           set CAMT-GRUPPE-LUKKET to TRUE
           move spaces to CAMT-NOEGLE
           if KUNDE-FUNDET
               move KU-KUNDE-ID (KU-IDX) to CAMT-KUNDE-ID
               move KU-FULD-NAVN (KU-IDX) to CAMT-EJER-NAVN
           else
               move KT-KUNDE-ID (I-KONTO) to CAMT-KUNDE-ID
               move KT-NAVN (I-KONTO) to CAMT-EJER-NAVN
           end-if
           if CAMT-KUNDE-ID = spaces
               move KT-KONTO-ID (I-KONTO) to CAMT-KUNDE-ID
           end-if
           exit.

     *> --- Skriver den netop udskrevne postering som en "N"-record ---
     *> --- til camt.053-arbejdsfilen. Nøglen er bogføringsdagen ---
     *> --- (KP-CAMT-FLAG "D") eller udskriftsperioden ("P"); skifter ---
     *> --- den, lukkes den forrige gruppe med sin "K"-record, og ---
     *> --- den nye gruppes primo er saldoen lige før posteringen ---
      opsaml-camt-postering.
           if AKTUEL-CAMT-PR-DAG
               move Dato-NU to CAMT-NOEGLE-NY
           else
               perform byg-camt-periode-noegle
           end-if
           if CAMT-GRUPPE-AABEN and CAMT-NOEGLE-NY not = CAMT-NOEGLE
               perform skriv-camt-saldo-record
           end-if
           if CAMT-GRUPPE-LUKKET
               set CAMT-GRUPPE-AABEN to TRUE
               move CAMT-NOEGLE-NY to CAMT-NOEGLE
               move AL-SALDO-FOER to CAMT-PRIMO-DKK
               move 0 to CAMT-GRUPPE-POSTER
               perform saet-camt-periode-graenser
           end-if
           add 1 to CAMT-GRUPPE-POSTER
           add 1 to CAMT-LOEBENR
           move TOTAL-SUM-DKK to CAMT-ULTIMO-DKK
           move spaces to Camt-Arbejd-Record
           move CAMT-KUNDE-ID to CA-KUNDE-ID
           move CAMT-NOEGLE to CA-NOEGLE
           move KT-KONTO-ID (I-KONTO) to CA-KONTO-ID
           move "N" to CA-ART
           move CAMT-LOEBENR to CA-LOEBENR
           move KT-REG-NR (I-KONTO) to CA-REG-NR
           move CAMT-EJER-NAVN to CA-EJER-NAVN
           move WS-BELOB-DKK-NUM to CA-BELOB-DKK
           move 0 to CA-PRIMO-DKK
           move 0 to CA-ULTIMO-DKK
           move 0 to CA-ANTAL-POSTER
           move Dato-NU to CA-BOGF-DATO
     *> --- Blank valør = valør lig bogføringsdato ---
           if KT-VALOER (I-KONTO, I-TRANS) = spaces
               move Dato-NU to CA-VALOER-DATO
           else
               move KT-VALOER (I-KONTO, I-TRANS) to CA-VALOER-DATO
           end-if
           move KT-REF-NR (I-KONTO, I-TRANS) to CA-REF-NR
           move TT-MATCHET-BKTXCD to CA-BKTXCD
           move KT-BUTIK (I-KONTO, I-TRANS) to CA-BUTIK
           write Camt-Arbejd-Record
           add 1 to CAMT-ANTAL-RECORDS
           exit.

     *> --- Periode-nøglen i "P"-tilstand: året i års-kørslen, ---
     *> --- år og kvartal (2024-K1) eller år og måned (2024-03) i ---
     *> --- periode-kørslerne - samme opdeling som udskriften ---
      byg-camt-periode-noegle.
           move spaces to CAMT-NOEGLE-NY
           evaluate true
               when PERIODE-PR-KVARTAL
                   string
                       CURRENT-AAR-CHAR         delimited by size
                       "-K"                     delimited by size
                       PERIODE-AKTUEL (2:1)     delimited by size
                          into CAMT-NOEGLE-NY
                   end-string
               when PERIODE-PR-MAANED
                   string
                       CURRENT-AAR-CHAR         delimited by size
                       "-"                      delimited by size
                       PERIODE-AKTUEL           delimited by size
                          into CAMT-NOEGLE-NY
                   end-string
               when other
                   move CURRENT-AAR-CHAR to CAMT-NOEGLE-NY
           end-evaluate
           exit.

     *> --- Gruppens FrToDt: selve dagen i "D"-tilstand, ellers ---
     *> --- periodens første og sidste dag - samme beregning som ---
     *> --- beregn-periode-bankdage ---
      saet-camt-periode-graenser.
           if AKTUEL-CAMT-PR-DAG
               move Dato-NU to CAMT-FRA-DATO
               move Dato-NU to CAMT-TIL-DATO
               exit paragraph
           end-if
           evaluate true
               when PERIODE-PR-KVARTAL
                   compute CAMT-START-MAANED = PERIODE-AKTUEL * 3 - 2
                   compute CAMT-SLUT-MAANED = PERIODE-AKTUEL * 3
               when PERIODE-PR-MAANED
                   move PERIODE-AKTUEL to CAMT-START-MAANED
                   move PERIODE-AKTUEL to CAMT-SLUT-MAANED
               when other
                   move 1 to CAMT-START-MAANED
                   move 12 to CAMT-SLUT-MAANED
           end-evaluate
     *> --- Periodens sidste dag = dagen før næste periodes første ---
           if CAMT-SLUT-MAANED = 12
               compute CAMT-TIL-YMD = (CURRENT-AAR + 1) * 10000 + 101
           else
               compute CAMT-TIL-YMD = CURRENT-AAR * 10000
                   + (CAMT-SLUT-MAANED + 1) * 100 + 1
           end-if
           compute CAMT-DAG-NR =
               function INTEGER-OF-DATE(CAMT-TIL-YMD) - 1
           compute CAMT-TIL-YMD =
               function DATE-OF-INTEGER(CAMT-DAG-NR)
           move spaces to CAMT-FRA-DATO
           string
               CURRENT-AAR-CHAR                 delimited by size
               "-"                              delimited by size
               CAMT-START-MAANED                delimited by size
               "-01"                            delimited by size
                  into CAMT-FRA-DATO
           end-string
           move spaces to CAMT-TIL-DATO
           string
               CAMT-TIL-AAAA                    delimited by size
               "-"                              delimited by size
               CAMT-TIL-MM                      delimited by size
               "-"                              delimited by size
               CAMT-TIL-DD                      delimited by size
                  into CAMT-TIL-DATO
           end-string
           exit.

     *> --- Lukker kontoens åbne camt.053-gruppe med en "K"-record: ---
     *> --- primo-/ultimo-saldo, antal posteringer og FrToDt ---
      skriv-camt-saldo-record.
           move spaces to Camt-Arbejd-Record
           move CAMT-KUNDE-ID to CA-KUNDE-ID
           move CAMT-NOEGLE to CA-NOEGLE
           move KT-KONTO-ID (I-KONTO) to CA-KONTO-ID
           move "K" to CA-ART
           move 0 to CA-LOEBENR
           move KT-REG-NR (I-KONTO) to CA-REG-NR
           move CAMT-EJER-NAVN to CA-EJER-NAVN
           move 0 to CA-BELOB-DKK
           move CAMT-PRIMO-DKK to CA-PRIMO-DKK
           move CAMT-ULTIMO-DKK to CA-ULTIMO-DKK
           move CAMT-GRUPPE-POSTER to CA-ANTAL-POSTER
           move CAMT-FRA-DATO to CA-FRA-DATO
           move CAMT-TIL-DATO to CA-TIL-DATO
           move 0 to CA-REF-NR
           write Camt-Arbejd-Record
           add 1 to CAMT-ANTAL-RECORDS
           set CAMT-GRUPPE-LUKKET to TRUE
           exit.

     *> --- Sorterer camt.053-arbejdsfilen efter kunde, dag/periode, ---
     *> --- konto og løbenummer og bygger én ISO 20022 camt.053- ---
     *> --- fil pr. kunde pr. dag/periode under text-files/Camt053/ ---
     *> --- (<kunde>_<dag eller periode>.xml) med en <Stmt> pr. ---
     *> --- konto - og manifestet med fil, kunde, periode, antal ---
     *> --- konti og antal posteringer pr. fil, samme opbygning som ---
     *> --- leverance-manifestet ---
      skriv-camt053-filer.
           move function CURRENT-DATE to CAMT-NU
           move spaces to CAMT-OPRETTET
           string
               CAMT-NU (1:4)                   delimited by size
               "-"                             delimited by size
               CAMT-NU (5:2)                   delimited by size
               "-"                             delimited by size
               CAMT-NU (7:2)                   delimited by size
               "T"                             delimited by size
               CAMT-NU (9:2)                   delimited by size
               ":"                             delimited by size
               CAMT-NU (11:2)                  delimited by size
               ":"                             delimited by size
               CAMT-NU (13:2)                  delimited by size
                  into CAMT-OPRETTET
           end-string
           open output Camt053-Manifest-Out
           move 0 to ANTAL-CAMT-FILER
           move 0 to ANTAL-CAMT-POSTER
           write Camt053-Manifest-Linje from
               "=== Camt053-manifest - camt.053-kontoudtog pr. kunde ==="
           sort Sort-Camt-Work
               on ascending key SC-KUNDE-ID SC-NOEGLE SC-KONTO-ID
                                SC-ART SC-LOEBENR
               using Camt-Arbejd-Work
               output procedure is modtag-camt-records
           move spaces to Camt053-Manifest-Linje
           move 1 to pos
           string
               "Antal filer: "                delimited by size
               function TRIM(ANTAL-CAMT-FILER)
                                              delimited by size
               " antal posteringer: "         delimited by size
               function TRIM(ANTAL-CAMT-POSTER)
                                              delimited by size
                  into Camt053-Manifest-Linje
                  with pointer pos
           end-string
           write Camt053-Manifest-Linje
           close Camt053-Manifest-Out
           display "camt.053-kontoudtog skrevet til "
               "text-files/Camt053/, antal filer: "
               ANTAL-CAMT-FILER
           move spaces to KORSELS-LOG-TEKST
           move 1 to pos
           string
               "camt.053-kontoudtog skrevet til text-files/Camt053/,"
                                              delimited by size
               " antal filer: "               delimited by size
               ANTAL-CAMT-FILER               delimited by size
                  into KORSELS-LOG-TEKST
                  with pointer pos
           end-string
           perform skriv-korsels-log-linje
           exit.

     *> --- SORT-output-proceduren: ny kunde eller ny dag/periode ---
     *> --- lukker den åbne fil og åbner den næste; en "K"-record ---
     *> --- åbner kontoens <Stmt> med saldi, "N"-records bliver ---
     *> --- <Ntry>-elementer under den ---
      modtag-camt-records.
           set CAMT-FIL-LUKKET to TRUE
           set CAMT-STMT-LUKKET to TRUE
           move "N" to EOF-check-camt
           perform until end-of-file-camt
               return Sort-Camt-Work
                   at end move "Y" to EOF-check-camt
                   not at end
                       if CAMT-FIL-AABEN
                           and (SC-KUNDE-ID not = CAMT-FIL-KUNDE-ID
                             or SC-NOEGLE not = CAMT-FIL-NOEGLE)
                           perform afslut-camt-fil
                       end-if
                       if CAMT-FIL-LUKKET
                           perform aabn-camt-fil
                       end-if
                       if SC-ART = "K"
                           perform skriv-camt-stmt-hoved
                       else
                           perform skriv-camt-ntry
                       end-if
               end-return
           end-perform
           if CAMT-FIL-AABEN
               perform afslut-camt-fil
           end-if
           exit.

     *> --- Åbner kundens fil for dagen/perioden og skriver ---
     *> --- dokument-rammen og gruppe-headeren ---
      aabn-camt-fil.
           move SC-KUNDE-ID to CAMT-FIL-KUNDE-ID
           move SC-NOEGLE to CAMT-FIL-NOEGLE
           move 0 to CAMT-FIL-KONTI
           move 0 to CAMT-FIL-POSTER
           move spaces to CAMT053-DYN-NAVN
           string
               function TRIM(UD-DIR-NAVN)     delimited by size
               "/Camt053/"                    delimited by size
               function TRIM(SC-KUNDE-ID)     delimited by size
               "_"                            delimited by size
               function TRIM(SC-NOEGLE)       delimited by size
               ".xml"                         delimited by size
                  into CAMT053-DYN-NAVN
           end-string
           open output Camt053-Out
           set CAMT-FIL-AABEN to TRUE
           add 1 to ANTAL-CAMT-FILER
           write Camt053-Linje from
               '<?xml version="1.0" encoding="UTF-8"?>'
           move spaces to Camt053-Linje
           string
               '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                                              delimited by size
               'camt.053.001.02">'            delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "  <BkToCstmrStmt>"
           write Camt053-Linje from "    <GrpHdr>"
           move spaces to Camt053-Linje
           string
               "      <MsgId>"                delimited by size
               function TRIM(SC-KUNDE-ID)     delimited by size
               "-"                            delimited by size
               function TRIM(SC-NOEGLE)       delimited by size
               "</MsgId>"                     delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           move spaces to Camt053-Linje
           string
               "      <CreDtTm>"              delimited by size
               CAMT-OPRETTET                  delimited by size
               "</CreDtTm>"                   delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "    </GrpHdr>"
           exit.

     *> --- Lukker den åbne <Stmt>, dokumentet og filen og skriver ---
     *> --- filens manifest-linje ---
      afslut-camt-fil.
           if CAMT-STMT-AABEN
               write Camt053-Linje from "    </Stmt>"
               set CAMT-STMT-LUKKET to TRUE
           end-if
           write Camt053-Linje from "  </BkToCstmrStmt>"
           write Camt053-Linje from "</Document>"
           close Camt053-Out
           set CAMT-FIL-LUKKET to TRUE
           move spaces to Camt053-Manifest-Linje
           move 1 to pos
           string
               "FIL="                         delimited by size
               function TRIM(CAMT053-DYN-NAVN)
                                              delimited by size
               " KUNDE-ID="                   delimited by size
               function TRIM(CAMT-FIL-KUNDE-ID)
                                              delimited by size
               " PERIODE="                    delimited by size
               function TRIM(CAMT-FIL-NOEGLE) delimited by size
               " ANTAL-KONTI="                delimited by size
               CAMT-FIL-KONTI                 delimited by size
               " ANTAL-POSTER="               delimited by size
               CAMT-FIL-POSTER                delimited by size
                  into Camt053-Manifest-Linje
                  with pointer pos
           end-string
           write Camt053-Manifest-Linje
           exit.

     *> --- Kontoens <Stmt>: id, FrToDt, kontoen med ejer og ---
     *> --- kontoførende bank (REG-NR), primo- (OPBD) og ultimo- ---
     *> --- saldo (CLBD) og antal posteringer ---
      skriv-camt-stmt-hoved.
           if CAMT-STMT-AABEN
               write Camt053-Linje from "    </Stmt>"
           end-if
           set CAMT-STMT-AABEN to TRUE
           add 1 to CAMT-FIL-KONTI
           write Camt053-Linje from "    <Stmt>"
           move spaces to Camt053-Linje
           string
               "      <Id>"                   delimited by size
               function TRIM(SC-KONTO-ID)     delimited by size
               "-"                            delimited by size
               function TRIM(SC-NOEGLE)       delimited by size
               "</Id>"                        delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           move spaces to Camt053-Linje
           string
               "      <CreDtTm>"              delimited by size
               CAMT-OPRETTET                  delimited by size
               "</CreDtTm>"                   delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "      <FrToDt>"
           move spaces to Camt053-Linje
           string
               "        <FrDtTm>"             delimited by size
               SC-FRA-DATO                    delimited by size
               "T00:00:00</FrDtTm>"           delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           move spaces to Camt053-Linje
           string
               "        <ToDtTm>"             delimited by size
               SC-TIL-DATO                    delimited by size
               "T23:59:59</ToDtTm>"           delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "      </FrToDt>"
           write Camt053-Linje from "      <Acct>"
           write Camt053-Linje from "        <Id>"
           write Camt053-Linje from "          <Othr>"
           move spaces to Camt053-Linje
           string
               "            <Id>"             delimited by size
               function TRIM(SC-KONTO-ID)     delimited by size
               "</Id>"                        delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "          </Othr>"
           write Camt053-Linje from "        </Id>"
           write Camt053-Linje from "        <Ccy>DKK</Ccy>"
           move SC-EJER-NAVN to CAMT-XML-IND
           perform xml-escape-camt-tekst
           if CAMT-XML-UD not = spaces
               write Camt053-Linje from "        <Ownr>"
               move spaces to Camt053-Linje
               string
                   "          <Nm>"           delimited by size
                   function TRIM(CAMT-XML-UD) delimited by size
                   "</Nm>"                    delimited by size
                      into Camt053-Linje
               end-string
               write Camt053-Linje
               write Camt053-Linje from "        </Ownr>"
           end-if
           write Camt053-Linje from "        <Svcr>"
           write Camt053-Linje from "          <FinInstnId>"
           write Camt053-Linje from "            <Othr>"
           move spaces to Camt053-Linje
           string
               "              <Id>"           delimited by size
               function TRIM(SC-REG-NR)       delimited by size
               "</Id>"                        delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "            </Othr>"
           write Camt053-Linje from "          </FinInstnId>"
           write Camt053-Linje from "        </Svcr>"
           write Camt053-Linje from "      </Acct>"
           move "OPBD" to CAMT-BAL-KODE
           move SC-PRIMO-DKK to CAMT-BAL-DKK
           move SC-FRA-DATO to CAMT-BAL-DATO
           perform skriv-camt-saldo
           move "CLBD" to CAMT-BAL-KODE
           move SC-ULTIMO-DKK to CAMT-BAL-DKK
           move SC-TIL-DATO to CAMT-BAL-DATO
           perform skriv-camt-saldo
           move SC-ANTAL-POSTER to CAMT-ANTAL-E
           write Camt053-Linje from "      <TxsSummry>"
           write Camt053-Linje from "        <TtlNtries>"
           move spaces to Camt053-Linje
           string
               "          <NbOfNtries>"       delimited by size
               function TRIM(CAMT-ANTAL-E)    delimited by size
               "</NbOfNtries>"                delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "        </TtlNtries>"
           write Camt053-Linje from "      </TxsSummry>"
           exit.

     *> --- Én <Bal> ud fra CAMT-BAL-KODE/-DKK/-DATO: beløbet ---
     *> --- skrives uden fortegn, retningen i CdtDbtInd ---
      skriv-camt-saldo.
           if CAMT-BAL-DKK < 0
               compute CAMT-BELOB-ABS = CAMT-BAL-DKK * -1
               move "DBIT" to CAMT-RETNING
           else
               move CAMT-BAL-DKK to CAMT-BELOB-ABS
               move "CRDT" to CAMT-RETNING
           end-if
           move CAMT-BELOB-ABS to CAMT-BELOB-E
           write Camt053-Linje from "      <Bal>"
           write Camt053-Linje from "        <Tp>"
           write Camt053-Linje from "          <CdOrPrtry>"
           move spaces to Camt053-Linje
           string
               "            <Cd>"             delimited by size
               CAMT-BAL-KODE                  delimited by size
               "</Cd>"                        delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "          </CdOrPrtry>"
           write Camt053-Linje from "        </Tp>"
           move spaces to Camt053-Linje
           string
               '        <Amt Ccy="DKK">'      delimited by size
               function TRIM(CAMT-BELOB-E)    delimited by size
               "</Amt>"                       delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           move spaces to Camt053-Linje
           string
               "        <CdtDbtInd>"          delimited by size
               CAMT-RETNING                   delimited by size
               "</CdtDbtInd>"                 delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "        <Dt>"
           move spaces to Camt053-Linje
           string
               "          <Dt>"               delimited by size
               CAMT-BAL-DATO                  delimited by size
               "</Dt>"                        delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "        </Dt>"
           write Camt053-Linje from "      </Bal>"
           exit.

     *> --- Én postering som <Ntry>: kørsels-referencen som ---
     *> --- NtryRef/AcctSvcrRef, beløb uden fortegn med CdtDbtInd, ---
     *> --- bogførings- og valørdato, banktransaktionskoden fra ---
     *> --- Transaktionstype.cpy og butik/modpart som fri tekst ---
      skriv-camt-ntry.
           add 1 to CAMT-FIL-POSTER
           add 1 to ANTAL-CAMT-POSTER
           if SC-BELOB-DKK < 0
               compute CAMT-BELOB-ABS = SC-BELOB-DKK * -1
               move "DBIT" to CAMT-RETNING
           else
               move SC-BELOB-DKK to CAMT-BELOB-ABS
               move "CRDT" to CAMT-RETNING
           end-if
           move CAMT-BELOB-ABS to CAMT-BELOB-E
           move SC-REF-NR to CAMT-REF-E
           write Camt053-Linje from "      <Ntry>"
           move spaces to Camt053-Linje
           string
               "        <NtryRef>"            delimited by size
               function TRIM(CAMT-REF-E)      delimited by size
               "</NtryRef>"                   delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           move spaces to Camt053-Linje
           string
               '        <Amt Ccy="DKK">'      delimited by size
               function TRIM(CAMT-BELOB-E)    delimited by size
               "</Amt>"                       delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           move spaces to Camt053-Linje
           string
               "        <CdtDbtInd>"          delimited by size
               CAMT-RETNING                   delimited by size
               "</CdtDbtInd>"                 delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "        <Sts>BOOK</Sts>"
           write Camt053-Linje from "        <BookgDt>"
           move spaces to Camt053-Linje
           string
               "          <Dt>"               delimited by size
               SC-BOGF-DATO                   delimited by size
               "</Dt>"                        delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "        </BookgDt>"
           write Camt053-Linje from "        <ValDt>"
           move spaces to Camt053-Linje
           string
               "          <Dt>"               delimited by size
               SC-VALOER-DATO                 delimited by size
               "</Dt>"                        delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "        </ValDt>"
           move spaces to Camt053-Linje
           string
               "        <AcctSvcrRef>"        delimited by size
               function TRIM(CAMT-REF-E)      delimited by size
               "</AcctSvcrRef>"               delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "        <BkTxCd>"
           write Camt053-Linje from "          <Domn>"
           move spaces to Camt053-Linje
           string
               "            <Cd>"             delimited by size
               SC-BKTX-DOMAENE                delimited by size
               "</Cd>"                        delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "            <Fmly>"
           move spaces to Camt053-Linje
           string
               "              <Cd>"           delimited by size
               SC-BKTX-FAMILIE                delimited by size
               "</Cd>"                        delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           move spaces to Camt053-Linje
           string
               "              <SubFmlyCd>"    delimited by size
               SC-BKTX-UNDERFAM               delimited by size
               "</SubFmlyCd>"                 delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "            </Fmly>"
           write Camt053-Linje from "          </Domn>"
           write Camt053-Linje from "        </BkTxCd>"
           write Camt053-Linje from "        <NtryDtls>"
           write Camt053-Linje from "          <TxDtls>"
           write Camt053-Linje from "            <Refs>"
           move spaces to Camt053-Linje
           string
               "              <AcctSvcrRef>"  delimited by size
               function TRIM(CAMT-REF-E)      delimited by size
               "</AcctSvcrRef>"               delimited by size
                  into Camt053-Linje
           end-string
           write Camt053-Linje
           write Camt053-Linje from "            </Refs>"
           move SC-BUTIK to CAMT-XML-IND
           perform xml-escape-camt-tekst
           if CAMT-XML-UD not = spaces
               move spaces to Camt053-Linje
               string
                   "            <AddtlTxInf>" delimited by size
                   function TRIM(CAMT-XML-UD) delimited by size
                   "</AddtlTxInf>"            delimited by size
                      into Camt053-Linje
               end-string
               write Camt053-Linje
           end-if
           write Camt053-Linje from "          </TxDtls>"
           write Camt053-Linje from "        </NtryDtls>"
           write Camt053-Linje from "      </Ntry>"
           exit.

     *> --- Kopierer CAMT-XML-IND til CAMT-XML-UD med &, < og > ---
     *> --- skrevet som XML-entiteter ---
      xml-escape-camt-tekst.
           move spaces to CAMT-XML-UD
           if CAMT-XML-IND = spaces
               exit paragraph
           end-if
           move 1 to CAMT-XML-POS
           move function LENGTH(function TRIM(CAMT-XML-IND TRAILING))
               to CAMT-XML-LGD
           perform varying CAMT-XML-I from 1 by 1
               until CAMT-XML-I > CAMT-XML-LGD
               evaluate CAMT-XML-IND (CAMT-XML-I:1)
                   when "&"
                       string "&amp;" delimited by size
                           into CAMT-XML-UD with pointer CAMT-XML-POS
                       end-string
                   when "<"
                       string "&lt;" delimited by size
                           into CAMT-XML-UD with pointer CAMT-XML-POS
                       end-string
                   when ">"
                       string "&gt;" delimited by size
                           into CAMT-XML-UD with pointer CAMT-XML-POS
                       end-string
                   when other
                       move CAMT-XML-IND (CAMT-XML-I:1)
                           to CAMT-XML-UD (CAMT-XML-POS:1)
                       add 1 to CAMT-XML-POS
               end-evaluate
           end-perform
           exit.

     *> --- Beregner årlig rente på kontoens saldo ved årets udgang ---
     *> --- tilskrives kun rente på en positiv saldo ---
      beregn-og-skriv-rente.
           move 0 to RENTE-BELOB-DKK
     *> --- Cash pool: medlemskontiene faar ingen rente - den ---
     *> --- tilskrives topkontoen af puljens nettoposition ---
           move KT-KONTO-ID (I-KONTO) to CASHPOOL-OPSLAG-KONTO
           perform find-cashpool-for-konto
           if KONTO-I-CASHPOOL and CASHPOOL-ER-MEDLEM
               move spaces to felt-linje
               move 1 to pos
               string
                   "Renter: beregnes paa cash pool-topkontoen "
                                                 delimited by size
                   function TRIM(CASHPOOL-TOP-KONTO)
                                                 delimited by size
                   " (pulje "                    delimited by size
                   function TRIM(CASHPOOL-AKTUEL-POOL)
                                                 delimited by size
                   ")"                           delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               write Udskriftslinje from felt-linje
               exit paragraph
           end-if
           if TOTAL-SUM-DKK > 0
     *> --- I slutopgørelses-mode (lukket midt i året, se afgoer- ---
     *> --- slutopgoerelse) bruges den aktive sats pro-rata for ---
                   end-if
               end-if
           end-if
     *> --- Saml renten pr. ejer til skatteudtrækket ---
           if not REPRINT-MODE-AKTIV and RENTE-BELOB-DKK > 0
               perform opsummer-skat-rente
     *> --- Og med i kontoens rente i kontoopsummeringen ---
               add RENTE-BELOB-DKK to KOS-RENTE-DKK
     *> --- Og til renteOpsamling, der frigiver periodiseringen ---
               move "K" to RTS-ART
               if SLUTOPG-AKTIV
                   move KT-LUKKE-DATO (I-KONTO) to RTS-DATO
               else
                   move spaces to RTS-DATO
                   move 1 to pos
                   string
                       CURRENT-AAR-CHAR   delimited by size
                       "-12-31"           delimited by size
                          into RTS-DATO
                          with pointer pos
                   end-string
               end-if
               move RENTE-BELOB-DKK to RTS-BELOB
               perform skriv-rente-tilskrevet-linje
           end-if
           move RENTE-BELOB-DKK to RENTE-BELOB-DKK-E
           move spaces to felt-linje
               end-string
           end-if
           write Udskriftslinje from felt-linje
     *> --- Topkontoens saldo er puljens nettoposition efter nattens ---
     *> --- nulstilling af medlemskontiene ---
           if KONTO-I-CASHPOOL and CASHPOOL-ER-TOP
               move spaces to felt-linje
               move 1 to pos
               string
                   "Cash pool "                  delimited by size
                   function TRIM(CASHPOOL-AKTUEL-POOL)
                                                 delimited by size
                   ": renten er beregnet af puljens nettoposition ("
                                                 delimited by size
                   function TRIM(CASHPOOL-ANTAL-MEDLEMMER)
                                                 delimited by size
                   " medlemskonti)"              delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               write Udskriftslinje from felt-linje
           end-if
     *> --- Kildeskat indeholdes ved kilden for kildeskattepligtige ---
     *> --- produkter - beregnet af renten og afregnet samlet pr. ---
     *> --- kunde i KildeskatAfregning.txt. Indeholdelsen følger ---
               end-string
               write Udskriftslinje from felt-linje
               if not REPRINT-MODE-AKTIV
                   perform opsummer-kildeskat
               end-if
           end-if
           exit.

     *> --- Lægger den indeholdte kildeskat (KILDESKAT-DKK) til ---
     *> --- kontoens kildeskat i kontoopsummeringen under kontoens ---
     *> --- Kunde-Id - samme kunde-bestemmelse som ---
     *> --- opsummer-skat-rente. Konti uden kendt kunde kan ikke ---
     *> --- afregnes og springes over ---
      opsummer-kildeskat.
           move spaces to KOS-AKTUEL-KUNDE-ID
           if KT-KUNDE-ID (I-KONTO) not = spaces
               move KT-KUNDE-ID (I-KONTO) to KOS-AKTUEL-KUNDE-ID
           else
               if KUNDE-FUNDET
                   move KU-KUNDE-ID (KU-IDX) to KOS-AKTUEL-KUNDE-ID
               end-if
           end-if
           if KOS-AKTUEL-KUNDE-ID not = spaces
               move KOS-AKTUEL-KUNDE-ID to KOS-KUNDE-ID
               add KILDESKAT-DKK to KOS-KILDESKAT-DKK
               set KOS-MED-KILDESKAT to TRUE
           end-if
           exit.

     *> --- Indlæser den valgfri RenteSatser.txt i RENTE-SATS-FIL- ---
     *> --- TABEL - findes filen ikke, forbliver tabellen tom, og ---
     *> --- find-rente-sats falder altid tilbage til Rente.cpy ---
           end-if
           exit.

     *> --- Lægger årets beregnede rente for kontoen (RENTE-BELOB- ---
     *> --- DKK) på kontoens ejere i kontoopsummeringen til ---
     *> --- skatteudtrækket - samme kunde-bestemmelse som ---
     *> --- opdater-engagement-tabel. Konti uden kendt kunde kan ---
     *> --- ikke indberettes og springes over ---
      opsummer-skat-rente.
           move spaces to KOS-AKTUEL-KUNDE-ID
           if KT-KUNDE-ID (I-KONTO) not = spaces
               move KT-KUNDE-ID (I-KONTO) to KOS-AKTUEL-KUNDE-ID
           else
               if KUNDE-FUNDET
                   move KU-KUNDE-ID (KU-IDX) to KOS-AKTUEL-KUNDE-ID
               end-if
           end-if
     *> --- Fælleskonti med ejerandele: renten deles efter andel, ---
     *> --- så skatteudtrækket ikke længere lægger 100 pct. hos den ---
     *> --- primære ejer - se KREL-EJERANDEL-PCT ---
           perform opgoer-ejerandele-for-konto
           if REL-ANDELE-FINDES and KOS-AKTUEL-KUNDE-ID not = spaces
               perform fordel-skat-rente-paa-andele
               exit paragraph
           end-if
           if KOS-AKTUEL-KUNDE-ID not = spaces
               move 100 to KOS-ANDEL-AKTUEL
               move RENTE-BELOB-DKK to REL-DEL-RENTE-DKK
               perform opsummer-skat-rente-for-del
           end-if
           exit.

     *> --- Fordeler RENTE-BELOB-DKK på primær ejer og medejere ---
     *> --- efter andel - hver del akkumuleres via ---
     *> --- opsummer-skat-rente-for-del ---
      fordel-skat-rente-paa-andele.
           compute REL-DEL-RENTE-DKK rounded =
               RENTE-BELOB-DKK * REL-PRIMAER-PCT / 100
           move REL-PRIMAER-PCT to KOS-ANDEL-AKTUEL
           perform opsummer-skat-rente-for-del
           perform varying KREL-INDEX from 1 by 1
               until KREL-INDEX > KREL-ANTAL
               if KREL-KONTO-ID (KREL-INDEX) = KT-KONTO-ID (I-KONTO)
                   and (KREL-GYLDIG-TIL (KREL-INDEX) = spaces
                       or KREL-GYLDIG-TIL (KREL-INDEX)
                           >= KREL-AAR-PRIMO)
                   move KOS-AKTUEL-KUNDE-ID to REL-GEMT-KUNDE-ID
                   move KREL-KUNDE-ID (KREL-INDEX)
                       to KOS-AKTUEL-KUNDE-ID
                   compute REL-DEL-RENTE-DKK rounded =
                       RENTE-BELOB-DKK
                       * KREL-EJERANDEL-PCT (KREL-INDEX) / 100
                   move KREL-EJERANDEL-PCT (KREL-INDEX)
                       to KOS-ANDEL-AKTUEL
                   perform opsummer-skat-rente-for-del
                   move REL-GEMT-KUNDE-ID to KOS-AKTUEL-KUNDE-ID
               end-if
           end-perform
           exit.

      opsummer-skat-rente-for-del.
           perform find-eller-opret-kos-ejer
           if KOS-EJ-INDEX > 0
               add REL-DEL-RENTE-DKK to KOS-EJ-RENTE-DKK (KOS-EJ-INDEX)
               set KOS-EJ-MED-RENTE (KOS-EJ-INDEX) to TRUE
           end-if
           exit.

     *> --- Validerer at DATO-RAW-NU matcher et af de to kendte ---
     *> --- formater - "yyyy-mm-dd" eller "yyyy-mm-dd-hh.mm.ss..." - ---
     *> --- i stedet for blot at antage formatet og reformattere ---
     *>     bruges som hidtil på udskriften ---
       sæt-transaktionstype-retning.
           set TRANS-TYPE-IKKE-FUNDET to TRUE
           move "XTNDNTAVNTAV" to TT-MATCHET-BKTXCD
           move function TRIM(KT-TYPE (I-KONTO, I-TRANS))
                to Transaktion-Linje-out
           perform varying TT-INDEX from 1 by 1
                   set TRANS-TYPE-FUNDET to TRUE
                   move TT-LABEL (TT-INDEX) to TT-MATCHET-LABEL
                   move TT-RETNING (TT-INDEX) to TT-MATCHET-RETNING
                   move TT-BKTXCD (TT-INDEX) to TT-MATCHET-BKTXCD
                   move function TRIM(TT-MATCHET-LABEL)
                       to Transaktion-Linje-out
               end-if
     *> --- beløbet som allerede værende i DKK ---
           if VK-INDEX > ANTAL-VALUTAER
               move WS-BELOB-NUM to WS-BELOB-DKK-NUM
     *> --- Akkumuler til kontoopsummeringen - ukendt valutakode ---
               add 1 to KOS-UKENDT-ANTAL-TRANS
               add WS-BELOB-DKK-NUM to KOS-UKENDT-VOLUMEN-DKK
           else
     *> --- Kursen i kraft på transaktionsdatoen, med literal- ---
     *> --- kursen fra Valuta.cpy som fallback - se find-dato-kurs ---
               perform find-dato-kurs
               compute WS-BELOB-DKK-NUM rounded =
                   WS-BELOB-NUM * VALGT-KURS
     *> --- Akkumuler til kontoopsummeringen - kendt valutakode, ---
     *> --- se skriv-konto-opsummering ---
               add 1 to KOS-VA-ANTAL-TRANS (VK-INDEX)
               add WS-BELOB-NUM to KOS-VA-VOLUMEN-ORIGINAL (VK-INDEX)
               add WS-BELOB-DKK-NUM to KOS-VA-VOLUMEN-DKK (VK-INDEX)
           end-if
     *> --- Beløb gemmes både i DKK og original valuta til udskrift ---
           move WS-BELOB-DKK-NUM to Belob-DKK-NU
           move function TRIM(TOTAL-SUM-DKK-E)
               to Saldo-Efter-Linje-out

     *> --- Det tilgaengelige layout skriver posteringen som en ---
     *> --- blok med én oplysning pr. linje i stedet for kolonnerne ---
           if TILGAENGELIG-AKTIV
               perform skriv-tilgaengelig-postering
           else
               *> Kolonne-layout:
               *> 1:10  Dato
               *> 12:8   Tidspunkt
               *> 21:20  Transaktionstype
               *> 42:16  Beløb (DKK)
               *> 59:15  Beløb (valuta)
               *> 75:3   Valutakode
               *> 80:20  Butik
               *> 100:16 Saldo efter (DKK)
                move Dato-Linje-out              to felt-linje(1:10)
                move " "                         to felt-linje(11:1)
                move Tidspunkt-Linje-out         to felt-linje(12:8)
                move " "                         to felt-linje(20:1)
                move Transaktion-Linje-out(1:20) to felt-linje(21:20)
                move Belob-DKK-Linje-out         to felt-linje(42:16)
                move Belob-Valuta-Linje-out      to felt-linje(59:15)
                move ValutaKode-Linje-out(1:4)   to felt-linje(75:3)
                move Butik-Linje-out(1:20)       to felt-linje(80:20)
                move Saldo-Efter-Linje-out       to felt-linje(100:16)
                move KT-REF-NR (I-KONTO, I-TRANS) to felt-linje(117:7)
     *> --- Valoerdatoen ved siden af referencen - blank, naar ---
     *> --- valoer er lig bogfoeringsdatoen ---
                if KT-VALOER (I-KONTO, I-TRANS) not = spaces
                    and KT-VALOER (I-KONTO, I-TRANS)
                        not = Dato-Linje-out
                    move KT-VALOER (I-KONTO, I-TRANS)
                        to felt-linje(126:10)
                end-if

                write Udskriftslinje from felt-linje
     *> --- Slår sideskift hvis denne konto-side har ramt ---
     *> --- MAX-LINJER-PR-SIDE transaktionslinjer ---
                add 1 to SIDE-LINJE-TAELLER
                if SIDE-LINJE-TAELLER >= MAX-LINJER-PR-SIDE
                    perform side-skift
                end-if
           end-if
     *> --- Samme felter, pipe-separeret, til KontoudskriftCSV.txt ---
           move spaces to Kontoudskrift-CSV-Linje
           move 1 to pos
           write Kontoudskrift-CSV-Linje
           EXIT.

     *> --- Én postering i det tilgaengelige layout: en nummereret ---
     *> --- blok med en label foran hver oplysning og beløbene ---
     *> --- skrevet ud i kroner. Stor skrift får sideskift efter ---
     *> --- MAX-POSTER-PR-SIDE-STOR poster; den lineaere tekst til ---
     *> --- skaermlaeser har ingen sider ---
      skriv-tilgaengelig-postering.
           add 1 to TILGAENGELIG-POST-NR
           move TILGAENGELIG-POST-NR to TILGAENGELIG-POST-NR-E
           move spaces to felt-linje
           move 1 to pos
           string
               "Postering nummer "            delimited by size
               function TRIM(TILGAENGELIG-POST-NR-E)
                                              delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform skriv-tilgaengelig-linje
           move spaces to felt-linje
           move 1 to pos
           string
               "Dato: "                       delimited by size
               Dato-Linje-out                 delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform skriv-tilgaengelig-linje
           if Tidspunkt-Linje-out not = spaces
               move spaces to felt-linje
               move 1 to pos
               string
                   "Tidspunkt: "              delimited by size
                   Tidspunkt-Linje-out        delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               perform skriv-tilgaengelig-linje
           end-if
           move spaces to felt-linje
           move 1 to pos
           string
               "Type: "                       delimited by size
               function TRIM(Transaktion-Linje-out)
                                              delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform skriv-tilgaengelig-linje
           move WS-BELOB-DKK-NUM to TILGAENGELIG-BELOB
           move spaces to felt-linje
           move 1 to pos
           string
               "Beloeb: "                     delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform tilfoej-tilgaengelig-kroner
           perform skriv-tilgaengelig-linje
           if ValutaKode-Linje-out not = spaces
               and ValutaKode-Linje-out not = "DKK"
               move WS-BELOB-NUM to TILGAENGELIG-BELOB
               move spaces to felt-linje
               move 1 to pos
               string
                   "Beloeb i "                delimited by size
                   function TRIM(ValutaKode-Linje-out)
                                              delimited by size
                   ": "                       delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               perform tilfoej-tilgaengelig-beloeb
               perform skriv-tilgaengelig-linje
           end-if
           if Butik-Linje-out not = spaces
               move spaces to felt-linje
               move 1 to pos
               string
                   "Tekst: "                  delimited by size
                   function TRIM(KT-BUTIK (I-KONTO, I-TRANS))
                                              delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               perform skriv-tilgaengelig-linje
           end-if
           move TOTAL-SUM-DKK to TILGAENGELIG-BELOB
           move spaces to felt-linje
           move 1 to pos
           string
               "Saldo efter posteringen: "    delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform tilfoej-tilgaengelig-kroner
           perform skriv-tilgaengelig-linje
           move spaces to felt-linje
           move 1 to pos
           string
               "Reference: "                  delimited by size
               KT-REF-NR (I-KONTO, I-TRANS)   delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform skriv-tilgaengelig-linje
           if KT-VALOER (I-KONTO, I-TRANS) not = spaces
               and KT-VALOER (I-KONTO, I-TRANS) not = Dato-Linje-out
               move spaces to felt-linje
               move 1 to pos
               string
                   "Rentedato (valoer): "     delimited by size
                   KT-VALOER (I-KONTO, I-TRANS)
                                              delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               perform skriv-tilgaengelig-linje
           end-if
           write Udskriftslinje from spaces
           if TILGAENGELIG-STOR-SKRIFT
               add 1 to SIDE-LINJE-TAELLER
               if SIDE-LINJE-TAELLER >= MAX-POSTER-PR-SIDE-STOR
                   write Udskriftslinje from FORM-FEED-CHAR
                   add 1 to SIDE-NUMMER
                   move 0 to SIDE-LINJE-TAELLER
                   move SIDE-NUMMER to TILGAENGELIG-POST-NR-E
                   move spaces to felt-linje
                   move 1 to pos
                   string
                       function TRIM(SPR-SIDE (SPROG-IX))
                                              delimited by size
                       " "                    delimited by size
                       function TRIM(TILGAENGELIG-POST-NR-E)
                                              delimited by size
                          into felt-linje
                          with pointer pos
                   end-string
                   perform skriv-tilgaengelig-linje
               end-if
           end-if
           exit.

     

     *> --- Her laver vi addition for total sum ---
               write Udskriftslinje from spaces
           end-if
           write Udskriftslinje from spaces
     *> --- Det tilgaengelige layout skriver totalerne ud som ---
     *> --- hele sætninger - se skriv-tilgaengelig-totaler ---
           if TILGAENGELIG-AKTIV
               perform skriv-tilgaengelig-totaler
           else
     *> --- Skriv total indbetalt til udskrift ---
               move spaces to felt-linje
               move Total-Saldo-DKK-IN to Total-Saldo-DKK-IN-E
               move Total-Saldo-DKK-OUT to Total-Saldo-DKK-OUT-E
               move TOTAL-SUM-DKK to TOTAL-SUM-DKK-E
               move 1 to pos
               string
                    function TRIM(SPR-TOTAL-IND (SPROG-IX))
                                                     delimited by size
                    " "                              delimited by size
                    function TRIM(Total-Saldo-DKK-IN-E) delimited by size
                       into felt-linje
                       with pointer pos
               end-string
               write Udskriftslinje from felt-linje
     *> --- Skriv total udbetalt til udskrift ---
               move spaces to felt-linje
               move 1 to pos
               string
                    function TRIM(SPR-TOTAL-UD (SPROG-IX))
                                                     delimited by size
                    " "                              delimited by size
                    function TRIM(Total-Saldo-DKK-OUT-E) delimited by size
                       into felt-linje
                       with pointer pos
               end-string
               write Udskriftslinje from felt-linje
     *> --- Skriv samlet saldo til udskrift ---
               move spaces to felt-linje
               move 1 to pos
               string
                    function TRIM(SPR-SALDO (SPROG-IX))
                                             delimited by size
                    " "                      delimited by size
                    function TRIM(TOTAL-SUM-DKK-E)     delimited by size
                       into felt-linje
                       with pointer pos
               end-string
               write Udskriftslinje from felt-linje
           end-if
     *> --- Skriv samme saldo i kundens foretrukne valuta, hvis en ---
     *> --- sådan er registreret og den afviger fra DKK ---
           perform skriv-konto-totals-i-praefereret-valuta
                   write Udskriftslinje from felt-linje
               end-if
           end-if
     *> --- "Reserveret (kortkoeb)"-linjen for kontoens aabne ---
     *> --- kortreservationer og saldoen efter dem - se ---
     *> --- KortReservationTabel.cpy ---
           move KT-KONTO-ID (I-KONTO) to KORTRES-OPSLAG-KONTO
           perform opgoer-reservationer-for-konto
           compute KORTRES-DISPONIBEL-DKK =
               TOTAL-SUM-DKK - KORTRES-SUM-DKK
           if KORTRES-SUM-DKK > 0
               move KORTRES-SUM-DKK to KORTRES-BELOB-E
               move KORTRES-DISPONIBEL-DKK to KORTRES-DISPONIBEL-E
               move spaces to felt-linje
               move 1 to pos
               string
                   "Reserveret (kortkoeb, DKK): "
                                              delimited by size
                   function TRIM(KORTRES-BELOB-E)
                                              delimited by size
                   " - "                      delimited by size
                   function TRIM(KORTRES-ANTAL-KONTO)
                                              delimited by size
                   " autoriseret(e) koeb endnu ikke clearet"
                                              delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               write Udskriftslinje from felt-linje
               move spaces to felt-linje
               move 1 to pos
               string
                   "Disponibel saldo efter reservationer (DKK): "
                                              delimited by size
                   function TRIM(KORTRES-DISPONIBEL-E)
                                              delimited by size
                      into felt-linje
                      with pointer pos
               end-string
               write Udskriftslinje from felt-linje
               if AL-ANTAL > 0 and not REPRINT-MODE-AKTIV
                   perform evaluer-alarmer-mod-reservationer
               end-if
           end-if
     *> --- "Rundet op i aar"-linjen i opsparings-afsnittet, naar ---
     *> --- kontoen har modtaget RUND:-sweeps - se rundOpsparing ---
     *> --- (Opgave57) ---
     *>     CURRENT-AAR-loop, og gem denne års saldo til næste år ---
           perform skriv-sidste-aar-sammenligning
           perform opdater-sidste-aar-saldo
     *> --- Læg kontoens slutsaldo ind i engagements-tabellen (til ---
     *> --- loyalitets-tieren) og på kontoens ejere i konto- ---
     *> --- opsummeringen (til engagements-oversigten) ---
           if not REPRINT-MODE-AKTIV
               perform opdater-engagement-tabel
           end-if
           end-if
     *> --- Beregn og skriv årlig rentetilskrivning på saldoen ---
           perform beregn-og-skriv-rente
     *> --- Årets indtjening på kontoen, når tilskrivningen kendes ---
           if not REPRINT-MODE-AKTIV
               perform skriv-konto-indtjening-linje
           end-if
     *> --- Skriv en evt. varslet kommende rentesats lige under ---
     *> --- rentelinjen - se RenteVarsling.txt (Opgave39) ---
           perform skriv-rente-varsling
           add Total-Saldo-DKK-IN to GT-SALDO-IN-TOTAL
           add Total-Saldo-DKK-OUT to GT-SALDO-OUT-TOTAL
           add TOTAL-SUM-DKK to GT-SALDO-SUM-TOTAL
     *> --- Og de samme totaler for kontoen i kontoopsummeringen, ---
     *> --- som side-rapporterne (afregning pr. REG-NR, MFI, filial- ---
     *> --- portefølje m.fl.) dannes ud fra ---
           if not REPRINT-MODE-AKTIV
               perform skriv-konto-opsummering
           end-if
     *> --- Flager konti med negativ saldo ved årets udgang til et ---
     *> --- overtræks-tilsyn, sideløbende med den normale udskrift ---
     *> --- Flager konti, der stadig er i plus, men er under den ---
     *> --- konfigurerede lav-saldo-grænse, til collections' eget ---
     *> --- tilsyn - konti allerede i overtræk ovenfor optræder ikke ---
     *> --- også her. Aabne kortreservationer traekkes fra saldoen ---
     *> --- (KORTRES-DISPONIBEL-DKK, sat under saldo-linjerne) ---
           if LAV-SALDO-GRAENSE-DKK > 0
               and TOTAL-SUM-DKK >= 0
               and KORTRES-DISPONIBEL-DKK < LAV-SALDO-GRAENSE-DKK
               add 1 to ANTAL-LAV-SALDO-KONTI
               move spaces to Lav-Saldo-Exceptions-Linje
               move 1 to pos
               write Lav-Saldo-Exceptions-Linje
           end-if
           exit.

     *> --- Kontoens totaler i det tilgaengelige layout: én hel ---
     *> --- sætning pr. total i stedet for caption og tal ---
      skriv-tilgaengelig-totaler.
           move Total-Saldo-DKK-IN to Total-Saldo-DKK-IN-E
           move Total-Saldo-DKK-OUT to Total-Saldo-DKK-OUT-E
           move TOTAL-SUM-DKK to TOTAL-SUM-DKK-E
           move Total-Saldo-DKK-IN to TILGAENGELIG-BELOB
           move spaces to felt-linje
           move 1 to pos
           string
               "I alt er der i aaret indbetalt paa kontoen: "
                                              delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform tilfoej-tilgaengelig-kroner
           perform skriv-tilgaengelig-linje
           move Total-Saldo-DKK-OUT to TILGAENGELIG-BELOB
           if TILGAENGELIG-BELOB < 0
               compute TILGAENGELIG-BELOB = 0 - TILGAENGELIG-BELOB
           end-if
           move spaces to felt-linje
           move 1 to pos
           string
               "I alt er der i aaret udbetalt fra kontoen: "
                                              delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform tilfoej-tilgaengelig-kroner
           perform skriv-tilgaengelig-linje
           move TOTAL-SUM-DKK to TILGAENGELIG-BELOB
           move spaces to felt-linje
           move 1 to pos
           string
               "Saldoen paa kontoen ved udskriftens slutning er: "
                                              delimited by size
                  into felt-linje
                  with pointer pos
           end-string
           perform tilfoej-tilgaengelig-kroner
           perform skriv-tilgaengelig-linje
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
           move "kontoOplysning" to KAP-PROGRAM
           move "EMISSIONS-TABEL" to KAP-TABEL
           move EM-ANTAL to KAP-ANTAL
           move 100 to KAP-MAX
           write Kapacitet-Linje
           move "KLIMA-PRIOR-TABEL" to KAP-TABEL
           move ANTAL-KLIMA-PRIOR to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "BS-AFTALE-TABEL" to KAP-TABEL
           move BSA-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-ALARM-TABEL" to KAP-TABEL
           move AL-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "TVIST-REGISTER-TABEL" to KAP-TABEL
           move TR-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "RENTE-VARSLING-TABEL" to KAP-TABEL
           move VU-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "RYKKER-REGISTER-TABEL" to KAP-TABEL
           move RR-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "ORPHAN-TRANS-REG-TABEL" to KAP-TABEL
           move ORTR-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KONTO-TABEL-HOEJVANDE to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "BANK-TABEL" to KAP-TABEL
           move BT-ANTAL-BANKER to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "BANK-PRAEFIKS-TABEL" to KAP-TABEL
           move BP-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-STATUS-TABEL" to KAP-TABEL
           move KS-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-MASTER-TABEL" to KAP-TABEL
           move KM-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "LAAN-TABEL" to KAP-TABEL
           move LM-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "OVERTRAEK-GRAENSE-TABEL" to KAP-TABEL
           move OG-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "BUDGET-MAAL-TABEL" to KAP-TABEL
           move BM-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "BANKDAGE-TABEL" to KAP-TABEL
           move BD-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "FILIAL-TABEL" to KAP-TABEL
           move FR-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "DOEDSBO-TABEL" to KAP-TABEL
           move DB-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "SAMTYKKE-TABEL" to KAP-TABEL
           move SMT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "UDLAEG-TABEL" to KAP-TABEL
           move UDL-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "KORTRES-TABEL" to KAP-TABEL
           move KRS-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "CASHPOOL-TABEL" to KAP-TABEL
           move CPL-ANTAL to KAP-ANTAL
           move 2000 to KAP-MAX
           write Kapacitet-Linje
           move "HUSSTAND-TABEL" to KAP-TABEL
           move HH-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "OPSIGELSE-TABEL" to KAP-TABEL
           move OPS-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-CHECK-TABEL" to KAP-TABEL
           move KV-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "LOYALITETS-REGISTER-TABEL" to KAP-TABEL
           move LR-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL-KUNDER to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "PRIOR-AAR-TABEL" to KAP-TABEL
           move ANTAL-PRIOR-AAR to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "ENGAGEMENT-TABEL" to KAP-TABEL
           move ANTAL-ENGAGEMENT to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "OVERFOERSELS-TABEL" to KAP-TABEL
           move OA-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "LEVERANCE-TABEL" to KAP-TABEL
           move LT-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-RELATION-TABEL" to KAP-TABEL
           move KREL-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "E-RETUR-TABEL" to KAP-TABEL
           move ER-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "RETUR-POST-TABEL" to KAP-TABEL
           move RP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "VALUTA-KURS-FIL-TABEL" to KAP-TABEL
           move VKF-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "RENTE-SATS-FIL-TABEL" to KAP-TABEL
           move RSF-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-PRODUKT-TABEL" to KAP-TABEL
           move KP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "BUTIK-KATEGORI-TABEL" to KAP-TABEL
           move ANTAL-BUTIK-KATEGORIER to KAP-ANTAL
           move MAX-BUTIK-KATEGORIER to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
