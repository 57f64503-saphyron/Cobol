      identification division.
      program-id. gebyrSimulering.

     *> --- Pris-simulering: foer GebyrTabel.cpy, produktgebyrer/-
     *>     satser i KontoProdukter.txt eller RenteSatser.txt aendres,
     *>     skal ledelsen kende virkningen. Trinnet genberegner sidste
     *>     aars aarlige kontogebyr og indlaansrente pr. konto to
     *>     gange - med de gaeldende vilkaar og med forslaget i
     *>     text-files/PrisForslag.txt - efter samme regler som
     *>     opgave10:
     *>       - gebyret: status-satsen i GebyrTabel.cpy, naar kontoen
     *>         havde mindst GS-MIN-ANTAL-TRANS posteringer i aaret
     *>         (talt i transaktionsarkiverne, ArkivListe.txt);
     *>         produktets gebyr overstyrer, og kundens loyalitets-
     *>         rabat (LoyalitetsRegister.txt/LoyalitetsSatser.txt)
     *>         traekkes fra
     *>       - renten: af en positiv ultimo-saldo (aarssummerne i
     *>         KontoHistorik.txt) med den dato-virksomme sats fra
     *>         RenteSatser.txt og Rente.cpy som fallback - produktets
     *>         sats overstyrer, og en konto lukket i aaret faar den
     *>         aktive sats pro-rata til lukkedatoen (KontoStatus.txt)
     *>     Ultimo-saldoen indeholder det gebyr, der blev paalagt; det
     *>     tages ud igen, og hvert scenarie rentes af saldoen efter
     *>     sit eget gebyr.
     *>     Forslaget har tre linjetyper, kendt paa foerste byte:
     *>       G status min-antal-trans gebyr  - ny status-sats
     *>       P produktkode gebyr sats        - nyt produktgebyr/-sats
     *>       R status sats                   - ny indlaanssats
     *>     Alt, forslaget ikke naevner, er uaendret. Rapporten
     *>     text-files/Udbakke/PrisSimulering_<aar>_<tidsstempel>.txt
     *>     viser forslaget, forskellen pr. produkt og pr. loyalitets-
     *>     tier, een KND-linje pr. beroert kunde og de stoerste
     *>     stigninger for den enkelte kunde (TOP). DELTA er bankens
     *>     merindtaegt: mer-gebyr minus mer-rente. Aaret er sidste
     *>     aar, medmindre PrisSimuleringParameter.txt angiver et
     *>     andet. Trinnet danner ingen udskrifter og skriver ikke i
     *>     nogen af systemets filer - ugyldige forslagslinjer
     *>     skrives til PrisSimuleringExceptions.txt.

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/PrisSimuleringParameter.txt"
               organization is line sequential.
           select optional Forslag-In
               assign to "text-files/PrisForslag.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Status-In
               assign to "text-files/KontoStatus.txt"
               organization is line sequential.
           select optional Konto-Produkt-In
               assign to "text-files/KontoProdukter.txt"
               organization is line sequential.
           select optional Rente-Satser-In
               assign to "text-files/RenteSatser.txt"
               organization is line sequential.
           select optional Gebyr-Sats-In
               assign to "text-files/GebyrSatser.txt"
               organization is line sequential.
           select optional Loyalitets-Satser-In
               assign to "text-files/LoyalitetsSatser.txt"
               organization is line sequential.
           select optional Loyalitets-Register-In
               assign to "text-files/LoyalitetsRegister.txt"
               organization is line sequential.
           select optional Konto-Historik-In
               assign to "text-files/KontoHistorik.txt"
               organization is line sequential.
           select optional Arkiv-Liste-In
               assign to "text-files/ArkivListe.txt"
               organization is line sequential.
           select optional Arkiv-Fil-In
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
           select Rapport-Out
               assign to dynamic RAPPORT-FIL-NAVN
               organization is line sequential.
           select Exception-Out
               assign to "text-files/PrisSimuleringExceptions.txt"
               organization is line sequential.
     *> --- Sorteringsfiler: rapportens linjer pr. art og noegle, ---
     *> --- og kunderne efter stigning til TOP-listen ---
           select Sort-Gruppe-Work
               assign to "SortSimulering".
           select Sort-Top-Work
               assign to "SortTop".
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Parameter-In.
      01 Parameter-Linje.
           02 PARM-AAR              pic x(4).
           02 PARM-TOP-ANTAL        pic 9(3).
      fd Forslag-In.
      01 Forslag-Linje             pic x(40).
      01 Forslag-Gebyr-Linje.
           02 FL-G-TYPE             pic x.
           02 FL-G-STATUS           pic x.
           02 FL-G-MIN-ANTAL        pic 9(5).
           02 FL-G-GEBYR            pic 9(9)v99.
      01 Forslag-Produkt-Linje.
           02 FL-P-TYPE             pic x.
           02 FL-P-PRODUKT-KODE     pic x(4).
           02 FL-P-GEBYR            pic 9(9)v99.
           02 FL-P-SATS             pic 9(2)v9999.
      01 Forslag-Rente-Linje.
           02 FL-R-TYPE             pic x.
           02 FL-R-STATUS           pic x.
           02 FL-R-SATS             pic 9(2)v9999.
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
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
      fd Konto-Produkt-In.
      01 Konto-Produkt-Linje.
           02 KP-KONTO-ID-IN        pic x(14).
           02 KP-PRODUKT-KODE-IN    pic x(4).
           02 KP-PRODUKT-NAVN-IN    pic x(20).
           02 KP-GEBYR-DKK-IN       pic 9(9)v99.
           02 KP-RENTE-SATS-IN      pic 9(2)v9999.
      fd Rente-Satser-In.
      01 Rente-Sats-Linje.
           02 RSF-STATUS-KODE-IN    pic x.
           02 RSF-GYLDIG-FRA-IN     pic x(10).
           02 RSF-SATS-IN           pic 9(2)v9999.
      fd Gebyr-Sats-In.
      01 Gebyr-Sats-Linje         pic x(17).
      fd Loyalitets-Satser-In.
      01 Loyalitets-Satser-Linje.
           02 LO-GRAENSE-DKK-IN     pic 9(13)v99.
           02 LO-TIER-NAVN-IN       pic x(12).
           02 LO-RABAT-PCT-IN       pic 9(3).
      fd Loyalitets-Register-In.
      01 Loyalitets-Register-Linje-In.
           02 LR-KUNDE-ID-IN        pic x(10).
           02 LR-TIER-NAVN-IN       pic x(12).
      fd Konto-Historik-In.
      01 Konto-Historik-Linje-In   pic x(100).
      fd Arkiv-Liste-In.
      01 Arkiv-Liste-Linje         pic x(100).
      fd Arkiv-Fil-In.
      01 Arkiv-Transaktion.
           copy "Opgave10/Copybooks/TransaktionerRef.cpy".
      fd Rapport-Out.
      01 Rapport-Linje             pic x(250) value spaces.
      fd Exception-Out.
      01 Exception-Linje           pic x(200) value spaces.
      sd Sort-Gruppe-Work.
      01 Sort-Gruppe-Record.
           02 SG-ART-NR             pic 9.
           02 SG-NOEGLE             pic x(12).
           02 SG-INDEX              pic 9(5).
      sd Sort-Top-Work.
      01 Sort-Top-Record.
           02 ST-STIGNING           pic s9(13)v99.
           02 ST-KUNDE-ID           pic x(10).
           02 ST-INDEX              pic 9(5).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-forslag        pic x value "N".
           88 end-of-file-forslag value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-status         pic x value "N".
           88 end-of-file-status  value "Y".
      01 EOF-check-produkt        pic x value "N".
           88 end-of-file-produkt value "Y".
      01 EOF-check-satser         pic x value "N".
           88 end-of-file-satser  value "Y".
      01 EOF-check-gebyr-sats     pic x value "N".
           88 end-of-file-gebyr-sats value "Y".
      01 GEBYR-SATS-INDLAEST      pic 9(3) value 0.
      01 EOF-check-loyalitet      pic x value "N".
           88 end-of-file-loyalitet value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-historik       pic x value "N".
           88 end-of-file-historik value "Y".
      01 EOF-check-liste          pic x value "N".
           88 end-of-file-liste   value "Y".
      01 EOF-check-arkiv          pic x value "N".
           88 end-of-file-arkiv   value "Y".
      01 EOF-check-sort           pic x value "N".
           88 end-of-file-sort    value "Y".
      01 pos                      pic 9(4) value 1.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 RAPPORT-FIL-NAVN         pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
     *> --- Simuleringsaaret og TOP-listens laengde ---
      01 SIM-AAR                  pic x(4) value spaces.
      01 SIM-AAR-NUM              pic 9(4) value 0.
      01 SIM-PRIMO                pic x(10) value spaces.
      01 SIM-ULTIMO               pic x(10) value spaces.
      01 TOP-ANTAL                pic 9(3) value 25.
     *> --- De gaeldende gebyr- og rentesatser - samme copybooks ---
     *> --- og samme opslag som opgave10 ---
      01 gebyr-beregning.
           copy "Opgave10/Copybooks/GebyrTabel.cpy".
      01 Rente-Felter.
           copy "Opgave10/Copybooks/Rente.cpy".
      copy "Opgave10/Copybooks/RenteSatsFil.cpy".
      01 RENTE-SATS-FUND-FLAG     pic x value "N".
           88 RENTE-SATS-FUNDET   value "Y".
           88 RENTE-SATS-IKKE-FUNDET value "N".
     *> --- Loyalitets-tiernes gebyrrabat fra LoyalitetsSatser.txt ---
      01 Loyalitets-Tabel.
           02 LO-ANTAL             pic 9(2) value 0.
           02 LO-POST OCCURS 10 TIMES.
              03 LO-TIER-NAVN      pic x(12).
              03 LO-RABAT-PCT      pic 9(3).
      01 LO-INDEX                 pic 9(2) value 0.
     *> --- Forslaget, pr. linjetype ---
      01 Forslag-Gebyr-Tabel.
           02 FG-ANTAL             pic 9(2) value 0.
           02 FG-POST OCCURS 20 TIMES.
              03 FG-STATUS-KODE    pic x.
              03 FG-MIN-ANTAL-TRANS pic 9(5).
              03 FG-GEBYR-DKK      pic 9(9)v99.
      01 FG-INDEX                 pic 9(2) value 0.
      01 Forslag-Produkt-Tabel.
           02 FP-ANTAL             pic 9(3) value 0.
           02 FP-POST OCCURS 200 TIMES.
              03 FP-PRODUKT-KODE   pic x(4).
              03 FP-GEBYR-DKK      pic 9(9)v99.
              03 FP-RENTE-SATS     pic 9(2)v9999.
      01 FP-INDEX                 pic 9(3) value 0.
      01 Forslag-Rente-Tabel.
           02 FR-ANTAL             pic 9(2) value 0.
           02 FR-POST OCCURS 20 TIMES.
              03 FR-STATUS-KODE    pic x.
              03 FR-RENTE-SATS     pic 9(2)v9999.
      01 FR-INDEX                 pic 9(2) value 0.
     *> --- Kunderne med tier, rabat og summen af begge scenarier ---
      01 Kunde-Tabel.
           02 KD-ANTAL             pic 9(5) value 0.
           02 KD-POST OCCURS 50000 TIMES.
              03 KD-KUNDE-ID       pic x(10).
              03 KD-NAVN           pic x(40).
              03 KD-TIER           pic x(12).
              03 KD-RABAT-PCT      pic 9(3).
              03 KD-ANTAL-KONTI    pic 9(5).
              03 KD-GEBYR-NU       pic s9(13)v99 COMP-3.
              03 KD-GEBYR-NY       pic s9(13)v99 COMP-3.
              03 KD-RENTE-NU       pic s9(13)v99 COMP-3.
              03 KD-RENTE-NY       pic s9(13)v99 COMP-3.
      01 KD-INDEX                 pic 9(5) value 0.
      01 KD-OPSLAG                pic x(10) value spaces.
      01 KD-FUNDET-INDEX          pic 9(5) value 0.
     *> --- Konti oprettet senest ultimo, med grundlaget for ---
     *> --- genberegningen og begge scenariers resultat ---
      01 Konto-Tabel.
           02 KO-ANTAL             pic 9(5) value 0.
           02 KO-POST OCCURS 50000 TIMES.
              03 KO-KONTO-ID       pic x(14).
              03 KO-KUNDE-INDEX    pic 9(5).
              03 KO-STATUS-KODE    pic x.
              03 KO-LUKKE-DATO     pic x(10).
              03 KO-PRODUKT-KODE   pic x(4).
              03 KO-PRODUKT-FLAG   pic x.
              03 KO-PRODUKT-GEBYR  pic 9(9)v99.
              03 KO-PRODUKT-RENTE  pic 9(2)v9999.
              03 KO-ANTAL-TRANS    pic 9(5).
              03 KO-ULTIMO         pic s9(13)v99 COMP-3.
              03 KO-GEBYR-NU       pic s9(13)v99 COMP-3.
              03 KO-GEBYR-NY       pic s9(13)v99 COMP-3.
              03 KO-RENTE-NU       pic s9(13)v99 COMP-3.
              03 KO-RENTE-NY       pic s9(13)v99 COMP-3.
      01 KO-INDEX                 pic 9(5) value 0.
      01 KO-OPSLAG                pic x(14) value spaces.
      01 KO-FUNDET-INDEX          pic 9(5) value 0.
     *> --- Historik-linjerne konto|aar|antal|sum til og med ---
     *> --- simuleringsaaret - ved gentagne linjer for samme ---
     *> --- konto/aar vinder den senest appendede ---
      01 Historik-Tabel.
           02 HK-ANTAL             pic 9(5) value 0.
           02 HK-POST OCCURS 50000 TIMES.
              03 HK-KONTO-INDEX    pic 9(5).
              03 HK-AAR            pic x(4).
              03 HK-SUM-DKK        pic s9(13)v99 COMP-3.
      01 HK-INDEX                 pic 9(5) value 0.
      01 HK-FUND-FLAG             pic x value "N".
           88 HISTORIK-FUNDET     value "Y".
           88 HISTORIK-IKKE-FUNDET value "N".
      01 Historik-Parse-Felter.
           02 HK-P-KONTO-ID        pic x(14) value spaces.
           02 HK-P-AAR             pic x(4)  value spaces.
           02 HK-P-ANTAL           pic x(8)  value spaces.
           02 HK-P-SUM             pic x(16) value spaces.
     *> --- Sum-linjerne: art 2 = produkt, 3 = tier (art 1 er ---
     *> --- kundelinjerne selv) ---
      01 Gruppe-Tabel.
           02 GR-ANTAL             pic 9(5) value 0.
           02 GR-POST OCCURS 1000 TIMES.
              03 GR-ART-NR         pic 9.
              03 GR-NOEGLE         pic x(12).
              03 GR-ANTAL-POSTER   pic 9(7).
              03 GR-ANTAL-BEROERT  pic 9(7).
              03 GR-GEBYR-NU       pic s9(15)v99 COMP-3.
              03 GR-GEBYR-NY       pic s9(15)v99 COMP-3.
              03 GR-RENTE-NU       pic s9(15)v99 COMP-3.
              03 GR-RENTE-NY       pic s9(15)v99 COMP-3.
      01 GR-INDEX                 pic 9(5) value 0.
      01 GR-FUND-FLAG             pic x value "N".
           88 GRUPPE-FUNDET       value "Y".
           88 GRUPPE-IKKE-FUNDET  value "N".
      01 Gruppe-Opslag-Felter.
           02 GO-ART-NR            pic 9 value 0.
           02 GO-NOEGLE            pic x(12) value spaces.
           02 GO-BEROERT           pic 9 value 0.
           02 GO-GEBYR-NU          pic s9(13)v99 COMP-3 value 0.
           02 GO-GEBYR-NY          pic s9(13)v99 COMP-3 value 0.
           02 GO-RENTE-NU          pic s9(13)v99 COMP-3 value 0.
           02 GO-RENTE-NY          pic s9(13)v99 COMP-3 value 0.
     *> --- Scenariet, der beregnes: N = gaeldende, F = forslaget ---
      01 SCENARIE                 pic x value "N".
           88 SCENARIE-NU         value "N".
           88 SCENARIE-FORSLAG    value "F".
      01 Beregnings-Felter.
           02 SIM-GEBYR-DKK        pic s9(13)v99 COMP-3 value 0.
           02 SIM-RENTE-DKK        pic s9(13)v99 COMP-3 value 0.
           02 SIM-SALDO-DKK        pic s9(13)v99 COMP-3 value 0.
           02 SIM-GRUNDSALDO-DKK   pic s9(13)v99 COMP-3 value 0.
           02 SIM-SATS             pic 9(2)v9999 value 0.
           02 SIM-MIN-ANTAL        pic 9(5) value 0.
           02 SIM-DAGE             pic 9(3) value 0.
           02 SIM-LUKKE-YMD-X      pic x(8) value spaces.
           02 SIM-LUKKE-YMD        pic 9(8) value 0.
           02 SIM-PRIMO-YMD-X      pic x(8) value spaces.
           02 SIM-PRIMO-YMD        pic 9(8) value 0.
           02 SIM-DELTA-DKK        pic s9(13)v99 COMP-3 value 0.
      01 SIM-SATS-FLAG            pic x value "N".
           88 SIM-SATS-FUNDET     value "Y".
           88 SIM-SATS-IKKE-FUNDET value "N".
      01 SIM-SLUTOPG-FLAG         pic x value "N".
           88 SIM-SLUTOPG-AKTIV   value "Y".
           88 SIM-SLUTOPG-INAKTIV value "N".
      01 ART-TEKST                pic x(3) value spaces.
      01 ANTAL-TEKST              pic x(6) value spaces.
      01 TOP-NR                   pic 9(3) value 0.
      01 Edit-Felter.
           02 GEBYR-NU-E           pic -(12)9.99.
           02 GEBYR-NY-E           pic -(12)9.99.
           02 RENTE-NU-E           pic -(12)9.99.
           02 RENTE-NY-E           pic -(12)9.99.
           02 DELTA-E              pic -(12)9.99.
           02 GEBYR-E              pic z(8)9.99.
           02 SATS-E               pic z9.9999.
      01 BETINGELSE               pic x(24) value spaces.
      01 TOTAL-GEBYR-NU           pic s9(15)v99 COMP-3 value 0.
      01 TOTAL-GEBYR-NY           pic s9(15)v99 COMP-3 value 0.
      01 TOTAL-RENTE-NU           pic s9(15)v99 COMP-3 value 0.
      01 TOTAL-RENTE-NY           pic s9(15)v99 COMP-3 value 0.
      01 TOTAL-DELTA              pic s9(15)v99 COMP-3 value 0.
      01 ANTAL-FORSLAG            pic 9(7) value 0.
      01 ANTAL-KUNDER-BEROERT     pic 9(7) value 0.
      01 ANTAL-ARKIV-POSTER       pic 9(7) value 0.
      01 ANTAL-UNDTAGELSER        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: forslaget indlaeses, aarets konti genbe- ---
     *> --- regnes under begge vilkaar, og forskellen rapporteres ---
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
           move spaces to KOERSEL-TIDSSTEMPEL
           string
               DATO-NU (1:8)  delimited by size
               "-"            delimited by size
               DATO-NU (9:6)  delimited by size
                  into KOERSEL-TIDSSTEMPEL
           end-string
           perform bestem-simuleringsaar
           open output Exception-Out
           perform indlæs-forslag
           if ANTAL-FORSLAG = 0
               close Exception-Out
               display "PrisSimulering: intet gyldigt forslag i "
                   "text-files/PrisForslag.txt - intet at goere"
               stop run
           end-if
           perform indlæs-rente-sats-fil
           perform indlæs-gebyr-satser
           perform indlæs-loyalitets-satser
           perform indlæs-kunder
           perform indlæs-loyalitet
           perform indlæs-konti
           perform indlæs-konto-status
           perform indlæs-produkter
           perform indlæs-historik
           perform indlæs-arkiver
           close Exception-Out
           perform simuler-konti
           perform skriv-rapport
           display "PrisSimulering: " SIM-AAR " - " KO-ANTAL
               " konto(er), " ANTAL-KUNDER-BEROERT
               " kunde(r) beroert - skrevet til "
               function TRIM(RAPPORT-FIL-NAVN)
           if ANTAL-UNDTAGELSER > 0
               display "PrisSimulering: " ANTAL-UNDTAGELSER
                   " forslagslinje(r) afvist - se "
                   "text-files/PrisSimuleringExceptions.txt"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "PrisSimulering: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- Sidste aar, medmindre parameterfilen angiver et andet ---
      bestem-simuleringsaar.
           compute SIM-AAR-NUM = function NUMVAL(DATO-NU (1:4)) - 1
           move SIM-AAR-NUM to SIM-AAR
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-AAR is numeric
                       move PARM-AAR to SIM-AAR
                   end-if
                   if PARM-TOP-ANTAL is numeric
                       and PARM-TOP-ANTAL > 0
                       move PARM-TOP-ANTAL to TOP-ANTAL
                   end-if
           end-read
           close Parameter-In
           move spaces to SIM-PRIMO SIM-ULTIMO
           string
               SIM-AAR        delimited by size
               "-01-01"       delimited by size
                  into SIM-PRIMO
           end-string
           string
               SIM-AAR        delimited by size
               "-12-31"       delimited by size
                  into SIM-ULTIMO
           end-string
           exit.

      indlæs-forslag.
           move 0 to ANTAL-FORSLAG
           move "N" to EOF-check-forslag
           open input Forslag-In
           perform until end-of-file-forslag
               read Forslag-In
                   at end move "Y" to EOF-check-forslag
                   not at end
                       if Forslag-Linje not = spaces
                           perform gem-en-forslagslinje
                       end-if
               end-read
           end-perform
           close Forslag-In
           exit.

      gem-en-forslagslinje.
           move spaces to BETINGELSE
           evaluate FL-G-TYPE
               when "G"
                   if FL-G-STATUS = spaces
                       or FL-G-MIN-ANTAL not numeric
                       or FL-G-GEBYR not numeric
                       move "FORSLAG-UGYLDIGT" to BETINGELSE
                   else
                       if FG-ANTAL < 20
                           add 1 to FG-ANTAL
                           move FL-G-STATUS
                               to FG-STATUS-KODE (FG-ANTAL)
                           move FL-G-MIN-ANTAL
                               to FG-MIN-ANTAL-TRANS (FG-ANTAL)
                           move FL-G-GEBYR to FG-GEBYR-DKK (FG-ANTAL)
                       else
                           move "FORSLAG-TABEL-FULD" to BETINGELSE
                       end-if
                   end-if
               when "P"
                   if FL-P-PRODUKT-KODE = spaces
                       or FL-P-GEBYR not numeric
                       or FL-P-SATS not numeric
                       move "FORSLAG-UGYLDIGT" to BETINGELSE
                   else
                       if FP-ANTAL < 200
                           add 1 to FP-ANTAL
                           move FL-P-PRODUKT-KODE
                               to FP-PRODUKT-KODE (FP-ANTAL)
                           move FL-P-GEBYR to FP-GEBYR-DKK (FP-ANTAL)
                           move FL-P-SATS to FP-RENTE-SATS (FP-ANTAL)
                       else
                           move "FORSLAG-TABEL-FULD" to BETINGELSE
                       end-if
                   end-if
               when "R"
                   if FL-R-STATUS = spaces
                       or FL-R-SATS not numeric
                       move "FORSLAG-UGYLDIGT" to BETINGELSE
                   else
                       if FR-ANTAL < 20
                           add 1 to FR-ANTAL
                           move FL-R-STATUS
                               to FR-STATUS-KODE (FR-ANTAL)
                           move FL-R-SATS to FR-RENTE-SATS (FR-ANTAL)
                       else
                           move "FORSLAG-TABEL-FULD" to BETINGELSE
                       end-if
                   end-if
               when other
                   move "FORSLAG-TYPE-UKENDT" to BETINGELSE
           end-evaluate
           if BETINGELSE not = spaces
               move spaces to Exception-Linje
               move 1 to pos
               string
                   "BETINGELSE="            delimited by size
                   function TRIM(BETINGELSE) delimited by size
                   " LINJE="                delimited by size
                   function TRIM(Forslag-Linje) delimited by size
                      into Exception-Linje
                      with pointer pos
               end-string
               write Exception-Linje
               add 1 to ANTAL-UNDTAGELSER
           else
               add 1 to ANTAL-FORSLAG
           end-if
           exit.

      indlæs-rente-sats-fil.
           move 0 to RSF-ANTAL
           move "N" to EOF-check-satser
           open input Rente-Satser-In
           perform until end-of-file-satser
               read Rente-Satser-In
                   at end move "Y" to EOF-check-satser
                   not at end
                       if RSF-ANTAL < MAX-RENTE-SATS-FIL
                           add 1 to RSF-ANTAL
                           move RSF-STATUS-KODE-IN
                               to RSF-STATUS-KODE (RSF-ANTAL)
                           move RSF-GYLDIG-FRA-IN
                               to RSF-GYLDIG-FRA (RSF-ANTAL)
                           move RSF-SATS-IN to RSF-SATS (RSF-ANTAL)
                       end-if
               end-read
           end-perform
           close Rente-Satser-In
           exit.

     *> --- Den valgfri GebyrSatser.txt erstatter literal-satserne ---
     *> --- i GebyrTabel.cpy, naar den har mindst een linje - samme ---
     *> --- regel som i opgave10 ---
      indlæs-gebyr-satser.
           move 0 to GEBYR-SATS-INDLAEST
           move "N" to EOF-check-gebyr-sats
           open input Gebyr-Sats-In
           perform until end-of-file-gebyr-sats
               read Gebyr-Sats-In
                   at end move "Y" to EOF-check-gebyr-sats
                   not at end
                       if GEBYR-SATS-INDLAEST = 0
                           move 0 to ANTAL-GEBYR-SATSER
                       end-if
                       if ANTAL-GEBYR-SATSER < MAX-GEBYR-SATSER
                           and Gebyr-Sats-Linje not = spaces
                           add 1 to ANTAL-GEBYR-SATSER
                           add 1 to GEBYR-SATS-INDLAEST
                           move Gebyr-Sats-Linje
                               to GS-POST (ANTAL-GEBYR-SATSER)
                       end-if
               end-read
           end-perform
           close Gebyr-Sats-In
           exit.

      indlæs-loyalitets-satser.
           move 0 to LO-ANTAL
           move "N" to EOF-check-loyalitet
           open input Loyalitets-Satser-In
           perform until end-of-file-loyalitet
               read Loyalitets-Satser-In
                   at end move "Y" to EOF-check-loyalitet
                   not at end
                       if LO-ANTAL < 10
                           and LO-TIER-NAVN-IN not = spaces
                           and LO-RABAT-PCT-IN is numeric
                           add 1 to LO-ANTAL
                           move LO-TIER-NAVN-IN
                               to LO-TIER-NAVN (LO-ANTAL)
                           move LO-RABAT-PCT-IN
                               to LO-RABAT-PCT (LO-ANTAL)
                       end-if
               end-read
           end-perform
           close Loyalitets-Satser-In
           exit.

      indlæs-kunder.
           move 0 to KD-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Kunde-Id of Kunde-Information not = spaces
                           perform gem-en-kunde
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      gem-en-kunde.
           if KD-ANTAL not < 50000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to KD-ANTAL
           move Kunde-Id of Kunde-Information
               to KD-KUNDE-ID (KD-ANTAL)
           move Fuld-Navn to KD-NAVN (KD-ANTAL)
           if Fuld-Navn = spaces
               move spaces to KD-NAVN (KD-ANTAL)
               string
                   function TRIM(Fornavn)   delimited by size
                   " "                      delimited by size
                   function TRIM(Efternavn) delimited by size
                      into KD-NAVN (KD-ANTAL)
               end-string
           end-if
           move "INGEN" to KD-TIER (KD-ANTAL)
           move 0 to KD-RABAT-PCT (KD-ANTAL)
           move 0 to KD-ANTAL-KONTI (KD-ANTAL)
           move 0 to KD-GEBYR-NU (KD-ANTAL)
           move 0 to KD-GEBYR-NY (KD-ANTAL)
           move 0 to KD-RENTE-NU (KD-ANTAL)
           move 0 to KD-RENTE-NY (KD-ANTAL)
           exit.

      find-kunde.
           move 0 to KD-FUNDET-INDEX
           perform varying KD-INDEX from 1 by 1
               until KD-FUNDET-INDEX > 0 or KD-INDEX > KD-ANTAL
               if KD-KUNDE-ID (KD-INDEX) = KD-OPSLAG
                   move KD-INDEX to KD-FUNDET-INDEX
               end-if
           end-perform
           exit.

      find-konto.
           move 0 to KO-FUNDET-INDEX
           perform varying KO-INDEX from 1 by 1
               until KO-FUNDET-INDEX > 0 or KO-INDEX > KO-ANTAL
               if KO-KONTO-ID (KO-INDEX) = KO-OPSLAG
                   move KO-INDEX to KO-FUNDET-INDEX
               end-if
           end-perform
           exit.

     *> --- Kundens tier fra registret og tierens rabat ---
      indlæs-loyalitet.
           move "N" to EOF-check-register
           open input Loyalitets-Register-In
           perform until end-of-file-register
               read Loyalitets-Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       move LR-KUNDE-ID-IN to KD-OPSLAG
                       perform find-kunde
                       if KD-FUNDET-INDEX > 0
                           and LR-TIER-NAVN-IN not = spaces
                           move LR-TIER-NAVN-IN
                               to KD-TIER (KD-FUNDET-INDEX)
                           perform varying LO-INDEX from 1 by 1
                               until LO-INDEX > LO-ANTAL
                               if LO-TIER-NAVN (LO-INDEX)
                                   = LR-TIER-NAVN-IN
                                   move LO-RABAT-PCT (LO-INDEX)
                                       to KD-RABAT-PCT (KD-FUNDET-INDEX)
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform
           close Loyalitets-Register-In
           exit.

      indlæs-konti.
           move 0 to KO-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN not = spaces
                           and KM-OPRETTET-DATO-IN <= SIM-ULTIMO
                           move KM-KUNDE-ID-IN to KD-OPSLAG
                           perform find-kunde
                           if KD-FUNDET-INDEX > 0
                               perform gem-en-konto
                           end-if
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      gem-en-konto.
           if KO-ANTAL not < 50000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to KO-ANTAL
           move KM-KONTO-ID-IN to KO-KONTO-ID (KO-ANTAL)
           move KD-FUNDET-INDEX to KO-KUNDE-INDEX (KO-ANTAL)
           move "A" to KO-STATUS-KODE (KO-ANTAL)
           move spaces to KO-LUKKE-DATO (KO-ANTAL)
           move KM-PRODUKT-KODE-IN to KO-PRODUKT-KODE (KO-ANTAL)
           if KM-PRODUKT-KODE-IN = spaces
               move "----" to KO-PRODUKT-KODE (KO-ANTAL)
           end-if
           move "N" to KO-PRODUKT-FLAG (KO-ANTAL)
           move 0 to KO-PRODUKT-GEBYR (KO-ANTAL)
           move 0 to KO-PRODUKT-RENTE (KO-ANTAL)
           move 0 to KO-ANTAL-TRANS (KO-ANTAL)
           move 0 to KO-ULTIMO (KO-ANTAL)
           move 0 to KO-GEBYR-NU (KO-ANTAL)
           move 0 to KO-GEBYR-NY (KO-ANTAL)
           move 0 to KO-RENTE-NU (KO-ANTAL)
           move 0 to KO-RENTE-NY (KO-ANTAL)
           add 1 to KD-ANTAL-KONTI (KD-FUNDET-INDEX)
           exit.

     *> --- Status og lukkedato - en konto uden linje er aktiv ---
      indlæs-konto-status.
           move "N" to EOF-check-status
           open input Konto-Status-In
           perform until end-of-file-status
               read Konto-Status-In
                   at end move "Y" to EOF-check-status
                   not at end
                       move KS-KONTO-ID-IN to KO-OPSLAG
                       perform find-konto
                       if KO-FUNDET-INDEX > 0
                           and KS-STATUS-KODE-IN not = spaces
                           move KS-STATUS-KODE-IN
                               to KO-STATUS-KODE (KO-FUNDET-INDEX)
                           move KS-LUKKE-DATO-IN
                               to KO-LUKKE-DATO (KO-FUNDET-INDEX)
                       end-if
               end-read
           end-perform
           close Konto-Status-In
           exit.

     *> --- Produktraekken overstyrer masterens kode og baerer ---
     *> --- produktets gebyr og sats ---
      indlæs-produkter.
           move "N" to EOF-check-produkt
           open input Konto-Produkt-In
           perform until end-of-file-produkt
               read Konto-Produkt-In
                   at end move "Y" to EOF-check-produkt
                   not at end
                       move KP-KONTO-ID-IN to KO-OPSLAG
                       perform find-konto
                       if KO-FUNDET-INDEX > 0
                           and KP-PRODUKT-KODE-IN not = spaces
                           and KP-GEBYR-DKK-IN is numeric
                           and KP-RENTE-SATS-IN is numeric
                           move KO-FUNDET-INDEX to KO-INDEX
                           move KP-PRODUKT-KODE-IN
                               to KO-PRODUKT-KODE (KO-INDEX)
                           move "J" to KO-PRODUKT-FLAG (KO-INDEX)
                           move KP-GEBYR-DKK-IN
                               to KO-PRODUKT-GEBYR (KO-INDEX)
                           move KP-RENTE-SATS-IN
                               to KO-PRODUKT-RENTE (KO-INDEX)
                       end-if
               end-read
           end-perform
           close Konto-Produkt-In
           exit.

     *> --- Ultimo-saldoen er summen af aarssummerne til og med ---
     *> --- simuleringsaaret ---
      indlæs-historik.
           move 0 to HK-ANTAL
           move "N" to EOF-check-historik
           open input Konto-Historik-In
           perform until end-of-file-historik
               read Konto-Historik-In
                   at end move "Y" to EOF-check-historik
                   not at end
                       perform indlæs-en-historik-linje
               end-read
           end-perform
           close Konto-Historik-In
           perform varying HK-INDEX from 1 by 1
               until HK-INDEX > HK-ANTAL
               move HK-KONTO-INDEX (HK-INDEX) to KO-INDEX
               add HK-SUM-DKK (HK-INDEX) to KO-ULTIMO (KO-INDEX)
           end-perform
           exit.

      indlæs-en-historik-linje.
           move spaces to HK-P-KONTO-ID HK-P-AAR
           move spaces to HK-P-ANTAL HK-P-SUM
           unstring Konto-Historik-Linje-In delimited by "|"
               into HK-P-KONTO-ID HK-P-AAR HK-P-ANTAL HK-P-SUM
           end-unstring
           if HK-P-AAR not numeric
               or HK-P-AAR > SIM-AAR
               or function TEST-NUMVAL(HK-P-SUM) not = 0
               exit paragraph
           end-if
           move HK-P-KONTO-ID to KO-OPSLAG
           perform find-konto
           if KO-FUNDET-INDEX = 0
               exit paragraph
           end-if
           set HISTORIK-IKKE-FUNDET to TRUE
           move 1 to HK-INDEX
           perform until HISTORIK-FUNDET or HK-INDEX > HK-ANTAL
               if HK-KONTO-INDEX (HK-INDEX) = KO-FUNDET-INDEX
                   and HK-AAR (HK-INDEX) = HK-P-AAR
                   set HISTORIK-FUNDET to TRUE
               else
                   add 1 to HK-INDEX
               end-if
           end-perform
           if HISTORIK-IKKE-FUNDET
               if HK-ANTAL < 50000
                   add 1 to HK-ANTAL
                   move HK-ANTAL to HK-INDEX
                   move KO-FUNDET-INDEX to HK-KONTO-INDEX (HK-INDEX)
                   move HK-P-AAR to HK-AAR (HK-INDEX)
               else
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
           end-if
           move function NUMVAL(HK-P-SUM) to HK-SUM-DKK (HK-INDEX)
           exit.

     *> --- Aarets posteringer pr. konto til gebyrets min-antal- ---
     *> --- trans-regel, talt i arkivfilerne fra ArkivListe.txt ---
      indlæs-arkiver.
           move 0 to ANTAL-ARKIV-POSTER
           move "N" to EOF-check-liste
           open input Arkiv-Liste-In
           perform until end-of-file-liste
               read Arkiv-Liste-In
                   at end move "Y" to EOF-check-liste
                   not at end
                       if Arkiv-Liste-Linje not = spaces
                           move Arkiv-Liste-Linje to ARKIV-FIL-NAVN
                           perform tael-i-arkiv-fil
                       end-if
               end-read
           end-perform
           close Arkiv-Liste-In
           exit.

      tael-i-arkiv-fil.
           move "N" to EOF-check-arkiv
           open input Arkiv-Fil-In
           perform until end-of-file-arkiv
               read Arkiv-Fil-In
                   at end move "Y" to EOF-check-arkiv
                   not at end
                       if DATO of Arkiv-Transaktion (1:4) = SIM-AAR
                           move KONTO-ID of Arkiv-Transaktion
                               to KO-OPSLAG
                           perform find-konto
                           if KO-FUNDET-INDEX > 0
                               add 1 to KO-ANTAL-TRANS (KO-FUNDET-INDEX)
                               add 1 to ANTAL-ARKIV-POSTER
                           end-if
                       end-if
               end-read
           end-perform
           close Arkiv-Fil-In
           exit.

     *> --- Hver konto genberegnes under begge vilkaar og lagt paa ---
     *> --- kunden og produkt-summen ---
      simuler-konti.
           move 0 to GR-ANTAL
           perform varying KO-INDEX from 1 by 1
               until KO-INDEX > KO-ANTAL
               perform simuler-en-konto
           end-perform
           perform varying KD-INDEX from 1 by 1
               until KD-INDEX > KD-ANTAL
               if KD-ANTAL-KONTI (KD-INDEX) > 0
                   move 3 to GO-ART-NR
                   move KD-TIER (KD-INDEX) to GO-NOEGLE
                   move KD-GEBYR-NU (KD-INDEX) to GO-GEBYR-NU
                   move KD-GEBYR-NY (KD-INDEX) to GO-GEBYR-NY
                   move KD-RENTE-NU (KD-INDEX) to GO-RENTE-NU
                   move KD-RENTE-NY (KD-INDEX) to GO-RENTE-NY
                   perform tilfoej-til-gruppe
               end-if
           end-perform
           exit.

      simuler-en-konto.
           move KO-KUNDE-INDEX (KO-INDEX) to KD-INDEX
     *> --- Lukket i aaret: slutopgoerelse med den aktive sats ---
     *> --- pro-rata til lukkedatoen, som afgoer-slutopgoerelse ---
           set SIM-SLUTOPG-INAKTIV to TRUE
           if KO-STATUS-KODE (KO-INDEX) = "L"
               and KO-LUKKE-DATO (KO-INDEX) (1:4) = SIM-AAR
               and KO-LUKKE-DATO (KO-INDEX) (6:2) is numeric
               and KO-LUKKE-DATO (KO-INDEX) (9:2) is numeric
               set SIM-SLUTOPG-AKTIV to TRUE
               move spaces to SIM-LUKKE-YMD-X
               string
                   KO-LUKKE-DATO (KO-INDEX) (1:4) delimited by size
                   KO-LUKKE-DATO (KO-INDEX) (6:2) delimited by size
                   KO-LUKKE-DATO (KO-INDEX) (9:2) delimited by size
                      into SIM-LUKKE-YMD-X
               end-string
               move SIM-LUKKE-YMD-X to SIM-LUKKE-YMD
               move spaces to SIM-PRIMO-YMD-X
               string
                   SIM-AAR        delimited by size
                   "0101"         delimited by size
                      into SIM-PRIMO-YMD-X
               end-string
               move SIM-PRIMO-YMD-X to SIM-PRIMO-YMD
               compute SIM-DAGE =
                   function INTEGER-OF-DATE(SIM-LUKKE-YMD)
                   - function INTEGER-OF-DATE(SIM-PRIMO-YMD) + 1
           end-if
           set SCENARIE-NU to TRUE
           perform beregn-gebyr
           move SIM-GEBYR-DKK to KO-GEBYR-NU (KO-INDEX)
     *> --- Det paalagte gebyr tages ud af ultimo-saldoen, saa ---
     *> --- hvert scenarie rentes af saldoen efter sit eget gebyr ---
           compute SIM-GRUNDSALDO-DKK =
               KO-ULTIMO (KO-INDEX) + KO-GEBYR-NU (KO-INDEX)
           compute SIM-SALDO-DKK =
               SIM-GRUNDSALDO-DKK - KO-GEBYR-NU (KO-INDEX)
           perform beregn-rente
           move SIM-RENTE-DKK to KO-RENTE-NU (KO-INDEX)
           set SCENARIE-FORSLAG to TRUE
           perform beregn-gebyr
           move SIM-GEBYR-DKK to KO-GEBYR-NY (KO-INDEX)
           compute SIM-SALDO-DKK =
               SIM-GRUNDSALDO-DKK - KO-GEBYR-NY (KO-INDEX)
           perform beregn-rente
           move SIM-RENTE-DKK to KO-RENTE-NY (KO-INDEX)
           add KO-GEBYR-NU (KO-INDEX) to KD-GEBYR-NU (KD-INDEX)
           add KO-GEBYR-NY (KO-INDEX) to KD-GEBYR-NY (KD-INDEX)
           add KO-RENTE-NU (KO-INDEX) to KD-RENTE-NU (KD-INDEX)
           add KO-RENTE-NY (KO-INDEX) to KD-RENTE-NY (KD-INDEX)
           move 2 to GO-ART-NR
           move KO-PRODUKT-KODE (KO-INDEX) to GO-NOEGLE
           move KO-GEBYR-NU (KO-INDEX) to GO-GEBYR-NU
           move KO-GEBYR-NY (KO-INDEX) to GO-GEBYR-NY
           move KO-RENTE-NU (KO-INDEX) to GO-RENTE-NU
           move KO-RENTE-NY (KO-INDEX) to GO-RENTE-NY
           perform tilfoej-til-gruppe
           exit.

     *> --- Aarets kontogebyr i SCENARIE - reglerne fra generer- ---
     *> --- og-tilfoej-aarligt-gebyr, med forslagets status- og ---
     *> --- produktgebyr i stedet for de gaeldende, hvor det ---
     *> --- naevner dem ---
      beregn-gebyr.
           move 0 to SIM-GEBYR-DKK
           set SIM-SATS-IKKE-FUNDET to TRUE
           if SCENARIE-FORSLAG
               perform varying FG-INDEX from 1 by 1
                   until SIM-SATS-FUNDET or FG-INDEX > FG-ANTAL
                   if FG-STATUS-KODE (FG-INDEX)
                       = KO-STATUS-KODE (KO-INDEX)
                       set SIM-SATS-FUNDET to TRUE
                       move FG-MIN-ANTAL-TRANS (FG-INDEX)
                           to SIM-MIN-ANTAL
                       move FG-GEBYR-DKK (FG-INDEX) to SIM-GEBYR-DKK
                   end-if
               end-perform
           end-if
           perform varying GS-INDEX from 1 by 1
               until SIM-SATS-FUNDET or GS-INDEX > ANTAL-GEBYR-SATSER
               if GS-STATUS-KODE (GS-INDEX) = KO-STATUS-KODE (KO-INDEX)
                   set SIM-SATS-FUNDET to TRUE
                   move GS-MIN-ANTAL-TRANS (GS-INDEX) to SIM-MIN-ANTAL
                   move GS-GEBYR-DKK (GS-INDEX) to SIM-GEBYR-DKK
               end-if
           end-perform
           if SIM-SATS-IKKE-FUNDET
               or KO-ANTAL-TRANS (KO-INDEX) < SIM-MIN-ANTAL
               move 0 to SIM-GEBYR-DKK
           end-if
     *> --- Produktets gebyr overstyrer, kun naar status-reglen ---
     *> --- udloeste et gebyr ---
           if KO-PRODUKT-FLAG (KO-INDEX) = "J"
               and SIM-GEBYR-DKK > 0
               move KO-PRODUKT-GEBYR (KO-INDEX) to SIM-GEBYR-DKK
               if SCENARIE-FORSLAG
                   perform varying FP-INDEX from 1 by 1
                       until FP-INDEX > FP-ANTAL
                       if FP-PRODUKT-KODE (FP-INDEX)
                           = KO-PRODUKT-KODE (KO-INDEX)
                           move FP-GEBYR-DKK (FP-INDEX)
                               to SIM-GEBYR-DKK
                       end-if
                   end-perform
               end-if
           end-if
           if SIM-GEBYR-DKK > 0 and KD-RABAT-PCT (KD-INDEX) > 0
               compute SIM-GEBYR-DKK rounded = SIM-GEBYR-DKK
                   - SIM-GEBYR-DKK * KD-RABAT-PCT (KD-INDEX) / 100
           end-if
           exit.

     *> --- Indlaansrenten af SIM-SALDO-DKK i SCENARIE - reglerne ---
     *> --- fra beregn-og-skriv-rente, med forslagets status- og ---
     *> --- produktsats, hvor det naevner dem ---
      beregn-rente.
           move 0 to SIM-RENTE-DKK
           if SIM-SALDO-DKK not > 0
               exit paragraph
           end-if
           if SIM-SLUTOPG-AKTIV
               move "A" to RENTE-OPSLAG-STATUS
               move KO-LUKKE-DATO (KO-INDEX) to RENTE-OPSLAG-DATO
           else
               move KO-STATUS-KODE (KO-INDEX) to RENTE-OPSLAG-STATUS
               move SIM-ULTIMO to RENTE-OPSLAG-DATO
           end-if
           perform find-rente-sats
           if SCENARIE-FORSLAG
               perform varying FR-INDEX from 1 by 1
                   until FR-INDEX > FR-ANTAL
                   if FR-STATUS-KODE (FR-INDEX) = RENTE-OPSLAG-STATUS
                       set RENTE-SATS-FUNDET to TRUE
                       move FR-RENTE-SATS (FR-INDEX)
                           to VALGT-RENTE-SATS
                   end-if
               end-perform
           end-if
           if KO-PRODUKT-FLAG (KO-INDEX) = "J"
               and (SIM-SLUTOPG-AKTIV
                    or KO-STATUS-KODE (KO-INDEX) = "A")
               set RENTE-SATS-FUNDET to TRUE
               move KO-PRODUKT-RENTE (KO-INDEX) to VALGT-RENTE-SATS
               if SCENARIE-FORSLAG
                   perform varying FP-INDEX from 1 by 1
                       until FP-INDEX > FP-ANTAL
                       if FP-PRODUKT-KODE (FP-INDEX)
                           = KO-PRODUKT-KODE (KO-INDEX)
                           move FP-RENTE-SATS (FP-INDEX)
                               to VALGT-RENTE-SATS
                       end-if
                   end-perform
               end-if
           end-if
           if RENTE-SATS-IKKE-FUNDET
               exit paragraph
           end-if
           if SIM-SLUTOPG-AKTIV
               compute SIM-RENTE-DKK rounded =
                   SIM-SALDO-DKK * VALGT-RENTE-SATS / 100
                   * SIM-DAGE / 365
           else
               compute SIM-RENTE-DKK rounded =
                   SIM-SALDO-DKK * VALGT-RENTE-SATS / 100
           end-if
           exit.

     *> --- Samme opslag som opgave10.cob's find-rente-sats: den ---
     *> --- seneste dato-virksomme sats, ellers Rente.cpy ---
      find-rente-sats.
           set RENTE-SATS-IKKE-FUNDET to TRUE
           move 0 to VALGT-RENTE-SATS
           move spaces to RENTE-BEDSTE-FRA
           perform varying RSF-INDEX from 1 by 1
               until RSF-INDEX > RSF-ANTAL
               if RSF-STATUS-KODE (RSF-INDEX) = RENTE-OPSLAG-STATUS
                   and RSF-GYLDIG-FRA (RSF-INDEX) <= RENTE-OPSLAG-DATO
                   and RSF-GYLDIG-FRA (RSF-INDEX) > RENTE-BEDSTE-FRA
                   move RSF-GYLDIG-FRA (RSF-INDEX) to RENTE-BEDSTE-FRA
                   move RSF-SATS (RSF-INDEX) to VALGT-RENTE-SATS
                   set RENTE-SATS-FUNDET to TRUE
               end-if
           end-perform
           if RENTE-SATS-IKKE-FUNDET
               perform varying RS-INDEX from 1 by 1
                   until RENTE-SATS-FUNDET
                       or RS-INDEX > ANTAL-RENTE-SATSER
                   if RS-STATUS-KODE (RS-INDEX) = RENTE-OPSLAG-STATUS
                       set RENTE-SATS-FUNDET to TRUE
                       move RS-SATS (RS-INDEX) to VALGT-RENTE-SATS
                   end-if
               end-perform
           end-if
           exit.

      tilfoej-til-gruppe.
           if GO-GEBYR-NU = GO-GEBYR-NY and GO-RENTE-NU = GO-RENTE-NY
               move 0 to GO-BEROERT
           else
               move 1 to GO-BEROERT
           end-if
           set GRUPPE-IKKE-FUNDET to TRUE
           perform varying GR-INDEX from 1 by 1
               until GRUPPE-FUNDET or GR-INDEX > GR-ANTAL
               if GR-ART-NR (GR-INDEX) = GO-ART-NR
                   and GR-NOEGLE (GR-INDEX) = GO-NOEGLE
                   set GRUPPE-FUNDET to TRUE
               end-if
           end-perform
           if GRUPPE-FUNDET
               subtract 1 from GR-INDEX
           else
               if GR-ANTAL not < 1000
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to GR-ANTAL
               move GR-ANTAL to GR-INDEX
               move GO-ART-NR to GR-ART-NR (GR-INDEX)
               move GO-NOEGLE to GR-NOEGLE (GR-INDEX)
               move 0 to GR-ANTAL-POSTER (GR-INDEX)
               move 0 to GR-ANTAL-BEROERT (GR-INDEX)
               move 0 to GR-GEBYR-NU (GR-INDEX)
               move 0 to GR-GEBYR-NY (GR-INDEX)
               move 0 to GR-RENTE-NU (GR-INDEX)
               move 0 to GR-RENTE-NY (GR-INDEX)
           end-if
           add 1 to GR-ANTAL-POSTER (GR-INDEX)
           add GO-BEROERT to GR-ANTAL-BEROERT (GR-INDEX)
           add GO-GEBYR-NU to GR-GEBYR-NU (GR-INDEX)
           add GO-GEBYR-NY to GR-GEBYR-NY (GR-INDEX)
           add GO-RENTE-NU to GR-RENTE-NU (GR-INDEX)
           add GO-RENTE-NY to GR-RENTE-NY (GR-INDEX)
           exit.

     *> --- HDR, forslaget, sum- og kundelinjerne sorteret pr. art ---
     *> --- og noegle, TOP-listen og TRL ---
      skriv-rapport.
           move 0 to ANTAL-KUNDER-BEROERT
           move spaces to RAPPORT-FIL-NAVN
           move 1 to pos
           string
               "text-files/Udbakke/PrisSimulering_" delimited by size
               SIM-AAR                             delimited by size
               "_"                                 delimited by size
               KOERSEL-TIDSSTEMPEL                 delimited by size
               ".txt"                              delimited by size
                  into RAPPORT-FIL-NAVN
                  with pointer pos
           end-string
           open output Rapport-Out
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "HDR AAR="             delimited by size
               SIM-AAR                delimited by size
               " DANNET="             delimited by size
               DAGS-DATO              delimited by size
               " FORSLAG="            delimited by size
               ANTAL-FORSLAG          delimited by size
               " ARKIV-POSTER="       delimited by size
               ANTAL-ARKIV-POSTER     delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           perform skriv-forslaget
           sort Sort-Gruppe-Work
               on ascending key SG-ART-NR SG-NOEGLE
               input procedure is frigiv-rapport-linjer
               output procedure is skriv-rapport-linjer
           move 0 to TOP-NR
           sort Sort-Top-Work
               on descending key ST-STIGNING
               on ascending key ST-KUNDE-ID
               input procedure is frigiv-stigninger
               output procedure is skriv-top-liste
           move 0 to TOTAL-GEBYR-NU TOTAL-GEBYR-NY
           move 0 to TOTAL-RENTE-NU TOTAL-RENTE-NY
           perform varying KO-INDEX from 1 by 1
               until KO-INDEX > KO-ANTAL
               add KO-GEBYR-NU (KO-INDEX) to TOTAL-GEBYR-NU
               add KO-GEBYR-NY (KO-INDEX) to TOTAL-GEBYR-NY
               add KO-RENTE-NU (KO-INDEX) to TOTAL-RENTE-NU
               add KO-RENTE-NY (KO-INDEX) to TOTAL-RENTE-NY
           end-perform
           compute TOTAL-DELTA = TOTAL-GEBYR-NY - TOTAL-GEBYR-NU
               - (TOTAL-RENTE-NY - TOTAL-RENTE-NU)
           move TOTAL-GEBYR-NU to GEBYR-NU-E
           move TOTAL-GEBYR-NY to GEBYR-NY-E
           move TOTAL-RENTE-NU to RENTE-NU-E
           move TOTAL-RENTE-NY to RENTE-NY-E
           move TOTAL-DELTA to DELTA-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "TRL KONTI="           delimited by size
               KO-ANTAL               delimited by size
               " KUNDER-BEROERT="     delimited by size
               ANTAL-KUNDER-BEROERT   delimited by size
               " GEBYR-NU="           delimited by size
               function TRIM(GEBYR-NU-E) delimited by size
               " GEBYR-NY="           delimited by size
               function TRIM(GEBYR-NY-E) delimited by size
               " RENTE-NU="           delimited by size
               function TRIM(RENTE-NU-E) delimited by size
               " RENTE-NY="           delimited by size
               function TRIM(RENTE-NY-E) delimited by size
               " DELTA="              delimited by size
               function TRIM(DELTA-E) delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           close Rapport-Out
           exit.

      skriv-forslaget.
           perform varying FG-INDEX from 1 by 1
               until FG-INDEX > FG-ANTAL
               move FG-GEBYR-DKK (FG-INDEX) to GEBYR-E
               move spaces to Rapport-Linje
               move 1 to pos
               string
                   "FSL ART=GEBYR STATUS=" delimited by size
                   FG-STATUS-KODE (FG-INDEX) delimited by size
                   " MIN-ANTAL-TRANS="    delimited by size
                   FG-MIN-ANTAL-TRANS (FG-INDEX) delimited by size
                   " GEBYR="              delimited by size
                   function TRIM(GEBYR-E) delimited by size
                      into Rapport-Linje
                      with pointer pos
               end-string
               write Rapport-Linje
           end-perform
           perform varying FP-INDEX from 1 by 1
               until FP-INDEX > FP-ANTAL
               move FP-GEBYR-DKK (FP-INDEX) to GEBYR-E
               move FP-RENTE-SATS (FP-INDEX) to SATS-E
               move spaces to Rapport-Linje
               move 1 to pos
               string
                   "FSL ART=PRODUKT PRODUKT=" delimited by size
                   FP-PRODUKT-KODE (FP-INDEX) delimited by size
                   " GEBYR="              delimited by size
                   function TRIM(GEBYR-E) delimited by size
                   " SATS="               delimited by size
                   function TRIM(SATS-E)  delimited by size
                      into Rapport-Linje
                      with pointer pos
               end-string
               write Rapport-Linje
           end-perform
           perform varying FR-INDEX from 1 by 1
               until FR-INDEX > FR-ANTAL
               move FR-RENTE-SATS (FR-INDEX) to SATS-E
               move spaces to Rapport-Linje
               move 1 to pos
               string
                   "FSL ART=RENTE STATUS=" delimited by size
                   FR-STATUS-KODE (FR-INDEX) delimited by size
                   " SATS="               delimited by size
                   function TRIM(SATS-E)  delimited by size
                      into Rapport-Linje
                      with pointer pos
               end-string
               write Rapport-Linje
           end-perform
           exit.

     *> --- SORT input: sum-linjerne og de beroerte kunder (art 1) ---
      frigiv-rapport-linjer.
           perform varying KD-INDEX from 1 by 1
               until KD-INDEX > KD-ANTAL
               if KD-ANTAL-KONTI (KD-INDEX) > 0
                   and (KD-GEBYR-NU (KD-INDEX)
                           not = KD-GEBYR-NY (KD-INDEX)
                        or KD-RENTE-NU (KD-INDEX)
                           not = KD-RENTE-NY (KD-INDEX))
                   move 1 to SG-ART-NR
                   move KD-KUNDE-ID (KD-INDEX) to SG-NOEGLE
                   move KD-INDEX to SG-INDEX
                   release Sort-Gruppe-Record
               end-if
           end-perform
           perform varying GR-INDEX from 1 by 1
               until GR-INDEX > GR-ANTAL
               move GR-ART-NR (GR-INDEX) to SG-ART-NR
               move GR-NOEGLE (GR-INDEX) to SG-NOEGLE
               move GR-INDEX to SG-INDEX
               release Sort-Gruppe-Record
           end-perform
           exit.

      skriv-rapport-linjer.
           move "N" to EOF-check-sort
           perform until end-of-file-sort
               return Sort-Gruppe-Work
                   at end move "Y" to EOF-check-sort
                   not at end
                       if SG-ART-NR = 1
                           move SG-INDEX to KD-INDEX
                           perform skriv-en-kunde
                       else
                           move SG-INDEX to GR-INDEX
                           perform skriv-en-gruppe
                       end-if
               end-return
           end-perform
           exit.

      skriv-en-kunde.
           add 1 to ANTAL-KUNDER-BEROERT
           compute SIM-DELTA-DKK =
               KD-GEBYR-NY (KD-INDEX) - KD-GEBYR-NU (KD-INDEX)
               - (KD-RENTE-NY (KD-INDEX) - KD-RENTE-NU (KD-INDEX))
           move KD-GEBYR-NU (KD-INDEX) to GEBYR-NU-E
           move KD-GEBYR-NY (KD-INDEX) to GEBYR-NY-E
           move KD-RENTE-NU (KD-INDEX) to RENTE-NU-E
           move KD-RENTE-NY (KD-INDEX) to RENTE-NY-E
           move SIM-DELTA-DKK to DELTA-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "KND KUNDE-ID="        delimited by size
               KD-KUNDE-ID (KD-INDEX) delimited by size
               " NAVN="               delimited by size
               function TRIM(KD-NAVN (KD-INDEX)) delimited by size
               " TIER="               delimited by size
               function TRIM(KD-TIER (KD-INDEX)) delimited by size
               " KONTI="              delimited by size
               KD-ANTAL-KONTI (KD-INDEX) delimited by size
               " GEBYR-NU="           delimited by size
               function TRIM(GEBYR-NU-E) delimited by size
               " GEBYR-NY="           delimited by size
               function TRIM(GEBYR-NY-E) delimited by size
               " RENTE-NU="           delimited by size
               function TRIM(RENTE-NU-E) delimited by size
               " RENTE-NY="           delimited by size
               function TRIM(RENTE-NY-E) delimited by size
               " DELTA="              delimited by size
               function TRIM(DELTA-E) delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           exit.

      skriv-en-gruppe.
           if GR-ART-NR (GR-INDEX) = 2
               move "PRD" to ART-TEKST
               move "KONTI" to ANTAL-TEKST
           else
               move "TIR" to ART-TEKST
               move "KUNDER" to ANTAL-TEKST
           end-if
           compute SIM-DELTA-DKK =
               GR-GEBYR-NY (GR-INDEX) - GR-GEBYR-NU (GR-INDEX)
               - (GR-RENTE-NY (GR-INDEX) - GR-RENTE-NU (GR-INDEX))
           move GR-GEBYR-NU (GR-INDEX) to GEBYR-NU-E
           move GR-GEBYR-NY (GR-INDEX) to GEBYR-NY-E
           move GR-RENTE-NU (GR-INDEX) to RENTE-NU-E
           move GR-RENTE-NY (GR-INDEX) to RENTE-NY-E
           move SIM-DELTA-DKK to DELTA-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               ART-TEKST              delimited by size
               " NOEGLE="             delimited by size
               function TRIM(GR-NOEGLE (GR-INDEX)) delimited by size
               " "                    delimited by size
               function TRIM(ANTAL-TEKST) delimited by size
               "="                    delimited by size
               GR-ANTAL-POSTER (GR-INDEX) delimited by size
               " BEROERT="            delimited by size
               GR-ANTAL-BEROERT (GR-INDEX) delimited by size
               " GEBYR-NU="           delimited by size
               function TRIM(GEBYR-NU-E) delimited by size
               " GEBYR-NY="           delimited by size
               function TRIM(GEBYR-NY-E) delimited by size
               " RENTE-NU="           delimited by size
               function TRIM(RENTE-NU-E) delimited by size
               " RENTE-NY="           delimited by size
               function TRIM(RENTE-NY-E) delimited by size
               " DELTA="              delimited by size
               function TRIM(DELTA-E) delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
           exit.

     *> --- SORT input: kunder, hvis pris stiger under forslaget ---
      frigiv-stigninger.
           perform varying KD-INDEX from 1 by 1
               until KD-INDEX > KD-ANTAL
               compute ST-STIGNING =
                   KD-GEBYR-NY (KD-INDEX) - KD-GEBYR-NU (KD-INDEX)
                   - (KD-RENTE-NY (KD-INDEX) - KD-RENTE-NU (KD-INDEX))
               if ST-STIGNING > 0
                   move KD-KUNDE-ID (KD-INDEX) to ST-KUNDE-ID
                   move KD-INDEX to ST-INDEX
                   release Sort-Top-Record
               end-if
           end-perform
           exit.

     *> --- De TOP-ANTAL stoerste stigninger for den enkelte kunde ---
      skriv-top-liste.
           move "N" to EOF-check-sort
           perform until end-of-file-sort
               return Sort-Top-Work
                   at end move "Y" to EOF-check-sort
                   not at end
                       if TOP-NR < TOP-ANTAL
                           perform skriv-en-top-kunde
                       end-if
               end-return
           end-perform
           exit.

      skriv-en-top-kunde.
           add 1 to TOP-NR
           move ST-INDEX to KD-INDEX
           move ST-STIGNING to DELTA-E
           move spaces to Rapport-Linje
           move 1 to pos
           string
               "TOP NR="              delimited by size
               TOP-NR                 delimited by size
               " KUNDE-ID="           delimited by size
               KD-KUNDE-ID (KD-INDEX) delimited by size
               " NAVN="               delimited by size
               function TRIM(KD-NAVN (KD-INDEX)) delimited by size
               " TIER="               delimited by size
               function TRIM(KD-TIER (KD-INDEX)) delimited by size
               " STIGNING="           delimited by size
               function TRIM(DELTA-E) delimited by size
                  into Rapport-Linje
                  with pointer pos
           end-string
           write Rapport-Linje
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
           move "gebyrSimulering" to KAP-PROGRAM
           move "RENTE-SATS-FIL-TABEL" to KAP-TABEL
           move RSF-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "FORSLAG-PRODUKT-TABEL" to KAP-TABEL
           move FP-ANTAL to KAP-ANTAL
           move 200 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-TABEL" to KAP-TABEL
           move KD-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KO-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "HISTORIK-TABEL" to KAP-TABEL
           move HK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "GRUPPE-TABEL" to KAP-TABEL
           move GR-ANTAL to KAP-ANTAL
           move 1000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
