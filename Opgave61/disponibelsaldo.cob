      identification division.
      program-id. disponibelSaldo.

     *> --- Disponibel saldo: bygger den faelles disponible position
     *>     pr. Konto-ID, som debit-intag-trinnene haandhaever
     *>     daekningen mod - se DisponibelTabel.cpy. Koeres som
     *>     foerste intag-trin, baade i nattens kaede og i hver
     *>     intradag-intag-cyklus, saa positionen altid er bygget
     *>     paa den aktuelle Transaktioner.txt plus arkivfilerne i
     *>     ArkivListe.txt - opgave10 flytter hver nat de behandlede
     *>     aar ud i TransaktionerArkiv_<tidsstempel>.txt, og uden
     *>     arkiverne ville saldoen kun bestaa af posteringerne
     *>     siden seneste arkivering:
     *>       - bogfoert saldo: summen af alle posteringer dateret
     *>         foer i dag
     *>       - dagens bevaegelse: posteringer dateret i dag (ogsaa
     *>         dem, en tidligere cyklus samme dag har godkendt)
     *>       - fremtidigt daterede posteringer taeller ikke med -
     *>         de er endnu ikke traadt i kraft
     *>       - rammen: bevilget overtraek fra OvertraekGraenser.txt;
     *>         ejes kontoen af en kunde, der er markeret i
     *>         skyldnerregistret (Skyldner-Status R i
     *>         Kundeoplysninger.txt - skyldnerRegister, Opgave80),
     *>         skaeres rammen ned til det allerede udnyttede, saa
     *>         der ikke kan traekkes ny kredit
     *>       - reserveret: aabne kortreservationer fra
     *>         KortReservationer.txt (kortAutorisation, Opgave62) -
     *>         et autoriseret, endnu ikke clearet koeb er allerede
     *>         brugt og traekkes fra det disponible - og
     *>         indleverede checks under holdeperioden (BUTIK
     *>         "CHECK:", valoer efter i dag - checkIndlevering,
     *>         Opgave73) - og pantsatte indlaan (type D i
     *>         Sikkerheder.txt) for et laan med restgaeld: det
     *>         pantsatte beloeb holdes som reserveret, saa kontoen
     *>         ikke kan haeves under pantet
     *>     Alle konti i KontoMaster.txt faar en raekke, ogsaa uden
     *>     posteringer, saa en ny konto uden indestaaende ikke
     *>     slipper uden om kontrollen.
     *>     Resultatet skrives til text-files/DisponibelSaldo.txt,
     *>     som intag-trinnene laeser, foerer frem med det, de selv
     *>     godkender, og skriver tilbage.

      environment division.
      input-output section.
      file-control.
           select Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
     *> --- De arkiverede posteringer - samme liste, som ---
     *> --- saldoAttest (Opgave56) summerer ---
           select optional Arkiv-Liste-In
               assign to "text-files/ArkivListe.txt"
               organization is line sequential.
           select optional Arkiv-Fil-In
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
           select optional Overtraek-Graense-In
               assign to "text-files/OvertraekGraenser.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Kort-Reservation-In
               assign to "text-files/KortReservationer.txt"
               organization is line sequential.
           select optional Sikkerhed-In
               assign to "text-files/Sikkerheder.txt"
               organization is line sequential.
           select optional Laan-Master-In
               assign to "text-files/LaanMaster.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select Disponibel-Saldo-Out
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG               pic x(3).
           02 THT-ANTAL             pic 9(7).
           02 FILLER                pic x(196).
      fd Arkiv-Liste-In.
      01 Arkiv-Liste-Linje         pic x(100).
      fd Arkiv-Fil-In.
     *> --- Arkivposter baerer opgave10's koersels-reference efter ---
     *> --- valoerdatoen ---
      01 Arkiv-Transaktion.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
           02 ARKIV-KOERSEL-REF     pic x(7).
      fd Overtraek-Graense-In.
      01 Overtraek-Graense-Linje.
           02 OG-KONTO-ID-IN       pic x(14).
           02 OG-GRAENSE-DKK-IN    pic 9(13)v99.
           02 OG-KONTRAKT-SATS-IN  pic 9(2)v9999.
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 KM-REG-NR-IN         pic x(6).
           02 KM-KUNDE-ID-IN       pic x(10).
           02 KM-OPRETTET-DATO-IN  pic x(10).
           02 KM-PRODUKT-KODE-IN   pic x(4).
      fd Kort-Reservation-In.
      01 Kort-Reservation-Linje.
           02 KR-AUT-REF-IN        pic x(12).
           02 KR-KONTO-ID-IN       pic x(14).
           02 KR-KONTO-REF-IN      pic x(14).
           02 KR-FORRETNING-IN     pic x(30).
           02 KR-BELOB-IN          pic 9(13)v99.
           02 KR-VALUTA-IN         pic x(4).
           02 KR-AUT-TIDSPUNKT-IN  pic x(26).
      fd Sikkerhed-In.
      01 Sikkerhed-Linje.
           copy "Opgave10/Copybooks/Sikkerhed.cpy".
      fd Laan-Master-In.
      01 Laan-Master-Linje.
           02 LM-LAAN-ID-IN         pic x(8).
           02 LM-KONTO-ID-IN        pic x(14).
           02 LM-REG-NR-IN          pic x(6).
           02 LM-KUNDE-ID-IN        pic x(10).
           02 LM-HOVEDSTOL-IN       pic 9(13)v99.
           02 LM-RESTGAELD-IN       pic 9(13)v99.
           02 LM-RENTE-SATS-IN      pic 9(2)v9999.
           02 LM-LOEBETID-MDR-IN    pic 9(3).
           02 LM-FORFALD-DAG-IN     pic 9(2).
           02 LM-FOERSTE-DATO-IN    pic x(10).
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Disponibel-Saldo-Out.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-OUT      pic x(14).
           02 DP-BOGFOERT-OUT      pic x(17).
           02 DP-DAGENS-OUT        pic x(17).
           02 DP-RAMME-OUT         pic x(17).
           02 DP-RESERVERET-OUT    pic x(17).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-arkiv-liste    pic x value "N".
           88 end-of-file-arkiv-liste value "Y".
      01 EOF-check-arkiv          pic x value "N".
           88 end-of-file-arkiv   value "Y".
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 ANTAL-ARKIV-FILER        pic 9(5) value 0.
      01 ANTAL-ARKIV-LAEST        pic 9(9) value 0.
      01 EOF-check-overtraek      pic x value "N".
           88 end-of-file-overtraek value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-kortres        pic x value "N".
           88 end-of-file-kortres value "Y".
      01 EOF-check-sikkerhed      pic x value "N".
           88 end-of-file-sikkerhed value "Y".
      01 EOF-check-laan           pic x value "N".
           88 end-of-file-laan    value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
     *> --- Kunder markeret i skyldnerregistret - ingen ny kredit ---
      01 Skyldner-Tabel.
           02 SK-ANTAL             pic 9(5) value 0.
           02 SK-KUNDE-ID          pic x(10) occurs 20000 times.
      01 SK-INDEX                 pic 9(5) value 0.
      01 SK-FUND-FLAG             pic x value "N".
           88 SK-FUNDET           value "Y".
           88 SK-IKKE-FUNDET      value "N".
      01 UDNYTTET-DKK             pic s9(13)v99 COMP-3 value 0.
      01 ANTAL-RAMMER-SPAERRET    pic 9(7) value 0.
     *> --- Laanene med restgaeld - kun de binder et pant ---
      01 Aktiv-Laan-Tabel.
           02 AL-ANTAL             pic 9(5) value 0.
           02 AL-LAAN-ID           pic x(8) occurs 20000 times.
      01 AL-INDEX                 pic 9(5) value 0.
      01 AL-FUND-FLAG             pic x value "N".
           88 AL-FUNDET           value "Y".
           88 AL-IKKE-FUNDET      value "N".
      copy "Opgave10/Copybooks/DisponibelTabel.cpy".
      01 DAGS-DATO                pic x(10) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 POSTERING-DATO           pic x(10) value spaces.
      01 POSTERING-BELOB          pic s9(13)v99 COMP-3 value 0.
      01 ANTAL-TRANS-LAEST        pic 9(7) value 0.
      01 ANTAL-TRANS-FREMTID      pic 9(7) value 0.
      01 ANTAL-TRANS-UGYLDIG      pic 9(7) value 0.
      01 ANTAL-RAMMER             pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.
      01 ANTAL-RESERVATIONER      pic 9(7) value 0.
      01 ANTAL-PANTSAT            pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: stamkonti, rammer, posteringer - og skriv ---
     *> --- positionsfilen ---
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
           move 0 to DSP-ANTAL
           perform indlæs-konto-master
           perform indlæs-overtraek-graenser
           perform opgoer-posteringer
           perform opgoer-arkiverne
           perform indlæs-kort-reservationer
           perform indlæs-aktive-laan
           perform indlæs-pantsatte-indlaan
           perform indlæs-skyldnere
           if SK-ANTAL > 0
               perform spaer-ny-kredit
           end-if
           perform skriv-disponibel-saldo
           display "Disponibel saldo: " DSP-ANTAL " konti, "
               ANTAL-TRANS-LAEST " posteringer laest, "
               ANTAL-TRANS-FREMTID " fremtidigt daterede sprunget "
               "over, " ANTAL-RAMMER " kreditrammer, "
               ANTAL-RESERVATIONER " kortreservationer, "
               ANTAL-PANTSAT " pantsatte indlaan"
           display "Disponibel saldo: " ANTAL-ARKIV-LAEST
               " arkiverede posteringer laest fra " ANTAL-ARKIV-FILER
               " arkivfil(er)"
           if ANTAL-RAMMER-SPAERRET > 0
               display "Disponibel saldo: " ANTAL-RAMMER-SPAERRET
                   " kreditramme(r) begraenset til det udnyttede "
                   "(kunde i skyldnerregistret)"
           end-if
           if ANTAL-TRANS-UGYLDIG > 0
               display "Disponibel saldo: " ANTAL-TRANS-UGYLDIG
                   " posteringer med ugyldigt beloeb ikke medregnet"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "ADVARSEL: disponibel-tabellen fuld - "
                   ANTAL-TABEL-FULD " konti uden position (ingen "
                   "daekningskontrol)"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- Alle stamkonti faar en position, ogsaa uden posteringer ---
      indlæs-konto-master.
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN not = spaces
                           move KM-KONTO-ID-IN
                               to DISPONIBEL-OPSLAG-KONTO
                           perform find-eller-opret-position
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

     *> --- Den bevilgede kreditramme pr. konto - samme fil og ---
     *> --- layout som opgave10's indlæs-overtraek-graenser ---
      indlæs-overtraek-graenser.
           move "N" to EOF-check-overtraek
           open input Overtraek-Graense-In
           perform until end-of-file-overtraek
               read Overtraek-Graense-In
                   at end move "Y" to EOF-check-overtraek
                   not at end
                       move OG-KONTO-ID-IN to DISPONIBEL-OPSLAG-KONTO
                       perform find-eller-opret-position
                       if KONTO-HAR-POSITION
                           add 1 to ANTAL-RAMMER
                           move OG-GRAENSE-DKK-IN
                               to DSP-RAMME-DKK (DSP-INDEX)
                       end-if
               end-read
           end-perform
           close Overtraek-Graense-In
           exit.

     *> --- De aabne kortreservationer laegges sammen pr. konto - ---
     *> --- registret holder kun aabne reservationer, se ---
     *> --- KortReservationTabel.cpy ---
      indlæs-kort-reservationer.
           move "N" to EOF-check-kortres
           open input Kort-Reservation-In
           perform until end-of-file-kortres
               read Kort-Reservation-In
                   at end move "Y" to EOF-check-kortres
                   not at end
                       move KR-KONTO-ID-IN to DISPONIBEL-OPSLAG-KONTO
                       perform find-eller-opret-position
                       if KONTO-HAR-POSITION
                           add 1 to ANTAL-RESERVATIONER
                           add KR-BELOB-IN
                               to DSP-RESERVERET-DKK (DSP-INDEX)
                       end-if
               end-read
           end-perform
           close Kort-Reservation-In
           exit.

      indlæs-aktive-laan.
           move 0 to AL-ANTAL
           move "N" to EOF-check-laan
           open input Laan-Master-In
           perform until end-of-file-laan
               read Laan-Master-In
                   at end move "Y" to EOF-check-laan
                   not at end
                       if LM-LAAN-ID-IN not = spaces
                           and LM-RESTGAELD-IN is numeric
                           and LM-RESTGAELD-IN > 0
                           and AL-ANTAL < 20000
                           add 1 to AL-ANTAL
                           move LM-LAAN-ID-IN to AL-LAAN-ID (AL-ANTAL)
                       end-if
               end-read
           end-perform
           close Laan-Master-In
           exit.

     *> --- Et pantsat indlaan for et laan med restgaeld holdes ---
     *> --- som reserveret med det pantsatte beloeb ---
      indlæs-pantsatte-indlaan.
           move "N" to EOF-check-sikkerhed
           open input Sikkerhed-In
           perform until end-of-file-sikkerhed
               read Sikkerhed-In
                   at end move "Y" to EOF-check-sikkerhed
                   not at end
                       if SH-TYPE = "D" and SH-KONTO-ID not = spaces
                           and SH-VAERDI is numeric
                           perform reserver-pantsat-indlaan
                       end-if
               end-read
           end-perform
           close Sikkerhed-In
           exit.

      reserver-pantsat-indlaan.
           set AL-IKKE-FUNDET to TRUE
           perform varying AL-INDEX from 1 by 1
               until AL-FUNDET or AL-INDEX > AL-ANTAL
               if AL-LAAN-ID (AL-INDEX) = SH-LAAN-ID
                   set AL-FUNDET to TRUE
               end-if
           end-perform
           if AL-IKKE-FUNDET
               exit paragraph
           end-if
           move SH-KONTO-ID to DISPONIBEL-OPSLAG-KONTO
           perform find-eller-opret-position
           if KONTO-HAR-POSITION
               add 1 to ANTAL-PANTSAT
               add SH-VAERDI to DSP-RESERVERET-DKK (DSP-INDEX)
           end-if
           exit.

      indlæs-skyldnere.
           move 0 to SK-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Skyldner-Status = "R" and SK-ANTAL < 20000
                           add 1 to SK-ANTAL
                           move Kunde-Id of Kunde-Information
                               to SK-KUNDE-ID (SK-ANTAL)
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

     *> --- En markeret kundes konti faar ingen ramme ud over det ---
     *> --- allerede traekkede: rammen saettes til det udnyttede ---
     *> --- overtraek (nul, hvis kontoen ikke er i minus) ---
      spaer-ny-kredit.
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       if KM-KONTO-ID-IN not = spaces
                           perform spaer-en-konto
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      spaer-en-konto.
           set SK-IKKE-FUNDET to TRUE
           perform varying SK-INDEX from 1 by 1
               until SK-FUNDET or SK-INDEX > SK-ANTAL
               if SK-KUNDE-ID (SK-INDEX) = KM-KUNDE-ID-IN
                   set SK-FUNDET to TRUE
               end-if
           end-perform
           if SK-IKKE-FUNDET
               exit paragraph
           end-if
           move KM-KONTO-ID-IN to DISPONIBEL-OPSLAG-KONTO
           perform find-eller-opret-position
           if KONTO-UDEN-POSITION
               exit paragraph
           end-if
           compute UDNYTTET-DKK = 0
               - DSP-BOGFOERT-SALDO (DSP-INDEX)
               - DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
           if UDNYTTET-DKK < 0
               move 0 to UDNYTTET-DKK
           end-if
           if UDNYTTET-DKK < DSP-RAMME-DKK (DSP-INDEX)
               add 1 to ANTAL-RAMMER-SPAERRET
               move UDNYTTET-DKK to DSP-RAMME-DKK (DSP-INDEX)
           end-if
           exit.

     *> --- Summerer Transaktioner.txt (uden HDR/TRL) pr. konto: ---
     *> --- foer i dag = bogfoert, i dag = dagens bevaegelse ---
      opgoer-posteringer.
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
                           add 1 to ANTAL-TRANS-LAEST
                           perform opgoer-en-postering
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

     *> --- Summerer arkivfilerne fra ArkivListe.txt efter samme ---
     *> --- regler - de arkiverede posteringer er en del af den ---
     *> --- bogfoerte saldo ---
      opgoer-arkiverne.
           move "N" to EOF-check-arkiv-liste
           open input Arkiv-Liste-In
           perform until end-of-file-arkiv-liste
               read Arkiv-Liste-In
                   at end move "Y" to EOF-check-arkiv-liste
                   not at end
                       if Arkiv-Liste-Linje not = spaces
                           move Arkiv-Liste-Linje to ARKIV-FIL-NAVN
                           add 1 to ANTAL-ARKIV-FILER
                           perform opgoer-en-arkiv-fil
                       end-if
               end-read
           end-perform
           close Arkiv-Liste-In
           exit.

      opgoer-en-arkiv-fil.
           move "N" to EOF-check-arkiv
           open input Arkiv-Fil-In
           perform until end-of-file-arkiv
               read Arkiv-Fil-In
                   at end move "Y" to EOF-check-arkiv
                   not at end
                       if KONTO-ID of Arkiv-Transaktion not = spaces
                           add 1 to ANTAL-ARKIV-LAEST
                           move Arkiv-Transaktion (1:206)
                               to Transaktion-Information
                           perform opgoer-en-postering
                       end-if
               end-read
           end-perform
           close Arkiv-Fil-In
           exit.

      opgoer-en-postering.
           if function TEST-NUMVAL(BELOB of Transaktion-Information)
               not = 0
               add 1 to ANTAL-TRANS-UGYLDIG
               exit paragraph
           end-if
           move DATO of Transaktion-Information (1:10)
               to POSTERING-DATO
           if POSTERING-DATO > DAGS-DATO
               add 1 to ANTAL-TRANS-FREMTID
               exit paragraph
           end-if
           move function NUMVAL(BELOB of Transaktion-Information)
               to POSTERING-BELOB
           move KONTO-ID of Transaktion-Information
               to DISPONIBEL-OPSLAG-KONTO
           perform find-eller-opret-position
           if KONTO-UDEN-POSITION
               exit paragraph
           end-if
           if POSTERING-DATO = DAGS-DATO
               add POSTERING-BELOB
                   to DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
           else
               add POSTERING-BELOB to DSP-BOGFOERT-SALDO (DSP-INDEX)
           end-if
     *> --- En indleveret check er foerst disponibel paa valoer- ---
     *> --- dagen - indtil da holdes den som reserveret. En retur ---
     *> --- foer valoerdagen har samme valoer og ophaever holdet ---
           if (BUTIK of Transaktion-Information (1:6) = "CHECK:"
               or BUTIK of Transaktion-Information (1:9) = "CHKRETUR:")
               and VALOER-DATO of Transaktion-Information > DAGS-DATO
               add POSTERING-BELOB to DSP-RESERVERET-DKK (DSP-INDEX)
           end-if
           exit.

     *> --- Slaar DISPONIBEL-OPSLAG-KONTO op og opretter en tom ---
     *> --- position, hvis kontoen er ny. Transaktionerne ligger ---
     *> --- typisk samlet pr. konto, saa sidst fundne raekke ---
     *> --- proeves foerst ---
      find-eller-opret-position.
           set KONTO-UDEN-POSITION to TRUE
           if DSP-INDEX > 0 and DSP-INDEX <= DSP-ANTAL
               if DSP-KONTO-ID (DSP-INDEX) = DISPONIBEL-OPSLAG-KONTO
                   set KONTO-HAR-POSITION to TRUE
                   exit paragraph
               end-if
           end-if
           perform varying DSP-INDEX from 1 by 1
               until KONTO-HAR-POSITION or DSP-INDEX > DSP-ANTAL
               if DSP-KONTO-ID (DSP-INDEX) = DISPONIBEL-OPSLAG-KONTO
                   set KONTO-HAR-POSITION to TRUE
               end-if
           end-perform
           if KONTO-HAR-POSITION
               subtract 1 from DSP-INDEX
               exit paragraph
           end-if
           if DSP-ANTAL >= MAX-DISPONIBEL
               add 1 to ANTAL-TABEL-FULD
               move 0 to DSP-INDEX
               exit paragraph
           end-if
           add 1 to DSP-ANTAL
           move DSP-ANTAL to DSP-INDEX
           move DISPONIBEL-OPSLAG-KONTO to DSP-KONTO-ID (DSP-INDEX)
           move 0 to DSP-BOGFOERT-SALDO (DSP-INDEX)
           move 0 to DSP-DAGENS-BEVAEGELSE (DSP-INDEX)
           move 0 to DSP-RAMME-DKK (DSP-INDEX)
           move 0 to DSP-RESERVERET-DKK (DSP-INDEX)
           set KONTO-HAR-POSITION to TRUE
           exit.

     *> --- En linje pr. konto: Konto-ID, bogfoert, dagens, ramme, ---
     *> --- reserveret ---
      skriv-disponibel-saldo.
           open output Disponibel-Saldo-Out
           perform varying DSP-INDEX from 1 by 1
               until DSP-INDEX > DSP-ANTAL
               move spaces to Disponibel-Saldo-Linje
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
               write Disponibel-Saldo-Linje
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
           move "disponibelSaldo" to KAP-PROGRAM
           move "SKYLDNER-TABEL" to KAP-TABEL
           move SK-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "AKTIV-LAAN-TABEL" to KAP-TABEL
           move AL-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "DISPONIBEL-TABEL" to KAP-TABEL
           move DSP-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
