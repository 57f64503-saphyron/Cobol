      identification division.
      program-id. renteOpsamling.

     *> --- Daglig renteperiodisering: beregn-og-skriv-rente i
     *>     opgave10 beregner renten een gang pr. udskriftsperiode,
     *>     og indtil tilskrivningen viste bankens regnskab hverken
     *>     optjent eller skyldig rente. Trinnet koeres hver nat
     *>     EFTER kontoudskriften og foerer den periodiserede rente
     *>     pr. Konto-ID frem i text-files/RenteOpsamling.txt:
     *>       - indlaansrente (art K) af en positiv saldo med samme
     *>         satsopslag som opgave10/saldoAttest: produktsatsen fra
     *>         KontoProdukter.txt, ellers den dato-virksomme sats fra
     *>         RenteSatser.txt med Rente.cpy som fallback - lukkede
     *>         konti (KontoStatus.txt "L") faar ingen
     *>       - overtraeksrente (art O) af en negativ saldo, to-delt
     *>         som i beregn-overtraeksrente-for-konto: kontraktsatsen
     *>         inden for rammen i OvertraekGraenser.txt, straffesatsen
     *>         fra OvertraekRente.cpy paa den overskydende del
     *>       - laanerente (art O/L) pr. laan i LaanMaster.txt af
     *>         restgaelden efter de forfaldne terminer - genberegnet
     *>         fra hovedstolen som i laanTerminer, saa fremtidigt
     *>         daterede terminer ikke nedskriver grundlaget for tidligt
     *>     Saldoen er nattens bogfoerte saldo plus dagens bevaegelse
     *>     fra DisponibelSaldo.txt (disponibelSaldo, Opgave61), og
     *>     renten er saldo x sats / 365 pr. dag siden forrige koersel
     *>     (en glemt nat indhentes med dagens saldo).
     *>
     *>     Maanedsskifte: paa maanedens sidste dag bogfoeres de
     *>     periodiserede, endnu ikke tilskrevne renter til
     *>     finansbogholderiet som RTPASOPS (indlaan) og RTAKTOPS
     *>     (overtraek og laan) - se FinansKontoTabel.cpy - og foerste
     *>     koersel i den nye maaned tilbagefoerer dem (RTPASTBF/
     *>     RTAKTTBF) pr. den 1. Blev maanedens sidste nat sprunget
     *>     over, indhentes periodiseringen pr. ultimo foer
     *>     tilbagefoerslen. Posteringerne appendes til
     *>     FinansPosteringer.txt som en selvstaendig blok med egen
     *>     markoer- og TRL-linje - samme konvention som overflow-
     *>     passenes tillaeg til filen.
     *>
     *>     Tilskrivning: opgave10 (indlaans- og overtraeksrente) og
     *>     laanTerminer (laanerente) skriver hver tilskrevet rente
     *>     til text-files/RenteTilskrevet.txt. Forfaldne linjer
     *>     frigiver kontoens periodisering, og det tilskrevne beloeb
     *>     kontrolleres mod den opsamlede rente afrundet til oere -
     *>     enhver forskel skrives til RenteOpsamlingAfvigelser.txt i
     *>     BETINGELSE=-formatet. Frigivelserne huskes i registret, saa
     *>     opgave10's gentagne tilskrivning af samme aar ikke frigives
     *>     to gange; tilskrivninger dateret foer opsamlingens start
     *>     ignoreres. Fremtidigt daterede linjer (laaneterminer for
     *>     resten af aaret) bliver staaende i filen til de forfalder.
     *>
     *>     Restance: en konto, hvis negative saldo overstiger den
     *>     bevilgede ramme (hele saldoen uden ramme), faar en D-linje
     *>     i registret med den dato, overtraeket foerst blev set - den
     *>     bliver staaende, saa laenge kontoen er i restance, og falder
     *>     ud, naar saldoen er inden for rammen igen. Dagene i restance
     *>     bruges af eclNedskrivning (Opgave78) til stage-inddelingen;
     *>     et laan er i restance sammen med den konto, terminerne
     *>     traekkes paa.

      environment division.
      input-output section.
      file-control.
           select optional Opsamling-In
               assign to "text-files/RenteOpsamling.txt"
               organization is line sequential.
           select Opsamling-Out
               assign to "text-files/RenteOpsamling.txt"
               organization is line sequential.
           select optional Tilskrevet-In
               assign to "text-files/RenteTilskrevet.txt"
               organization is line sequential.
           select Tilskrevet-Out
               assign to "text-files/RenteTilskrevet.txt"
               organization is line sequential.
           select Tilskrevet-Arkiv-Out
               assign to dynamic TILSKREVET-ARKIV-NAVN
               organization is line sequential.
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select optional Laan-Master-In
               assign to "text-files/LaanMaster.txt"
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
           select optional Overtraek-Graense-In
               assign to "text-files/OvertraekGraenser.txt"
               organization is line sequential.
           select Finans-Posteringer-Out
               assign to "text-files/FinansPosteringer.txt"
               organization is line sequential
               file status is FINANS-STATUS.
           select Afvigelse-Out
               assign to "text-files/RenteOpsamlingAfvigelser.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
     *> --- Registret har tre linjetyper, kendt paa foerste byte: ---
     *> --- S = status (een linje), A = aaben periodisering pr. ---
     *> --- konto/art/laan, F = frigivet tilskrivning, D = konto i ---
     *> --- restance (overtraek ud over rammen) ---
      fd Opsamling-In.
      01 Opsamling-Status-In.
           02 OS-TYPE-IN            pic x.
           02 OS-START-DATO-IN      pic x(10).
           02 OS-SIDST-KOERSEL-IN   pic x(10).
           02 OS-POSTERET-DATO-IN   pic x(10).
           02 OS-TILBAGEFOERT-IN    pic x.
           02 OS-POSTERET-PAS-IN    pic 9(13)v99.
           02 OS-POSTERET-AKT-IN    pic 9(13)v99.
      01 Opsamling-Konto-In.
           02 OA-TYPE-IN            pic x.
           02 OA-KONTO-ID-IN        pic x(14).
           02 OA-ART-IN             pic x.
           02 OA-REF-IN             pic x(8).
           02 OA-SIDST-DATO-IN      pic x(10).
           02 OA-OPSAMLET-IN        pic 9(11)v9999.
           02 OA-DAGSRENTE-IN       pic 9(9)v9999.
      01 Opsamling-Frigivet-In.
           02 OF-TYPE-IN            pic x.
           02 OF-KONTO-ID-IN        pic x(14).
           02 OF-ART-IN             pic x.
           02 OF-REF-IN             pic x(8).
           02 OF-TILSKREVET-DATO-IN pic x(10).
           02 OF-TILSKREVET-IN      pic 9(11)v99.
           02 OF-OPSAMLET-IN        pic 9(11)v9999.
           02 OF-FRIGIVET-DATO-IN   pic x(10).
      01 Opsamling-Restance-In.
           02 OD-TYPE-IN            pic x.
           02 OD-KONTO-ID-IN        pic x(14).
           02 OD-RESTANCE-FRA-IN    pic x(10).
           02 OD-SENEST-DATO-IN     pic x(10).
      fd Opsamling-Out.
      01 Opsamling-Linje-Ud        pic x(80).
      fd Tilskrevet-In.
      01 Tilskrevet-Linje.
           copy "Opgave10/Copybooks/RenteTilskrevet.cpy".
      fd Tilskrevet-Out.
      01 Tilskrevet-Ud-Linje.
           copy "Opgave10/Copybooks/RenteTilskrevet.cpy".
      fd Tilskrevet-Arkiv-Out.
      01 Tilskrevet-Arkiv-Linje    pic x(58).
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN       pic x(14).
           02 DP-BOGFOERT-IN       pic x(17).
           02 DP-DAGENS-IN         pic x(17).
           02 DP-RAMME-IN          pic x(17).
           02 DP-RESERVERET-IN     pic x(17).
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
      fd Konto-Status-In.
      01 Konto-Status-Linje.
           02 KS-KONTO-ID-IN       pic x(14).
           02 KS-STATUS-KODE-IN    pic x.
           02 KS-LUKKE-DATO-IN     pic x(10).
      fd Konto-Produkt-In.
      01 Konto-Produkt-Linje.
           02 KP-KONTO-ID-IN       pic x(14).
           02 KP-PRODUKT-KODE-IN   pic x(4).
           02 KP-PRODUKT-NAVN-IN   pic x(20).
           02 KP-GEBYR-DKK-IN      pic 9(9)v99.
           02 KP-RENTE-SATS-IN     pic 9(2)v9999.
      fd Rente-Satser-In.
      01 Rente-Sats-Linje.
           02 RSF-STATUS-KODE-IN   pic x.
           02 RSF-GYLDIG-FRA-IN    pic x(10).
           02 RSF-SATS-IN          pic 9(2)v9999.
      fd Overtraek-Graense-In.
      01 Overtraek-Graense-Linje.
           02 OG-KONTO-ID-IN       pic x(14).
           02 OG-GRAENSE-DKK-IN    pic 9(13)v99.
           02 OG-KONTRAKT-SATS-IN  pic 9(2)v9999.
      fd Finans-Posteringer-Out.
      01 Finans-Posteringer-Linje  pic x(100) value spaces.
      fd Afvigelse-Out.
      01 Afvigelse-Linje           pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-opsamling      pic x value "N".
           88 end-of-file-opsamling value "Y".
      01 EOF-check-tilskrevet     pic x value "N".
           88 end-of-file-tilskrevet value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 EOF-check-laan           pic x value "N".
           88 end-of-file-laan    value "Y".
      01 EOF-check-status         pic x value "N".
           88 end-of-file-status  value "Y".
      01 EOF-check-produkt        pic x value "N".
           88 end-of-file-produkt value "Y".
      01 EOF-check-satser         pic x value "N".
           88 end-of-file-satser  value "Y".
      01 EOF-check-overtraek      pic x value "N".
           88 end-of-file-overtraek value "Y".
      01 pos                      pic 9(4) value 1.
      01 FINANS-STATUS            pic x(2) value spaces.
      01 ARKIV-TIDSSTEMPEL        pic x(21) value spaces.
      01 TILSKREVET-ARKIV-NAVN    pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
     *> --- Dato-regning: yyyy-mm-dd <-> dagnummer ---
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD-X           pic x(8)  value spaces.
           02 DATO-YMD             pic 9(8)  value 0.
           02 DATO-DAG-NR          pic 9(8)  value 0.
           02 DAGS-DAG-NR          pic 9(8)  value 0.
      01 OPSAMLINGS-DAGE          pic 9(5) value 0.
      01 ULTIMO-FLAG              pic x value "N".
           88 DAGS-DATO-ER-ULTIMO value "J".
     *> --- Registrets statuslinje ---
      01 Opsamling-Status.
           02 OS-START-DATO        pic x(10) value spaces.
           02 OS-SIDST-KOERSEL     pic x(10) value spaces.
           02 OS-POSTERET-DATO     pic x(10) value spaces.
           02 OS-TILBAGEFOERT      pic x value "J".
              88 OS-ER-TILBAGEFOERT value "J".
           02 OS-POSTERET-PAS      pic 9(13)v99 value 0.
           02 OS-POSTERET-AKT      pic 9(13)v99 value 0.
      01 Opsamling-Status-Ud.
           02 FILLER               pic x value "S".
           02 OS-START-DATO-UD     pic x(10).
           02 OS-SIDST-KOERSEL-UD  pic x(10).
           02 OS-POSTERET-DATO-UD  pic x(10).
           02 OS-TILBAGEFOERT-UD   pic x.
           02 OS-POSTERET-PAS-UD   pic 9(13)v99.
           02 OS-POSTERET-AKT-UD   pic 9(13)v99.
     *> --- De aabne periodiseringer ---
      01 Opsamling-Tabel.
           02 OA-ANTAL             pic 9(5) value 0.
           02 OA-POST OCCURS 50000 TIMES.
              03 OA-KONTO-ID       pic x(14).
              03 OA-ART            pic x.
                 88 OA-INDLAAN     value "K".
              03 OA-REF            pic x(8).
              03 OA-SIDST-DATO     pic x(10).
              03 OA-OPSAMLET       pic 9(11)v9999.
              03 OA-DAGSRENTE      pic 9(9)v9999.
      01 MAX-OPSAMLING            pic 9(5) value 50000.
      01 OA-INDEX                 pic 9(5) value 0.
      01 OA-FUND-FLAG             pic x value "N".
           88 OA-FUNDET           value "J".
           88 OA-IKKE-FUNDET      value "N".
      01 Opsamling-Konto-Ud.
           02 FILLER               pic x value "A".
           02 OA-KONTO-ID-UD       pic x(14).
           02 OA-ART-UD            pic x.
           02 OA-REF-UD            pic x(8).
           02 OA-SIDST-DATO-UD     pic x(10).
           02 OA-OPSAMLET-UD       pic 9(11)v9999.
           02 OA-DAGSRENTE-UD      pic 9(9)v9999.
      01 OA-OPSLAG-KONTO          pic x(14) value spaces.
      01 OA-OPSLAG-ART            pic x value spaces.
      01 OA-OPSLAG-REF            pic x(8) value spaces.
     *> --- De frigivne tilskrivninger - dedup mod gentagelser ---
      01 Frigivet-Tabel.
           02 OF-ANTAL             pic 9(5) value 0.
           02 OF-POST OCCURS 50000 TIMES.
              03 OF-KONTO-ID       pic x(14).
              03 OF-ART            pic x.
              03 OF-REF            pic x(8).
              03 OF-TILSKREVET-DATO pic x(10).
              03 OF-TILSKREVET     pic 9(11)v99.
              03 OF-OPSAMLET       pic 9(11)v9999.
              03 OF-FRIGIVET-DATO  pic x(10).
      01 MAX-FRIGIVET             pic 9(5) value 50000.
      01 OF-INDEX                 pic 9(5) value 0.
      01 OF-FUND-FLAG             pic x value "N".
           88 OF-FUNDET           value "J".
           88 OF-IKKE-FUNDET      value "N".
      01 Opsamling-Frigivet-Ud.
           02 FILLER               pic x value "F".
           02 OF-KONTO-ID-UD       pic x(14).
           02 OF-ART-UD            pic x.
           02 OF-REF-UD            pic x(8).
           02 OF-TILSKREVET-DATO-UD pic x(10).
           02 OF-TILSKREVET-UD     pic 9(11)v99.
           02 OF-OPSAMLET-UD       pic 9(11)v9999.
           02 OF-FRIGIVET-DATO-UD  pic x(10).
     *> --- Konti i restance - D-linjerne ---
      01 Restance-Tabel.
           02 OD-ANTAL             pic 9(5) value 0.
           02 OD-POST OCCURS 50000 TIMES.
              03 OD-KONTO-ID       pic x(14).
              03 OD-RESTANCE-FRA   pic x(10).
              03 OD-SENEST-DATO    pic x(10).
              03 OD-AKTIV          pic x.
                 88 OD-ER-AKTIV    value "J".
      01 MAX-RESTANCE             pic 9(5) value 50000.
      01 OD-INDEX                 pic 9(5) value 0.
      01 OD-FUND-FLAG             pic x value "N".
           88 OD-FUNDET           value "J".
           88 OD-IKKE-FUNDET      value "N".
      01 Opsamling-Restance-Ud.
           02 FILLER               pic x value "D".
           02 OD-KONTO-ID-UD       pic x(14).
           02 OD-RESTANCE-FRA-UD   pic x(10).
           02 OD-SENEST-DATO-UD    pic x(10).
     *> --- Tilskrivningsfilen i memory - de ikke-forfaldne ---
     *> --- linjer skrives tilbage ---
      01 Tilskrevet-Tabel.
           02 TS-ANTAL             pic 9(5) value 0.
           02 TS-POST OCCURS 20000 TIMES.
              03 TS-LINJE          pic x(58).
              03 TS-FORFALDEN      pic x.
                 88 TS-ER-FORFALDEN value "J".
      01 TS-INDEX                 pic 9(5) value 0.
      01 ANTAL-TS-FORFALDNE       pic 9(5) value 0.
     *> --- Stamdata til satsopslaget ---
      01 Produkt-Sats-Tabel.
           02 PS-ANTAL             pic 9(5) value 0.
           02 PS-POST OCCURS 50000 TIMES.
              03 PS-KONTO-ID       pic x(14).
              03 PS-RENTE-SATS     pic 9(2)v9999.
      01 PS-INDEX                 pic 9(5) value 0.
      01 Status-Sats-Tabel.
           02 SS-ANTAL             pic 9(5) value 0.
           02 SS-POST OCCURS 50000 TIMES.
              03 SS-KONTO-ID       pic x(14).
              03 SS-STATUS-KODE    pic x.
      01 SS-INDEX                 pic 9(5) value 0.
      01 Rente-Felter.
           copy "Opgave10/Copybooks/Rente.cpy".
      copy "Opgave10/Copybooks/RenteSatsFil.cpy".
      01 RENTE-SATS-FUND-FLAG     pic x value "N".
           88 RENTE-SATS-FUNDET   value "Y".
           88 RENTE-SATS-IKKE-FUNDET value "N".
      01 PRODUKT-SATS-FLAG        pic x value "N".
           88 PRODUKT-SATS-FUNDET value "Y".
           88 PRODUKT-SATS-IKKE-FUNDET value "N".
      01 overtraek-rente-beregning.
           copy "Opgave10/Copybooks/OvertraekRente.cpy".
      copy "Opgave10/Copybooks/OvertraekGraenseTabel.cpy".
     *> --- Finanskonto-mapningen og posteringsfelterne ---
      01 finans-postering.
           copy "Opgave10/Copybooks/FinansKontoTabel.cpy".
     *> --- Koerslens finansposteringer - skrives samlet som een ---
     *> --- blok til sidst ---
      01 Finans-Blok-Tabel.
           02 FB-ANTAL             pic 9(2) value 0.
           02 FB-POST OCCURS 10 TIMES.
              03 FB-ART            pic x(8).
              03 FB-TEKST          pic x(20).
              03 FB-DATO           pic x(10).
              03 FB-BELOB-DKK      pic s9(13)v99 COMP-3.
      01 FB-INDEX                 pic 9(2) value 0.
     *> --- Beregningsfelter ---
      01 AKTUEL-KONTO-ID          pic x(14) value spaces.
      01 AKTUEL-SALDO-DKK         pic s9(13)v99 COMP-3 value 0.
      01 AKTUEL-SATS              pic 9(2)v9999 value 0.
      01 NEGATIV-SALDO-DKK        pic s9(13)v99 COMP-3 value 0.
      01 BEVILGET-DEL-DKK         pic s9(13)v99 COMP-3 value 0.
      01 OVERSKYDENDE-DEL-DKK     pic s9(13)v99 COMP-3 value 0.
      01 DAGSRENTE                pic 9(9)v9999 value 0.
      01 PERIODE-RENTE            pic 9(11)v9999 value 0.
      01 Laan-Felter.
           02 LAAN-AFDRAG-DKK      pic s9(13)v99 COMP-3 value 0.
           02 LAAN-RESTGAELD-DKK   pic s9(13)v99 COMP-3 value 0.
           02 LAAN-MAANEDER        pic s9(5) value 0.
           02 LAAN-FORFALDNE       pic s9(5) value 0.
           02 LAAN-FORFALD-DAG     pic 9(2) value 0.
           02 LAAN-FOERSTE-AAR     pic 9(4) value 0.
           02 LAAN-FOERSTE-MD      pic 9(2) value 0.
           02 DAGS-AAR             pic 9(4) value 0.
           02 DAGS-MD              pic 9(2) value 0.
           02 DAGS-DAG             pic 9(2) value 0.
      01 OPSAMLET-OERE            pic 9(11)v99 value 0.
      01 TILSKREVET-DKK           pic 9(11)v99 value 0.
      01 DIFFERENCE-DKK           pic s9(11)v99 value 0.
      01 SUM-PAS-DKK              pic s9(13)v99 COMP-3 value 0.
      01 SUM-AKT-DKK              pic s9(13)v99 COMP-3 value 0.
      01 POSTERINGS-DATO          pic x(10) value spaces.
      01 BELOB-E                  pic -(12)9.99.
      01 BELOB-2-E                pic -(12)9.99.
      01 BELOB-3-E                pic -(12)9.99.
      01 ANTAL-KONTI-OPSAMLET     pic 9(7) value 0.
      01 ANTAL-LAAN-OPSAMLET      pic 9(7) value 0.
      01 ANTAL-FRIGIVET           pic 9(7) value 0.
      01 ANTAL-AFVIGELSER         pic 9(7) value 0.
      01 ANTAL-DUBLETTER          pic 9(7) value 0.
      01 ANTAL-FOER-START         pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.
      01 ANTAL-I-RESTANCE         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: maanedsskiftets tilbagefoersel, ---
     *> --- frigivelse af tilskrevne renter, nattens opsamling, ---
     *> --- ultimo-periodisering, og registret skrives frem ---
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
           move DAGS-DATO to DATO-TEKST
           perform dato-til-dag-nr
           move DATO-DAG-NR to DAGS-DAG-NR
           perform indlæs-opsamling
           if OS-START-DATO = spaces
               move DAGS-DATO to OS-START-DATO
           end-if
           perform beregn-opsamlings-dage
           perform indlæs-produkt-satser
           perform indlæs-status-koder
           perform indlæs-rente-sats-fil
           perform indlæs-overtraek-graenser
           open output Afvigelse-Out
           perform behandl-maanedsskifte
           perform frigiv-tilskrivninger
           close Afvigelse-Out
           if OPSAMLINGS-DAGE > 0
               perform opsaml-konti
               perform opsaml-laan
           end-if
           perform afgoer-ultimo
           if DAGS-DATO-ER-ULTIMO and OS-POSTERET-DATO not = DAGS-DATO
               move DAGS-DATO to POSTERINGS-DATO
               perform periodiser-maaned
           end-if
           if FB-ANTAL > 0
               perform skriv-finans-blok
           end-if
           move DAGS-DATO to OS-SIDST-KOERSEL
           perform skriv-opsamling
           if ANTAL-TS-FORFALDNE > 0
               perform arkiver-og-omskriv-tilskrevet
           end-if
           display "Renteopsamling: " OPSAMLINGS-DAGE " dag(e), "
               ANTAL-KONTI-OPSAMLET " konto-periodisering(er), "
               ANTAL-LAAN-OPSAMLET " laan, " ANTAL-FRIGIVET
               " tilskrivning(er) frigivet, " ANTAL-AFVIGELSER
               " afvigelse(r), " ANTAL-FINANS-POSTERINGER
               " finanspostering(er), " ANTAL-I-RESTANCE
               " konto(i) i restance"
           if ANTAL-TABEL-FULD > 0
               display "Renteopsamling: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- DATO-TEKST (yyyy-mm-dd) -> DATO-DAG-NR ---
      dato-til-dag-nr.
           move spaces to DATO-YMD-X
           string
               DATO-TEKST (1:4)  delimited by size
               DATO-TEKST (6:2)  delimited by size
               DATO-TEKST (9:2)  delimited by size
                  into DATO-YMD-X
           end-string
           move DATO-YMD-X to DATO-YMD
           compute DATO-DAG-NR = function INTEGER-OF-DATE(DATO-YMD)
           exit.

     *> --- DATO-DAG-NR -> DATO-TEKST (yyyy-mm-dd) ---
      dag-nr-til-dato.
           compute DATO-YMD = function DATE-OF-INTEGER(DATO-DAG-NR)
           move DATO-YMD to DATO-YMD-X
           move spaces to DATO-TEKST
           string
               DATO-YMD-X (1:4)  delimited by size
               "-"               delimited by size
               DATO-YMD-X (5:2)  delimited by size
               "-"               delimited by size
               DATO-YMD-X (7:2)  delimited by size
                  into DATO-TEKST
           end-string
           exit.

     *> --- Dagene siden forrige koersel - foerste koersel og en ---
     *> --- gentagelse samme dag giver hhv. een og nul dage ---
      beregn-opsamlings-dage.
           move 1 to OPSAMLINGS-DAGE
           if OS-SIDST-KOERSEL not = spaces
               move OS-SIDST-KOERSEL to DATO-TEKST
               perform dato-til-dag-nr
               if DATO-DAG-NR < DAGS-DAG-NR
                   compute OPSAMLINGS-DAGE = DAGS-DAG-NR - DATO-DAG-NR
               else
                   move 0 to OPSAMLINGS-DAGE
               end-if
           end-if
           exit.

      afgoer-ultimo.
           move "N" to ULTIMO-FLAG
           compute DATO-DAG-NR = DAGS-DAG-NR + 1
           perform dag-nr-til-dato
           if DATO-TEKST (9:2) = "01"
               set DAGS-DATO-ER-ULTIMO to TRUE
           end-if
           exit.

      indlæs-opsamling.
           move 0 to OA-ANTAL
           move 0 to OF-ANTAL
           move 0 to OD-ANTAL
           move "N" to EOF-check-opsamling
           open input Opsamling-In
           perform until end-of-file-opsamling
               read Opsamling-In
                   at end move "Y" to EOF-check-opsamling
                   not at end
                       evaluate OS-TYPE-IN
                           when "S"
                               move OS-START-DATO-IN to OS-START-DATO
                               move OS-SIDST-KOERSEL-IN
                                   to OS-SIDST-KOERSEL
                               move OS-POSTERET-DATO-IN
                                   to OS-POSTERET-DATO
                               move OS-TILBAGEFOERT-IN
                                   to OS-TILBAGEFOERT
                               move OS-POSTERET-PAS-IN
                                   to OS-POSTERET-PAS
                               move OS-POSTERET-AKT-IN
                                   to OS-POSTERET-AKT
                           when "A"
                               perform gem-opsamling-post
                           when "F"
                               perform gem-frigivet-post
                           when "D"
                               perform gem-restance-post
                       end-evaluate
               end-read
           end-perform
           close Opsamling-In
           exit.

      gem-opsamling-post.
           if OA-ANTAL not < MAX-OPSAMLING
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to OA-ANTAL
           move OA-KONTO-ID-IN to OA-KONTO-ID (OA-ANTAL)
           move OA-ART-IN to OA-ART (OA-ANTAL)
           move OA-REF-IN to OA-REF (OA-ANTAL)
           move OA-SIDST-DATO-IN to OA-SIDST-DATO (OA-ANTAL)
           move OA-OPSAMLET-IN to OA-OPSAMLET (OA-ANTAL)
           move OA-DAGSRENTE-IN to OA-DAGSRENTE (OA-ANTAL)
           exit.

      gem-frigivet-post.
           if OF-ANTAL not < MAX-FRIGIVET
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to OF-ANTAL
           move OF-KONTO-ID-IN to OF-KONTO-ID (OF-ANTAL)
           move OF-ART-IN to OF-ART (OF-ANTAL)
           move OF-REF-IN to OF-REF (OF-ANTAL)
           move OF-TILSKREVET-DATO-IN to OF-TILSKREVET-DATO (OF-ANTAL)
           move OF-TILSKREVET-IN to OF-TILSKREVET (OF-ANTAL)
           move OF-OPSAMLET-IN to OF-OPSAMLET (OF-ANTAL)
           move OF-FRIGIVET-DATO-IN to OF-FRIGIVET-DATO (OF-ANTAL)
           exit.

      indlæs-produkt-satser.
           move 0 to PS-ANTAL
           move "N" to EOF-check-produkt
           open input Konto-Produkt-In
           perform until end-of-file-produkt
               read Konto-Produkt-In
                   at end move "Y" to EOF-check-produkt
                   not at end
                       if PS-ANTAL < 50000
                           add 1 to PS-ANTAL
                           move KP-KONTO-ID-IN
                               to PS-KONTO-ID (PS-ANTAL)
                           move KP-RENTE-SATS-IN
                               to PS-RENTE-SATS (PS-ANTAL)
                       end-if
               end-read
           end-perform
           close Konto-Produkt-In
           exit.

      indlæs-status-koder.
           move 0 to SS-ANTAL
           move "N" to EOF-check-status
           open input Konto-Status-In
           perform until end-of-file-status
               read Konto-Status-In
                   at end move "Y" to EOF-check-status
                   not at end
                       if SS-ANTAL < 50000
                           add 1 to SS-ANTAL
                           move KS-KONTO-ID-IN
                               to SS-KONTO-ID (SS-ANTAL)
                           move KS-STATUS-KODE-IN
                               to SS-STATUS-KODE (SS-ANTAL)
                       end-if
               end-read
           end-perform
           close Konto-Status-In
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

      indlæs-overtraek-graenser.
           move 0 to OG-ANTAL
           move "N" to EOF-check-overtraek
           open input Overtraek-Graense-In
           perform until end-of-file-overtraek
               read Overtraek-Graense-In
                   at end move "Y" to EOF-check-overtraek
                   not at end
                       if OG-ANTAL < MAX-OVERTRAEK-GRAENSER
                           add 1 to OG-ANTAL
                           move OG-KONTO-ID-IN
                               to OG-KONTO-ID (OG-ANTAL)
                           move OG-GRAENSE-DKK-IN
                               to OG-GRAENSE-DKK (OG-ANTAL)
                           move OG-KONTRAKT-SATS-IN
                               to OG-KONTRAKT-SATS (OG-ANTAL)
                       end-if
               end-read
           end-perform
           close Overtraek-Graense-In
           exit.

     *> --- Foerste koersel efter et maanedsskifte: blev ultimo- ---
     *> --- periodiseringen ikke bogfoert (maanedens sidste nat ---
     *> --- sprunget over), indhentes den pr. ultimo med registrets ---
     *> --- tal, som de stod ved forrige koersel - og en bogfoert ---
     *> --- periodisering tilbagefoeres pr. den 1. ---
      behandl-maanedsskifte.
           if OS-SIDST-KOERSEL not = spaces
               and OS-SIDST-KOERSEL (1:7) not = DAGS-DATO (1:7)
               and OS-POSTERET-DATO (1:7) not = OS-SIDST-KOERSEL (1:7)
               if not OS-ER-TILBAGEFOERT
                   perform tilbagefoer-periodisering
               end-if
               move OS-SIDST-KOERSEL to DATO-TEKST
               move "01" to DATO-TEKST (9:2)
               perform dato-til-dag-nr
               add 40 to DATO-DAG-NR
               perform dag-nr-til-dato
               move "01" to DATO-TEKST (9:2)
               perform dato-til-dag-nr
               subtract 1 from DATO-DAG-NR
               perform dag-nr-til-dato
               move DATO-TEKST to POSTERINGS-DATO
               perform periodiser-maaned
           end-if
           if not OS-ER-TILBAGEFOERT
               and OS-POSTERET-DATO not = spaces
               and OS-POSTERET-DATO < DAGS-DATO
               perform tilbagefoer-periodisering
           end-if
           exit.

     *> --- Periodiserer de aabne, ikke tilskrevne renter pr. ---
     *> --- POSTERINGS-DATO: indlaansrente som skyldig rente, ---
     *> --- overtraeks- og laanerente som tilgodehavende ---
      periodiser-maaned.
           move 0 to SUM-PAS-DKK
           move 0 to SUM-AKT-DKK
           perform varying OA-INDEX from 1 by 1
               until OA-INDEX > OA-ANTAL
               move OA-OPSAMLET (OA-INDEX) to OPSAMLET-OERE
               if OA-INDLAAN (OA-INDEX)
                   add OPSAMLET-OERE to SUM-PAS-DKK
               else
                   add OPSAMLET-OERE to SUM-AKT-DKK
               end-if
           end-perform
           if SUM-PAS-DKK > 0
               move "RTPASOPS" to FP-ART
               move "Periodiseret rente" to FP-TEKST
               move SUM-PAS-DKK to FP-BELOB-DKK
               move POSTERINGS-DATO to FP-DATO
               perform tilfoej-finans-postering
           end-if
           if SUM-AKT-DKK > 0
               move "RTAKTOPS" to FP-ART
               move "Periodiseret rente" to FP-TEKST
               move SUM-AKT-DKK to FP-BELOB-DKK
               move POSTERINGS-DATO to FP-DATO
               perform tilfoej-finans-postering
           end-if
           move POSTERINGS-DATO to OS-POSTERET-DATO
           move SUM-PAS-DKK to OS-POSTERET-PAS
           move SUM-AKT-DKK to OS-POSTERET-AKT
           move "N" to OS-TILBAGEFOERT
           display "Renteopsamling: periodisering pr. " POSTERINGS-DATO
           exit.

     *> --- Tilbagefoerer den bogfoerte periodisering med de samme ---
     *> --- beloeb pr. den 1. i maaneden efter ---
      tilbagefoer-periodisering.
           move OS-POSTERET-DATO to DATO-TEKST
           perform dato-til-dag-nr
           add 1 to DATO-DAG-NR
           perform dag-nr-til-dato
           if OS-POSTERET-PAS > 0
               move "RTPASTBF" to FP-ART
               move "Tilbagef. periodis." to FP-TEKST
               move OS-POSTERET-PAS to FP-BELOB-DKK
               move DATO-TEKST to FP-DATO
               perform tilfoej-finans-postering
           end-if
           if OS-POSTERET-AKT > 0
               move "RTAKTTBF" to FP-ART
               move "Tilbagef. periodis." to FP-TEKST
               move OS-POSTERET-AKT to FP-BELOB-DKK
               move DATO-TEKST to FP-DATO
               perform tilfoej-finans-postering
           end-if
           set OS-ER-TILBAGEFOERT to TRUE
           display "Renteopsamling: periodisering pr. " OS-POSTERET-DATO
               " tilbagefoert pr. " DATO-TEKST
           exit.

      tilfoej-finans-postering.
           if FB-ANTAL not < 10
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to FB-ANTAL
           move FP-ART to FB-ART (FB-ANTAL)
           move FP-TEKST to FB-TEKST (FB-ANTAL)
           move FP-DATO to FB-DATO (FB-ANTAL)
           move FP-BELOB-DKK to FB-BELOB-DKK (FB-ANTAL)
           exit.

     *> --- Laeser tilskrivningsfilen og frigiver de forfaldne ---
     *> --- linjer - de ikke-forfaldne gemmes til omskrivningen ---
      frigiv-tilskrivninger.
           move 0 to TS-ANTAL
           move "N" to EOF-check-tilskrevet
           open input Tilskrevet-In
           perform until end-of-file-tilskrevet
               read Tilskrevet-In
                   at end move "Y" to EOF-check-tilskrevet
                   not at end
                       if Tilskrevet-Linje not = spaces
                           perform behandl-en-tilskrivning
                       end-if
               end-read
           end-perform
           close Tilskrevet-In
           exit.

      behandl-en-tilskrivning.
           if TS-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to TS-ANTAL
           move Tilskrevet-Linje to TS-LINJE (TS-ANTAL)
           move "N" to TS-FORFALDEN (TS-ANTAL)
           if RTS-DATO of Tilskrevet-Linje > DAGS-DATO
               exit paragraph
           end-if
           set TS-ER-FORFALDEN (TS-ANTAL) to TRUE
           add 1 to ANTAL-TS-FORFALDNE
           if RTS-DATO of Tilskrevet-Linje < OS-START-DATO
               add 1 to ANTAL-FOER-START
               exit paragraph
           end-if
           set OF-IKKE-FUNDET to TRUE
           perform varying OF-INDEX from 1 by 1
               until OF-FUNDET or OF-INDEX > OF-ANTAL
               if OF-KONTO-ID (OF-INDEX)
                       = RTS-KONTO-ID of Tilskrevet-Linje
                   and OF-ART (OF-INDEX) = RTS-ART of Tilskrevet-Linje
                   and OF-REF (OF-INDEX) = RTS-REF of Tilskrevet-Linje
                   and OF-TILSKREVET-DATO (OF-INDEX)
                       = RTS-DATO of Tilskrevet-Linje
                   set OF-FUNDET to TRUE
               end-if
           end-perform
           if OF-FUNDET
               add 1 to ANTAL-DUBLETTER
               exit paragraph
           end-if
           if OF-ANTAL not < MAX-FRIGIVET
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           move RTS-KONTO-ID of Tilskrevet-Linje to OA-OPSLAG-KONTO
           move RTS-ART of Tilskrevet-Linje to OA-OPSLAG-ART
           move RTS-REF of Tilskrevet-Linje to OA-OPSLAG-REF
           perform find-opsamling
           move 0 to PERIODE-RENTE
           if OA-FUNDET
               move OA-OPSAMLET (OA-INDEX) to PERIODE-RENTE
               move 0 to OA-OPSAMLET (OA-INDEX)
           end-if
           add 1 to OF-ANTAL
           move RTS-KONTO-ID of Tilskrevet-Linje to OF-KONTO-ID (OF-ANTAL)
           move RTS-ART of Tilskrevet-Linje to OF-ART (OF-ANTAL)
           move RTS-REF of Tilskrevet-Linje to OF-REF (OF-ANTAL)
           move RTS-DATO of Tilskrevet-Linje
               to OF-TILSKREVET-DATO (OF-ANTAL)
           move RTS-BELOB of Tilskrevet-Linje to OF-TILSKREVET (OF-ANTAL)
           move PERIODE-RENTE to OF-OPSAMLET (OF-ANTAL)
           move DAGS-DATO to OF-FRIGIVET-DATO (OF-ANTAL)
           add 1 to ANTAL-FRIGIVET
     *> --- Kontrollen: det tilskrevne skal svare til den opsamlede ---
     *> --- rente afrundet til oere ---
           compute OPSAMLET-OERE rounded = PERIODE-RENTE
           move RTS-BELOB of Tilskrevet-Linje to TILSKREVET-DKK
           if OPSAMLET-OERE not = TILSKREVET-DKK
               compute DIFFERENCE-DKK = TILSKREVET-DKK - OPSAMLET-OERE
               perform skriv-afvigelse
           end-if
           exit.

      skriv-afvigelse.
           add 1 to ANTAL-AFVIGELSER
           move OPSAMLET-OERE to BELOB-E
           move TILSKREVET-DKK to BELOB-2-E
           move DIFFERENCE-DKK to BELOB-3-E
           move spaces to Afvigelse-Linje
           move 1 to pos
           string
               "BETINGELSE=RENTE-AFVIGELSE" delimited by size
               " KONTO-ID="               delimited by size
               function TRIM(RTS-KONTO-ID of Tilskrevet-Linje)
                                          delimited by size
               " ART="                    delimited by size
               RTS-ART of Tilskrevet-Linje delimited by size
               " REF="                    delimited by size
               function TRIM(RTS-REF of Tilskrevet-Linje)
                                          delimited by size
               " TILSKREVET-DATO="        delimited by size
               RTS-DATO of Tilskrevet-Linje delimited by size
               " OPSAMLET="               delimited by size
               function TRIM(BELOB-E)     delimited by size
               " TILSKREVET="             delimited by size
               function TRIM(BELOB-2-E)   delimited by size
               " DIFFERENCE="             delimited by size
               function TRIM(BELOB-3-E)   delimited by size
               " KILDE="                  delimited by size
               function TRIM(RTS-KILDE of Tilskrevet-Linje)
                                          delimited by size
                  into Afvigelse-Linje
                  with pointer pos
           end-string
           write Afvigelse-Linje
           exit.

      find-opsamling.
           set OA-IKKE-FUNDET to TRUE
           perform varying OA-INDEX from 1 by 1
               until OA-FUNDET or OA-INDEX > OA-ANTAL
               if OA-KONTO-ID (OA-INDEX) = OA-OPSLAG-KONTO
                   and OA-ART (OA-INDEX) = OA-OPSLAG-ART
                   and OA-REF (OA-INDEX) = OA-OPSLAG-REF
                   set OA-FUNDET to TRUE
               end-if
           end-perform
           if OA-FUNDET
               subtract 1 from OA-INDEX
           end-if
           exit.

     *> --- Lægger PERIODE-RENTE til periodiseringen for ---
     *> --- OA-OPSLAG-KONTO/-ART/-REF, oprettet efter behov ---
      tilfoej-opsamling.
           perform find-opsamling
           if OA-IKKE-FUNDET
               if OA-ANTAL not < MAX-OPSAMLING
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to OA-ANTAL
               move OA-ANTAL to OA-INDEX
               move OA-OPSLAG-KONTO to OA-KONTO-ID (OA-INDEX)
               move OA-OPSLAG-ART to OA-ART (OA-INDEX)
               move OA-OPSLAG-REF to OA-REF (OA-INDEX)
               move 0 to OA-OPSAMLET (OA-INDEX)
           end-if
           add PERIODE-RENTE to OA-OPSAMLET (OA-INDEX)
           move DAGSRENTE to OA-DAGSRENTE (OA-INDEX)
           move DAGS-DATO to OA-SIDST-DATO (OA-INDEX)
           exit.

      gem-restance-post.
           if OD-ANTAL not < MAX-RESTANCE
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to OD-ANTAL
           move OD-KONTO-ID-IN to OD-KONTO-ID (OD-ANTAL)
           move OD-RESTANCE-FRA-IN to OD-RESTANCE-FRA (OD-ANTAL)
           move OD-SENEST-DATO-IN to OD-SENEST-DATO (OD-ANTAL)
           move "J" to OD-AKTIV (OD-ANTAL)
           exit.

     *> --- Indlaans- og overtraeksrente af nattens saldo pr. konto. ---
     *> --- Restancen genopbygges af nattens saldi: en D-linje, der ---
     *> --- ikke bekraeftes i nat, falder ud ---
      opsaml-konti.
           perform varying OD-INDEX from 1 by 1
               until OD-INDEX > OD-ANTAL
               move "N" to OD-AKTIV (OD-INDEX)
           end-perform
           move "N" to EOF-check-disponibel
           open input Disponibel-Saldo-In
           perform until end-of-file-disponibel
               read Disponibel-Saldo-In
                   at end move "Y" to EOF-check-disponibel
                   not at end
                       if DP-KONTO-ID-IN not = spaces
                           perform opsaml-en-konto
                       end-if
               end-read
           end-perform
           close Disponibel-Saldo-In
           exit.

      opsaml-en-konto.
           move DP-KONTO-ID-IN to AKTUEL-KONTO-ID
           compute AKTUEL-SALDO-DKK =
               function NUMVAL(DP-BOGFOERT-IN)
               + function NUMVAL(DP-DAGENS-IN)
           move 0 to DAGSRENTE
           if AKTUEL-SALDO-DKK > 0
               perform find-indlaans-sats
               if AKTUEL-SATS > 0
                   compute DAGSRENTE rounded =
                       AKTUEL-SALDO-DKK * AKTUEL-SATS / 100 / 365
                   move "K" to OA-OPSLAG-ART
               end-if
           end-if
           if AKTUEL-SALDO-DKK < 0
               perform beregn-overtraeks-dagsrente
               move "O" to OA-OPSLAG-ART
               if OVERSKYDENDE-DEL-DKK > 0
                   perform registrer-restance
               end-if
           end-if
           if DAGSRENTE = 0
               exit paragraph
           end-if
           multiply DAGSRENTE by OPSAMLINGS-DAGE giving PERIODE-RENTE
           move AKTUEL-KONTO-ID to OA-OPSLAG-KONTO
           move spaces to OA-OPSLAG-REF
           perform tilfoej-opsamling
           add 1 to ANTAL-KONTI-OPSAMLET
           exit.

     *> --- Kontoen er i restance i nat - en ny restance faar ---
     *> --- dagens dato som startdato ---
      registrer-restance.
           set OD-IKKE-FUNDET to TRUE
           perform varying OD-INDEX from 1 by 1
               until OD-FUNDET or OD-INDEX > OD-ANTAL
               if OD-KONTO-ID (OD-INDEX) = AKTUEL-KONTO-ID
                   set OD-FUNDET to TRUE
               end-if
           end-perform
           if OD-FUNDET
               subtract 1 from OD-INDEX
           else
               if OD-ANTAL not < MAX-RESTANCE
                   add 1 to ANTAL-TABEL-FULD
                   exit paragraph
               end-if
               add 1 to OD-ANTAL
               move OD-ANTAL to OD-INDEX
               move AKTUEL-KONTO-ID to OD-KONTO-ID (OD-INDEX)
               move DAGS-DATO to OD-RESTANCE-FRA (OD-INDEX)
           end-if
           move DAGS-DATO to OD-SENEST-DATO (OD-INDEX)
           move "J" to OD-AKTIV (OD-INDEX)
           add 1 to ANTAL-I-RESTANCE
           exit.

     *> --- Samme opslag som saldoAttest: produktsatsen, ellers ---
     *> --- status-satsen i kraft i dag; lukkede konti faar ingen ---
      find-indlaans-sats.
           move 0 to AKTUEL-SATS
           move "A" to RENTE-OPSLAG-STATUS
           perform varying SS-INDEX from 1 by 1
               until SS-INDEX > SS-ANTAL
               if SS-KONTO-ID (SS-INDEX) = AKTUEL-KONTO-ID
                   move SS-STATUS-KODE (SS-INDEX)
                       to RENTE-OPSLAG-STATUS
               end-if
           end-perform
           if RENTE-OPSLAG-STATUS = "L"
               exit paragraph
           end-if
           set PRODUKT-SATS-IKKE-FUNDET to TRUE
           perform varying PS-INDEX from 1 by 1
               until PRODUKT-SATS-FUNDET or PS-INDEX > PS-ANTAL
               if PS-KONTO-ID (PS-INDEX) = AKTUEL-KONTO-ID
                   set PRODUKT-SATS-FUNDET to TRUE
                   move PS-RENTE-SATS (PS-INDEX) to AKTUEL-SATS
               end-if
           end-perform
           if PRODUKT-SATS-FUNDET
               exit paragraph
           end-if
           move DAGS-DATO to RENTE-OPSLAG-DATO
           perform find-rente-sats
           if RENTE-SATS-FUNDET
               move VALGT-RENTE-SATS to AKTUEL-SATS
           end-if
           exit.

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

     *> --- To-delt som beregn-overtraeksrente-for-konto: ---
     *> --- kontraktsatsen inden for rammen, straffesatsen paa ---
     *> --- resten ---
      beregn-overtraeks-dagsrente.
           compute NEGATIV-SALDO-DKK = AKTUEL-SALDO-DKK * -1
           move 0 to AKTUEL-OG-GRAENSE-DKK
           move 0 to AKTUEL-OG-KONTRAKT-SATS
           perform varying OG-INDEX from 1 by 1
               until OG-INDEX > OG-ANTAL
               if OG-KONTO-ID (OG-INDEX) = AKTUEL-KONTO-ID
                   move OG-GRAENSE-DKK (OG-INDEX)
                       to AKTUEL-OG-GRAENSE-DKK
                   move OG-KONTRAKT-SATS (OG-INDEX)
                       to AKTUEL-OG-KONTRAKT-SATS
               end-if
           end-perform
           if NEGATIV-SALDO-DKK > AKTUEL-OG-GRAENSE-DKK
               move AKTUEL-OG-GRAENSE-DKK to BEVILGET-DEL-DKK
           else
               move NEGATIV-SALDO-DKK to BEVILGET-DEL-DKK
           end-if
           compute OVERSKYDENDE-DEL-DKK =
               NEGATIV-SALDO-DKK - BEVILGET-DEL-DKK
           compute DAGSRENTE rounded =
               (BEVILGET-DEL-DKK * AKTUEL-OG-KONTRAKT-SATS
                   + OVERSKYDENDE-DEL-DKK * OVERTRAEK-RENTE-SATS)
               / 36500
           exit.

     *> --- Laanerente pr. laan af restgaelden efter de terminer, ---
     *> --- der er forfaldet til og med i dag ---
      opsaml-laan.
           move DAGS-DATO (1:4) to DAGS-AAR
           move DAGS-DATO (6:2) to DAGS-MD
           move DAGS-DATO (9:2) to DAGS-DAG
           move "N" to EOF-check-laan
           open input Laan-Master-In
           perform until end-of-file-laan
               read Laan-Master-In
                   at end move "Y" to EOF-check-laan
                   not at end
                       if LM-LAAN-ID-IN not = spaces
                           perform opsaml-et-laan
                       end-if
               end-read
           end-perform
           close Laan-Master-In
           exit.

      opsaml-et-laan.
           if LM-LOEBETID-MDR-IN = 0
               or LM-FOERSTE-DATO-IN (1:4) is not numeric
               or LM-FOERSTE-DATO-IN (6:2) is not numeric
               or LM-RENTE-SATS-IN = 0
               exit paragraph
           end-if
           move LM-FOERSTE-DATO-IN (1:4) to LAAN-FOERSTE-AAR
           move LM-FOERSTE-DATO-IN (6:2) to LAAN-FOERSTE-MD
           compute LAAN-MAANEDER =
               (DAGS-AAR - LAAN-FOERSTE-AAR) * 12
               + DAGS-MD - LAAN-FOERSTE-MD
           if LAAN-MAANEDER < 0
               exit paragraph
           end-if
     *> --- Forfaldsdagen klippes som i laanTerminer's ---
     *> --- byg-termin-dato-tekst ---
           move LM-FORFALD-DAG-IN to LAAN-FORFALD-DAG
           if LAAN-FORFALD-DAG = 0
               move 1 to LAAN-FORFALD-DAG
           end-if
           if DAGS-MD = 2 and LAAN-FORFALD-DAG > 28
               move 28 to LAAN-FORFALD-DAG
           end-if
           if LAAN-FORFALD-DAG > 30
               and (DAGS-MD = 4 or DAGS-MD = 6
                   or DAGS-MD = 9 or DAGS-MD = 11)
               move 30 to LAAN-FORFALD-DAG
           end-if
           move LAAN-MAANEDER to LAAN-FORFALDNE
           if DAGS-DAG >= LAAN-FORFALD-DAG
               add 1 to LAAN-FORFALDNE
           end-if
           if LAAN-FORFALDNE > LM-LOEBETID-MDR-IN
               move LM-LOEBETID-MDR-IN to LAAN-FORFALDNE
           end-if
           compute LAAN-AFDRAG-DKK rounded =
               LM-HOVEDSTOL-IN / LM-LOEBETID-MDR-IN
           compute LAAN-RESTGAELD-DKK =
               LM-HOVEDSTOL-IN - LAAN-AFDRAG-DKK * LAAN-FORFALDNE
           if LAAN-RESTGAELD-DKK not > 0
               exit paragraph
           end-if
           compute DAGSRENTE rounded =
               LAAN-RESTGAELD-DKK * LM-RENTE-SATS-IN / 100 / 365
           if DAGSRENTE = 0
               exit paragraph
           end-if
           multiply DAGSRENTE by OPSAMLINGS-DAGE giving PERIODE-RENTE
           move LM-KONTO-ID-IN to OA-OPSLAG-KONTO
           move "L" to OA-OPSLAG-ART
           move LM-LAAN-ID-IN to OA-OPSLAG-REF
           perform tilfoej-opsamling
           add 1 to ANTAL-LAAN-OPSAMLET
           exit.

     *> --- Koerslens finansposteringer appendes som en selv- ---
     *> --- staendig blok: markoer, debet/kredit-par via Finans- ---
     *> --- Konto-Tabel og en TRL-linje med blokkens antal og ---
     *> --- kontrolsummer ---
      skriv-finans-blok.
           open extend Finans-Posteringer-Out
           if FINANS-STATUS = "35"
               open output Finans-Posteringer-Out
           end-if
           move 0 to ANTAL-FINANS-POSTERINGER
           move 0 to FP-DEBET-SUM-DKK
           move 0 to FP-KREDIT-SUM-DKK
           move spaces to Finans-Posteringer-Linje
           move 1 to pos
           string
               "--- Renteopsamling "      delimited by size
               DAGS-DATO                  delimited by size
               " ---"                     delimited by size
                  into Finans-Posteringer-Linje
                  with pointer pos
           end-string
           write Finans-Posteringer-Linje
           perform varying FB-INDEX from 1 by 1
               until FB-INDEX > FB-ANTAL
               move FB-ART (FB-INDEX) to FP-ART
               move FB-TEKST (FB-INDEX) to FP-TEKST
               move FB-DATO (FB-INDEX) to FP-DATO
               move FB-BELOB-DKK (FB-INDEX) to FP-BELOB-DKK
               perform skriv-posterings-par
           end-perform
           move FP-DEBET-SUM-DKK to FP-DEBET-SUM-FAST
           move FP-KREDIT-SUM-DKK to FP-KREDIT-SUM-FAST
           move spaces to Finans-Posteringer-Linje
           move 1 to pos
           string
               "TRL"                      delimited by size
               ANTAL-FINANS-POSTERINGER   delimited by size
               FP-DEBET-SUM-FAST          delimited by size
               FP-KREDIT-SUM-FAST         delimited by size
                  into Finans-Posteringer-Linje
                  with pointer pos
           end-string
           write Finans-Posteringer-Linje
           close Finans-Posteringer-Out
           display "Renteopsamling: " ANTAL-FINANS-POSTERINGER
               " finanspostering(er) tilfoejet "
               "text-files/FinansPosteringer.txt"
           exit.

     *> --- Eet balanceret debet/kredit-par - samme linjelayout ---
     *> --- som skriv-posterings-par i opgave10.cob ---
      skriv-posterings-par.
           perform varying FK-INDEX from 1 by 1
               until FK-INDEX > ANTAL-FINANS-ARTER
                   or FK-ART (FK-INDEX) = FP-ART
               continue
           end-perform
           if FK-INDEX <= ANTAL-FINANS-ARTER
               move FP-BELOB-DKK to FP-BELOB-FAST
               move spaces to Finans-Posteringer-Linje
               move 1 to pos
               string
                   "PST"                      delimited by size
                   FP-DATO                    delimited by size
                   FK-DEBET-KONTO (FK-INDEX)  delimited by size
                   "D"                        delimited by size
                   FP-BELOB-FAST              delimited by size
                   FP-TEKST                   delimited by size
                      into Finans-Posteringer-Linje
                      with pointer pos
               end-string
               write Finans-Posteringer-Linje
               add FP-BELOB-DKK to FP-DEBET-SUM-DKK
               add 1 to ANTAL-FINANS-POSTERINGER
               move spaces to Finans-Posteringer-Linje
               move 1 to pos
               string
                   "PST"                      delimited by size
                   FP-DATO                    delimited by size
                   FK-KREDIT-KONTO (FK-INDEX) delimited by size
                   "K"                        delimited by size
                   FP-BELOB-FAST              delimited by size
                   FP-TEKST                   delimited by size
                      into Finans-Posteringer-Linje
                      with pointer pos
               end-string
               write Finans-Posteringer-Linje
               add FP-BELOB-DKK to FP-KREDIT-SUM-DKK
               add 1 to ANTAL-FINANS-POSTERINGER
           end-if
           exit.

     *> --- Registret skrives frem: status, aabne periodiseringer ---
     *> --- (fuldt frigivne uden ny opsamling falder ud), ---
     *> --- frigivelses-historikken og konti i restance ---
      skriv-opsamling.
           open output Opsamling-Out
           move OS-START-DATO to OS-START-DATO-UD
           move OS-SIDST-KOERSEL to OS-SIDST-KOERSEL-UD
           move OS-POSTERET-DATO to OS-POSTERET-DATO-UD
           move OS-TILBAGEFOERT to OS-TILBAGEFOERT-UD
           move OS-POSTERET-PAS to OS-POSTERET-PAS-UD
           move OS-POSTERET-AKT to OS-POSTERET-AKT-UD
           write Opsamling-Linje-Ud from Opsamling-Status-Ud
           perform varying OA-INDEX from 1 by 1
               until OA-INDEX > OA-ANTAL
               if OA-OPSAMLET (OA-INDEX) > 0
                   move OA-KONTO-ID (OA-INDEX) to OA-KONTO-ID-UD
                   move OA-ART (OA-INDEX) to OA-ART-UD
                   move OA-REF (OA-INDEX) to OA-REF-UD
                   move OA-SIDST-DATO (OA-INDEX) to OA-SIDST-DATO-UD
                   move OA-OPSAMLET (OA-INDEX) to OA-OPSAMLET-UD
                   move OA-DAGSRENTE (OA-INDEX) to OA-DAGSRENTE-UD
                   write Opsamling-Linje-Ud from Opsamling-Konto-Ud
               end-if
           end-perform
           perform varying OF-INDEX from 1 by 1
               until OF-INDEX > OF-ANTAL
               move OF-KONTO-ID (OF-INDEX) to OF-KONTO-ID-UD
               move OF-ART (OF-INDEX) to OF-ART-UD
               move OF-REF (OF-INDEX) to OF-REF-UD
               move OF-TILSKREVET-DATO (OF-INDEX)
                   to OF-TILSKREVET-DATO-UD
               move OF-TILSKREVET (OF-INDEX) to OF-TILSKREVET-UD
               move OF-OPSAMLET (OF-INDEX) to OF-OPSAMLET-UD
               move OF-FRIGIVET-DATO (OF-INDEX) to OF-FRIGIVET-DATO-UD
               write Opsamling-Linje-Ud from Opsamling-Frigivet-Ud
           end-perform
           perform varying OD-INDEX from 1 by 1
               until OD-INDEX > OD-ANTAL
               if OD-ER-AKTIV (OD-INDEX)
                   move OD-KONTO-ID (OD-INDEX) to OD-KONTO-ID-UD
                   move OD-RESTANCE-FRA (OD-INDEX) to OD-RESTANCE-FRA-UD
                   move OD-SENEST-DATO (OD-INDEX) to OD-SENEST-DATO-UD
                   write Opsamling-Linje-Ud from Opsamling-Restance-Ud
               end-if
           end-perform
           close Opsamling-Out
           exit.

     *> --- Tilskrivningsfilen arkiveres datostemplet, og de ikke- ---
     *> --- forfaldne linjer skrives tilbage til naeste koersel ---
      arkiver-og-omskriv-tilskrevet.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to TILSKREVET-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/RenteTilskrevetBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into TILSKREVET-ARKIV-NAVN
                  with pointer pos
           end-string
           open output Tilskrevet-Arkiv-Out
           open output Tilskrevet-Out
           perform varying TS-INDEX from 1 by 1
               until TS-INDEX > TS-ANTAL
               if TS-ER-FORFALDEN (TS-INDEX)
                   write Tilskrevet-Arkiv-Linje from TS-LINJE (TS-INDEX)
               else
                   write Tilskrevet-Ud-Linje from TS-LINJE (TS-INDEX)
               end-if
           end-perform
           close Tilskrevet-Out
           close Tilskrevet-Arkiv-Out
           display "Renteopsamling: forfaldne tilskrivninger arkiveret "
               "til " function TRIM(TILSKREVET-ARKIV-NAVN)
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
           move "renteOpsamling" to KAP-PROGRAM
           move "OPSAMLING-TABEL" to KAP-TABEL
           move OA-ANTAL to KAP-ANTAL
           move MAX-OPSAMLING to KAP-MAX
           write Kapacitet-Linje
           move "FRIGIVET-TABEL" to KAP-TABEL
           move OF-ANTAL to KAP-ANTAL
           move MAX-FRIGIVET to KAP-MAX
           write Kapacitet-Linje
           move "RESTANCE-TABEL" to KAP-TABEL
           move OD-ANTAL to KAP-ANTAL
           move MAX-RESTANCE to KAP-MAX
           write Kapacitet-Linje
           move "TILSKREVET-TABEL" to KAP-TABEL
           move TS-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "PRODUKT-SATS-TABEL" to KAP-TABEL
           move PS-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "STATUS-SATS-TABEL" to KAP-TABEL
           move SS-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "RENTE-SATS-FIL-TABEL" to KAP-TABEL
           move RSF-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "OVERTRAEK-GRAENSE-TABEL" to KAP-TABEL
           move OG-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
