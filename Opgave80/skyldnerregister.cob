      identification division.
      program-id. skyldnerRegister.

     *> --- Snitflade til det eksterne skyldnerregister: bsRykker
     *>     (Opgave37) overdrager haabloese BS-gaeld til inkasso, men
     *>     registret hoerte aldrig om den - og vi kunne selv ikke se,
     *>     at en anden bank havde afskrevet kunden. Trinnet koeres
     *>     hver nat efter renteOpsamling og foerer det persistente
     *>     register SkyldnerRegister.txt frem (een linje pr. gaeld:
     *>     kunde, kilde, reference, status, beloeb, datoer):
     *>       - gaelden opgoeres pr. kunde og kilde:
     *>           B = BS-aftale overdraget til inkasso (status E i
     *>               BSRykkerRegister.txt), beloebet fra BSAftaler.txt
     *>           L = restance paa en laanekonto (LaanMaster.txt)
     *>           O = ubetalt overtraek paa en anden konto
     *>         en konto er i restance, naar renteOpsamling har en D-
     *>         linje for den i RenteOpsamling.txt; gaelden er traekket
     *>         ud over rammen i OvertraekGraenser.txt efter saldoen i
     *>         DisponibelSaldo.txt, og kunden slaas op i KontoMaster
     *>       - gaeld over GRAENSE-DKK (og for L/O: mere end
     *>         RESTANCE-DAGE i restance) varsles: kunden faar et brev
     *>         i SkyldnerVarsler.txt, og gaelden staar som V (varslet)
     *>       - er gaelden der stadig VARSEL-DAGE efter varslet,
     *>         indberettes den (status R) med en REG-linje i
     *>         udbakkefilen text-files/Udbakke/SkyldnerUd_<tidsstempel>
     *>         .txt (HDR, REG/SLT-linjer, TRL)
     *>       - er en indberettet gaeld betalt eller afviklet (BS-
     *>         aftalen ikke laengere i inkasso, kontoen ude af
     *>         restance eller inden for rammen), gaar der automatisk
     *>         en SLT-linje (sletning) ud, og gaelden fjernes; et
     *>         varsel, hvis gaeld forsvinder eller falder under
     *>         graensen, bortfalder
     *>     Registrets opslagssvar SkyldnerOpslagSvar.txt (Kunde-Id,
     *>     R = registreret / I = ikke registreret, svardato,
     *>     kreditor) stemples paa kunden (Skyldner-Status/-Dato i
     *>     KUNDER.cpy) med en C-linje til KundeVedligehold.txt - samme
     *>     auditerede vej som kycReview (Opgave58) - og svarfilen
     *>     arkiveres datostemplet og toemmes. En markeret kunde faar
     *>     ikke ny kredit: disponibelSaldo (Opgave61) giver ingen
     *>     ramme ud over det allerede udnyttede, og laanTerminer
     *>     (Opgave32) saetter ikke nye laan i gang.
     *>     Graenserne angives i den valgfri SkyldnerParameter.txt
     *>     (graense i kroner, restance-dage, varsel-dage).

      environment division.
      input-output section.
      file-control.
           select optional Parameter-In
               assign to "text-files/SkyldnerParameter.txt"
               organization is line sequential.
           select optional Register-In
               assign to "text-files/SkyldnerRegister.txt"
               organization is line sequential.
           select Register-Out
               assign to "text-files/SkyldnerRegister.txt"
               organization is line sequential.
           select optional Rykker-Register-In
               assign to "text-files/BSRykkerRegister.txt"
               organization is line sequential.
           select optional BS-Aftaler-In
               assign to "text-files/BSAftaler.txt"
               organization is line sequential.
           select optional Opsamling-In
               assign to "text-files/RenteOpsamling.txt"
               organization is line sequential.
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select optional Overtraek-Graense-In
               assign to "text-files/OvertraekGraenser.txt"
               organization is line sequential.
           select optional Laan-Master-In
               assign to "text-files/LaanMaster.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Opslag-Svar-In
               assign to "text-files/SkyldnerOpslagSvar.txt"
               organization is line sequential.
           select Opslag-Arkiv-Out
               assign to dynamic SVAR-ARKIV-NAVN
               organization is line sequential.
           select Indberetning-Out
               assign to dynamic INDBERETNING-FIL-NAVN
               organization is line sequential.
           select Varsel-Out
               assign to "text-files/SkyldnerVarsler.txt"
               organization is line sequential.
     *> --- Stemplingen gaar ad den auditerede vej: C-linjer ---
     *> --- appendes til kundeVedligehold's transaktionsfil ---
           select Vedligehold-Out
               assign to "text-files/KundeVedligehold.txt"
               organization is line sequential
               file status is VEDLIGEHOLD-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Parameter-In.
      01 Parameter-Linje.
           02 PARM-GRAENSE-DKK      pic 9(7)v99.
           02 PARM-RESTANCE-DAGE    pic 9(3).
           02 PARM-VARSEL-DAGE      pic 9(3).
      fd Register-In.
      01 Register-Linje-In.
           02 SR-KUNDE-ID-IN        pic x(10).
           02 SR-KILDE-IN           pic x.
           02 SR-REF-IN             pic x(14).
           02 SR-STATUS-IN          pic x.
           02 SR-BELOB-IN           pic 9(13)v99.
           02 SR-VARSEL-DATO-IN     pic x(10).
           02 SR-INDBERETTET-DATO-IN pic x(10).
      fd Register-Out.
      01 Register-Linje-Ud.
           02 SR-KUNDE-ID-UD        pic x(10).
           02 SR-KILDE-UD           pic x.
           02 SR-REF-UD             pic x(14).
           02 SR-STATUS-UD          pic x.
           02 SR-BELOB-UD           pic 9(13)v99.
           02 SR-VARSEL-DATO-UD     pic x(10).
           02 SR-INDBERETTET-DATO-UD pic x(10).
      fd Rykker-Register-In.
      01 Rykker-Register-Linje.
           02 RR-AFTALE-ID-IN       pic x(8).
           02 RR-KONTO-ID-IN        pic x(14).
           02 RR-ANTAL-FORSOEG-IN   pic 9(3).
           02 RR-SIDSTE-DATO-IN     pic x(10).
           02 RR-STATUS-IN          pic x.
      fd BS-Aftaler-In.
      01 BS-Aftale-Linje.
           02 BSA-AFTALE-ID         pic x(8).
           02 BSA-KONTO-ID          pic x(14).
           02 BSA-REG-NR            pic x(6).
           02 BSA-KUNDE-ID          pic x(10).
           02 BSA-BELOB             pic x(16).
           02 BSA-VALUTA            pic x(4).
           02 BSA-OPKRAEV-DATO      pic x(10).
           02 BSA-TEKST             pic x(20).
      fd Opsamling-In.
      01 Opsamling-Restance-In.
           02 OD-TYPE-IN            pic x.
           02 OD-KONTO-ID-IN        pic x(14).
           02 OD-RESTANCE-FRA-IN    pic x(10).
           02 OD-SENEST-DATO-IN     pic x(10).
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN        pic x(14).
           02 DP-BOGFOERT-IN        pic x(17).
           02 DP-DAGENS-IN          pic x(17).
           02 DP-RAMME-IN           pic x(17).
           02 DP-RESERVERET-IN      pic x(17).
      fd Overtraek-Graense-In.
      01 Overtraek-Graense-Linje.
           02 OG-KONTO-ID-IN        pic x(14).
           02 OG-GRAENSE-DKK-IN     pic 9(13)v99.
           02 OG-KONTRAKT-SATS-IN   pic 9(2)v9999.
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
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN        pic x(14).
           02 KM-REG-NR-IN          pic x(6).
           02 KM-KUNDE-ID-IN        pic x(10).
           02 KM-OPRETTET-DATO-IN   pic x(10).
           02 KM-PRODUKT-KODE-IN    pic x(4).
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Opslag-Svar-In.
      01 Opslag-Svar-Linje.
           02 SV-KUNDE-ID-IN        pic x(10).
           02 SV-SVAR-IN            pic x.
           02 SV-DATO-IN            pic x(10).
           02 SV-KREDITOR-IN        pic x(30).
      fd Opslag-Arkiv-Out.
      01 Opslag-Arkiv-Linje        pic x(51).
      fd Indberetning-Out.
      01 Indberetning-Linje        pic x(250) value spaces.
      fd Varsel-Out.
      01 Varsel-Linje              pic x(200) value spaces.
      fd Vedligehold-Out.
      01 Vedligehold-Linje-Ud.
           02 VU-AKTION            pic x.
           02 VU-BRUGER-ID         pic x(8).
           02 VU-KUNDE-REC         pic x(258).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-parm           pic x value "N".
           88 end-of-file-parm    value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-rykker         pic x value "N".
           88 end-of-file-rykker  value "Y".
      01 EOF-check-aftale         pic x value "N".
           88 end-of-file-aftale  value "Y".
      01 EOF-check-opsamling      pic x value "N".
           88 end-of-file-opsamling value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 EOF-check-graense        pic x value "N".
           88 end-of-file-graense value "Y".
      01 EOF-check-laan           pic x value "N".
           88 end-of-file-laan    value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-svar           pic x value "N".
           88 end-of-file-svar    value "Y".
      01 pos                      pic 9(4) value 1.
      01 VEDLIGEHOLD-STATUS       pic x(2) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 DAGS-DAG-NR              pic 9(8) value 0.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
      01 SVAR-ARKIV-NAVN          pic x(100) value spaces.
      01 INDBERETNING-FIL-NAVN    pic x(100) value spaces.
     *> --- Dato-regning: yyyy-mm-dd -> dagnummer ---
      01 Dato-Felter.
           02 DATO-TEKST           pic x(10) value spaces.
           02 DATO-YMD-X           pic x(8)  value spaces.
           02 DATO-YMD             pic 9(8)  value 0.
           02 DATO-DAG-NR          pic 9(8)  value 0.
     *> --- Parametrene med standardvaerdier ---
      01 GRAENSE-DKK              pic 9(7)v99 value 1000.00.
      01 RESTANCE-DAGE            pic 9(3) value 30.
      01 VARSEL-DAGE              pic 9(3) value 28.
     *> --- Det persistente register ---
      01 Register-Tabel.
           02 SR-ANTAL             pic 9(5) value 0.
           02 SR-POST OCCURS 20000 TIMES.
              03 SR-KUNDE-ID       pic x(10).
              03 SR-KILDE          pic x.
              03 SR-REF            pic x(14).
              03 SR-STATUS         pic x.
                 88 SR-VARSLET     value "V".
                 88 SR-INDBERETTET value "R".
              03 SR-BELOB-DKK      pic 9(13)v99.
              03 SR-VARSEL-DATO    pic x(10).
              03 SR-INDBERETTET-DATO pic x(10).
              03 SR-BEHOLD-FLAG    pic x.
                 88 SR-BEHOLDES    value "J".
                 88 SR-FJERNES     value "N".
      01 MAX-REGISTER             pic 9(5) value 20000.
      01 SR-INDEX                 pic 9(5) value 0.
     *> --- Nattens gaeld pr. kunde, kilde og reference ---
      01 Gaeld-Tabel.
           02 GD-ANTAL             pic 9(5) value 0.
           02 GD-POST OCCURS 20000 TIMES.
              03 GD-KUNDE-ID       pic x(10).
              03 GD-KILDE          pic x.
              03 GD-REF            pic x(14).
              03 GD-BELOB-DKK      pic 9(13)v99.
              03 GD-KVALIFICERET   pic x.
                 88 GD-SKAL-VARSLES value "J".
              03 GD-I-REGISTER     pic x.
                 88 GD-ER-I-REGISTER value "J".
      01 MAX-GAELD                pic 9(5) value 20000.
      01 GD-INDEX                 pic 9(5) value 0.
      01 GD-FUND-FLAG             pic x value "N".
           88 GD-FUNDET           value "J".
           88 GD-IKKE-FUNDET      value "N".
     *> --- Konto -> kunde, overtraeksramme, saldo og laanekonti ---
      01 Konto-Tabel.
           02 KT-ANTAL             pic 9(5) value 0.
           02 KT-POST OCCURS 50000 TIMES.
              03 KT-KONTO-ID       pic x(14).
              03 KT-KUNDE-ID       pic x(10).
              03 KT-RAMME-DKK      pic 9(13)v99.
              03 KT-SALDO-DKK      pic s9(13)v99 COMP-3.
              03 KT-LAAN-FLAG      pic x.
                 88 KT-ER-LAANEKONTO value "J".
      01 MAX-KONTO                pic 9(5) value 50000.
      01 KT-INDEX                 pic 9(5) value 0.
      01 KT-FUND-FLAG             pic x value "N".
           88 KT-FUNDET           value "J".
           88 KT-IKKE-FUNDET      value "N".
      01 KT-OPSLAG-KONTO-ID       pic x(14) value spaces.
     *> --- BS-aftalerne i inkasso ---
      01 Inkasso-Tabel.
           02 IK-ANTAL             pic 9(5) value 0.
           02 IK-POST OCCURS 10000 TIMES.
              03 IK-AFTALE-ID      pic x(8).
              03 IK-KONTO-ID       pic x(14).
      01 IK-INDEX                 pic 9(5) value 0.
     *> --- Kundemasteren i memory, saa opslagssvarene kan bygge en ---
     *> --- fuld C-linje, og varslerne kan adresseres ---
      01 Kunde-Tabel.
           02 KU-ANTAL             pic 9(5) value 0.
           02 KU-POST OCCURS 50000 TIMES.
              03 KU-REC            pic x(258).
      01 KU-INDEX                 pic 9(5) value 0.
      01 KU-FUND-FLAG             pic x value "N".
           88 KU-FUNDET           value "J".
           88 KU-IKKE-FUNDET      value "N".
      01 KU-OPSLAG-KUNDE-ID       pic x(10) value spaces.
      01 Arbejds-Kunde-Rec.
           copy "KUNDER.cpy".
      01 AKTUEL-SALDO-DKK         pic s9(13)v99 COMP-3 value 0.
      01 AKTUEL-GAELD-DKK         pic s9(13)v99 COMP-3 value 0.
      01 AKTUEL-KILDE             pic x value space.
      01 AKTUEL-REF               pic x(14) value spaces.
      01 AKTUEL-KUNDE-ID          pic x(10) value spaces.
      01 AKTUEL-KVALIFICERET      pic x value "N".
      01 RESTANCE-DAGE-NU         pic s9(8) value 0.
      01 SLUT-DATO-TEKST          pic x(10) value spaces.
      01 KILDE-TEKST              pic x(24) value spaces.
      01 LINJE-TYPE               pic x(3) value spaces.
      01 BELOB-E                  pic -(12)9.99.
      01 DAGE-E                   pic zz9.
      01 Indberetning-Tabel.
           02 IB-ANTAL             pic 9(5) value 0.
           02 IB-POST OCCURS 20000 TIMES.
              03 IB-TYPE           pic x(3).
              03 IB-SR-INDEX       pic 9(5).
      01 IB-INDEX                 pic 9(5) value 0.
      01 KONTROL-TOTAL-DKK        pic 9(15)v99 value 0.
      01 ANTAL-VARSLET            pic 9(7) value 0.
      01 ANTAL-INDBERETTET        pic 9(7) value 0.
      01 ANTAL-SLETTET            pic 9(7) value 0.
      01 ANTAL-VARSEL-BORTFALDET  pic 9(7) value 0.
      01 ANTAL-AFVENTER           pic 9(7) value 0.
      01 ANTAL-UDEN-KUNDE         pic 9(7) value 0.
      01 ANTAL-SVAR               pic 9(7) value 0.
      01 ANTAL-SVAR-STEMPLET      pic 9(7) value 0.
      01 ANTAL-SVAR-AFVIST        pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: grundlaget indlaeses, nattens gaeld ---
     *> --- opgoeres og holdes op mod registret, udbakkefil, varsler ---
     *> --- og register skrives, og opslagssvarene stemples ---
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
           move DAGS-DATO to DATO-TEKST
           perform dato-til-dag-nr
           move DATO-DAG-NR to DAGS-DAG-NR
           perform indlæs-parametre
           perform indlæs-kunder
           perform indlæs-konti
           perform indlæs-overtraek-graenser
           perform indlæs-disponibel-saldo
           perform indlæs-laanekonti
           perform indlæs-register
           perform opgoer-bs-inkasso
           perform opgoer-restancer
           open output Varsel-Out
           perform afstem-register
           perform varsl-ny-gaeld
           close Varsel-Out
           if IB-ANTAL > 0
               perform skriv-indberetning
           end-if
           perform skriv-register
           perform behandl-opslag-svar
           display "Skyldnerregister: " GD-ANTAL " gaeldspost(er), "
               ANTAL-VARSLET " varslet, " ANTAL-INDBERETTET
               " indberettet, " ANTAL-SLETTET " slettet, "
               ANTAL-VARSEL-BORTFALDET " varsel bortfaldet, "
               ANTAL-AFVENTER " afventer varselsfristen"
           display "Skyldnerregister: " ANTAL-SVAR " opslagssvar, "
               ANTAL-SVAR-STEMPLET " stemplet paa kunden, "
               ANTAL-SVAR-AFVIST " afvist (ukendt kunde/svar)"
           if ANTAL-UDEN-KUNDE > 0
               display "Skyldnerregister: " ANTAL-UDEN-KUNDE
                   " restance(r) uden kunde i KontoMaster.txt"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "Skyldnerregister: " ANTAL-TABEL-FULD
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

      indlæs-parametre.
           move "N" to EOF-check-parm
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parm
               not at end
                   if PARM-GRAENSE-DKK is numeric
                       and PARM-GRAENSE-DKK > 0
                       move PARM-GRAENSE-DKK to GRAENSE-DKK
                   end-if
                   if PARM-RESTANCE-DAGE is numeric
                       move PARM-RESTANCE-DAGE to RESTANCE-DAGE
                   end-if
                   if PARM-VARSEL-DAGE is numeric
                       and PARM-VARSEL-DAGE > 0
                       move PARM-VARSEL-DAGE to VARSEL-DAGE
                   end-if
           end-read
           close Parameter-In
           exit.

      indlæs-kunder.
           move 0 to KU-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if KU-ANTAL < 50000
                           add 1 to KU-ANTAL
                           move Kunde-Information to KU-REC (KU-ANTAL)
                       else
                           add 1 to ANTAL-TABEL-FULD
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      find-kunde.
           set KU-IKKE-FUNDET to TRUE
           perform varying KU-INDEX from 1 by 1
               until KU-FUNDET or KU-INDEX > KU-ANTAL
               if KU-REC (KU-INDEX) (1:10) = KU-OPSLAG-KUNDE-ID
                   set KU-FUNDET to TRUE
               end-if
           end-perform
           if KU-FUNDET
               subtract 1 from KU-INDEX
               move KU-REC (KU-INDEX) to Arbejds-Kunde-Rec
           end-if
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
                           move KM-KONTO-ID-IN to KT-OPSLAG-KONTO-ID
                           perform find-eller-opret-konto
                           if KT-FUNDET
                               move KM-KUNDE-ID-IN
                                   to KT-KUNDE-ID (KT-INDEX)
                           end-if
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      find-konto.
           set KT-IKKE-FUNDET to TRUE
           perform varying KT-INDEX from 1 by 1
               until KT-FUNDET or KT-INDEX > KT-ANTAL
               if KT-KONTO-ID (KT-INDEX) = KT-OPSLAG-KONTO-ID
                   set KT-FUNDET to TRUE
               end-if
           end-perform
           if KT-FUNDET
               subtract 1 from KT-INDEX
           end-if
           exit.

      find-eller-opret-konto.
           perform find-konto
           if KT-IKKE-FUNDET
               if KT-ANTAL < MAX-KONTO
                   add 1 to KT-ANTAL
                   move KT-ANTAL to KT-INDEX
                   move KT-OPSLAG-KONTO-ID to KT-KONTO-ID (KT-INDEX)
                   move spaces to KT-KUNDE-ID (KT-INDEX)
                   move 0 to KT-RAMME-DKK (KT-INDEX)
                   move 0 to KT-SALDO-DKK (KT-INDEX)
                   move "N" to KT-LAAN-FLAG (KT-INDEX)
                   set KT-FUNDET to TRUE
               else
                   add 1 to ANTAL-TABEL-FULD
               end-if
           end-if
           exit.

     *> --- Rammen laeses fra OvertraekGraenser.txt og ikke fra ---
     *> --- DisponibelSaldo.txt, hvor en markeret kundes ramme er ---
     *> --- skaaret ned til det udnyttede ---
      indlæs-overtraek-graenser.
           move "N" to EOF-check-graense
           open input Overtraek-Graense-In
           perform until end-of-file-graense
               read Overtraek-Graense-In
                   at end move "Y" to EOF-check-graense
                   not at end
                       if OG-KONTO-ID-IN not = spaces
                           and OG-GRAENSE-DKK-IN is numeric
                           move OG-KONTO-ID-IN to KT-OPSLAG-KONTO-ID
                           perform find-eller-opret-konto
                           if KT-FUNDET
                               move OG-GRAENSE-DKK-IN
                                   to KT-RAMME-DKK (KT-INDEX)
                           end-if
                       end-if
               end-read
           end-perform
           close Overtraek-Graense-In
           exit.

      indlæs-disponibel-saldo.
           move "N" to EOF-check-disponibel
           open input Disponibel-Saldo-In
           perform until end-of-file-disponibel
               read Disponibel-Saldo-In
                   at end move "Y" to EOF-check-disponibel
                   not at end
                       if DP-KONTO-ID-IN not = spaces
                           move DP-KONTO-ID-IN to KT-OPSLAG-KONTO-ID
                           perform find-eller-opret-konto
                           if KT-FUNDET
                               compute KT-SALDO-DKK (KT-INDEX) =
                                   function NUMVAL(DP-BOGFOERT-IN)
                                   + function NUMVAL(DP-DAGENS-IN)
                           end-if
                       end-if
               end-read
           end-perform
           close Disponibel-Saldo-In
           exit.

     *> --- Konti med et laan med restgaeld er laanekonti (kilde L) ---
      indlæs-laanekonti.
           move "N" to EOF-check-laan
           open input Laan-Master-In
           perform until end-of-file-laan
               read Laan-Master-In
                   at end move "Y" to EOF-check-laan
                   not at end
                       if LM-KONTO-ID-IN not = spaces
                           and LM-RESTGAELD-IN is numeric
                           and LM-RESTGAELD-IN > 0
                           move LM-KONTO-ID-IN to KT-OPSLAG-KONTO-ID
                           perform find-eller-opret-konto
                           if KT-FUNDET
                               move "J" to KT-LAAN-FLAG (KT-INDEX)
                               if KT-KUNDE-ID (KT-INDEX) = spaces
                                   move LM-KUNDE-ID-IN
                                       to KT-KUNDE-ID (KT-INDEX)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close Laan-Master-In
           exit.

      indlæs-register.
           move 0 to SR-ANTAL
           move "N" to EOF-check-register
           open input Register-In
           perform until end-of-file-register
               read Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if SR-KUNDE-ID-IN not = spaces
                           perform gem-register-post
                       end-if
               end-read
           end-perform
           close Register-In
           exit.

      gem-register-post.
           if SR-ANTAL not < MAX-REGISTER
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to SR-ANTAL
           move SR-KUNDE-ID-IN to SR-KUNDE-ID (SR-ANTAL)
           move SR-KILDE-IN to SR-KILDE (SR-ANTAL)
           move SR-REF-IN to SR-REF (SR-ANTAL)
           move SR-STATUS-IN to SR-STATUS (SR-ANTAL)
           move 0 to SR-BELOB-DKK (SR-ANTAL)
           if SR-BELOB-IN is numeric
               move SR-BELOB-IN to SR-BELOB-DKK (SR-ANTAL)
           end-if
           move SR-VARSEL-DATO-IN to SR-VARSEL-DATO (SR-ANTAL)
           move SR-INDBERETTET-DATO-IN
               to SR-INDBERETTET-DATO (SR-ANTAL)
           set SR-BEHOLDES (SR-ANTAL) to TRUE
           exit.

     *> --- BS-aftaler i inkasso: gaelden er aftalens beloeb ---
      opgoer-bs-inkasso.
           move 0 to IK-ANTAL
           move "N" to EOF-check-rykker
           open input Rykker-Register-In
           perform until end-of-file-rykker
               read Rykker-Register-In
                   at end move "Y" to EOF-check-rykker
                   not at end
                       if RR-STATUS-IN = "E" and IK-ANTAL < 10000
                           add 1 to IK-ANTAL
                           move RR-AFTALE-ID-IN
                               to IK-AFTALE-ID (IK-ANTAL)
                           move RR-KONTO-ID-IN
                               to IK-KONTO-ID (IK-ANTAL)
                       end-if
               end-read
           end-perform
           close Rykker-Register-In
           if IK-ANTAL = 0
               exit paragraph
           end-if
           move "N" to EOF-check-aftale
           open input BS-Aftaler-In
           perform until end-of-file-aftale
               read BS-Aftaler-In
                   at end move "Y" to EOF-check-aftale
                   not at end
                       perform opgoer-en-bs-aftale
               end-read
           end-perform
           close BS-Aftaler-In
           exit.

      opgoer-en-bs-aftale.
           perform varying IK-INDEX from 1 by 1
               until IK-INDEX > IK-ANTAL
               if IK-AFTALE-ID (IK-INDEX) = BSA-AFTALE-ID
                   and function TEST-NUMVAL(BSA-BELOB) = 0
                   move function NUMVAL(BSA-BELOB) to AKTUEL-GAELD-DKK
                   if AKTUEL-GAELD-DKK < 0
                       compute AKTUEL-GAELD-DKK = AKTUEL-GAELD-DKK * -1
                   end-if
                   move BSA-KUNDE-ID to AKTUEL-KUNDE-ID
                   if AKTUEL-KUNDE-ID = spaces
                       move IK-KONTO-ID (IK-INDEX) to KT-OPSLAG-KONTO-ID
                       perform find-konto
                       if KT-FUNDET
                           move KT-KUNDE-ID (KT-INDEX)
                               to AKTUEL-KUNDE-ID
                       end-if
                   end-if
                   move "B" to AKTUEL-KILDE
                   move BSA-AFTALE-ID to AKTUEL-REF
                   move "N" to AKTUEL-KVALIFICERET
                   if AKTUEL-GAELD-DKK not < GRAENSE-DKK
                       move "J" to AKTUEL-KVALIFICERET
                   end-if
                   perform gem-gaeld
               end-if
           end-perform
           exit.

     *> --- Konti i restance (D-linjerne i RenteOpsamling.txt): ---
     *> --- gaelden er traekket ud over rammen ---
      opgoer-restancer.
           move "N" to EOF-check-opsamling
           open input Opsamling-In
           perform until end-of-file-opsamling
               read Opsamling-In
                   at end move "Y" to EOF-check-opsamling
                   not at end
                       if OD-TYPE-IN = "D"
                           perform opgoer-en-restance
                       end-if
               end-read
           end-perform
           close Opsamling-In
           exit.

      opgoer-en-restance.
           move OD-KONTO-ID-IN to KT-OPSLAG-KONTO-ID
           perform find-konto
           if KT-IKKE-FUNDET
               exit paragraph
           end-if
           compute AKTUEL-GAELD-DKK =
               KT-SALDO-DKK (KT-INDEX) * -1 - KT-RAMME-DKK (KT-INDEX)
           if AKTUEL-GAELD-DKK not > 0
               exit paragraph
           end-if
           if KT-KUNDE-ID (KT-INDEX) = spaces
               add 1 to ANTAL-UDEN-KUNDE
               exit paragraph
           end-if
           move KT-KUNDE-ID (KT-INDEX) to AKTUEL-KUNDE-ID
           move "O" to AKTUEL-KILDE
           if KT-ER-LAANEKONTO (KT-INDEX)
               move "L" to AKTUEL-KILDE
           end-if
           move OD-KONTO-ID-IN to AKTUEL-REF
           move 0 to RESTANCE-DAGE-NU
           if OD-RESTANCE-FRA-IN (1:4) is numeric
               move OD-RESTANCE-FRA-IN to DATO-TEKST
               perform dato-til-dag-nr
               compute RESTANCE-DAGE-NU = DAGS-DAG-NR - DATO-DAG-NR
           end-if
           move "N" to AKTUEL-KVALIFICERET
           if AKTUEL-GAELD-DKK not < GRAENSE-DKK
               and RESTANCE-DAGE-NU > RESTANCE-DAGE
               move "J" to AKTUEL-KVALIFICERET
           end-if
           perform gem-gaeld
           exit.

      gem-gaeld.
           if AKTUEL-KUNDE-ID = spaces
               add 1 to ANTAL-UDEN-KUNDE
               exit paragraph
           end-if
           if GD-ANTAL not < MAX-GAELD
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to GD-ANTAL
           move AKTUEL-KUNDE-ID to GD-KUNDE-ID (GD-ANTAL)
           move AKTUEL-KILDE to GD-KILDE (GD-ANTAL)
           move AKTUEL-REF to GD-REF (GD-ANTAL)
           move AKTUEL-GAELD-DKK to GD-BELOB-DKK (GD-ANTAL)
           move AKTUEL-KVALIFICERET to GD-KVALIFICERET (GD-ANTAL)
           move "N" to GD-I-REGISTER (GD-ANTAL)
           exit.

     *> --- Registrets poster holdes op mod nattens gaeld: varsler ---
     *> --- indberettes efter fristen, betalt gaeld slettes ---
      afstem-register.
           move 0 to IB-ANTAL
           perform varying SR-INDEX from 1 by 1
               until SR-INDEX > SR-ANTAL
               perform afstem-en-post
           end-perform
           exit.

      afstem-en-post.
           set GD-IKKE-FUNDET to TRUE
           perform varying GD-INDEX from 1 by 1
               until GD-FUNDET or GD-INDEX > GD-ANTAL
               if GD-KILDE (GD-INDEX) = SR-KILDE (SR-INDEX)
                   and GD-REF (GD-INDEX) = SR-REF (SR-INDEX)
                   and GD-KUNDE-ID (GD-INDEX) = SR-KUNDE-ID (SR-INDEX)
                   set GD-FUNDET to TRUE
               end-if
           end-perform
           if GD-FUNDET
               subtract 1 from GD-INDEX
               move "J" to GD-I-REGISTER (GD-INDEX)
               move GD-BELOB-DKK (GD-INDEX) to SR-BELOB-DKK (SR-INDEX)
           end-if
           evaluate true
     *> --- Indberettet gaeld, der er betalt eller afviklet ---
               when SR-INDBERETTET (SR-INDEX) and GD-IKKE-FUNDET
                   set SR-FJERNES (SR-INDEX) to TRUE
                   add 1 to ANTAL-SLETTET
                   move "SLT" to LINJE-TYPE
                   perform noter-indberetning
     *> --- Varsel, hvis gaeld er vaek eller under graensen ---
               when SR-VARSLET (SR-INDEX)
                   and (GD-IKKE-FUNDET
                       or not GD-SKAL-VARSLES (GD-INDEX))
                   set SR-FJERNES (SR-INDEX) to TRUE
                   add 1 to ANTAL-VARSEL-BORTFALDET
     *> --- Varslet gaeld efter fristen indberettes ---
               when SR-VARSLET (SR-INDEX)
                   move SR-VARSEL-DATO (SR-INDEX) to DATO-TEKST
                   perform dato-til-dag-nr
                   if DAGS-DAG-NR - DATO-DAG-NR not < VARSEL-DAGE
                       move "R" to SR-STATUS (SR-INDEX)
                       move DAGS-DATO
                           to SR-INDBERETTET-DATO (SR-INDEX)
                       add 1 to ANTAL-INDBERETTET
                       move "REG" to LINJE-TYPE
                       perform noter-indberetning
                   else
                       add 1 to ANTAL-AFVENTER
                   end-if
               when other
                   continue
           end-evaluate
           exit.

      noter-indberetning.
           if IB-ANTAL not < 20000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to IB-ANTAL
           move LINJE-TYPE to IB-TYPE (IB-ANTAL)
           move SR-INDEX to IB-SR-INDEX (IB-ANTAL)
           exit.

     *> --- Ny gaeld over graensen varsles og optages i registret ---
      varsl-ny-gaeld.
           perform varying GD-INDEX from 1 by 1
               until GD-INDEX > GD-ANTAL
               if GD-SKAL-VARSLES (GD-INDEX)
                   and not GD-ER-I-REGISTER (GD-INDEX)
                   perform varsl-en-gaeld
               end-if
           end-perform
           exit.

      varsl-en-gaeld.
           if SR-ANTAL not < MAX-REGISTER
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to SR-ANTAL
           move GD-KUNDE-ID (GD-INDEX) to SR-KUNDE-ID (SR-ANTAL)
           move GD-KILDE (GD-INDEX) to SR-KILDE (SR-ANTAL)
           move GD-REF (GD-INDEX) to SR-REF (SR-ANTAL)
           move "V" to SR-STATUS (SR-ANTAL)
           move GD-BELOB-DKK (GD-INDEX) to SR-BELOB-DKK (SR-ANTAL)
           move DAGS-DATO to SR-VARSEL-DATO (SR-ANTAL)
           move spaces to SR-INDBERETTET-DATO (SR-ANTAL)
           set SR-BEHOLDES (SR-ANTAL) to TRUE
           add 1 to ANTAL-VARSLET
           move SR-ANTAL to SR-INDEX
           perform saet-kilde-tekst
     *> --- Fristen: varseldatoen plus VARSEL-DAGE ---
           compute DATO-DAG-NR = DAGS-DAG-NR + VARSEL-DAGE
           compute DATO-YMD = function DATE-OF-INTEGER(DATO-DAG-NR)
           move DATO-YMD to DATO-YMD-X
           move spaces to SLUT-DATO-TEKST
           string
               DATO-YMD-X (1:4)  delimited by size
               "-"               delimited by size
               DATO-YMD-X (5:2)  delimited by size
               "-"               delimited by size
               DATO-YMD-X (7:2)  delimited by size
                  into SLUT-DATO-TEKST
           end-string
           move GD-KUNDE-ID (GD-INDEX) to KU-OPSLAG-KUNDE-ID
           perform find-kunde
           write Varsel-Linje from
               "--------------------------------------------------"
           move spaces to Varsel-Linje
           move 1 to pos
           if KU-FUNDET
               string
                   "Til: "                    delimited by size
                   function TRIM(Fuld-Navn of Arbejds-Kunde-Rec)
                                              delimited by size
                   " (Kunde-Id "              delimited by size
                   GD-KUNDE-ID (GD-INDEX)     delimited by size
                   ")"                        delimited by size
                      into Varsel-Linje
                      with pointer pos
               end-string
               write Varsel-Linje
               move spaces to Varsel-Linje
               move 1 to pos
               string
                   "     "                    delimited by size
                   function TRIM(Vejnavn of Arbejds-Kunde-Rec)
                                              delimited by size
                   " "                        delimited by size
                   function TRIM(Husnummer of Arbejds-Kunde-Rec)
                                              delimited by size
                   ", "                       delimited by size
                   Postnummer of Arbejds-Kunde-Rec
                                              delimited by size
                   " "                        delimited by size
                   function TRIM(By-navn of Arbejds-Kunde-Rec)
                                              delimited by size
                      into Varsel-Linje
                      with pointer pos
               end-string
           else
               string
                   "Til: Kunde-Id "           delimited by size
                   GD-KUNDE-ID (GD-INDEX)     delimited by size
                   " (ikke i Kundeoplysninger.txt)"
                                              delimited by size
                      into Varsel-Linje
                      with pointer pos
               end-string
           end-if
           write Varsel-Linje
           move GD-BELOB-DKK (GD-INDEX) to BELOB-E
           move spaces to Varsel-Linje
           move 1 to pos
           string
               "Varsel om registrering: "     delimited by size
               function TRIM(KILDE-TEKST)     delimited by size
               " "                            delimited by size
               function TRIM(GD-REF (GD-INDEX)) delimited by size
               " - forfalden gaeld DKK "      delimited by size
               function TRIM(BELOB-E)         delimited by size
                  into Varsel-Linje
                  with pointer pos
           end-string
           write Varsel-Linje
           move spaces to Varsel-Linje
           move 1 to pos
           string
               "Er gaelden ikke betalt eller aftalt afviklet senest "
                                              delimited by size
               SLUT-DATO-TEKST                delimited by size
               ", indberettes De til skyldnerregistret."
                                              delimited by size
                  into Varsel-Linje
                  with pointer pos
           end-string
           write Varsel-Linje
           exit.

      saet-kilde-tekst.
           evaluate SR-KILDE (SR-INDEX)
               when "B"
                   move "BS-aftale i inkasso" to KILDE-TEKST
               when "L"
                   move "laanerestance konto" to KILDE-TEKST
               when other
                   move "ubetalt overtraek konto" to KILDE-TEKST
           end-evaluate
           exit.

     *> --- Udbakkefilen: HDR, een REG-/SLT-linje pr. indberetning ---
     *> --- eller sletning og TRL med antal og kontroltotal - samme ---
     *> --- HDR/TRL-moenster som clearingfilen ---
      skriv-indberetning.
           move 0 to KONTROL-TOTAL-DKK
           move spaces to INDBERETNING-FIL-NAVN
           move 1 to pos
           string
               "text-files/Udbakke/SkyldnerUd_" delimited by size
               KOERSEL-TIDSSTEMPEL             delimited by size
               ".txt"                          delimited by size
                  into INDBERETNING-FIL-NAVN
                  with pointer pos
           end-string
           open output Indberetning-Out
           move spaces to Indberetning-Linje
           move 1 to pos
           string
               "HDR"                  delimited by size
               IB-ANTAL               delimited by size
               " KOERSEL="            delimited by size
               KOERSEL-TIDSSTEMPEL    delimited by size
               " DATO="               delimited by size
               DAGS-DATO              delimited by size
                  into Indberetning-Linje
                  with pointer pos
           end-string
           write Indberetning-Linje
           perform varying IB-INDEX from 1 by 1
               until IB-INDEX > IB-ANTAL
               perform skriv-en-indberetning
           end-perform
           move KONTROL-TOTAL-DKK to BELOB-E
           move spaces to Indberetning-Linje
           move 1 to pos
           string
               "TRL"                  delimited by size
               IB-ANTAL               delimited by size
               " REGISTRERINGER="     delimited by size
               ANTAL-INDBERETTET      delimited by size
               " SLETNINGER="         delimited by size
               ANTAL-SLETTET          delimited by size
               " SUM="                delimited by size
               function TRIM(BELOB-E) delimited by size
                  into Indberetning-Linje
                  with pointer pos
           end-string
           write Indberetning-Linje
           close Indberetning-Out
           display "Skyldnerregister: indberetning skrevet til "
               function TRIM(INDBERETNING-FIL-NAVN)
           exit.

      skriv-en-indberetning.
           move IB-SR-INDEX (IB-INDEX) to SR-INDEX
           if IB-TYPE (IB-INDEX) = "REG"
               add SR-BELOB-DKK (SR-INDEX) to KONTROL-TOTAL-DKK
           end-if
           move SR-KUNDE-ID (SR-INDEX) to KU-OPSLAG-KUNDE-ID
           perform find-kunde
           if KU-IKKE-FUNDET
               move spaces to Arbejds-Kunde-Rec
           end-if
           move SR-BELOB-DKK (SR-INDEX) to BELOB-E
           move spaces to Indberetning-Linje
           move 1 to pos
           string
               IB-TYPE (IB-INDEX)     delimited by size
               " KUNDE-ID="           delimited by size
               SR-KUNDE-ID (SR-INDEX) delimited by size
               " FOEDSELSDATO="       delimited by size
               Foedselsdato of Arbejds-Kunde-Rec
                                      delimited by size
               " NAVN="               delimited by size
               function TRIM(Fuld-Navn of Arbejds-Kunde-Rec)
                                      delimited by size
               " POSTNR="             delimited by size
               Postnummer of Arbejds-Kunde-Rec
                                      delimited by size
               " KILDE="              delimited by size
               SR-KILDE (SR-INDEX)    delimited by size
               " REFERENCE="          delimited by size
               function TRIM(SR-REF (SR-INDEX))
                                      delimited by size
               " BELOB="              delimited by size
               function TRIM(BELOB-E) delimited by size
               " VARSLET="            delimited by size
               SR-VARSEL-DATO (SR-INDEX)
                                      delimited by size
               " DATO="               delimited by size
               DAGS-DATO              delimited by size
                  into Indberetning-Linje
                  with pointer pos
           end-string
           write Indberetning-Linje
           exit.

      skriv-register.
           open output Register-Out
           perform varying SR-INDEX from 1 by 1
               until SR-INDEX > SR-ANTAL
               if SR-BEHOLDES (SR-INDEX)
                   move SR-KUNDE-ID (SR-INDEX) to SR-KUNDE-ID-UD
                   move SR-KILDE (SR-INDEX) to SR-KILDE-UD
                   move SR-REF (SR-INDEX) to SR-REF-UD
                   move SR-STATUS (SR-INDEX) to SR-STATUS-UD
                   move SR-BELOB-DKK (SR-INDEX) to SR-BELOB-UD
                   move SR-VARSEL-DATO (SR-INDEX) to SR-VARSEL-DATO-UD
                   move SR-INDBERETTET-DATO (SR-INDEX)
                       to SR-INDBERETTET-DATO-UD
                   write Register-Linje-Ud
               end-if
           end-perform
           close Register-Out
           exit.

     *> --- Registrets opslagssvar: en C-linje pr. svar, der aendrer ---
     *> --- kundens markering; svarfilen arkiveres og toemmes ---
      behandl-opslag-svar.
           move "N" to EOF-check-svar
           open input Opslag-Svar-In
           open extend Vedligehold-Out
           if VEDLIGEHOLD-STATUS = "35"
               open output Vedligehold-Out
           end-if
           perform until end-of-file-svar
               read Opslag-Svar-In
                   at end move "Y" to EOF-check-svar
                   not at end
                       if Opslag-Svar-Linje not = spaces
                           perform stempl-et-svar
                       end-if
               end-read
           end-perform
           close Vedligehold-Out
           close Opslag-Svar-In
           if ANTAL-SVAR > 0
               perform arkiver-og-toem-svar
           end-if
           exit.

      stempl-et-svar.
           add 1 to ANTAL-SVAR
           move SV-KUNDE-ID-IN to KU-OPSLAG-KUNDE-ID
           perform find-kunde
           if KU-IKKE-FUNDET
               or (SV-SVAR-IN not = "R" and SV-SVAR-IN not = "I")
               add 1 to ANTAL-SVAR-AFVIST
               display "Skyldnerregister: opslagssvar afvist for "
                   "Kunde-Id " SV-KUNDE-ID-IN " svar " SV-SVAR-IN
               exit paragraph
           end-if
           if SV-SVAR-IN = "R"
               if Skyldner-Status of Arbejds-Kunde-Rec = "R"
                   exit paragraph
               end-if
               move "R" to Skyldner-Status of Arbejds-Kunde-Rec
               move SV-DATO-IN to Skyldner-Dato of Arbejds-Kunde-Rec
           else
               if Skyldner-Status of Arbejds-Kunde-Rec = space
                   exit paragraph
               end-if
               move space to Skyldner-Status of Arbejds-Kunde-Rec
               move spaces to Skyldner-Dato of Arbejds-Kunde-Rec
           end-if
           add 1 to ANTAL-SVAR-STEMPLET
           move Arbejds-Kunde-Rec to KU-REC (KU-INDEX)
           move spaces to Vedligehold-Linje-Ud
           move "C" to VU-AKTION
           move "SKYLDREG" to VU-BRUGER-ID
           move Arbejds-Kunde-Rec to VU-KUNDE-REC
           write Vedligehold-Linje-Ud
           exit.

     *> --- Den behandlede svarfil arkiveres datostemplet og ---
     *> --- toemmes - moenstret fra udgaaendeClearing ---
      arkiver-og-toem-svar.
           move spaces to SVAR-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/SkyldnerOpslagSvarBehandlet_"
                                              delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into SVAR-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-svar
           open input Opslag-Svar-In
           open output Opslag-Arkiv-Out
           perform until end-of-file-svar
               read Opslag-Svar-In
                   at end move "Y" to EOF-check-svar
                   not at end
                       write Opslag-Arkiv-Linje from Opslag-Svar-Linje
               end-read
           end-perform
           close Opslag-Arkiv-Out
           close Opslag-Svar-In
           open output Opslag-Svar-In
           close Opslag-Svar-In
           display "Skyldnerregister: opslagssvar arkiveret til "
               function TRIM(SVAR-ARKIV-NAVN)
               " - SkyldnerOpslagSvar.txt toemt"
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
           move "skyldnerRegister" to KAP-PROGRAM
           move "REGISTER-TABEL" to KAP-TABEL
           move SR-ANTAL to KAP-ANTAL
           move MAX-REGISTER to KAP-MAX
           write Kapacitet-Linje
           move "GAELD-TABEL" to KAP-TABEL
           move GD-ANTAL to KAP-ANTAL
           move MAX-GAELD to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KT-ANTAL to KAP-ANTAL
           move MAX-KONTO to KAP-MAX
           write Kapacitet-Linje
           move "INKASSO-TABEL" to KAP-TABEL
           move IK-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "INDBERETNING-TABEL" to KAP-TABEL
           move IB-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
