      identification division.
      program-id. husstandsRegister.

     *> --- Husstande: to aegtefaeller paa samme adresse staar i
     *>     kundemasteren som to uafhaengige kunder, og loyalitets-
     *>     tier, gebyrrabat og engagementsoversigt ser derfor kun
     *>     halvdelen af familiens engagement. Programmet vedligeholder
     *>     husstandsregistret text-files/HusstandRegister.txt (se
     *>     HusstandTabel.cpy), der samler Kunde-Id'er i husstande.
     *>     Koeres som natligt batch-trin FOER opgave10.
     *>
     *>     1) BEKRAEFTELSE: raadgivernes svar paa forslagene ligger i
     *>        text-files/HusstandGodkendt.txt - samme layout som de
     *>        foerste 29 tegn af en forslagslinje, saa raadgiveren
     *>        kopierer linjen, retter aktionen og paafoerer sine
     *>        initialer:
     *>          T = tilknyt kunden husstanden
     *>          F = fravaelg - kunden meldes ud af husstanden, hvis
     *>              den er med, og foreslaas ikke igen til den
     *>              husstand (HusstandFravalg.txt)
     *>        En linje uden raadgiver-initialer, med ukendt kunde,
     *>        en virksomhed eller en kunde, der allerede er i en
     *>        anden husstand, afvises til HusstandUndtagelser.txt som
     *>        BETINGELSE=-linjer. En husstand med under to medlemmer
     *>        efter bekraeftelserne nedlaegges. Kunder, der ikke
     *>        laengere findes i Kundeoplysninger.txt, udgaar.
     *>        Den behandlede fil arkiveres datostemplet og toemmes.
     *>
     *>     2) FORSLAG: kunderne (ikke virksomheder i Virksomheder.txt)
     *>        grupperes paa to slags forbindelser:
     *>          A = samme normaliserede adresse (vejnavn, husnummer og
     *>              postnummer i store bogstaver uden mellemrum og
     *>              tegnsaetning) i Kundeoplysninger.txt
     *>          F = medejer (rolle M) af en faelleskonto i
     *>              KontoRelationer.txt, der er gyldig i dag, sammen
     *>              med kontoens ejer i KontoMaster.txt
     *>        Hver gruppe med mindst to kunder, hvor mindst een ikke
     *>        allerede er registreret, skrives til HusstandForslag.txt
     *>        med een linje pr. ny kunde. Er en af gruppens kunder
     *>        allerede i en husstand, foreslaas de nye tilknyttet den;
     *>        ellers er forslagets husstands-id gruppens laveste
     *>        Kunde-Id. Forbindelseskilden er A, F eller B (begge).

      environment division.
      input-output section.
      file-control.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Virksomhed-Data-In
               assign to "text-files/Virksomheder.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Relation-In
               assign to "text-files/KontoRelationer.txt"
               organization is line sequential.
           select optional Husstand-Register-In
               assign to "text-files/HusstandRegister.txt"
               organization is line sequential.
           select Husstand-Register-Out
               assign to "text-files/HusstandRegister.txt"
               organization is line sequential.
           select optional Fravalg-In
               assign to "text-files/HusstandFravalg.txt"
               organization is line sequential.
           select Fravalg-Out
               assign to "text-files/HusstandFravalg.txt"
               organization is line sequential.
           select optional Godkendt-In
               assign to "text-files/HusstandGodkendt.txt"
               organization is line sequential.
           select Godkendt-Arkiv-Out
               assign to dynamic GODKENDT-ARKIV-NAVN
               organization is line sequential.
           select Forslag-Out
               assign to "text-files/HusstandForslag.txt"
               organization is line sequential.
           select Undtagelse-Out
               assign to "text-files/HusstandUndtagelser.txt"
               organization is line sequential.
     *> --- Arbejdsfil til sorteringen paa adresse-noeglen ---
           select Sort-Adresse-Work
               assign to "SortHusstand".
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Virksomhed-Data-In.
      01 Virksomhed-Information.
           copy "VIRKSOMHED.cpy".
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN       pic x(14).
           02 KM-REG-NR-IN         pic x(6).
           02 KM-KUNDE-ID-IN       pic x(10).
           02 KM-OPRETTET-DATO-IN  pic x(10).
           02 KM-PRODUKT-KODE-IN   pic x(4).
      fd Konto-Relation-In.
      01 Konto-Relation-Linje.
           02 KREL-KONTO-ID-IN     pic x(14).
           02 KREL-KUNDE-ID-IN     pic x(10).
           02 KREL-ROLLE-IN        pic x.
           02 KREL-GYLDIG-FRA-IN   pic x(10).
           02 KREL-GYLDIG-TIL-IN   pic x(10).
           02 KREL-EJERANDEL-IN    pic 9(3).
      fd Husstand-Register-In.
      01 Husstand-Register-Linje.
           02 HR-HUSSTAND-ID-IN    pic x(10).
           02 HR-KUNDE-ID-IN       pic x(10).
           02 HR-GODKENDT-AF-IN    pic x(8).
           02 HR-GODKENDT-DATO-IN  pic x(10).
      fd Husstand-Register-Out.
      01 Husstand-Register-Ud-Linje.
           02 HR-HUSSTAND-ID-OUT   pic x(10).
           02 HR-KUNDE-ID-OUT      pic x(10).
           02 HR-GODKENDT-AF-OUT   pic x(8).
           02 HR-GODKENDT-DATO-OUT pic x(10).
      fd Fravalg-In.
      01 Fravalg-Linje.
           02 FV-HUSSTAND-ID-IN    pic x(10).
           02 FV-KUNDE-ID-IN       pic x(10).
           02 FV-RAADGIVER-IN      pic x(8).
           02 FV-DATO-IN           pic x(10).
      fd Fravalg-Out.
      01 Fravalg-Ud-Linje.
           02 FV-HUSSTAND-ID-OUT   pic x(10).
           02 FV-KUNDE-ID-OUT      pic x(10).
           02 FV-RAADGIVER-OUT     pic x(8).
           02 FV-DATO-OUT          pic x(10).
      fd Godkendt-In.
      01 Godkendt-Linje.
           02 GK-HUSSTAND-ID       pic x(10).
           02 GK-KUNDE-ID          pic x(10).
           02 GK-AKTION            pic x.
              88 GK-TILKNYT        value "T".
              88 GK-FRAVAELG       value "F".
           02 GK-RAADGIVER         pic x(8).
      fd Godkendt-Arkiv-Out.
      01 Godkendt-Arkiv-Linje     pic x(29) value spaces.
      fd Forslag-Out.
      01 Forslag-Linje.
           02 FO-HUSSTAND-ID       pic x(10).
           02 FO-KUNDE-ID          pic x(10).
           02 FO-AKTION            pic x.
           02 FO-RAADGIVER         pic x(8).
           02 FILLER               pic x.
           02 FO-KILDE             pic x.
           02 FILLER               pic x.
           02 FO-NAVN              pic x(40).
           02 FILLER               pic x.
           02 FO-ADRESSE           pic x(70).
      fd Undtagelse-Out.
      01 Undtagelse-Linje         pic x(200) value spaces.
      sd Sort-Adresse-Work.
      01 Sort-Adresse-Record.
           02 SR-ADRESSE-NOEGLE    pic x(44).
           02 SR-HK-INDEX          pic 9(5).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-virk           pic x value "N".
           88 end-of-file-virk    value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-relation       pic x value "N".
           88 end-of-file-relation value "Y".
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-fravalg        pic x value "N".
           88 end-of-file-fravalg value "Y".
      01 EOF-check-godkendt       pic x value "N".
           88 end-of-file-godkendt value "Y".
      01 EOF-check-sort           pic x value "N".
           88 end-of-file-sort    value "Y".
      01 pos                      pic 9(4) value 1.
     *> --- Husstandsregistret i memory ---
      copy "Opgave10/Copybooks/HusstandTabel.cpy".
     *> --- Kunderne fra Kundeoplysninger.txt. HK-FORAELDER peger ---
     *> --- mod forslagsgruppens rod (laveste Kunde-Id) ---
      01 Husstand-Kunde-Tabel.
           02 HK-ANTAL             pic 9(5) value 0.
           02 HK-POST OCCURS 50000 TIMES.
              03 HK-KUNDE-ID       pic x(10).
              03 HK-NAVN           pic x(40).
              03 HK-ADRESSE        pic x(70).
              03 HK-ADRESSE-NOEGLE pic x(44).
              03 HK-FORAELDER      pic 9(5).
              03 HK-VIRK-FLAG      pic x.
                 88 HK-ER-VIRKSOMHED value "J".
              03 HK-ADRESSE-FLAG   pic x.
                 88 HK-ADRESSE-MATCH value "J".
              03 HK-FAELLES-FLAG   pic x.
                 88 HK-FAELLES-MATCH value "J".
              03 HK-HUSSTAND-ID    pic x(10).
      01 MAX-HUSSTAND-KUNDER      pic 9(5) value 50000.
      01 HK-INDEX                 pic 9(5) value 0.
      01 HK-INDEX-2               pic 9(5) value 0.
      01 HK-ROD                   pic 9(5) value 0.
      01 HK-ROD-1                 pic 9(5) value 0.
      01 HK-ROD-2                 pic 9(5) value 0.
      01 HK-OPSLAG-KUNDE-ID       pic x(10) value spaces.
      01 HK-FUND-FLAG             pic x value "N".
           88 HK-FUNDET           value "J".
           88 HK-IKKE-FUNDET      value "N".
     *> --- De to kunder, forbind-kunder slaar sammen, og ---
     *> --- forbindelsens art (A eller F) ---
      01 FORBIND-INDEX-1          pic 9(5) value 0.
      01 FORBIND-INDEX-2          pic 9(5) value 0.
      01 FORBIND-TYPE             pic x value space.
     *> --- Medejer-relationerne, der er gyldige i dag ---
      01 Faelles-Relation-Tabel.
           02 RL-ANTAL             pic 9(5) value 0.
           02 RL-POST OCCURS 50000 TIMES.
              03 RL-KONTO-ID       pic x(14).
              03 RL-HK-INDEX       pic 9(5).
      01 RL-INDEX                 pic 9(5) value 0.
      01 RL-INDEX-2               pic 9(5) value 0.
     *> --- Raadgivernes fravalg: (husstand, kunde), der ikke skal ---
     *> --- foreslaas igen ---
      01 Fravalg-Tabel.
           02 FV-ANTAL             pic 9(5) value 0.
           02 FV-POST OCCURS 50000 TIMES.
              03 FV-HUSSTAND-ID    pic x(10).
              03 FV-KUNDE-ID       pic x(10).
              03 FV-RAADGIVER      pic x(8).
              03 FV-DATO           pic x(10).
              03 FV-SLETTET-FLAG   pic x.
                 88 FV-SLETTET     value "J".
                 88 FV-AKTIV       value "N".
      01 FV-INDEX                 pic 9(5) value 0.
      01 FV-FUND-FLAG             pic x value "N".
           88 FV-FUNDET           value "J".
           88 FV-IKKE-FUNDET      value "N".
     *> --- Adresse-normaliseringen ---
      01 ADRESSE-RAA              pic x(44) value spaces.
      01 ADRESSE-NOEGLE           pic x(44) value spaces.
      01 ADRESSE-TEGN             pic x value space.
      01 ADRESSE-POS              pic 9(2) value 0.
      01 ADRESSE-UD-POS           pic 9(2) value 0.
      01 FORRIGE-NOEGLE           pic x(44) value spaces.
      01 FORRIGE-HK-INDEX         pic 9(5) value 0.
     *> --- Forslagsgruppen under skrivningen ---
      01 GRUPPE-HUSSTAND-ID       pic x(10) value spaces.
      01 GRUPPE-ANTAL-REGISTRERET pic 9(5) value 0.
      01 GRUPPE-ANTAL-NYE         pic 9(5) value 0.
      01 FOERSTE-FLAG             pic x value "N".
           88 FOERSTE-FOREKOMST   value "J".
           88 SENERE-FOREKOMST    value "N".
      01 GODKENDT-FUNDET-FLAG     pic x value "N".
           88 GODKENDELSER-FUNDET value "J".
     *> --- Husstand, kunde og raadgiver for den linje, der ---
     *> --- behandles, afvises eller slaas op i fravalgene ---
      01 AKTUEL-HUSSTAND-ID       pic x(10) value spaces.
      01 AKTUEL-KUNDE-ID          pic x(10) value spaces.
      01 AKTUEL-RAADGIVER         pic x(8) value spaces.
      01 AFVIS-BETINGELSE         pic x(45) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 ARKIV-TIDSSTEMPEL        pic x(21) value spaces.
      01 GODKENDT-ARKIV-NAVN      pic x(100) value spaces.
      01 ANTAL-GODKENDELSER       pic 9(7) value 0.
      01 ANTAL-TILKNYTTET         pic 9(7) value 0.
      01 ANTAL-FRAVALGT           pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-UDGAAET            pic 9(7) value 0.
      01 ANTAL-HUSSTANDE          pic 9(7) value 0.
      01 ANTAL-FORSLAG            pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: indlaes kunder og register, udfoer ---
     *> --- raadgivernes bekraeftelser, skriv registret og dan ---
     *> --- forslagene ud fra det opdaterede register ---
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
           perform indlæs-kunder
           perform marker-virksomheder
           perform indlæs-husstand-register
           perform indlæs-fravalg
           open output Undtagelse-Out
           perform fjern-udgaaede-kunder
           move "N" to GODKENDT-FUNDET-FLAG
           perform behandl-godkendelser
           perform nedlaeg-enlige-husstande
           close Undtagelse-Out
           perform skriv-husstand-register
           perform skriv-fravalg
           if GODKENDELSER-FUNDET
               perform arkiver-og-toem-godkendelser
           end-if
           perform marker-registrerede-kunder
           sort Sort-Adresse-Work
               on ascending key SR-ADRESSE-NOEGLE SR-HK-INDEX
               input procedure is frigiv-adresse-noegler
               output procedure is forbind-ens-adresser
           perform indlæs-faelles-relationer
           perform forbind-faelleskonti
           perform skriv-forslag
           display "Husstande: " ANTAL-GODKENDELSER " bekraeftelse(r) ("
               ANTAL-TILKNYTTET " tilknyttet, " ANTAL-FRAVALGT
               " fravalgt, " ANTAL-AFVIST " afvist), "
               ANTAL-HUSSTANDE " husstand(e) i registret, "
               ANTAL-FORSLAG " kunde(r) foreslaaet - se "
               "text-files/HusstandForslag.txt"
           if ANTAL-TABEL-FULD > 0
               display "Husstande: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- Kundemasteren med normaliseret adresse-noegle ---
      indlæs-kunder.
           move 0 to HK-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Kunde-Id not = spaces
                           if HK-ANTAL < MAX-HUSSTAND-KUNDER
                               add 1 to HK-ANTAL
                               perform gem-kunde
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      gem-kunde.
           move Kunde-Id to HK-KUNDE-ID (HK-ANTAL)
           move Fuld-Navn to HK-NAVN (HK-ANTAL)
           move spaces to HK-ADRESSE (HK-ANTAL)
           move 1 to pos
           string
               function TRIM(Vejnavn)   delimited by size
               " "                      delimited by size
               function TRIM(Husnummer) delimited by size
               ", "                     delimited by size
               Postnummer               delimited by size
               " "                      delimited by size
               function TRIM(By-navn)   delimited by size
                  into HK-ADRESSE (HK-ANTAL)
                  with pointer pos
           end-string
           move HK-ANTAL to HK-FORAELDER (HK-ANTAL)
           move "N" to HK-VIRK-FLAG (HK-ANTAL)
           move "N" to HK-ADRESSE-FLAG (HK-ANTAL)
           move "N" to HK-FAELLES-FLAG (HK-ANTAL)
           move spaces to HK-HUSSTAND-ID (HK-ANTAL)
           move spaces to HK-ADRESSE-NOEGLE (HK-ANTAL)
     *> --- Uden vejnavn og postnummer kan adressen ikke matches ---
           if Vejnavn not = spaces and Postnummer not = spaces
               move spaces to ADRESSE-RAA
               move Vejnavn to ADRESSE-RAA (1:30)
               move Husnummer to ADRESSE-RAA (31:10)
               move Postnummer to ADRESSE-RAA (41:4)
               perform normaliser-adresse
               move ADRESSE-NOEGLE to HK-ADRESSE-NOEGLE (HK-ANTAL)
           end-if
           exit.

     *> --- ADRESSE-RAA i store bogstaver uden mellemrum og ---
     *> --- tegnsaetning til ADRESSE-NOEGLE, saa "Vestergade 12, ---
     *> --- 1. tv" og "VESTERGADE 12 1.TV" giver samme noegle ---
      normaliser-adresse.
           inspect ADRESSE-RAA converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move spaces to ADRESSE-NOEGLE
           move 0 to ADRESSE-UD-POS
           perform varying ADRESSE-POS from 1 by 1
               until ADRESSE-POS > 44
               move ADRESSE-RAA (ADRESSE-POS:1) to ADRESSE-TEGN
               if ADRESSE-TEGN not = space
                   and ADRESSE-TEGN not = "."
                   and ADRESSE-TEGN not = ","
                   and ADRESSE-TEGN not = "-"
                   and ADRESSE-TEGN not = "/"
                   add 1 to ADRESSE-UD-POS
                   move ADRESSE-TEGN
                       to ADRESSE-NOEGLE (ADRESSE-UD-POS:1)
               end-if
           end-perform
           exit.

     *> --- Virksomheder indgaar ikke i husstande ---
      marker-virksomheder.
           move "N" to EOF-check-virk
           open input Virksomhed-Data-In
           perform until end-of-file-virk
               read Virksomhed-Data-In
                   at end move "Y" to EOF-check-virk
                   not at end
                       move Virk-Kunde-Id to HK-OPSLAG-KUNDE-ID
                       perform find-kunde
                       if HK-FUNDET
                           move "J" to HK-VIRK-FLAG (HK-INDEX)
                       end-if
               end-read
           end-perform
           close Virksomhed-Data-In
           exit.

      find-kunde.
           set HK-IKKE-FUNDET to TRUE
           if HK-OPSLAG-KUNDE-ID = spaces
               exit paragraph
           end-if
           perform varying HK-INDEX from 1 by 1
               until HK-FUNDET or HK-INDEX > HK-ANTAL
               if HK-KUNDE-ID (HK-INDEX) = HK-OPSLAG-KUNDE-ID
                   set HK-FUNDET to TRUE
               end-if
           end-perform
           if HK-FUNDET
               subtract 1 from HK-INDEX
           end-if
           exit.

      indlæs-husstand-register.
           move 0 to HH-ANTAL
           move "N" to EOF-check-register
           open input Husstand-Register-In
           perform until end-of-file-register
               read Husstand-Register-In
                   at end move "Y" to EOF-check-register
                   not at end
                       if HR-KUNDE-ID-IN not = spaces
                           if HH-ANTAL < MAX-HUSSTAND-MEDLEMMER
                               add 1 to HH-ANTAL
                               move HR-HUSSTAND-ID-IN
                                   to HH-HUSSTAND-ID (HH-ANTAL)
                               move HR-KUNDE-ID-IN
                                   to HH-KUNDE-ID (HH-ANTAL)
                               move HR-GODKENDT-AF-IN
                                   to HH-GODKENDT-AF (HH-ANTAL)
                               move HR-GODKENDT-DATO-IN
                                   to HH-GODKENDT-DATO (HH-ANTAL)
                               move "N" to HH-SLETTET-FLAG (HH-ANTAL)
                               move "N" to HH-SKREVET-FLAG (HH-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Husstand-Register-In
           exit.

      indlæs-fravalg.
           move 0 to FV-ANTAL
           move "N" to EOF-check-fravalg
           open input Fravalg-In
           perform until end-of-file-fravalg
               read Fravalg-In
                   at end move "Y" to EOF-check-fravalg
                   not at end
                       if FV-KUNDE-ID-IN not = spaces
                           if FV-ANTAL < 50000
                               add 1 to FV-ANTAL
                               move FV-HUSSTAND-ID-IN
                                   to FV-HUSSTAND-ID (FV-ANTAL)
                               move FV-KUNDE-ID-IN
                                   to FV-KUNDE-ID (FV-ANTAL)
                               move FV-RAADGIVER-IN
                                   to FV-RAADGIVER (FV-ANTAL)
                               move FV-DATO-IN to FV-DATO (FV-ANTAL)
                               move "N" to FV-SLETTET-FLAG (FV-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Fravalg-In
           exit.

     *> --- Slaar HUSSTAND-OPSLAG-KUNDE op blandt registrets aktive ---
     *> --- medlemmer og efterlader HH-INDEX paa posten ---
      find-husstand-for-kunde.
           set KUNDE-UDEN-HUSSTAND to TRUE
           move spaces to HUSSTAND-AKTUEL-ID
           perform varying HH-INDEX from 1 by 1
               until KUNDE-I-HUSSTAND or HH-INDEX > HH-ANTAL
               if HH-KUNDE-ID (HH-INDEX) = HUSSTAND-OPSLAG-KUNDE
                   and HH-AKTIV (HH-INDEX)
                   set KUNDE-I-HUSSTAND to TRUE
                   move HH-HUSSTAND-ID (HH-INDEX) to HUSSTAND-AKTUEL-ID
               end-if
           end-perform
           if KUNDE-I-HUSSTAND
               subtract 1 from HH-INDEX
           end-if
           exit.

     *> --- Kunder, der er slettet af kundemasteren (f.eks. af ---
     *> --- gdprSletning eller kundeDedup), udgaar af husstanden. ---
     *> --- Uden kundemaster roeres registret ikke ---
      fjern-udgaaede-kunder.
           if HK-ANTAL = 0
               exit paragraph
           end-if
           perform varying HH-INDEX-2 from 1 by 1
               until HH-INDEX-2 > HH-ANTAL
               move HH-KUNDE-ID (HH-INDEX-2) to HK-OPSLAG-KUNDE-ID
               perform find-kunde
               if HK-IKKE-FUNDET
                   move "Y" to HH-SLETTET-FLAG (HH-INDEX-2)
                   add 1 to ANTAL-UDGAAET
                   move "HUSSTAND-KUNDE-UDGAAET" to AFVIS-BETINGELSE
                   move HH-HUSSTAND-ID (HH-INDEX-2) to AKTUEL-HUSSTAND-ID
                   move HH-KUNDE-ID (HH-INDEX-2) to AKTUEL-KUNDE-ID
                   move spaces to AKTUEL-RAADGIVER
                   perform skriv-undtagelse
               end-if
           end-perform
           exit.

      behandl-godkendelser.
           move "N" to EOF-check-godkendt
           open input Godkendt-In
           perform until end-of-file-godkendt
               read Godkendt-In
                   at end move "Y" to EOF-check-godkendt
                   not at end
                       if Godkendt-Linje not = spaces
                           set GODKENDELSER-FUNDET to TRUE
                           add 1 to ANTAL-GODKENDELSER
                           perform behandl-en-godkendelse
                       end-if
               end-read
           end-perform
           close Godkendt-In
           exit.

      behandl-en-godkendelse.
           move GK-HUSSTAND-ID to AKTUEL-HUSSTAND-ID
           move GK-KUNDE-ID to AKTUEL-KUNDE-ID
           move GK-RAADGIVER to AKTUEL-RAADGIVER
           move spaces to AFVIS-BETINGELSE
           evaluate true
               when AKTUEL-RAADGIVER = spaces
                   move "HUSSTAND-RAADGIVER-MANGLER"
                       to AFVIS-BETINGELSE
               when AKTUEL-HUSSTAND-ID = spaces
                   move "HUSSTAND-ID-MANGLER" to AFVIS-BETINGELSE
               when not GK-TILKNYT and not GK-FRAVAELG
                   move "HUSSTAND-AKTION-UGYLDIG" to AFVIS-BETINGELSE
           end-evaluate
           if AFVIS-BETINGELSE = spaces
               move AKTUEL-KUNDE-ID to HK-OPSLAG-KUNDE-ID
               perform find-kunde
               if HK-IKKE-FUNDET
                   move "HUSSTAND-KUNDE-UKENDT" to AFVIS-BETINGELSE
               else
                   if HK-ER-VIRKSOMHED (HK-INDEX)
                       move "HUSSTAND-KUNDE-ER-VIRKSOMHED"
                           to AFVIS-BETINGELSE
                   end-if
               end-if
           end-if
           if AFVIS-BETINGELSE not = spaces
               add 1 to ANTAL-AFVIST
               perform skriv-undtagelse
               exit paragraph
           end-if
           move AKTUEL-KUNDE-ID to HUSSTAND-OPSLAG-KUNDE
           perform find-husstand-for-kunde
           if GK-FRAVAELG
               if KUNDE-I-HUSSTAND
                   and HUSSTAND-AKTUEL-ID = AKTUEL-HUSSTAND-ID
                   move "Y" to HH-SLETTET-FLAG (HH-INDEX)
               end-if
               perform registrer-fravalg
               add 1 to ANTAL-FRAVALGT
               exit paragraph
           end-if
           if KUNDE-I-HUSSTAND
               if HUSSTAND-AKTUEL-ID not = AKTUEL-HUSSTAND-ID
                   move "HUSSTAND-KUNDE-I-ANDEN-HUSSTAND"
                       to AFVIS-BETINGELSE
                   add 1 to ANTAL-AFVIST
                   perform skriv-undtagelse
               end-if
               exit paragraph
           end-if
           if HH-ANTAL not < MAX-HUSSTAND-MEDLEMMER
               move "HUSSTAND-REGISTER-FULDT" to AFVIS-BETINGELSE
               add 1 to ANTAL-AFVIST
               perform skriv-undtagelse
               exit paragraph
           end-if
           add 1 to HH-ANTAL
           move AKTUEL-HUSSTAND-ID to HH-HUSSTAND-ID (HH-ANTAL)
           move AKTUEL-KUNDE-ID to HH-KUNDE-ID (HH-ANTAL)
           move AKTUEL-RAADGIVER to HH-GODKENDT-AF (HH-ANTAL)
           move DAGS-DATO to HH-GODKENDT-DATO (HH-ANTAL)
           move "N" to HH-SLETTET-FLAG (HH-ANTAL)
           move "N" to HH-SKREVET-FLAG (HH-ANTAL)
           add 1 to ANTAL-TILKNYTTET
     *> --- En tilknytning ophaever et tidligere fravalg af samme ---
     *> --- kunde til samme husstand ---
           perform find-fravalg
           if FV-FUNDET
               move "J" to FV-SLETTET-FLAG (FV-INDEX)
           end-if
           exit.

      find-fravalg.
           set FV-IKKE-FUNDET to TRUE
           perform varying FV-INDEX from 1 by 1
               until FV-FUNDET or FV-INDEX > FV-ANTAL
               if FV-KUNDE-ID (FV-INDEX) = AKTUEL-KUNDE-ID
                   and FV-HUSSTAND-ID (FV-INDEX) = AKTUEL-HUSSTAND-ID
                   and FV-AKTIV (FV-INDEX)
                   set FV-FUNDET to TRUE
               end-if
           end-perform
           if FV-FUNDET
               subtract 1 from FV-INDEX
           end-if
           exit.

      registrer-fravalg.
           perform find-fravalg
           if FV-FUNDET
               exit paragraph
           end-if
           if FV-ANTAL not < 50000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to FV-ANTAL
           move AKTUEL-HUSSTAND-ID to FV-HUSSTAND-ID (FV-ANTAL)
           move AKTUEL-KUNDE-ID to FV-KUNDE-ID (FV-ANTAL)
           move AKTUEL-RAADGIVER to FV-RAADGIVER (FV-ANTAL)
           move DAGS-DATO to FV-DATO (FV-ANTAL)
           move "N" to FV-SLETTET-FLAG (FV-ANTAL)
           exit.

     *> --- En husstand med under to aktive medlemmer nedlaegges - ---
     *> --- det tilbagevaerende medlem kan blive foreslaaet igen ---
      nedlaeg-enlige-husstande.
           perform varying HH-INDEX from 1 by 1
               until HH-INDEX > HH-ANTAL
               if HH-AKTIV (HH-INDEX)
                   move 0 to HUSSTAND-ANTAL-MEDLEMMER
                   perform varying HH-INDEX-2 from 1 by 1
                       until HH-INDEX-2 > HH-ANTAL
                       if HH-AKTIV (HH-INDEX-2)
                           and HH-HUSSTAND-ID (HH-INDEX-2)
                               = HH-HUSSTAND-ID (HH-INDEX)
                           add 1 to HUSSTAND-ANTAL-MEDLEMMER
                       end-if
                   end-perform
                   if HUSSTAND-ANTAL-MEDLEMMER < 2
                       move "Y" to HH-SLETTET-FLAG (HH-INDEX)
                       move "HUSSTAND-KUN-ET-MEDLEM"
                           to AFVIS-BETINGELSE
                       move HH-HUSSTAND-ID (HH-INDEX) to AKTUEL-HUSSTAND-ID
                       move HH-KUNDE-ID (HH-INDEX) to AKTUEL-KUNDE-ID
                       move HH-GODKENDT-AF (HH-INDEX) to AKTUEL-RAADGIVER
                       perform skriv-undtagelse
                   end-if
               end-if
           end-perform
           exit.

      skriv-undtagelse.
           move spaces to Undtagelse-Linje
           move 1 to pos
           string
               "BETINGELSE="                  delimited by size
               function TRIM(AFVIS-BETINGELSE) delimited by size
               " HUSSTAND="                   delimited by size
               AKTUEL-HUSSTAND-ID                 delimited by size
               " KUNDE-ID="                   delimited by size
               AKTUEL-KUNDE-ID                    delimited by size
               " RAADGIVER="                  delimited by size
               AKTUEL-RAADGIVER                   delimited by size
                  into Undtagelse-Linje
                  with pointer pos
           end-string
           write Undtagelse-Linje
           exit.

      skriv-husstand-register.
           move 0 to ANTAL-HUSSTANDE
           open output Husstand-Register-Out
           perform varying HH-INDEX from 1 by 1
               until HH-INDEX > HH-ANTAL
               if HH-AKTIV (HH-INDEX)
                   move spaces to Husstand-Register-Ud-Linje
                   move HH-HUSSTAND-ID (HH-INDEX) to HR-HUSSTAND-ID-OUT
                   move HH-KUNDE-ID (HH-INDEX) to HR-KUNDE-ID-OUT
                   move HH-GODKENDT-AF (HH-INDEX) to HR-GODKENDT-AF-OUT
                   move HH-GODKENDT-DATO (HH-INDEX)
                       to HR-GODKENDT-DATO-OUT
                   write Husstand-Register-Ud-Linje
     *> --- Husstandene taelles ved deres foerste medlem ---
                   set FOERSTE-FOREKOMST to TRUE
                   perform varying HH-INDEX-2 from 1 by 1
                       until HH-INDEX-2 >= HH-INDEX
                       if HH-AKTIV (HH-INDEX-2)
                           and HH-HUSSTAND-ID (HH-INDEX-2)
                               = HH-HUSSTAND-ID (HH-INDEX)
                           set SENERE-FOREKOMST to TRUE
                       end-if
                   end-perform
                   if FOERSTE-FOREKOMST
                       add 1 to ANTAL-HUSSTANDE
                   end-if
               end-if
           end-perform
           close Husstand-Register-Out
           exit.

      skriv-fravalg.
           open output Fravalg-Out
           perform varying FV-INDEX from 1 by 1
               until FV-INDEX > FV-ANTAL
               if FV-AKTIV (FV-INDEX)
                   move spaces to Fravalg-Ud-Linje
                   move FV-HUSSTAND-ID (FV-INDEX) to FV-HUSSTAND-ID-OUT
                   move FV-KUNDE-ID (FV-INDEX) to FV-KUNDE-ID-OUT
                   move FV-RAADGIVER (FV-INDEX) to FV-RAADGIVER-OUT
                   move FV-DATO (FV-INDEX) to FV-DATO-OUT
                   write Fravalg-Ud-Linje
               end-if
           end-perform
           close Fravalg-Out
           exit.

     *> --- Den behandlede bekraeftelsesfil arkiveres datostemplet ---
     *> --- og toemmes - moenstret fra kortLivscyklus ---
      arkiver-og-toem-godkendelser.
           move function CURRENT-DATE to ARKIV-TIDSSTEMPEL
           move spaces to GODKENDT-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/HusstandGodkendtBehandlet_"
                                              delimited by size
               ARKIV-TIDSSTEMPEL (1:8)        delimited by size
               "-"                            delimited by size
               ARKIV-TIDSSTEMPEL (9:6)        delimited by size
               ".txt"                         delimited by size
                  into GODKENDT-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-godkendt
           open input Godkendt-In
           open output Godkendt-Arkiv-Out
           perform until end-of-file-godkendt
               read Godkendt-In
                   at end move "Y" to EOF-check-godkendt
                   not at end
                       write Godkendt-Arkiv-Linje from Godkendt-Linje
               end-read
           end-perform
           close Godkendt-Arkiv-Out
           close Godkendt-In
           open output Godkendt-In
           close Godkendt-In
           display "Husstands-bekraeftelser arkiveret til "
               function TRIM(GODKENDT-ARKIV-NAVN)
               " - HusstandGodkendt.txt toemt"
           exit.

     *> --- Noterer paa hver kunde den husstand, den er med i ---
      marker-registrerede-kunder.
           perform varying HH-INDEX from 1 by 1
               until HH-INDEX > HH-ANTAL
               if HH-AKTIV (HH-INDEX)
                   move HH-KUNDE-ID (HH-INDEX) to HK-OPSLAG-KUNDE-ID
                   perform find-kunde
                   if HK-FUNDET
                       move HH-HUSSTAND-ID (HH-INDEX)
                           to HK-HUSSTAND-ID (HK-INDEX)
                   end-if
               end-if
           end-perform
           exit.

      frigiv-adresse-noegler.
           perform varying HK-INDEX from 1 by 1
               until HK-INDEX > HK-ANTAL
               if HK-ADRESSE-NOEGLE (HK-INDEX) not = spaces
                   and not HK-ER-VIRKSOMHED (HK-INDEX)
                   move HK-ADRESSE-NOEGLE (HK-INDEX)
                       to SR-ADRESSE-NOEGLE
                   move HK-INDEX to SR-HK-INDEX
                   release Sort-Adresse-Record
               end-if
           end-perform
           exit.

     *> --- Kunder med samme noegle ligger nu efter hinanden - hver ---
     *> --- forbindes med den foregaaende ---
      forbind-ens-adresser.
           move spaces to FORRIGE-NOEGLE
           move 0 to FORRIGE-HK-INDEX
           move "N" to EOF-check-sort
           perform until end-of-file-sort
               return Sort-Adresse-Work
                   at end move "Y" to EOF-check-sort
                   not at end
                       if SR-ADRESSE-NOEGLE = FORRIGE-NOEGLE
                           move FORRIGE-HK-INDEX to FORBIND-INDEX-1
                           move SR-HK-INDEX to FORBIND-INDEX-2
                           move "A" to FORBIND-TYPE
                           perform forbind-kunder
                       end-if
                       move SR-ADRESSE-NOEGLE to FORRIGE-NOEGLE
                       move SR-HK-INDEX to FORRIGE-HK-INDEX
               end-return
           end-perform
           exit.

     *> --- Medejer-relationerne, der er gyldige i dag, med ---
     *> --- medejerens plads i kundetabellen ---
      indlæs-faelles-relationer.
           move 0 to RL-ANTAL
           move "N" to EOF-check-relation
           open input Konto-Relation-In
           perform until end-of-file-relation
               read Konto-Relation-In
                   at end move "Y" to EOF-check-relation
                   not at end
                       if KREL-ROLLE-IN = "M"
                           and KREL-GYLDIG-FRA-IN <= DAGS-DATO
                           and (KREL-GYLDIG-TIL-IN = spaces
                               or KREL-GYLDIG-TIL-IN >= DAGS-DATO)
                           move KREL-KUNDE-ID-IN to HK-OPSLAG-KUNDE-ID
                           perform find-kunde
                           if HK-FUNDET
                               and not HK-ER-VIRKSOMHED (HK-INDEX)
                               perform gem-faelles-relation
                           end-if
                       end-if
               end-read
           end-perform
           close Konto-Relation-In
           exit.

      gem-faelles-relation.
           if RL-ANTAL not < 50000
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           add 1 to RL-ANTAL
           move KREL-KONTO-ID-IN to RL-KONTO-ID (RL-ANTAL)
           move HK-INDEX to RL-HK-INDEX (RL-ANTAL)
     *> --- Medejere af samme konto forbindes indbyrdes, ogsaa hvor ---
     *> --- kontoen mangler i kontomasteren ---
           perform varying RL-INDEX-2 from 1 by 1
               until RL-INDEX-2 >= RL-ANTAL
               if RL-KONTO-ID (RL-INDEX-2) = KREL-KONTO-ID-IN
                   move RL-HK-INDEX (RL-INDEX-2) to FORBIND-INDEX-1
                   move HK-INDEX to FORBIND-INDEX-2
                   move "F" to FORBIND-TYPE
                   perform forbind-kunder
               end-if
           end-perform
           exit.

     *> --- Hver medejer forbindes med kontoens ejer ---
      forbind-faelleskonti.
           if RL-ANTAL = 0
               exit paragraph
           end-if
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       perform forbind-kontoens-medejere
               end-read
           end-perform
           close Konto-Master-In
           exit.

      forbind-kontoens-medejere.
           move KM-KUNDE-ID-IN to HK-OPSLAG-KUNDE-ID
           move 0 to HK-INDEX-2
           perform varying RL-INDEX from 1 by 1
               until RL-INDEX > RL-ANTAL
               if RL-KONTO-ID (RL-INDEX) = KM-KONTO-ID-IN
                   if HK-INDEX-2 = 0
                       perform find-kunde
                       if HK-IKKE-FUNDET or HK-ER-VIRKSOMHED (HK-INDEX)
                           exit paragraph
                       end-if
                       move HK-INDEX to HK-INDEX-2
                   end-if
                   move HK-INDEX-2 to FORBIND-INDEX-1
                   move RL-HK-INDEX (RL-INDEX) to FORBIND-INDEX-2
                   move "F" to FORBIND-TYPE
                   perform forbind-kunder
               end-if
           end-perform
           exit.

     *> --- Foelger HK-FORAELDER fra HK-INDEX til gruppens rod ---
      find-rod.
           move HK-INDEX to HK-ROD
           perform until HK-FORAELDER (HK-ROD) = HK-ROD
               move HK-FORAELDER (HK-ROD) to HK-ROD
           end-perform
           exit.

     *> --- Forbinder kunderne paa FORBIND-INDEX-1 og -2: de to ---
     *> --- grupper slaas sammen under roden med det laveste ---
     *> --- Kunde-Id - samme moenster som storeEngagementer ---
      forbind-kunder.
           if FORBIND-INDEX-1 = FORBIND-INDEX-2
               exit paragraph
           end-if
           if FORBIND-TYPE = "A"
               move "J" to HK-ADRESSE-FLAG (FORBIND-INDEX-1)
               move "J" to HK-ADRESSE-FLAG (FORBIND-INDEX-2)
           else
               move "J" to HK-FAELLES-FLAG (FORBIND-INDEX-1)
               move "J" to HK-FAELLES-FLAG (FORBIND-INDEX-2)
           end-if
           move FORBIND-INDEX-1 to HK-INDEX
           perform find-rod
           move HK-ROD to HK-ROD-1
           move FORBIND-INDEX-2 to HK-INDEX
           perform find-rod
           move HK-ROD to HK-ROD-2
           if HK-ROD-1 = HK-ROD-2
               exit paragraph
           end-if
           if HK-KUNDE-ID (HK-ROD-1) < HK-KUNDE-ID (HK-ROD-2)
               move HK-ROD-1 to HK-FORAELDER (HK-ROD-2)
           else
               move HK-ROD-2 to HK-FORAELDER (HK-ROD-1)
           end-if
           exit.

     *> --- Een blok pr. gruppe, skrevet ved gruppens rod ---
      skriv-forslag.
           move 0 to ANTAL-FORSLAG
           open output Forslag-Out
           perform varying HK-INDEX-2 from 1 by 1
               until HK-INDEX-2 > HK-ANTAL
               if HK-FORAELDER (HK-INDEX-2) = HK-INDEX-2
                   perform skriv-forslag-for-gruppe
               end-if
           end-perform
           close Forslag-Out
           exit.

      skriv-forslag-for-gruppe.
           move HK-KUNDE-ID (HK-INDEX-2) to GRUPPE-HUSSTAND-ID
           move 0 to GRUPPE-ANTAL-REGISTRERET
           move 0 to GRUPPE-ANTAL-NYE
     *> --- Gruppens eksisterende husstand giver forslagets id ---
           perform varying HK-INDEX from 1 by 1
               until HK-INDEX > HK-ANTAL
               perform find-rod
               if HK-ROD = HK-INDEX-2
                   and HK-HUSSTAND-ID (HK-INDEX) not = spaces
                   if GRUPPE-ANTAL-REGISTRERET = 0
                       move HK-HUSSTAND-ID (HK-INDEX)
                           to GRUPPE-HUSSTAND-ID
                   end-if
                   add 1 to GRUPPE-ANTAL-REGISTRERET
               end-if
           end-perform
           perform varying HK-INDEX from 1 by 1
               until HK-INDEX > HK-ANTAL
               perform find-rod
               if HK-ROD = HK-INDEX-2
                   and HK-HUSSTAND-ID (HK-INDEX) = spaces
                   move GRUPPE-HUSSTAND-ID to AKTUEL-HUSSTAND-ID
                   move HK-KUNDE-ID (HK-INDEX) to AKTUEL-KUNDE-ID
                   perform find-fravalg
                   if FV-IKKE-FUNDET
                       add 1 to GRUPPE-ANTAL-NYE
                   end-if
               end-if
           end-perform
           if GRUPPE-ANTAL-NYE = 0
               or GRUPPE-ANTAL-REGISTRERET + GRUPPE-ANTAL-NYE < 2
               exit paragraph
           end-if
           perform varying HK-INDEX from 1 by 1
               until HK-INDEX > HK-ANTAL
               perform find-rod
               if HK-ROD = HK-INDEX-2
                   and HK-HUSSTAND-ID (HK-INDEX) = spaces
                   move GRUPPE-HUSSTAND-ID to AKTUEL-HUSSTAND-ID
                   move HK-KUNDE-ID (HK-INDEX) to AKTUEL-KUNDE-ID
                   perform find-fravalg
                   if FV-IKKE-FUNDET
                       perform skriv-forslags-linje
                   end-if
               end-if
           end-perform
           exit.

      skriv-forslags-linje.
           move spaces to Forslag-Linje
           move GRUPPE-HUSSTAND-ID to FO-HUSSTAND-ID
           move HK-KUNDE-ID (HK-INDEX) to FO-KUNDE-ID
           move "T" to FO-AKTION
           evaluate true
               when HK-ADRESSE-MATCH (HK-INDEX)
                   and HK-FAELLES-MATCH (HK-INDEX)
                   move "B" to FO-KILDE
               when HK-ADRESSE-MATCH (HK-INDEX)
                   move "A" to FO-KILDE
               when other
                   move "F" to FO-KILDE
           end-evaluate
           move HK-NAVN (HK-INDEX) to FO-NAVN
           move HK-ADRESSE (HK-INDEX) to FO-ADRESSE
           write Forslag-Linje
           add 1 to ANTAL-FORSLAG
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
           move "husstandsRegister" to KAP-PROGRAM
           move "HUSSTAND-TABEL" to KAP-TABEL
           move HH-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "HUSSTAND-KUNDE-TABEL" to KAP-TABEL
           move HK-ANTAL to KAP-ANTAL
           move MAX-HUSSTAND-KUNDER to KAP-MAX
           write Kapacitet-Linje
           move "FAELLES-RELATION-TABEL" to KAP-TABEL
           move RL-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "FRAVALG-TABEL" to KAP-TABEL
           move FV-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
