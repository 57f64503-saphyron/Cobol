      identification division.
      program-id. krydssalgLister.

     *> --- Krydssalg: raadgivernes kontaktlister ("kunder med over
     *>     200.000 paa en loenkonto og ingen opsparing", "kunder, der
     *>     fylder 18 i naeste kvartal", "loenkunder uden BS-aftale")
     *>     blev stykket sammen i haanden af flere filer. Programmet
     *>     laeser reglerne i text-files/KrydssalgRegler.txt - een
     *>     linje pr. regel - og en kunde er egnet til reglen, naar
     *>     alle reglens udfyldte betingelser er opfyldt:
     *>       - SALDO: summen af kundens saldi (bogfoert + dagens
     *>         bevaegelse i DisponibelSaldo.txt) paa konti med
     *>         produktkoden ligger i beloebsbaandet MIN..MAX
     *>         (MAX nul = intet loft). Kontoens produkt er raekken i
     *>         KontoProdukter.txt, ellers KontoMaster.txt's kode
     *>       - ALDER: alderen i dag (Foedselsdato) ligger i MIN..MAX,
     *>         og/eller kunden fylder FYLDER aar i naeste kvartal
     *>       - HAR/UDEN: kunden har (hhv. har ingen) konto med
     *>         produktkoden
     *>       - BS: J = kunden har en BS-aftale i BSAftaler.txt,
     *>         N = kunden har ingen
     *>       - TIER: kundens loyalitets-tier i LoyalitetsRegister.txt
     *>       - FILIAL: kundens filial i FilialRaadgivere.txt
     *>     Produktkoder kan slutte med "*" som joker ("OP**" = alle
     *>     koder, der begynder med OP; "****" = alle konti).
     *>     Kunder under doedsbobehandling (DoedsboRegister.txt), med
     *>     udlaeg paa en konto (UdlaegRegister.txt) eller uden et
     *>     gyldigt markedsfoeringssamtykke til brev, e-mail eller
     *>     SMS i SamtykkeRegister.txt (Samtykke.cpy) udelades altid;
     *>     kontaktlinjen viser de kanaler, kunden har samtykket til.
     *>     De egnede kunder sorteres pr. filial og raadgiver (som i
     *>     FilialTabel.cpy) til kontaktlisten text-files/
     *>     KrydssalgKontaktliste.txt, der dannes forfra hver nat.
     *>     Ugyldige regellinjer skrives til KrydssalgExceptions.txt.

      environment division.
      input-output section.
      file-control.
           select optional Regel-In
               assign to "text-files/KrydssalgRegler.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional Konto-Produkt-In
               assign to "text-files/KontoProdukter.txt"
               organization is line sequential.
           select optional Disponibel-Saldo-In
               assign to "text-files/DisponibelSaldo.txt"
               organization is line sequential.
           select optional BS-Aftaler-In
               assign to "text-files/BSAftaler.txt"
               organization is line sequential.
           select optional Loyalitets-Register-In
               assign to "text-files/LoyalitetsRegister.txt"
               organization is line sequential.
           select optional Filial-In
               assign to "text-files/FilialRaadgivere.txt"
               organization is line sequential.
           select optional Doedsbo-Register-In
               assign to "text-files/DoedsboRegister.txt"
               organization is line sequential.
           select optional Udlaeg-Register-In
               assign to "text-files/UdlaegRegister.txt"
               organization is line sequential.
           select optional Samtykke-Register-In
               assign to "text-files/SamtykkeRegister.txt"
               organization is line sequential.
           select Kontaktliste-Out
               assign to "text-files/KrydssalgKontaktliste.txt"
               organization is line sequential.
           select Regel-Exception-Out
               assign to "text-files/KrydssalgExceptions.txt"
               organization is line sequential.
     *> --- Sorteringsfil, saa listen grupperes pr. filial/raadgiver
           select Sort-Kontakt-Work
               assign to "SortKontakt".
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Regel-In.
      01 Regel-Linje.
           02 RG-REGEL-ID-IN        pic x(8).
           02 RG-BESKRIVELSE-IN     pic x(30).
           02 RG-SALDO-PRODUKT-IN   pic x(4).
           02 RG-SALDO-MIN-IN       pic 9(11).
           02 RG-SALDO-MAX-IN       pic 9(11).
           02 RG-ALDER-MIN-IN       pic 9(3).
           02 RG-ALDER-MAX-IN       pic 9(3).
           02 RG-FYLDER-IN          pic 9(3).
           02 RG-HAR-PRODUKT-IN     pic x(4).
           02 RG-UDEN-PRODUKT-IN    pic x(4).
           02 RG-BS-IN              pic x.
           02 RG-TIER-IN            pic x(12).
           02 RG-FILIAL-IN          pic x(4).
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
      fd Konto-Produkt-In.
      01 Konto-Produkt-Linje.
           02 KP-KONTO-ID-IN        pic x(14).
           02 KP-PRODUKT-KODE-IN    pic x(4).
           02 FILLER                pic x(51).
      fd Disponibel-Saldo-In.
      01 Disponibel-Saldo-Linje.
           02 DP-KONTO-ID-IN        pic x(14).
           02 DP-BOGFOERT-IN        pic x(17).
           02 DP-DAGENS-IN          pic x(17).
           02 DP-RAMME-IN           pic x(17).
           02 DP-RESERVERET-IN      pic x(17).
      fd BS-Aftaler-In.
      01 BS-Aftale-Linje.
           02 BSA-AFTALE-ID         pic x(8).
           02 BSA-KONTO-ID          pic x(14).
           02 BSA-REG-NR            pic x(6).
           02 BSA-KUNDE-ID          pic x(10).
           02 FILLER                pic x(50).
      fd Loyalitets-Register-In.
      01 Loyalitets-Register-Linje-In.
           02 LR-KUNDE-ID-IN        pic x(10).
           02 LR-TIER-NAVN-IN       pic x(12).
      fd Filial-In.
      01 Filial-Linje.
           02 FI-KONTO-ID-IN        pic x(14).
           02 FI-FILIAL-KODE-IN     pic x(4).
           02 FI-FILIAL-NAVN-IN     pic x(20).
           02 FI-RAADGIVER-IN       pic x(30).
           02 FI-TELEFON-IN         pic x(15).
      fd Doedsbo-Register-In.
      01 Doedsbo-Register-Linje.
           02 DB-KUNDE-ID-IN        pic x(10).
           02 DB-DOEDSDATO-IN       pic x(10).
           02 DB-BO-KONTAKT-IN      pic x(40).
      fd Udlaeg-Register-In.
      01 Udlaeg-Register-Linje.
           02 UR-KONTO-ID-IN        pic x(14).
           02 UR-BELOB-IN           pic 9(13)v99.
           02 UR-SAGS-REF-IN        pic x(12).
      fd Samtykke-Register-In.
      01 Samtykke-Register-Linje.
           copy "Opgave10/Copybooks/Samtykke.cpy".
      fd Kontaktliste-Out.
      01 Kontakt-Linje             pic x(250) value spaces.
      fd Regel-Exception-Out.
      01 Regel-Exception-Linje     pic x(150) value spaces.
      sd Sort-Kontakt-Work.
      01 Sort-Kontakt-Record.
           02 SK-FILIAL-KODE        pic x(4).
           02 SK-RAADGIVER          pic x(30).
           02 SK-REGEL-INDEX        pic 9(3).
           02 SK-KUNDE-ID           pic x(10).
           02 SK-KUNDE-INDEX        pic 9(5).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-regel          pic x value "N".
           88 end-of-file-regel   value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-produkt        pic x value "N".
           88 end-of-file-produkt value "Y".
      01 EOF-check-disponibel     pic x value "N".
           88 end-of-file-disponibel value "Y".
      01 EOF-check-aftaler        pic x value "N".
           88 end-of-file-aftaler value "Y".
      01 EOF-check-loyalitet      pic x value "N".
           88 end-of-file-loyalitet value "Y".
      01 EOF-check-filial         pic x value "N".
           88 end-of-file-filial  value "Y".
      01 EOF-check-doedsbo        pic x value "N".
           88 end-of-file-doedsbo value "Y".
      01 EOF-check-udlaeg         pic x value "N".
           88 end-of-file-udlaeg  value "Y".
      01 EOF-check-samtykke       pic x value "N".
           88 end-of-file-samtykke value "Y".
      01 EOF-check-sort           pic x value "N".
           88 end-of-file-sort    value "Y".
      01 pos                      pic 9(4) value 1.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
     *> --- Naeste kvartal: [NK-START, NK-EFTER) som yyyy-mm-dd ---
      01 Kvartal-Felter.
           02 NK-START             pic x(10) value spaces.
           02 NK-EFTER             pic x(10) value spaces.
           02 NK-AAR               pic 9(4) value 0.
           02 NK-MAANED            pic 9(2) value 0.
           02 NK-KVARTAL           pic 9 value 0.
     *> --- Reglerne ---
      01 Regel-Tabel.
           02 RT-ANTAL             pic 9(3) value 0.
           02 RT-POST OCCURS 100 TIMES.
              03 RT-REGEL-ID       pic x(8).
              03 RT-BESKRIVELSE    pic x(30).
              03 RT-SALDO-PRODUKT  pic x(4).
              03 RT-SALDO-MIN      pic 9(11).
              03 RT-SALDO-MAX      pic 9(11).
              03 RT-ALDER-MIN      pic 9(3).
              03 RT-ALDER-MAX      pic 9(3).
              03 RT-FYLDER         pic 9(3).
              03 RT-HAR-PRODUKT    pic x(4).
              03 RT-UDEN-PRODUKT   pic x(4).
              03 RT-BS             pic x.
              03 RT-TIER           pic x(12).
              03 RT-FILIAL         pic x(4).
              03 RT-ANTAL-EGNEDE   pic 9(7).
      01 RT-INDEX                 pic 9(3) value 0.
     *> --- Kunderne med deres faste egenskaber og pr. regel ---
     *> --- opsamlede saldo og produktbesiddelse ---
      01 Kunde-Tabel.
           02 KD-ANTAL             pic 9(5) value 0.
           02 KD-POST OCCURS 50000 TIMES.
              03 KD-KUNDE-ID       pic x(10).
              03 KD-NAVN           pic x(40).
              03 KD-TELEFON        pic x(15).
              03 KD-EMAIL          pic x(30).
              03 KD-FOEDSELSDATO   pic x(10).
              03 KD-ALDER          pic 9(3).
              03 KD-ALDER-FLAG     pic x.
                 88 KD-ALDER-KENDT        value "Y".
              03 KD-FILIAL-KODE    pic x(4).
              03 KD-RAADGIVER      pic x(30).
              03 KD-TIER           pic x(12).
              03 KD-BS-FLAG        pic x.
                 88 KD-HAR-BS             value "Y".
              03 KD-UDELAD-AARSAG  pic x.
                 88 KD-UDELADT            value "D" "U".
     *> --- Kanaler med gyldigt samtykke: brev, e-mail, SMS ("-" ---
     *> --- = intet samtykke til kanalen) ---
              03 KD-KANALER.
                 04 KD-KANAL-B     pic x.
                 04 KD-KANAL-E     pic x.
                 04 KD-KANAL-S     pic x.
              03 KD-SALDO          pic s9(13)v99 COMP-3.
              03 KD-SALDO-KONTO-FLAG pic x.
              03 KD-HAR-FLAG       pic x.
              03 KD-UDEN-RAMT-FLAG pic x.
      01 KD-INDEX                 pic 9(5) value 0.
      01 KD-OPSLAG                pic x(10) value spaces.
      01 KD-FUNDET-INDEX          pic 9(5) value 0.
     *> --- Konti med ejer, produkt og saldo ---
      01 Konto-Tabel.
           02 KO-ANTAL             pic 9(5) value 0.
           02 KO-POST OCCURS 50000 TIMES.
              03 KO-KONTO-ID       pic x(14).
              03 KO-KUNDE-INDEX    pic 9(5).
              03 KO-PRODUKT-KODE   pic x(4).
              03 KO-SALDO          pic s9(13)v99 COMP-3.
      01 KO-INDEX                 pic 9(5) value 0.
      01 KO-OPSLAG                pic x(14) value spaces.
      01 KO-FUNDET-INDEX          pic 9(5) value 0.
     *> --- Produktkode-sammenligning med "*"-joker ---
      01 Joker-Felter.
           02 JK-MOENSTER          pic x(4) value spaces.
           02 JK-KODE              pic x(4) value spaces.
           02 JK-POS               pic 9 value 0.
           02 JK-FLAG              pic x value "N".
              88 JOKER-MATCH       value "Y".
              88 JOKER-INGEN-MATCH value "N".
      01 Alder-Felter.
           02 AF-FOEDT-AAR         pic 9(4) value 0.
           02 AF-NU-AAR            pic 9(4) value 0.
           02 AF-FYLDER-AAR        pic 9(4) value 0.
           02 AF-FYLDER-DATO       pic x(10) value spaces.
      01 EGNET-FLAG               pic x value "N".
           88 KUNDE-EGNET         value "Y".
           88 KUNDE-IKKE-EGNET    value "N".
      01 REGEL-FLAG               pic x value "Y".
           88 REGEL-GYLDIG        value "Y".
           88 REGEL-UGYLDIG       value "N".
      01 REGEL-FEJL               pic x(24) value spaces.
      01 AKTUEL-FILIAL            pic x(4) value spaces.
      01 AKTUEL-RAADGIVER         pic x(30) value spaces.
      01 RAADGIVER-TEKST          pic x(30) value spaces.
      01 ANTAL-REGLER-AFVIST      pic 9(7) value 0.
      01 ANTAL-KONTAKTER          pic 9(7) value 0.
      01 ANTAL-UDELADT-DOEDSBO    pic 9(7) value 0.
      01 ANTAL-UDELADT-UDLAEG     pic 9(7) value 0.
      01 ANTAL-UDELADT-SAMTYKKE   pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
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
           perform bestem-naeste-kvartal
           open output Regel-Exception-Out
           perform indlæs-regler
           close Regel-Exception-Out
           if RT-ANTAL = 0
               display "Krydssalg: ingen gyldige regler i "
                   "text-files/KrydssalgRegler.txt - ingen liste dannet"
               stop run
           end-if
           perform indlæs-kunder
           perform indlæs-konti
           perform indlæs-produkter
           perform indlæs-saldi
           perform indlæs-bs-aftaler
           perform indlæs-loyalitet
           perform indlæs-filialer
           perform indlæs-udelukkelser
           open output Kontaktliste-Out
           sort Sort-Kontakt-Work
               on ascending key SK-FILIAL-KODE SK-RAADGIVER
                                SK-REGEL-INDEX SK-KUNDE-ID
               input procedure is udvaelg-kontakter
               output procedure is skriv-kontaktliste
           close Kontaktliste-Out
           display "Krydssalg: " RT-ANTAL " regel(er), "
               ANTAL-KONTAKTER " kontakt(er), udeladt "
               ANTAL-UDELADT-DOEDSBO " doedsbo / "
               ANTAL-UDELADT-UDLAEG " udlaeg / "
               ANTAL-UDELADT-SAMTYKKE " uden samtykke - se "
               "text-files/KrydssalgKontaktliste.txt"
           if ANTAL-REGLER-AFVIST > 0
               display "Krydssalg: " ANTAL-REGLER-AFVIST
                   " regel(er) afvist - se "
                   "text-files/KrydssalgExceptions.txt"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "Krydssalg: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

     *> --- Naeste kvartals foerste dag og dagen efter dets udgang ---
      bestem-naeste-kvartal.
           move DATO-NU (1:4) to NK-AAR
           move DATO-NU (5:2) to NK-MAANED
           compute NK-KVARTAL = (NK-MAANED - 1) / 3 + 1
           compute NK-MAANED = NK-KVARTAL * 3 + 1
           if NK-MAANED > 12
               move 1 to NK-MAANED
               add 1 to NK-AAR
           end-if
           move spaces to NK-START
           string
               NK-AAR      delimited by size
               "-"         delimited by size
               NK-MAANED   delimited by size
               "-01"       delimited by size
                  into NK-START
           end-string
           add 3 to NK-MAANED
           if NK-MAANED > 12
               move 1 to NK-MAANED
               add 1 to NK-AAR
           end-if
           move spaces to NK-EFTER
           string
               NK-AAR      delimited by size
               "-"         delimited by size
               NK-MAANED   delimited by size
               "-01"       delimited by size
                  into NK-EFTER
           end-string
           exit.

      indlæs-regler.
           move 0 to RT-ANTAL
           move "N" to EOF-check-regel
           open input Regel-In
           perform until end-of-file-regel
               read Regel-In
                   at end move "Y" to EOF-check-regel
                   not at end
                       if Regel-Linje not = spaces
                           perform valider-en-regel
                       end-if
               end-read
           end-perform
           close Regel-In
           exit.

      valider-en-regel.
           set REGEL-GYLDIG to TRUE
           move spaces to REGEL-FEJL
           evaluate TRUE
               when RG-REGEL-ID-IN = spaces
                   move "REGEL-ID-MANGLER" to REGEL-FEJL
               when RG-SALDO-MIN-IN not numeric
                   or RG-SALDO-MAX-IN not numeric
                   move "SALDO-UGYLDIG" to REGEL-FEJL
               when RG-SALDO-MAX-IN > 0
                   and RG-SALDO-MAX-IN < RG-SALDO-MIN-IN
                   move "SALDO-UGYLDIG" to REGEL-FEJL
               when RG-ALDER-MIN-IN not numeric
                   or RG-ALDER-MAX-IN not numeric
                   or RG-FYLDER-IN not numeric
                   move "ALDER-UGYLDIG" to REGEL-FEJL
               when RG-ALDER-MAX-IN > 0
                   and RG-ALDER-MAX-IN < RG-ALDER-MIN-IN
                   move "ALDER-UGYLDIG" to REGEL-FEJL
               when RG-BS-IN not = "J" and not = "N"
                   and not = space
                   move "BS-UGYLDIG" to REGEL-FEJL
               when RG-SALDO-PRODUKT-IN = spaces
                   and (RG-SALDO-MIN-IN > 0 or RG-SALDO-MAX-IN > 0)
                   move "SALDO-PRODUKT-MANGLER" to REGEL-FEJL
               when RT-ANTAL not < 100
                   move "FOR-MANGE-REGLER" to REGEL-FEJL
           end-evaluate
           if REGEL-FEJL not = spaces
               add 1 to ANTAL-REGLER-AFVIST
               move spaces to Regel-Exception-Linje
               move 1 to pos
               string
                   "BETINGELSE="          delimited by size
                   function TRIM(REGEL-FEJL) delimited by size
                   " REGEL-ID="           delimited by size
                   RG-REGEL-ID-IN         delimited by size
                   " LINJE="              delimited by size
                   Regel-Linje            delimited by size
                      into Regel-Exception-Linje
                      with pointer pos
               end-string
               write Regel-Exception-Linje
               exit paragraph
           end-if
           add 1 to RT-ANTAL
           move RG-REGEL-ID-IN to RT-REGEL-ID (RT-ANTAL)
           move RG-BESKRIVELSE-IN to RT-BESKRIVELSE (RT-ANTAL)
           move RG-SALDO-PRODUKT-IN to RT-SALDO-PRODUKT (RT-ANTAL)
           move RG-SALDO-MIN-IN to RT-SALDO-MIN (RT-ANTAL)
           move RG-SALDO-MAX-IN to RT-SALDO-MAX (RT-ANTAL)
           move RG-ALDER-MIN-IN to RT-ALDER-MIN (RT-ANTAL)
           move RG-ALDER-MAX-IN to RT-ALDER-MAX (RT-ANTAL)
           move RG-FYLDER-IN to RT-FYLDER (RT-ANTAL)
           move RG-HAR-PRODUKT-IN to RT-HAR-PRODUKT (RT-ANTAL)
           move RG-UDEN-PRODUKT-IN to RT-UDEN-PRODUKT (RT-ANTAL)
           move RG-BS-IN to RT-BS (RT-ANTAL)
           move RG-TIER-IN to RT-TIER (RT-ANTAL)
           move RG-FILIAL-IN to RT-FILIAL (RT-ANTAL)
           move 0 to RT-ANTAL-EGNEDE (RT-ANTAL)
           exit.

     *> --- Kundemasteren med alder i dag ---
      indlæs-kunder.
           move 0 to KD-ANTAL
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Kunde-Id not = spaces
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
           move Kunde-Id to KD-KUNDE-ID (KD-ANTAL)
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
           move Telefon to KD-TELEFON (KD-ANTAL)
           move Email to KD-EMAIL (KD-ANTAL)
           move Foedselsdato to KD-FOEDSELSDATO (KD-ANTAL)
           move spaces to KD-FILIAL-KODE (KD-ANTAL)
           move spaces to KD-RAADGIVER (KD-ANTAL)
           move spaces to KD-TIER (KD-ANTAL)
           move "N" to KD-BS-FLAG (KD-ANTAL)
           move space to KD-UDELAD-AARSAG (KD-ANTAL)
           move "---" to KD-KANALER (KD-ANTAL)
           move 0 to KD-ALDER (KD-ANTAL)
           move "N" to KD-ALDER-FLAG (KD-ANTAL)
           if Foedselsdato (1:4) is numeric
               and Foedselsdato (6:2) is numeric
               and Foedselsdato (9:2) is numeric
               and Foedselsdato <= DAGS-DATO
               move Foedselsdato (1:4) to AF-FOEDT-AAR
               move DAGS-DATO (1:4) to AF-NU-AAR
               compute KD-ALDER (KD-ANTAL) = AF-NU-AAR - AF-FOEDT-AAR
               if DAGS-DATO (6:5) < Foedselsdato (6:5)
                   subtract 1 from KD-ALDER (KD-ANTAL)
               end-if
               move "Y" to KD-ALDER-FLAG (KD-ANTAL)
           end-if
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

     *> --- Kontomasteren: ejer og masterens produktkode ---
      indlæs-konti.
           move 0 to KO-ANTAL
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       move KM-KUNDE-ID-IN to KD-OPSLAG
                       perform find-kunde
                       if KD-FUNDET-INDEX > 0
                           perform gem-en-konto
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
           move KM-PRODUKT-KODE-IN to KO-PRODUKT-KODE (KO-ANTAL)
           move 0 to KO-SALDO (KO-ANTAL)
           exit.

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
                           move KP-PRODUKT-KODE-IN
                               to KO-PRODUKT-KODE (KO-FUNDET-INDEX)
                       end-if
               end-read
           end-perform
           close Konto-Produkt-In
           exit.

     *> --- Saldoen er bogfoert saldo plus dagens bevaegelse ---
      indlæs-saldi.
           move "N" to EOF-check-disponibel
           open input Disponibel-Saldo-In
           perform until end-of-file-disponibel
               read Disponibel-Saldo-In
                   at end move "Y" to EOF-check-disponibel
                   not at end
                       move DP-KONTO-ID-IN to KO-OPSLAG
                       perform find-konto
                       if KO-FUNDET-INDEX > 0
                           and function TEST-NUMVAL(DP-BOGFOERT-IN) = 0
                           and function TEST-NUMVAL(DP-DAGENS-IN) = 0
                           compute KO-SALDO (KO-FUNDET-INDEX) =
                               function NUMVAL(DP-BOGFOERT-IN)
                             + function NUMVAL(DP-DAGENS-IN)
                       end-if
               end-read
           end-perform
           close Disponibel-Saldo-In
           exit.

     *> --- BS-aftaler tilhoerer aftalens Kunde-Id, ellers kontoens ---
     *> --- ejer ---
      indlæs-bs-aftaler.
           move "N" to EOF-check-aftaler
           open input BS-Aftaler-In
           perform until end-of-file-aftaler
               read BS-Aftaler-In
                   at end move "Y" to EOF-check-aftaler
                   not at end
                       move 0 to KD-FUNDET-INDEX
                       if BSA-KUNDE-ID not = spaces
                           move BSA-KUNDE-ID to KD-OPSLAG
                           perform find-kunde
                       end-if
                       if KD-FUNDET-INDEX = 0
                           move BSA-KONTO-ID to KO-OPSLAG
                           perform find-konto
                           if KO-FUNDET-INDEX > 0
                               move KO-KUNDE-INDEX (KO-FUNDET-INDEX)
                                   to KD-FUNDET-INDEX
                           end-if
                       end-if
                       if KD-FUNDET-INDEX > 0
                           move "Y" to KD-BS-FLAG (KD-FUNDET-INDEX)
                       end-if
               end-read
           end-perform
           close BS-Aftaler-In
           exit.

      indlæs-loyalitet.
           move "N" to EOF-check-loyalitet
           open input Loyalitets-Register-In
           perform until end-of-file-loyalitet
               read Loyalitets-Register-In
                   at end move "Y" to EOF-check-loyalitet
                   not at end
                       move LR-KUNDE-ID-IN to KD-OPSLAG
                       perform find-kunde
                       if KD-FUNDET-INDEX > 0
                           move LR-TIER-NAVN-IN
                               to KD-TIER (KD-FUNDET-INDEX)
                       end-if
               end-read
           end-perform
           close Loyalitets-Register-In
           exit.

     *> --- Kundens filial og raadgiver er den foerste af kundens ---
     *> --- konti, der staar i FilialRaadgivere.txt ---
      indlæs-filialer.
           move "N" to EOF-check-filial
           open input Filial-In
           perform until end-of-file-filial
               read Filial-In
                   at end move "Y" to EOF-check-filial
                   not at end
                       move FI-KONTO-ID-IN to KO-OPSLAG
                       perform find-konto
                       if KO-FUNDET-INDEX > 0
                           move KO-KUNDE-INDEX (KO-FUNDET-INDEX)
                               to KD-INDEX
                           if KD-FILIAL-KODE (KD-INDEX) = spaces
                               move FI-FILIAL-KODE-IN
                                   to KD-FILIAL-KODE (KD-INDEX)
                               move FI-RAADGIVER-IN
                                   to KD-RAADGIVER (KD-INDEX)
                           end-if
                       end-if
               end-read
           end-perform
           close Filial-In
           exit.

     *> --- Doedsbo, udlaeg og gyldige markedsfoeringssamtykker ---
      indlæs-udelukkelser.
           move "N" to EOF-check-doedsbo
           open input Doedsbo-Register-In
           perform until end-of-file-doedsbo
               read Doedsbo-Register-In
                   at end move "Y" to EOF-check-doedsbo
                   not at end
                       move DB-KUNDE-ID-IN to KD-OPSLAG
                       perform find-kunde
                       if KD-FUNDET-INDEX > 0
                           move "D" to KD-UDELAD-AARSAG (KD-FUNDET-INDEX)
                       end-if
               end-read
           end-perform
           close Doedsbo-Register-In
           move "N" to EOF-check-udlaeg
           open input Udlaeg-Register-In
           perform until end-of-file-udlaeg
               read Udlaeg-Register-In
                   at end move "Y" to EOF-check-udlaeg
                   not at end
                       move UR-KONTO-ID-IN to KO-OPSLAG
                       perform find-konto
                       if KO-FUNDET-INDEX > 0
                           move KO-KUNDE-INDEX (KO-FUNDET-INDEX)
                               to KD-INDEX
                           if not KD-UDELADT (KD-INDEX)
                               move "U" to KD-UDELAD-AARSAG (KD-INDEX)
                           end-if
                       end-if
               end-read
           end-perform
           close Udlaeg-Register-In
           move "N" to EOF-check-samtykke
           open input Samtykke-Register-In
           perform until end-of-file-samtykke
               read Samtykke-Register-In
                   at end move "Y" to EOF-check-samtykke
                   not at end
                       if SAM-STATUS = "J"
                           and SAM-DATO <= DAGS-DATO
                           move SAM-KUNDE-ID to KD-OPSLAG
                           perform find-kunde
                           perform noter-samtykke-kanal
                       end-if
               end-read
           end-perform
           close Samtykke-Register-In
           exit.

      noter-samtykke-kanal.
           if KD-FUNDET-INDEX = 0
               exit paragraph
           end-if
           evaluate SAM-KANAL
               when "B"
                   move "B" to KD-KANAL-B (KD-FUNDET-INDEX)
               when "E"
                   move "E" to KD-KANAL-E (KD-FUNDET-INDEX)
               when "S"
                   move "S" to KD-KANAL-S (KD-FUNDET-INDEX)
           end-evaluate
           exit.

     *> --- SORT input: hver regel proeves mod alle kunder ---
      udvaelg-kontakter.
           perform varying RT-INDEX from 1 by 1
               until RT-INDEX > RT-ANTAL
               perform opsaml-konti-for-regel
               perform varying KD-INDEX from 1 by 1
                   until KD-INDEX > KD-ANTAL
                   perform vurder-en-kunde
               end-perform
           end-perform
           exit.

     *> --- Reglens saldo og produktbesiddelse opsamles pr. kunde ---
      opsaml-konti-for-regel.
           perform varying KD-INDEX from 1 by 1
               until KD-INDEX > KD-ANTAL
               move 0 to KD-SALDO (KD-INDEX)
               move "N" to KD-SALDO-KONTO-FLAG (KD-INDEX)
               move "N" to KD-HAR-FLAG (KD-INDEX)
               move "N" to KD-UDEN-RAMT-FLAG (KD-INDEX)
           end-perform
           perform varying KO-INDEX from 1 by 1
               until KO-INDEX > KO-ANTAL
               move KO-KUNDE-INDEX (KO-INDEX) to KD-INDEX
               move KO-PRODUKT-KODE (KO-INDEX) to JK-KODE
               if RT-SALDO-PRODUKT (RT-INDEX) not = spaces
                   move RT-SALDO-PRODUKT (RT-INDEX) to JK-MOENSTER
                   perform sammenlign-produktkode
                   if JOKER-MATCH
                       add KO-SALDO (KO-INDEX) to KD-SALDO (KD-INDEX)
                       move "Y" to KD-SALDO-KONTO-FLAG (KD-INDEX)
                   end-if
               end-if
               if RT-HAR-PRODUKT (RT-INDEX) not = spaces
                   move RT-HAR-PRODUKT (RT-INDEX) to JK-MOENSTER
                   perform sammenlign-produktkode
                   if JOKER-MATCH
                       move "Y" to KD-HAR-FLAG (KD-INDEX)
                   end-if
               end-if
               if RT-UDEN-PRODUKT (RT-INDEX) not = spaces
                   move RT-UDEN-PRODUKT (RT-INDEX) to JK-MOENSTER
                   perform sammenlign-produktkode
                   if JOKER-MATCH
                       move "Y" to KD-UDEN-RAMT-FLAG (KD-INDEX)
                   end-if
               end-if
           end-perform
           exit.

     *> --- JK-KODE mod JK-MOENSTER; "*" i moenstret matcher alt ---
      sammenlign-produktkode.
           set JOKER-MATCH to TRUE
           perform varying JK-POS from 1 by 1
               until JK-POS > 4 or JOKER-INGEN-MATCH
               if JK-MOENSTER (JK-POS:1) not = "*"
                   and JK-MOENSTER (JK-POS:1) not = JK-KODE (JK-POS:1)
                   set JOKER-INGEN-MATCH to TRUE
               end-if
           end-perform
           exit.

      vurder-en-kunde.
           set KUNDE-EGNET to TRUE
           if RT-SALDO-PRODUKT (RT-INDEX) not = spaces
               if KD-SALDO-KONTO-FLAG (KD-INDEX) not = "Y"
                   or KD-SALDO (KD-INDEX) < RT-SALDO-MIN (RT-INDEX)
                   exit paragraph
               end-if
               if RT-SALDO-MAX (RT-INDEX) > 0
                   and KD-SALDO (KD-INDEX) > RT-SALDO-MAX (RT-INDEX)
                   exit paragraph
               end-if
           end-if
           if RT-ALDER-MIN (RT-INDEX) > 0
               or RT-ALDER-MAX (RT-INDEX) > 0
               or RT-FYLDER (RT-INDEX) > 0
               if not KD-ALDER-KENDT (KD-INDEX)
                   exit paragraph
               end-if
           end-if
           if KD-ALDER (KD-INDEX) < RT-ALDER-MIN (RT-INDEX)
               exit paragraph
           end-if
           if RT-ALDER-MAX (RT-INDEX) > 0
               and KD-ALDER (KD-INDEX) > RT-ALDER-MAX (RT-INDEX)
               exit paragraph
           end-if
           if RT-FYLDER (RT-INDEX) > 0
               move KD-FOEDSELSDATO (KD-INDEX) (1:4) to AF-FOEDT-AAR
               compute AF-FYLDER-AAR =
                   AF-FOEDT-AAR + RT-FYLDER (RT-INDEX)
               move KD-FOEDSELSDATO (KD-INDEX) to AF-FYLDER-DATO
               move AF-FYLDER-AAR to AF-FYLDER-DATO (1:4)
               if AF-FYLDER-DATO < NK-START
                   or AF-FYLDER-DATO not < NK-EFTER
                   exit paragraph
               end-if
           end-if
           if RT-HAR-PRODUKT (RT-INDEX) not = spaces
               and KD-HAR-FLAG (KD-INDEX) not = "Y"
               exit paragraph
           end-if
           if RT-UDEN-PRODUKT (RT-INDEX) not = spaces
               and KD-UDEN-RAMT-FLAG (KD-INDEX) = "Y"
               exit paragraph
           end-if
           if RT-BS (RT-INDEX) = "J" and not KD-HAR-BS (KD-INDEX)
               exit paragraph
           end-if
           if RT-BS (RT-INDEX) = "N" and KD-HAR-BS (KD-INDEX)
               exit paragraph
           end-if
           if RT-TIER (RT-INDEX) not = spaces
               and RT-TIER (RT-INDEX) not = KD-TIER (KD-INDEX)
               exit paragraph
           end-if
           if RT-FILIAL (RT-INDEX) not = spaces
               and RT-FILIAL (RT-INDEX) not = KD-FILIAL-KODE (KD-INDEX)
               exit paragraph
           end-if
     *> --- Egnet - men udelukkede kunder kommer aldrig paa listen
           evaluate KD-UDELAD-AARSAG (KD-INDEX)
               when "D"
                   add 1 to ANTAL-UDELADT-DOEDSBO
                   exit paragraph
               when "U"
                   add 1 to ANTAL-UDELADT-UDLAEG
                   exit paragraph
           end-evaluate
           if KD-KANALER (KD-INDEX) = "---"
               add 1 to ANTAL-UDELADT-SAMTYKKE
               exit paragraph
           end-if
           move KD-FILIAL-KODE (KD-INDEX) to SK-FILIAL-KODE
           move KD-RAADGIVER (KD-INDEX) to SK-RAADGIVER
           move RT-INDEX to SK-REGEL-INDEX
           move KD-KUNDE-ID (KD-INDEX) to SK-KUNDE-ID
           move KD-INDEX to SK-KUNDE-INDEX
           release Sort-Kontakt-Record
           add 1 to RT-ANTAL-EGNEDE (RT-INDEX)
           exit.

     *> --- SORT output: een blok pr. filial/raadgiver ---
      skriv-kontaktliste.
           move spaces to Kontakt-Linje
           move 1 to pos
           string
               "HDR DANNET="          delimited by size
               DAGS-DATO              delimited by size
               " REGLER="             delimited by size
               RT-ANTAL               delimited by size
               " NAESTE-KVARTAL="     delimited by size
               NK-START               delimited by size
                  into Kontakt-Linje
                  with pointer pos
           end-string
           write Kontakt-Linje
           move high-values to AKTUEL-FILIAL AKTUEL-RAADGIVER
           move "N" to EOF-check-sort
           perform until end-of-file-sort
               return Sort-Kontakt-Work
                   at end move "Y" to EOF-check-sort
                   not at end
                       perform skriv-en-kontakt
               end-return
           end-perform
           perform varying RT-INDEX from 1 by 1
               until RT-INDEX > RT-ANTAL
               move spaces to Kontakt-Linje
               move 1 to pos
               string
                   "REG REGEL-ID="        delimited by size
                   RT-REGEL-ID (RT-INDEX) delimited by size
                   " EGNEDE="             delimited by size
                   RT-ANTAL-EGNEDE (RT-INDEX) delimited by size
                   " BESKRIVELSE="        delimited by size
                   function TRIM(RT-BESKRIVELSE (RT-INDEX))
                                          delimited by size
                      into Kontakt-Linje
                      with pointer pos
               end-string
               write Kontakt-Linje
           end-perform
           move spaces to Kontakt-Linje
           move 1 to pos
           string
               "TRL KONTAKTER="       delimited by size
               ANTAL-KONTAKTER        delimited by size
               " UDELADT-DOEDSBO="    delimited by size
               ANTAL-UDELADT-DOEDSBO  delimited by size
               " UDELADT-UDLAEG="     delimited by size
               ANTAL-UDELADT-UDLAEG   delimited by size
               " UDELADT-SAMTYKKE="   delimited by size
               ANTAL-UDELADT-SAMTYKKE delimited by size
                  into Kontakt-Linje
                  with pointer pos
           end-string
           write Kontakt-Linje
           exit.

      skriv-en-kontakt.
           if SK-FILIAL-KODE not = AKTUEL-FILIAL
               or SK-RAADGIVER not = AKTUEL-RAADGIVER
               move SK-FILIAL-KODE to AKTUEL-FILIAL
               move SK-RAADGIVER to AKTUEL-RAADGIVER
               move SK-RAADGIVER to RAADGIVER-TEKST
               if RAADGIVER-TEKST = spaces
                   move "UDEN-RAADGIVER" to RAADGIVER-TEKST
               end-if
               move spaces to Kontakt-Linje
               move 1 to pos
               string
                   "RGV FILIAL="          delimited by size
                   SK-FILIAL-KODE         delimited by size
                   " RAADGIVER="          delimited by size
                   function TRIM(RAADGIVER-TEKST) delimited by size
                      into Kontakt-Linje
                      with pointer pos
               end-string
               write Kontakt-Linje
           end-if
           move SK-KUNDE-INDEX to KD-INDEX
           move SK-REGEL-INDEX to RT-INDEX
           move spaces to Kontakt-Linje
           move 1 to pos
           string
               "KND REGEL-ID="        delimited by size
               RT-REGEL-ID (RT-INDEX) delimited by size
               " KUNDE-ID="           delimited by size
               SK-KUNDE-ID            delimited by size
               " NAVN="               delimited by size
               function TRIM(KD-NAVN (KD-INDEX)) delimited by size
               " TLF="                delimited by size
               function TRIM(KD-TELEFON (KD-INDEX)) delimited by size
               " EMAIL="              delimited by size
               function TRIM(KD-EMAIL (KD-INDEX)) delimited by size
               " SAMTYKKE="           delimited by size
               KD-KANALER (KD-INDEX)  delimited by size
               " BESKRIVELSE="        delimited by size
               function TRIM(RT-BESKRIVELSE (RT-INDEX))
                                      delimited by size
                  into Kontakt-Linje
                  with pointer pos
           end-string
           write Kontakt-Linje
           add 1 to ANTAL-KONTAKTER
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
           move "krydssalgLister" to KAP-PROGRAM
           move "REGEL-TABEL" to KAP-TABEL
           move RT-ANTAL to KAP-ANTAL
           move 100 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-TABEL" to KAP-TABEL
           move KD-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KONTO-TABEL" to KAP-TABEL
           move KO-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
