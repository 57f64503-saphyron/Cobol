     *>     (indsender + godkender), afviste rapporteres, og
     *>     indsendelser aeldre end 30 dage udloeber. En godkendelse
     *>     fra indsenderen selv afvises (FIRE-OEJNE-SAMME-BRUGER).
     *>     Rettelser af risikoklassen Kyc-Risiko (H/M/N) gaar samme
     *>     vej - ogsaa kundeRisiko's (Opgave82) forslag til en ny
     *>     afledt klasse, der indsendes som BRUGER-ID "RISIKORT".
     *>
     *>     Erhvervskunder: en linje med AKTION "V" vedligeholder
     *>     virksomheds-masteren Virksomheder.txt (VIRKSOMHED.cpy) ad
     *>     samme vej - V, BRUGER-ID, virksomheds-aktion (A/C/D) og et
     *>     fuldt VIRKSOMHED.cpy-layout. Valideringen:
     *>       - Kunde-Id skal findes i kundemasteren (post-/kontakt-
     *>         adressen ligger dér)
     *>       - CVR: 8 cifre med gyldigt modulus 11-kontrolciffer, og
     *>         ikke allerede brugt af en anden virksomhed
     *>       - juridisk navn udfyldt, kendt selskabsform, branchekode
     *>         paa 6 cifre, gyldigt hjemsteds-postnummer
     *>       - hver reel ejer/tegningsberettiget: rolle E/T/B, en
     *>         kendt person-kunde, andel hoejst 100 - ejerandelene
     *>         hoejst 100 i alt, og mindst een tegningsberettiget
     *>     Sletninger og rettelser, der aendrer hjemstedet eller
     *>     ejer-/tegningslisten, gaar gennem fire-oejne-koeen. En
     *>     person-kunde, der er virksomhed eller reel ejer/
     *>     tegningsberettiget i en virksomhed, kan ikke slettes
     *>     (KUNDE-HAR-VIRKSOMHEDS-RELATION).

      environment division.
      input-output section.
           select Audit-Out
               assign to "text-files/KundeVedligeholdAudit.txt"
               organization is line sequential.
           select optional Audit-Kaede-In
               assign to "text-files/KundeVedligeholdAudit.txt"
               organization is line sequential.
           select Vedligehold-Except-Out
               assign to "text-files/KundeVedligeholdExceptions.txt"
               organization is line sequential.
           select Pending-Out
               assign to "text-files/KundeVedligeholdPending.txt"
               organization is line sequential.
     *> --- Virksomheds-masteren - se VIRKSOMHED.cpy ---
           select optional Virksomhed-Data-In
               assign to "text-files/Virksomheder.txt"
               organization is line sequential.
           select Virksomhed-Data-Out
               assign to "text-files/Virksomheder.txt"
               organization is line sequential.
           select optional Godkendelse-In
               assign to "text-files/KundeVedligeholdGodkendelser.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Vedligehold-Linje.
           02 VH-AKTION            pic x.
           02 VH-BRUGER-ID         pic x(8).
           02 VH-KUNDE-REC         pic x(258).
     *> --- Alternativ visning: virksomheds-linje (AKTION "V") ---
      01 Virk-Vedligehold-Linje.
           02 VV-TAG               pic x.
           02 VV-BRUGER-ID         pic x(8).
           02 VV-AKTION            pic x.
           02 VV-VIRK-REC          pic x(300).
      fd Kunde-Data-In.
      01 Kunde-Linje-In            pic x(258).
      fd Kunde-Data-Out.
      01 Kunde-Linje-Out           pic x(258).
      fd Virksomhed-Data-In.
      01 Virksomhed-Linje-In       pic x(300).
      fd Virksomhed-Data-Out.
      01 Virksomhed-Linje-Out      pic x(300).
      fd Audit-Out.
      01 Audit-Post.
           02 Audit-Linje          pic x(250) value spaces.
           02 Audit-Hale           pic x(39).
      fd Audit-Kaede-In.
      01 Audit-Kaede-In-Linje      pic x(600).
      fd Vedligehold-Except-Out.
      01 Vedligehold-Except-Linje  pic x(250) value spaces.
      fd Pending-In.
      01 Pending-Linje-Ind.
           02 PD-ID-IN             pic 9(7).
           02 PD-DATO-IN           pic x(10).
           02 PD-LINJE-IN          pic x(310).
      fd Pending-Out.
      01 Pending-Linje-Ud.
           02 PD-ID-UD             pic 9(7).
           02 PD-DATO-UD           pic x(10).
           02 PD-LINJE-UD          pic x(310).
      fd Godkendelse-In.
      01 Godkendelse-Linje.
           02 GK-ID-IN             pic 9(7).
           02 GK-BESLUTNING-IN     pic x.
           02 GK-BRUGER-IN         pic x(8).
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-vedligehold    pic x value "N".
           88 end-of-file-vedligehold value "Y".
      01 EOF-check-pending        pic x value "N".
      01 VA-Linje.
           02 VA-AKTION            pic x.
           02 VA-BRUGER-ID         pic x(8).
           02 VA-KUNDE-REC         pic x(258).
           02 FILLER               pic x(43).
      01 VA-Virk-Linje redefines VA-Linje.
           02 FILLER               pic x.
           02 FILLER               pic x(8).
           02 VA-VIRK-AKTION       pic x.
           02 VA-VIRK-REC          pic x(300).
     *> --- Fire-oejne-koeen i memory ---
      01 Pending-Tabel.
           02 PD-ANTAL             pic 9(4) value 0.
           02 PD-POST OCCURS 5000 TIMES.
              03 PD-ID             pic 9(7).
              03 PD-DATO           pic x(10).
              03 PD-LINJE          pic x(310).
              03 PD-STATUS-FLAG    pic x value "B".
                 88 PD-BEHOLDES       value "B".
                 88 PD-UDGAAR         value "U".
      01 Master-Tabel.
           02 MA-ANTAL             pic 9(5) value 0.
           02 MA-POST OCCURS 50000 TIMES.
              03 MA-REC            pic x(258).
              03 MA-SLETTET-FLAG   pic x value "N".
                 88 MA-SLETTET        value "Y".
                 88 MA-AKTIV          value "N".
           copy "KUNDER.cpy".
      01 Gammel-Kunde-Rec.
           copy "KUNDER.cpy".
     *> --- Virksomheds-masteren i memory som raa records ---
      01 Virk-Tabel.
           02 VK-ANTAL             pic 9(5) value 0.
           02 VK-POST OCCURS 10000 TIMES.
              03 VK-REC            pic x(300).
              03 VK-SLETTET-FLAG   pic x value "N".
                 88 VK-SLETTET        value "Y".
                 88 VK-AKTIV          value "N".
      01 VK-INDEX                 pic 9(5) value 0.
      01 VK-INDEX-2               pic 9(5) value 0.
      01 VK-FUND-FLAG             pic x value "N".
           88 MASTER-VIRK-FUNDET      value "Y".
           88 MASTER-VIRK-IKKE-FUNDET value "N".
      01 EOF-check-virk           pic x value "N".
           88 end-of-file-virk    value "Y".
      01 Ny-Virk-Rec.
           copy "VIRKSOMHED.cpy".
      01 Gammel-Virk-Rec.
           copy "VIRKSOMHED.cpy".
      01 EJ-INDEX                 pic 9(2) value 0.
      01 ANTAL-TEGNINGSBERETTIGET pic 9(2) value 0.
      01 EJERANDEL-I-ALT          pic 9(5)v99 value 0.
     *> --- Modulus 11-kontrollen af CVR-nummeret - vaegtene ---
     *> --- 2 7 6 5 4 3 2 1 ---
      01 Cvr-Vaegt-Data           pic x(8) value "27654321".
      01 Cvr-Vaegt-Tabel redefines Cvr-Vaegt-Data.
           02 CVR-VAEGT            pic 9 occurs 8 times.
      01 CVR-INDEX                pic 9(2) value 0.
      01 CVR-SUM                  pic 9(4) value 0.
      01 KUNDE-OPSLAG-ID          pic x(10) value spaces.
      01 PERSON-FUND-FLAG         pic x value "N".
           88 PERSON-KUNDE-FUNDET      value "Y".
           88 PERSON-KUNDE-IKKE-FUNDET value "N".
      01 AUDIT-AKTION             pic x(2) value spaces.
      01 AUDIT-KUNDE-ID           pic x(10) value spaces.
      01 AUDIT-ANDEL-E            pic ZZ9.99.
      01 ANTAL-VIRK-OPRETTET      pic 9(7) value 0.
      01 ANTAL-VIRK-RETTET        pic 9(7) value 0.
      01 ANTAL-VIRK-SLETTET       pic 9(7) value 0.
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
      01 ANTAL-AT-TEGN            pic 9(3) value 0.
      01 ANTAL-TELEFON-FEJLTEGN   pic 9(3) value 0.
     *> --- Felt-navn/gammel/ny til én audit-linje ---
      01 AUDIT-FELT-NAVN          pic x(16) value spaces.
      01 AUDIT-GAMMEL             pic x(40) value spaces.
      01 AUDIT-NY                 pic x(40) value spaces.
      01 ANTAL-TRANSAKTIONER      pic 9(7) value 0.
      01 ANTAL-RETTET             pic 9(7) value 0.
      01 ANTAL-SLETTET            pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
     *> --- Felter til audit-kaeden - se skriv-audit-post ---
      copy "Opgave10/Copybooks/AuditKaede.cpy".

      procedure division.
     *> --- Hovedforløb: indlæs masteren, behandl transaktionerne, ---
      Program-Execute.
           perform byg-dags-og-udloeb-dato
           perform indlæs-master
           perform indlæs-virksomheder
           perform indlæs-pending
           perform indlæs-godkendelser
           perform start-audit-kaede
           open output Audit-Out
           open output Vedligehold-Except-Out
     *> --- Godkendelserne foerst: en indsendelse kan aldrig naa at ---
           close Audit-Out
           close Vedligehold-Except-Out
           perform skriv-master-tilbage
           perform skriv-virksomheder-tilbage
           perform skriv-pending-tilbage
           display "Kunde-vedligehold: " ANTAL-TRANSAKTIONER
               " transaktion(er), " ANTAL-OPRETTET " oprettet, "
               ANTAL-AFVIST " afvist, " ANTAL-AFVENTER
               " afventer godkendelse, " ANTAL-GODKENDT-ANVENDT
               " godkendt anvendt, " ANTAL-UDLOEBET " udloebet"
           display "Kunde-vedligehold: virksomheder "
               ANTAL-VIRK-OPRETTET " oprettet, " ANTAL-VIRK-RETTET
               " rettet, " ANTAL-VIRK-SLETTET " slettet"
           perform skriv-kapacitet
           stop run.

      byg-dags-og-udloeb-dato.
                   " BRUGER="             delimited by size
                   VA-BRUGER-ID           delimited by size
                   " KUNDE-ID="           delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
               if VA-AKTION = "V"
                   string
                       VA-VIRK-REC (1:10) delimited by size
                       " VIRKSOMHEDS-AKTION=" delimited by size
                       VA-VIRK-AKTION     delimited by size
                          into Audit-Linje
                          with pointer pos
                   end-string
               else
                   string
                       VA-KUNDE-REC (1:10) delimited by size
                          into Audit-Linje
                          with pointer pos
                   end-string
               end-if
               perform skriv-audit-post
           end-if
           exit.

                   at end move "Y" to EOF-check-vedligehold
                   not at end
                       add 1 to ANTAL-TRANSAKTIONER
                       move Virk-Vedligehold-Linje to VA-Linje
                       perform behandl-en-transaktion
               end-read
           end-perform
           exit.

      behandl-en-transaktion.
           if VA-AKTION = "V"
               perform behandl-en-virksomhed
               exit paragraph
           end-if
           move VA-KUNDE-REC to Ny-Kunde-Rec
           move spaces to AFVISNINGS-GRUND
           perform find-master-kunde
               when "D"
                   if MASTER-KUNDE-IKKE-FUNDET
                       move "KUNDE-ID-UKENDT" to AFVISNINGS-GRUND
                   else
                       perform kontroller-virksomheds-relation
                   end-if
               when other
                   move "AKTION-UKENDT" to AFVISNINGS-GRUND
                              into Audit-Linje
                              with pointer pos
                       end-string
                       perform skriv-audit-post
                   end-if
               end-if
           end-if
           exit.

     *> --- Saetter TRANSAKTION-ER-FOELSOM for D (sletning) og for ---
     *> --- C, der aendrer adressefelterne eller risikoklassen - ---
     *> --- andre aendringer anvendes direkte som hidtil ---
      kontroller-fire-oejne.
           set TRANSAKTION-IKKE-FOELSOM to TRUE
           if VA-AKTION = "D"
                   not = Addresse-Oplysninger of Gammel-Kunde-Rec
                   set TRANSAKTION-ER-FOELSOM to TRUE
               end-if
     *> --- Risikoklassen styrer KYC-frekvensen og overvaagningen - ---
     *> --- en aendring skal ogsaa godkendes af en anden bruger ---
               if Kyc-Risiko of Ny-Kunde-Rec
                   not = Kyc-Risiko of Gammel-Kunde-Rec
                   set TRANSAKTION-ER-FOELSOM to TRUE
               end-if
           end-if
           exit.

           if AFVISNINGS-GRUND = spaces
               and Kyc-Risiko of Ny-Kunde-Rec not = space
               and Kyc-Risiko of Ny-Kunde-Rec not = "H"
               and Kyc-Risiko of Ny-Kunde-Rec not = "M"
               and Kyc-Risiko of Ny-Kunde-Rec not = "N"
               move "KYC-RISIKO-UGYLDIG" to AFVISNINGS-GRUND
           end-if
     *> --- Skyldnerregister-markeringen: R eller blank, og en ---
     *> --- markering skal have en svardato (yyyy-mm-dd) ---
           if AFVISNINGS-GRUND = spaces
               and Skyldner-Status of Ny-Kunde-Rec not = space
               and Skyldner-Status of Ny-Kunde-Rec not = "R"
               move "SKYLDNER-STATUS-UGYLDIG" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces
               and Skyldner-Status of Ny-Kunde-Rec = "R"
               if Skyldner-Dato of Ny-Kunde-Rec (1:4) is not numeric
                   or Skyldner-Dato of Ny-Kunde-Rec (5:1) not = "-"
                   or Skyldner-Dato of Ny-Kunde-Rec (6:2) is not numeric
                   or Skyldner-Dato of Ny-Kunde-Rec (8:1) not = "-"
                   or Skyldner-Dato of Ny-Kunde-Rec (9:2) is not numeric
                   move "SKYLDNER-DATO-UGYLDIG" to AFVISNINGS-GRUND
               end-if
           end-if
     *> --- Tilgaengeligheds-praeferencen: S, L eller blank ---
           if AFVISNINGS-GRUND = spaces
               and Tilgaengelighed of Ny-Kunde-Rec not = space
               and Tilgaengelighed of Ny-Kunde-Rec not = "S"
               and Tilgaengelighed of Ny-Kunde-Rec not = "L"
               move "TILGAENGELIGHED-UGYLDIG" to AFVISNINGS-GRUND
           end-if
           exit.

      udfoer-opret.
                      into Audit-Linje
                      with pointer pos
               end-string
               perform skriv-audit-post
           end-if
           exit.

     *> --- felt, der faktisk er ændret ---
      udfoer-ret.
           move MA-REC (MA-INDEX) to Gammel-Kunde-Rec
           move "C" to AUDIT-AKTION
           move Kunde-Id of Ny-Kunde-Rec to AUDIT-KUNDE-ID
           move Fuld-Navn of Gammel-Kunde-Rec to AUDIT-GAMMEL
           move Fuld-Navn of Ny-Kunde-Rec to AUDIT-NY
           move "Fuld-Navn" to AUDIT-FELT-NAVN
           move Kyc-Risiko of Ny-Kunde-Rec to AUDIT-NY
           move "Kyc-Risiko" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           move Skyldner-Status of Gammel-Kunde-Rec to AUDIT-GAMMEL
           move Skyldner-Status of Ny-Kunde-Rec to AUDIT-NY
           move "Skyldner-Status" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           move Skyldner-Dato of Gammel-Kunde-Rec to AUDIT-GAMMEL
           move Skyldner-Dato of Ny-Kunde-Rec to AUDIT-NY
           move "Skyldner-Dato" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           move Tilgaengelighed of Gammel-Kunde-Rec to AUDIT-GAMMEL
           move Tilgaengelighed of Ny-Kunde-Rec to AUDIT-NY
           move "Tilgaengelighed" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           move Ny-Kunde-Rec to MA-REC (MA-INDEX)
           add 1 to ANTAL-RETTET
           exit.
               move spaces to Audit-Linje
               move 1 to pos
               string
                   "AKTION="              delimited by size
                   function TRIM(AUDIT-AKTION)
                                          delimited by size
                   " BRUGER="             delimited by size
                   VA-BRUGER-ID           delimited by size
                   " KUNDE-ID="           delimited by size
                   AUDIT-KUNDE-ID         delimited by size
                   " FELT="               delimited by size
                   function TRIM(AUDIT-FELT-NAVN)
                                          delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
               perform skriv-audit-post
           end-if
           exit.

                  into Audit-Linje
                  with pointer pos
           end-string
           perform skriv-audit-post
           exit.

     *> --- Skriver masteren om i én arbejdsgang - slettede records ---
           end-perform
           close Kunde-Data-Out
           exit.

      indlæs-virksomheder.
           move 0 to VK-ANTAL
           move "N" to EOF-check-virk
           open input Virksomhed-Data-In
           perform until end-of-file-virk
               read Virksomhed-Data-In
                   at end move "Y" to EOF-check-virk
                   not at end
                       if VK-ANTAL < 10000
                           add 1 to VK-ANTAL
                           move Virksomhed-Linje-In to VK-REC (VK-ANTAL)
                           move "N" to VK-SLETTET-FLAG (VK-ANTAL)
                       end-if
               end-read
           end-perform
           close Virksomhed-Data-In
           exit.

      skriv-virksomheder-tilbage.
           open output Virksomhed-Data-Out
           perform varying VK-INDEX from 1 by 1
               until VK-INDEX > VK-ANTAL
               if VK-AKTIV (VK-INDEX)
                   write Virksomhed-Linje-Out from VK-REC (VK-INDEX)
               end-if
           end-perform
           close Virksomhed-Data-Out
           exit.

     *> --- En virksomheds-linje (AKTION "V"): samme forloeb som ---
     *> --- behandl-en-transaktion - valider, fire-oejne, anvend ---
      behandl-en-virksomhed.
           move VA-VIRK-REC to Ny-Virk-Rec
           move spaces to AFVISNINGS-GRUND
           perform find-master-virk
           evaluate VA-VIRK-AKTION
               when "A"
                   if MASTER-VIRK-FUNDET
                       move "VIRKSOMHED-DUBLET" to AFVISNINGS-GRUND
                   else
                       perform valider-virksomhed
                   end-if
               when "C"
                   if MASTER-VIRK-IKKE-FUNDET
                       move "VIRKSOMHED-UKENDT" to AFVISNINGS-GRUND
                   else
                       perform valider-virksomhed
                   end-if
               when "D"
                   if MASTER-VIRK-IKKE-FUNDET
                       move "VIRKSOMHED-UKENDT" to AFVISNINGS-GRUND
                   end-if
               when other
                   move "AKTION-UKENDT" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               add 1 to ANTAL-AFVIST
               move spaces to Vedligehold-Except-Linje
               move 1 to pos
               string
                   "BETINGELSE="          delimited by size
                   function TRIM(AFVISNINGS-GRUND)
                                          delimited by size
                   " AKTION=V"            delimited by size
                   VA-VIRK-AKTION         delimited by size
                   " BRUGER="             delimited by size
                   VA-BRUGER-ID           delimited by size
                   " KUNDE-ID="           delimited by size
                   Virk-Kunde-Id of Ny-Virk-Rec
                                          delimited by size
                   " CVR="                delimited by size
                   Cvr-Nummer of Ny-Virk-Rec
                                          delimited by size
                      into Vedligehold-Except-Linje
                      with pointer pos
               end-string
               write Vedligehold-Except-Linje
               exit paragraph
           end-if
     *> --- Fire-oejne: sletning, nyt hjemsted og aendrede ejere/ ---
     *> --- tegningsberettigede ---
           set TRANSAKTION-IKKE-FOELSOM to TRUE
           if IKKE-GODKENDT-MODE
               evaluate VA-VIRK-AKTION
                   when "D"
                       set TRANSAKTION-ER-FOELSOM to TRUE
                   when "C"
                       move VK-REC (VK-INDEX) to Gammel-Virk-Rec
     *> --- (139:162) er Ejer-Antal plus hele Ejer-Post-listen ---
                       if Hjemsted-Adresse of Ny-Virk-Rec
                           not = Hjemsted-Adresse of Gammel-Virk-Rec
                           or Ny-Virk-Rec (139:162)
                              not = Gammel-Virk-Rec (139:162)
                           set TRANSAKTION-ER-FOELSOM to TRUE
                       end-if
               end-evaluate
           end-if
           if TRANSAKTION-ER-FOELSOM
               perform laeg-i-pending
               exit paragraph
           end-if
           evaluate VA-VIRK-AKTION
               when "A" perform udfoer-virk-opret
               when "C" perform udfoer-virk-ret
               when "D" perform udfoer-virk-slet
           end-evaluate
           if GODKENDT-MODE
               move spaces to Audit-Linje
               move 1 to pos
               string
                   "FIRE-OEJNE-ANVENDT AKTION=V"
                                          delimited by size
                   VA-VIRK-AKTION         delimited by size
                   " INDSENDER="          delimited by size
                   VA-BRUGER-ID           delimited by size
                   " GODKENDER="          delimited by size
                   GODKENDER-BRUGER-ID    delimited by size
                   " KUNDE-ID="           delimited by size
                   Virk-Kunde-Id of Ny-Virk-Rec
                                          delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
               perform skriv-audit-post
           end-if
           exit.

      find-master-virk.
           set MASTER-VIRK-IKKE-FUNDET to TRUE
           move 1 to VK-INDEX
           perform until MASTER-VIRK-FUNDET or VK-INDEX > VK-ANTAL
               if VK-AKTIV (VK-INDEX)
                   and VK-REC (VK-INDEX)(1:10)
                       = Virk-Kunde-Id of Ny-Virk-Rec
                   set MASTER-VIRK-FUNDET to TRUE
               else
                   add 1 to VK-INDEX
               end-if
           end-perform
           exit.

     *> --- Slaar KUNDE-OPSLAG-ID op blandt kundemasterens aktive ---
     *> --- records ---
      find-person-kunde.
           set PERSON-KUNDE-IKKE-FUNDET to TRUE
           perform varying MA-INDEX from 1 by 1
               until PERSON-KUNDE-FUNDET or MA-INDEX > MA-ANTAL
               if MA-AKTIV (MA-INDEX)
                   and MA-REC (MA-INDEX)(1:10) = KUNDE-OPSLAG-ID
                   set PERSON-KUNDE-FUNDET to TRUE
               end-if
           end-perform
           exit.

     *> --- Felt-validering af virksomheds-recorden - foerste fejl ---
     *> --- vinder og saetter AFVISNINGS-GRUND ---
      valider-virksomhed.
           move Virk-Kunde-Id of Ny-Virk-Rec to KUNDE-OPSLAG-ID
           perform find-person-kunde
           if PERSON-KUNDE-IKKE-FUNDET
               move "KUNDE-ID-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if Cvr-Nummer of Ny-Virk-Rec is not numeric
               move "CVR-UGYLDIGT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move 0 to CVR-SUM
           perform varying CVR-INDEX from 1 by 1 until CVR-INDEX > 8
               compute CVR-SUM = CVR-SUM
                   + function NUMVAL(Cvr-Nummer of Ny-Virk-Rec
                                     (CVR-INDEX:1))
                   * CVR-VAEGT (CVR-INDEX)
           end-perform
           if function MOD(CVR-SUM, 11) not = 0
               move "CVR-KONTROLCIFFER-FORKERT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           perform varying VK-INDEX-2 from 1 by 1
               until VK-INDEX-2 > VK-ANTAL
               if VK-AKTIV (VK-INDEX-2)
                   and VK-REC (VK-INDEX-2)(11:8)
                       = Cvr-Nummer of Ny-Virk-Rec
                   and VK-REC (VK-INDEX-2)(1:10)
                       not = Virk-Kunde-Id of Ny-Virk-Rec
                   move "CVR-DUBLET" to AFVISNINGS-GRUND
               end-if
           end-perform
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
           if Juridisk-Navn of Ny-Virk-Rec = spaces
               move "JURIDISK-NAVN-MANGLER" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           evaluate Selskabsform of Ny-Virk-Rec
               when "A/S"  when "ApS"  when "I/S"  when "K/S"
               when "P/S"  when "IVS"  when "ENK"  when "AMBA"
               when "FMBA" when "SMBA" when "FOND" when "FORENING"
                   continue
               when other
                   move "SELSKABSFORM-UKENDT" to AFVISNINGS-GRUND
                   exit paragraph
           end-evaluate
           if Branchekode of Ny-Virk-Rec is not numeric
               move "BRANCHEKODE-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if Hjemsted-Postnummer of Ny-Virk-Rec is not numeric
               or Hjemsted-Postnummer of Ny-Virk-Rec = "0000"
               move "POSTNUMMER-UGYLDIGT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if Ejer-Antal of Ny-Virk-Rec is not numeric
               or Ejer-Antal of Ny-Virk-Rec > 10
               move "EJER-ANTAL-UGYLDIGT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move 0 to ANTAL-TEGNINGSBERETTIGET
           move 0 to EJERANDEL-I-ALT
           perform varying EJ-INDEX from 1 by 1
               until EJ-INDEX > Ejer-Antal of Ny-Virk-Rec
                  or AFVISNINGS-GRUND not = spaces
               perform valider-en-ejer
           end-perform
           if AFVISNINGS-GRUND not = spaces
               exit paragraph
           end-if
           if EJERANDEL-I-ALT > 100
               move "EJERANDEL-OVER-100" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if ANTAL-TEGNINGSBERETTIGET = 0
               move "TEGNINGSBERETTIGET-MANGLER" to AFVISNINGS-GRUND
           end-if
           exit.

      valider-en-ejer.
           if Ejer-Rolle of Ny-Virk-Rec (EJ-INDEX) not = "E"
               and Ejer-Rolle of Ny-Virk-Rec (EJ-INDEX) not = "T"
               and Ejer-Rolle of Ny-Virk-Rec (EJ-INDEX) not = "B"
               move "EJER-ROLLE-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if Ejer-Kunde-Id of Ny-Virk-Rec (EJ-INDEX)
               = Virk-Kunde-Id of Ny-Virk-Rec
               move "EJER-ER-VIRKSOMHEDEN" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           move Ejer-Kunde-Id of Ny-Virk-Rec (EJ-INDEX)
               to KUNDE-OPSLAG-ID
           perform find-person-kunde
           if PERSON-KUNDE-IKKE-FUNDET
               move "EJER-KUNDE-UKENDT" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if Ejer-Andel of Ny-Virk-Rec (EJ-INDEX) is not numeric
               or Ejer-Andel of Ny-Virk-Rec (EJ-INDEX) > 100
               move "EJERANDEL-UGYLDIG" to AFVISNINGS-GRUND
               exit paragraph
           end-if
           if Ejer-Rolle of Ny-Virk-Rec (EJ-INDEX) = "T"
               or Ejer-Rolle of Ny-Virk-Rec (EJ-INDEX) = "B"
               add 1 to ANTAL-TEGNINGSBERETTIGET
           end-if
           if Ejer-Rolle of Ny-Virk-Rec (EJ-INDEX) = "E"
               or Ejer-Rolle of Ny-Virk-Rec (EJ-INDEX) = "B"
               add Ejer-Andel of Ny-Virk-Rec (EJ-INDEX)
                   to EJERANDEL-I-ALT
           end-if
           exit.

     *> --- En person-kunde kan ikke slettes, mens en virksomhed ---
     *> --- peger paa den - som virksomheden selv eller som ejer/ ---
     *> --- tegningsberettiget ---
      kontroller-virksomheds-relation.
           perform varying VK-INDEX-2 from 1 by 1
               until VK-INDEX-2 > VK-ANTAL
                  or AFVISNINGS-GRUND not = spaces
               if VK-AKTIV (VK-INDEX-2)
                   move VK-REC (VK-INDEX-2) to Gammel-Virk-Rec
                   if Virk-Kunde-Id of Gammel-Virk-Rec
                       = Kunde-Id of Ny-Kunde-Rec
                       move "KUNDE-HAR-VIRKSOMHEDS-RELATION"
                           to AFVISNINGS-GRUND
                   end-if
                   if Ejer-Antal of Gammel-Virk-Rec is numeric
                       perform varying EJ-INDEX from 1 by 1
                           until EJ-INDEX
                               > Ejer-Antal of Gammel-Virk-Rec
                           or EJ-INDEX > 10
                           if Ejer-Kunde-Id of Gammel-Virk-Rec
                               (EJ-INDEX) = Kunde-Id of Ny-Kunde-Rec
                               move "KUNDE-HAR-VIRKSOMHEDS-RELATION"
                                   to AFVISNINGS-GRUND
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform
           exit.

      udfoer-virk-opret.
           if VK-ANTAL < 10000
               add 1 to VK-ANTAL
               move Ny-Virk-Rec to VK-REC (VK-ANTAL)
               move "N" to VK-SLETTET-FLAG (VK-ANTAL)
               add 1 to ANTAL-VIRK-OPRETTET
               move spaces to Audit-Linje
               move 1 to pos
               string
                   "AKTION=VA BRUGER="    delimited by size
                   VA-BRUGER-ID           delimited by size
                   " KUNDE-ID="           delimited by size
                   Virk-Kunde-Id of Ny-Virk-Rec
                                          delimited by size
                   " CVR="                delimited by size
                   Cvr-Nummer of Ny-Virk-Rec
                                          delimited by size
                   " NY-VIRKSOMHED-OPRETTET NAVN="
                                          delimited by size
                   function TRIM(Juridisk-Navn of Ny-Virk-Rec)
                                          delimited by size
                      into Audit-Linje
                      with pointer pos
               end-string
               perform skriv-audit-post
           end-if
           exit.

     *> --- Retter virksomheds-recorden og auditerer hvert aendret ---
     *> --- felt - ejer-/tegningslisten post for post ---
      udfoer-virk-ret.
           move VK-REC (VK-INDEX) to Gammel-Virk-Rec
           move "VC" to AUDIT-AKTION
           move Virk-Kunde-Id of Ny-Virk-Rec to AUDIT-KUNDE-ID
           move Cvr-Nummer of Gammel-Virk-Rec to AUDIT-GAMMEL
           move Cvr-Nummer of Ny-Virk-Rec to AUDIT-NY
           move "Cvr-Nummer" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           move Juridisk-Navn of Gammel-Virk-Rec to AUDIT-GAMMEL
           move Juridisk-Navn of Ny-Virk-Rec to AUDIT-NY
           move "Juridisk-Navn" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           move Selskabsform of Gammel-Virk-Rec to AUDIT-GAMMEL
           move Selskabsform of Ny-Virk-Rec to AUDIT-NY
           move "Selskabsform" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           move Branchekode of Gammel-Virk-Rec to AUDIT-GAMMEL
           move Branchekode of Ny-Virk-Rec to AUDIT-NY
           move "Branchekode" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           move Hjemsted-Vejnavn of Gammel-Virk-Rec to AUDIT-GAMMEL
           move Hjemsted-Vejnavn of Ny-Virk-Rec to AUDIT-NY
           move "Hjemsted-Vejnavn" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           move Hjemsted-Husnummer of Gammel-Virk-Rec to AUDIT-GAMMEL
           move Hjemsted-Husnummer of Ny-Virk-Rec to AUDIT-NY
           move "Hjemsted-Husnr" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           move Hjemsted-Postnummer of Gammel-Virk-Rec to AUDIT-GAMMEL
           move Hjemsted-Postnummer of Ny-Virk-Rec to AUDIT-NY
           move "Hjemsted-Postnr" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           move Hjemsted-By of Gammel-Virk-Rec to AUDIT-GAMMEL
           move Hjemsted-By of Ny-Virk-Rec to AUDIT-NY
           move "Hjemsted-By" to AUDIT-FELT-NAVN
           perform audit-felt-hvis-aendret
           perform varying EJ-INDEX from 1 by 1 until EJ-INDEX > 10
               move spaces to AUDIT-GAMMEL
               move spaces to AUDIT-NY
               if Ejer-Antal of Gammel-Virk-Rec is numeric
                   and EJ-INDEX <= Ejer-Antal of Gammel-Virk-Rec
                   move Ejer-Andel of Gammel-Virk-Rec (EJ-INDEX)
                       to AUDIT-ANDEL-E
                   string
                       Ejer-Rolle of Gammel-Virk-Rec (EJ-INDEX)
                                          delimited by size
                       " "                delimited by size
                       Ejer-Kunde-Id of Gammel-Virk-Rec (EJ-INDEX)
                                          delimited by size
                       " "                delimited by size
                       function TRIM(AUDIT-ANDEL-E)
                                          delimited by size
                          into AUDIT-GAMMEL
                   end-string
               end-if
               if EJ-INDEX <= Ejer-Antal of Ny-Virk-Rec
                   move Ejer-Andel of Ny-Virk-Rec (EJ-INDEX)
                       to AUDIT-ANDEL-E
                   string
                       Ejer-Rolle of Ny-Virk-Rec (EJ-INDEX)
                                          delimited by size
                       " "                delimited by size
                       Ejer-Kunde-Id of Ny-Virk-Rec (EJ-INDEX)
                                          delimited by size
                       " "                delimited by size
                       function TRIM(AUDIT-ANDEL-E)
                                          delimited by size
                          into AUDIT-NY
                   end-string
               end-if
               move spaces to AUDIT-FELT-NAVN
               string
                   "Ejer-"                delimited by size
                   EJ-INDEX               delimited by size
                      into AUDIT-FELT-NAVN
               end-string
               perform audit-felt-hvis-aendret
           end-perform
           move Ny-Virk-Rec to VK-REC (VK-INDEX)
           add 1 to ANTAL-VIRK-RETTET
           exit.

      udfoer-virk-slet.
           move VK-REC (VK-INDEX) to Gammel-Virk-Rec
           set VK-SLETTET (VK-INDEX) to TRUE
           add 1 to ANTAL-VIRK-SLETTET
           move spaces to Audit-Linje
           move 1 to pos
           string
               "AKTION=VD BRUGER="    delimited by size
               VA-BRUGER-ID           delimited by size
               " KUNDE-ID="           delimited by size
               Virk-Kunde-Id of Gammel-Virk-Rec
                                      delimited by size
               " CVR="                delimited by size
               Cvr-Nummer of Gammel-Virk-Rec
                                      delimited by size
               " VIRKSOMHED-SLETTET NAVN=" delimited by size
               function TRIM(Juridisk-Navn of Gammel-Virk-Rec)
                                      delimited by size
                  into Audit-Linje
                  with pointer pos
           end-string
           perform skriv-audit-post
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
           move "kundeVedligehold" to KAP-PROGRAM
           move "PENDING-TABEL" to KAP-TABEL
           move PD-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "GODKENDELSE-TABEL" to KAP-TABEL
           move GK-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "MASTER-TABEL" to KAP-TABEL
           move MA-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "VIRK-TABEL" to KAP-TABEL
           move VK-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
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
