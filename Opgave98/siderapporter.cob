      identification division.
      program-id. sideRapporter.

     *> --- Kørslens side-rapporter, dannet EFTER kontoudskriften
     *>     (opgave10) alene ud fra den kontoopsummering, den skriver
     *>     til text-files/KontoOpsummering.txt (KontoOpsummering.cpy):
     *>     én K-linje pr. konto pr. år med saldi, gebyr, rente,
     *>     kildeskat, bank og filial, fulgt af kontoens ejere (E),
     *>     valutaer (X) og butik-kategorier (G), og ved filens
     *>     slutning kørslens referencedata (V/L/F/M) og T-linjen med
     *>     kontrol-totalerne. Trinnet bygger de samme tabeller op,
     *>     som kontoudskriften tidligere selv holdt i memory, og
     *>     skriver herfra:
     *>       - ValutaEksponering.txt (treasury)
     *>       - EngagementOversigt.txt (pr. kunde og pr. husstand)
     *>       - SkatRenteUdtraek.txt og KildeskatAfregning.txt (Skat)
     *>       - IndskyderGarantiRapport.txt
     *>       - MFIStatistik.txt (Nationalbanken)
     *>       - FinansPosteringer.txt (finansbogholderiet)
     *>       - BankAfregning.txt (partnerbankerne)
     *>       - FilialPortefoelje.txt (filialcheferne)
     *>       - LoyalitetsRegister.txt/LoyalitetsAendringer.txt
     *>     En ny rapport kræver derfor ikke længere et indgreb i
     *>     kontoudskriften, så længe tallene står i opsummeringen,
     *>     og rapporterne kan dannes igen uden at køre udskriften om.
     *>     Mappen følger kontoudskriften: KONTOUDSKRIFT_DATA_DIR
     *>     (default text-files), og <data-dir>/Preview, når
     *>     SIMULERING=Y i KorselsStyring.txt. Mangler T-linjen, eller
     *>     passer dens linjeantal ikke, er opsummeringen ufuldstændig
     *>     (kontoudskriften er ikke kørt til ende) - så dannes ingen
     *>     rapporter, og trinnet slutter med returkode 8.

      environment division.
      input-output section.
      file-control.
           select optional Korsels-Styring-In
               assign to dynamic KORSELS-STYRING-DYN-NAVN
               organization is line sequential.
           select optional Konto-Opsummering-In
               assign to dynamic KONTO-OPSUM-DYN-NAVN
               organization is line sequential.
     *> --- Treasury-rapport: transaktionsvolumen og konverteret
     *>     DKK-værdi pr. ValutaKode - se
     *>     skriv-valuta-eksponering-rapport ---
           select Valuta-Eksponering-Out
               assign to dynamic VALUTA-EKSP-DYN-NAVN
               organization is line sequential.
           select Engagement-Out
               assign to dynamic ENGAGEMENT-DYN-NAVN
               organization is line sequential.
           select Skat-Rente-Out
               assign to dynamic SKAT-RENTE-DYN-NAVN
               organization is line sequential.
           select Kildeskat-Out
               assign to dynamic KILDESKAT-DYN-NAVN
               organization is line sequential.
           select Garanti-Rapport-Out
               assign to dynamic GARANTI-RAPPORT-DYN-NAVN
               organization is line sequential.
           select Mfi-Statistik-Out
               assign to dynamic MFI-STATISTIK-DYN-NAVN
               organization is line sequential.
     *> --- Balanceret debet/kredit-posteringsfil til finans-
     *>     bogholderiet - se skriv-finans-posteringer ---
           select Finans-Posteringer-Out
               assign to dynamic FINANS-POST-DYN-NAVN
               organization is line sequential.
     *> --- Afregningsrapport pr. partnerbank: kørslens kontrol-
     *>     totaler brudt ned pr. REG-NR - se skriv-bank-afregning ---
           select Bank-Afregning-Out
               assign to dynamic BANK-AFREGNING-DYN-NAVN
               organization is line sequential.
           select Filial-Rapport-Out
               assign to dynamic FILIAL-RAPPORT-DYN-NAVN
               organization is line sequential.
           select Loyalitets-Register-Out
               assign to dynamic LOYALITET-REGISTER-DYN-NAVN
               organization is line sequential.
           select Loyalitets-Aendring-Out
               assign to dynamic LOYALITET-AENDRING-DYN-NAVN
               organization is line sequential.
     *> --- Kontoudskriftens kørselslog - trinnets beskeder føjes ---
     *> --- til, se aabn-korsels-log ---
           select Korsels-Log-Out
               assign to dynamic KORSELS-LOG-DYN-NAVN
               organization is line sequential
               file status is KORSELS-LOG-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to dynamic KAPACITET-DYN-NAVN
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Korsels-Styring-In.
      01 Korsels-Styring-Linje     pic x(80).
      fd Konto-Opsummering-In.
      01 Konto-Opsummering-Linje.
           copy "Opgave10/Copybooks/KontoOpsummering.cpy".
      fd Valuta-Eksponering-Out.
      01 Valuta-Eksponering-Linje  pic x(200) value spaces.
      fd Engagement-Out.
      01 Engagement-Linje          pic x(200) value spaces.
      fd Skat-Rente-Out.
      01 Skat-Rente-Linje          pic x(100) value spaces.
      fd Kildeskat-Out.
      01 Kildeskat-Linje           pic x(100) value spaces.
      fd Garanti-Rapport-Out.
      01 Garanti-Rapport-Linje     pic x(200) value spaces.
      fd Mfi-Statistik-Out.
      01 Mfi-Statistik-Linje       pic x(100) value spaces.
      fd Finans-Posteringer-Out.
      01 Finans-Posteringer-Linje  pic x(100) value spaces.
      fd Bank-Afregning-Out.
      01 Bank-Afregning-Linje      pic x(200) value spaces.
      fd Filial-Rapport-Out.
      01 Filial-Rapport-Linje      pic x(200) value spaces.
      fd Loyalitets-Register-Out.
      01 Loyalitets-Register-Linje-Ud.
           02 LR-KUNDE-ID-UD       pic x(10).
           02 LR-TIER-NAVN-UD      pic x(12).
      fd Loyalitets-Aendring-Out.
      01 Loyalitets-Aendring-Linje pic x(150) value spaces.
      fd Korsels-Log-Out.
      01 Korsels-Log-Linje         pic x(250) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 KORSELS-LOG-STATUS       pic x(2) value spaces.
      01 KORSELS-LOG-TEKST        pic x(200) value spaces.
      01 KORSELS-LOG-TIDSSTEMPEL  pic x(21)  value spaces.
      01 EOF-check-styring        pic x value "N".
           88 end-of-file-styring value "Y".
      01 EOF-check-opsummering    pic x value "N".
           88 end-of-file-opsummering value "Y".
      01 pos                      pic 9(4) value 0.
     *> --- Mappen, kontoudskriften kørte mod - samme opbygning som ---
     *> --- opbyg-data-filnavne i opgave10 ---
      01 DATA-DIR-NAVN            pic x(80) value "text-files".
      01 UD-DIR-NAVN              pic x(95) value spaces.
      01 SIMULERINGS-FLAG         pic x value "N".
           88 SIMULERING-AKTIV    value "Y".
      01 KORSELS-STYRING-DYN-NAVN pic x(100) value spaces.
      01 KONTO-OPSUM-DYN-NAVN     pic x(100) value spaces.
      01 VALUTA-EKSP-DYN-NAVN     pic x(100) value spaces.
      01 ENGAGEMENT-DYN-NAVN      pic x(100) value spaces.
      01 SKAT-RENTE-DYN-NAVN      pic x(100) value spaces.
      01 KILDESKAT-DYN-NAVN       pic x(100) value spaces.
      01 GARANTI-RAPPORT-DYN-NAVN pic x(100) value spaces.
      01 MFI-STATISTIK-DYN-NAVN   pic x(100) value spaces.
      01 FINANS-POST-DYN-NAVN     pic x(100) value spaces.
      01 BANK-AFREGNING-DYN-NAVN  pic x(100) value spaces.
      01 FILIAL-RAPPORT-DYN-NAVN  pic x(100) value spaces.
      01 LOYALITET-REGISTER-DYN-NAVN pic x(100) value spaces.
      01 LOYALITET-AENDRING-DYN-NAVN pic x(100) value spaces.
      01 KORSELS-LOG-DYN-NAVN     pic x(100) value spaces.
      01 KAPACITET-DYN-NAVN       pic x(100) value spaces.
     *> --- Valutakoderne - et indeks i VE-POST svarer til samme ---
     *> --- indeks i Valuta-Kurs-Tabel ---
      01 valuta-konvertering.
           copy "Opgave10/Copybooks/Valuta.cpy".
      01 VK-INDEX                 pic 9(3) value 0.
      01 valuta-eksponering.
           copy "Opgave10/Copybooks/ValutaEksponering.cpy".
      copy "Opgave10/Copybooks/ValutaKursFil.cpy".
      copy "Opgave10/Copybooks/BankAfregningTabel.cpy".
      copy "Opgave10/Copybooks/EngagementTabel.cpy".
      copy "Opgave10/Copybooks/SkatRenteTabel.cpy".
      copy "Opgave10/Copybooks/KildeskatTabel.cpy".
      copy "Opgave10/Copybooks/FilialTabel.cpy".
      copy "Opgave10/Copybooks/LoyalitetsTabel.cpy".
      copy "Opgave10/Copybooks/HusstandTabel.cpy".
      01 finans-postering.
           copy "Opgave10/Copybooks/FinansKontoTabel.cpy".
     *> --- Kørslens kontrol-totaler fra T-linjen - samme navne ---
     *> --- som Korsels-Oversigt-Totaler i opgave10 ---
      01 Korsels-Oversigt-Totaler.
           02 GT-ANTAL-KONTI-TOTAL     pic 9(7)       value 0.
           02 GT-ANTAL-TRANS-TOTAL     pic 9(7)       value 0.
           02 GT-SALDO-IN-TOTAL        pic s9(13)v99 COMP-3 value 0.
           02 GT-SALDO-OUT-TOTAL       pic s9(13)v99 COMP-3 value 0.
           02 GT-SALDO-SUM-TOTAL       pic s9(13)v99 COMP-3 value 0.
     *> --- HUSSTANDS-LOYALITET=Y i kontoudskriftens kørsel, fra ---
     *> --- T-linjen - se find-loyalitets-tier ---
      01 HUSSTANDS-LOYALITET-FLAG    pic x value "N".
           88 HUSSTANDS-LOYALITET-AKTIV value "Y".
      01 HUSSTAND-ENGAGEMENT-DKK     pic s9(13)v99 COMP-3 value 0.
      01 HUSSTAND-ENGAGEMENT-DKK-E   pic -(12)9.99.
      01 HUSSTAND-KUNDE-TOTAL-DKK    pic s9(13)v99 COMP-3 value 0.
      01 HUSSTAND-SUM-KUNDE-ID       pic x(10) value spaces.
      01 ANTAL-HUSSTANDE-SKREVET     pic 9(5) value 0.
     *> --- Opsummeringens tilstand under indlæsningen ---
      01 Opsummerings-Felter.
           02 SID-ANTAL-LINJER      pic 9(9) value 0.
           02 SID-T-FLAG            pic x value "N".
              88 SID-T-FUNDET       value "Y".
           02 SID-T-ANTAL-LINJER    pic 9(9) value 0.
           02 SID-T-RUN-ID          pic x(40) value spaces.
           02 SID-T-DATO            pic x(10) value spaces.
     *> --- Den aktuelle K-linjes konto og REG-NR, til de E-linjer, ---
     *> --- der følger den ---
           02 SID-KONTO-ID          pic x(14) value spaces.
           02 SID-REG-NR            pic x(6) value spaces.
           02 SID-AAR               pic 9(4) value 0.
           02 SID-SALDO-SUM-DKK     pic s9(13)v99 COMP-3 value 0.
           02 SID-ANTAL-LINJER-E    pic z(8)9.
     *> --- Banknavnet pr. BA-POST og kundenavnet pr. EN-POST, ---
     *> --- som kontoudskriften slog dem op - samme indeks som ---
     *> --- tabellerne ---
      01 Bank-Navn-Tabel.
           02 SID-BA-POST OCCURS 5000 TIMES.
              03 SID-BA-BANK-FLAG   pic x.
                 88 SID-BA-BANK-FUNDET value "Y".
              03 SID-BA-BANKNAVN    pic x(30).
      01 Kunde-Navn-Tabel.
           02 SID-EN-POST OCCURS 50000 TIMES.
              03 SID-EN-KUNDE-FLAG  pic x.
                 88 SID-EN-KUNDE-FUNDET value "Y".
              03 SID-EN-KUNDE-NAVN  pic x(40).
     *> --- Ultimo-kursen pr. valutakode fra V-linjerne ---
      01 Ultimo-Kurs-Tabel.
           02 SID-ULTIMO-KURS OCCURS 6 TIMES pic 9(2)v9999 value 0.

      procedure division.
     *> --- Hovedforløb: læs opsummeringen og byg tabellerne, ---
     *> --- kontrollér at den er komplet, og skriv rapporterne i ---
     *> --- samme rækkefølge, som kontoudskriften skrev dem ---
      Program-Execute.
           perform opbyg-filnavne
           perform aabn-korsels-log
           perform indlaes-konto-opsummering
           if not SID-T-FUNDET
               or SID-T-ANTAL-LINJER not = SID-ANTAL-LINJER
               move SID-ANTAL-LINJER to SID-ANTAL-LINJER-E
               display "FEJL: KontoOpsummering.txt er ufuldstaendig ("
                   function TRIM(SID-ANTAL-LINJER-E)
                   " linjer, T-linje mangler eller passer ikke) - "
                   "side-rapporterne er ikke dannet"
               move spaces to KORSELS-LOG-TEKST
               move 1 to pos
               string
                   "FEJL: KontoOpsummering.txt er ufuldstaendig ("
                                              delimited by size
                   function TRIM(SID-ANTAL-LINJER-E)
                                              delimited by size
                   " linjer, T-linje mangler eller passer ikke) - "
                                              delimited by size
                   "side-rapporterne er ikke dannet"
                                              delimited by size
                      into KORSELS-LOG-TEKST
                      with pointer pos
               end-string
               perform skriv-korsels-log-linje
               close Korsels-Log-Out
               move 8 to return-code
               stop run
           end-if
     *> --- Skriv treasury-rapport over valuta-eksponering for hele ---
     *> --- kørslen ---
           perform skriv-valuta-eksponering-rapport
     *> --- Skriv samlet engagements-oversigt pr. kunde ---
           perform skriv-engagement-oversigt
     *> --- Skriv det faste renteudtræk til Skat ---
           perform skriv-skat-rente-udtraek
     *> --- Skriv afregningsfilen for indeholdt kildeskat ---
           perform skriv-kildeskat-afregning
     *> --- Skriv indskydergaranti-rapporten ---
           perform skriv-indskyder-garanti-rapport
     *> --- Skriv MFI-statistikken til Nationalbanken ---
           perform skriv-mfi-statistik
     *> --- Skriv den balancerede posteringsfil til finans ---
           perform skriv-finans-posteringer
     *> --- Skriv afregningsrapporten pr. partnerbank ---
           perform skriv-bank-afregning
     *> --- Skriv porteføljerapporten pr. filial ---
           perform skriv-filial-portefoelje
     *> --- Skriv loyalitets-registret om og rapportér tier-skift ---
           if LO-ANTAL > 0
               perform skriv-loyalitets-register
           end-if
           move SID-ANTAL-LINJER to SID-ANTAL-LINJER-E
           display "Side-rapporter dannet for koersel "
               function TRIM(SID-T-RUN-ID) " ud fra "
               function TRIM(SID-ANTAL-LINJER-E)
               " linjer i KontoOpsummering.txt"
           move spaces to KORSELS-LOG-TEKST
           move 1 to pos
           string
               "Side-rapporter dannet for koersel "
                                              delimited by size
               function TRIM(SID-T-RUN-ID)    delimited by size
               " ud fra "                     delimited by size
               function TRIM(SID-ANTAL-LINJER-E)
                                              delimited by size
               " linjer i KontoOpsummering.txt"
                                              delimited by size
                  into KORSELS-LOG-TEKST
                  with pointer pos
           end-string
           perform skriv-korsels-log-linje
           close Korsels-Log-Out
           perform skriv-kapacitet
           stop run.

     *> --- Bygger filnavnene som kontoudskriften: data-mappen fra ---
     *> --- KONTOUDSKRIFT_DATA_DIR (ellers text-files), og i ---
     *> --- simuleringstilstand outputs under <data-dir>/Preview ---
      opbyg-filnavne.
           accept DATA-DIR-NAVN from environment "KONTOUDSKRIFT_DATA_DIR"
               on exception
                   continue
           end-accept
           if DATA-DIR-NAVN = spaces
               move "text-files" to DATA-DIR-NAVN
           end-if
           string
               function TRIM(DATA-DIR-NAVN) delimited by size
               "/KorselsStyring.txt"         delimited by size
                  into KORSELS-STYRING-DYN-NAVN
           end-string
           perform laes-simulerings-flag
           move DATA-DIR-NAVN to UD-DIR-NAVN
           if SIMULERING-AKTIV
               move spaces to UD-DIR-NAVN
               string
                   function TRIM(DATA-DIR-NAVN) delimited by size
                   "/Preview"                    delimited by size
                      into UD-DIR-NAVN
               end-string
           end-if
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/KontoOpsummering.txt"       delimited by size
                  into KONTO-OPSUM-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/ValutaEksponering.txt"      delimited by size
                  into VALUTA-EKSP-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/EngagementOversigt.txt"     delimited by size
                  into ENGAGEMENT-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/SkatRenteUdtraek.txt"       delimited by size
                  into SKAT-RENTE-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/KildeskatAfregning.txt"     delimited by size
                  into KILDESKAT-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/IndskyderGarantiRapport.txt" delimited by size
                  into GARANTI-RAPPORT-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/MFIStatistik.txt"           delimited by size
                  into MFI-STATISTIK-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/FinansPosteringer.txt"      delimited by size
                  into FINANS-POST-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/BankAfregning.txt"          delimited by size
                  into BANK-AFREGNING-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/FilialPortefoelje.txt"      delimited by size
                  into FILIAL-RAPPORT-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/LoyalitetsRegister.txt"     delimited by size
                  into LOYALITET-REGISTER-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/LoyalitetsAendringer.txt"   delimited by size
                  into LOYALITET-AENDRING-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/KorselsLog.txt"             delimited by size
                  into KORSELS-LOG-DYN-NAVN
           end-string
           string
               function TRIM(UD-DIR-NAVN) delimited by size
               "/KapacitetsLog.txt"          delimited by size
                  into KAPACITET-DYN-NAVN
           end-string
           exit.

     *> --- Læser KorselsStyring.txt alene for SIMULERING=Y - samme ---
     *> --- test som forudlaes-simulerings-flag i opgave10 ---
      laes-simulerings-flag.
           move "N" to EOF-check-styring
           open input Korsels-Styring-In
           perform until end-of-file-styring
               read Korsels-Styring-In
                   at end move "Y" to EOF-check-styring
                   not at end
                       if Korsels-Styring-Linje (1:12)
                           = "SIMULERING=Y"
                           set SIMULERING-AKTIV to TRUE
                       end-if
               end-read
           end-perform
           close Korsels-Styring-In
           exit.

     *> --- Kørselsloggen er kontoudskriftens - den føjes til med ---
     *> --- "open extend"; findes den ikke (status "35"), oprettes ---
     *> --- den ---
      aabn-korsels-log.
           open extend Korsels-Log-Out
           if KORSELS-LOG-STATUS = "35"
               open output Korsels-Log-Out
           end-if
           exit.

      skriv-korsels-log-linje.
           move function CURRENT-DATE to KORSELS-LOG-TIDSSTEMPEL
           move spaces to Korsels-Log-Linje
           move 1 to pos
           string
               KORSELS-LOG-TIDSSTEMPEL (1:8)  delimited by size
               "-"                            delimited by size
               KORSELS-LOG-TIDSSTEMPEL (9:6)   delimited by size
               " "                            delimited by size
               function TRIM(KORSELS-LOG-TEKST) delimited by size
                  into Korsels-Log-Linje
                  with pointer pos
           end-string
           write Korsels-Log-Linje
           exit.

     *> --- Læser kontoopsummeringen linje for linje og lægger hver ---
     *> --- linje ind i sin tabel - linjerne står i den rækkefølge, ---
     *> --- kontoudskriften behandlede konti og år, så tabellerne ---
     *> --- opbygges i samme orden som i udskriften ---
      indlaes-konto-opsummering.
           move 0 to SID-ANTAL-LINJER
           move "N" to EOF-check-opsummering
           open input Konto-Opsummering-In
           perform until end-of-file-opsummering
               read Konto-Opsummering-In
                   at end move "Y" to EOF-check-opsummering
                   not at end
                       add 1 to SID-ANTAL-LINJER
                       evaluate true
                           when KO-KONTO
                               perform behandl-konto-linje
                           when KO-EJER
                               perform behandl-ejer-linje
                           when KO-VALUTA
                               perform behandl-valuta-linje
                           when KO-KATEGORI
                               continue
                           when KO-KURS
                               perform behandl-kurs-linje
                           when KO-TIER
                               perform behandl-tier-linje
                           when KO-FORRIGE-TIER
                               perform behandl-forrige-tier-linje
                           when KO-HUSSTAND
                               perform behandl-husstand-linje
                           when KO-KORSEL
                               perform behandl-korsels-linje
                           when other
                               display "Bemærk: ukendt linjetype '"
                                   KO-TYPE "' i KontoOpsummering.txt"
                       end-evaluate
               end-read
           end-perform
           close Konto-Opsummering-In
           exit.

     *> --- K: kontoens totaler pr. bank (REG-NR), pr. filial og - ---
     *> --- med indeholdt kildeskat - pr. kunde og år ---
      behandl-konto-linje.
           move KO-KONTO-ID to SID-KONTO-ID
           move KO-K-REG-NR to SID-REG-NR
           move KO-AAR to SID-AAR
           move KO-K-SALDO-SUM-DKK to SID-SALDO-SUM-DKK
           move KO-K-REG-NR to BA-OPSLAG-REG-NR
           perform find-eller-opret-bank-afregning
           if BANK-AFREGNING-FUNDET
               add 1 to BA-ANTAL-KONTI (BA-INDEX)
               add KO-K-ANTAL-TRANS to BA-ANTAL-TRANS (BA-INDEX)
               add KO-K-SALDO-IN-DKK to BA-SALDO-IN-DKK (BA-INDEX)
               add KO-K-SALDO-OUT-DKK to BA-SALDO-OUT-DKK (BA-INDEX)
               add KO-K-SALDO-SUM-DKK to BA-SALDO-SUM-DKK (BA-INDEX)
               add KO-K-GEBYR-DKK to BA-GEBYR-DKK (BA-INDEX)
               add KO-K-RENTE-DKK to BA-RENTE-DKK (BA-INDEX)
           end-if
           if KO-K-FILIAL-FUNDET
               move KO-K-FILIAL-KODE to AKTUEL-FILIAL-KODE
               move KO-K-FILIAL-NAVN to AKTUEL-FILIAL-NAVN
               perform opdater-filial-portefoelje
           end-if
           if KO-K-MED-KILDESKAT and KO-K-KUNDE-ID not = spaces
               move KO-K-KUNDE-ID to KSK-AKTUEL-KUNDE-ID
               move KO-K-KILDESKAT-DKK to KILDESKAT-DKK
               perform opdater-kildeskat-tabel
           end-if
           exit.

     *> --- E: ejerens andel af kontoens saldo til engagementet og ---
     *> --- af årets rente til Skat-udtrækket ---
      behandl-ejer-linje.
           if KO-E-MED-ENGAGEMENT
               move KO-E-KUNDE-ID to EN-AKTUEL-KUNDE-ID
               perform opdater-engagement-for-kunde
           end-if
           if KO-E-MED-RENTE
               move KO-E-KUNDE-ID to SR-AKTUEL-KUNDE-ID
               perform opdater-skat-rente-for-del
           end-if
           exit.

     *> --- X: kontoens transaktioner i en valuta - blank kode er ---
     *> --- ukendt valuta, behandlet som DKK ---
      behandl-valuta-linje.
           if KO-X-KODE = spaces
               add KO-X-ANTAL-TRANS to VE-ANTAL-TRANS-UKENDT
               add KO-X-VOLUMEN-DKK to VE-VOLUMEN-DKK-UKENDT
               exit paragraph
           end-if
           perform varying VK-INDEX from 1 by 1
               until VK-INDEX > ANTAL-VALUTAER
                   or VK-KODE (VK-INDEX) = KO-X-KODE
               continue
           end-perform
           if VK-INDEX <= ANTAL-VALUTAER
               add KO-X-ANTAL-TRANS to VE-ANTAL-TRANS (VK-INDEX)
               add KO-X-VOLUMEN-ORIGINAL
                   to VE-VOLUMEN-ORIGINAL (VK-INDEX)
               add KO-X-VOLUMEN-DKK to VE-VOLUMEN-DKK (VK-INDEX)
           else
               add KO-X-ANTAL-TRANS to VE-ANTAL-TRANS-UKENDT
               add KO-X-VOLUMEN-DKK to VE-VOLUMEN-DKK-UKENDT
           end-if
           exit.

      behandl-kurs-linje.
           move KO-V-ULTIMO-DATO to ULTIMO-DATO
           perform varying VK-INDEX from 1 by 1
               until VK-INDEX > ANTAL-VALUTAER
                   or VK-KODE (VK-INDEX) = KO-V-KODE
               continue
           end-perform
           if VK-INDEX <= ANTAL-VALUTAER
               move KO-V-ULTIMO-KURS to SID-ULTIMO-KURS (VK-INDEX)
           end-if
           exit.

      behandl-tier-linje.
           if LO-ANTAL < MAX-LOYALITETS-TIERS
               add 1 to LO-ANTAL
               move KO-L-GRAENSE-DKK to LO-GRAENSE-DKK (LO-ANTAL)
               move KO-L-TIER-NAVN to LO-TIER-NAVN (LO-ANTAL)
               move KO-L-RABAT-PCT to LO-RABAT-PCT (LO-ANTAL)
           end-if
           exit.

      behandl-forrige-tier-linje.
           if LR-ANTAL < 50000
               add 1 to LR-ANTAL
               move KO-F-KUNDE-ID to LR-KUNDE-ID (LR-ANTAL)
               move KO-F-TIER-NAVN to LR-TIER-NAVN (LR-ANTAL)
           end-if
           exit.

      behandl-husstand-linje.
           if HH-ANTAL < MAX-HUSSTAND-MEDLEMMER
               add 1 to HH-ANTAL
               move KO-M-HUSSTAND-ID to HH-HUSSTAND-ID (HH-ANTAL)
               move KO-M-KUNDE-ID to HH-KUNDE-ID (HH-ANTAL)
               move KO-M-GODKENDT-AF to HH-GODKENDT-AF (HH-ANTAL)
               move KO-M-GODKENDT-DATO to HH-GODKENDT-DATO (HH-ANTAL)
               move "N" to HH-SLETTET-FLAG (HH-ANTAL)
               move "N" to HH-SKREVET-FLAG (HH-ANTAL)
           end-if
           exit.

     *> --- T: kørslens afslutning - kontrol-totaler, dato og ---
     *> --- indskydergarantiens EUR-kurs ---
      behandl-korsels-linje.
           set SID-T-FUNDET to TRUE
           move KO-T-ANTAL-LINJER to SID-T-ANTAL-LINJER
           move KO-T-RUN-ID to SID-T-RUN-ID
           move KO-T-DATO to SID-T-DATO
           move KO-T-HUSSTANDS-LOYALITET to HUSSTANDS-LOYALITET-FLAG
           move KO-T-GARANTI-KURS-DATO to KURS-OPSLAG-DATO
           move KO-T-GARANTI-KURS to VALGT-KURS
           move KO-T-ANTAL-KONTI to GT-ANTAL-KONTI-TOTAL
           move KO-T-ANTAL-TRANS to GT-ANTAL-TRANS-TOTAL
           move KO-T-SALDO-IN-DKK to GT-SALDO-IN-TOTAL
           move KO-T-SALDO-OUT-DKK to GT-SALDO-OUT-TOTAL
           move KO-T-SALDO-SUM-DKK to GT-SALDO-SUM-TOTAL
           exit.

     *> --- Finder (eller opretter) BA-OPSLAG-REG-NR's post i BANK- ---
     *> --- AFREGNING-TABEL og efterlader BA-INDEX på posten. En ny ---
     *> --- post får banknavnet fra K-linjen ---
      find-eller-opret-bank-afregning.
           set BANK-AFREGNING-IKKE-FUNDET to TRUE
           move 1 to BA-INDEX
           perform until BANK-AFREGNING-FUNDET or BA-INDEX > BA-ANTAL
               if BA-REG-NR (BA-INDEX) = BA-OPSLAG-REG-NR
                   set BANK-AFREGNING-FUNDET to TRUE
               else
                   add 1 to BA-INDEX
               end-if
           end-perform
           if BANK-AFREGNING-IKKE-FUNDET
               if BA-ANTAL < MAX-BANK-AFREGNING
                   add 1 to BA-ANTAL
                   move BA-ANTAL to BA-INDEX
                   move BA-OPSLAG-REG-NR to BA-REG-NR (BA-INDEX)
                   move 0 to BA-ANTAL-KONTI (BA-INDEX)
                   move 0 to BA-ANTAL-TRANS (BA-INDEX)
                   move 0 to BA-SALDO-IN-DKK (BA-INDEX)
                   move 0 to BA-SALDO-OUT-DKK (BA-INDEX)
                   move 0 to BA-SALDO-SUM-DKK (BA-INDEX)
                   move 0 to BA-GEBYR-DKK (BA-INDEX)
                   move 0 to BA-RENTE-DKK (BA-INDEX)
                   move KO-K-BANK-FLAG to SID-BA-BANK-FLAG (BA-INDEX)
                   move KO-K-BANKNAVN to SID-BA-BANKNAVN (BA-INDEX)
                   set BANK-AFREGNING-FUNDET to TRUE
               end-if
           end-if
           exit.

     *> --- Lægger kontoens tal ind under dens filial - samme find- ---
     *> --- eller-opret-mønster som find-eller-opret-bank-afregning ---
      opdater-filial-portefoelje.
           set FP-FILIAL-IKKE-FUNDET to TRUE
           move 1 to FP-INDEX
           perform until FP-FILIAL-FUNDET or FP-INDEX > FP-ANTAL
               if FP-FILIAL-KODE (FP-INDEX) = AKTUEL-FILIAL-KODE
                   set FP-FILIAL-FUNDET to TRUE
               else
                   add 1 to FP-INDEX
               end-if
           end-perform
           if FP-FILIAL-IKKE-FUNDET
               if FP-ANTAL < MAX-FILIALER
                   add 1 to FP-ANTAL
                   move FP-ANTAL to FP-INDEX
                   move AKTUEL-FILIAL-KODE
                       to FP-FILIAL-KODE (FP-INDEX)
                   move AKTUEL-FILIAL-NAVN
                       to FP-FILIAL-NAVN (FP-INDEX)
                   move 0 to FP-ANTAL-KONTI (FP-INDEX)
                   move 0 to FP-SALDO-DKK (FP-INDEX)
                   move 0 to FP-ANTAL-OVERTRAEK (FP-INDEX)
                   move 0 to FP-ANTAL-AML-HITS (FP-INDEX)
                   set FP-FILIAL-FUNDET to TRUE
               end-if
           end-if
           if FP-FILIAL-FUNDET
               add 1 to FP-ANTAL-KONTI (FP-INDEX)
               add KO-K-SALDO-SUM-DKK to FP-SALDO-DKK (FP-INDEX)
               if KO-K-SALDO-SUM-DKK < 0
                   add 1 to FP-ANTAL-OVERTRAEK (FP-INDEX)
               end-if
               add KO-K-AML-HITS to FP-ANTAL-AML-HITS (FP-INDEX)
           end-if
           exit.

     *> --- Lægger den indeholdte kildeskat (KILDESKAT-DKK) ind i ---
     *> --- KILDESKAT-TABEL under KSK-AKTUEL-KUNDE-ID og kontoens år ---
      opdater-kildeskat-tabel.
           set KILDESKAT-IKKE-FUNDET to TRUE
           move 1 to KSK-INDEX
           perform until KILDESKAT-FUNDET
               or KSK-INDEX > ANTAL-KILDESKAT
               if KSK-KUNDE-ID (KSK-INDEX) = KSK-AKTUEL-KUNDE-ID
                   and KSK-AAR (KSK-INDEX) = SID-AAR
                   set KILDESKAT-FUNDET to TRUE
               else
                   add 1 to KSK-INDEX
               end-if
           end-perform
           if KILDESKAT-IKKE-FUNDET
               if ANTAL-KILDESKAT < MAX-KILDESKAT
                   add 1 to ANTAL-KILDESKAT
                   move ANTAL-KILDESKAT to KSK-INDEX
                   move KSK-AKTUEL-KUNDE-ID
                       to KSK-KUNDE-ID (KSK-INDEX)
                   move SID-AAR to KSK-AAR (KSK-INDEX)
                   move 0 to KSK-SKAT-DKK (KSK-INDEX)
                   set KILDESKAT-FUNDET to TRUE
               end-if
           end-if
           if KILDESKAT-FUNDET
               add KILDESKAT-DKK to KSK-SKAT-DKK (KSK-INDEX)
           end-if
           exit.

     *> --- Lægger ejerens del af saldoen (KO-E-SALDO-DKK) ind ---
     *> --- under EN-AKTUEL-KUNDE-ID og den aktuelle konto - en ---
     *> --- senere års saldo for samme konto erstatter den forrige. ---
     *> --- En ny post får kundenavnet fra E-linjen ---
      opdater-engagement-for-kunde.
           set ENGAGEMENT-IKKE-FUNDET to TRUE
           move 1 to EN-INDEX
           perform until ENGAGEMENT-FUNDET
               or EN-INDEX > ANTAL-ENGAGEMENT
               if EN-KUNDE-ID (EN-INDEX) = EN-AKTUEL-KUNDE-ID
                   and EN-KONTO-ID (EN-INDEX) = SID-KONTO-ID
                   set ENGAGEMENT-FUNDET to TRUE
               else
                   add 1 to EN-INDEX
               end-if
           end-perform
           if ENGAGEMENT-IKKE-FUNDET
               if ANTAL-ENGAGEMENT < MAX-ENGAGEMENT
                   add 1 to ANTAL-ENGAGEMENT
                   move ANTAL-ENGAGEMENT to EN-INDEX
                   move EN-AKTUEL-KUNDE-ID
                       to EN-KUNDE-ID (EN-INDEX)
                   move SID-KONTO-ID to EN-KONTO-ID (EN-INDEX)
                   move SID-REG-NR to EN-REG-NR (EN-INDEX)
                   move KO-E-KUNDE-FLAG
                       to SID-EN-KUNDE-FLAG (EN-INDEX)
                   move KO-E-KUNDE-NAVN
                       to SID-EN-KUNDE-NAVN (EN-INDEX)
                   set ENGAGEMENT-FUNDET to TRUE
               else
                   display "Bemærk: Antal konti har oversteget "
                       "MAX-ENGAGEMENT - engagements-oversigt ikke "
                       "opdateret for konto " SID-KONTO-ID
               end-if
           end-if
           if ENGAGEMENT-FUNDET
               move SID-AAR to EN-AAR (EN-INDEX)
               move KO-E-SALDO-DKK to EN-SALDO-DKK (EN-INDEX)
               move "N" to EN-SKREVET-FLAG (EN-INDEX)
               move "N" to EN-GARANTI-FLAG (EN-INDEX)
           end-if
           exit.

     *> --- Lægger ejerens del af årets rente (KO-E-RENTE-DKK) ind ---
     *> --- i SKAT-RENTE-TABEL under kunde, konto og år ---
      opdater-skat-rente-for-del.
           set SKAT-RENTE-IKKE-FUNDET to TRUE
           move 1 to SR-INDEX
           perform until SKAT-RENTE-FUNDET
               or SR-INDEX > ANTAL-SKAT-RENTE
               if SR-KUNDE-ID (SR-INDEX) = SR-AKTUEL-KUNDE-ID
                   and SR-KONTO-ID (SR-INDEX) = SID-KONTO-ID
                   and SR-AAR (SR-INDEX) = SID-AAR
                   set SKAT-RENTE-FUNDET to TRUE
               else
                   add 1 to SR-INDEX
               end-if
           end-perform
           if SKAT-RENTE-IKKE-FUNDET
               if ANTAL-SKAT-RENTE < MAX-SKAT-RENTE
                   add 1 to ANTAL-SKAT-RENTE
                   move ANTAL-SKAT-RENTE to SR-INDEX
                   move SR-AKTUEL-KUNDE-ID to SR-KUNDE-ID (SR-INDEX)
                   move SID-KONTO-ID to SR-KONTO-ID (SR-INDEX)
                   move SID-AAR to SR-AAR (SR-INDEX)
                   move 0 to SR-RENTE-DKK (SR-INDEX)
                   move "N" to SR-SKREVET-FLAG (SR-INDEX)
                   set SKAT-RENTE-FUNDET to TRUE
               end-if
           end-if
           if SKAT-RENTE-FUNDET
               add KO-E-RENTE-DKK to SR-RENTE-DKK (SR-INDEX)
           end-if
           exit.

     *> --- Skriver den akkumulerede valuta-eksponering (se
     *>     konverter-belob-til-dkk i opgave10) til
     *>     text-files/ValutaEksponering.txt - én linje pr. ValutaKode
     *>     i Valuta-Kurs-Tabel, plus en linje for transaktioner med en
     *>     ukendt/udokumenteret valutakode. Kaldes kun én gang, ved
     *>     kørslens afslutning ---
      skriv-valuta-eksponering-rapport.
           open output Valuta-Eksponering-Out
           write Valuta-Eksponering-Linje from
               "=== Valuta-eksponering - treasury-rapport ==="
           perform varying VE-INDEX from 1 by 1
               until VE-INDEX > ANTAL-VALUTAER
               move VE-VOLUMEN-ORIGINAL (VE-INDEX) to VE-VOLUMEN-ORIGINAL-E
               move VE-VOLUMEN-DKK (VE-INDEX) to VE-VOLUMEN-DKK-E
     *> --- Omvurdér den tilbageværende eksponering til ultimo- ---
     *> --- kursen og rapportér differencen mod den bogførte ---
     *> --- DKK-modværdi ---
     *> --- Ultimo-kursen er den, kontoudskriften slog op pr. 31/12 ---
     *> --- i kørslens sidste år (V-linjerne) ---
               move SID-ULTIMO-KURS (VE-INDEX) to ULTIMO-KURS
               move ULTIMO-KURS to ULTIMO-KURS-E
               compute OMVURDERET-DKK rounded =
                   VE-VOLUMEN-ORIGINAL (VE-INDEX) * ULTIMO-KURS
               compute OMVURDERINGS-DIFF-DKK =
                   OMVURDERET-DKK - VE-VOLUMEN-DKK (VE-INDEX)
               move OMVURDERET-DKK to OMVURDERET-DKK-E
               move OMVURDERINGS-DIFF-DKK to OMVURDERINGS-DIFF-E
               move spaces to Valuta-Eksponering-Linje
               move 1 to pos
               string
                   function TRIM(VK-KODE (VE-INDEX)) delimited by size
                   ": antal="                         delimited by size
                   VE-ANTAL-TRANS (VE-INDEX)          delimited by size
                   " volumen="                        delimited by size
                   function TRIM(VE-VOLUMEN-ORIGINAL-E)
                                                       delimited by size
                   " DKK-modvaerdi="                  delimited by size
                   function TRIM(VE-VOLUMEN-DKK-E)    delimited by size
                   " ultimo-kurs="                    delimited by size
                   function TRIM(ULTIMO-KURS-E)       delimited by size
                   " omvurderet-DKK="                 delimited by size
                   function TRIM(OMVURDERET-DKK-E)    delimited by size
                   " omvurderings-diff="              delimited by size
                   function TRIM(OMVURDERINGS-DIFF-E) delimited by size
                      into Valuta-Eksponering-Linje
                      with pointer pos
               end-string
               write Valuta-Eksponering-Linje
           end-perform
           move VE-VOLUMEN-DKK-UKENDT to VE-VOLUMEN-DKK-E
           move spaces to Valuta-Eksponering-Linje
           move 1 to pos
           string
               "UKENDT: antal="                   delimited by size
               VE-ANTAL-TRANS-UKENDT              delimited by size
               " DKK-modvaerdi="                  delimited by size
               function TRIM(VE-VOLUMEN-DKK-E)    delimited by size
                  into Valuta-Eksponering-Linje
                  with pointer pos
           end-string
           write Valuta-Eksponering-Linje
           close Valuta-Eksponering-Out
           exit.

     *> --- Skriver én samlet engagements-oversigt pr. kunde til ---
     *> --- text-files/EngagementOversigt.txt: kundens navn (slået op ---
     *> --- af kontoudskriften i KUNDE-TABEL), én linje pr. konto ---
     *> --- med senest opgjorte slutsaldo, og en total for hele ---
     *> --- engagementet ---
      skriv-engagement-oversigt.
           open output Engagement-Out
           move 0 to EN-ANTAL-KUNDER-SKREVET
           write Engagement-Linje from
               "=== Engagements-oversigt pr. kunde ==="
           perform varying EN-INDEX from 1 by 1
               until EN-INDEX > ANTAL-ENGAGEMENT
               if EN-IKKE-SKREVET (EN-INDEX)
                   move EN-KUNDE-ID (EN-INDEX) to EN-AKTUEL-KUNDE-ID
                   perform skriv-engagement-for-kunde
               end-if
           end-perform
           move spaces to Engagement-Linje
           move 1 to pos
           string
               "Antal kunder i oversigten: "   delimited by size
               function TRIM(EN-ANTAL-KUNDER-SKREVET)
                                               delimited by size
                  into Engagement-Linje
                  with pointer pos
           end-string
           write Engagement-Linje
           if HH-ANTAL > 0
               perform skriv-husstands-engagement
           end-if
           close Engagement-Out
           display "Engagements-oversigt skrevet til "
               "text-files/EngagementOversigt.txt, antal kunder: "
               EN-ANTAL-KUNDER-SKREVET
           move spaces to KORSELS-LOG-TEKST
           move 1 to pos
           string
               "Engagements-oversigt skrevet til "
                                               delimited by size
               "text-files/EngagementOversigt.txt, antal kunder: "
                                               delimited by size
               EN-ANTAL-KUNDER-SKREVET         delimited by size
                  into KORSELS-LOG-TEKST
                  with pointer pos
           end-string
           perform skriv-korsels-log-linje
           exit.

     *> --- Skriver ét kunde-afsnit i engagements-oversigten: header ---
     *> --- med Kunde-Id og navn, én linje pr. konto, og engagements- ---
     *> --- totalen. Markerer alle kundens poster som skrevet ---
      skriv-engagement-for-kunde.
           add 1 to EN-ANTAL-KUNDER-SKREVET
           move 0 to EN-KUNDE-TOTAL-DKK
           move 0 to EN-ANTAL-KONTI-KUNDE
           write Engagement-Linje from spaces
           move spaces to Engagement-Linje
           move 1 to pos
           if SID-EN-KUNDE-FUNDET (EN-INDEX)
               string
                   "Kunde: "                      delimited by size
                   function TRIM(EN-AKTUEL-KUNDE-ID)
                                                  delimited by size
                   " "                            delimited by size
                   function TRIM(SID-EN-KUNDE-NAVN (EN-INDEX))
                                                  delimited by size
                      into Engagement-Linje
                      with pointer pos
               end-string
           else
               string
                   "Kunde: "                      delimited by size
                   function TRIM(EN-AKTUEL-KUNDE-ID)
                                                  delimited by size
                   " (ikke i Kundeoplysninger.txt)"
                                                  delimited by size
                      into Engagement-Linje
                      with pointer pos
               end-string
           end-if
           write Engagement-Linje
           perform varying EN-INDEX-2 from 1 by 1
               until EN-INDEX-2 > ANTAL-ENGAGEMENT
               if EN-KUNDE-ID (EN-INDEX-2) = EN-AKTUEL-KUNDE-ID
                   set EN-ER-SKREVET (EN-INDEX-2) to TRUE
                   add 1 to EN-ANTAL-KONTI-KUNDE
                   add EN-SALDO-DKK (EN-INDEX-2) to EN-KUNDE-TOTAL-DKK
                   move EN-SALDO-DKK (EN-INDEX-2) to EN-SALDO-DKK-E
                   move spaces to Engagement-Linje
                   move 1 to pos
                   string
                       "  Konto: "                delimited by size
                       EN-KONTO-ID (EN-INDEX-2)   delimited by size
                       " Aar: "                   delimited by size
                       EN-AAR (EN-INDEX-2)        delimited by size
                       " Saldo (DKK): "           delimited by size
                       function TRIM(EN-SALDO-DKK-E)
                                                  delimited by size
                          into Engagement-Linje
                          with pointer pos
                   end-string
                   write Engagement-Linje
               end-if
           end-perform
           move EN-KUNDE-TOTAL-DKK to EN-KUNDE-TOTAL-DKK-E
           move spaces to Engagement-Linje
           move 1 to pos
           string
               "  Engagement i alt ("             delimited by size
               function TRIM(EN-ANTAL-KONTI-KUNDE) delimited by size
               " konti, DKK): "                   delimited by size
               function TRIM(EN-KUNDE-TOTAL-DKK-E) delimited by size
                  into Engagement-Linje
                  with pointer pos
           end-string
           write Engagement-Linje
     *> --- Kundens loyalitets-tier og gebyrrabatten, der følger ---
     *> --- med - se LoyalitetsSatser.txt ---
           if LO-ANTAL > 0
               move EN-AKTUEL-KUNDE-ID to LO-OPSLAG-KUNDE-ID
               perform find-loyalitets-tier
               if AKTUEL-TIER-NAVN not = spaces
                   move spaces to Engagement-Linje
                   move 1 to pos
                   string
                       "  Loyalitets-tier: "      delimited by size
                       function TRIM(AKTUEL-TIER-NAVN)
                                                  delimited by size
                       " (gebyrrabat "            delimited by size
                       AKTUEL-TIER-RABAT-PCT      delimited by size
                       " pct.)"                   delimited by size
                          into Engagement-Linje
                          with pointer pos
                   end-string
                   write Engagement-Linje
               end-if
           end-if
     *> --- Kundens husstand - den samlede opgoerelse staar i ---
     *> --- husstands-afsnittet sidst i oversigten ---
           if HH-ANTAL > 0
               move EN-AKTUEL-KUNDE-ID to HUSSTAND-OPSLAG-KUNDE
               perform find-husstand-for-kunde
               if KUNDE-I-HUSSTAND
                   move spaces to Engagement-Linje
                   move 1 to pos
                   string
                       "  Husstand: "             delimited by size
                       HUSSTAND-AKTUEL-ID         delimited by size
                          into Engagement-Linje
                          with pointer pos
                   end-string
                   write Engagement-Linje
               end-if
           end-if
           exit.

     *> --- Husstands-afsnittet: een blok pr. husstand i ---
     *> --- husstandsregistret med hvert medlems engagement og ---
     *> --- husstandens samlede, og med HUSSTANDS-LOYALITET=Y den ---
     *> --- tier, husstandens medlemmer faar ---
      skriv-husstands-engagement.
           move 0 to ANTAL-HUSSTANDE-SKREVET
           write Engagement-Linje from
               "=== Engagements-oversigt pr. husstand ==="
           perform varying HH-INDEX from 1 by 1
               until HH-INDEX > HH-ANTAL
               move "N" to HH-SKREVET-FLAG (HH-INDEX)
           end-perform
           perform varying HH-INDEX from 1 by 1
               until HH-INDEX > HH-ANTAL
               if HH-IKKE-SKREVET (HH-INDEX)
                   move HH-HUSSTAND-ID (HH-INDEX) to HUSSTAND-AKTUEL-ID
                   perform skriv-engagement-for-husstand
               end-if
           end-perform
           move spaces to Engagement-Linje
           move 1 to pos
           string
               "Antal husstande i oversigten: " delimited by size
               function TRIM(ANTAL-HUSSTANDE-SKREVET)
                                               delimited by size
                  into Engagement-Linje
                  with pointer pos
           end-string
           write Engagement-Linje
           exit.

      skriv-engagement-for-husstand.
           add 1 to ANTAL-HUSSTANDE-SKREVET
           perform summer-husstand-engagement
           move spaces to Engagement-Linje
           move 1 to pos
           string
               "Husstand: "                       delimited by size
               HUSSTAND-AKTUEL-ID                 delimited by size
               " ("                               delimited by size
               function TRIM(HUSSTAND-ANTAL-MEDLEMMER)
                                                  delimited by size
               " medlemmer)"                      delimited by size
                  into Engagement-Linje
                  with pointer pos
           end-string
           write Engagement-Linje
           perform varying HH-INDEX-2 from 1 by 1
               until HH-INDEX-2 > HH-ANTAL
               if HH-HUSSTAND-ID (HH-INDEX-2) = HUSSTAND-AKTUEL-ID
                   move "Y" to HH-SKREVET-FLAG (HH-INDEX-2)
                   move HH-KUNDE-ID (HH-INDEX-2)
                       to HUSSTAND-SUM-KUNDE-ID
                   perform summer-kunde-engagement
                   move HUSSTAND-KUNDE-TOTAL-DKK
                       to HUSSTAND-ENGAGEMENT-DKK-E
                   move spaces to Engagement-Linje
                   move 1 to pos
                   string
                       "  Kunde-Id: "             delimited by size
                       HH-KUNDE-ID (HH-INDEX-2)   delimited by size
                       " Engagement (DKK): "      delimited by size
                       function TRIM(HUSSTAND-ENGAGEMENT-DKK-E)
                                                  delimited by size
                       " Bekraeftet af: "         delimited by size
                       HH-GODKENDT-AF (HH-INDEX-2) delimited by size
                       " "                        delimited by size
                       HH-GODKENDT-DATO (HH-INDEX-2)
                                                  delimited by size
                          into Engagement-Linje
                          with pointer pos
                   end-string
                   write Engagement-Linje
               end-if
           end-perform
           move HUSSTAND-ENGAGEMENT-DKK to HUSSTAND-ENGAGEMENT-DKK-E
           move spaces to Engagement-Linje
           move 1 to pos
           string
               "  Husstandens engagement i alt (DKK): "
                                                  delimited by size
               function TRIM(HUSSTAND-ENGAGEMENT-DKK-E)
                                                  delimited by size
                  into Engagement-Linje
                  with pointer pos
           end-string
           write Engagement-Linje
           if HUSSTANDS-LOYALITET-AKTIV and LO-ANTAL > 0
               move HH-KUNDE-ID (HH-INDEX) to LO-OPSLAG-KUNDE-ID
               perform find-loyalitets-tier
               if AKTUEL-TIER-NAVN not = spaces
                   move spaces to Engagement-Linje
                   move 1 to pos
                   string
                       "  Husstandens loyalitets-tier: "
                                                  delimited by size
                       function TRIM(AKTUEL-TIER-NAVN)
                                                  delimited by size
                       " (gebyrrabat "            delimited by size
                       AKTUEL-TIER-RABAT-PCT      delimited by size
                       " pct.)"                   delimited by size
                          into Engagement-Linje
                          with pointer pos
                   end-string
                   write Engagement-Linje
               end-if
           end-if
           exit.

     *> --- Skriver det faste renteudtræk til Skat: én DTL-linje pr. ---
     *> --- konto/år, én KTO-linje pr. kunde med samlet rente, og en ---
     *> --- TRL-linje med antal DTL-linjer og kontroltotal, så ---
     *> --- indberetningen kan efterkontrolleres maskinelt ---
      skriv-skat-rente-udtraek.
           open output Skat-Rente-Out
           move 0 to SR-ANTAL-DTL-LINJER
           move 0 to SR-ANTAL-KUNDER
           move 0 to SR-KONTROL-TOTAL-DKK
           perform varying SR-INDEX from 1 by 1
               until SR-INDEX > ANTAL-SKAT-RENTE
               if SR-IKKE-SKREVET (SR-INDEX)
                   move SR-KUNDE-ID (SR-INDEX) to SR-AKTUEL-KUNDE-ID
                   perform skriv-skat-rente-for-kunde
               end-if
           end-perform
           move SR-KONTROL-TOTAL-DKK to SR-TOTAL-FAST
           move spaces to Skat-Rente-Linje
           move 1 to pos
           string
               "TRL"                  delimited by size
               SR-ANTAL-DTL-LINJER    delimited by size
               SR-TOTAL-FAST          delimited by size
                  into Skat-Rente-Linje
                  with pointer pos
           end-string
           write Skat-Rente-Linje
           close Skat-Rente-Out
           display "Skat-renteudtraek skrevet til "
               "text-files/SkatRenteUdtraek.txt, antal kunder: "
               SR-ANTAL-KUNDER
           move spaces to KORSELS-LOG-TEKST
           move 1 to pos
           string
               "Skat-renteudtraek skrevet til "
                                      delimited by size
               "text-files/SkatRenteUdtraek.txt, antal kunder: "
                                      delimited by size
               SR-ANTAL-KUNDER        delimited by size
                  into KORSELS-LOG-TEKST
                  with pointer pos
           end-string
           perform skriv-korsels-log-linje
           exit.

     *> --- Skriver én kundes afsnit i skatteudtrækket: DTL-linjer ---
     *> --- for hver konto/år og KTO-linjen med kundens total ---
      skriv-skat-rente-for-kunde.
           add 1 to SR-ANTAL-KUNDER
           move 0 to SR-KUNDE-TOTAL-DKK
           perform varying SR-INDEX-2 from 1 by 1
               until SR-INDEX-2 > ANTAL-SKAT-RENTE
               if SR-KUNDE-ID (SR-INDEX-2) = SR-AKTUEL-KUNDE-ID
                   set SR-ER-SKREVET (SR-INDEX-2) to TRUE
                   add 1 to SR-ANTAL-DTL-LINJER
                   add SR-RENTE-DKK (SR-INDEX-2) to SR-KUNDE-TOTAL-DKK
                   add SR-RENTE-DKK (SR-INDEX-2) to SR-KONTROL-TOTAL-DKK
                   move SR-RENTE-DKK (SR-INDEX-2) to SR-RENTE-FAST
                   move spaces to Skat-Rente-Linje
                   move 1 to pos
                   string
                       "DTL"                      delimited by size
                       SR-KUNDE-ID (SR-INDEX-2)   delimited by size
                       SR-KONTO-ID (SR-INDEX-2)   delimited by size
                       SR-AAR (SR-INDEX-2)        delimited by size
                       SR-RENTE-FAST              delimited by size
                          into Skat-Rente-Linje
                          with pointer pos
                   end-string
                   write Skat-Rente-Linje
               end-if
           end-perform
           move SR-KUNDE-TOTAL-DKK to SR-TOTAL-FAST
           move spaces to Skat-Rente-Linje
           move 1 to pos
           string
               "KTO"                  delimited by size
               SR-AKTUEL-KUNDE-ID     delimited by size
               SR-TOTAL-FAST          delimited by size
                  into Skat-Rente-Linje
                  with pointer pos
           end-string
           write Skat-Rente-Linje
           exit.

     *> --- Skriver afregningsfilen for indeholdt kildeskat til ---
     *> --- skattemyndigheden: én DTL-linje pr. kunde/år og en TRL- ---
     *> --- linje med antal og kontroltotal - samme faste layout- ---
     *> --- tanke som skriv-skat-rente-udtraek ---
      skriv-kildeskat-afregning.
           open output Kildeskat-Out
           move 0 to KSK-ANTAL-DTL-LINJER
           move 0 to KSK-KONTROL-TOTAL-DKK
           perform varying KSK-INDEX from 1 by 1
               until KSK-INDEX > ANTAL-KILDESKAT
               add 1 to KSK-ANTAL-DTL-LINJER
               add KSK-SKAT-DKK (KSK-INDEX) to KSK-KONTROL-TOTAL-DKK
               move KSK-SKAT-DKK (KSK-INDEX) to KSK-SKAT-FAST
               move spaces to Kildeskat-Linje
               move 1 to pos
               string
                   "DTL"                      delimited by size
                   KSK-KUNDE-ID (KSK-INDEX)   delimited by size
                   KSK-AAR (KSK-INDEX)        delimited by size
                   KSK-SKAT-FAST              delimited by size
                      into Kildeskat-Linje
                      with pointer pos
               end-string
               write Kildeskat-Linje
           end-perform
           move KSK-KONTROL-TOTAL-DKK to KSK-TOTAL-FAST
           move spaces to Kildeskat-Linje
           move 1 to pos
           string
               "TRL"                      delimited by size
               KSK-ANTAL-DTL-LINJER       delimited by size
               KSK-TOTAL-FAST             delimited by size
                  into Kildeskat-Linje
                  with pointer pos
           end-string
           write Kildeskat-Linje
           close Kildeskat-Out
           display "Kildeskat-afregning skrevet til "
               "text-files/KildeskatAfregning.txt, antal kunder: "
               KSK-ANTAL-DTL-LINJER
           move spaces to KORSELS-LOG-TEKST
           move 1 to pos
           string
               "Kildeskat-afregning skrevet til "
                                      delimited by size
               "text-files/KildeskatAfregning.txt, antal kunder: "
                                      delimited by size
               KSK-ANTAL-DTL-LINJER   delimited by size
                  into KORSELS-LOG-TEKST
                  with pointer pos
           end-string
           perform skriv-korsels-log-linje
           exit.

     *> --- Skriver indskydergaranti-rapporten: kundernes samlede ---
     *> --- indlån pr. bank (REG-NR) holdt op mod dækningsloftet på ---
     *> --- 100.000 EUR, omregnet til DKK med kursen pr. 31/12 ---
     *> --- SLUT-AAR (samme dato-virksomme opslag som treasury- ---
     *> --- rapporten). Kun kunder med et aggregat over loftet ---
     *> --- listes, med dækket og udækket beløb - negative saldi er ---
     *> --- ikke indlån og indgår ikke ---
      skriv-indskyder-garanti-rapport.
           open output Garanti-Rapport-Out
           move 0 to ANTAL-GARANTI-OVERSKRIDELSER
     *> --- Loftet i DKK med EUR-kursen pr. ultimo - kursen og ---
     *> --- datoen står på T-linjen (KURS-OPSLAG-DATO/VALGT-KURS) ---
           compute GARANTI-LOFT-DKK rounded =
               GARANTI-LOFT-EUR * VALGT-KURS
           move GARANTI-LOFT-DKK to GARANTI-LOFT-DKK-E
           write Garanti-Rapport-Linje from
               "=== Indskydergaranti - daekning pr. kunde pr. bank ==="
           move spaces to Garanti-Rapport-Linje
           move 1 to pos
           string
               "Daekningsloft: 100000.00 EUR = "
                                          delimited by size
               function TRIM(GARANTI-LOFT-DKK-E)
                                          delimited by size
               " DKK (kurs pr. "          delimited by size
               function TRIM(KURS-OPSLAG-DATO)
                                          delimited by size
               ")"                        delimited by size
                  into Garanti-Rapport-Linje
                  with pointer pos
           end-string
           write Garanti-Rapport-Linje
           perform varying EN-INDEX from 1 by 1
               until EN-INDEX > ANTAL-ENGAGEMENT
               if EN-GARANTI-UBEHANDLET (EN-INDEX)
                   move EN-KUNDE-ID (EN-INDEX) to EN-AKTUEL-KUNDE-ID
                   move EN-REG-NR (EN-INDEX) to GARANTI-AKTUEL-REG-NR
                   perform opgoer-garanti-for-kunde-bank
               end-if
           end-perform
           move spaces to Garanti-Rapport-Linje
           move 1 to pos
           string
               "Antal kunder over daekningsloftet: "
                                          delimited by size
               function TRIM(ANTAL-GARANTI-OVERSKRIDELSER)
                                          delimited by size
                  into Garanti-Rapport-Linje
                  with pointer pos
           end-string
           write Garanti-Rapport-Linje
           close Garanti-Rapport-Out
           display "Indskydergaranti-rapport skrevet til "
               "text-files/IndskyderGarantiRapport.txt, "
               ANTAL-GARANTI-OVERSKRIDELSER " over loftet"
           move spaces to KORSELS-LOG-TEKST
           move 1 to pos
           string
               "Indskydergaranti-rapport skrevet til "
                                          delimited by size
               "text-files/IndskyderGarantiRapport.txt, "
                                          delimited by size
               ANTAL-GARANTI-OVERSKRIDELSER
                                          delimited by size
               " over loftet"             delimited by size
                  into KORSELS-LOG-TEKST
                  with pointer pos
           end-string
           perform skriv-korsels-log-linje
           exit.

     *> --- Opgør én (bank, kunde)-gruppe: summér positive saldi, ---
     *> --- markér posterne som behandlet, og skriv en linje, hvis ---
     *> --- aggregatet overstiger loftet ---
      opgoer-garanti-for-kunde-bank.
           move 0 to GARANTI-INDLAAN-DKK
           perform varying EN-INDEX-2 from 1 by 1
               until EN-INDEX-2 > ANTAL-ENGAGEMENT
               if EN-KUNDE-ID (EN-INDEX-2) = EN-AKTUEL-KUNDE-ID
                   and EN-REG-NR (EN-INDEX-2) = GARANTI-AKTUEL-REG-NR
                   set EN-GARANTI-BEHANDLET (EN-INDEX-2) to TRUE
                   if EN-SALDO-DKK (EN-INDEX-2) > 0
                       add EN-SALDO-DKK (EN-INDEX-2)
                           to GARANTI-INDLAAN-DKK
                   end-if
               end-if
           end-perform
           if GARANTI-INDLAAN-DKK > GARANTI-LOFT-DKK
               add 1 to ANTAL-GARANTI-OVERSKRIDELSER
               move GARANTI-LOFT-DKK to GARANTI-DAEKKET-DKK
               compute GARANTI-UDAEKKET-DKK =
                   GARANTI-INDLAAN-DKK - GARANTI-LOFT-DKK
               move GARANTI-INDLAAN-DKK to GARANTI-INDLAAN-E
               move GARANTI-DAEKKET-DKK to GARANTI-DAEKKET-E
               move GARANTI-UDAEKKET-DKK to GARANTI-UDAEKKET-E
               move spaces to Garanti-Rapport-Linje
               move 1 to pos
               string
                   "REG-NR="                  delimited by size
                   GARANTI-AKTUEL-REG-NR      delimited by size
                   " KUNDE-ID="               delimited by size
                   EN-AKTUEL-KUNDE-ID         delimited by size
                   " INDLAAN-DKK="            delimited by size
                   function TRIM(GARANTI-INDLAAN-E)
                                              delimited by size
                   " DAEKKET-DKK="            delimited by size
                   function TRIM(GARANTI-DAEKKET-E)
                                              delimited by size
                   " UDAEKKET-DKK="           delimited by size
                   function TRIM(GARANTI-UDAEKKET-E)
                                              delimited by size
                      into Garanti-Rapport-Linje
                      with pointer pos
               end-string
               write Garanti-Rapport-Linje
           end-if
           exit.

     *> --- Skriver MFI-statistikken til Danmarks Nationalbank i fast
     *>     celle-layout: én MFI1-celle pr. REG-NR (antal konti og
     *>     ultimo-saldo) fra BANK-AFREGNING-TABEL, én MFI2-celle pr.
     *>     ValutaKode (antal transaktioner og DKK-modværdi) fra
     *>     VE-POST, og en TRL-linje med record-antal - så den
     *>     kvartalsvise indberetning er et biprodukt af den normale
     *>     kørsel. Beløb skrives som fortegns-byte + 15 zonede
     *>     cifre (13 + 2 decimaler uden separator) ---
      skriv-mfi-statistik.
           open output Mfi-Statistik-Out
           move 0 to ANTAL-MFI-RECORDS
           perform varying BA-INDEX from 1 by 1
               until BA-INDEX > BA-ANTAL
               if BA-SALDO-SUM-DKK (BA-INDEX) < 0
                   move "-" to MFI-SALDO-FORTEGN
                   compute MFI-SALDO-ABS =
                       BA-SALDO-SUM-DKK (BA-INDEX) * -1
               else
                   move "+" to MFI-SALDO-FORTEGN
                   move BA-SALDO-SUM-DKK (BA-INDEX) to MFI-SALDO-ABS
               end-if
               move MFI-SALDO-ABS to MFI-SALDO-FAST
               move spaces to Mfi-Statistik-Linje
               move 1 to pos
               string
                   "MFI1"                     delimited by size
                   BA-REG-NR (BA-INDEX)       delimited by size
                   BA-ANTAL-KONTI (BA-INDEX)  delimited by size
                   MFI-SALDO-FORTEGN          delimited by size
                   MFI-SALDO-FAST             delimited by size
                      into Mfi-Statistik-Linje
                      with pointer pos
               end-string
               write Mfi-Statistik-Linje
               add 1 to ANTAL-MFI-RECORDS
           end-perform
           perform varying VE-INDEX from 1 by 1
               until VE-INDEX > ANTAL-VALUTAER
               if VE-VOLUMEN-DKK (VE-INDEX) < 0
                   move "-" to MFI-SALDO-FORTEGN
                   compute MFI-SALDO-ABS =
                       VE-VOLUMEN-DKK (VE-INDEX) * -1
               else
                   move "+" to MFI-SALDO-FORTEGN
                   move VE-VOLUMEN-DKK (VE-INDEX) to MFI-SALDO-ABS
               end-if
               move MFI-SALDO-ABS to MFI-SALDO-FAST
               move spaces to Mfi-Statistik-Linje
               move 1 to pos
               string
                   "MFI2"                     delimited by size
                   VK-KODE (VE-INDEX)         delimited by size
                   "   "                      delimited by size
                   VE-ANTAL-TRANS (VE-INDEX)  delimited by size
                   MFI-SALDO-FORTEGN          delimited by size
                   MFI-SALDO-FAST             delimited by size
                      into Mfi-Statistik-Linje
                      with pointer pos
               end-string
               write Mfi-Statistik-Linje
               add 1 to ANTAL-MFI-RECORDS
           end-perform
           move spaces to Mfi-Statistik-Linje
           move 1 to pos
           string
               "TRL"                      delimited by size
               ANTAL-MFI-RECORDS          delimited by size
                  into Mfi-Statistik-Linje
                  with pointer pos
           end-string
           write Mfi-Statistik-Linje
           close Mfi-Statistik-Out
           display "MFI-statistik skrevet til "
               "text-files/MFIStatistik.txt, antal records: "
               ANTAL-MFI-RECORDS
           move spaces to KORSELS-LOG-TEKST
           move 1 to pos
           string
               "MFI-statistik skrevet til "
                                          delimited by size
               "text-files/MFIStatistik.txt, antal records: "
                                          delimited by size
               ANTAL-MFI-RECORDS          delimited by size
                  into KORSELS-LOG-TEKST
                  with pointer pos
           end-string
           perform skriv-korsels-log-linje
           exit.

     *> --- Skriver den balancerede debet/kredit-posteringsfil til ---
     *> --- finansbogholderiet: gebyrindtægter og renteudgifter ---
     *> --- (summeret fra BANK-AFREGNING-TABEL) samt kørslens ---
     *> --- bevægelsestotaler (Korsels-Oversigt-Totaler), hver som ---
     *> --- et debet/kredit-par via Finans-Konto-Tabel, og en TRL- ---
     *> --- linje med antal og debet-/kredit-kontrolsum - de to ---
     *> --- summer SKAL stemme, ellers er filen ikke balanceret ---
      skriv-finans-posteringer.
           open output Finans-Posteringer-Out
           move 0 to ANTAL-FINANS-POSTERINGER
           move 0 to FP-DEBET-SUM-DKK
           move 0 to FP-KREDIT-SUM-DKK
     *> --- Posteringsdatoen er kontoudskriftens kørselsdato ---
           move SID-T-DATO to FP-DATO
     *> --- Gebyr- og rentetotaler for hele kørslen ---
           move 0 to FP-GEBYR-TOTAL-DKK
           move 0 to FP-RENTE-TOTAL-DKK
           perform varying BA-INDEX from 1 by 1
               until BA-INDEX > BA-ANTAL
               add BA-GEBYR-DKK (BA-INDEX) to FP-GEBYR-TOTAL-DKK
               add BA-RENTE-DKK (BA-INDEX) to FP-RENTE-TOTAL-DKK
           end-perform
           if FP-GEBYR-TOTAL-DKK > 0
               move "GEBYR   " to FP-ART
               move "Aarsgebyrer" to FP-TEKST
               move FP-GEBYR-TOTAL-DKK to FP-BELOB-DKK
               perform skriv-posterings-par
           end-if
           if FP-RENTE-TOTAL-DKK > 0
               move "RENTE   " to FP-ART
               move "Rentetilskrivning" to FP-TEKST
               move FP-RENTE-TOTAL-DKK to FP-BELOB-DKK
               perform skriv-posterings-par
           end-if
           if GT-SALDO-IN-TOTAL > 0
               move "BEVAEGIN" to FP-ART
               move "Bevaegelser ind" to FP-TEKST
               move GT-SALDO-IN-TOTAL to FP-BELOB-DKK
               perform skriv-posterings-par
           end-if
           if GT-SALDO-OUT-TOTAL < 0
               move "BEVAEGUD" to FP-ART
               move "Bevaegelser ud" to FP-TEKST
               compute FP-BELOB-DKK = GT-SALDO-OUT-TOTAL * -1
               perform skriv-posterings-par
           end-if
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
           display "Finans-posteringsfil skrevet til "
               "text-files/FinansPosteringer.txt, antal posteringer: "
               ANTAL-FINANS-POSTERINGER
           move spaces to KORSELS-LOG-TEKST
           move 1 to pos
           string
               "Finans-posteringsfil skrevet til "
                                          delimited by size
               "text-files/FinansPosteringer.txt, antal posteringer: "
                                          delimited by size
               ANTAL-FINANS-POSTERINGER   delimited by size
                  into KORSELS-LOG-TEKST
                  with pointer pos
           end-string
           perform skriv-korsels-log-linje
           exit.

     *> --- Skriver ét balanceret debet/kredit-par for FP-ART/ ---
     *> --- FP-BELOB-DKK via mapningen i Finans-Konto-Tabel ---
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

     *> --- Skriver afregningsrapporten pr. partnerbank: én sektion ---
     *> --- pr. REG-NR med antal konti, antal transaktioner, sum ---
     *> --- ind/ud, slutsaldi samt genererede gebyrer og renter - og ---
     *> --- til sidst en afstemningsblok, hvor tværsummen over alle ---
     *> --- banker holdes op mod grand-totalerne i Korsels-Oversigt- ---
     *> --- Totaler, så rapporten beviseligt stemmer med kørslen ---
      skriv-bank-afregning.
           open output Bank-Afregning-Out
           write Bank-Afregning-Linje from
               "=== Afregning pr. partnerbank ==="
           move 0 to BA-TVAER-KONTI
           move 0 to BA-TVAER-TRANS
           move 0 to BA-TVAER-IN-DKK
           move 0 to BA-TVAER-OUT-DKK
           move 0 to BA-TVAER-SUM-DKK
           perform varying BA-INDEX from 1 by 1
               until BA-INDEX > BA-ANTAL
               add BA-ANTAL-KONTI (BA-INDEX) to BA-TVAER-KONTI
               add BA-ANTAL-TRANS (BA-INDEX) to BA-TVAER-TRANS
               add BA-SALDO-IN-DKK (BA-INDEX) to BA-TVAER-IN-DKK
               add BA-SALDO-OUT-DKK (BA-INDEX) to BA-TVAER-OUT-DKK
               add BA-SALDO-SUM-DKK (BA-INDEX) to BA-TVAER-SUM-DKK
               perform skriv-bank-afregning-sektion
           end-perform
           write Bank-Afregning-Linje from spaces
           move BA-TVAER-IN-DKK to BA-IN-E
           move BA-TVAER-OUT-DKK to BA-OUT-E
           move BA-TVAER-SUM-DKK to BA-SUM-E
           move spaces to Bank-Afregning-Linje
           move 1 to pos
           string
               "Tvaersum alle banker: konti="  delimited by size
               BA-TVAER-KONTI                  delimited by size
               " trans="                       delimited by size
               BA-TVAER-TRANS                  delimited by size
               " ind="                         delimited by size
               function TRIM(BA-IN-E)          delimited by size
               " ud="                          delimited by size
               function TRIM(BA-OUT-E)         delimited by size
               " saldo="                       delimited by size
               function TRIM(BA-SUM-E)         delimited by size
                  into Bank-Afregning-Linje
                  with pointer pos
           end-string
           write Bank-Afregning-Linje
           move spaces to Bank-Afregning-Linje
           move 1 to pos
           if BA-TVAER-TRANS = GT-ANTAL-TRANS-TOTAL
               and BA-TVAER-KONTI = GT-ANTAL-KONTI-TOTAL
               and BA-TVAER-IN-DKK = GT-SALDO-IN-TOTAL
               and BA-TVAER-OUT-DKK = GT-SALDO-OUT-TOTAL
               and BA-TVAER-SUM-DKK = GT-SALDO-SUM-TOTAL
               string
                   "Afstemning mod KorselsOversigt: STEMMER"
                                                  delimited by size
                      into Bank-Afregning-Linje
                      with pointer pos
               end-string
           else
               string
                   "Afstemning mod KorselsOversigt: AFVIGER - "
                                                  delimited by size
                   "kontroller kørslen"           delimited by size
                      into Bank-Afregning-Linje
                      with pointer pos
               end-string
           end-if
           write Bank-Afregning-Linje
           close Bank-Afregning-Out
           display "Bank-afregning skrevet til "
               "text-files/BankAfregning.txt, antal banker: " BA-ANTAL
           move spaces to KORSELS-LOG-TEKST
           move 1 to pos
           string
               "Bank-afregning skrevet til "
                                          delimited by size
               "text-files/BankAfregning.txt, antal banker: "
                                          delimited by size
               BA-ANTAL                   delimited by size
                  into KORSELS-LOG-TEKST
                  with pointer pos
           end-string
           perform skriv-korsels-log-linje
           exit.

     *> --- Én banks sektion i afregningsrapporten - banknavnet ---
     *> --- er det, kontoudskriften slog op i BANK-TABEL ---
      skriv-bank-afregning-sektion.
           write Bank-Afregning-Linje from spaces
           move spaces to Bank-Afregning-Linje
           move 1 to pos
           if SID-BA-BANK-FUNDET (BA-INDEX)
               string
                   "Bank: "                   delimited by size
                   BA-REG-NR (BA-INDEX)       delimited by size
                   " "                        delimited by size
                   function TRIM(SID-BA-BANKNAVN (BA-INDEX))
                                              delimited by size
                      into Bank-Afregning-Linje
                      with pointer pos
               end-string
           else
               string
                   "Bank: "                   delimited by size
                   BA-REG-NR (BA-INDEX)       delimited by size
                   " (ikke i Banker.txt)"     delimited by size
                      into Bank-Afregning-Linje
                      with pointer pos
               end-string
           end-if
           write Bank-Afregning-Linje
           move BA-SALDO-IN-DKK (BA-INDEX) to BA-IN-E
           move BA-SALDO-OUT-DKK (BA-INDEX) to BA-OUT-E
           move BA-SALDO-SUM-DKK (BA-INDEX) to BA-SUM-E
           move BA-GEBYR-DKK (BA-INDEX) to BA-GEBYR-E
           move BA-RENTE-DKK (BA-INDEX) to BA-RENTE-E
           move spaces to Bank-Afregning-Linje
           move 1 to pos
           string
               "  Konti="                     delimited by size
               BA-ANTAL-KONTI (BA-INDEX)      delimited by size
               " Trans="                      delimited by size
               BA-ANTAL-TRANS (BA-INDEX)      delimited by size
               " Ind="                        delimited by size
               function TRIM(BA-IN-E)         delimited by size
               " Ud="                         delimited by size
               function TRIM(BA-OUT-E)        delimited by size
               " Saldo="                      delimited by size
               function TRIM(BA-SUM-E)        delimited by size
               " Gebyr="                      delimited by size
               function TRIM(BA-GEBYR-E)      delimited by size
               " Rente="                      delimited by size
               function TRIM(BA-RENTE-E)      delimited by size
                  into Bank-Afregning-Linje
                  with pointer pos
           end-string
           write Bank-Afregning-Linje
           exit.

     *> --- Porteføljerapporten pr. filial: konti, saldi, overtræk ---
     *> --- og AML-hits - til filialcheferne ---
      skriv-filial-portefoelje.
           open output Filial-Rapport-Out
           write Filial-Rapport-Linje from
               "=== Portefoelje pr. filial ==="
           perform varying FP-INDEX from 1 by 1
               until FP-INDEX > FP-ANTAL
               move FP-SALDO-DKK (FP-INDEX) to FP-SALDO-E
               move spaces to Filial-Rapport-Linje
               move 1 to pos
               string
                   "FILIAL="                  delimited by size
                   FP-FILIAL-KODE (FP-INDEX)  delimited by size
                   " "                        delimited by size
                   function TRIM(FP-FILIAL-NAVN (FP-INDEX))
                                              delimited by size
                   " KONTI="                  delimited by size
                   FP-ANTAL-KONTI (FP-INDEX)  delimited by size
                   " SALDO-DKK="              delimited by size
                   function TRIM(FP-SALDO-E)  delimited by size
                   " OVERTRAEK="              delimited by size
                   FP-ANTAL-OVERTRAEK (FP-INDEX)
                                              delimited by size
                   " AML-HITS="               delimited by size
                   FP-ANTAL-AML-HITS (FP-INDEX)
                                              delimited by size
                      into Filial-Rapport-Linje
                      with pointer pos
               end-string
               write Filial-Rapport-Linje
           end-perform
           close Filial-Rapport-Out
           display "Filial-portefoelje skrevet til "
               "text-files/FilialPortefoelje.txt, antal filialer: "
               FP-ANTAL
           move spaces to KORSELS-LOG-TEKST
           move 1 to pos
           string
               "Filial-portefoelje skrevet til "
                                      delimited by size
               "text-files/FilialPortefoelje.txt, antal filialer: "
                                      delimited by size
               FP-ANTAL               delimited by size
                  into KORSELS-LOG-TEKST
                  with pointer pos
           end-string
           perform skriv-korsels-log-linje
           exit.

     *> --- Skriver tier-registret om med kørslens tiers og ---
     *> --- rapporterer skift i forhold til forrige kørsel - ---
     *> --- rådgiverne ringer til kunder, der er faldet en tier ---
      skriv-loyalitets-register.
           open output Loyalitets-Register-Out
           open output Loyalitets-Aendring-Out
           write Loyalitets-Aendring-Linje from
               "=== Loyalitets-tier-skift siden forrige koersel ==="
           move 0 to ANTAL-TIER-SKIFT
           perform varying EN-INDEX from 1 by 1
               until EN-INDEX > ANTAL-ENGAGEMENT
     *> --- Kun første forekomst af hver kunde behandles ---
               set ENGAGEMENT-IKKE-FUNDET to TRUE
               perform varying EN-INDEX-2 from 1 by 1
                   until EN-INDEX-2 >= EN-INDEX
                       or ENGAGEMENT-FUNDET
                   if EN-KUNDE-ID (EN-INDEX-2) = EN-KUNDE-ID (EN-INDEX)
                       set ENGAGEMENT-FUNDET to TRUE
                   end-if
               end-perform
               if ENGAGEMENT-IKKE-FUNDET
                   perform skriv-loyalitet-for-kunde
               end-if
           end-perform
           close Loyalitets-Aendring-Out
           close Loyalitets-Register-Out
           display "Loyalitets-register skrevet, " ANTAL-TIER-SKIFT
               " tier-skift - se text-files/LoyalitetsAendringer.txt"
           exit.

      skriv-loyalitet-for-kunde.
           move EN-KUNDE-ID (EN-INDEX) to LO-OPSLAG-KUNDE-ID
           perform find-loyalitets-tier
           move spaces to Loyalitets-Register-Linje-Ud
           move EN-KUNDE-ID (EN-INDEX) to LR-KUNDE-ID-UD
           move AKTUEL-TIER-NAVN to LR-TIER-NAVN-UD
           write Loyalitets-Register-Linje-Ud
     *> --- Forrige kørsels tier for kunden ---
           move spaces to LR-FORRIGE-TIER
           perform varying LR-INDEX from 1 by 1
               until LR-INDEX > LR-ANTAL
               if LR-KUNDE-ID (LR-INDEX) = EN-KUNDE-ID (EN-INDEX)
                   move LR-TIER-NAVN (LR-INDEX) to LR-FORRIGE-TIER
               end-if
           end-perform
           if LR-FORRIGE-TIER not = AKTUEL-TIER-NAVN
               add 1 to ANTAL-TIER-SKIFT
               move spaces to Loyalitets-Aendring-Linje
               move 1 to pos
               string
                   "KUNDE-ID="                delimited by size
                   EN-KUNDE-ID (EN-INDEX)     delimited by size
                   " FOER="                   delimited by size
                   LR-FORRIGE-TIER            delimited by size
                   " NU="                     delimited by size
                   AKTUEL-TIER-NAVN           delimited by size
                      into Loyalitets-Aendring-Linje
                      with pointer pos
               end-string
               write Loyalitets-Aendring-Linje
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
           move 0 to LO-ENGAGEMENT-DKK
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
               if LO-ENGAGEMENT-DKK >= LO-GRAENSE-DKK (LO-INDEX)
                   and (AKTUEL-TIER-NAVN = spaces
                       or LO-GRAENSE-DKK (LO-INDEX)
                           >= LO-BEDSTE-GRAENSE)
                   move LO-GRAENSE-DKK (LO-INDEX)
                       to LO-BEDSTE-GRAENSE
                   move LO-TIER-NAVN (LO-INDEX) to AKTUEL-TIER-NAVN
                   move LO-RABAT-PCT (LO-INDEX)
                       to AKTUEL-TIER-RABAT-PCT
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

     *> --- Skriver tabellernes fyldning ved trinnets afslutning til
     *>     den faelles kapacitetslog (KapacitetsLog.cpy) - een linje
     *>     pr. tabel ---
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
           move "sideRapporter" to KAP-PROGRAM
           move "ENGAGEMENT-TABEL" to KAP-TABEL
           move ANTAL-ENGAGEMENT to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "SKAT-RENTE-TABEL" to KAP-TABEL
           move ANTAL-SKAT-RENTE to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "KILDESKAT-TABEL" to KAP-TABEL
           move ANTAL-KILDESKAT to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "BANK-AFREGNING-TABEL" to KAP-TABEL
           move BA-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "FILIAL-PORTEFOELJE-TABEL" to KAP-TABEL
           move FP-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "LOYALITETS-REGISTER-TABEL" to KAP-TABEL
           move LR-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "HUSSTAND-TABEL" to KAP-TABEL
           move HH-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
