     *>     gennemgaaet. Dette trin laeser Kyc-Dato/Kyc-Risiko fra
     *>     kundemasteren (KUNDER.cpy) og foerer cyklussen:
     *>       - forfaldsdato = seneste gennemgang plus 1 aar for
     *>         hoejrisiko (H), 2 aar for middel (M), 3 aar for
     *>         normal - kunder HELT uden Kyc-Dato er forfaldne fra
     *>         dag eet. Klassen er den strengeste af kundemasterens
     *>         godkendte Kyc-Risiko og den klasse, kundeRisiko
     *>         (Opgave82) har afledt i KundeRisikoKlasse.txt - en
     *>         skaerpet afledt klasse slaar saaledes igennem straks,
     *>         mens selve Kyc-Risiko foerst aendres ad fire-oejne-
     *>         vejen
     *>       - forfaldne og snart-forfaldne kunder skrives til
     *>         arbejdslisten KycWorklist.txt med dage overskredet
     *>       - OVERSKREDNE kunder eskaleres til blokeringslisten
     *>         C-vedligeholdelseslinje pr. melding og appender den
     *>         til KundeVedligehold.txt, saa stemplingen gaar ad den
     *>         auditerede vej i kundeVedligehold (Opgave19)
     *>     Erhvervskunder (Virksomheder.txt, VIRKSOMHED.cpy)
     *>     gennemgaas sammen med deres reelle ejere og
     *>     tegningsberettigede: worklist-linjen viser CVR og
     *>     selskabsform, og hver ejer listes under virksomheden med
     *>     sin egen seneste gennemgang. En virksomhed med en
     *>     hoejrisiko-ejer gennemgaas aarligt som hoejrisiko.
     *>     Tilsynet beder om praecis denne liste ved hver inspektion.

      environment division.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Virksomhed-Data-In
               assign to "text-files/Virksomheder.txt"
               organization is line sequential.
           select optional Gennemfoert-In
               assign to "text-files/KycGennemfoert.txt"
               organization is line sequential.
           select optional Afledt-Klasse-In
               assign to "text-files/KundeRisikoKlasse.txt"
               organization is line sequential.
           select Worklist-Out
               assign to "text-files/KycWorklist.txt"
               organization is line sequential.
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
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Virksomhed-Data-In.
      01 Virksomhed-Linje-In       pic x(300).
      fd Gennemfoert-In.
      01 Gennemfoert-Linje.
           02 KG-KUNDE-ID-IN       pic x(10).
           02 KG-DATO-IN           pic x(10).
           02 KG-RISIKO-IN         pic x.
      fd Afledt-Klasse-In.
      01 Afledt-Klasse-Linje.
           02 AK-KUNDE-ID-IN       pic x(10).
           02 AK-KLASSE-IN         pic x.
      fd Worklist-Out.
      01 Worklist-Linje            pic x(200) value spaces.
      fd Blokering-Out.
      01 Blokering-Linje.
           02 BL-KUNDE-ID-UD       pic x(10).
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
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-gennemfoert    pic x value "N".
      01 Kunde-Tabel.
           02 KU-ANTAL             pic 9(5) value 0.
           02 KU-POST OCCURS 50000 TIMES.
              03 KU-REC            pic x(258).
      01 KU-INDEX                 pic 9(5) value 0.
      01 KU-FUND-FLAG             pic x value "N".
           88 KYC-KUNDE-FUNDET        value "Y".
           88 KYC-KUNDE-IKKE-FUNDET   value "N".
      01 Arbejds-Kunde-Rec.
           copy "KUNDER.cpy".
     *> --- kundeRisiko's afledte klasser pr. Kunde-Id ---
      01 Afledt-Tabel.
           02 AK-ANTAL             pic 9(5) value 0.
           02 AK-POST OCCURS 50000 TIMES.
              03 AK-KUNDE-ID       pic x(10).
              03 AK-KLASSE         pic x.
      01 AK-INDEX                 pic 9(5) value 0.
      01 EOF-check-afledt         pic x value "N".
           88 end-of-file-afledt  value "Y".
      01 AFLEDT-KLASSE            pic x value space.
      01 Ejer-Kunde-Rec.
           copy "KUNDER.cpy".
     *> --- Virksomheds-masteren i memory - se VIRKSOMHED.cpy ---
      01 Virk-Tabel.
           02 VK-ANTAL             pic 9(5) value 0.
           02 VK-POST OCCURS 10000 TIMES.
              03 VK-REC            pic x(300).
      01 VK-INDEX                 pic 9(5) value 0.
      01 VK-FUND-FLAG             pic x value "N".
           88 KUNDE-ER-VIRKSOMHED     value "Y".
           88 KUNDE-ER-PERSON         value "N".
      01 EOF-check-virk           pic x value "N".
           88 end-of-file-virk    value "Y".
      01 Arbejds-Virk-Rec.
           copy "VIRKSOMHED.cpy".
      01 EJ-INDEX                 pic 9(2) value 0.
      01 EJ-KU-INDEX              pic 9(5) value 0.
      01 EJER-ANDEL-E             pic ZZ9.99.
      01 ANTAL-VIRKSOMHEDER       pic 9(7) value 0.
     *> --- Dagens dato og forfalds-beregningen ---
      01 DAGS-DATO-RAA            pic x(21) value spaces.
      01 DAGS-DATO-TEKST          pic x(10) value spaces.
           end-string
           move DAGS-DATO-RAA (1:8) to DAGS-YMD
           perform indlæs-kunde-tabel
           perform indlæs-virksomheder
           perform indlæs-afledte-klasser
           open output Worklist-Out
           open output Blokering-Out
           write Worklist-Linje from
               ANTAL-ALDRIG-GENNEMGAAET delimited by size
               " aldrig gennemgaaet), " delimited by size
               ANTAL-BLOKEREDE        delimited by size
               " blokeret, "          delimited by size
               ANTAL-VIRKSOMHEDER     delimited by size
               " virksomhed(er)"      delimited by size
                  into Worklist-Linje
                  with pointer pos
           end-string
               ANTAL-FORFALDNE " forfaldne, " ANTAL-BLOKEREDE
               " blokeret, " ANTAL-GENNEMFOERT " gennemfoert stemplet"
               " - se text-files/KycWorklist.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-kunde-tabel.
           close Kunde-Data-In
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
                       end-if
               end-read
           end-perform
           close Virksomhed-Data-In
           exit.

      indlæs-afledte-klasser.
           move 0 to AK-ANTAL
           move "N" to EOF-check-afledt
           open input Afledt-Klasse-In
           perform until end-of-file-afledt
               read Afledt-Klasse-In
                   at end move "Y" to EOF-check-afledt
                   not at end
                       if AK-ANTAL < 50000
                           and AK-KUNDE-ID-IN not = spaces
                           add 1 to AK-ANTAL
                           move AK-KUNDE-ID-IN to AK-KUNDE-ID (AK-ANTAL)
                           move AK-KLASSE-IN to AK-KLASSE (AK-ANTAL)
                       end-if
               end-read
           end-perform
           close Afledt-Klasse-In
           exit.

      find-afledt-klasse.
           move space to AFLEDT-KLASSE
           perform varying AK-INDEX from 1 by 1
               until AK-INDEX > AK-ANTAL
                  or AK-KUNDE-ID (AK-INDEX)
                     = Kunde-Id of Arbejds-Kunde-Rec
               continue
           end-perform
           if AK-INDEX <= AK-ANTAL
               move AK-KLASSE (AK-INDEX) to AFLEDT-KLASSE
           end-if
           exit.

     *> --- Er kunden en virksomhed, hentes dens record til ---
     *> --- Arbejds-Virk-Rec ---
      find-virksomhed-for-kunde.
           set KUNDE-ER-PERSON to TRUE
           move 1 to VK-INDEX
           perform until KUNDE-ER-VIRKSOMHED or VK-INDEX > VK-ANTAL
               if VK-REC (VK-INDEX)(1:10)
                   = Kunde-Id of Arbejds-Kunde-Rec
                   set KUNDE-ER-VIRKSOMHED to TRUE
                   move VK-REC (VK-INDEX) to Arbejds-Virk-Rec
                   if Ejer-Antal of Arbejds-Virk-Rec is not numeric
                       move 0 to Ejer-Antal of Arbejds-Virk-Rec
                   end-if
               else
                   add 1 to VK-INDEX
               end-if
           end-perform
           exit.

     *> --- Finder ejeren paa EJ-INDEX i kundemasteren - ---
     *> --- EJ-KU-INDEX > KU-ANTAL, naar ejeren er ukendt ---
      find-ejer-kunde.
           move spaces to Ejer-Kunde-Rec
           perform varying EJ-KU-INDEX from 1 by 1
               until EJ-KU-INDEX > KU-ANTAL
                  or KU-REC (EJ-KU-INDEX)(1:10)
                     = Ejer-Kunde-Id of Arbejds-Virk-Rec (EJ-INDEX)
               continue
           end-perform
           if EJ-KU-INDEX <= KU-ANTAL
               move KU-REC (EJ-KU-INDEX) to Ejer-Kunde-Rec
           end-if
           exit.

     *> --- Forfaldsdatoen: seneste gennemgang plus 1 aar (H), 2 ---
     *> --- aar (M) eller 3 aar (normal) efter den strengeste af ---
     *> --- den godkendte og den afledte klasse. Kunder uden ---
     *> --- Kyc-Dato er forfaldne fra dag eet ---
      vurder-en-kunde.
           move KU-REC (KU-INDEX) to Arbejds-Kunde-Rec
           perform find-afledt-klasse
           evaluate TRUE
               when Kyc-Risiko of Arbejds-Kunde-Rec = "H"
                 or AFLEDT-KLASSE = "H"
                   move 1 to INTERVAL-AAR
               when Kyc-Risiko of Arbejds-Kunde-Rec = "M"
                 or AFLEDT-KLASSE = "M"
                   move 2 to INTERVAL-AAR
               when other
                   move 3 to INTERVAL-AAR
           end-evaluate
     *> --- En virksomhed arver hoejrisiko fra sine ejere ---
           perform find-virksomhed-for-kunde
           if KUNDE-ER-VIRKSOMHED
               add 1 to ANTAL-VIRKSOMHEDER
               perform varying EJ-INDEX from 1 by 1
                   until EJ-INDEX > Ejer-Antal of Arbejds-Virk-Rec
                      or EJ-INDEX > 10
                   perform find-ejer-kunde
                   if Kyc-Risiko of Ejer-Kunde-Rec = "H"
                       move 1 to INTERVAL-AAR
                   end-if
               end-perform
           end-if
           if Kyc-Dato of Arbejds-Kunde-Rec = spaces
               or Kyc-Dato of Arbejds-Kunde-Rec (1:4) is not numeric
               Kunde-Id of Arbejds-Kunde-Rec delimited by size
               " RISIKO="             delimited by size
               Kyc-Risiko of Arbejds-Kunde-Rec delimited by size
               " AFLEDT="             delimited by size
               AFLEDT-KLASSE          delimited by size
               " SIDSTE-GENNEMGANG="  delimited by size
               Kyc-Dato of Arbejds-Kunde-Rec delimited by size
               " FORFALD="            delimited by size
                  into Worklist-Linje
                  with pointer pos
           end-string
           if KUNDE-ER-VIRKSOMHED
               string
                   " TYPE=VIRKSOMHED CVR=" delimited by size
                   Cvr-Nummer of Arbejds-Virk-Rec delimited by size
                   " FORM="               delimited by size
                   function TRIM(Selskabsform of Arbejds-Virk-Rec)
                                          delimited by size
                      into Worklist-Linje
                      with pointer pos
               end-string
           end-if
           write Worklist-Linje
           if KUNDE-ER-VIRKSOMHED
               perform varying EJ-INDEX from 1 by 1
                   until EJ-INDEX > Ejer-Antal of Arbejds-Virk-Rec
                      or EJ-INDEX > 10
                   perform skriv-ejer-linje
               end-perform
           end-if
           exit.

     *> --- En reel ejer/tegningsberettiget gennemgaas med ---
     *> --- virksomheden - med sin egen seneste gennemgang ---
      skriv-ejer-linje.
           perform find-ejer-kunde
           if Ejer-Andel of Arbejds-Virk-Rec (EJ-INDEX) is numeric
               move Ejer-Andel of Arbejds-Virk-Rec (EJ-INDEX)
                   to EJER-ANDEL-E
           else
               move 0 to EJER-ANDEL-E
           end-if
           move spaces to Worklist-Linje
           move 1 to pos
           string
               "    REEL-EJER KUNDE-ID=" delimited by size
               Ejer-Kunde-Id of Arbejds-Virk-Rec (EJ-INDEX)
                                      delimited by size
               " ROLLE="              delimited by size
               Ejer-Rolle of Arbejds-Virk-Rec (EJ-INDEX)
                                      delimited by size
               " ANDEL="              delimited by size
               function TRIM(EJER-ANDEL-E) delimited by size
                  into Worklist-Linje
                  with pointer pos
           end-string
           if EJ-KU-INDEX > KU-ANTAL
               string
                   " EJER-UKENDT"     delimited by size
                      into Worklist-Linje
                      with pointer pos
               end-string
           else
               string
                   " RISIKO="         delimited by size
                   Kyc-Risiko of Ejer-Kunde-Rec delimited by size
                   " SIDSTE-GENNEMGANG=" delimited by size
                   Kyc-Dato of Ejer-Kunde-Rec delimited by size
                      into Worklist-Linje
                      with pointer pos
               end-string
           end-if
           write Worklist-Linje
           exit.

           add 1 to ANTAL-GENNEMFOERT
           move KU-REC (KU-INDEX) to Arbejds-Kunde-Rec
           move KG-DATO-IN to Kyc-Dato of Arbejds-Kunde-Rec
           if KG-RISIKO-IN = "H" or KG-RISIKO-IN = "M"
               or KG-RISIKO-IN = "N"
               move KG-RISIKO-IN to Kyc-Risiko of Arbejds-Kunde-Rec
           end-if
           move spaces to Vedligehold-Linje-Ud
           move Arbejds-Kunde-Rec to VU-KUNDE-REC
           write Vedligehold-Linje-Ud
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
           move "kycReview" to KAP-PROGRAM
           move "KUNDE-TABEL" to KAP-TABEL
           move KU-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "AFLEDT-TABEL" to KAP-TABEL
           move AK-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "VIRK-TABEL" to KAP-TABEL
           move VK-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
