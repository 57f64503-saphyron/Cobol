     *>     sker i betalingsOrdreIndlaesning (Opgave16) og
     *>     udlandsBetalinger (Opgave36), FØR posteringen når
     *>     Transaktioner.txt.
     *>     Erhvervskunderne i Virksomheder.txt (VIRKSOMHED.cpy)
     *>     screenes desuden paa det juridiske navn (KILDE=
     *>     VIRKSOMHED), og hver reel ejer og tegningsberettiget
     *>     screenes paa sit navn i kundemasteren (KILDE=REEL-EJER) -
     *>     hittet baerer virksomhedens Kunde-Id og CVR, saa
     *>     compliance ser, hvilken virksomhed den sanktionerede
     *>     person kontrollerer.

      environment division.
      input-output section.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select optional Virksomhed-Data-In
               assign to "text-files/Virksomheder.txt"
               organization is line sequential.
           select Kompliance-Koe-Out
               assign to "text-files/KomplianceKoe.txt"
               organization is line sequential
           select Attest-Out
               assign to "text-files/SanktionsAttest.txt"
               organization is line sequential.
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
      fd Kompliance-Koe-Out.
      01 Kompliance-Koe-Linje      pic x(250) value spaces.
      fd Attest-Out.
      01 Attest-Linje              pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-liste          pic x value "N".
           88 end-of-file-liste   value "Y".
      01 EOF-check-kunde          pic x value "N".
      01 ATTEST-TIDSSTEMPEL       pic x(21) value spaces.
      copy "Opgave10/Copybooks/SanktionsTabel.cpy".
      01 ANTAL-KUNDER-SCREENET    pic 9(7) value 0.
      01 EOF-check-virk           pic x value "N".
           88 end-of-file-virk    value "Y".
     *> --- Kundernes navne i memory, til screening af de reelle ---
     *> --- ejere ---
      01 Kunde-Navn-Tabel.
           02 KN-ANTAL             pic 9(5) value 0.
           02 KN-POST OCCURS 50000 TIMES.
              03 KN-KUNDE-ID       pic x(10).
              03 KN-FULD-NAVN      pic x(40).
      01 KN-INDEX                 pic 9(5) value 0.
      01 EJ-INDEX                 pic 9(2) value 0.
      01 EJER-ANDEL-E             pic ZZ9.99.
      01 ANTAL-VIRK-SCREENET      pic 9(7) value 0.
      01 ANTAL-EJERE-SCREENET     pic 9(7) value 0.

      procedure division.
     *> --- Hovedforløb: indlæs listen, screen hele kundemasteren, ---
               open output Kompliance-Koe-Out
           end-if
           perform screen-kundemaster
           perform screen-virksomheder
           close Kompliance-Koe-Out
           perform skriv-attest
           display "Sanktions-screening: " ANTAL-KUNDER-SCREENET
               " kunde(r) screenet mod " SL-ANTAL " listenavn(e), "
               ANTAL-SANKTIONS-HITS " hit(s) - se "
               "text-files/SanktionsAttest.txt"
           display "Sanktions-screening: " ANTAL-VIRK-SCREENET
               " virksomhed(er) og " ANTAL-EJERE-SCREENET
               " reel(le) ejer(e)/tegningsberettigede screenet"
           perform skriv-kapacitet
           stop run.

     *> --- Indlæser listen med navnene normaliseret én gang ---
                   at end move "Y" to EOF-check-kunde
                   not at end
                       add 1 to ANTAL-KUNDER-SCREENET
                       if KN-ANTAL < 50000
                           add 1 to KN-ANTAL
                           move Kunde-Id of Kunde-Information
                               to KN-KUNDE-ID (KN-ANTAL)
                           move Fuld-Navn of Kunde-Information
                               to KN-FULD-NAVN (KN-ANTAL)
                       end-if
                       move Fuld-Navn of Kunde-Information
                           to SCREEN-NAVN-RAA
                       perform normaliser-navn
           close Kunde-Data-In
           exit.

     *> --- Virksomhederne: det juridiske navn, og hver reel ejer/ ---
     *> --- tegningsberettiget paa personens navn i kundemasteren ---
      screen-virksomheder.
           move "N" to EOF-check-virk
           open input Virksomhed-Data-In
           perform until end-of-file-virk
               read Virksomhed-Data-In
                   at end move "Y" to EOF-check-virk
                   not at end
                       add 1 to ANTAL-VIRK-SCREENET
                       move Juridisk-Navn to SCREEN-NAVN-RAA
                       perform normaliser-navn
                       perform screen-navn-mod-liste
                       if SANKTIONS-HIT
                           add 1 to ANTAL-SANKTIONS-HITS
                           move spaces to Kompliance-Koe-Linje
                           move 1 to pos
                           string
                               "BETINGELSE=SANKTIONS-HIT KILDE="
                                                  delimited by size
                               "VIRKSOMHED KUNDE-ID="
                                                  delimited by size
                               Virk-Kunde-Id      delimited by size
                               " CVR="            delimited by size
                               Cvr-Nummer         delimited by size
                               " NAVN="           delimited by size
                               function TRIM(Juridisk-Navn)
                                                  delimited by size
                               " LISTE-REF="      delimited by size
                               SANKTIONS-HIT-REF  delimited by size
                                  into Kompliance-Koe-Linje
                                  with pointer pos
                           end-string
                           write Kompliance-Koe-Linje
                       end-if
                       if Ejer-Antal is numeric
                           perform varying EJ-INDEX from 1 by 1
                               until EJ-INDEX > Ejer-Antal
                                  or EJ-INDEX > 10
                               perform screen-en-ejer
                           end-perform
                       end-if
               end-read
           end-perform
           close Virksomhed-Data-In
           exit.

      screen-en-ejer.
           perform varying KN-INDEX from 1 by 1
               until KN-INDEX > KN-ANTAL
                  or KN-KUNDE-ID (KN-INDEX) = Ejer-Kunde-Id (EJ-INDEX)
               continue
           end-perform
           if KN-INDEX > KN-ANTAL
               exit paragraph
           end-if
           add 1 to ANTAL-EJERE-SCREENET
           move KN-FULD-NAVN (KN-INDEX) to SCREEN-NAVN-RAA
           perform normaliser-navn
           perform screen-navn-mod-liste
           if SANKTIONS-HIT
               add 1 to ANTAL-SANKTIONS-HITS
               if Ejer-Andel (EJ-INDEX) is numeric
                   move Ejer-Andel (EJ-INDEX) to EJER-ANDEL-E
               else
                   move 0 to EJER-ANDEL-E
               end-if
               move spaces to Kompliance-Koe-Linje
               move 1 to pos
               string
                   "BETINGELSE=SANKTIONS-HIT KILDE="
                                          delimited by size
                   "REEL-EJER KUNDE-ID="  delimited by size
                   Ejer-Kunde-Id (EJ-INDEX) delimited by size
                   " NAVN="               delimited by size
                   function TRIM(KN-FULD-NAVN (KN-INDEX))
                                          delimited by size
                   " ROLLE="              delimited by size
                   Ejer-Rolle (EJ-INDEX)  delimited by size
                   " ANDEL="              delimited by size
                   function TRIM(EJER-ANDEL-E) delimited by size
                   " VIRKSOMHED="         delimited by size
                   Virk-Kunde-Id          delimited by size
                   " CVR="                delimited by size
                   Cvr-Nummer             delimited by size
                   " LISTE-REF="          delimited by size
                   SANKTIONS-HIT-REF      delimited by size
                      into Kompliance-Koe-Linje
                      with pointer pos
               end-string
               write Kompliance-Koe-Linje
           end-if
           exit.

     *> --- Attestationen: tilsynet skal kunne se, at scanningen ---
     *> --- har kørt - også (isaer) naar der ingen hits var ---
      skriv-attest.
           write Attest-Linje
           close Attest-Out
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
           move "sanktionsScreening" to KAP-PROGRAM
           move "SANKTIONS-TABEL" to KAP-TABEL
           move SL-ANTAL to KAP-ANTAL
           move 10000 to KAP-MAX
           write Kapacitet-Linje
           move "KUNDE-NAVN-TABEL" to KAP-TABEL
           move KN-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
