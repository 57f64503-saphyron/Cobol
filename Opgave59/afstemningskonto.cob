     *>       - nattens differencer laeses fra
     *>         OverfoerselsAfstemning.txt (ben uden makker),
     *>         BankTransAfstemning.txt (REG-NR uden match) og
     *>         BSAfvisninger.txt (afviste opkraevninger) og
     *>         KasseDifferencer.txt (kasse- og boksdifferencer over
     *>         tolerancen fra kasseJournal, Opgave74) og
     *>         IndbetalingsKortExceptions.txt (afviste indbetalinger
     *>         med indbetalingskort fra indbetalingsKort, Opgave102 -
     *>         pengene er modtaget, men ikke placeret) - en
     *>         difference, der allerede staar aabent i registret,
     *>         faar IKKE en ny post (det er netop gen-opdagelsen,
     *>         registret afskaffer)
           select optional Bs-Afvisning-In
               assign to "text-files/BSAfvisninger.txt"
               organization is line sequential.
           select optional Kasse-Difference-In
               assign to "text-files/KasseDifferencer.txt"
               organization is line sequential.
           select optional Indbetalings-Kort-Exc-In
               assign to "text-files/IndbetalingsKortExceptions.txt"
               organization is line sequential.
           select optional Udligning-In
               assign to "text-files/SuspenseUdligninger.txt"
               organization is line sequential.
               assign to "text-files/SuspenseLog.txt"
               organization is line sequential
               file status is SUSPENSE-LOG-STATUS.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Bank-Trans-Afstem-Linje   pic x(200).
      fd Bs-Afvisning-In.
      01 Bs-Afvisning-Linje        pic x(200).
      fd Kasse-Difference-In.
      01 Kasse-Difference-Linje    pic x(200).
      fd Indbetalings-Kort-Exc-In.
      01 Indbetalings-Kort-Exc-Linje pic x(200).
      fd Udligning-In.
      01 Udligning-Linje.
           02 UL-ID-IN             pic 9(7).
      01 Aeldning-Linje            pic x(200) value spaces.
      fd Suspense-Log-Out.
      01 Suspense-Log-Linje        pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-kilde          pic x value "N".
           perform opsaml-bank-trans-differencer
           move "BS-AFVIST" to AKTUEL-KILDE
           perform opsaml-bs-afvisninger
           move "KASSE" to AKTUEL-KILDE
           perform opsaml-kasse-differencer
           move "FI-KORT" to AKTUEL-KILDE
           perform opsaml-indbetalings-kort
           close Suspense-Log-Out
           perform skriv-aeldnings-rapport
           perform skriv-register-tilbage
               ANTAL-UDLIGNET " udlignet, " ANTAL-AABNE " aabne ("
               ANTAL-OVER-30-DAGE " over 30 dage) - se "
               "text-files/SuspenseAeldning.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-register.
           close Bs-Afvisning-In
           exit.

      opsaml-kasse-differencer.
           move "N" to EOF-check-kilde
           open input Kasse-Difference-In
           perform until end-of-file-kilde
               read Kasse-Difference-In
                   at end move "Y" to EOF-check-kilde
                   not at end
                       if Kasse-Difference-Linje (1:11)
                           = "BETINGELSE="
                           move Kasse-Difference-Linje (1:120)
                               to AKTUEL-NOEGLE
                           perform bogfoer-difference
                       end-if
               end-read
           end-perform
           close Kasse-Difference-In
           exit.

     *> --- Kun de afviste betalinger - afviste aftale-aendringer ---
     *> --- (BETINGELSE=AFTALE-...) flytter ingen penge ---
      opsaml-indbetalings-kort.
           move "N" to EOF-check-kilde
           open input Indbetalings-Kort-Exc-In
           perform until end-of-file-kilde
               read Indbetalings-Kort-Exc-In
                   at end move "Y" to EOF-check-kilde
                   not at end
                       if Indbetalings-Kort-Exc-Linje (1:11)
                           = "BETINGELSE="
                           and Indbetalings-Kort-Exc-Linje (12:7)
                           not = "AFTALE-"
                           move Indbetalings-Kort-Exc-Linje (1:120)
                               to AKTUEL-NOEGLE
                           perform bogfoer-difference
                       end-if
               end-read
           end-perform
           close Indbetalings-Kort-Exc-In
           exit.

     *> --- Bogfoerer een af nattens differencer: staar samme ---
     *> --- (kilde, noegle) allerede aabent, er det en GENFUNDEN ---
     *> --- difference, ikke en ny post ---
           end-perform
           close Register-Out
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
           move "afstemningsKonto" to KAP-PROGRAM
           move "SUSPENSE-TABEL" to KAP-TABEL
           move SP-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
