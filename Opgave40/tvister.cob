           select Tvist-Audit-Out
               assign to "text-files/TvistAudit.txt"
               organization is line sequential.
           select optional Tvist-Audit-Kaede-In
               assign to "text-files/TvistAudit.txt"
               organization is line sequential.
           select Tvist-Except-Out
               assign to "text-files/TvistExceptions.txt"
               organization is line sequential.
           select Anmodning-Arkiv-Out
               assign to dynamic ANMODNING-ARKIV-NAVN
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Tvist-Audit-Out.
      01 Tvist-Audit-Post.
           02 Tvist-Audit-Linje    pic x(250) value spaces.
           02 Tvist-Audit-Hale     pic x(39).
      fd Tvist-Audit-Kaede-In.
      01 Tvist-Audit-Kaede-In-Linje pic x(600).
      fd Tvist-Except-Out.
      01 Tvist-Except-Linje        pic x(200) value spaces.
      fd Anmodning-Arkiv-Out.
      01 Anmodning-Arkiv-Linje     pic x(70) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-anmodning      pic x value "N".
           88 end-of-file-anmodning value "Y".
      01 EOF-check-register       pic x value "N".
      01 ANTAL-TRANS-GENERERET    pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
     *> --- Felter til audit-kaeden - se skriv-audit-post ---
      copy "Opgave10/Copybooks/AuditKaede.cpy".

      procedure division.
     *> --- Hovedforløb: indlæs register, kopiér transaktioner, ---
     *> --- Transaktioner.txt om ---
      Program-Execute.
           perform indlæs-tvist-register
           perform start-audit-kaede
           open output Tvist-Audit-Out
           open output Tvist-Except-Out
           open output Transaktion-Work-Out
               ANTAL-OPRETTET " aabnet, " ANTAL-KREDITERET
               " provisorisk krediteret, " ANTAL-LUKKET " lukket, "
               ANTAL-AFVIST " afvist - se text-files/TvistAudit.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-tvist-register.
                  into Tvist-Audit-Linje
                  with pointer pos
           end-string
           perform skriv-audit-post
           exit.


               function TRIM(ANMODNING-ARKIV-NAVN)
               " - TvistAnmodninger.txt toemt"
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
           move "tvistRegister" to KAP-PROGRAM
           move "TVIST-TABEL" to KAP-TABEL
           move TR-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
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
           open input Tvist-Audit-Kaede-In
           perform until AK-FIL-SLUT
               read Tvist-Audit-Kaede-In
                   at end move "J" to AK-EOF
                   not at end
                       if Tvist-Audit-Kaede-In-Linje not = spaces
                           move Tvist-Audit-Kaede-In-Linje
                               to AK-SIDSTE-LINJE
                       end-if
               end-read
           end-perform
           close Tvist-Audit-Kaede-In
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
           move Tvist-Audit-Linje to AK-DATA (50:)
           perform beregn-audit-hash
           move AK-HALE to Tvist-Audit-Hale
           write Tvist-Audit-Post
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
