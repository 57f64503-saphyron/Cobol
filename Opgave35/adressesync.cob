           select Audit-Out
               assign to "text-files/AdresseSyncAudit.txt"
               organization is line sequential.
           select optional Audit-Kaede-In
               assign to "text-files/AdresseSyncAudit.txt"
               organization is line sequential.
           select Sync-Except-Out
               assign to "text-files/AdresseSyncExceptions.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 AR-BYNAVN            pic x(20).
           02 AR-AENDRET-DATO      pic x(10).
      fd Kunde-Data-In.
      01 Kunde-Linje-In            pic x(258).
      fd Kunde-Data-Out.
      01 Kunde-Linje-Out           pic x(258).
      fd Retur-Post-In.
      01 Retur-Post-Linje.
           02 RP-KONTO-ID-IN       pic x(14).
      fd Retur-Post-Out.
      01 Retur-Post-Linje-Ud       pic x(98) value spaces.
      fd Audit-Out.
      01 Audit-Post.
           02 Audit-Linje          pic x(250) value spaces.
           02 Audit-Hale           pic x(39).
      fd Audit-Kaede-In.
      01 Audit-Kaede-In-Linje      pic x(600).
      fd Sync-Except-Out.
      01 Sync-Except-Linje         pic x(200) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-register       pic x value "N".
           88 end-of-file-register value "Y".
      01 EOF-check-kunde          pic x value "N".
      01 Master-Tabel.
           02 MA-ANTAL             pic 9(5) value 0.
           02 MA-POST OCCURS 50000 TIMES.
              03 MA-REC            pic x(258).
      01 MA-INDEX                 pic 9(5) value 0.
      01 MA-FUND-FLAG             pic x value "N".
           88 MASTER-KUNDE-FUNDET      value "Y".
      01 ANTAL-UAENDRET           pic 9(7) value 0.
      01 ANTAL-UMATCHET           pic 9(7) value 0.
      01 ANTAL-SPAERRINGER-OPHAEVET pic 9(7) value 0.
     *> --- Felter til audit-kaeden - se skriv-audit-post ---
      copy "Opgave10/Copybooks/AuditKaede.cpy".

      procedure division.
     *> --- Hovedforløb: indlæs master og returpost-register, ---
      Program-Execute.
           perform indlæs-master
           perform indlæs-returpost
           perform start-audit-kaede
           open output Audit-Out
           open output Sync-Except-Out
           perform behandl-register
               ANTAL-UMATCHET " uden match, "
               ANTAL-SPAERRINGER-OPHAEVET " returpost-spaerring(er) "
               "ophaevet"
           perform skriv-kapacitet
           stop run.

      indlæs-master.
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
               end-if
           end-perform
           exit.
           end-perform
           close Retur-Post-Out
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
           move "adresseSync" to KAP-PROGRAM
           move "MASTER-TABEL" to KAP-TABEL
           move MA-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "RETUR-POST-TABEL" to KAP-TABEL
           move RP-ANTAL to KAP-ANTAL
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
