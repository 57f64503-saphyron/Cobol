     *>     Hændelser valideres mod den nuværende KontoStatus.txt,
     *>     de godkendte påføres, og filen skrives om. Hver anvendt
     *>     og afvist hændelse logges i KontoStatusEventLog.txt med
     *>     en dagsopsummering til sidst. Loggen bevares hen over
     *>     kørslerne og er kædet som de øvrige audit-filer
     *>     (AuditKaede.cpy) - auditKaedeKontrol (Opgave97) genberegner
     *>     kæden hver nat.
     *>
     *>     Hver haendelseslinje baerer nu ogsaa indsenderens
     *>     BRUGER-ID, og de foelsomme haendelser - L (kontolukning)
               assign to "text-files/KontoStatus.txt"
               organization is line sequential.
           select Event-Log-Out
               assign to "text-files/KontoStatusEventLog.txt"
               organization is line sequential
               file status is EVENT-LOG-STATUS.
           select optional Audit-Kaede-In
               assign to "text-files/KontoStatusEventLog.txt"
               organization is line sequential.
     *> --- Fire-oejne-koeen og godkendelsesfilen - se program- ---
           select optional Godkendelse-In
               assign to "text-files/KontoStatusEventsGodkendelser.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
           02 KS-LUKKE-DATO-UD     pic x(10).
           02 KS-E-FLAG-UD         pic x.
           02 KS-FREKVENS-UD       pic x.
     *> --- Audit-kaedens hale - se AuditKaede.cpy ---
      fd Event-Log-Out.
      01 Audit-Post.
           02 Event-Log-Linje      pic x(150) value spaces.
           02 Audit-Hale           pic x(39).
      fd Audit-Kaede-In.
      01 Audit-Kaede-In-Linje      pic x(600).
      fd Pending-In.
      01 Pending-Linje-Ind.
           02 PD-ID-IN             pic 9(7).
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
     *> --- Felter til audit-kaeden - se skriv-audit-post ---
      copy "Opgave10/Copybooks/AuditKaede.cpy".
      01 EVENT-LOG-STATUS         pic x(2) value spaces.
      01 EOF-check-event          pic x value "N".
           88 end-of-file-event   value "Y".
      01 EOF-check-pending        pic x value "N".
           perform indlæs-status-tabel
           perform indlæs-pending
           perform indlæs-godkendelser
           perform start-audit-kaede
           open extend Event-Log-Out
           if EVENT-LOG-STATUS = "35"
               open output Event-Log-Out
           end-if
     *> --- Godkendelserne foerst: en indsendelse kan aldrig naa at ---
     *> --- blive godkendt i samme koersel, den blev indsendt ---
           perform behandl-godkendelser
           move spaces to Event-Log-Linje
           move 1 to pos
           string
               "OPSUMMERING "         delimited by size
               DAGS-DATO-TEKST        delimited by size
               ": "                   delimited by size
               ANTAL-EVENTS           delimited by size
               " haendelse(r), "      delimited by size
               ANTAL-ANVENDT          delimited by size
                  into Event-Log-Linje
                  with pointer pos
           end-string
           perform skriv-audit-post
           close Event-Log-Out
           perform skriv-status-tilbage
           perform skriv-pending-tilbage
           display "Kontostatus-events: " ANTAL-EVENTS " haendelse(r), "
               ANTAL-ANVENDT " anvendt, " ANTAL-AFVIST " afvist - se "
               "text-files/KontoStatusEventLog.txt"
           perform skriv-kapacitet
           stop run.

      indlæs-status-tabel.
                      with pointer pos
               end-string
           end-if
           perform skriv-audit-post
           exit.

      find-eller-opret-status.
                          into Event-Log-Linje
                          with pointer pos
                   end-string
                   perform skriv-audit-post
               end-if
               exit paragraph
           end-if
                      into Event-Log-Linje
                      with pointer pos
               end-string
               perform skriv-audit-post
               exit paragraph
           end-if
           if GK-BESLUTNING (GK-INDEX) = "G"
                      into Event-Log-Linje
                      with pointer pos
               end-string
               perform skriv-audit-post
           end-if
           exit.

                      into Event-Log-Linje
                      with pointer pos
               end-string
               perform skriv-audit-post
           end-if
           exit.

           end-perform
           close Pending-Out
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
           move "kontoStatusEvents" to KAP-PROGRAM
           move "PENDING-TABEL" to KAP-TABEL
           move PD-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "GODKENDELSE-TABEL" to KAP-TABEL
           move GK-ANTAL to KAP-ANTAL
           move 5000 to KAP-MAX
           write Kapacitet-Linje
           move "STATUS-TABEL" to KAP-TABEL
           move ST-ANTAL to KAP-ANTAL
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
           move Event-Log-Linje to AK-DATA (50:)
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
