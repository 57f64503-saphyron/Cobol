     *>       - kundens seneste linje i CRMUdtraek.txt
     *>       - kundens medejer-/fuldmagtsrelationer fra
     *>         KontoRelationer.txt
     *>       - kundens markedsfoeringssamtykker fra
     *>         SamtykkeRegister.txt og beviset for dem - alle
     *>         kundens aendringer i SamtykkeAudit.txt
     *>       - kundens PSD2-samtykker fra Psd2Samtykker.txt og
     *>         hvem der har hentet data paa dem - kundens linjer
     *>         i Psd2AdgangsLog.txt
     *>     Dataene skrives UMASKEREDE - dossieret går til den
     *>     registrerede selv.

           select optional Relation-In
               assign to "text-files/KontoRelationer.txt"
               organization is line sequential.
           select optional Samtykke-Register-In
               assign to "text-files/SamtykkeRegister.txt"
               organization is line sequential.
           select optional Samtykke-Audit-In
               assign to "text-files/SamtykkeAudit.txt"
               organization is line sequential.
           select optional Psd2-Register-In
               assign to "text-files/Psd2Samtykker.txt"
               organization is line sequential.
           select optional Psd2-Log-In
               assign to "text-files/Psd2AdgangsLog.txt"
               organization is line sequential.
           select Dossier-Out
               assign to "text-files/GdprIndsigtDossier.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      01 Crm-Linje-In              pic x(300).
      fd Relation-In.
      01 Relation-Linje-In         pic x(50).
      fd Samtykke-Register-In.
      01 Samtykke-Register-Linje.
           copy "Opgave10/Copybooks/Samtykke.cpy".
      fd Samtykke-Audit-In.
      01 Samtykke-Audit-Linje      pic x(250).
      fd Psd2-Register-In.
      01 Psd2-Register-Linje.
           copy "Opgave10/Copybooks/Psd2Samtykke.cpy".
      fd Psd2-Log-In.
      01 Psd2-Log-Post.
           02 Psd2-Log-Linje       pic x(250).
     *> --- Audit-kaedens hale - se AuditKaede.cpy ---
           02 FILLER               pic x(39).
      fd Dossier-Out.
      01 Dossier-Linje             pic x(300) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-anmodning      pic x value "N".
           88 end-of-file-anmodning value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-crm     value "Y".
      01 EOF-check-relation       pic x value "N".
           88 end-of-file-relation value "Y".
      01 EOF-check-samtykke       pic x value "N".
           88 end-of-file-samtykke value "Y".
      01 EOF-check-samtykke-audit pic x value "N".
           88 end-of-file-samtykke-audit value "Y".
      01 EOF-check-psd2           pic x value "N".
           88 end-of-file-psd2    value "Y".
      01 EOF-check-psd2-log       pic x value "N".
           88 end-of-file-psd2-log value "Y".
      01 PSD2-KONTO-INDEX         pic 9(2) value 0.
      01 SAMTYKKE-AUDIT-NOEGLE    pic x(20) value spaces.
      01 SAMTYKKE-AUDIT-TAELLER   pic 9(4) value 0.
      01 SAMTYKKE-KANAL-TEKST     pic x(16) value spaces.
      01 SAMTYKKE-STATUS-TEKST    pic x(12) value spaces.
      01 SAMTYKKE-KILDE-TEKST     pic x(8) value spaces.
      01 pos                      pic 9(4) value 1.
      01 TRANS-FIL-NAVN           pic x(100) value spaces.
      01 ANMODET-KUNDE-ID         pic x(10) value spaces.
               perform skriv-historik
               perform skriv-crm-linje
               perform skriv-relationer
               perform skriv-samtykker
               perform skriv-psd2-adgang
           end-if
           close Dossier-Out
           display "GDPR-indsigt: dossier for " ANMODET-KUNDE-ID
               " skrevet til text-files/GdprIndsigtDossier.txt ("
               ANTAL-TRANS-MEDTAGET " transaktioner)"
           perform skriv-kapacitet
           stop run.

      indlæs-anmodning.
           end-perform
           close Relation-In
           exit.

     *> --- Afsnit 6: markedsfoeringssamtykkerne pr. kanal og ---
     *> --- revisionssporet bag dem (Samtykke.cpy) ---
      skriv-samtykker.
           write Dossier-Linje from spaces
           write Dossier-Linje from "--- Markedsfoeringssamtykker ---"
           move "N" to EOF-check-samtykke
           open input Samtykke-Register-In
           perform until end-of-file-samtykke
               read Samtykke-Register-In
                   at end move "Y" to EOF-check-samtykke
                   not at end
                       if SAM-KUNDE-ID = ANMODET-KUNDE-ID
                           perform skriv-et-samtykke
                       end-if
               end-read
           end-perform
           close Samtykke-Register-In
           write Dossier-Linje from "  Aendringer (revisionsspor):"
           move spaces to SAMTYKKE-AUDIT-NOEGLE
           string
               "KUNDE-ID="            delimited by size
               ANMODET-KUNDE-ID       delimited by size
                  into SAMTYKKE-AUDIT-NOEGLE
           end-string
           move "N" to EOF-check-samtykke-audit
           open input Samtykke-Audit-In
           perform until end-of-file-samtykke-audit
               read Samtykke-Audit-In
                   at end move "Y" to EOF-check-samtykke-audit
                   not at end
                       move 0 to SAMTYKKE-AUDIT-TAELLER
                       inspect Samtykke-Audit-Linje tallying
                           SAMTYKKE-AUDIT-TAELLER
                           for all SAMTYKKE-AUDIT-NOEGLE
                       if SAMTYKKE-AUDIT-TAELLER > 0
                           move spaces to Dossier-Linje
                           move 1 to pos
                           string
                               "    "         delimited by size
                               function TRIM(Samtykke-Audit-Linje)
                                              delimited by size
                                  into Dossier-Linje
                                  with pointer pos
                           end-string
                           write Dossier-Linje
                       end-if
               end-read
           end-perform
           close Samtykke-Audit-In
           exit.

      skriv-et-samtykke.
           evaluate SAM-KANAL
               when "B" move "Brev" to SAMTYKKE-KANAL-TEKST
               when "E" move "E-mail" to SAMTYKKE-KANAL-TEKST
               when "S" move "SMS" to SAMTYKKE-KANAL-TEKST
               when "U" move "Udskriftsindlaeg" to SAMTYKKE-KANAL-TEKST
               when other move SAM-KANAL to SAMTYKKE-KANAL-TEKST
           end-evaluate
           if SAM-STATUS = "J"
               move "Givet" to SAMTYKKE-STATUS-TEKST
           else
               move "Tilbagekaldt" to SAMTYKKE-STATUS-TEKST
           end-if
           if SAM-KILDE = "N"
               move "Netbank" to SAMTYKKE-KILDE-TEKST
           else
               move "Filial" to SAMTYKKE-KILDE-TEKST
           end-if
           move spaces to Dossier-Linje
           move 1 to pos
           string
               "  Kanal: "            delimited by size
               function TRIM(SAMTYKKE-KANAL-TEKST) delimited by size
               "  Status: "           delimited by size
               function TRIM(SAMTYKKE-STATUS-TEKST) delimited by size
               "  Dato: "             delimited by size
               SAM-DATO               delimited by size
               "  Kilde: "            delimited by size
               function TRIM(SAMTYKKE-KILDE-TEKST) delimited by size
               "  Reference: "        delimited by size
               function TRIM(SAM-REFERENCE) delimited by size
               "  Registreret: "      delimited by size
               SAM-REGISTRERET        delimited by size
                  into Dossier-Linje
                  with pointer pos
           end-string
           write Dossier-Linje
           exit.

     *> --- Afsnit 7: PSD2-samtykkerne og adgangsloggen - hvilke ---
     *> --- tredjepartsudbydere har haft adgang til hvilke konti, ---
     *> --- og hvornaar de har hentet (Psd2Samtykke.cpy) ---
      skriv-psd2-adgang.
           write Dossier-Linje from spaces
           write Dossier-Linje from "--- PSD2-samtykker (tredjepart) ---"
           move "N" to EOF-check-psd2
           open input Psd2-Register-In
           perform until end-of-file-psd2
               read Psd2-Register-In
                   at end move "Y" to EOF-check-psd2
                   not at end
                       if PS-KUNDE-ID = ANMODET-KUNDE-ID
                           perform skriv-et-psd2-samtykke
                       end-if
               end-read
           end-perform
           close Psd2-Register-In
           write Dossier-Linje from "  Adgangslog:"
           move spaces to SAMTYKKE-AUDIT-NOEGLE
           string
               "KUNDE-ID="            delimited by size
               ANMODET-KUNDE-ID       delimited by size
                  into SAMTYKKE-AUDIT-NOEGLE
           end-string
           move "N" to EOF-check-psd2-log
           open input Psd2-Log-In
           perform until end-of-file-psd2-log
               read Psd2-Log-In
                   at end move "Y" to EOF-check-psd2-log
                   not at end
                       move 0 to SAMTYKKE-AUDIT-TAELLER
                       inspect Psd2-Log-Linje tallying
                           SAMTYKKE-AUDIT-TAELLER
                           for all SAMTYKKE-AUDIT-NOEGLE
                       if SAMTYKKE-AUDIT-TAELLER > 0
                           move spaces to Dossier-Linje
                           move 1 to pos
                           string
                               "    "         delimited by size
                               function TRIM(Psd2-Log-Linje)
                                              delimited by size
                                  into Dossier-Linje
                                  with pointer pos
                           end-string
                           write Dossier-Linje
                       end-if
               end-read
           end-perform
           close Psd2-Log-In
           exit.

      skriv-et-psd2-samtykke.
           move spaces to Dossier-Linje
           move 1 to pos
           string
               "  Samtykke: "         delimited by size
               function TRIM(PS-SAMTYKKE-ID) delimited by size
               "  TPP: "              delimited by size
               function TRIM(PS-TPP-ID) delimited by size
               "  Omfang: "           delimited by size
               PS-OMFANG              delimited by size
               "  Givet: "            delimited by size
               PS-GIVET-DATO          delimited by size
               "  Udloeber: "         delimited by size
               PS-UDLOEB-DATO         delimited by size
               "  Status: "           delimited by size
               PS-STATUS              delimited by size
               " "                    delimited by size
               PS-STATUS-DATO         delimited by size
                  into Dossier-Linje
                  with pointer pos
           end-string
           write Dossier-Linje
           perform varying PSD2-KONTO-INDEX from 1 by 1
               until PSD2-KONTO-INDEX > PS-ANTAL-KONTI
               or PSD2-KONTO-INDEX > 10
               move spaces to Dossier-Linje
               move 1 to pos
               string
                   "    Konto: "          delimited by size
                   PS-KONTO-ID (PSD2-KONTO-INDEX) delimited by size
                      into Dossier-Linje
                      with pointer pos
               end-string
               write Dossier-Linje
           end-perform
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
           move "gdprIndsigt" to KAP-PROGRAM
           move "KONTO-TABEL" to KAP-TABEL
           move KO-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
