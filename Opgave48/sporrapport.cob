     *>          EStatementer/, med sidetal (sidste "Side:"-markør
     *>          før linjen)
     *>       4. undtagelses-/reparations-/tvistfilerne - enhver
     *>          linje, der bærer "REF=<nr>" - herunder
     *>          ManuelPosteringLog.txt, hvor en manuel rettelse af
     *>          posteringen står under originalens reference
     *>       5. er posteringen selv en manuel postering (BUTIK
     *>          "MAN:<id>" i arkivet), posteringens ben fra
     *>          ManuelPosteringLog.txt med rekvirent, godkender og
     *>          aarsag
     *>     FinansPosteringer.txt og BankAfregning.txt er aggregater
     *>     uden enkeltpost-referencer - rapporten noterer, at
     *>     posteringen indgår dér via sin kontos totaler. Resultatet
      01 SPOR-REF-MAERKE          pic x(11) value spaces.
     *> --- Konto fundet via CSV'en, bruges til udskriftsfilerne ---
      01 FUNDET-KONTO-ID          pic x(14) value spaces.
     *> --- Manuel postering fundet via arkivets BUTIK "MAN:<id>" ---
      01 FUNDET-MANUEL-ID         pic x(10) value spaces.
      01 Manuel-Log-Rec.
           copy "Opgave10/Copybooks/ManuelPosteringLog.cpy".
     *> --- Arkivpost-visning ---
      01 Arkiv-Rec.
           copy "Opgave10/Copybooks/TransaktionerRef.cpy".
               "text-files/TransaktionOverflow.txt                ".
           02 FILLER pic x(50) value
               "text-files/TvistAudit.txt                         ".
           02 FILLER pic x(50) value
               "text-files/ManuelPosteringLog.txt                 ".
      01 Spor-Kilde-Tabel REDEFINES Spor-Kilde-Tabel-Data.
           02 SK-FILNAVN OCCURS 8 TIMES pic x(50).
      01 SK-INDEX                 pic 9(2) value 0.
      01 ANTAL-FUND               pic 9(5) value 0.

           perform spor-i-csv
           perform spor-i-udskrifter
           perform spor-i-undtagelsesfiler
           if FUNDET-MANUEL-ID not = spaces
               perform spor-i-manuel-log
           end-if
           write Rapport-Linje from
               "FinansPosteringer.txt og BankAfregning.txt er aggregater - posteringen indgaar dér via kontoens totaler."
           move spaces to Rapport-Linje
                           add 1 to ANTAL-FUND
                           move KONTO-ID of Arkiv-Rec
                               to FUNDET-KONTO-ID
                           if BUTIK of Arkiv-Rec (1:4) = "MAN:"
                               move BUTIK of Arkiv-Rec (5:10)
                                   to FUNDET-MANUEL-ID
                           end-if
                           move spaces to Rapport-Linje
                           move 1 to pos
                           string
     *> --- linje med "REF=<nr>" ---
      spor-i-undtagelsesfiler.
           perform varying SK-INDEX from 1 by 1
               until SK-INDEX > 8
               move SK-FILNAVN (SK-INDEX) to SOEGE-FIL-NAVN
               perform spor-en-undtagelsesfil
           end-perform
           close Soege-Fil-In
           exit.

     *> --- 5: den manuelle postering bag posteringen - alle dens ---
     *> --- ben med rekvirent, godkender og aarsag ---
      spor-i-manuel-log.
           move "text-files/ManuelPosteringLog.txt" to SOEGE-FIL-NAVN
           move "N" to EOF-check-soeg
           open input Soege-Fil-In
           perform until end-of-file-soeg
               read Soege-Fil-In
                   at end move "Y" to EOF-check-soeg
                   not at end
                       move Soege-Fil-Linje (1:152) to Manuel-Log-Rec
                       if MPL-MANUEL-ID = FUNDET-MANUEL-ID
                           add 1 to ANTAL-FUND
                           move spaces to Rapport-Linje
                           move 1 to pos
                           string
                               "5-MANUEL "            delimited by size
                               MPL-MANUEL-ID          delimited by size
                               " REKVIRENT="          delimited by size
                               MPL-REKVIRENT          delimited by size
                               " GODKENDER="          delimited by size
                               MPL-GODKENDER          delimited by size
                               " AARSAG="             delimited by size
                               MPL-AARSAG             delimited by size
                               " BOGFOERT="           delimited by size
                               MPL-BOGFOERT-DATO      delimited by size
                               " BEN="                delimited by size
                               MPL-BEN-TYPE           delimited by size
                               " "                    delimited by size
                               MPL-KONTO              delimited by size
                               " "                    delimited by size
                               MPL-DK                 delimited by size
                               " "                    delimited by size
                               MPL-BELOB              delimited by size
                               " ORIGINAL="           delimited by size
                               MPL-ORIG-KONTO-ID      delimited by size
                               " "                    delimited by size
                               MPL-ORIG-DATO          delimited by size
                                  into Rapport-Linje
                                  with pointer pos
                           end-string
                           write Rapport-Linje
                       end-if
               end-read
           end-perform
           close Soege-Fil-In
           exit.

      soeg-ref-maerke.
           set TEKST-IKKE-FUNDET to TRUE
           move function LENGTH(function TRIM(SPOR-REF-MAERKE))
