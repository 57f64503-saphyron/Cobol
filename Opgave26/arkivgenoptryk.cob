           select optional Arkiv-Fil-In
               assign to dynamic ARKIV-FIL-NAVN
               organization is line sequential.
           select optional Trans-Type-In
               assign to "text-files/TransaktionsTyper.txt"
               organization is line sequential.
           select Fundne-Work
               assign to "ArkivFundne".
           select Sort-Fundne-Work
     *> --- TransaktionerRef.cpy ---
      01 Arkiv-Transaktion.
           copy "Opgave10/Copybooks/TransaktionerRef.cpy".
      fd Trans-Type-In.
      01 Trans-Type-Linje          pic x(55).
      fd Fundne-Work.
      01 Fundne-Linje.
           copy "Opgave10/Copybooks/TransaktionerRef.cpy".
           88 end-of-file-arkiv   value "Y".
      01 EOF-check-sort           pic x value "N".
           88 end-of-file-sort    value "Y".
      01 EOF-check-trans-type     pic x value "N".
           88 end-of-file-trans-type value "Y".
      01 TRANS-TYPE-INDLAEST      pic 9(3) value 0.
      01 pos                      pic 9(4) value 1.
      01 ARKIV-FIL-NAVN           pic x(100) value spaces.
      01 GENOPTRYK-KONTO-ID       pic x(14) value spaces.
               display "ArkivGenoptryk: ingen parameter i "
                   "text-files/ArkivGenoptrykParameter.txt"
           else
               perform indlæs-trans-typer
               open output Fundne-Work
               perform gennemsoeg-arkiv-filer
               close Fundne-Work
           end-if
           stop run.

     *> --- Den valgfri TransaktionsTyper.txt erstatter literal- ---
     *> --- tabellen i Transaktionstype.cpy, naar den har mindst een ---
     *> --- linje - samme regel som i opgave10 ---
      indlæs-trans-typer.
           move 0 to TRANS-TYPE-INDLAEST
           move "N" to EOF-check-trans-type
           open input Trans-Type-In
           perform until end-of-file-trans-type
               read Trans-Type-In
                   at end move "Y" to EOF-check-trans-type
                   not at end
                       if TRANS-TYPE-INDLAEST = 0
                           move 0 to ANTAL-TRANS-TYPER
                       end-if
                       if ANTAL-TRANS-TYPER < MAX-TRANS-TYPER
                           and Trans-Type-Linje not = spaces
                           add 1 to ANTAL-TRANS-TYPER
                           add 1 to TRANS-TYPE-INDLAEST
                           move Trans-Type-Linje
                               to TT-POST (ANTAL-TRANS-TYPER)
                       end-if
               end-read
           end-perform
           close Trans-Type-In
           exit.

      indlæs-parameter.
           move "N" to EOF-check-parm
           open input Parameter-In
