     *> --- En linje i master-journalen text-files/MasterJournal.txt,
     *>     skrevet af masterJournal (Opgave95) omkring hvert batch-trin
     *>     og laest af masterGendannelse (Opgave96). Journalen laeses
     *>     altid forfra - linjernes orden er journalens tidsakse:
     *>       MJ-TYPE H: en master er aendret af trinnet. MJ-LINJE-NR
     *>                  er antal linjer foer, MJ-ANTAL-EFTER antal
     *>                  linjer efter; gruppens F- og E-linjer foelger
     *>                  straks efter, F foerst, hver i stigende
     *>                  linjenummer-orden
     *>       MJ-TYPE F: foerbillede - linje MJ-LINJE-NR i filen foer
     *>                  trinnet, som ikke staar uaendret efter det
     *>       MJ-TYPE E: efterbillede - linje MJ-LINJE-NR i filen efter
     *>                  trinnet, som ikke stod uaendret foer det
     *>       MJ-TYPE S: trin-graense - trinnet er slut; alle grupper
     *>                  foer linjen hoerer til trinnet eller tidligere
     *>     Linjer, der ikke staar i en gruppe, er uaendrede og ligger
     *>     i samme indbyrdes orden foer og efter trinnet - saa kan en
     *>     fil genskabes eksakt fra den anden side plus billederne.
     *>     MJ-AENDRING paa F/E: I = indsat, U = opdateret (foer- og
     *>     efterbillede har samme noegle), D = slettet, M = flyttet
     *>     (uaendret indhold, ny plads i filen) ---
      02 MJ-RUN-ID             pic x(40).
      02 MJ-TRIN               pic x(60).
      02 MJ-TIDSPUNKT          pic x(15).
      02 MJ-FIL                pic x(30).
      02 MJ-TYPE               pic x.
           88 MJ-TRIN-GRAENSE  value "S".
           88 MJ-FIL-HOVED     value "H".
           88 MJ-FOERBILLEDE   value "F".
           88 MJ-EFTERBILLEDE  value "E".
      02 MJ-AENDRING           pic x.
      02 MJ-LINJE-NR           pic 9(7).
      02 MJ-ANTAL-EFTER        pic 9(7).
      02 MJ-NOEGLE             pic x(60).
      02 MJ-BILLEDE            pic x(400).
