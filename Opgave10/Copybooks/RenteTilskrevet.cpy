     *> --- En tilskrevet rente, som renteOpsamling (Opgave76)
     *>     frigiver sin daglige periodisering imod. Skrives (appendes)
     *>     til text-files/RenteTilskrevet.txt af opgave10.cob ved
     *>     tilskrivningen af indlaans- og overtraeksrente og af
     *>     laanTerminer (Opgave32) for hver ny rentetermin.
     *>       RTS-ART: K = indlaansrente, O = overtraeksrente,
     *>                L = laanerente (RTS-REF = laane-id)
     *>     RTS-DATO er tilskrivningsdatoen - en linje frigives foerst,
     *>     naar datoen er naaet. ---
      02 RTS-KONTO-ID          pic x(14).
      02 RTS-ART               pic x.
      02 RTS-REF               pic x(8).
      02 RTS-DATO              pic x(10).
      02 RTS-BELOB             pic 9(11)v99.
      02 RTS-KILDE             pic x(12).
