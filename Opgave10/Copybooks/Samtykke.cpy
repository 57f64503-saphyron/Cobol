     *> --- Et markedsfoeringssamtykke i samtykkeregistret
     *>     text-files/SamtykkeRegister.txt - een linje pr. Kunde-Id
     *>     og kanal, foert af samtykkeRegister (Opgave87) fra
     *>     netbank- og filialfeedene:
     *>       SAM-KANAL: B = brev, E = e-mail, S = SMS,
     *>                  U = indlaeg paa kontoudskriften
     *>       SAM-STATUS: J = samtykke givet, N = trukket tilbage
     *>       SAM-DATO: datoen kunden gav/tilbagekaldte samtykket
     *>       SAM-KILDE: N = netbank, F = filial
     *>       SAM-REFERENCE: netbankens samtykke-reference hhv.
     *>                      filialmedarbejderens initialer/filial
     *>       SAM-REGISTRERET: datoen registret blev opdateret
     *>     Et samtykke er gyldigt, naar status er J og datoen er
     *>     naaet. Hver aendring staar i SamtykkeAudit.txt. ---
      02 SAM-KUNDE-ID          pic x(10).
      02 SAM-KANAL             pic x.
      02 SAM-STATUS            pic x.
      02 SAM-DATO              pic x(10).
      02 SAM-KILDE             pic x.
      02 SAM-REFERENCE         pic x(20).
      02 SAM-REGISTRERET       pic x(10).
