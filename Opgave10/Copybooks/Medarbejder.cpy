     *> --- En medarbejder i personaleregistret text-files/
     *>     Medarbejdere.txt - vedligeholdt af HR, een linje pr.
     *>     ansaettelse, laest af personaleKonti (Opgave85):
     *>       MED-KUNDE-ID: medarbejderens Kunde-Id i kundemasteren
     *>       MED-ANSAT-FRA/-TIL: ansaettelsesperioden (yyyy-mm-dd,
     *>                           TIL blank = fortsat ansat)
     *>       MED-FILIAL: filialkoden (som i FilialRaadgivere.txt)
     *>     ---
      02 MED-NR                pic x(8).
      02 MED-KUNDE-ID          pic x(10).
      02 MED-ANSAT-FRA         pic x(10).
      02 MED-ANSAT-TIL         pic x(10).
      02 MED-FILIAL            pic x(4).
