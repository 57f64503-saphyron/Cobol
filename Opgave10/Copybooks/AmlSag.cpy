     *> --- En AML-sag i sagsregistret text-files/AmlSagsRegister.txt
     *>     - een linje pr. sag, foert af amlSager (Opgave83):
     *>       SAG-STATUS: A = aaben (afventer efterforskning),
     *>                   O = overvaages (genaabnes ved nyt hit),
     *>                   D = afvist (henlagt med aarsag),
     *>                   R = indberettet til hvidvasksekretariatet
     *>       SAG-FRIST: seneste dato for naeste beslutning
     *>       SAG-NOTE-REF: reference til efterforskerens notater
     *>       SAG-AARSAG: begrundelsen ved afvisning
     *>     Sagens enkelte hits staar i AmlSagsAlarmer.txt. ---
      02 SAG-ID                pic 9(7).
      02 SAG-KUNDE-ID          pic x(10).
      02 SAG-STATUS            pic x.
      02 SAG-EFTERFORSKER      pic x(8).
      02 SAG-OPRETTET          pic x(10).
      02 SAG-FRIST             pic x(10).
      02 SAG-NOTE-REF          pic x(20).
      02 SAG-BESLUTTET         pic x(10).
      02 SAG-AARSAG            pic x(30).
      02 SAG-ANTAL-HITS        pic 9(5).
      02 SAG-SENESTE-HIT       pic x(10).
