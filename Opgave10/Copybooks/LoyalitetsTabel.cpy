     *>     bemærk at engagementet dér er det hidtil opgjorte i
     *>     kørslen (tidligere år og allerede behandlede konti), da
     *>     årets fulde engagement først kendes ved kørslens
     *>     afslutning. Tiers, forrige registrering og husstande står
     *>     i KontoOpsummering.txt, og sideRapporter (Opgave98) skriver
     *>     tier og opnået rabat på kundens engagements-afsnit,
     *>     skriver LoyalitetsRegister.txt om og tier-SKIFT rapporteres i
     *>     LoyalitetsAendringer.txt, så rådgiverne kan ringe til
     *>     kunder, der er faldet en tier. ---
       77  MAX-LOYALITETS-TIERS     PIC 9(2)   VALUE 10.
