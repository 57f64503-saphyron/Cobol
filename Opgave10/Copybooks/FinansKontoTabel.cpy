     *>     genererer: hver posteringsart slås op i en lille kode-
     *>     tabel (samme FILLER/REDEFINES-mønster som Trans-Type-
     *>     Tabel) med debet- og kreditkonto i finansbogholderiet.
     *>     skriv-finans-posteringer i sideRapporter (Opgave98) skriver
     *>     efter kontoudskriften en balanceret debet/kredit-
     *>     posteringsfil (FinansPosteringer.txt) fra kørslens
     *>     akkumulerede gebyr-, rente- og bevægelsestotaler, så
     *>     finans kan importere den direkte i stedet for at genudlede
     *>       281000 = kundeindlaan (mellemregning)
     *>       701000 = gebyrindtaegter
     *>       802000 = renteudgifter
     *>       103000 = afviklingskonto
     *>     De fire RT-arter bruges af renteOpsamling (Opgave76) til
     *>     maanedens periodiserede, endnu ikke tilskrevne renter og
     *>     tilbagefoerslen af dem den foerste i naeste maaned:
     *>       292000 = skyldige renter (periodiseret indlaansrente)
     *>       135000 = tilgodehavende renter (overtraek og laan)
     *>       702000 = renteindtaegter
     *>     De to ECL-arter bruges af eclNedskrivning (Opgave78) til
     *>     kvartalets aendring i nedskrivningerne efter IFRS 9:
     *>       803000 = nedskrivninger paa udlaan (resultat)
     *>       139000 = akkumulerede nedskrivninger (modkonto, aktiv) ---
      02 ANTAL-FINANS-ARTER        pic 9(3) value 10.
      02 Finans-Konto-Tabel-Data.
           03 FILLER   pic x(20) value "GEBYR   281000701000".
           03 FILLER   pic x(20) value "RENTE   802000281000".
           03 FILLER   pic x(20) value "BEVAEGIN103000281000".
           03 FILLER   pic x(20) value "BEVAEGUD281000103000".
           03 FILLER   pic x(20) value "RTPASOPS802000292000".
           03 FILLER   pic x(20) value "RTPASTBF292000802000".
           03 FILLER   pic x(20) value "RTAKTOPS135000702000".
           03 FILLER   pic x(20) value "RTAKTTBF702000135000".
           03 FILLER   pic x(20) value "ECLFORHJ803000139000".
           03 FILLER   pic x(20) value "ECLTILBF139000803000".
      02 Finans-Konto-Tabel REDEFINES Finans-Konto-Tabel-Data.
           03 FK-POST OCCURS 10 TIMES.
                04 FK-ART           pic x(8).
                04 FK-DEBET-KONTO   pic x(6).
                04 FK-KREDIT-KONTO  pic x(6).
