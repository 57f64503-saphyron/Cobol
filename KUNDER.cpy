      02 Foedselsdato            pic x(10).
     *> --- KYC-cyklussen (kend-din-kunde): dato for seneste ---
     *> --- gennemfoerte identitets-/formaalsgennemgang og kundens ---
     *> --- risikoklasse (H = hoej, M = middel, N eller blank = ---
     *> --- normal). kycReview (Opgave58) planlaegger gennemgange ---
     *> --- (hoej aarligt, middel hvert andet, normal hvert tredje ---
     *> --- aar), eskalerer forfaldne og stempler nye datoer ad den ---
     *> --- auditerede vej i kundeVedligehold. kundeRisiko (Opgave82) ---
     *> --- afleder klassen hver nat og foreslaar aendringer ad ---
     *> --- fire-oejne-vejen - klassen overskrives aldrig direkte ---
      02 Kyc-Dato                pic x(10).
      02 Kyc-Risiko              pic x.
     *> --- Skyldnerregister-markering: R = kunden er registreret i ---
     *> --- et eksternt skyldnerregister (blank = ikke registreret) ---
     *> --- pr. registrets svardato. skyldnerRegister (Opgave80) ---
     *> --- stempler registrets opslagssvar ad den auditerede vej i ---
     *> --- kundeVedligehold; ny kredit (overtraeksramme, nye laan) ---
     *> --- er spaerret for markerede kunder ---
      02 Skyldner-Status         pic x.
      02 Skyldner-Dato           pic x(10).
     *> --- Tilgaengeligheds-praeference for udskriften: S = stor ---
     *> --- skrift, L = lineaer tekst til skaermlaeser (blank = ---
     *> --- standard-layout). opgave10 skriver disse kunders ---
     *> --- udskrifter i det tilgaengelige layout og laegger papir- ---
     *> --- udgaven i sit eget bundt uden for presort-koerslen ---
      02 Tilgaengelighed         pic x.
