     *> --- En linje i krydsreferencen for en overtaget banks
     *>     portefoelje - text-files/KonverteringKrydsref.txt, foert af
     *>     bankKonvertering (Opgave107) fra KonverteringUdtraek.txt.
     *>     Een linje pr. konverteret kunde, konto, BS-aftale og fast
     *>     overfoersel - gammelt nummer mod nyt - plus een S-linje
     *>     pr. indlaest udtraek:
     *>       KX-TYPE:          K = kunde, A = konto, B = BS-aftale,
     *>                         F = fast overfoersel, S = udtraek
     *>       KX-GAMMEL-REG-NR/KX-GAMMEL-ID: nummeret i den overtagne
     *>                         bank (kundenr, kontonr, aftalenr,
     *>                         ordrenr - for S udtraekkets batch-id)
     *>       KX-STATUS:        T = afventer (kontoen venter paa sit
     *>                         nye Konto-ID, aftalen/ordren paa sin
     *>                         konto; udtraekket paa afstemning),
     *>                         K = konverteret (afstemt)
     *>       KX-NY-REG-NR/KX-NY-ID: det nye nummer hos os - Kunde-Id,
     *>                         Konto-ID fra kontoNummerTildeling,
     *>                         BS-aftale-id eller ordre-id
     *>       KX-KUNDE-ID:      kundens nye Kunde-Id
     *>       KX-GAMMEL-KONTO-ID: for B og F den gamle konto, aftalen
     *>                         eller ordren haenger paa (REG-NR i
     *>                         KX-GAMMEL-REG-NR)
     *>       KX-REFERENCE:     kontooprettelsens reference i
     *>                         KontoOprettelser.txt/KontoNummerLog.txt
     *>       KX-BATCH:         udtraekket, linjen kom fra
     *>       KX-OMDIRIGER-TIL: sidste dag, ordrer og overfoersler til
     *>                         det gamle kontonummer omdirigeres til
     *>                         det nye - se OmdirigeringTabel.cpy
     *>       KX-DETALJE:       det, der skal bruges, naar kontoen har
     *>                         faaet sit nummer - se de tre visninger
     *>     ---
      02 KX-TYPE                pic x.
      02 KX-GAMMEL-REG-NR       pic x(6).
      02 KX-GAMMEL-ID           pic x(14).
      02 KX-STATUS              pic x.
      02 KX-NY-REG-NR           pic x(6).
      02 KX-NY-ID               pic x(14).
      02 KX-KUNDE-ID            pic x(10).
      02 KX-GAMMEL-KONTO-ID     pic x(14).
      02 KX-REFERENCE           pic x(16).
      02 KX-BATCH               pic x(14).
      02 KX-KONVERTERET-DATO    pic x(10).
      02 KX-OMDIRIGER-TIL       pic x(10).
      02 KX-DETALJE             pic x(100).
     *> --- A: kontoens produkt, startsaldo (redigeret, fortegn) og ---
     *> --- aabningsdato ---
      02 KX-KONTO-DETALJE redefines KX-DETALJE.
           03 KX-PRODUKT-KODE    pic x(4).
           03 KX-SALDO           pic x(17).
           03 KX-VALUTA          pic x(4).
           03 KX-AABNET-DATO     pic x(10).
           03 FILLER             pic x(65).
     *> --- B: aftalens beloeb, naeste opkraevning og tekst ---
      02 KX-BS-DETALJE redefines KX-DETALJE.
           03 KX-BS-BELOB        pic x(16).
           03 KX-BS-VALUTA       pic x(4).
           03 KX-BS-DATO         pic x(10).
           03 KX-BS-TEKST        pic x(20).
           03 FILLER             pic x(50).
     *> --- F: modtager, beloeb (fortegn), frekvens og periode ---
      02 KX-FAST-DETALJE redefines KX-DETALJE.
           03 KX-FO-MODPART      pic x(20).
           03 KX-FO-NAVN         pic x(30).
           03 KX-FO-BELOB        pic x(16).
           03 KX-FO-VALUTA       pic x(4).
           03 KX-FO-FREKVENS     pic x.
           03 KX-FO-FOERSTE-DATO pic x(10).
           03 KX-FO-SIDSTE-DATO  pic x(10).
           03 FILLER             pic x(9).
     *> --- S: udtraekkets egne antal og saldo-kontrolsum (alle ---
     *> --- linjer, ogsaa de afviste) til afstemningen ---
      02 KX-UDTRAEK-DETALJE redefines KX-DETALJE.
           03 KX-S-ANTAL-KUNDER  pic 9(7).
           03 KX-S-ANTAL-KONTI   pic 9(7).
           03 KX-S-ANTAL-BS      pic 9(7).
           03 KX-S-ANTAL-FASTE   pic 9(7).
           03 KX-S-AFVIST-KUNDER pic 9(7).
           03 KX-S-AFVIST-KONTI  pic 9(7).
           03 KX-S-AFVIST-BS     pic 9(7).
           03 KX-S-AFVIST-FASTE  pic 9(7).
           03 KX-S-SALDO-SUM     pic x(17).
           03 KX-S-AFVIST-SALDO  pic x(17).
           03 FILLER             pic x(10).
