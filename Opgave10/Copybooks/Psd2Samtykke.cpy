     *> --- Et PSD2-samtykke i registret text-files/Psd2Samtykker.txt
     *>     - een linje pr. samtykke, foert af psd2Adgang (Opgave90)
     *>     fra API-gatewayens Psd2SamtykkeFeed.txt. Samtykket giver
     *>     en tredjepartsudbyder (TPP) adgang til kundens
     *>     kontooplysninger:
     *>       PS-OMFANG: S = saldi, T = transaktioner, A = alle
     *>                  (saldi og transaktioner)
     *>       PS-GIVET-DATO: datoen kunden gav samtykket
     *>       PS-UDLOEB-DATO: givet-dato + 180 dage
     *>       PS-STATUS: A = aktivt, U = udloebet, T = tilbagekaldt
     *>                  (PS-STATUS-DATO er datoen for overgangen)
     *>       PS-SENESTE-UDTRAEK: datoen for seneste udtraek
     *>       PS-SENESTE-POSTERING: DATO-stemplet paa den seneste
     *>                  postering, TPP'en har faaet udleveret -
     *>                  naeste udtraek giver kun nyere posteringer
     *>       PS-KONTO-ID: de konti samtykket daekker (hoejst 10)
     *>     Hvert udtraek og hver aendring af registret staar i
     *>     Psd2AdgangsLog.txt. ---
      02 PS-SAMTYKKE-ID        pic x(20).
      02 PS-TPP-ID             pic x(12).
      02 PS-KUNDE-ID           pic x(10).
      02 PS-OMFANG             pic x.
      02 PS-GIVET-DATO         pic x(10).
      02 PS-UDLOEB-DATO        pic x(10).
      02 PS-STATUS             pic x.
      02 PS-STATUS-DATO        pic x(10).
      02 PS-SENESTE-UDTRAEK    pic x(10).
      02 PS-SENESTE-POSTERING  pic x(26).
      02 PS-ANTAL-KONTI        pic 9(2).
      02 PS-KONTO-ID OCCURS 10 TIMES pic x(14).
