     *> --- En kaution for et laan i kautionsregistret
     *>     text-files/Kautioner.txt, vedligeholdt af
     *>     kreditafdelingen: kautionisten (Kunde-Id) haefter for
     *>     laanet med Laan-Id op til KA-LOFT. ---
      02 KA-LAAN-ID            pic x(8).
      02 KA-KUNDE-ID           pic x(10).
      02 KA-LOFT               pic 9(13)v99.
      02 KA-DATO               pic x(10).
