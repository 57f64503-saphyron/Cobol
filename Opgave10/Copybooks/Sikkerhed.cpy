     *> --- En sikkerhed for et laan i sikkerhedsregistret
     *>     text-files/Sikkerheder.txt, vedligeholdt af
     *>     kreditafdelingen og knyttet til laanet med Laan-Id:
     *>       SH-TYPE: P = pantebrev i fast ejendom, B = bilpant,
     *>                D = pantsat indlaan (SH-KONTO-ID er den
     *>                pantsatte konto, SH-VAERDI det pantsatte
     *>                beloeb - kontoen kan ikke haeves under det,
     *>                se disponibelSaldo)
     *>     SH-VAERDI er vurderingen pr. SH-VURDERINGS-DATO. Typernes
     *>     belaaningsgrad og revurderingsinterval staar i
     *>     SikkerhedTyper.cpy. ---
      02 SH-SIKKERHED-ID       pic x(8).
      02 SH-LAAN-ID            pic x(8).
      02 SH-TYPE               pic x.
      02 SH-VAERDI             pic 9(13)v99.
      02 SH-VURDERINGS-DATO    pic x(10).
      02 SH-KONTO-ID           pic x(14).
      02 SH-BESKRIVELSE        pic x(30).
