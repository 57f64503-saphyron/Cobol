     *> --- En kundeklage i klageregistret text-files/KlageRegister.txt
     *>     - een linje pr. klage, foert af klageRegister (Opgave84):
     *>       KLG-KATEGORI: se Kategori-Tabel i klageRegister
     *>       KLG-KANAL: B = brev, E = e-mail, F = filial
     *>       KLG-ENHED: den ansvarlige enhed
     *>       KLG-TVIST-SAG-ID: tvistsagen i TvistRegister.txt, naar
     *>                         klagen drejer sig om en bestridt
     *>                         postering (Opgave40)
     *>       KLG-STATUS: A = aaben, L = lukket (afgjort)
     *>       KLG-FRIST: lovpligtig svarfrist (modtaget + kategoriens
     *>                  frist i dage)
     *>       KLG-UDFALD: M = medhold, D = delvis medhold, A = afvist
     *>     ---
      02 KLG-KLAGE-ID          pic x(8).
      02 KLG-KUNDE-ID          pic x(10).
      02 KLG-KONTO-ID          pic x(14).
      02 KLG-KATEGORI          pic x(4).
      02 KLG-MODTAGET          pic x(10).
      02 KLG-KANAL             pic x.
      02 KLG-ENHED             pic x(8).
      02 KLG-TVIST-SAG-ID      pic x(8).
      02 KLG-STATUS            pic x.
      02 KLG-FRIST             pic x(10).
      02 KLG-AFGJORT           pic x(10).
      02 KLG-UDFALD            pic x.
      02 KLG-TEKST             pic x(30).
