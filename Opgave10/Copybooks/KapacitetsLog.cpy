     *> --- En linje i den faelles kapacitetslog text-files/
     *>     KapacitetsLog.txt. Hvert batch-trin med in-memory tabeller
     *>     tilfoejer ved sin normale afslutning een linje pr. tabel
     *>     (se skriv-kapacitet i programmerne); kapacitetsRapport
     *>     (Opgave94) laeser loggen og viser fyldning, tendens og
     *>     forventet fuld-dato pr. tabel:
     *>       KAP-TIDSPUNKT: koerslens tidsstempel yyyymmdd-hhmmss
     *>       KAP-PROGRAM:   trinnets program-id
     *>       KAP-TABEL:     tabellens navn (gruppens data-navn)
     *>       KAP-ANTAL:     antal poster i tabellen ved trinnets
     *>                      afslutning - for tabeller, der toemmes
     *>                      undervejs, det hoejeste antal i koerslen
     *>       KAP-MAX:       tabellens kapacitet (OCCURS) ---
      02 KAP-TIDSPUNKT         pic x(15).
      02 KAP-PROGRAM           pic x(30).
      02 KAP-TABEL             pic x(30).
      02 KAP-ANTAL             pic 9(7).
      02 KAP-MAX               pic 9(7).
