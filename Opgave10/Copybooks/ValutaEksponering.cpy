     *>     hen over hele kørslen (alle konti, alle år). Et indeks i
     *>     VE-POST svarer 1:1 til samme indeks i Valuta-Kurs-Tabel
     *>     (Valuta.cpy) - konverter-belob-til-dkk opdaterer VE-POST
     *>     (VK-INDEX) lige efter et vellykket valutaopslag, og
     *>     kontoens andel står på X-linjerne i KontoOpsummering.txt.
     *>     sideRapporter (Opgave98) summerer dem op igen, og dens
     *>     skriv-valuta-eksponering-rapport skriver tabellen til
     *>     text-files/ValutaEksponering.txt, så treasury
     *>     kan se transaktionsvolumen og
     *>     DKK-modværdi pr. valuta uden at skulle skrive engangs-
     *>     scripts mod KundeUdskrift.txt. ---
      02 VE-POST OCCURS 6 TIMES.
