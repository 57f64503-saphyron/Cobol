     *> --- ENGAGEMENT-TABEL samler hver kontos senest opgjorte
     *>     slutsaldo (DKK) pr. Kunde-Id, hen over CURRENT-AAR-loopet i
     *>     opgave10.cob - skriv-konto-totals lægger kontoen ind (eller
     *>     opdaterer den med et senere års saldo) til loyalitets-
     *>     rabatten. sideRapporter (Opgave98) bygger samme tabel op
     *>     fra E-linjerne i KontoOpsummering.txt, og dens
     *>     skriv-engagement-oversigt skriver én samlet
     *>     engagements-oversigt pr. kunde: alle kundens
     *>     konti, hver kontos slutsaldo og en total for hele
     *>     engagementet. Lineær find-eller-opret, samme mønster som
     *>     PRIOR-AAR-TABEL (PriorAarTabel.cpy). ---
