     *> --- Sikkerhedstyperne i Sikkerhed.cpy: belaaningsgraden er
     *>     den andel af vurderingen, banken udlaaner imod (laanet er
     *>     over LTV-graensen, naar restgaelden overstiger summen af
     *>     vurdering x belaaningsgrad), og revurderingsintervallet er
     *>     det antal maaneder, en vurdering maa vaere gammel - 0 for
     *>     pantsat indlaan, hvis vaerdi er kontoens aktuelle saldo.
     *>     Samme literal FILLER/REDEFINES-moenster som Rente.cpy. ---
      02 ANTAL-SIKKERHED-TYPER      pic 9(2) value 3.
      02 Sikkerhed-Type-Data.
           03 FILLER   pic x(29) value "PPantebrev fast ejendom080036".
           03 FILLER   pic x(29) value "BBilpant               060012".
           03 FILLER   pic x(29) value "DPantsat indlaan       100000".
      02 Sikkerhed-Type-Tabel REDEFINES Sikkerhed-Type-Data.
           03 ST-POST OCCURS 3 TIMES.
                04 ST-TYPE          pic x.
                04 ST-NAVN          pic x(22).
                04 ST-BELAANING-PCT pic 9(3).
                04 ST-REVURDERING-MDR pic 9(3).
      02 ST-INDEX                   pic 9(2) value 0.
