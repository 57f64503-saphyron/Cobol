     *>     kursfil opfører sig som hidtil. Ved kørslens afslutning
     *>     bruges kursen i kraft pr. 31/12 SLUT-AAR (ultimo-kursen)
     *>     til at omvurdere den tilbageværende valuta-eksponering -
     *>     kursen står på V-linjerne i KontoOpsummering.txt, se
     *>     skriv-valuta-eksponering-rapport i sideRapporter. ---
       77  MAX-VALUTA-KURSER        PIC 9(3)   VALUE 500.
       77  VKF-INDEX                PIC 9(3)   VALUE 0.

