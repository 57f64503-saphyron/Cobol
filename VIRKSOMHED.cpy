     *> --- Stamdata for en erhvervskunde (virksomhed), indlæst fra ---
     *> --- Virksomheder.txt. Virksomheden er ogsaa kunde i ---
     *> --- Kundeoplysninger.txt (KUNDER.cpy) under samme Kunde-Id - ---
     *> --- dér ligger post-/kontaktadressen til udskrifterne - mens ---
     *> --- denne record baerer det, KUNDER.cpy ikke kan: CVR, ---
     *> --- juridisk navn, selskabsform, branchekode, hjemsted og ---
     *> --- listen over reelle ejere og tegningsberettigede, der hver ---
     *> --- peger paa en person-kunde. Vedligeholdes ad den ---
     *> --- auditerede vej i kundeVedligehold (Opgave19); screenes af ---
     *> --- sanktionsScreening (Opgave41) og gennemgaas af kycReview ---
     *> --- (Opgave58) sammen med hver ejer ---
      02 Virk-Kunde-Id           pic x(10).
      02 Cvr-Nummer              pic x(8).
      02 Juridisk-Navn           pic x(40).
     *> --- A/S, ApS, I/S, K/S, P/S, IVS, ENK, AMBA, FMBA, SMBA, ---
     *> --- FOND eller FORENING ---
      02 Selskabsform            pic x(10).
     *> --- Danmarks Statistiks branchekode (DB07), 6 cifre ---
      02 Branchekode             pic x(6).
      02 Hjemsted-Adresse.
           03 Hjemsted-Vejnavn    pic x(30).
           03 Hjemsted-Husnummer  pic x(10).
           03 Hjemsted-Postnummer pic x(4).
           03 Hjemsted-By         pic x(20).
     *> --- Reelle ejere og tegningsberettigede - Ejer-Rolle: ---
     *> --- E = reel ejer, T = tegningsberettiget, B = begge. ---
     *> --- Ejerandelen i procent (0 for en ren T) ---
      02 Ejer-Antal              pic 9(2).
      02 Ejer-Post occurs 10 times.
           03 Ejer-Rolle          pic x.
           03 Ejer-Kunde-Id       pic x(10).
           03 Ejer-Andel          pic 9(3)v99.
