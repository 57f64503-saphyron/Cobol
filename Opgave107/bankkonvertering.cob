      identification division.
      program-id. bankKonvertering.

     *> --- Konvertering af en overtaget banks portefoelje: kunder,
     *>     konti, saldi, Betalingsservice-aftaler og faste
     *>     overfoersler leveres i den overtagne banks eget format i
     *>     text-files/KonverteringUdtraek.txt og flyttes ind i vores
     *>     egne mastere. Trinnet koerer to gange i nattekaeden - FOER
     *>     og EFTER kontoNummerTildeling (Opgave92) - og afgoer selv
     *>     ud fra den persistente krydsreference
     *>     KonverteringKrydsref.txt (KonverteringKrydsref.cpy), hvad
     *>     der er at goere:
     *>       - et nyt udtraek (HDR/TRL som BetalingsOrdrer.txt -
     *>         stemmer antallet ikke, afvises HELE udtraekket, og
     *>         intet konverteres) har semikolon-adskilte linjer:
     *>           KUN;kundenr;fornavn;efternavn;vej;husnr;postnr;by;
     *>               telefon;email;foedselsdato;sprog
     *>           KTO;regnr;kontonr;kundenr;produkt;saldo;valuta;
     *>               aabnet
     *>           BSA;aftalenr;regnr;kontonr;tekst;beloeb;naeste
     *>               opkraevning
     *>           FOV;ordrenr;regnr;kontonr;modtager-regnr;
     *>               modtager-kontonr;modtager-navn;beloeb;
     *>               frekvens (MD/KV/AA);naeste forfald;sidste dato
     *>         Datoer staar som dd.mm.yyyy og beloeb som 1.234,56
     *>         med evt. foranstillet minus - begge omsaettes til
     *>         vores egne formater. Linjerne behandles i raekkefoelgen
     *>         kunder, konti, aftaler/ordrer, uanset hvor i filen de
     *>         staar
     *>       - en kunde faar et nyt Kunde-Id (det hoejeste numeriske
     *>         i Kundeoplysninger.txt + 1) og skrives til
     *>         Kundeoplysninger.txt uden KYC-dato, saa kycReview
     *>         (Opgave58) tager kunden ind til gennemgang.
     *>         Dubletter mod bankens egne kunder fanges af
     *>         kundeDedup (Opgave22) som for alle andre kunder
     *>       - en konto bestilles som en almindelig kontooprettelse
     *>         i KontoOprettelser.txt (reference "KONV" + loebenr.,
     *>         REG-NR fra KonverteringParameter.txt, produktkoden
     *>         oversat gennem KonverteringProduktMap.txt og den
     *>         oprindelige aabningsdato), saa nummeret tildeles
     *>         centralt og altid bestaar kontrolciffer-kontrollen.
     *>         Naar TILDELT-linjen staar i KontoNummerLog.txt, faar
     *>         kontoen sit nye Konto-ID, startsaldoen bogfoeres som
     *>         konverteringspostering i Transaktioner.txt (BUTIK
     *>         "KONV:<gammelt kontonr>", HDR/TRL regenereres og
     *>         KaedeKontrol.txt faar sin kontrol-record), og
     *>         overgangsperioden for omdirigering begynder
     *>       - BS-aftaler og faste overfoersler faar nye id'er
     *>         ("KB"/"KF" + loebenr.) og skrives til BSAftaler.txt
     *>         og FasteOverfoersler.txt, saa snart deres konto har
     *>         faaet sit nummer. En fast overfoersel til en anden
     *>         konverteret konto faar modpartens nye nummer
     *>       - krydsreferencen skrives FOER maalfilerne, saa et
     *>         afbrudt trin aldrig konverterer det samme to gange -
     *>         en gentaget linje afvises som ALLEREDE-KONVERTERET
     *>     Ordrer og overfoersler til et gammelt kontonummer
     *>     omdirigeres i OMDIRIGERING-DAGE dage (standard 180) - se
     *>     OmdirigeringTabel.cpy. Afviste linjer og konti, der
     *>     stadig venter paa et nummer, skrives til
     *>     KonverteringExceptions.txt, som morgenWorklist samler op.
     *>     Hver koersel afstemmer de aabne udtraek i
     *>     KonverteringAfstemning.txt: antal og saldo-kontrolsum fra
     *>     udtraekket mod det, der faktisk staar i
     *>     Kundeoplysninger.txt, KontoMaster.txt, BSAftaler.txt,
     *>     FasteOverfoersler.txt og Transaktioner.txt. Et udtraek,
     *>     der gaar op uden difference og uden ventende konti,
     *>     markeres afstemt. Udtraekket arkiveres datostemplet og
     *>     toemmes.

      environment division.
      input-output section.
      file-control.
           select optional Udtraek-In
               assign to "text-files/KonverteringUdtraek.txt"
               organization is line sequential.
     *> --- Datostemplet arkiv for det behandlede udtraek ---
           select Udtraek-Arkiv-Out
               assign to dynamic UDTRAEK-ARKIV-NAVN
               organization is line sequential.
     *> --- Konverteringens REG-NR og overgangsperiode ---
           select optional Parameter-In
               assign to "text-files/KonverteringParameter.txt"
               organization is line sequential.
     *> --- Den overtagne banks produktkoder oversat til vores ---
           select optional Produkt-Map-In
               assign to "text-files/KonverteringProduktMap.txt"
               organization is line sequential.
           select optional Krydsref-In
               assign to "text-files/KonverteringKrydsref.txt"
               organization is line sequential.
           select Krydsref-Out
               assign to "text-files/KonverteringKrydsref.txt"
               organization is line sequential.
           select optional Kunde-Data-In
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential.
           select Kunde-Data-Out
               assign to "text-files/Kundeoplysninger.txt"
               organization is line sequential
               file status is KUNDE-STATUS.
     *> --- Kontooprettelserne til kontoNummerTildeling - appendes ---
           select Oprettelse-Out
               assign to "text-files/KontoOprettelser.txt"
               organization is line sequential
               file status is OPRETTELSE-STATUS.
     *> --- Tildelingerne fra kontoNummerTildeling (TILDELT-linjer) ---
           select optional Log-In
               assign to "text-files/KontoNummerLog.txt"
               organization is line sequential.
           select optional Konto-Master-In
               assign to "text-files/KontoMaster.txt"
               organization is line sequential.
           select optional BS-Aftaler-In
               assign to "text-files/BSAftaler.txt"
               organization is line sequential.
           select BS-Aftaler-Out
               assign to "text-files/BSAftaler.txt"
               organization is line sequential
               file status is AFTALE-STATUS.
           select optional Faste-Ordrer-In
               assign to "text-files/FasteOverfoersler.txt"
               organization is line sequential.
           select Faste-Ordrer-Out
               assign to "text-files/FasteOverfoersler.txt"
               organization is line sequential
               file status is ORDRE-STATUS.
           select optional Transaktion-Data-In
               assign to "text-files/Transaktioner.txt"
               organization is line sequential.
           select Transaktion-Work-Out
               assign to "text-files/TransaktionerMedKonvertering.txt"
               organization is line sequential.
     *> --- Den fælles kontrol-fil for kædeafstemningen - se ---
     *> --- skriv-kaede-kontrol ---
           select Kaede-Kontrol-Out
               assign to "text-files/KaedeKontrol.txt"
               organization is line sequential
               file status is KAEDE-KONTROL-STATUS.
           select Exceptions-Out
               assign to "text-files/KonverteringExceptions.txt"
               organization is line sequential.
           select Afstemning-Out
               assign to "text-files/KonverteringAfstemning.txt"
               organization is line sequential.
     *> --- Den faelles kapacitetslog - se skriv-kapacitet ---
           select Kapacitet-Out
               assign to "text-files/KapacitetsLog.txt"
               organization is line sequential
               file status is KAPACITET-STATUS.

      data division.
      file section.
      fd Udtraek-In.
      01 Udtraek-Linje             pic x(300).
      01 Udtraek-Hdr-Trl-Linje.
           02 UHT-TAG               pic x(3).
           02 UHT-ANTAL             pic 9(7).
           02 FILLER                pic x(290).
      fd Udtraek-Arkiv-Out.
      01 Udtraek-Arkiv-Linje       pic x(300).
      fd Parameter-In.
      01 Parameter-Linje.
           02 KP-REG-NR             pic x(6).
           02 KP-OMDIRIGERING-DAGE  pic x(3).
      fd Produkt-Map-In.
      01 Produkt-Map-Linje.
           02 KPM-GAMMEL-KODE       pic x(10).
           02 KPM-NY-KODE           pic x(4).
      fd Krydsref-In.
      01 Krydsref-Linje-In         pic x(216).
      fd Krydsref-Out.
      01 Krydsref-Linje-Ud         pic x(216).
      fd Kunde-Data-In.
      01 Kunde-Information.
           copy "KUNDER.cpy".
      fd Kunde-Data-Out.
      01 Kunde-Ud-Linje            pic x(258).
      fd Oprettelse-Out.
      01 Oprettelse-Linje          pic x(46).
      fd Log-In.
      01 Log-Linje-In              pic x(200).
      fd Konto-Master-In.
      01 Konto-Master-Linje.
           02 KM-KONTO-ID-IN        pic x(14).
           02 KM-REG-NR-IN          pic x(6).
           02 KM-KUNDE-ID-IN        pic x(10).
           02 KM-OPRETTET-DATO-IN   pic x(10).
           02 KM-PRODUKT-KODE-IN    pic x(4).
      fd BS-Aftaler-In.
      01 BS-Aftale-Linje-In.
           02 BSA-AFTALE-ID-IN      pic x(8).
           02 FILLER                pic x(80).
      fd BS-Aftaler-Out.
      01 BS-Aftale-Linje.
           02 BSA-AFTALE-ID        pic x(8).
           02 BSA-KONTO-ID         pic x(14).
           02 BSA-REG-NR           pic x(6).
           02 BSA-KUNDE-ID         pic x(10).
           02 BSA-BELOB            pic x(16).
           02 BSA-VALUTA           pic x(4).
           02 BSA-OPKRAEV-DATO     pic x(10).
           02 BSA-TEKST            pic x(20).
      fd Faste-Ordrer-In.
      01 Fast-Ordre-Linje-In.
           02 FO-ORDRE-ID-IN        pic x(8).
           02 FILLER                pic x(192).
      fd Faste-Ordrer-Out.
      01 Fast-Ordre-Linje.
           02 FO-ORDRE-ID           pic x(8).
           02 FO-KONTO-ID           pic x(14).
           02 FO-REG-NR             pic x(6).
           02 FO-NAVN               pic x(30).
           02 FO-ADRESSE            pic x(50).
           02 FO-KUNDE-ID           pic x(10).
           02 FO-MODPART            pic x(20).
           02 FO-BELOB              pic x(16).
           02 FO-VALUTA             pic x(4).
           02 FO-TYPE               pic x(20).
           02 FO-FREKVENS           pic x.
           02 FO-FOERSTE-DATO       pic x(10).
           02 FO-SIDSTE-DATO        pic x(10).
           02 FO-RULNING            pic x.
      fd Transaktion-Data-In.
      01 Transaktion-Information.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      01 Trans-Hdr-Trl-Linje.
           02 THT-TAG               pic x(3).
           02 THT-ANTAL             pic 9(7).
           02 FILLER                pic x(196).
      fd Transaktion-Work-Out.
      01 Transaktion-Work-Linje.
           copy "Opgave10/Copybooks/Transaktioner.cpy".
      fd Kaede-Kontrol-Out.
      01 Kaede-Kontrol-Linje       pic x(120) value spaces.
      fd Exceptions-Out.
      01 Exceptions-Linje          pic x(200) value spaces.
      fd Afstemning-Out.
      01 Afstemning-Linje          pic x(132) value spaces.
      fd Kapacitet-Out.
      01 Kapacitet-Linje.
           copy "Opgave10/Copybooks/KapacitetsLog.cpy".

      working-storage section.
     *> --- Felter til skriv-kapacitet ---
      01 KAPACITET-STATUS         pic x(2) value spaces.
      01 KAPACITET-TID            pic x(21) value spaces.
      01 EOF-check-udtraek        pic x value "N".
           88 end-of-file-udtraek value "Y".
      01 EOF-check-parameter      pic x value "N".
           88 end-of-file-parameter value "Y".
      01 EOF-check-map            pic x value "N".
           88 end-of-file-map     value "Y".
      01 EOF-check-krydsref       pic x value "N".
           88 end-of-file-krydsref value "Y".
      01 EOF-check-kunde          pic x value "N".
           88 end-of-file-kunde   value "Y".
      01 EOF-check-log            pic x value "N".
           88 end-of-file-log     value "Y".
      01 EOF-check-master         pic x value "N".
           88 end-of-file-master  value "Y".
      01 EOF-check-aftaler        pic x value "N".
           88 end-of-file-aftaler value "Y".
      01 EOF-check-ordrer         pic x value "N".
           88 end-of-file-ordrer  value "Y".
      01 EOF-check-trans          pic x value "N".
           88 end-of-file-trans   value "Y".
      01 EOF-check-work           pic x value "N".
           88 end-of-file-work    value "Y".
      01 pos                      pic 9(4) value 1.
      01 KUNDE-STATUS             pic x(2) value spaces.
      01 OPRETTELSE-STATUS        pic x(2) value spaces.
      01 AFTALE-STATUS            pic x(2) value spaces.
      01 ORDRE-STATUS             pic x(2) value spaces.
      01 KAEDE-KONTROL-STATUS     pic x(2) value spaces.
      01 KAEDE-RUN-ID             pic x(40) value spaces.
      01 UDTRAEK-ARKIV-NAVN       pic x(100) value spaces.
      01 DATO-NU                  pic x(21) value spaces.
      01 DAGS-DATO                pic x(10) value spaces.
      01 KOERSEL-TIDSSTEMPEL      pic x(15) value spaces.
     *> --- Udtraekkets batch-id: koerslens tidspunkt yyyymmddhhmmss ---
      01 BATCH-ID                 pic x(14) value spaces.
      01 Dato-Felter.
           02 DATO-YMD             pic 9(8) value 0.
           02 DATO-YMD-X redefines DATO-YMD pic x(8).
           02 DAGS-DAG-NR          pic 9(8) value 0.
           02 OMDIRIGER-DAG-NR     pic 9(8) value 0.
           02 OMDIRIGER-YMD        pic 9(8) value 0.
           02 OMDIRIGER-YMD-X redefines OMDIRIGER-YMD pic x(8).
     *> --- Parametrene - REG-NR skal vaere sat, foer et udtraek ---
     *> --- kan konverteres ---
      01 KONV-REG-NR              pic x(6) value spaces.
      01 OMDIRIGERING-DAGE        pic 9(3) value 180.
      01 OMDIRIGER-TIL-DATO       pic x(10) value spaces.
     *> --- Produktoversaettelsen ---
      01 Produkt-Map-Tabel.
           02 PM-ANTAL             pic 9(3) value 0.
           02 PM-POST OCCURS 500 TIMES.
              03 PM-GAMMEL-KODE    pic x(10).
              03 PM-NY-KODE        pic x(4).
      01 PM-INDEX                 pic 9(3) value 0.
      01 PM-FUNDET-KODE           pic x(4) value spaces.
     *> --- Krydsreferencen i memory (raa record) med noeglefelterne ---
     *> --- og koerslens egen markering pr. linje ---
      01 Krydsref-Tabel.
           02 XR-ANTAL             pic 9(5) value 0.
           02 XR-POST OCCURS 50000 TIMES.
              03 XR-REC            pic x(216).
              03 XR-NOEGLE redefines XR-REC.
                 04 XR-TYPE        pic x.
                 04 XR-GAMMEL-REG-NR pic x(6).
                 04 XR-GAMMEL-ID   pic x(14).
                 04 XR-STATUS      pic x.
                 04 XR-NY-REG-NR   pic x(6).
                 04 XR-NY-ID       pic x(14).
                 04 XR-KUNDE-ID    pic x(10).
                 04 XR-GAMMEL-KONTO-ID pic x(14).
                 04 XR-REFERENCE   pic x(16).
                 04 XR-BATCH       pic x(14).
                 04 XR-KONVERTERET-DATO pic x(10).
                 04 FILLER         pic x(110).
     *> --- I = indlaest fra udtraekket i denne koersel, F = ---
     *> --- konverteret (fuldfoert) i denne koersel ---
              03 XR-KOERSEL-FLAG   pic x value space.
                 88 XR-INDLAEST-NU     value "I".
                 88 XR-FULDFOERT-NU    value "F".
      01 MAX-KRYDSREF             pic 9(5) value 50000.
      01 XR-INDEX                 pic 9(5) value 0.
      01 XR-FUNDET-INDEX          pic 9(5) value 0.
      01 XR-KONTO-INDEX           pic 9(5) value 0.
      01 Arbejds-Krydsref.
           copy "Opgave10/Copybooks/KonverteringKrydsref.cpy".
      01 Opslag-Felter.
           02 OPSLAG-TYPE          pic x value space.
           02 OPSLAG-REG-NR        pic x(6) value spaces.
           02 OPSLAG-ID            pic x(14) value spaces.
      01 KRYDSREF-AENDRET-FLAG    pic x value "N".
           88 KRYDSREF-AENDRET    value "J".
      01 ANTAL-AFVENTENDE-KONTI   pic 9(7) value 0.
     *> --- Loebenumrene til nye referencer og id'er ---
      01 NAESTE-REFERENCE-NR      pic 9(7) value 0.
      01 NAESTE-BS-NR             pic 9(6) value 0.
      01 NAESTE-FO-NR             pic 9(6) value 0.
      01 LOEBENR-TEKST            pic x(7) value spaces.
      01 LOEBENR-7                pic 9(7) value 0.
      01 LOEBENR-6                pic 9(6) value 0.
      01 HOEJESTE-KUNDE-NR        pic 9(10) value 0.
      01 NY-KUNDE-NR              pic 9(10) value 0.
      01 NY-KUNDE-NR-X redefines NY-KUNDE-NR pic x(10).
     *> --- Udtraekkets datalinjer i memory ---
      01 Udtraek-Tabel.
           02 UD-ANTAL             pic 9(5) value 0.
           02 UD-LINJE OCCURS 20000 TIMES pic x(300).
      01 MAX-UDTRAEK              pic 9(5) value 20000.
      01 UD-INDEX                 pic 9(5) value 0.
      01 UDTRAEK-HDR-ANTAL        pic 9(7) value 0.
      01 UDTRAEK-TRL-ANTAL        pic 9(7) value 0.
      01 UDTRAEK-TRAILER-FLAG     pic x value "N".
           88 UDTRAEK-TRAILER-FUNDET value "Y".
      01 UDTRAEK-FEJL-FLAG        pic x value "N".
           88 UDTRAEK-AFVIST      value "J".
      01 UDTRAEK-FEJL-TEKST       pic x(60) value spaces.
      01 ANTAL-UDTRAEK-LINJER     pic 9(7) value 0.
     *> --- Een udtraekslinje opdelt ved semikolon ---
      01 Udtraek-Felter.
           02 UF-TYPE              pic x(3).
           02 UF-FELT OCCURS 11 TIMES pic x(40).
      01 AFVISNINGS-GRUND         pic x(30) value spaces.
      01 AFVIST-ID                pic x(14) value spaces.
     *> --- Nye kunder og kontooprettelser samles og skrives efter ---
     *> --- krydsreferencen ---
      01 Ny-Kunde-Rec.
           copy "KUNDER.cpy".
      01 Ny-Kunde-Tabel.
           02 NK-ANTAL             pic 9(5) value 0.
           02 NK-REC OCCURS 20000 TIMES pic x(258).
      01 NK-INDEX                 pic 9(5) value 0.
      01 Ny-Oprettelse.
           02 NO-REFERENCE         pic x(16).
           02 NO-REG-NR            pic x(6).
           02 NO-KUNDE-ID          pic x(10).
           02 NO-PRODUKT-KODE      pic x(4).
           02 NO-OPRETTET-DATO     pic x(10).
      01 Oprettelse-Tabel.
           02 OP-ANTAL             pic 9(5) value 0.
           02 OP-LINJE OCCURS 20000 TIMES pic x(46).
      01 OP-INDEX                 pic 9(5) value 0.
     *> --- Omsaetning af den overtagne banks beloeb og datoer ---
      01 BELOB-RAA                pic x(40) value spaces.
      01 BELOB-TEKST              pic x(40) value spaces.
      01 BELOB-TEGN               pic x value space.
      01 BELOB-POS                pic 9(2) value 0.
      01 BELOB-UD-POS             pic 9(2) value 0.
      01 BELOB-TAL                pic s9(13)v99 COMP-3 value 0.
      01 BELOB-E                  pic -(12)9.99.
      01 BELOB-FLAG               pic x value "N".
           88 BELOB-GYLDIG        value "J".
           88 BELOB-UGYLDIG       value "N".
      01 DATO-RAA                 pic x(40) value spaces.
      01 DATO-ISO                 pic x(10) value spaces.
      01 DATO-FLAG                pic x value "N".
           88 DATO-GYLDIG         value "J".
           88 DATO-UGYLDIG        value "N".
      01 FREKVENS-KODE            pic x value space.
      01 NY-FOERSTE-DATO          pic x(10) value spaces.
      01 NY-SIDSTE-DATO           pic x(10) value spaces.
     *> --- Udtraekkets egne antal og saldo-kontrolsum til S-linjen ---
      01 Udtraek-Summer.
           02 US-ANTAL-KUNDER      pic 9(7) value 0.
           02 US-ANTAL-KONTI       pic 9(7) value 0.
           02 US-ANTAL-BS          pic 9(7) value 0.
           02 US-ANTAL-FASTE       pic 9(7) value 0.
           02 US-AFVIST-KUNDER     pic 9(7) value 0.
           02 US-AFVIST-KONTI      pic 9(7) value 0.
           02 US-AFVIST-BS         pic 9(7) value 0.
           02 US-AFVIST-FASTE      pic 9(7) value 0.
           02 US-SALDO-SUM         pic s9(13)v99 COMP-3 value 0.
           02 US-AFVIST-SALDO      pic s9(13)v99 COMP-3 value 0.
      01 ANTAL-UKENDT-TYPE        pic 9(7) value 0.
     *> --- TILDELT-linjen opdelt ---
      01 LOG-FOER                 pic x(200) value spaces.
      01 LOG-REFERENCE            pic x(200) value spaces.
      01 LOG-REG-NR               pic x(200) value spaces.
      01 LOG-KONTO-ID             pic x(200) value spaces.
      01 LOG-REST                 pic x(200) value spaces.
     *> --- Konverteringsposteringerne ---
      01 POSTERING-BELOB          pic s9(13)v99 COMP-3 value 0.
      01 ANTAL-TRANS-BESTAAENDE   pic 9(7) value 0.
      01 ANTAL-TRANS-NYE          pic 9(7) value 0.
      01 ANTAL-TRANS-I-ALT        pic 9(7) value 0.
     *> --- Afstemningen: een post pr. aabent udtraek ---
      01 Afstem-Batch-Tabel.
           02 AB-ANTAL             pic 9(3) value 0.
           02 AB-POST OCCURS 100 TIMES.
              03 AB-BATCH          pic x(14).
              03 AB-XR-INDEX       pic 9(5).
              03 AB-KUNDER-KONV    pic 9(7).
              03 AB-KUNDER-FUNDET  pic 9(7).
              03 AB-KONTI-KONV     pic 9(7).
              03 AB-KONTI-AFVENTER pic 9(7).
              03 AB-KONTI-FUNDET   pic 9(7).
              03 AB-BS-KONV        pic 9(7).
              03 AB-BS-AFVENTER    pic 9(7).
              03 AB-BS-FUNDET      pic 9(7).
              03 AB-FASTE-KONV     pic 9(7).
              03 AB-FASTE-AFVENTER pic 9(7).
              03 AB-FASTE-FUNDET   pic 9(7).
              03 AB-SALDO-I-DAG    pic s9(13)v99 COMP-3.
              03 AB-SALDO-TIDLIGERE pic s9(13)v99 COMP-3.
              03 AB-SALDO-AFVENTER pic s9(13)v99 COMP-3.
      01 MAX-AFSTEM-BATCH         pic 9(3) value 100.
      01 AB-INDEX                 pic 9(3) value 0.
     *> --- De nye numre i de aabne udtraek, sorteret til SEARCH ---
     *> --- ALL - noeglen er type + nyt id ---
      01 Afstem-Noegle-Tabel.
           02 AT-ANTAL             pic 9(5) value 0.
           02 AT-POST OCCURS 20000 TIMES
                  ASCENDING KEY IS AT-NOEGLE
                  INDEXED BY AT-IDX.
              03 AT-NOEGLE         pic x(15).
              03 AT-BATCH-INDEX    pic 9(3).
      01 MAX-AFSTEM-NOEGLE        pic 9(5) value 20000.
      01 AT-INDEX                 pic 9(5) value 0.
      01 AT-NY-NOEGLE             pic x(15) value spaces.
      01 AT-NY-BATCH-INDEX        pic 9(3) value 0.
      01 AT-OPSLAG-NOEGLE         pic x(15) value spaces.
      01 AFSTEM-FUND-FLAG         pic x value "N".
           88 NOEGLE-FUNDET       value "J".
           88 NOEGLE-IKKE-FUNDET  value "N".
      01 Afstem-Beregning.
           02 AF-KILDE             pic 9(7) value 0.
           02 AF-AFVIST            pic 9(7) value 0.
           02 AF-FORVENTET         pic s9(7) value 0.
           02 AF-KONVERTERET       pic 9(7) value 0.
           02 AF-AFVENTER          pic 9(7) value 0.
           02 AF-FUNDET            pic 9(7) value 0.
           02 AF-DIFFERENCE        pic s9(7) value 0.
           02 AF-SALDO-KILDE       pic s9(13)v99 COMP-3 value 0.
           02 AF-SALDO-AFVIST      pic s9(13)v99 COMP-3 value 0.
           02 AF-SALDO-FORVENTET   pic s9(13)v99 COMP-3 value 0.
           02 AF-SALDO-DIFFERENCE  pic s9(13)v99 COMP-3 value 0.
      01 AF-RAEKKE-NAVN           pic x(20) value spaces.
      01 AF-ANTAL-E1              pic z(6)9.
      01 AF-ANTAL-E2              pic z(6)9.
      01 AF-ANTAL-E3              pic -(6)9.
      01 AF-ANTAL-E4              pic z(6)9.
      01 AF-ANTAL-E5              pic z(6)9.
      01 AF-ANTAL-E6              pic z(6)9.
      01 AF-ANTAL-E7              pic -(6)9.
      01 AF-BELOB-E1              pic -(12)9.99.
      01 AF-BELOB-E2              pic -(12)9.99.
      01 AF-BELOB-E3              pic -(12)9.99.
      01 AFSTEM-DIFFERENCE-FLAG   pic x value "N".
           88 AFSTEMNING-DIFFERENCE value "J".
      01 ANTAL-UDTRAEK-AFSTEMT    pic 9(7) value 0.
      01 ANTAL-UDTRAEK-AABNE      pic 9(7) value 0.
     *> --- Koerslens antal ---
      01 ANTAL-KUNDER-KONVERTERET pic 9(7) value 0.
      01 ANTAL-KONTI-BESTILT      pic 9(7) value 0.
      01 ANTAL-KONTI-TILDELT      pic 9(7) value 0.
      01 ANTAL-BS-SKREVET         pic 9(7) value 0.
      01 ANTAL-FASTE-SKREVET      pic 9(7) value 0.
      01 ANTAL-AFVIST             pic 9(7) value 0.
      01 ANTAL-AFVENTER           pic 9(7) value 0.
      01 ANTAL-TABEL-FULD         pic 9(7) value 0.

      procedure division.
     *> --- Hovedforloeb: krydsreferencen indlaeses, ventende konti ---
     *> --- faar deres tildelte numre, et nyt udtraek konverteres, ---
     *> --- aftaler og ordrer paa faerdige konti skrives, og ---
     *> --- krydsreferencen skrives tilbage FOER maalfilerne. Til ---
     *> --- sidst afstemmes de aabne udtraek ---
      Program-Execute.
           perform byg-dags-dato
           perform indlæs-parametre
           perform indlæs-produkt-map
           perform indlæs-krydsref
           open output Exceptions-Out
           if ANTAL-AFVENTENDE-KONTI > 0
               perform indlæs-tildelinger
           end-if
           perform rapporter-afventende-konti
           perform behandl-udtraek
           perform marker-faerdige-aftaler
           if KRYDSREF-AENDRET
               perform skriv-krydsref-tilbage
           end-if
           if NK-ANTAL > 0
               perform skriv-nye-kunder
           end-if
           if OP-ANTAL > 0
               perform skriv-oprettelser
           end-if
           if ANTAL-KONTI-TILDELT > 0
               perform bogfoer-startsaldi
           end-if
           perform skriv-faerdige-aftaler
           perform afstem-udtraek
           close Exceptions-Out
           if ANTAL-UDTRAEK-LINJER > 0 and not UDTRAEK-AFVIST
               perform arkiver-udtraek
           end-if
           if UDTRAEK-AFVIST
               display "ABEND: KonverteringUdtraek.txt "
                   function TRIM(UDTRAEK-FEJL-TEKST)
                   " - intet konverteret"
               move 12 to return-code
           end-if
           display "Bankkonvertering: " ANTAL-KUNDER-KONVERTERET
               " kunde(r) konverteret, " ANTAL-KONTI-BESTILT
               " konto(i) bestilt, " ANTAL-KONTI-TILDELT
               " konto(i) konverteret, " ANTAL-BS-SKREVET
               " BS-aftale(r), " ANTAL-FASTE-SKREVET
               " fast(e) overfoersel(er), " ANTAL-AFVIST " afvist"
           if ANTAL-AFVENTER > 0
               display "Bankkonvertering: " ANTAL-AFVENTER
                   " konto(i) venter paa nummer - se "
                   "text-files/KonverteringExceptions.txt"
           end-if
           if ANTAL-UDTRAEK-AABNE > 0 or ANTAL-UDTRAEK-AFSTEMT > 0
               display "Bankkonvertering: " ANTAL-UDTRAEK-AFSTEMT
                   " udtraek afstemt, " ANTAL-UDTRAEK-AABNE
                   " stadig aabne - se "
                   "text-files/KonverteringAfstemning.txt"
           end-if
           if ANTAL-TABEL-FULD > 0
               display "Bankkonvertering: " ANTAL-TABEL-FULD
                   " linje(r) sprunget over - tabellen er fuld"
           end-if
           perform skriv-kapacitet
           stop run.

      byg-dags-dato.
           move function CURRENT-DATE to DATO-NU
           move spaces to DAGS-DATO
           string
               DATO-NU (1:4)  delimited by size
               "-"            delimited by size
               DATO-NU (5:2)  delimited by size
               "-"            delimited by size
               DATO-NU (7:2)  delimited by size
                  into DAGS-DATO
           end-string
           move spaces to KOERSEL-TIDSSTEMPEL
           string
               DATO-NU (1:8)  delimited by size
               "-"            delimited by size
               DATO-NU (9:6)  delimited by size
                  into KOERSEL-TIDSSTEMPEL
           end-string
           move DATO-NU (1:14) to BATCH-ID
           move DATO-NU (1:8) to DATO-YMD-X
           compute DAGS-DAG-NR = function INTEGER-OF-DATE(DATO-YMD)
           exit.

     *> --- Den valgfri parameterfil: REG-NR for de nye konti og ---
     *> --- overgangsperiodens laengde i dage ---
      indlæs-parametre.
           move "N" to EOF-check-parameter
           open input Parameter-In
           read Parameter-In
               at end move "Y" to EOF-check-parameter
               not at end
                   move KP-REG-NR to KONV-REG-NR
                   if KP-OMDIRIGERING-DAGE is numeric
                       move KP-OMDIRIGERING-DAGE to OMDIRIGERING-DAGE
                   end-if
           end-read
           close Parameter-In
           compute OMDIRIGER-DAG-NR = DAGS-DAG-NR + OMDIRIGERING-DAGE
           compute OMDIRIGER-YMD =
               function DATE-OF-INTEGER(OMDIRIGER-DAG-NR)
           move spaces to OMDIRIGER-TIL-DATO
           string
               OMDIRIGER-YMD-X (1:4)  delimited by size
               "-"                    delimited by size
               OMDIRIGER-YMD-X (5:2)  delimited by size
               "-"                    delimited by size
               OMDIRIGER-YMD-X (7:2)  delimited by size
                  into OMDIRIGER-TIL-DATO
           end-string
           exit.

      indlæs-produkt-map.
           move 0 to PM-ANTAL
           move "N" to EOF-check-map
           open input Produkt-Map-In
           perform until end-of-file-map
               read Produkt-Map-In
                   at end move "Y" to EOF-check-map
                   not at end
                       if KPM-GAMMEL-KODE not = spaces
                           if PM-ANTAL < 500
                               add 1 to PM-ANTAL
                               move KPM-GAMMEL-KODE
                                   to PM-GAMMEL-KODE (PM-ANTAL)
                               move KPM-NY-KODE to PM-NY-KODE (PM-ANTAL)
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Produkt-Map-In
           exit.

     *> --- Krydsreferencen, og de loebenumre, nye referencer og ---
     *> --- id'er fortsaetter fra ---
      indlæs-krydsref.
           move 0 to XR-ANTAL
           move 0 to ANTAL-AFVENTENDE-KONTI
           move "N" to EOF-check-krydsref
           open input Krydsref-In
           perform until end-of-file-krydsref
               read Krydsref-In
                   at end move "Y" to EOF-check-krydsref
                   not at end
                       if Krydsref-Linje-In not = spaces
                           if XR-ANTAL < MAX-KRYDSREF
                               add 1 to XR-ANTAL
                               move Krydsref-Linje-In to XR-REC (XR-ANTAL)
                               move space to XR-KOERSEL-FLAG (XR-ANTAL)
                               perform noter-loebenumre
                           else
                               add 1 to ANTAL-TABEL-FULD
                           end-if
                       end-if
               end-read
           end-perform
           close Krydsref-In
           exit.

      noter-loebenumre.
           evaluate XR-TYPE (XR-ANTAL)
               when "A"
                   if XR-STATUS (XR-ANTAL) = "T"
                       add 1 to ANTAL-AFVENTENDE-KONTI
                   end-if
                   move XR-REFERENCE (XR-ANTAL) (5:7) to LOEBENR-TEKST
                   if LOEBENR-TEKST is numeric
                       move LOEBENR-TEKST to LOEBENR-7
                       if LOEBENR-7 > NAESTE-REFERENCE-NR
                           move LOEBENR-7 to NAESTE-REFERENCE-NR
                       end-if
                   end-if
               when "B"
                   if XR-NY-ID (XR-ANTAL) (3:6) is numeric
                       move XR-NY-ID (XR-ANTAL) (3:6) to LOEBENR-6
                       if LOEBENR-6 > NAESTE-BS-NR
                           move LOEBENR-6 to NAESTE-BS-NR
                       end-if
                   end-if
               when "F"
                   if XR-NY-ID (XR-ANTAL) (3:6) is numeric
                       move XR-NY-ID (XR-ANTAL) (3:6) to LOEBENR-6
                       if LOEBENR-6 > NAESTE-FO-NR
                           move LOEBENR-6 to NAESTE-FO-NR
                       end-if
                   end-if
           end-evaluate
           exit.

     *> --- Slaar OPSLAG-TYPE/-REG-NR/-ID op i krydsreferencen - ---
     *> --- XR-FUNDET-INDEX = 0, hvis linjen ikke findes ---
      find-krydsref.
           move 0 to XR-FUNDET-INDEX
           perform varying XR-INDEX from 1 by 1
               until XR-FUNDET-INDEX > 0 or XR-INDEX > XR-ANTAL
               if XR-TYPE (XR-INDEX) = OPSLAG-TYPE
                   and XR-GAMMEL-ID (XR-INDEX) = OPSLAG-ID
                   and XR-GAMMEL-REG-NR (XR-INDEX) = OPSLAG-REG-NR
                   move XR-INDEX to XR-FUNDET-INDEX
               end-if
           end-perform
           exit.

     *> --- TILDELT-linjerne fra kontoNummerTildeling: en konto, der ---
     *> --- venter, faar sit nye REG-NR og Konto-ID, og ---
     *> --- overgangsperioden for omdirigering begynder ---
      indlæs-tildelinger.
           move "N" to EOF-check-log
           open input Log-In
           perform until end-of-file-log
               read Log-In
                   at end move "Y" to EOF-check-log
                   not at end
                       if Log-Linje-In (1:7) = "TILDELT"
                           perform behandl-en-tildeling
                       end-if
               end-read
           end-perform
           close Log-In
           exit.

      behandl-en-tildeling.
           move spaces to LOG-FOER
           move spaces to LOG-REFERENCE
           move spaces to LOG-REG-NR
           move spaces to LOG-KONTO-ID
           move spaces to LOG-REST
           unstring Log-Linje-In
               delimited by " REFERENCE=" or " REG-NR="
                   or " KONTO-ID=" or " KUNDE-ID="
               into LOG-FOER LOG-REFERENCE LOG-REG-NR LOG-KONTO-ID
                   LOG-REST
           end-unstring
           if LOG-REFERENCE (1:4) not = "KONV"
               exit paragraph
           end-if
           move 0 to XR-FUNDET-INDEX
           perform varying XR-INDEX from 1 by 1
               until XR-FUNDET-INDEX > 0 or XR-INDEX > XR-ANTAL
               if XR-TYPE (XR-INDEX) = "A"
                   and XR-STATUS (XR-INDEX) = "T"
                   and XR-REFERENCE (XR-INDEX) = LOG-REFERENCE (1:16)
                   move XR-INDEX to XR-FUNDET-INDEX
               end-if
           end-perform
           if XR-FUNDET-INDEX = 0
               exit paragraph
           end-if
           move XR-REC (XR-FUNDET-INDEX) to Arbejds-Krydsref
           move "K" to KX-STATUS
           move LOG-REG-NR (1:6) to KX-NY-REG-NR
           move LOG-KONTO-ID (1:14) to KX-NY-ID
           move DAGS-DATO to KX-KONVERTERET-DATO
           move OMDIRIGER-TIL-DATO to KX-OMDIRIGER-TIL
           move Arbejds-Krydsref to XR-REC (XR-FUNDET-INDEX)
           set XR-FULDFOERT-NU (XR-FUNDET-INDEX) to TRUE
           set KRYDSREF-AENDRET to TRUE
           add 1 to ANTAL-KONTI-TILDELT
           exit.

     *> --- Konti, der stadig venter paa et nummer fra en tidligere ---
     *> --- koersel, meldes hver gang - kontooprettelsen er afvist ---
     *> --- (se KontoNummerExceptions.txt) og skal sendes igen med ---
     *> --- samme reference, naar aarsagen er rettet ---
      rapporter-afventende-konti.
           move 0 to ANTAL-AFVENTER
           perform varying XR-INDEX from 1 by 1
               until XR-INDEX > XR-ANTAL
               if XR-TYPE (XR-INDEX) = "A"
                   and XR-STATUS (XR-INDEX) = "T"
                   move XR-REC (XR-INDEX) to Arbejds-Krydsref
                   add 1 to ANTAL-AFVENTER
                   move spaces to Exceptions-Linje
                   move 1 to pos
                   string
                       "BETINGELSE=KONTONUMMER-AFVENTER"
                                              delimited by size
                       " UDTRAEK="            delimited by size
                       KX-BATCH               delimited by size
                       " REFERENCE="          delimited by size
                       KX-REFERENCE           delimited by size
                       " GAMMEL-REG-NR="      delimited by size
                       function TRIM(KX-GAMMEL-REG-NR)
                                              delimited by size
                       " GAMMEL-KONTO-ID="    delimited by size
                       function TRIM(KX-GAMMEL-ID)
                                              delimited by size
                       " KUNDE-ID="           delimited by size
                       KX-KUNDE-ID            delimited by size
                       " PRODUKT="            delimited by size
                       KX-PRODUKT-KODE        delimited by size
                          into Exceptions-Linje
                          with pointer pos
                   end-string
                   write Exceptions-Linje
               end-if
           end-perform
           exit.

     *> --- Indlaeser et nyt udtraek: HDR/TRL-kontrol, og ---
     *> --- linjerne behandles i raekkefoelgen kunder, konti, ---
     *> --- aftaler/ordrer ---
      behandl-udtraek.
           move 0 to UD-ANTAL
           move 0 to UDTRAEK-HDR-ANTAL
           move 0 to UDTRAEK-TRL-ANTAL
           move "N" to UDTRAEK-TRAILER-FLAG
           move "N" to EOF-check-udtraek
           open input Udtraek-In
           read Udtraek-In
               at end move "Y" to EOF-check-udtraek
               not at end
                   if UHT-TAG = "HDR"
                       move UHT-ANTAL to UDTRAEK-HDR-ANTAL
                   end-if
           end-read
           perform until end-of-file-udtraek or UDTRAEK-TRAILER-FUNDET
               read Udtraek-In
                   at end move "Y" to EOF-check-udtraek
                   not at end
                       if UHT-TAG = "TRL"
                           move "Y" to UDTRAEK-TRAILER-FLAG
                           move UHT-ANTAL to UDTRAEK-TRL-ANTAL
                       else
                           add 1 to ANTAL-UDTRAEK-LINJER
                           if UD-ANTAL < MAX-UDTRAEK
                               add 1 to UD-ANTAL
                               move Udtraek-Linje to UD-LINJE (UD-ANTAL)
                           end-if
                       end-if
               end-read
           end-perform
           close Udtraek-In
           if ANTAL-UDTRAEK-LINJER = 0
               exit paragraph
           end-if
           evaluate TRUE
               when ANTAL-UDTRAEK-LINJER not = UDTRAEK-HDR-ANTAL
                   or ANTAL-UDTRAEK-LINJER not = UDTRAEK-TRL-ANTAL
                   set UDTRAEK-AFVIST to TRUE
                   move "record-antal stemmer ikke med HDR/TRL"
                       to UDTRAEK-FEJL-TEKST
               when ANTAL-UDTRAEK-LINJER > MAX-UDTRAEK
                   set UDTRAEK-AFVIST to TRUE
                   move "har flere linjer end udtraekstabellen"
                       to UDTRAEK-FEJL-TEKST
               when KONV-REG-NR = spaces
                   set UDTRAEK-AFVIST to TRUE
                   move "kan ikke konverteres uden REG-NR i parametrene"
                       to UDTRAEK-FEJL-TEKST
           end-evaluate
           if UDTRAEK-AFVIST
               exit paragraph
           end-if
           perform find-hoejeste-kunde-id
           perform varying UD-INDEX from 1 by 1
               until UD-INDEX > UD-ANTAL
               if UD-LINJE (UD-INDEX) (1:4) = "KUN;"
                   perform opdel-udtraek-linje
                   perform konverter-kunde
               end-if
           end-perform
           perform varying UD-INDEX from 1 by 1
               until UD-INDEX > UD-ANTAL
               if UD-LINJE (UD-INDEX) (1:4) = "KTO;"
                   perform opdel-udtraek-linje
                   perform konverter-konto
               end-if
           end-perform
           perform varying UD-INDEX from 1 by 1
               until UD-INDEX > UD-ANTAL
               evaluate UD-LINJE (UD-INDEX) (1:4)
                   when "BSA;"
                       perform opdel-udtraek-linje
                       perform konverter-bs-aftale
                   when "FOV;"
                       perform opdel-udtraek-linje
                       perform konverter-fast-ordre
                   when "KUN;"
                   when "KTO;"
                       continue
                   when other
                       add 1 to ANTAL-UKENDT-TYPE
                       move "RECORDTYPE-UKENDT" to AFVISNINGS-GRUND
                       move spaces to UF-TYPE
                       move UD-LINJE (UD-INDEX) (1:3) to UF-TYPE
                       move spaces to AFVIST-ID
                       perform skriv-udtraek-afvisning
               end-evaluate
           end-perform
           perform tilfoej-udtraek-linje
           exit.

     *> --- Det hoejeste numeriske Kunde-Id - nye kunder nummereres ---
     *> --- videre derfra ---
      find-hoejeste-kunde-id.
           move 0 to HOEJESTE-KUNDE-NR
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       if Kunde-Id of Kunde-Information is numeric
                           move Kunde-Id of Kunde-Information
                               to NY-KUNDE-NR-X
                           if NY-KUNDE-NR > HOEJESTE-KUNDE-NR
                               move NY-KUNDE-NR to HOEJESTE-KUNDE-NR
                           end-if
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           move HOEJESTE-KUNDE-NR to NY-KUNDE-NR
           exit.

      opdel-udtraek-linje.
           move spaces to Udtraek-Felter
           unstring UD-LINJE (UD-INDEX) delimited by ";"
               into UF-TYPE UF-FELT (1) UF-FELT (2) UF-FELT (3)
                   UF-FELT (4) UF-FELT (5) UF-FELT (6) UF-FELT (7)
                   UF-FELT (8) UF-FELT (9) UF-FELT (10) UF-FELT (11)
           end-unstring
           move spaces to AFVISNINGS-GRUND
           exit.

     *> --- KUN;kundenr;fornavn;efternavn;vej;husnr;postnr;by; ---
     *> --- telefon;email;foedselsdato;sprog ---
      konverter-kunde.
           add 1 to US-ANTAL-KUNDER
           move function TRIM(UF-FELT (1)) to AFVIST-ID
           move "K" to OPSLAG-TYPE
           move spaces to OPSLAG-REG-NR
           move AFVIST-ID to OPSLAG-ID
           perform find-krydsref
           move spaces to DATO-ISO
           set DATO-GYLDIG to TRUE
           if UF-FELT (10) not = spaces
               move UF-FELT (10) to DATO-RAA
               perform omsaet-dato
           end-if
           evaluate TRUE
               when AFVIST-ID = spaces
                   move "KUNDENR-MANGLER" to AFVISNINGS-GRUND
               when XR-FUNDET-INDEX > 0
                   move "KUNDE-ALLEREDE-KONVERTERET"
                       to AFVISNINGS-GRUND
               when UF-FELT (3) = spaces
                   move "NAVN-MANGLER" to AFVISNINGS-GRUND
               when UF-FELT (6) (1:4) is not numeric
                   or UF-FELT (6) (1:4) = "0000"
                   or UF-FELT (6) (5:1) not = space
                   move "POSTNUMMER-UGYLDIG" to AFVISNINGS-GRUND
               when DATO-UGYLDIG
                   move "FOEDSELSDATO-UGYLDIG" to AFVISNINGS-GRUND
               when XR-ANTAL >= MAX-KRYDSREF or NK-ANTAL >= 20000
                   add 1 to ANTAL-TABEL-FULD
                   move "TABEL-FULD" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               add 1 to US-AFVIST-KUNDER
               perform skriv-udtraek-afvisning
               exit paragraph
           end-if
           add 1 to NY-KUNDE-NR
           move spaces to Ny-Kunde-Rec
           move NY-KUNDE-NR-X to Kunde-Id of Ny-Kunde-Rec
           move function TRIM(UF-FELT (2)) to Fornavn of Ny-Kunde-Rec
           move function TRIM(UF-FELT (3)) to Efternavn of Ny-Kunde-Rec
           move 1 to pos
           string
               function TRIM(UF-FELT (2)) delimited by size
               " "                        delimited by size
               function TRIM(UF-FELT (3)) delimited by size
                  into Fuld-Navn of Ny-Kunde-Rec
                  with pointer pos
           end-string
           if UF-FELT (2) = spaces
               move function TRIM(UF-FELT (3))
                   to Fuld-Navn of Ny-Kunde-Rec
           end-if
           move 0 to Balance of Ny-Kunde-Rec
           move "DKK" to Valutakode of Ny-Kunde-Rec
           move function TRIM(UF-FELT (4)) to Vejnavn of Ny-Kunde-Rec
           move function TRIM(UF-FELT (5)) to Husnummer of Ny-Kunde-Rec
           move function TRIM(UF-FELT (6)) to Postnummer of Ny-Kunde-Rec
           move function TRIM(UF-FELT (7)) to By-navn of Ny-Kunde-Rec
           move function TRIM(UF-FELT (8)) to Telefon of Ny-Kunde-Rec
           move function TRIM(UF-FELT (9)) to Email of Ny-Kunde-Rec
           move DATO-ISO to Foedselsdato of Ny-Kunde-Rec
           if function UPPER-CASE(function TRIM(UF-FELT (11))) = "EN"
               move "EN" to Sprogkode of Ny-Kunde-Rec
           else
               move "DA" to Sprogkode of Ny-Kunde-Rec
           end-if
           add 1 to NK-ANTAL
           move Ny-Kunde-Rec to NK-REC (NK-ANTAL)
           move spaces to Arbejds-Krydsref
           move "K" to KX-TYPE
           move AFVIST-ID to KX-GAMMEL-ID
           move "K" to KX-STATUS
           move NY-KUNDE-NR-X to KX-NY-ID
           move NY-KUNDE-NR-X to KX-KUNDE-ID
           move BATCH-ID to KX-BATCH
           move DAGS-DATO to KX-KONVERTERET-DATO
           perform tilfoej-krydsref
           add 1 to ANTAL-KUNDER-KONVERTERET
           exit.

     *> --- KTO;regnr;kontonr;kundenr;produkt;saldo;valuta;aabnet ---
      konverter-konto.
           add 1 to US-ANTAL-KONTI
           move function TRIM(UF-FELT (2)) to AFVIST-ID
           move UF-FELT (5) to BELOB-RAA
           perform omsaet-beloeb
           if BELOB-GYLDIG
               add BELOB-TAL to US-SALDO-SUM
           end-if
           move UF-FELT (7) to DATO-RAA
           perform omsaet-dato
           move spaces to PM-FUNDET-KODE
           perform varying PM-INDEX from 1 by 1
               until PM-FUNDET-KODE not = spaces or PM-INDEX > PM-ANTAL
               if PM-GAMMEL-KODE (PM-INDEX)
                   = function TRIM(UF-FELT (4))
                   move PM-NY-KODE (PM-INDEX) to PM-FUNDET-KODE
               end-if
           end-perform
           move "A" to OPSLAG-TYPE
           move function TRIM(UF-FELT (1)) to OPSLAG-REG-NR
           move AFVIST-ID to OPSLAG-ID
           perform find-krydsref
           if XR-FUNDET-INDEX > 0
               move "KONTO-ALLEREDE-KONVERTERET" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces
               move "K" to OPSLAG-TYPE
               move spaces to OPSLAG-REG-NR
               move function TRIM(UF-FELT (3)) to OPSLAG-ID
               perform find-krydsref
           end-if
           evaluate TRUE
               when AFVISNINGS-GRUND not = spaces
                   continue
               when AFVIST-ID = spaces
                   move "KONTONR-MANGLER" to AFVISNINGS-GRUND
               when XR-FUNDET-INDEX = 0
                   move "KUNDE-IKKE-KONVERTERET" to AFVISNINGS-GRUND
               when PM-FUNDET-KODE = spaces
                   move "PRODUKT-UKENDT" to AFVISNINGS-GRUND
               when BELOB-UGYLDIG
                   move "SALDO-UGYLDIG" to AFVISNINGS-GRUND
               when DATO-UGYLDIG or DATO-ISO > DAGS-DATO
                   move "DATO-UGYLDIG" to AFVISNINGS-GRUND
               when XR-ANTAL >= MAX-KRYDSREF or OP-ANTAL >= 20000
                   add 1 to ANTAL-TABEL-FULD
                   move "TABEL-FULD" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               add 1 to US-AFVIST-KONTI
               if BELOB-GYLDIG
                   add BELOB-TAL to US-AFVIST-SALDO
               end-if
               perform skriv-udtraek-afvisning
               exit paragraph
           end-if
           add 1 to NAESTE-REFERENCE-NR
           move spaces to Arbejds-Krydsref
           move "A" to KX-TYPE
           move function TRIM(UF-FELT (1)) to KX-GAMMEL-REG-NR
           move AFVIST-ID to KX-GAMMEL-ID
           move "T" to KX-STATUS
           move XR-KUNDE-ID (XR-FUNDET-INDEX) to KX-KUNDE-ID
           move 1 to pos
           string
               "KONV"                 delimited by size
               NAESTE-REFERENCE-NR    delimited by size
                  into KX-REFERENCE
                  with pointer pos
           end-string
           move BATCH-ID to KX-BATCH
           move PM-FUNDET-KODE to KX-PRODUKT-KODE
           move BELOB-TAL to BELOB-E
           move BELOB-E to KX-SALDO
           move function UPPER-CASE(function TRIM(UF-FELT (6)))
               to KX-VALUTA
           if KX-VALUTA = spaces
               move "DKK" to KX-VALUTA
           end-if
           move DATO-ISO to KX-AABNET-DATO
           perform tilfoej-krydsref
           move spaces to Ny-Oprettelse
           move KX-REFERENCE to NO-REFERENCE
           move KONV-REG-NR to NO-REG-NR
           move KX-KUNDE-ID to NO-KUNDE-ID
           move KX-PRODUKT-KODE to NO-PRODUKT-KODE
           move KX-AABNET-DATO to NO-OPRETTET-DATO
           add 1 to OP-ANTAL
           move Ny-Oprettelse to OP-LINJE (OP-ANTAL)
           add 1 to ANTAL-KONTI-BESTILT
           exit.

     *> --- BSA;aftalenr;regnr;kontonr;tekst;beloeb;naeste ---
     *> --- opkraevning ---
      konverter-bs-aftale.
           add 1 to US-ANTAL-BS
           move function TRIM(UF-FELT (1)) to AFVIST-ID
           move UF-FELT (5) to BELOB-RAA
           perform omsaet-beloeb
           move UF-FELT (6) to DATO-RAA
           perform omsaet-dato
           move "B" to OPSLAG-TYPE
           move function TRIM(UF-FELT (2)) to OPSLAG-REG-NR
           move AFVIST-ID to OPSLAG-ID
           perform find-krydsref
           if XR-FUNDET-INDEX > 0
               move "AFTALE-ALLEREDE-KONVERTERET" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces
               move "A" to OPSLAG-TYPE
               move function TRIM(UF-FELT (3)) to OPSLAG-ID
               perform find-krydsref
           end-if
           evaluate TRUE
               when AFVISNINGS-GRUND not = spaces
                   continue
               when AFVIST-ID = spaces
                   move "AFTALENR-MANGLER" to AFVISNINGS-GRUND
               when XR-FUNDET-INDEX = 0
                   move "KONTO-IKKE-KONVERTERET" to AFVISNINGS-GRUND
               when BELOB-UGYLDIG or BELOB-TAL not > 0
                   move "BELOB-UGYLDIGT" to AFVISNINGS-GRUND
               when DATO-UGYLDIG
                   move "DATO-UGYLDIG" to AFVISNINGS-GRUND
               when XR-ANTAL >= MAX-KRYDSREF
                   add 1 to ANTAL-TABEL-FULD
                   move "TABEL-FULD" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               add 1 to US-AFVIST-BS
               perform skriv-udtraek-afvisning
               exit paragraph
           end-if
           move XR-FUNDET-INDEX to XR-KONTO-INDEX
           add 1 to NAESTE-BS-NR
           move spaces to Arbejds-Krydsref
           move "B" to KX-TYPE
           move function TRIM(UF-FELT (2)) to KX-GAMMEL-REG-NR
           move AFVIST-ID to KX-GAMMEL-ID
           move "T" to KX-STATUS
           move 1 to pos
           string
               "KB"                   delimited by size
               NAESTE-BS-NR           delimited by size
                  into KX-NY-ID
                  with pointer pos
           end-string
           move XR-KUNDE-ID (XR-KONTO-INDEX) to KX-KUNDE-ID
           move function TRIM(UF-FELT (3)) to KX-GAMMEL-KONTO-ID
           move BATCH-ID to KX-BATCH
           move BELOB-TAL to BELOB-E
           move function TRIM(BELOB-E) to KX-BS-BELOB
           move XR-REC (XR-KONTO-INDEX) (138:4) to KX-BS-VALUTA
           move DATO-ISO to KX-BS-DATO
           move function TRIM(UF-FELT (4)) to KX-BS-TEKST
           perform tilfoej-krydsref
           exit.

     *> --- FOV;ordrenr;regnr;kontonr;modtager-regnr;modtager- ---
     *> --- kontonr;modtager-navn;beloeb;frekvens;naeste forfald; ---
     *> --- sidste dato ---
      konverter-fast-ordre.
           add 1 to US-ANTAL-FASTE
           move function TRIM(UF-FELT (1)) to AFVIST-ID
           move UF-FELT (7) to BELOB-RAA
           perform omsaet-beloeb
           evaluate function UPPER-CASE(function TRIM(UF-FELT (8)))
               when "MD"
                   move "M" to FREKVENS-KODE
               when "KV"
                   move "K" to FREKVENS-KODE
               when "AA"
                   move "A" to FREKVENS-KODE
               when other
                   move space to FREKVENS-KODE
           end-evaluate
           move UF-FELT (9) to DATO-RAA
           perform omsaet-dato
           move DATO-ISO to NY-FOERSTE-DATO
           move spaces to NY-SIDSTE-DATO
           if DATO-GYLDIG and UF-FELT (10) not = spaces
               move UF-FELT (10) to DATO-RAA
               perform omsaet-dato
               move DATO-ISO to NY-SIDSTE-DATO
               if NY-SIDSTE-DATO < NY-FOERSTE-DATO
                   set DATO-UGYLDIG to TRUE
               end-if
           end-if
           move "F" to OPSLAG-TYPE
           move function TRIM(UF-FELT (2)) to OPSLAG-REG-NR
           move AFVIST-ID to OPSLAG-ID
           perform find-krydsref
           if XR-FUNDET-INDEX > 0
               move "ORDRE-ALLEREDE-KONVERTERET" to AFVISNINGS-GRUND
           end-if
           if AFVISNINGS-GRUND = spaces
               move "A" to OPSLAG-TYPE
               move function TRIM(UF-FELT (3)) to OPSLAG-ID
               perform find-krydsref
           end-if
           evaluate TRUE
               when AFVISNINGS-GRUND not = spaces
                   continue
               when AFVIST-ID = spaces
                   move "ORDRENR-MANGLER" to AFVISNINGS-GRUND
               when XR-FUNDET-INDEX = 0
                   move "KONTO-IKKE-KONVERTERET" to AFVISNINGS-GRUND
               when BELOB-UGYLDIG or BELOB-TAL not > 0
                   move "BELOB-UGYLDIGT" to AFVISNINGS-GRUND
               when FREKVENS-KODE = space
                   move "FREKVENS-UGYLDIG" to AFVISNINGS-GRUND
               when DATO-UGYLDIG
                   move "DATO-UGYLDIG" to AFVISNINGS-GRUND
               when XR-ANTAL >= MAX-KRYDSREF
                   add 1 to ANTAL-TABEL-FULD
                   move "TABEL-FULD" to AFVISNINGS-GRUND
           end-evaluate
           if AFVISNINGS-GRUND not = spaces
               add 1 to US-AFVIST-FASTE
               perform skriv-udtraek-afvisning
               exit paragraph
           end-if
           move XR-FUNDET-INDEX to XR-KONTO-INDEX
           add 1 to NAESTE-FO-NR
           move spaces to Arbejds-Krydsref
           move "F" to KX-TYPE
           move function TRIM(UF-FELT (2)) to KX-GAMMEL-REG-NR
           move AFVIST-ID to KX-GAMMEL-ID
           move "T" to KX-STATUS
           move 1 to pos
           string
               "KF"                   delimited by size
               NAESTE-FO-NR           delimited by size
                  into KX-NY-ID
                  with pointer pos
           end-string
           move XR-KUNDE-ID (XR-KONTO-INDEX) to KX-KUNDE-ID
           move function TRIM(UF-FELT (3)) to KX-GAMMEL-KONTO-ID
           move BATCH-ID to KX-BATCH
           move function TRIM(UF-FELT (4)) to KX-FO-MODPART (1:6)
           move function TRIM(UF-FELT (5)) to KX-FO-MODPART (7:14)
           move function TRIM(UF-FELT (6)) to KX-FO-NAVN
           move BELOB-TAL to BELOB-E
           move spaces to KX-FO-BELOB
           string
               "-"                    delimited by size
               function TRIM(BELOB-E) delimited by size
                  into KX-FO-BELOB
           end-string
           move XR-REC (XR-KONTO-INDEX) (138:4) to KX-FO-VALUTA
           move FREKVENS-KODE to KX-FO-FREKVENS
           move NY-FOERSTE-DATO to KX-FO-FOERSTE-DATO
           move NY-SIDSTE-DATO to KX-FO-SIDSTE-DATO
           perform tilfoej-krydsref
           exit.

      tilfoej-krydsref.
           add 1 to XR-ANTAL
           move Arbejds-Krydsref to XR-REC (XR-ANTAL)
           set XR-INDLAEST-NU (XR-ANTAL) to TRUE
           set KRYDSREF-AENDRET to TRUE
           exit.

      skriv-udtraek-afvisning.
           add 1 to ANTAL-AFVIST
           move spaces to Exceptions-Linje
           move 1 to pos
           string
               "BETINGELSE="          delimited by size
               function TRIM(AFVISNINGS-GRUND)
                                      delimited by size
               " UDTRAEK="            delimited by size
               BATCH-ID               delimited by size
               " RECORD="             delimited by size
               UF-TYPE                delimited by size
               " LINJE="              delimited by size
               UD-INDEX               delimited by size
               " GAMMEL-ID="          delimited by size
               function TRIM(AFVIST-ID)
                                      delimited by size
                  into Exceptions-Linje
                  with pointer pos
           end-string
           write Exceptions-Linje
           exit.

     *> --- Udtraekkets S-linje med kildens antal og saldo- ---
     *> --- kontrolsum - udgangspunktet for afstemningen ---
      tilfoej-udtraek-linje.
           if XR-ANTAL >= MAX-KRYDSREF
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           move spaces to Arbejds-Krydsref
           move "S" to KX-TYPE
           move BATCH-ID to KX-GAMMEL-ID
           move "T" to KX-STATUS
           move BATCH-ID to KX-BATCH
           move DAGS-DATO to KX-KONVERTERET-DATO
           move US-ANTAL-KUNDER to KX-S-ANTAL-KUNDER
           move US-ANTAL-KONTI to KX-S-ANTAL-KONTI
           move US-ANTAL-BS to KX-S-ANTAL-BS
           move US-ANTAL-FASTE to KX-S-ANTAL-FASTE
           move US-AFVIST-KUNDER to KX-S-AFVIST-KUNDER
           move US-AFVIST-KONTI to KX-S-AFVIST-KONTI
           move US-AFVIST-BS to KX-S-AFVIST-BS
           move US-AFVIST-FASTE to KX-S-AFVIST-FASTE
           move US-SALDO-SUM to BELOB-E
           move BELOB-E to KX-S-SALDO-SUM
           move US-AFVIST-SALDO to BELOB-E
           move BELOB-E to KX-S-AFVIST-SALDO
           perform tilfoej-krydsref
           exit.

     *> --- Den overtagne banks beloeb: foranstillet minus, punktum ---
     *> --- som tusindtalsseparator og komma som decimaltegn - ---
     *> --- omsaettes til BELOB-TAL ---
      omsaet-beloeb.
           set BELOB-UGYLDIG to TRUE
           move 0 to BELOB-TAL
           move spaces to BELOB-TEKST
           move 0 to BELOB-UD-POS
           move function TRIM(BELOB-RAA) to BELOB-RAA
           if BELOB-RAA = spaces
               exit paragraph
           end-if
           perform varying BELOB-POS from 1 by 1
               until BELOB-POS > 40
               move BELOB-RAA (BELOB-POS:1) to BELOB-TEGN
               evaluate BELOB-TEGN
                   when "."
                       continue
                   when ","
                       add 1 to BELOB-UD-POS
                       move "." to BELOB-TEKST (BELOB-UD-POS:1)
                   when other
                       add 1 to BELOB-UD-POS
                       move BELOB-TEGN to BELOB-TEKST (BELOB-UD-POS:1)
               end-evaluate
           end-perform
           if function TEST-NUMVAL(BELOB-TEKST) = 0
               compute BELOB-TAL = function NUMVAL(BELOB-TEKST)
               set BELOB-GYLDIG to TRUE
           end-if
           exit.

     *> --- dd.mm.yyyy omsaettes til yyyy-mm-dd i DATO-ISO ---
      omsaet-dato.
           set DATO-UGYLDIG to TRUE
           move function TRIM(DATO-RAA) to DATO-RAA
           move spaces to DATO-ISO
           if DATO-RAA (3:1) not = "." or DATO-RAA (6:1) not = "."
               or DATO-RAA (11:1) not = space
               exit paragraph
           end-if
           move spaces to DATO-YMD-X
           string
               DATO-RAA (7:4)  delimited by size
               DATO-RAA (4:2)  delimited by size
               DATO-RAA (1:2)  delimited by size
                  into DATO-YMD-X
           end-string
           if DATO-YMD-X is numeric
               if function TEST-DATE-YYYYMMDD(DATO-YMD) = 0
                   string
                       DATO-RAA (7:4)  delimited by size
                       "-"             delimited by size
                       DATO-RAA (4:2)  delimited by size
                       "-"             delimited by size
                       DATO-RAA (1:2)  delimited by size
                          into DATO-ISO
                   end-string
                   set DATO-GYLDIG to TRUE
               end-if
           end-if
           exit.

     *> --- Aftaler og ordrer, der venter, bliver faerdige, naar ---
     *> --- deres konto er konverteret - nye og tidligere ventende ---
      marker-faerdige-aftaler.
           perform varying XR-INDEX from 1 by 1
               until XR-INDEX > XR-ANTAL
               if (XR-TYPE (XR-INDEX) = "B" or XR-TYPE (XR-INDEX) = "F")
                   and XR-STATUS (XR-INDEX) = "T"
                   move "A" to OPSLAG-TYPE
                   move XR-GAMMEL-REG-NR (XR-INDEX) to OPSLAG-REG-NR
                   move XR-GAMMEL-KONTO-ID (XR-INDEX) to OPSLAG-ID
                   move XR-INDEX to XR-KONTO-INDEX
                   perform find-krydsref
                   move XR-KONTO-INDEX to XR-INDEX
                   if XR-FUNDET-INDEX > 0
                       if XR-STATUS (XR-FUNDET-INDEX) = "K"
                           move "K" to XR-STATUS (XR-INDEX)
                           move XR-NY-REG-NR (XR-FUNDET-INDEX)
                               to XR-NY-REG-NR (XR-INDEX)
                           move DAGS-DATO
                               to XR-KONVERTERET-DATO (XR-INDEX)
                           set XR-FULDFOERT-NU (XR-INDEX) to TRUE
                           set KRYDSREF-AENDRET to TRUE
                       end-if
                   end-if
               end-if
           end-perform
           exit.

     *> --- Krydsreferencen skrives FOER maalfilerne ---
      skriv-krydsref-tilbage.
           open output Krydsref-Out
           perform varying XR-INDEX from 1 by 1
               until XR-INDEX > XR-ANTAL
               write Krydsref-Linje-Ud from XR-REC (XR-INDEX)
           end-perform
           close Krydsref-Out
           exit.

      skriv-nye-kunder.
           open extend Kunde-Data-Out
           if KUNDE-STATUS = "35"
               open output Kunde-Data-Out
           end-if
           perform varying NK-INDEX from 1 by 1
               until NK-INDEX > NK-ANTAL
               write Kunde-Ud-Linje from NK-REC (NK-INDEX)
           end-perform
           close Kunde-Data-Out
           exit.

      skriv-oprettelser.
           open extend Oprettelse-Out
           if OPRETTELSE-STATUS = "35"
               open output Oprettelse-Out
           end-if
           perform varying OP-INDEX from 1 by 1
               until OP-INDEX > OP-ANTAL
               write Oprettelse-Linje from OP-LINJE (OP-INDEX)
           end-perform
           close Oprettelse-Out
           exit.

     *> --- Startsaldoen for hver konto, der har faaet sit nummer i ---
     *> --- denne koersel, bogfoeres i Transaktioner.txt - samme ---
     *> --- kopier-og-skriv-om-moenster som manuelPostering ---
      bogfoer-startsaldi.
           move 0 to ANTAL-TRANS-BESTAAENDE
           move 0 to ANTAL-TRANS-NYE
           open output Transaktion-Work-Out
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           read Transaktion-Data-In
               at end move "Y" to EOF-check-trans
           end-read
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if THT-TAG of Trans-Hdr-Trl-Linje = "TRL"
                           move "Y" to EOF-check-trans
                       else
                           add 1 to ANTAL-TRANS-BESTAAENDE
                           write Transaktion-Work-Linje
                               from Transaktion-Information
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           perform varying XR-INDEX from 1 by 1
               until XR-INDEX > XR-ANTAL
               if XR-TYPE (XR-INDEX) = "A"
                   and XR-FULDFOERT-NU (XR-INDEX)
                   perform bogfoer-en-startsaldo
               end-if
           end-perform
           close Transaktion-Work-Out
           perform skriv-transaktioner-tilbage
           perform skriv-kaede-kontrol
           exit.

      bogfoer-en-startsaldo.
           move XR-REC (XR-INDEX) to Arbejds-Krydsref
           compute POSTERING-BELOB = function NUMVAL(KX-SALDO)
           if POSTERING-BELOB = 0
               exit paragraph
           end-if
           move spaces to Transaktion-Work-Linje
           move KX-NY-ID to KONTO-ID of Transaktion-Work-Linje
           move KX-NY-REG-NR to REG-NR of Transaktion-Work-Linje
           move "KONVERTERET SALDO" to NAVN of Transaktion-Work-Linje
           move KX-KUNDE-ID to KUNDE-ID of Transaktion-Work-Linje
           move POSTERING-BELOB to BELOB-E
           move function TRIM(BELOB-E) to BELOB of Transaktion-Work-Linje
           move KX-VALUTA to VALUTA of Transaktion-Work-Linje
           if POSTERING-BELOB < 0
               move "OVERFOERSEL UD"
                   to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
           else
               move "OVERFOERSEL IND"
                   to TRANSAKTIONS-TYPE of Transaktion-Work-Linje
           end-if
     *> --- Sporbarhed tilbage til det gamle kontonummer, samme ---
     *> --- moenster som ORD:/FAST:/MAN:-maerkerne ---
           move spaces to BUTIK of Transaktion-Work-Linje
           move 1 to pos
           string
               "KONV:"                delimited by size
               function TRIM(KX-GAMMEL-ID) delimited by size
                  into BUTIK of Transaktion-Work-Linje
                  with pointer pos
           end-string
           move DAGS-DATO to DATO of Transaktion-Work-Linje
           move DAGS-DATO to VALOER-DATO of Transaktion-Work-Linje
           write Transaktion-Work-Linje
           add 1 to ANTAL-TRANS-NYE
           exit.

      skriv-transaktioner-tilbage.
           compute ANTAL-TRANS-I-ALT =
               ANTAL-TRANS-BESTAAENDE + ANTAL-TRANS-NYE
           move "N" to EOF-check-work
           open input Transaktion-Work-Out
           open output Transaktion-Data-In
           move spaces to Trans-Hdr-Trl-Linje
           move "HDR" to THT-TAG of Trans-Hdr-Trl-Linje
           move ANTAL-TRANS-I-ALT to THT-ANTAL of Trans-Hdr-Trl-Linje
           write Transaktion-Information from Trans-Hdr-Trl-Linje
           perform until end-of-file-work
               read Transaktion-Work-Out
                   at end move "Y" to EOF-check-work
                   not at end
                       write Transaktion-Information
                           from Transaktion-Work-Linje
               end-read
           end-perform
           move spaces to Trans-Hdr-Trl-Linje
           move "TRL" to THT-TAG of Trans-Hdr-Trl-Linje
           move ANTAL-TRANS-I-ALT to THT-ANTAL of Trans-Hdr-Trl-Linje
           write Transaktion-Information from Trans-Hdr-Trl-Linje
           close Transaktion-Work-Out
           close Transaktion-Data-In
           exit.

      skriv-kaede-kontrol.
           accept KAEDE-RUN-ID from environment "KORSELS_RUN_ID"
               on exception
                   continue
           end-accept
           open extend Kaede-Kontrol-Out
           if KAEDE-KONTROL-STATUS = "35"
               open output Kaede-Kontrol-Out
           end-if
           move spaces to Kaede-Kontrol-Linje
           move 1 to pos
           string
               "KONVERTERING"         delimited by size
               "|"                    delimited by size
               function TRIM(KAEDE-RUN-ID) delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-BESTAAENDE delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-NYE        delimited by size
               "|"                    delimited by size
               "0000000"              delimited by size
               "|"                    delimited by size
               ANTAL-TRANS-I-ALT      delimited by size
                  into Kaede-Kontrol-Linje
                  with pointer pos
           end-string
           write Kaede-Kontrol-Linje
           close Kaede-Kontrol-Out
           exit.

     *> --- Aftaler og ordrer, der er blevet faerdige i denne ---
     *> --- koersel, appendes til BSAftaler.txt og ---
     *> --- FasteOverfoersler.txt paa den nye konto ---
      skriv-faerdige-aftaler.
           perform varying XR-INDEX from 1 by 1
               until XR-INDEX > XR-ANTAL
               if XR-FULDFOERT-NU (XR-INDEX)
                   evaluate XR-TYPE (XR-INDEX)
                       when "B"
                           perform skriv-en-bs-aftale
                       when "F"
                           perform skriv-en-fast-ordre
                   end-evaluate
               end-if
           end-perform
           if ANTAL-BS-SKREVET > 0
               close BS-Aftaler-Out
           end-if
           if ANTAL-FASTE-SKREVET > 0
               close Faste-Ordrer-Out
           end-if
           exit.

      skriv-en-bs-aftale.
           if ANTAL-BS-SKREVET = 0
               open extend BS-Aftaler-Out
               if AFTALE-STATUS = "35"
                   open output BS-Aftaler-Out
               end-if
           end-if
           move XR-REC (XR-INDEX) to Arbejds-Krydsref
           move XR-INDEX to XR-KONTO-INDEX
           move "A" to OPSLAG-TYPE
           move KX-GAMMEL-REG-NR to OPSLAG-REG-NR
           move KX-GAMMEL-KONTO-ID to OPSLAG-ID
           perform find-krydsref
           move XR-KONTO-INDEX to XR-INDEX
           move spaces to BS-Aftale-Linje
           move KX-NY-ID to BSA-AFTALE-ID
           move XR-NY-ID (XR-FUNDET-INDEX) to BSA-KONTO-ID
           move KX-NY-REG-NR to BSA-REG-NR
           move KX-KUNDE-ID to BSA-KUNDE-ID
           move KX-BS-BELOB to BSA-BELOB
           move KX-BS-VALUTA to BSA-VALUTA
           move KX-BS-DATO to BSA-OPKRAEV-DATO
           move KX-BS-TEKST to BSA-TEKST
           write BS-Aftale-Linje
           add 1 to ANTAL-BS-SKREVET
           exit.

      skriv-en-fast-ordre.
           if ANTAL-FASTE-SKREVET = 0
               open extend Faste-Ordrer-Out
               if ORDRE-STATUS = "35"
                   open output Faste-Ordrer-Out
               end-if
           end-if
           move XR-REC (XR-INDEX) to Arbejds-Krydsref
           move XR-INDEX to XR-KONTO-INDEX
           move "A" to OPSLAG-TYPE
           move KX-GAMMEL-REG-NR to OPSLAG-REG-NR
           move KX-GAMMEL-KONTO-ID to OPSLAG-ID
           perform find-krydsref
           move spaces to Fast-Ordre-Linje
           move KX-NY-ID to FO-ORDRE-ID
           move XR-NY-ID (XR-FUNDET-INDEX) to FO-KONTO-ID
           move KX-NY-REG-NR to FO-REG-NR
           move KX-FO-NAVN to FO-NAVN
           move KX-KUNDE-ID to FO-KUNDE-ID
     *> --- En modpart, der selv er konverteret, faar sit nye nummer ---
           move KX-FO-MODPART to FO-MODPART
           move KX-FO-MODPART (1:6) to OPSLAG-REG-NR
           move KX-FO-MODPART (7:14) to OPSLAG-ID
           perform find-krydsref
           if XR-FUNDET-INDEX > 0
               if XR-STATUS (XR-FUNDET-INDEX) = "K"
                   move spaces to FO-MODPART
                   move XR-NY-REG-NR (XR-FUNDET-INDEX)
                       to FO-MODPART (1:6)
                   move XR-NY-ID (XR-FUNDET-INDEX) to FO-MODPART (7:14)
               end-if
           end-if
           move XR-KONTO-INDEX to XR-INDEX
           move KX-FO-BELOB to FO-BELOB
           move KX-FO-VALUTA to FO-VALUTA
           move "OVERFOERSEL UD" to FO-TYPE
           move KX-FO-FREKVENS to FO-FREKVENS
           move KX-FO-FOERSTE-DATO to FO-FOERSTE-DATO
           move KX-FO-SIDSTE-DATO to FO-SIDSTE-DATO
           move "F" to FO-RULNING
           write Fast-Ordre-Linje
           add 1 to ANTAL-FASTE-SKREVET
           exit.

     *> --- Afstemning af de aabne udtraek: kildens antal og ---
     *> --- saldo-kontrolsum mod krydsreferencen og maalfilerne ---
      afstem-udtraek.
           move 0 to AB-ANTAL
           move 0 to AT-ANTAL
           perform varying XR-INDEX from 1 by 1
               until XR-INDEX > XR-ANTAL
               if XR-TYPE (XR-INDEX) = "S" and XR-STATUS (XR-INDEX) = "T"
                   if AB-ANTAL < MAX-AFSTEM-BATCH
                       add 1 to AB-ANTAL
                       initialize AB-POST (AB-ANTAL)
                       move XR-BATCH (XR-INDEX) to AB-BATCH (AB-ANTAL)
                       move XR-INDEX to AB-XR-INDEX (AB-ANTAL)
                   else
                       add 1 to ANTAL-TABEL-FULD
                   end-if
               end-if
           end-perform
           if AB-ANTAL = 0
               exit paragraph
           end-if
           perform varying XR-INDEX from 1 by 1
               until XR-INDEX > XR-ANTAL
               if XR-TYPE (XR-INDEX) not = "S"
                   perform opsaml-afstem-linje
               end-if
           end-perform
           perform varying AT-INDEX from AT-ANTAL by 1
               until AT-INDEX >= MAX-AFSTEM-NOEGLE
               move high-values to AT-NOEGLE (AT-INDEX + 1)
           end-perform
           perform afstem-kunder
           perform afstem-konti
           perform afstem-bs-aftaler
           perform afstem-faste-ordrer
           perform afstem-postering
           open output Afstemning-Out
           perform varying AB-INDEX from 1 by 1
               until AB-INDEX > AB-ANTAL
               perform skriv-en-afstemning
           end-perform
           close Afstemning-Out
     *> --- Et afstemt udtraek skrives tilbage med status K ---
           if ANTAL-UDTRAEK-AFSTEMT > 0
               perform skriv-krydsref-tilbage
           end-if
           exit.

     *> --- Een krydsreference-linje taelles paa sit udtraek, og ---
     *> --- et konverteret nyt nummer indsaettes sorteret i noegle- ---
     *> --- tabellen ---
      opsaml-afstem-linje.
           move 0 to AT-NY-BATCH-INDEX
           perform varying AB-INDEX from 1 by 1
               until AT-NY-BATCH-INDEX > 0 or AB-INDEX > AB-ANTAL
               if AB-BATCH (AB-INDEX) = XR-BATCH (XR-INDEX)
                   move AB-INDEX to AT-NY-BATCH-INDEX
               end-if
           end-perform
           if AT-NY-BATCH-INDEX = 0
               exit paragraph
           end-if
           move AT-NY-BATCH-INDEX to AB-INDEX
           move XR-REC (XR-INDEX) to Arbejds-Krydsref
           if KX-STATUS = "T"
               evaluate KX-TYPE
                   when "A"
                       add 1 to AB-KONTI-AFVENTER (AB-INDEX)
                       compute AB-SALDO-AFVENTER (AB-INDEX) =
                           AB-SALDO-AFVENTER (AB-INDEX)
                           + function NUMVAL(KX-SALDO)
                   when "B"
                       add 1 to AB-BS-AFVENTER (AB-INDEX)
                   when "F"
                       add 1 to AB-FASTE-AFVENTER (AB-INDEX)
               end-evaluate
               exit paragraph
           end-if
           evaluate KX-TYPE
               when "K"
                   add 1 to AB-KUNDER-KONV (AB-INDEX)
               when "A"
                   add 1 to AB-KONTI-KONV (AB-INDEX)
                   if KX-KONVERTERET-DATO < DAGS-DATO
                       compute AB-SALDO-TIDLIGERE (AB-INDEX) =
                           AB-SALDO-TIDLIGERE (AB-INDEX)
                           + function NUMVAL(KX-SALDO)
                   end-if
               when "B"
                   add 1 to AB-BS-KONV (AB-INDEX)
               when "F"
                   add 1 to AB-FASTE-KONV (AB-INDEX)
           end-evaluate
           if AT-ANTAL >= MAX-AFSTEM-NOEGLE
               add 1 to ANTAL-TABEL-FULD
               exit paragraph
           end-if
           move spaces to AT-NY-NOEGLE
           move KX-TYPE to AT-NY-NOEGLE (1:1)
           move KX-NY-ID to AT-NY-NOEGLE (2:14)
           perform indsaet-afstem-noegle
           exit.

     *> --- Indsaettelse paa plads - numrene kommer for det meste ---
     *> --- stigende, saa der sjaeldent skal flyttes noget ---
      indsaet-afstem-noegle.
           move AT-ANTAL to AT-INDEX
           perform until AT-INDEX = 0
               if AT-NOEGLE (AT-INDEX) > AT-NY-NOEGLE
                   move AT-POST (AT-INDEX) to AT-POST (AT-INDEX + 1)
                   subtract 1 from AT-INDEX
               else
                   exit perform
               end-if
           end-perform
           move AT-NY-NOEGLE to AT-NOEGLE (AT-INDEX + 1)
           move AT-NY-BATCH-INDEX to AT-BATCH-INDEX (AT-INDEX + 1)
           add 1 to AT-ANTAL
           exit.

      find-afstem-noegle.
           set NOEGLE-IKKE-FUNDET to TRUE
           if AT-ANTAL = 0
               exit paragraph
           end-if
           search all AT-POST
               when AT-NOEGLE (AT-IDX) = AT-OPSLAG-NOEGLE
                   set NOEGLE-FUNDET to TRUE
                   move AT-BATCH-INDEX (AT-IDX) to AB-INDEX
           end-search
           exit.

      afstem-kunder.
           move "N" to EOF-check-kunde
           open input Kunde-Data-In
           perform until end-of-file-kunde
               read Kunde-Data-In
                   at end move "Y" to EOF-check-kunde
                   not at end
                       move spaces to AT-OPSLAG-NOEGLE
                       move "K" to AT-OPSLAG-NOEGLE (1:1)
                       move Kunde-Id of Kunde-Information
                           to AT-OPSLAG-NOEGLE (2:10)
                       perform find-afstem-noegle
                       if NOEGLE-FUNDET
                           add 1 to AB-KUNDER-FUNDET (AB-INDEX)
                       end-if
               end-read
           end-perform
           close Kunde-Data-In
           exit.

      afstem-konti.
           move "N" to EOF-check-master
           open input Konto-Master-In
           perform until end-of-file-master
               read Konto-Master-In
                   at end move "Y" to EOF-check-master
                   not at end
                       move spaces to AT-OPSLAG-NOEGLE
                       move "A" to AT-OPSLAG-NOEGLE (1:1)
                       move KM-KONTO-ID-IN to AT-OPSLAG-NOEGLE (2:14)
                       perform find-afstem-noegle
                       if NOEGLE-FUNDET
                           add 1 to AB-KONTI-FUNDET (AB-INDEX)
                       end-if
               end-read
           end-perform
           close Konto-Master-In
           exit.

      afstem-bs-aftaler.
           move "N" to EOF-check-aftaler
           open input BS-Aftaler-In
           perform until end-of-file-aftaler
               read BS-Aftaler-In
                   at end move "Y" to EOF-check-aftaler
                   not at end
                       move spaces to AT-OPSLAG-NOEGLE
                       move "B" to AT-OPSLAG-NOEGLE (1:1)
                       move BSA-AFTALE-ID-IN to AT-OPSLAG-NOEGLE (2:8)
                       perform find-afstem-noegle
                       if NOEGLE-FUNDET
                           add 1 to AB-BS-FUNDET (AB-INDEX)
                       end-if
               end-read
           end-perform
           close BS-Aftaler-In
           exit.

      afstem-faste-ordrer.
           move "N" to EOF-check-ordrer
           open input Faste-Ordrer-In
           perform until end-of-file-ordrer
               read Faste-Ordrer-In
                   at end move "Y" to EOF-check-ordrer
                   not at end
                       move spaces to AT-OPSLAG-NOEGLE
                       move "F" to AT-OPSLAG-NOEGLE (1:1)
                       move FO-ORDRE-ID-IN to AT-OPSLAG-NOEGLE (2:8)
                       perform find-afstem-noegle
                       if NOEGLE-FUNDET
                           add 1 to AB-FASTE-FUNDET (AB-INDEX)
                       end-if
               end-read
           end-perform
           close Faste-Ordrer-In
           exit.

     *> --- Dagens konverteringsposteringer, som de faktisk staar i ---
     *> --- Transaktioner.txt ---
      afstem-postering.
           move "N" to EOF-check-trans
           open input Transaktion-Data-In
           perform until end-of-file-trans
               read Transaktion-Data-In
                   at end move "Y" to EOF-check-trans
                   not at end
                       if BUTIK of Transaktion-Information (1:5)
                               = "KONV:"
                           and DATO of Transaktion-Information (1:10)
                               = DAGS-DATO
                           move spaces to AT-OPSLAG-NOEGLE
                           move "A" to AT-OPSLAG-NOEGLE (1:1)
                           move KONTO-ID of Transaktion-Information
                               to AT-OPSLAG-NOEGLE (2:14)
                           perform find-afstem-noegle
                           if NOEGLE-FUNDET
                               compute AB-SALDO-I-DAG (AB-INDEX) =
                                   AB-SALDO-I-DAG (AB-INDEX)
                                   + function NUMVAL(BELOB
                                       of Transaktion-Information)
                           end-if
                       end-if
               end-read
           end-perform
           close Transaktion-Data-In
           exit.

     *> --- Afstemningen for eet udtraek: een raekke pr. ---
     *> --- recordtype og saldo-kontrolsummen. Gaar alt op, og ---
     *> --- venter intet, markeres udtraekket afstemt ---
      skriv-en-afstemning.
           move "N" to AFSTEM-DIFFERENCE-FLAG
           move AB-XR-INDEX (AB-INDEX) to XR-INDEX
           move XR-REC (XR-INDEX) to Arbejds-Krydsref
           move spaces to Afstemning-Linje
           move 1 to pos
           string
               "KONVERTERINGSAFSTEMNING UDTRAEK=" delimited by size
               KX-BATCH               delimited by size
               " INDLAEST="           delimited by size
               KX-KONVERTERET-DATO    delimited by size
               " AFSTEMT="            delimited by size
               DAGS-DATO              delimited by size
                  into Afstemning-Linje
                  with pointer pos
           end-string
           write Afstemning-Linje
           move spaces to Afstemning-Linje
           string
               "                        KILDE   AFVIST FORVENTET"
                                      delimited by size
               " KONVERT. AFVENTER MAALFIL DIFFERENCE"
                                      delimited by size
                  into Afstemning-Linje
           end-string
           write Afstemning-Linje
           move "KUNDER" to AF-RAEKKE-NAVN
           move KX-S-ANTAL-KUNDER to AF-KILDE
           move KX-S-AFVIST-KUNDER to AF-AFVIST
           move AB-KUNDER-KONV (AB-INDEX) to AF-KONVERTERET
           move 0 to AF-AFVENTER
           move AB-KUNDER-FUNDET (AB-INDEX) to AF-FUNDET
           perform skriv-afstem-raekke
           move "KONTI" to AF-RAEKKE-NAVN
           move KX-S-ANTAL-KONTI to AF-KILDE
           move KX-S-AFVIST-KONTI to AF-AFVIST
           move AB-KONTI-KONV (AB-INDEX) to AF-KONVERTERET
           move AB-KONTI-AFVENTER (AB-INDEX) to AF-AFVENTER
           move AB-KONTI-FUNDET (AB-INDEX) to AF-FUNDET
           perform skriv-afstem-raekke
           move "BS-AFTALER" to AF-RAEKKE-NAVN
           move KX-S-ANTAL-BS to AF-KILDE
           move KX-S-AFVIST-BS to AF-AFVIST
           move AB-BS-KONV (AB-INDEX) to AF-KONVERTERET
           move AB-BS-AFVENTER (AB-INDEX) to AF-AFVENTER
           move AB-BS-FUNDET (AB-INDEX) to AF-FUNDET
           perform skriv-afstem-raekke
           move "FASTE OVERFOERSLER" to AF-RAEKKE-NAVN
           move KX-S-ANTAL-FASTE to AF-KILDE
           move KX-S-AFVIST-FASTE to AF-AFVIST
           move AB-FASTE-KONV (AB-INDEX) to AF-KONVERTERET
           move AB-FASTE-AFVENTER (AB-INDEX) to AF-AFVENTER
           move AB-FASTE-FUNDET (AB-INDEX) to AF-FUNDET
           perform skriv-afstem-raekke
     *> --- Saldo-kontrolsummen: kildens saldi minus de afviste ---
     *> --- skal staa bogfoert i dag, vaere bogfoert tidligere ---
     *> --- eller vente paa kontonummeret ---
           compute AF-SALDO-KILDE = function NUMVAL(KX-S-SALDO-SUM)
           compute AF-SALDO-AFVIST = function NUMVAL(KX-S-AFVIST-SALDO)
           compute AF-SALDO-FORVENTET = AF-SALDO-KILDE - AF-SALDO-AFVIST
           compute AF-SALDO-DIFFERENCE = AF-SALDO-FORVENTET
               - AB-SALDO-I-DAG (AB-INDEX)
               - AB-SALDO-TIDLIGERE (AB-INDEX)
               - AB-SALDO-AFVENTER (AB-INDEX)
           move AF-SALDO-KILDE to AF-BELOB-E1
           move AF-SALDO-AFVIST to AF-BELOB-E2
           move AF-SALDO-FORVENTET to AF-BELOB-E3
           move spaces to Afstemning-Linje
           move 1 to pos
           string
               "SALDO-KONTROLSUM  KILDE="  delimited by size
               function TRIM(AF-BELOB-E1) delimited by size
               " AFVIST="                  delimited by size
               function TRIM(AF-BELOB-E2) delimited by size
               " FORVENTET="               delimited by size
               function TRIM(AF-BELOB-E3) delimited by size
                  into Afstemning-Linje
                  with pointer pos
           end-string
           write Afstemning-Linje
           move AB-SALDO-I-DAG (AB-INDEX) to AF-BELOB-E1
           move AB-SALDO-TIDLIGERE (AB-INDEX) to AF-BELOB-E2
           move AB-SALDO-AFVENTER (AB-INDEX) to AF-BELOB-E3
           move spaces to Afstemning-Linje
           move 1 to pos
           string
               "                  BOGFOERT I DAG=" delimited by size
               function TRIM(AF-BELOB-E1) delimited by size
               " TIDLIGERE="               delimited by size
               function TRIM(AF-BELOB-E2) delimited by size
               " AFVENTER="                delimited by size
               function TRIM(AF-BELOB-E3) delimited by size
                  into Afstemning-Linje
                  with pointer pos
           end-string
           write Afstemning-Linje
           move AF-SALDO-DIFFERENCE to AF-BELOB-E1
           move spaces to Afstemning-Linje
           move 1 to pos
           string
               "                  DIFFERENCE=" delimited by size
               function TRIM(AF-BELOB-E1) delimited by size
                  into Afstemning-Linje
                  with pointer pos
           end-string
           write Afstemning-Linje
           if AF-SALDO-DIFFERENCE not = 0
               set AFSTEMNING-DIFFERENCE to TRUE
           end-if
           move spaces to Afstemning-Linje
           evaluate TRUE
               when AFSTEMNING-DIFFERENCE
                   move "STATUS: DIFFERENCE - udtraekket holdes aabent"
                       to Afstemning-Linje
                   add 1 to ANTAL-UDTRAEK-AABNE
                   move spaces to Exceptions-Linje
                   move 1 to pos
                   string
                       "BETINGELSE=AFSTEMNING-DIFFERENCE UDTRAEK="
                                              delimited by size
                       KX-BATCH               delimited by size
                       " SE=text-files/KonverteringAfstemning.txt"
                                              delimited by size
                          into Exceptions-Linje
                          with pointer pos
                   end-string
                   write Exceptions-Linje
               when AB-KONTI-AFVENTER (AB-INDEX) > 0
                   or AB-BS-AFVENTER (AB-INDEX) > 0
                   or AB-FASTE-AFVENTER (AB-INDEX) > 0
                   move "STATUS: AABEN - konti venter paa nummer"
                       to Afstemning-Linje
                   add 1 to ANTAL-UDTRAEK-AABNE
               when other
                   move "STATUS: AFSTEMT" to Afstemning-Linje
                   add 1 to ANTAL-UDTRAEK-AFSTEMT
                   move "K" to XR-STATUS (XR-INDEX)
           end-evaluate
           write Afstemning-Linje
           move spaces to Afstemning-Linje
           write Afstemning-Linje
           exit.

     *> --- Een raekke: det forventede (kilde minus afvist) skal ---
     *> --- staa i maalfilen eller vente, og krydsreferencen skal ---
     *> --- rumme det hele ---
      skriv-afstem-raekke.
           compute AF-FORVENTET = AF-KILDE - AF-AFVIST
           compute AF-DIFFERENCE = AF-FORVENTET - AF-FUNDET - AF-AFVENTER
           if AF-DIFFERENCE not = 0
               or AF-FUNDET not = AF-KONVERTERET
               set AFSTEMNING-DIFFERENCE to TRUE
           end-if
           move AF-KILDE to AF-ANTAL-E1
           move AF-AFVIST to AF-ANTAL-E2
           move AF-FORVENTET to AF-ANTAL-E3
           move AF-KONVERTERET to AF-ANTAL-E4
           move AF-AFVENTER to AF-ANTAL-E5
           move AF-FUNDET to AF-ANTAL-E6
           move AF-DIFFERENCE to AF-ANTAL-E7
           move spaces to Afstemning-Linje
           string
               AF-RAEKKE-NAVN         delimited by size
               AF-ANTAL-E1            delimited by size
               "  "                   delimited by size
               AF-ANTAL-E2            delimited by size
               "   "                  delimited by size
               AF-ANTAL-E3            delimited by size
               "  "                   delimited by size
               AF-ANTAL-E4            delimited by size
               "  "                   delimited by size
               AF-ANTAL-E5            delimited by size
               " "                    delimited by size
               AF-ANTAL-E6            delimited by size
               "    "                 delimited by size
               AF-ANTAL-E7            delimited by size
                  into Afstemning-Linje
           end-string
           write Afstemning-Linje
           exit.

      arkiver-udtraek.
           move spaces to UDTRAEK-ARKIV-NAVN
           move 1 to pos
           string
               "text-files/KonverteringUdtraekBehandlet_"
                                              delimited by size
               KOERSEL-TIDSSTEMPEL            delimited by size
               ".txt"                         delimited by size
                  into UDTRAEK-ARKIV-NAVN
                  with pointer pos
           end-string
           move "N" to EOF-check-udtraek
           open input Udtraek-In
           open output Udtraek-Arkiv-Out
           perform until end-of-file-udtraek
               read Udtraek-In
                   at end move "Y" to EOF-check-udtraek
                   not at end
                       write Udtraek-Arkiv-Linje from Udtraek-Linje
               end-read
           end-perform
           close Udtraek-Arkiv-Out
           close Udtraek-In
           open output Udtraek-In
           close Udtraek-In
           exit.

     *> --- Skriver tabellernes fyldning ved trinnets afslutning til
     *>     den faelles kapacitetslog (KapacitetsLog.cpy) - een linje
     *>     pr. tabel, som kapacitetsRapport (Opgave94) foelger over
     *>     koerslerne ---
      skriv-kapacitet.
           move function CURRENT-DATE to KAPACITET-TID
           open extend Kapacitet-Out
           if KAPACITET-STATUS = "35"
               open output Kapacitet-Out
           end-if
           move spaces to Kapacitet-Linje
           string KAPACITET-TID (1:8) "-" KAPACITET-TID (9:6)
               delimited by size into KAP-TIDSPUNKT
           end-string
           move "bankKonvertering" to KAP-PROGRAM
           move "KRYDSREF-TABEL" to KAP-TABEL
           move XR-ANTAL to KAP-ANTAL
           move 50000 to KAP-MAX
           write Kapacitet-Linje
           move "UDTRAEK-TABEL" to KAP-TABEL
           move UD-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           move "PRODUKT-MAP-TABEL" to KAP-TABEL
           move PM-ANTAL to KAP-ANTAL
           move 500 to KAP-MAX
           write Kapacitet-Linje
           move "AFSTEM-NOEGLE-TABEL" to KAP-TABEL
           move AT-ANTAL to KAP-ANTAL
           move 20000 to KAP-MAX
           write Kapacitet-Linje
           close Kapacitet-Out
           exit.
