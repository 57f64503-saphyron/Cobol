     *> --- En linje i kontoopsummeringen text-files/
     *>     KontoOpsummering.txt, skrevet af kontoudskriften (opgave10)
     *>     og laest af sideRapporter (Opgave98), der danner koerslens
     *>     side-rapporter (bankafregning, finansposteringer, MFI,
     *>     indskydergaranti, Skat-udtraek, kildeskat, valuta-
     *>     eksponering, filial-portefoelje, engagements-oversigt og
     *>     loyalitets-register) alene ud fra filen:
     *>       KO-TYPE K: en konto i et aar - saldi, gebyr, rente,
     *>                  kildeskat, bank og filial. Kontoens E-, X- og
     *>                  G-linjer foelger straks efter
     *>       KO-TYPE E: en ejer af kontoen - primaer ejer og evt.
     *>                  medejere med andel, engagement og rente til
     *>                  Skat (kun sat, hvis kontoen fik rente)
     *>       KO-TYPE X: kontoens transaktioner i en valuta (blank
     *>                  kode = ukendt valuta, behandlet som DKK)
     *>       KO-TYPE G: kontoens forbrug i en butik-kategori
     *>       KO-TYPE V: en valutakode med kursen pr. 31/12 SLUT-AAR
     *>       KO-TYPE L: en loyalitets-tier fra LoyalitetsSatser.txt
     *>       KO-TYPE F: en kundes tier fra forrige koersels
     *>                  LoyalitetsRegister.txt
     *>       KO-TYPE M: et husstandsmedlem fra HusstandRegister.txt
     *>       KO-TYPE T: koerslens afslutning med kontrol-totalerne -
     *>                  uden T-linje er filen ufuldstaendig
     *>     V-, L-, F- og M-linjerne er koerslens referencedata, saa
     *>     side-rapporterne kan dannes igen senere med praecis de
     *>     samme stamdata, som udskriften koerte med ---
      02 KO-TYPE                   pic x.
           88 KO-KONTO             value "K".
           88 KO-EJER              value "E".
           88 KO-VALUTA            value "X".
           88 KO-KATEGORI          value "G".
           88 KO-KURS              value "V".
           88 KO-TIER              value "L".
           88 KO-FORRIGE-TIER      value "F".
           88 KO-HUSSTAND          value "M".
           88 KO-KORSEL            value "T".
      02 KO-AAR                    pic 9(4).
      02 KO-KONTO-ID               pic x(14).
      02 KO-DATA                   pic x(200).
      02 KO-K-DATA REDEFINES KO-DATA.
           03 KO-K-REG-NR          pic x(6).
           03 KO-K-BANKNAVN        pic x(30).
           03 KO-K-BANK-FLAG       pic x.
              88 KO-K-BANK-FUNDET  value "Y".
           03 KO-K-KUNDE-ID        pic x(10).
           03 KO-K-ANTAL-TRANS     pic 9(7).
           03 KO-K-SALDO-IN-DKK    pic s9(13)v99 sign leading separate.
           03 KO-K-SALDO-OUT-DKK   pic s9(13)v99 sign leading separate.
           03 KO-K-SALDO-SUM-DKK   pic s9(13)v99 sign leading separate.
           03 KO-K-GEBYR-DKK       pic s9(13)v99 sign leading separate.
           03 KO-K-RENTE-DKK       pic s9(13)v99 sign leading separate.
           03 KO-K-KILDESKAT-DKK   pic s9(13)v99 sign leading separate.
           03 KO-K-FILIAL-FLAG     pic x.
              88 KO-K-FILIAL-FUNDET value "Y".
           03 KO-K-FILIAL-KODE     pic x(4).
           03 KO-K-FILIAL-NAVN     pic x(20).
           03 KO-K-AML-HITS        pic 9(7).
           03 KO-K-KILDESKAT-FLAG  pic x.
              88 KO-K-MED-KILDESKAT value "Y".
           03 FILLER               pic x(12).
      02 KO-E-DATA REDEFINES KO-DATA.
           03 KO-E-KUNDE-ID        pic x(10).
           03 KO-E-KUNDE-NAVN      pic x(40).
           03 KO-E-KUNDE-FLAG      pic x.
              88 KO-E-KUNDE-FUNDET value "Y".
           03 KO-E-ANDEL-PCT       pic 9(3).
           03 KO-E-ENGAGEMENT-FLAG pic x.
              88 KO-E-MED-ENGAGEMENT value "Y".
           03 KO-E-SALDO-DKK       pic s9(13)v99 sign leading separate.
           03 KO-E-RENTE-FLAG      pic x.
              88 KO-E-MED-RENTE    value "Y".
           03 KO-E-RENTE-DKK       pic s9(13)v99 sign leading separate.
           03 FILLER               pic x(112).
      02 KO-X-DATA REDEFINES KO-DATA.
           03 KO-X-KODE            pic x(3).
           03 KO-X-ANTAL-TRANS     pic 9(7).
           03 KO-X-VOLUMEN-ORIGINAL pic s9(13)v99
                                   sign leading separate.
           03 KO-X-VOLUMEN-DKK     pic s9(13)v99 sign leading separate.
           03 FILLER               pic x(158).
      02 KO-G-DATA REDEFINES KO-DATA.
           03 KO-G-KATEGORI        pic x(15).
           03 KO-G-ANTAL-TRANS     pic 9(5).
           03 KO-G-SUM-DKK         pic s9(13)v99 sign leading separate.
           03 FILLER               pic x(164).
      02 KO-V-DATA REDEFINES KO-DATA.
           03 KO-V-KODE            pic x(3).
           03 KO-V-ULTIMO-DATO     pic x(10).
           03 KO-V-ULTIMO-KURS     pic 9(2)v9999.
           03 FILLER               pic x(181).
      02 KO-L-DATA REDEFINES KO-DATA.
           03 KO-L-GRAENSE-DKK     pic 9(13)v99.
           03 KO-L-TIER-NAVN       pic x(12).
           03 KO-L-RABAT-PCT       pic 9(3).
           03 FILLER               pic x(170).
      02 KO-F-DATA REDEFINES KO-DATA.
           03 KO-F-KUNDE-ID        pic x(10).
           03 KO-F-TIER-NAVN       pic x(12).
           03 FILLER               pic x(178).
      02 KO-M-DATA REDEFINES KO-DATA.
           03 KO-M-HUSSTAND-ID     pic x(10).
           03 KO-M-KUNDE-ID        pic x(10).
           03 KO-M-GODKENDT-AF     pic x(8).
           03 KO-M-GODKENDT-DATO   pic x(10).
           03 FILLER               pic x(162).
      02 KO-T-DATA REDEFINES KO-DATA.
           03 KO-T-RUN-ID          pic x(40).
           03 KO-T-START-AAR       pic 9(4).
           03 KO-T-SLUT-AAR        pic 9(4).
           03 KO-T-DATO            pic x(10).
           03 KO-T-HUSSTANDS-LOYALITET pic x.
           03 KO-T-GARANTI-KURS-DATO pic x(10).
           03 KO-T-GARANTI-KURS    pic 9(2)v9999.
           03 KO-T-ANTAL-KONTI     pic 9(7).
           03 KO-T-ANTAL-TRANS     pic 9(7).
           03 KO-T-SALDO-IN-DKK    pic s9(13)v99 sign leading separate.
           03 KO-T-SALDO-OUT-DKK   pic s9(13)v99 sign leading separate.
           03 KO-T-SALDO-SUM-DKK   pic s9(13)v99 sign leading separate.
           03 KO-T-ANTAL-LINJER    pic 9(9).
           03 FILLER               pic x(54).
