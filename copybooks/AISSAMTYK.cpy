      ******************************************************************
      * Copybook til samtykkeregistret files/AIS-SAMTYKKER.txt: de     *
      * samtykker en kunde har givet en udbyder af kontoinformation    *
      * (tredjepart under betalingstjenesteloven) til at hente konti,  *
      * saldi og/eller transaktioner gennem KONTOINFO-SERVER. Et       *
      * samtykke naevner de konti det gaelder og udloeber paa en fast  *
      * dato. Oprettes og tilbagekaldes i                              *
      * batch/ais_samtykke_vedligehold.cob; kunden kan selv            *
      * tilbagekalde gennem serveren. Tilbagekaldte samtykker bliver   *
      * staaende med status T, saa det altid kan ses hvad en udbyder   *
      * havde adgang til og hvornaar.                                  *
      ******************************************************************
      *    Fortloebende samtykkenummer "AIS" + 9 cifre - naeste nummer
      *    er hoejeste i filen plus en. Det er ID'et udbyderen skal
      *    sende med hver forespoergsel.
           05 SA-SAMTYKKE-ID   PIC X(12).
           05 FILLER           PIC X(1).
           05 SA-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
      *    Udbyderens ID og navn som de staar i aftalen med udbyderen.
           05 SA-UDBYDER-ID    PIC X(10).
           05 FILLER           PIC X(1).
           05 SA-UDBYDER-NAVN  PIC X(30).
           05 FILLER           PIC X(1).
      *    Omfang, J/N pr. forespoergselstype: kontoliste, saldi og
      *    transaktioner.
           05 SA-OMFANG.
               10 SA-OMFANG-KONTI PIC X(1).
                   88 SA-MAA-KONTI        VALUE "J".
               10 SA-OMFANG-SALDI PIC X(1).
                   88 SA-MAA-SALDI        VALUE "J".
               10 SA-OMFANG-TRANS PIC X(1).
                   88 SA-MAA-TRANS        VALUE "J".
           05 FILLER           PIC X(1).
      *    Sidste dag samtykket gaelder (AAAAMMDD).
           05 SA-UDLOEB        PIC X(8).
           05 FILLER           PIC X(1).
           05 SA-STATUS        PIC X(1).
               88 SA-ER-AKTIV             VALUE "A".
               88 SA-ER-TILBAGEKALDT      VALUE "T".
           05 FILLER           PIC X(1).
           05 SA-OPRETTET      PIC X(8).
           05 FILLER           PIC X(1).
      *    Tilbagekaldsdato og hvem der tilbagekaldte: K = kunden selv
      *    gennem serveren, O = en operatoer paa kundens vegne.
           05 SA-TILBAGEKALDT  PIC X(8).
           05 FILLER           PIC X(1).
           05 SA-TILBAGEKALDT-AF PIC X(1).
           05 FILLER           PIC X(1).
      *    De konti samtykket gaelder - kundens egne eller konti
      *    kunden er medejer af (files/KONTO-EJERE.txt).
           05 SA-KONTO-ANTAL   PIC 9(2).
           05 SA-KONTO OCCURS 10 TIMES.
               10 FILLER          PIC X(1).
               10 SA-KONTO-ID     PIC X(10).
