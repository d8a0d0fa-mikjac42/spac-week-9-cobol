      ******************************************************************
      * Copybook til linjen i files/AIS-ADGANGSLOG.txt, loggen over    *
      * tredjeparters adgang gennem KONTOINFO-SERVER. Der skrives en   *
      * linje pr. besvaret forespoergsel - ogsaa de afviste - saa det  *
      * kan dokumenteres over for kunden og Finanstilsynet hvilken     *
      * udbyder der har set hvad, under hvilket samtykke, og hvad der  *
      * blev naegtet. Se batch/kontoinfo_server.cob.                   *
      ******************************************************************
      *    Tidspunkt for forespoergslen (AAAAMMDDTTMMSS).
           05 AI-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
      *    Samtykke, udbyder og kunde som de stod i forespoergslen;
      *    kunden er samtykkets kunde, naar samtykket blev fundet.
           05 AI-SAMTYKKE-ID   PIC X(12).
           05 FILLER           PIC X(1).
           05 AI-UDBYDER-ID    PIC X(10).
           05 FILLER           PIC X(1).
           05 AI-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
      *    KONTI, SALDI, TRANSAKTIONER eller TILBAGEKALD.
           05 AI-FORESPOERGSEL PIC X(13).
           05 FILLER           PIC X(1).
      *    Kontoen forespoergslen gjaldt; blank = alle samtykkets.
           05 AI-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 AI-RESULTAT      PIC X(1).
               88 AI-ER-GODKENDT          VALUE "G".
               88 AI-ER-AFVIST            VALUE "A".
           05 FILLER           PIC X(1).
      *    Afvisningens aarsag; blank paa godkendte.
           05 AI-AARSAG        PIC X(30).
           05 FILLER           PIC X(1).
      *    Antal konti eller transaktioner der blev udleveret.
           05 AI-ANTAL         PIC 9(5).
           05 FILLER           PIC X(1).
           05 AI-ANMODNING     PIC X(40).
