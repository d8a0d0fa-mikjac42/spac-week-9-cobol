      ******************************************************************
      * Copybook til linjen i files/OPERATOER-JOURNAL.txt - journalen  *
      * over aendringer i operatoerregistret. Skrives af               *
      * OPERATOER-VEDLIGEHOLD (oprettelse, roller, deaktivering,       *
      * PIN-nulstilling) og af paalogningen (laasning efter tre        *
      * forkerte PIN og operatoerens eget PIN-skift). PIN og PIN-hash  *
      * kommer aldrig i journalen.                                     *
      ******************************************************************
           05 OJ-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
      *    OPRET, RET, DEAKT, AKTIVER, PINNULST, LAAST, PINSKIFT.
           05 OJ-OPERATION     PIC X(8).
           05 FILLER           PIC X(1).
      *    Operatoeren aendringen gaelder.
           05 OJ-OPERATOER-ID  PIC X(10).
           05 FILLER           PIC X(1).
      *    Operatoeren der udfoerte aendringen (ved LAAST og PINSKIFT
      *    operatoeren selv).
           05 OJ-UDFOERT-AF    PIC X(10).
           05 FILLER           PIC X(1).
      *    Roller, afdeling, eget KUNDE-ID og status foer og efter:
      *    "ROLLER AFD. KUNDE-ID S".
           05 OJ-FOER          PIC X(26).
           05 FILLER           PIC X(1).
           05 OJ-EFTER         PIC X(26).
