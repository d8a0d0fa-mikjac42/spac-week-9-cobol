      ******************************************************************
      * Copybook til dagsgraenseregistret files/DAGSGRAENSER.txt: hvor *
      * meget der hoejst maa forlade en kunde pr. dag, for interne     *
      * overfoersler og eksterne betalinger hver for sig, maalt i DKK. *
      * En A-linje er standardgraensen for en kundeart, en K-linje en  *
      * individuel graense for et KUNDE-ID, som gaar forud for         *
      * standarden. Haandhaeves af shared/dagsgraense_kontrol.cob og   *
      * vedligeholdes i batch/dagsgraense_vedligehold.cob.             *
      ******************************************************************
           05 DG-TYPE          PIC X(1).
               88 DG-ER-STANDARD          VALUE "A".
               88 DG-ER-KUNDE             VALUE "K".
           05 FILLER           PIC X(1).
      *    Kundeart (P = person, E = erhverv) paa en A-linje,
      *    KUNDE-ID paa en K-linje.
           05 DG-NOEGLE        PIC X(10).
           05 FILLER           PIC X(1).
      *    Graense for overfoersler til andre konti i huset.
           05 DG-INTERN        PIC 9(9)V99.
           05 FILLER           PIC X(1).
      *    Graense for betalinger til andre banker.
           05 DG-EKSTERN       PIC 9(9)V99.
           05 FILLER           PIC X(1).
      *    Seneste aendring, dato og operatoer.
           05 DG-AENDRET-DATO  PIC X(8).
           05 FILLER           PIC X(1).
           05 DG-AENDRET-AF    PIC X(10).
