      ******************************************************************
      * Copybook til daekningsaftalerne files/DAEKNINGSAFTALER.txt:    *
      * kundens tilvalg af automatisk daekning af overtraek paa en     *
      * CHECKING-konto fra egen SAVINGS-konto. En linje pr. daekket    *
      * konto. Vedligeholdes i batch/daekning_vedligehold.cob og       *
      * udfoeres af batch/overtraek_daekning.cob i den daglige kaede.  *
      ******************************************************************
      *    Kontoen der daekkes (CHECKING) og kontoen der daekkes fra
      *    (SAVINGS); samme KUNDE-ID og samme valuta.
           05 DA-TIL-KONTO     PIC X(10).
           05 FILLER           PIC X(1).
           05 DA-FRA-KONTO     PIC X(10).
           05 FILLER           PIC X(1).
      *    Hoejst saa meget daekkes pr. dag, i kontoens valuta.
           05 DA-MAKS-PR-DAG   PIC 9(7)V99.
           05 FILLER           PIC X(1).
      *    Seneste aendring, dato og operatoer.
           05 DA-AENDRET-DATO  PIC X(8).
           05 FILLER           PIC X(1).
           05 DA-AENDRET-AF    PIC X(10).
