      ******************************************************************
      * Copybook til cash pool-registret files/CASHPOOL-REGISTER.txt:  *
      * erhvervskunders kontogrupper, hvor hver underkonto hver aften  *
      * toemmes til eller fyldes op fra gruppens topkonto. En linje    *
      * pr. underkonto; en konto kan kun vaere medlem af en pool, og   *
      * en topkonto kan ikke selv vaere medlem. Vedligeholdes i        *
      * batch/cashpool_vedligehold.cob og udfoeres af                  *
      * batch/cashpool_sweep.cob i den daglige kaede.                  *
      ******************************************************************
      *    Poolens topkonto og underkontoen. Ejerne skal vaere samme
      *    kunde eller hoere til samme koncern (moder-/datterselskab
      *    i samme gruppe i files/KUNDEGRUPPER.txt).
           05 CP-TOP-KONTO     PIC X(10).
           05 FILLER           PIC X(1).
           05 CP-MEDLEM-KONTO  PIC X(10).
           05 FILLER           PIC X(1).
      *    N = nulsaldo (hele saldoen flyttes til/fra toppen),
      *    M = maalsaldo (underkontoen bringes til CP-MAALSALDO;
      *    overskud sendes op, manko fyldes op fra toppen).
           05 CP-REGEL         PIC X(1).
               88 CP-ER-NULSALDO          VALUE "N".
               88 CP-ER-MAALSALDO         VALUE "M".
               88 CP-REGEL-GYLDIG         VALUE "N" "M".
           05 FILLER           PIC X(1).
           05 CP-MAALSALDO     PIC 9(7)V99.
           05 FILLER           PIC X(1).
      *    Poolens valuta; begge konti skal vaere fort i den.
           05 CP-VALUTA        PIC X(3).
           05 FILLER           PIC X(1).
      *    Koncernintern rentesats i procent p.a. til maanedens
      *    rentefordeling paa underkontoens position i poolen.
           05 CP-RENTESATS     PIC 9(2)V9(4).
           05 FILLER           PIC X(1).
      *    Seneste aendring, dato og operatoer.
           05 CP-AENDRET-DATO  PIC X(8).
           05 FILLER           PIC X(1).
           05 CP-AENDRET-AF    PIC X(10).
