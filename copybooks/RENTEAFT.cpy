      ******************************************************************
      * Copybook til registret over individuelt aftalte rentesatser    *
      * files/RENTEAFTALER.txt: en linje pr. aftale pr. KONTO-ID.      *
      * En aftale er enten en fast sats (ART F), der afloeser          *
      * kontotypens sats fra files/RENTESATSER.txt helt - alle baand - *
      * eller et tillaeg/fradrag (ART M) til typens sats i hvert baand.*
      * Aftalen gaelder fra og med GYLDIG-FRA til og med GYLDIG-TIL    *
      * (blank = uden udloeb); flere aftaler paa samme konto maa       *
      * ikke overlappe. Vedligeholdes af                               *
      * batch/renteaftale_vedligehold.cob, slaas op via                *
      * shared/renteaftale_opslag.cob og listes med udloeb af          *
      * batch/renteaftale_rapport.cob.                                 *
      ******************************************************************
           05 RA-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 RA-ART           PIC X(1).
               88 RA-ER-FAST-SATS         VALUE "F".
               88 RA-ER-MARGIN            VALUE "M".
           05 FILLER           PIC X(1).
      *    Satsen i procent med fire decimaler og fortegn; ved F den
      *    faste sats, ved M tillaegget (+) eller fradraget (-).
           05 RA-FORTEGN       PIC X(1).
           05 RA-SATS          PIC 9(2)V9(4).
           05 FILLER           PIC X(1).
           05 RA-GYLDIG-FRA    PIC X(8).
           05 FILLER           PIC X(1).
           05 RA-GYLDIG-TIL    PIC X(8).
           05 FILLER           PIC X(1).
           05 RA-AFTALT-AF     PIC X(10).
           05 FILLER           PIC X(1).
           05 RA-BEMAERKNING   PIC X(30).
