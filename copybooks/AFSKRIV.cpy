      ******************************************************************
      * Copybook til afskrivningsregistret files/AFSKRIVNINGER.txt:    *
      * en linje pr. laan der er afskrevet som tab og overdraget til   *
      * inkasso. Linjen baerer sagens to summer - hvad der blev        *
      * afskrevet, og hvad inkassobureauet siden har inddrevet - mens  *
      * de enkelte bevaegelser staar i files/AFSKRIVNING-POSTER.txt.   *
      * Oprettes af batch/laan_afskrivning.cob, inddrivelserne         *
      * laegges til af batch/inkasso_indbetaling.cob. Et laan i        *
      * registret faar hverken rente (batch/rente_tilskrivning.cob),   *
      * opkraevning (batch/laan_opkraevning.cob) eller rykkere         *
      * (batch/laan_restance.cob) mere.                                *
      ******************************************************************
           05 AF-LAAN-KONTO    PIC X(10).
           05 FILLER           PIC X(1).
           05 AF-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 AF-DATO          PIC X(8).
           05 FILLER           PIC X(1).
      *    R = afskrevet efter sidste rykker, M = udvalgt manuelt af
      *    kreditafdelingen.
           05 AF-AARSAG        PIC X(1).
               88 AF-EFTER-RYKKER         VALUE "R".
               88 AF-MANUELT              VALUE "M".
           05 FILLER           PIC X(1).
      *    Afskrevet: restgaelden efter seneste forfaldne termin plus
      *    de ubetalte ydelser i restance.
           05 AF-AFSKREVET     PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 AF-INDDREVET     PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 AF-SIDST-INDDREVET PIC X(8).
           05 FILLER           PIC X(1).
      *    A = hos inkasso, I = fuldt inddrevet.
           05 AF-STATUS        PIC X(1).
               88 AF-HOS-INKASSO          VALUE "A".
               88 AF-ER-INDDREVET         VALUE "I".
           05 FILLER           PIC X(1).
           05 AF-AFSKREVET-AF  PIC X(10).
