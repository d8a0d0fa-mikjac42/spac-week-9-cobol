      ******************************************************************
      * Copybook til registret over kundernes legitimation             *
      * files/ID-DOKUMENTER.txt: en linje pr. forevist ID-dokument     *
      * pr. KUNDE-ID - hvilket dokument banken har set, hvem der       *
      * kontrollerede det og hvornaar. Et dokument er gyldigt til og   *
      * med ID-UDLOEB. Vedligeholdes fra KUNDE-VEDLIGEHOLD, vises i    *
      * KUNDE-ENGAGEMENT, og kunder hvis sidste gyldige legitimation   *
      * er udloebet eller udloeber inden for 60 dage, listes hver      *
      * maaned pr. afdeling af batch/id_udloeb_rapport.cob.            *
      ******************************************************************
           05 ID-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
      *    PA = pas, KK = koerekort, IK = nationalt ID-kort,
      *    OP = opholdskort.
           05 ID-DOK-TYPE      PIC X(2).
               88 ID-ER-PAS               VALUE "PA".
               88 ID-ER-KOEREKORT         VALUE "KK".
               88 ID-ER-ID-KORT           VALUE "IK".
               88 ID-ER-OPHOLDSKORT       VALUE "OP".
               88 ID-TYPE-GYLDIG          VALUE "PA" "KK" "IK" "OP".
           05 FILLER           PIC X(1).
           05 ID-DOK-NUMMER    PIC X(20).
           05 FILLER           PIC X(1).
      *    Udstedende land som ISO-landekode (DK, SE, DE ...).
           05 ID-UDSTEDT-LAND  PIC X(2).
           05 FILLER           PIC X(1).
           05 ID-UDLOEB        PIC X(8).
           05 FILLER           PIC X(1).
      *    Operatoeren der kontrollerede dokumentet og datoen.
           05 ID-VERIFICERET-AF PIC X(10).
           05 FILLER           PIC X(1).
           05 ID-VERIFICERET-DATO PIC X(8).
