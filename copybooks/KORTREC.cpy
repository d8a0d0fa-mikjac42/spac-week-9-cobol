      ******************************************************************
      * Copybook til kortregistret files/KORT.txt - en linje pr.       *
      * udstedt debetkort. Vedligeholdes i batch/kort_vedligehold.cob  *
      * og laeses af RESERVATION-VEDLIGEHOLD (kortautorisationer) og   *
      * af kortafregningen batch/kort_afregning.cob.                   *
      * Banken kender kun kortets token - selve kortnummeret ligger    *
      * hos kortselskabet og gemmes ingen steder her.                  *
      ******************************************************************
           05 KR-KORT-TOKEN    PIC X(16).
           05 KR-KONTO-ID      PIC X(10).
      *    A = aktivt, S = spaerret, E = erstattet af et nyt kort.
           05 KR-STATUS        PIC X(1).
               88 KR-ER-AKTIVT            VALUE "A".
               88 KR-ER-SPAERRET          VALUE "S".
               88 KR-ER-ERSTATTET         VALUE "E".
      *    Sidste gyldige maaned (AAAAMM).
           05 KR-UDLOEB        PIC X(6).
      *    Kortets daglige beloebsgraense i kontoens valuta.
           05 KR-DAGSGRAENSE   PIC 9(7)V99.
           05 KR-UDSTEDT       PIC X(8).
      *    Paa et erstattet kort: token paa det kort der afloeste det.
           05 KR-ERSTATTET-AF  PIC X(16).
      *    Seneste aendring: dato og operatoer.
           05 KR-AENDRET       PIC X(8).
           05 KR-AENDRET-AF    PIC X(10).
