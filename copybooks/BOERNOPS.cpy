      ******************************************************************
      * Copybook til registret over boerneopsparinger                  *
      * files/BOERNEOPSPARING.txt: en linje pr. konto af typen         *
      * BOERNEOPSPARING. Ejeren er et barn; foedselsdatoen er udledt   *
      * af ejerens CPR-NUMMER (shared/cpr_foedselsdato.cob), og        *
      * kontoen er laast for haevning til barnet fylder den aftalte    *
      * frigivelsesalder. Indskyderen er en foraelder med et aarligt   *
      * indskudsloft. Oprettes af batch/konto_oprettelse.cob,          *
      * haandhaeves af batch/postering_motor.cob og frigives af        *
      * batch/boerneopsparing_frigiv.cob ved maanedsafslutningen.      *
      ******************************************************************
           05 BO-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
      *    Indskyderens (foraelderens) KUNDE-ID.
           05 BO-INDSKYDER     PIC X(10).
           05 FILLER           PIC X(1).
           05 BO-FOEDSELSDATO  PIC X(8).
           05 FILLER           PIC X(1).
      *    Aftalt frigivelsesalder (normalt 18) og den deraf
      *    foelgende laasedato: foedselsdagen det aar.
           05 BO-FRIGIV-ALDER  PIC 9(2).
           05 FILLER           PIC X(1).
           05 BO-LAAST-TIL     PIC X(8).
           05 FILLER           PIC X(1).
      *    Hoejst tilladte indskud pr. kalenderaar; rente og andre
      *    systemposteringer taeller ikke med.
           05 BO-AARSLOFT      PIC 9(7)V99.
           05 FILLER           PIC X(1).
      *    A = laast, F = frigivet.
           05 BO-STATUS        PIC X(1).
               88 BO-ER-LAAST             VALUE "A".
               88 BO-ER-FRIGIVET          VALUE "F".
           05 FILLER           PIC X(1).
           05 BO-FRIGIVET-DATO PIC X(8).
           05 FILLER           PIC X(1).
           05 BO-OPRETTET-AF   PIC X(10).
