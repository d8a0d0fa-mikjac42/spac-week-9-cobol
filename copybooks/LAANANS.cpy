      ******************************************************************
      * Copybook til laaneansoegningsregistret                         *
      * files/LAANEANSOEGNINGER.txt: en linje pr. ansoegning fra       *
      * indtastning over afgoerelse til udbetaling. Oprettes og        *
      * udbetales i batch/laan_ansoegning.cob; godkendes eller afvises *
      * af en anden operatoer med rollen B i                           *
      * batch/laan_godkendelse.cob. Foerst ved udbetalingen oprettes   *
      * laanekontoen, linjen i files/LAANEPLANER.txt og posteringen af *
      * hovedstolen.                                                   *
      ******************************************************************
           05 LA-ANSOEGNING-NR PIC 9(6).
           05 FILLER           PIC X(1).
           05 LA-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
      *    Det ansoegte laan: hovedstol, antal maanedlige terminer,
      *    aarlig sats i procent og formaalet.
           05 LA-BELOEB        PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 LA-TERMINER      PIC 9(3).
           05 FILLER           PIC X(1).
           05 LA-SATS          PIC 9(2)V9(4).
           05 FILLER           PIC X(1).
           05 LA-FORMAAL       PIC X(30).
           05 FILLER           PIC X(1).
      *    Kundens oplyste maanedlige indkomst efter skat og faste
      *    udgifter, annuitetsydelsen (shared/annuitet_beregn.cob) og
      *    raadighedsbeloebet = indkomst - faste udgifter - ydelse;
      *    D foran beloebet = negativt raadighedsbeloeb.
           05 LA-INDKOMST      PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 LA-FASTE-UDG     PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 LA-YDELSE        PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 LA-RAADIGHED-DK  PIC X(1).
           05 LA-RAADIGHED     PIC 9(7)V99.
           05 FILLER           PIC X(1).
      *    A = ansoegt, G = godkendt, F = afvist, U = udbetalt.
           05 LA-STATUS        PIC X(1).
               88 LA-ER-ANSOEGT           VALUE "A".
               88 LA-ER-GODKENDT          VALUE "G".
               88 LA-ER-AFVIST            VALUE "F".
               88 LA-ER-UDBETALT          VALUE "U".
           05 FILLER           PIC X(1).
      *    Hvem og hvornaar: indtastet, afgjort (godkendt/afvist) og
      *    udbetalt.
           05 LA-OPRETTET      PIC X(8).
           05 FILLER           PIC X(1).
           05 LA-OPRETTET-AF   PIC X(10).
           05 FILLER           PIC X(1).
           05 LA-AFGJORT       PIC X(8).
           05 FILLER           PIC X(1).
           05 LA-AFGJORT-AF    PIC X(10).
           05 FILLER           PIC X(1).
           05 LA-UDBETALT      PIC X(8).
           05 FILLER           PIC X(1).
           05 LA-UDBETALT-AF   PIC X(10).
           05 FILLER           PIC X(1).
      *    Ved udbetalingen: den oprettede laanekonto og kundens
      *    konto hovedstolen blev udbetalt til, som ogsaa er
      *    modkonto for ydelserne.
           05 LA-LAANEKONTO    PIC X(10).
           05 FILLER           PIC X(1).
           05 LA-MODKONTO      PIC X(10).
