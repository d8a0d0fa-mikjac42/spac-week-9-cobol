      ******************************************************************
      * Copybook til cash pool-positionerne i                          *
      * files/CASHPOOL-POSITIONER.txt: en linje pr. underkonto med     *
      * dens netto sweepede beloeb i poolen og maanedens rentedage til *
      * den koncerninterne rentefordeling. Filen vedligeholdes alene   *
      * af batch/cashpool_sweep.cob.                                   *
      ******************************************************************
           05 PS-MEDLEM-KONTO  PIC X(10).
           05 FILLER           PIC X(1).
           05 PS-TOP-KONTO     PIC X(10).
           05 FILLER           PIC X(1).
      *    Positionen: K = underkontoen har netto sendt beloebet op
      *    og har det til gode hos poolen, D = skylder poolen.
           05 PS-POSITION-DK   PIC X(1).
           05 PS-POSITION      PIC 9(11)V99.
           05 FILLER           PIC X(1).
      *    Maanedens rentedage (position gange kalenderdage) og
      *    antallet af dage de daekker.
           05 PS-RENTEDAGE-DK  PIC X(1).
           05 PS-RENTEDAGE     PIC 9(13)V99.
           05 FILLER           PIC X(1).
           05 PS-DAGE          PIC 9(3).
           05 FILLER           PIC X(1).
      *    Seneste koersel og de dage den lagde til - en genkoersel
      *    samme dag traekker dem ud igen.
           05 PS-SIDST-DATO    PIC X(8).
           05 FILLER           PIC X(1).
           05 PS-SIDST-DAGE    PIC 9(3).
           05 FILLER           PIC X(1).
      *    Senest rentefordelte maaned (AAAAMM).
           05 PS-FORDELT       PIC X(6).
           05 FILLER           PIC X(1).
           05 PS-RENTESATS     PIC 9(2)V9(4).
           05 FILLER           PIC X(1).
           05 PS-VALUTA        PIC X(3).
