       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-REPARATION-STATUS PIC XX    VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "INDGAAENDE-BETALING".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
       END-PERFORM.

       CLOSE BETALING-FIL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE REPARATION-FIL.
       PERFORM FLYT-TIL-BEHANDLET.
       MOVE "K" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "INDBETALING " IB-AFSENDER(1:18) INTO PO-TEKST.
       MOVE "INDB" TO PO-TRANSKODE.
      * Betalingens egen dato som valoer, saa en forsinket
      * clearingfil ikke koster kunden rentedage.
       IF IB-DATO NUMERIC
           MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO
       END-IF.
       MOVE IB-VALUTA TO PO-VALUTA.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-TIL-REPARATION.
       MOVE SPACES TO REPARATION-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
