       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "FAST-OVERFOERSEL".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM INDLAES-KONTOOPL.
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
       END-PERFORM.

       CLOSE ORDRE-FIL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE RAPPORT-FIL.
       PERFORM SKRIV-SIDSTE-DATO.
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL EOF-REACHED
                                   WS-NOTIF-PROGRAM
                                   WS-NOTIF-STATUS
                                   WS-NOTIF-ANTAL
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE KUNDE-ID IN KUNDEMASTER-RECORD
       MOVE "D" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "FAST OVF TIL " FO-TIL-KONTO INTO PO-TEKST.
       MOVE "FOVF" TO PO-TRANSKODE.
      * Et efterbehandlet forfald valoerdateres paa forfaldsdagen,
      * saa renteberegningen stilles som om ordren loeb til tiden.
       MOVE VD-DATO(WS-VINDUE-IDX) TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE FO-TIL-KONTO TO PO-KONTO-ID.
       MOVE VD-DATO(WS-VINDUE-IDX) TO PO-DATO.
       MOVE "K" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "FAST OVF FRA " FO-FRA-KONTO INTO PO-TEKST.
       MOVE "FOVF" TO PO-TRANSKODE.
       MOVE VD-DATO(WS-VINDUE-IDX) TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
