       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-AFVIST-STATUS    PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "HOLD-BEHANDLING".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
       PERFORM BEHANDL-HOLDPOST
           VARYING WS-VIS-IDX FROM 1 BY 1
           UNTIL WS-VIS-IDX > WS-HOLD-ANTAL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE AFVIST-FIL.
       PERFORM SKRIV-HOLDKOE-TILBAGE.
               WS-AFVIST-STATUS
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       BEHANDL-HOLDPOST.
       SET HO-IDX TO WS-VIS-IDX.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE HOT-LINJE(HO-IDX) TO POSTERING-RECORD.
       MOVE "F" TO PO-FRIGIVET.
       PERFORM SKRIV-POSTERING-I-BATCH.
       DISPLAY "Frigivet til files/POSTERINGER.txt.".

       AFVIS-POST.
           END-PERFORM
           CLOSE HOLD-FIL
       END-IF.

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
