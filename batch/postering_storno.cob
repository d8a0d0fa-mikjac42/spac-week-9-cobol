       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-REGISTER-STATUS  PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "POSTERING-STORNO".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
               "status=" WS-POSTERING-STATUS
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-FU-KONTO-ID TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-MODSAT-DK TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "STORNO AF " WS-SOEGE-LOEBENR INTO PO-TEKST.
       MOVE "STRN" TO PO-TRANSKODE.
       IF WS-FU-VALOER = SPACES
           MOVE WS-FU-DATO TO PO-VALOER-DATO
       ELSE
      * Originalens transaktionsreference foelger med, saa stornoen
      * haenger paa samme par som originalen i historikken.
       MOVE WS-FU-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.

       SKRIV-TIL-REGISTER.
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FIL
       END-IF.

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
