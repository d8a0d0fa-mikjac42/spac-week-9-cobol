       01  WS-KONTROL-STATUS   PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "PBS-RETUR-IMPORT".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       PERFORM UNTIL EOF-REACHED
           READ RETUR-FIL
       END-PERFORM.

       CLOSE RETUR-FIL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE AFVIST-FIL.
       PERFORM SKRIV-KONTROLRAPPORT.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "K" TO PO-DK.
       MOVE "PBS INDBETALING" TO PO-TEKST.
       MOVE "PBSI" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE RD-VALUTA TO PO-VALUTA.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-AFVIKLINGSKONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE "D" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "PBS AFVIKLING " RD-KONTO-ID INTO PO-TEKST.
       MOVE "PBSA" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE RD-VALUTA TO PO-VALUTA.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-AFVISNING.
       MOVE SPACES TO AFVIST-TEKST.
           " UKENDT=" WS-UKENDT-TAELLER
           INTO KONTROL-TEKST.
       WRITE KONTROL-RECORD.

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
