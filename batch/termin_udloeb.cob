       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "TERMIN-UDLOEB".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "TERMINSFORFALD PR. " WS-KOERSELS-DATO
           INTO RAPPORT-TEXT.
           MOVE "INGEN FORFALD I DAG" TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE RAPPORT-FIL.
       IF ER-AENDRET
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL EOF-REACHED
                       CALL "KOERSEL-NOTIFIKATION" USING
                           WS-NOTIF-PROGRAM WS-NOTIF-STATUS
                           WS-NOTIF-ANTAL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE KONTO-ID IN KONTO-RECORD
           MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB
           MOVE "K" TO PO-DK
           MOVE "TERMINRENTE VED UDLOEB" TO PO-TEKST
           MOVE "TRNT" TO PO-TRANSKODE
           MOVE TMT-UDLOEB(TM-IDX) TO PO-VALOER-DATO
           PERFORM SKRIV-POSTERING-I-BATCH
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       COMPUTE WS-BELOEB-X100 ROUNDED = WS-RENTE-BELOEB * 100.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
