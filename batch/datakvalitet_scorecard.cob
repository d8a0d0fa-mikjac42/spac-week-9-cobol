      * foejes til historikfilen files/DATAKVALITET-HISTORIK.txt, og
      * trendrapporten files/DATAKVALITET-RAPPORT.txt genskrives med
      * dagens tal - samme moenster som KPI-RAPPORT.txt - saa
      * oprydningsindsatsen kan ses flytte tallene. Hver fejl
      * skrives desuden med KUNDE-ID og feltnavn til
      * files/DATAKVALITET-UNDTAGELSER.txt, som genskrives hver nat
      * og er det filialernes arbejdskoe danner opgaver ud fra - se
      * batch/arbejdskoe_opsamling.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT UNDTAGELSE-FIL
               ASSIGN TO "files/DATAKVALITET-UNDTAGELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNDTAGELSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(80).

      * En linje pr. kunde og fejlbehaeftet felt, med samme feltnavne
      * som historikfilen.
       FD  UNDTAGELSE-FIL.
       01  UNDTAGELSE-RECORD.
           05 DU-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 DU-FELT          PIC X(12).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
       01  WS-POSTNR-STATUS    PIC XX     VALUE "00".
       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-UNDTAGELSE-STATUS PIC XX    VALUE "00".
       01  WS-UNDTAGELSE-AABEN PIC X      VALUE "N".
           88  UNDTAGELSE-ER-AABEN        VALUE "Y".
       01  WS-UNDTAGELSE-FELT  PIC X(12)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       OPEN OUTPUT UNDTAGELSE-FIL.
       IF WS-UNDTAGELSE-STATUS = "00"
           SET UNDTAGELSE-ER-AABEN TO TRUE
       ELSE
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/DATAKVALITET-UNDTAGELSER.txt, status="
               WS-UNDTAGELSE-STATUS
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ MASTER-FIL NEXT RECORD
               AT END
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE MASTER-FIL.
       IF UNDTAGELSE-ER-AABEN
           CLOSE UNDTAGELSE-FIL
       END-IF.

       PERFORM SKRIV-HISTORIKLINJER.
       PERFORM INDLAES-TREND.
       IF KUNDE-ART IN MASTER-RECORD NOT = "E"
           IF CPR-NUMMER IN MASTER-RECORD = SPACES
               ADD 1 TO WS-CPR-BLANK
               MOVE "CPR-BLANK" TO WS-UNDTAGELSE-FELT
               PERFORM SKRIV-UNDTAGELSE
           ELSE
               MOVE "N" TO WS-CPR-GYLDIG
               CALL "CPR-VALIDER" USING
                   CPR-NUMMER IN MASTER-RECORD WS-CPR-GYLDIG
               IF WS-CPR-GYLDIG NOT = "Y"
                   ADD 1 TO WS-CPR-UGYLDIG
                   MOVE "CPR-UGYLDIG" TO WS-UNDTAGELSE-FELT
                   PERFORM SKRIV-UNDTAGELSE
               END-IF
           END-IF
       END-IF.
       PERFORM KONTROLLER-POSTNR.
       IF NOT POSTNR-ER-KENDT
           ADD 1 TO WS-POSTNR-UGYLDIG
           MOVE "POSTNR" TO WS-UNDTAGELSE-FELT
           PERFORM SKRIV-UNDTAGELSE
       END-IF.
       IF AFDELING IN MASTER-RECORD = SPACES
           ADD 1 TO WS-AFDELING-BLANK
           MOVE "AFDELING" TO WS-UNDTAGELSE-FELT
           PERFORM SKRIV-UNDTAGELSE
       END-IF.
       PERFORM KONTROLLER-TELEFON.
       PERFORM KONTROLLER-EMAIL.

       SKRIV-UNDTAGELSE.
       IF UNDTAGELSE-ER-AABEN
           MOVE SPACES TO UNDTAGELSE-RECORD
           MOVE KUNDE-ID IN MASTER-RECORD TO DU-KUNDE-ID
           MOVE WS-UNDTAGELSE-FELT TO DU-FELT
           WRITE UNDTAGELSE-RECORD
       END-IF.

       KONTROLLER-POSTNR.
       SET WS-POSTNR-FUNDET TO "N".
       SET PN-IDX TO 1.
           PERFORM BEDOEM-LAESELIGHED
           IF FELT-ER-ULAESELIGT
               ADD 1 TO WS-TELEFON-UGYLDIG
               MOVE "TELEFON" TO WS-UNDTAGELSE-FELT
               PERFORM SKRIV-UNDTAGELSE
           END-IF
       END-IF.

           PERFORM BEDOEM-LAESELIGHED
           IF FELT-ER-ULAESELIGT
               ADD 1 TO WS-EMAIL-UGYLDIG
               MOVE "EMAIL" TO WS-UNDTAGELSE-FELT
               PERFORM SKRIV-UNDTAGELSE
           END-IF
       END-IF.

