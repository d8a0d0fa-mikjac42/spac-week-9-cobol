           88  HAR-KANDIDAT               VALUE "Y".
       01  WS-KANDIDAT-ADRESSE PIC X(70)  VALUE SPACES.

      * Foer- og efterbillede til aendringsjournalen - se
      * shared/kunde_journal.cob.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE "RET".
       01  WS-JOURNAL-PROGRAM  PIC X(20)  VALUE "RETUR-POST-REGISTR".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
           STOP RUN
       END-IF.

       MOVE MASTER-RECORD TO WS-FOER-BILLEDE.
       MOVE "U" TO ADRESSE-STATUS IN MASTER-RECORD.
       REWRITE MASTER-RECORD.
       IF WS-MASTER-STATUS NOT = "00"
           CLOSE MASTER-FIL
           STOP RUN
       END-IF.
       PERFORM SKRIV-KUNDE-JOURNAL.
       DISPLAY "Adressen er markeret uanvendelig - fysisk post til "
           "kunden standses.".

           CLOSE REPARATION-FIL
       END-IF.

       SKRIV-KUNDE-JOURNAL.
      * WS-FOER-BILLEDE og WS-JOURNAL-OPERATION er sat af kalderen;
      * efterbilledet er recorden som den netop er skrevet.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       CALL "KUNDE-JOURNAL" USING WS-JOURNAL-PROGRAM
           WS-JOURNAL-OPERATION WS-OPERATOER-ID WS-FOER-BILLEDE
           WS-EFTER-BILLEDE.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
