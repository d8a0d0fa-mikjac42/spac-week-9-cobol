       01  WS-SPRUNGET-TAELLER PIC 9(7)   VALUE 0.
       01  WS-FEJL-TAELLER     PIC 9(7)   VALUE 0.

      * Foer- og efterbillede til aendringsjournalen - se
      * shared/kunde_journal.cob.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE "RET".
       01  WS-JOURNAL-OPERATOER PIC X(10) VALUE SPACES.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "NOEGLE-ROTATION".
               WS-EMAIL-NY WS-MAAL-VERSION
           IF WS-TELEFON-KONTROL = WS-TELEFON-KLAR
               AND WS-EMAIL-KONTROL = WS-EMAIL-KLAR
               MOVE MASTER-RECORD TO WS-FOER-BILLEDE
               MOVE WS-TELEFON-NY TO TELEFON IN MASTER-RECORD
               MOVE WS-EMAIL-NY TO EMAIL IN MASTER-RECORD
               MOVE WS-MAAL-VERSION
               REWRITE MASTER-RECORD
               IF WS-MASTER-STATUS = "00"
                   ADD 1 TO WS-ROTERET-TAELLER
                   PERFORM SKRIV-KUNDE-JOURNAL
               ELSE
                   ADD 1 TO WS-FEJL-TAELLER
                   DISPLAY "FEJL: REWRITE fejlede for KUNDE-ID "
           CLOSE NOEGLE-FIL
       END-IF.

       SKRIV-KUNDE-JOURNAL.
      * WS-FOER-BILLEDE og WS-JOURNAL-OPERATION er sat af kalderen;
      * efterbilledet er recorden som den netop er skrevet.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       CALL "KUNDE-JOURNAL" USING WS-NOTIF-PROGRAM WS-JOURNAL-OPERATION
           WS-JOURNAL-OPERATOER WS-FOER-BILLEDE WS-EFTER-BILLEDE.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
