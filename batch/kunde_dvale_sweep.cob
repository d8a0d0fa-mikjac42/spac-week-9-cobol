       01  WS-KUNDE-TAELLER    PIC 9(7)   VALUE 0.
       01  WS-DVALE-TAELLER    PIC 9(7)   VALUE 0.

      * Foer- og efterbillede til aendringsjournalen - se
      * shared/kunde_journal.cob.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE "RET".
       01  WS-JOURNAL-OPERATOER PIC X(10) VALUE SPACES.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "KUNDE-DVALE-SWEEP".
           PERFORM FIND-SENESTE-AKTIVITET
           IF WS-SENESTE-FUNDET = SPACES
                   OR WS-SENESTE-FUNDET(1:6) < WS-GRAENSE-AAR-MD
               MOVE MASTER-RECORD TO WS-FOER-BILLEDE
               MOVE "D" TO KUNDE-STATUS IN MASTER-RECORD
               REWRITE MASTER-RECORD
               IF WS-MASTER-STATUS = "00"
                   ADD 1 TO WS-DVALE-TAELLER
                   PERFORM SKRIV-KUNDE-JOURNAL
                   DISPLAY "Kunde "
                       FUNCTION TRIM(KUNDE-ID IN MASTER-RECORD)
                       " sat i dvale (seneste aktivitet: "
           END-SEARCH
       END-IF.

       SKRIV-KUNDE-JOURNAL.
      * WS-FOER-BILLEDE og WS-JOURNAL-OPERATION er sat af kalderen;
      * efterbilledet er recorden som den netop er skrevet.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       CALL "KUNDE-JOURNAL" USING WS-NOTIF-PROGRAM WS-JOURNAL-OPERATION
           WS-JOURNAL-OPERATOER WS-FOER-BILLEDE WS-EFTER-BILLEDE.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
