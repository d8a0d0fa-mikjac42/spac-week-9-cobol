       01  WS-FLERTYDIG-TAELLER PIC 9(7)  VALUE 0.
       01  WS-UGYLDIG-TAELLER  PIC 9(7)   VALUE 0.

      * Foer- og efterbillede til aendringsjournalen - se
      * shared/kunde_journal.cob.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE "RET".
       01  WS-JOURNAL-OPERATOER PIC X(10) VALUE SPACES.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "ADRESSE-IMPORT".
           INVALID KEY
               ADD 1 TO WS-UMATCHET-TAELLER
           NOT INVALID KEY
               MOVE MASTER-RECORD TO WS-FOER-BILLEDE
               MOVE AF-NY-VEJNAVN TO VEJNAVN IN MASTER-RECORD
               MOVE AF-NY-HUSNR TO HUSNR IN MASTER-RECORD
               MOVE AF-NY-ETAGE TO ETAGE IN MASTER-RECORD
               REWRITE MASTER-RECORD
               IF WS-MASTER-STATUS = "00"
                   ADD 1 TO WS-ANVENDT-TAELLER
                   PERFORM SKRIV-KUNDE-JOURNAL
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING "ANVENDT   KUNDE-ID="
                       WS-MATCH-KUNDE-ID
               END-IF
       END-READ.

       SKRIV-KUNDE-JOURNAL.
      * WS-FOER-BILLEDE og WS-JOURNAL-OPERATION er sat af kalderen;
      * efterbilledet er recorden som den netop er skrevet.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       CALL "KUNDE-JOURNAL" USING WS-NOTIF-PROGRAM WS-JOURNAL-OPERATION
           WS-JOURNAL-OPERATOER WS-FOER-BILLEDE WS-EFTER-BILLEDE.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
