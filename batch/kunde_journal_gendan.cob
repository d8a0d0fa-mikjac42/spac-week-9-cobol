      * Det var denne mulighed vi manglede, da en operatoer sidste
      * maaned rettede den forkerte KUNDE-ID uden spor af det gamle
      * indhold.
      * Hver aendring gendannelsen laver i masteren, skrives selv i
      * journalen - se SKRIV-KUNDE-JOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

      * Billederne ud over 250 tegn ligger bagest paa linjen efter
      * operatoerfeltet - se KUNDE-VEDLIGEHOLD. Aeldre linjer har
      * resten blank.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
                              INDEXED BY JO-IDX.
               10  JOT-TIDSSTEMPEL PIC X(14) VALUE SPACES.
               10  JOT-OPERATION   PIC X(8)  VALUE SPACES.
               10  JOT-FOER        PIC X(400) VALUE SPACES.
               10  JOT-EFTER       PIC X(400) VALUE SPACES.

       01  WS-LOEBE-IDX        PIC 9(4)   VALUE 0.
       01  WS-ANVENDT-TAELLER  PIC 9(4)   VALUE 0.
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

      * Foer- og efterbillede til aendringsjournalen - se
      * shared/kunde_journal.cob.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE "RET".
       01  WS-JOURNAL-OPERATOER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
                   SET JO-IDX TO WS-JOURNAL-ANTAL
                   MOVE JO-TIDSSTEMPEL TO JOT-TIDSSTEMPEL(JO-IDX)
                   MOVE JO-OPERATION TO JOT-OPERATION(JO-IDX)
                   MOVE JO-FOER TO JOT-FOER(JO-IDX)(1:250)
                   MOVE JO-FOER-REST TO JOT-FOER(JO-IDX)(251:150)
                   MOVE JO-EFTER TO JOT-EFTER(JO-IDX)(1:250)
                   MOVE JO-EFTER-REST TO JOT-EFTER(JO-IDX)(251:150)
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
                   NOT INVALID KEY
                       DELETE MASTER-FIL RECORD
               END-READ
               MOVE "SLET" TO WS-JOURNAL-OPERATION
               MOVE JOT-EFTER(JO-IDX) TO WS-FOER-BILLEDE
               MOVE SPACES TO WS-EFTER-BILLEDE
               PERFORM SKRIV-KUNDE-JOURNAL
           WHEN "RET"
               MOVE JOT-FOER(JO-IDX) TO MASTER-RECORD
               REWRITE MASTER-RECORD
               IF WS-MASTER-STATUS NOT = "00"
                   WRITE MASTER-RECORD
               END-IF
               MOVE "RET" TO WS-JOURNAL-OPERATION
               MOVE JOT-EFTER(JO-IDX) TO WS-FOER-BILLEDE
               MOVE JOT-FOER(JO-IDX) TO WS-EFTER-BILLEDE
               PERFORM SKRIV-KUNDE-JOURNAL
           WHEN "SLET"
               MOVE JOT-FOER(JO-IDX) TO MASTER-RECORD
               WRITE MASTER-RECORD
               IF WS-MASTER-STATUS NOT = "00"
                   REWRITE MASTER-RECORD
               END-IF
               MOVE "TILFOEJ" TO WS-JOURNAL-OPERATION
               MOVE SPACES TO WS-FOER-BILLEDE
               MOVE JOT-FOER(JO-IDX) TO WS-EFTER-BILLEDE
               PERFORM SKRIV-KUNDE-JOURNAL
           WHEN OTHER
               SUBTRACT 1 FROM WS-ANVENDT-TAELLER
       END-EVALUATE.
               IF WS-MASTER-STATUS NOT = "00"
                   REWRITE MASTER-RECORD
               END-IF
               MOVE "TILFOEJ" TO WS-JOURNAL-OPERATION
               MOVE SPACES TO WS-FOER-BILLEDE
               MOVE JOT-EFTER(JO-IDX) TO WS-EFTER-BILLEDE
               PERFORM SKRIV-KUNDE-JOURNAL
           WHEN "RET"
               MOVE JOT-EFTER(JO-IDX) TO MASTER-RECORD
               REWRITE MASTER-RECORD
               IF WS-MASTER-STATUS NOT = "00"
                   WRITE MASTER-RECORD
               END-IF
               MOVE "RET" TO WS-JOURNAL-OPERATION
               MOVE JOT-FOER(JO-IDX) TO WS-FOER-BILLEDE
               MOVE JOT-EFTER(JO-IDX) TO WS-EFTER-BILLEDE
               PERFORM SKRIV-KUNDE-JOURNAL
           WHEN "SLET"
               MOVE JOT-FOER(JO-IDX) TO MASTER-RECORD
               READ MASTER-FIL
                   NOT INVALID KEY
                       DELETE MASTER-FIL RECORD
               END-READ
               MOVE "SLET" TO WS-JOURNAL-OPERATION
               MOVE JOT-FOER(JO-IDX) TO WS-FOER-BILLEDE
               MOVE SPACES TO WS-EFTER-BILLEDE
               PERFORM SKRIV-KUNDE-JOURNAL
           WHEN OTHER
               SUBTRACT 1 FROM WS-ANVENDT-TAELLER
       END-EVALUATE.

       SKRIV-KUNDE-JOURNAL.
      * Gendannelsen journaliseres som den aendring den selv er: en
      * fortrudt RET er en ny RET med billederne byttet om, en
      * fortrudt TILFOEJ en SLET osv. En senere tilbagerulning eller
      * et dataudtraek ser saa masteren som den faktisk staar.
      * Intet skrives, naar masteren ikke blev aendret.
       IF WS-MASTER-STATUS = "00"
           CALL "KUNDE-JOURNAL" USING WS-LAAS-HOLDER
               WS-JOURNAL-OPERATION WS-JOURNAL-OPERATOER
               WS-FOER-BILLEDE WS-EFTER-BILLEDE
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
