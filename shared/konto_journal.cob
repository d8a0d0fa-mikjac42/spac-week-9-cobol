       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTO-JOURNAL.

      * Faelles skrivning af en linje i kontomasterens aendrings-
      * journal files/KONTO-JOURNAL.txt (se copybooks/KONTOJRN.cpy).
      * Kaldes af alle programmer der opretter eller omskriver en
      * konto i files/KONTOOPL-MASTER.DAT - posteringsmotoren og
      * EKSPRES-POSTERING pr. omskrevet konto - lige efter at
      * WRITE/REWRITE er lykkedes. Kalderen sender sit programnavn,
      * OPRET eller RET, operatoeren (blank i batch) og kontorecorden
      * foer og efter; ved OPRET ignoreres foerbilledet. Journalen
      * aabnes EXTEND pr. kald (OUTPUT foerste gang), saa linjen
      * staar i filen selv om kalderen senere stopper uventet. Kan
      * den ikke skrives, siges det paa konsollen, men kalderens
      * aendring staar ved magt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FIL ASSIGN TO "files/KONTO-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/KONTOJRN.cpy".

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".

       LINKAGE SECTION.
       01  LK-PROGRAM-NAVN     PIC X(20).
       01  LK-OPERATION        PIC X(8).
       01  LK-OPERATOER-ID     PIC X(10).
       01  LK-FOER-KONTO.
           COPY "copybooks/KONTOREC.cpy".
       01  LK-EFTER-KONTO.
           COPY "copybooks/KONTOREC.cpy".

       PROCEDURE DIVISION USING LK-PROGRAM-NAVN LK-OPERATION
           LK-OPERATOER-ID LK-FOER-KONTO LK-EFTER-KONTO.
       MAIN-PROCEDURE.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS = "00"
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO KJ-TIDSSTEMPEL
           MOVE LK-PROGRAM-NAVN TO KJ-PROGRAM
           MOVE LK-OPERATION TO KJ-OPERATION
           MOVE LK-OPERATOER-ID TO KJ-OPERATOER
           MOVE KONTO-ID IN LK-EFTER-KONTO TO KJ-KONTO-ID
           IF LK-OPERATION NOT = "OPRET"
               MOVE LK-FOER-KONTO TO KJ-FOER
           END-IF
           MOVE LK-EFTER-KONTO TO KJ-EFTER
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       ELSE
           DISPLAY "KONTO-JOURNAL: kan ikke skrive "
               "kontojournalen, status=" WS-JOURNAL-STATUS
       END-IF.

       GOBACK.
