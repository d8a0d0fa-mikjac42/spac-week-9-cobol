       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADGANG-LOG.

      * Faelles adgangslog for opslagsprogrammerne: skriver en linje
      * pr. opslag i files/ADGANGS-LOG.txt med tidspunkt, operatoer
      * (ID'et fra OPERATOER-SIGNON), program og den kunde og evt.
      * konto der blev vist - se copybooks/ADGANGLOG.cpy.
      * Finanstilsynet forventer at banken kan svare paa hvem der har
      * set en given kunde; det kan audit-loggen ikke, for den viser
      * kun aendringer. Loggen aabnes EXTEND pr. kald (OUTPUT foerste
      * gang), saa hvert opslag staar i filen med det samme, ogsaa
      * hvis kalderen senere stopper uventet. Kan loggen ikke
      * skrives, siges det paa konsollen, men opslaget afvises ikke.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADGANG-LOG-FIL ASSIGN TO "files/ADGANGS-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADGANG-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADGANG-LOG-FIL.
       01  ADGANG-LOG-RECORD.
           COPY "copybooks/ADGANGLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ADGANG-LOG-STATUS PIC XX    VALUE "00".

       LINKAGE SECTION.
       01  LK-PROGRAM-NAVN     PIC X(20).
       01  LK-OPERATOER-ID     PIC X(10).
       01  LK-KUNDE-ID         PIC X(10).
       01  LK-KONTO-ID         PIC X(10).

       PROCEDURE DIVISION USING LK-PROGRAM-NAVN LK-OPERATOER-ID
           LK-KUNDE-ID LK-KONTO-ID.
       MAIN-PROCEDURE.
       OPEN EXTEND ADGANG-LOG-FIL.
       IF WS-ADGANG-LOG-STATUS = "35"
           OPEN OUTPUT ADGANG-LOG-FIL
       END-IF.
       IF WS-ADGANG-LOG-STATUS = "00"
           MOVE SPACES TO ADGANG-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AG-TIDSSTEMPEL
           MOVE LK-OPERATOER-ID TO AG-OPERATOER
           MOVE LK-PROGRAM-NAVN TO AG-PROGRAM
           MOVE LK-KUNDE-ID TO AG-KUNDE-ID
           MOVE LK-KONTO-ID TO AG-KONTO-ID
           WRITE ADGANG-LOG-RECORD
           CLOSE ADGANG-LOG-FIL
       ELSE
           DISPLAY "ADGANG-LOG: kan ikke skrive adgangsloggen, "
               "status=" WS-ADGANG-LOG-STATUS
       END-IF.

       GOBACK.
