       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-SPOOL-TILMELD.

      * Faelles tilmelding af et fysisk dokument til den natlige
      * printspool: skriver en linje i files/PRINT-INDEKS.txt med
      * tidspunkt, dokumenttype og KUNDE-ID - se
      * copybooks/PRINTIDX.cpy. Kaldes af brevprogrammerne (VELKOMST-
      * BREV, OVERTRAEK-GEBYR, LAAN-RESTANCE, AARSOVERSIGT, GEBYR-
      * OVERSIGT, UDTOG-DISTRIBUTION og ENGAGEMENTSBEKRAEFTELSE) naar
      * de begynder paa et brev, saa batch/print_spool.cob kan finde
      * brevet i brevfilen og kuvertere det efter kundens adresse.
      * Indekset aabnes EXTEND pr. kald (OUTPUT foerste gang). Kan
      * det ikke skrives, siges det paa konsollen; brevet skrives
      * alligevel, men kommer ikke med i spoolen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-INDEKS-FIL ASSIGN TO "files/PRINT-INDEKS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-INDEKS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-INDEKS-FIL.
       01  PRINT-INDEKS-RECORD.
           COPY "copybooks/PRINTIDX.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PRINT-INDEKS-STATUS PIC XX  VALUE "00".

       LINKAGE SECTION.
       01  LK-DOK-TYPE         PIC X(4).
       01  LK-KUNDE-ID         PIC X(10).

       PROCEDURE DIVISION USING LK-DOK-TYPE LK-KUNDE-ID.
       MAIN-PROCEDURE.
       OPEN EXTEND PRINT-INDEKS-FIL.
       IF WS-PRINT-INDEKS-STATUS = "35"
           OPEN OUTPUT PRINT-INDEKS-FIL
       END-IF.
       IF WS-PRINT-INDEKS-STATUS = "00"
           MOVE SPACES TO PRINT-INDEKS-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO PX-TIDSSTEMPEL
           MOVE LK-DOK-TYPE TO PX-DOK-TYPE
           MOVE LK-KUNDE-ID TO PX-KUNDE-ID
           WRITE PRINT-INDEKS-RECORD
           CLOSE PRINT-INDEKS-FIL
       ELSE
           DISPLAY "PRINT-SPOOL-TILMELD: kan ikke skrive "
               "files/PRINT-INDEKS.txt, status="
               WS-PRINT-INDEKS-STATUS " - " LK-DOK-TYPE " til "
               LK-KUNDE-ID " kommer ikke med i printspoolen."
       END-IF.

       GOBACK.
