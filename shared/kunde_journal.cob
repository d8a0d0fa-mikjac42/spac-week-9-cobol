       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDE-JOURNAL.

      * Faelles skrivning af en linje i aendringsjournalen
      * files/KUNDE-JOURNAL.txt (se copybooks/KUNDEJRN.cpy) for de
      * programmer der retter kundemasteren uden selv at fore
      * journalen: import af adresser og doedsfald, returpost,
      * dvale, fletning, anonymisering, GDPR-sletning, noegle-
      * rotation, gendannelse og genopbygning fra en ny leverance
      * (kundeopl_genopbyg). Kalderen sender sit programnavn,
      * operationen, operatoeren (blank i batch) og kunderecorden
      * foer og efter aendringen. Ved TILFOEJ er foerbilledet blankt,
      * ved SLET efterbilledet; ved ANONYM skrives kun efterbilledet,
      * saa de slettede oplysninger ikke gemmes igen i journalen.
      * Journalen aabnes EXTEND pr. kald (OUTPUT foerste gang), saa
      * linjen staar i filen straks efter aendringen af masteren.
      * Kan den ikke skrives, siges det paa konsollen, men kalderens
      * aendring staar ved magt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FIL ASSIGN TO "files/KUNDE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".

       LINKAGE SECTION.
       01  LK-PROGRAM-NAVN     PIC X(20).
       01  LK-OPERATION        PIC X(8).
       01  LK-OPERATOER-ID     PIC X(10).
       01  LK-FOER-BILLEDE     PIC X(400).
       01  LK-EFTER-BILLEDE    PIC X(400).

       PROCEDURE DIVISION USING LK-PROGRAM-NAVN LK-OPERATION
           LK-OPERATOER-ID LK-FOER-BILLEDE LK-EFTER-BILLEDE.
       MAIN-PROCEDURE.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS = "00"
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL
           MOVE LK-OPERATION TO JO-OPERATION
           IF LK-OPERATION NOT = "TILFOEJ" AND NOT = "ANONYM"
               MOVE LK-FOER-BILLEDE(1:250) TO JO-FOER
               MOVE LK-FOER-BILLEDE(251:150) TO JO-FOER-REST
           END-IF
           IF LK-OPERATION NOT = "SLET"
               MOVE LK-EFTER-BILLEDE(1:250) TO JO-EFTER
               MOVE LK-EFTER-BILLEDE(251:150) TO JO-EFTER-REST
           END-IF
           MOVE LK-OPERATOER-ID TO JO-OPERATOER
           MOVE LK-PROGRAM-NAVN TO JO-PROGRAM
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       ELSE
           DISPLAY "KUNDE-JOURNAL: kan ikke skrive "
               "aendringsjournalen, status=" WS-JOURNAL-STATUS
       END-IF.

       GOBACK.
