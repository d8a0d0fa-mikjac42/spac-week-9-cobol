       IDENTIFICATION DIVISION.
       PROGRAM-ID. HENVENDELSE-REGISTRERING.

      * Lille skaerm til at registrere kundehenvendelser i
      * henvendelsesloggen (files/HENVENDELSE-LOG.txt, se
      * copybooks/HENVLOG.cpy) uden at slaa hele engagementet op:
      * operatoeren taster KUNDE-ID, kundens navn vises til kontrol,
      * og selve henvendelsen tastes gennem den faelles indtastning
      * shared/henvendelse_tilfoej.cob - samme dialog som i
      * KUNDE-ENGAGEMENT. Blankt KUNDE-ID afslutter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-SOEGE-ID         PIC X(10)  VALUE SPACES.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.
       01  WS-HENVENDELSE-SVAR PIC X(1)   VALUE "N".
       01  WS-REGISTRERET      PIC 9(5)   VALUE 0.

       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

      * Paalogning kraever rollen O (opslag), samme rolle som
      * KUNDE-ENGAGEMENT - se shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "O".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Navnet vises, saa opslaget logges i adgangsloggen - se
      * shared/adgang_log.cob.
       01  WS-ADGANG-PROGRAM   PIC X(20)  VALUE "HENVENDELSE-REG".
       01  WS-ADGANG-KONTO-ID  PIC X(10)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           STOP RUN
       END-IF.

       PERFORM UNTIL ER-FAERDIG
           DISPLAY "-----------------------------------"
           DISPLAY "KUNDE-ID (blank=afslut): " WITH NO ADVANCING
           MOVE SPACES TO WS-SOEGE-ID
           ACCEPT WS-SOEGE-ID
           IF WS-SOEGE-ID = SPACES
               SET ER-FAERDIG TO TRUE
           ELSE
               PERFORM REGISTRER-FOR-KUNDE
           END-IF
       END-PERFORM.

       CLOSE MASTER-FIL.
       DISPLAY "Registrerede henvendelser: " WS-REGISTRERET.
       STOP RUN.

       REGISTRER-FOR-KUNDE.
       MOVE WS-SOEGE-ID TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               DISPLAY "FEJL: Kunde ikke fundet."
           NOT INVALID KEY
               CALL "ADGANG-LOG" USING WS-ADGANG-PROGRAM
                   WS-OPERATOER-ID KUNDE-ID IN MASTER-RECORD
                   WS-ADGANG-KONTO-ID
               CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
                   EFTERNAVN IN MASTER-RECORD FULDT-NAVN
               DISPLAY "KUNDE   : " WS-SOEGE-ID " "
                   FUNCTION TRIM(FULDT-NAVN)
               CALL "HENVENDELSE-TILFOEJ" USING WS-SOEGE-ID
                   WS-OPERATOER-ID WS-HENVENDELSE-SVAR
               IF WS-HENVENDELSE-SVAR = "Y"
                   ADD 1 TO WS-REGISTRERET
               END-IF
       END-READ.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
