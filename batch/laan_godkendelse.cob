       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAAN-GODKENDELSE.

      * Kreditafgoerelse af laaneansoegninger: LAAN-ANSOEGNING
      * registrerer ansoegningerne i files/LAANEANSOEGNINGER.txt
      * (layout copybooks/LAANANS.cpy) med status A, og her
      * gennemgaar en ANDEN operatoer med rollen B dem - den operatoer
      * der tastede ansoegningen, kan ikke selv afgoere den. Hver
      * ansoegning vises med beloeb, loebetid, sats, ydelse og kundens
      * raadighedsbeloeb efter ydelsen og godkendes (G), afvises (F)
      * eller bliver liggende. En ansoegning med negativt
      * raadighedsbeloeb kan kun afvises. Afgoerelsen faar dato og
      * operatoer; selve udbetalingen sker i LAAN-ANSOEGNING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANSOEGNING-FIL
               ASSIGN TO "files/LAANEANSOEGNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSOEGNING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANSOEGNING-FIL.
       01  ANSOEGNING-POST.
           COPY "copybooks/LAANANS.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ANSOEGNING-STATUS PIC XX    VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen B (betalinger) - se
      * shared/operatoer_signon.cob.
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "B".
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".
       01  WS-VALG             PIC X      VALUE SPACE.

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.

      * Hele registret holdes i hukommelsen og skrives tilbage samlet.
       01  WS-LA-ANTAL         PIC 9(4)   VALUE 0.
       01  LA-TABEL.
           05  LA-ENTRY OCCURS 2000 TIMES
                          INDEXED BY LA-IDX.
               10  LAT-LINJE        PIC X(200)   VALUE SPACES.
       01  WS-VIS-IDX          PIC 9(4)   VALUE 0.

       01  WS-AFVENTER-TAELLER PIC 9(4)   VALUE 0.
       01  WS-GODKENDT-TAELLER PIC 9(4)   VALUE 0.
       01  WS-AFVIST-TAELLER   PIC 9(4)   VALUE 0.
       01  WS-REST-TAELLER     PIC 9(4)   VALUE 0.

       01  WS-RAADIGHED        PIC S9(9)V99 VALUE 0.
       01  WS-BELOEB-EDIT      PIC -(9)9,99.
       01  WS-INDKOMST-EDIT    PIC -(7)9,99.
       01  WS-UDGIFT-EDIT      PIC -(7)9,99.
       01  WS-YDELSE-EDIT      PIC -(7)9,99.
       01  WS-RAADIGHED-EDIT   PIC -(9)9,99.
       01  WS-SATS-EDIT        PIC Z9,9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM INDLAES-ANSOEGNINGER.
       IF WS-AFVENTER-TAELLER = 0
           DISPLAY "LAAN-GODKENDELSE: ingen ansoegninger afventer "
               "afgoerelse."
           STOP RUN
       END-IF.

       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.

       PERFORM BEHANDL-ANSOEGNING
           VARYING WS-VIS-IDX FROM 1 BY 1
           UNTIL WS-VIS-IDX > WS-LA-ANTAL.
       PERFORM SKRIV-ANSOEGNINGER-TILBAGE.

       DISPLAY "LAAN-GODKENDELSE: godkendt="
           WS-GODKENDT-TAELLER " afvist=" WS-AFVIST-TAELLER
           " tilbage=" WS-REST-TAELLER.
       STOP RUN.

       INDLAES-ANSOEGNINGER.
       OPEN INPUT ANSOEGNING-FIL.
       IF WS-ANSOEGNING-STATUS = "35"
           CONTINUE
       ELSE
           IF WS-ANSOEGNING-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/LAANEANSOEGNINGER.txt, status="
                   WS-ANSOEGNING-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ ANSOEGNING-FIL INTO ANSOEGNING-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF LA-KUNDE-ID NOT = SPACES
                               AND WS-LA-ANTAL < 2000
                           ADD 1 TO WS-LA-ANTAL
                           MOVE ANSOEGNING-POST
                               TO LAT-LINJE(WS-LA-ANTAL)
                           IF LA-ER-ANSOEGT
                               ADD 1 TO WS-AFVENTER-TAELLER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE ANSOEGNING-FIL
       END-IF.

       BEHANDL-ANSOEGNING.
       MOVE LAT-LINJE(WS-VIS-IDX) TO ANSOEGNING-POST.
       IF LA-ER-ANSOEGT
           PERFORM VIS-ANSOEGNING
           DISPLAY "Godkend (G), afvis (A) eller spring over (S): "
               WITH NO ADVANCING
           ACCEPT WS-VALG
           EVALUATE WS-VALG
               WHEN "G"
               WHEN "g"
                   PERFORM GODKEND-ANSOEGNING
               WHEN "A"
               WHEN "a"
                   PERFORM AFVIS-ANSOEGNING
               WHEN OTHER
                   ADD 1 TO WS-REST-TAELLER
                   DISPLAY "Ansoegningen afventer fortsat."
           END-EVALUATE
           MOVE ANSOEGNING-POST TO LAT-LINJE(WS-VIS-IDX)
       END-IF.

       VIS-ANSOEGNING.
       MOVE LA-BELOEB TO WS-BELOEB-EDIT.
       MOVE LA-SATS TO WS-SATS-EDIT.
       MOVE LA-INDKOMST TO WS-INDKOMST-EDIT.
       MOVE LA-FASTE-UDG TO WS-UDGIFT-EDIT.
       MOVE LA-YDELSE TO WS-YDELSE-EDIT.
       IF LA-RAADIGHED-DK = "D"
           COMPUTE WS-RAADIGHED = 0 - LA-RAADIGHED
       ELSE
           MOVE LA-RAADIGHED TO WS-RAADIGHED
       END-IF.
       MOVE WS-RAADIGHED TO WS-RAADIGHED-EDIT.
       DISPLAY "-----------------------------------".
       DISPLAY "Ansoegning " LA-ANSOEGNING-NR " fra " LA-OPRETTET
           " INDTASTET AF " LA-OPRETTET-AF.
       DISPLAY "  KUNDE=" LA-KUNDE-ID " FORMAAL="
           FUNCTION TRIM(LA-FORMAAL).
       DISPLAY "  BELOEB=" FUNCTION TRIM(WS-BELOEB-EDIT)
           " MDR=" LA-TERMINER
           " SATS=" FUNCTION TRIM(WS-SATS-EDIT)
           " YDELSE=" FUNCTION TRIM(WS-YDELSE-EDIT).
       DISPLAY "  INDKOMST=" FUNCTION TRIM(WS-INDKOMST-EDIT)
           " FASTE UDGIFTER=" FUNCTION TRIM(WS-UDGIFT-EDIT)
           " RAADIGHED=" FUNCTION TRIM(WS-RAADIGHED-EDIT).

       GODKEND-ANSOEGNING.
      * Fire oejne: den der tastede ansoegningen, kan ikke selv
      * godkende den, og en kunde der ikke kan baere ydelsen, kan
      * ikke faa laanet.
       EVALUATE TRUE
           WHEN LA-OPRETTET-AF = WS-OPERATOER-ID
               ADD 1 TO WS-REST-TAELLER
               DISPLAY "FEJL: Den der indtastede ansoegningen, kan "
                   "ikke godkende den - den afventer fortsat."
           WHEN LA-RAADIGHED-DK = "D"
               ADD 1 TO WS-REST-TAELLER
               DISPLAY "FEJL: Negativt raadighedsbeloeb - "
                   "ansoegningen kan kun afvises."
           WHEN OTHER
               ADD 1 TO WS-GODKENDT-TAELLER
               SET LA-ER-GODKENDT TO TRUE
               MOVE WS-KOERSELS-DATO TO LA-AFGJORT
               MOVE WS-OPERATOER-ID TO LA-AFGJORT-AF
               DISPLAY "Godkendt - klar til udbetaling i "
                   "LAAN-ANSOEGNING."
       END-EVALUATE.

       AFVIS-ANSOEGNING.
       IF LA-OPRETTET-AF = WS-OPERATOER-ID
           ADD 1 TO WS-REST-TAELLER
           DISPLAY "FEJL: Den der indtastede ansoegningen, kan "
               "ikke afgoere den - den afventer fortsat."
       ELSE
           ADD 1 TO WS-AFVIST-TAELLER
           SET LA-ER-AFVIST TO TRUE
           MOVE WS-KOERSELS-DATO TO LA-AFGJORT
           MOVE WS-OPERATOER-ID TO LA-AFGJORT-AF
           DISPLAY "Afvist."
       END-IF.

       SKRIV-ANSOEGNINGER-TILBAGE.
       OPEN OUTPUT ANSOEGNING-FIL.
       IF WS-ANSOEGNING-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/LAANEANSOEGNINGER.txt, status="
               WS-ANSOEGNING-STATUS
           STOP RUN
       END-IF.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-LA-ANTAL
           MOVE LAT-LINJE(WS-VIS-IDX) TO ANSOEGNING-POST
           WRITE ANSOEGNING-POST
       END-PERFORM.
       CLOSE ANSOEGNING-FIL.
