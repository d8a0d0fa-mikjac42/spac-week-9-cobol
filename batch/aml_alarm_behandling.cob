       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-ALARM-BEHANDLING.

      * Compliance' behandling af hvidvaskkoeen files/AML-ALARMER.txt,
      * som AML-OVERVAAGNING fylder i natkaeden. Hver aaben alarm
      * vises med kunde, konto, scenarie, beloeb og de involverede
      * HI-LOEBENR (slaas op i kontoudtog/historik), og operatoeren
      * afgoer den: ingen mistanke (I) eller indberet til
      * Hvidvasksekretariatet (H) - begge kun med en begrundelse -
      * eller spring over (S), saa alarmen bliver staaende til naeste
      * gennemgang. Afgoerelsen skrives paa alarmlinjen (status,
      * dato, operatoer, begrundelse) og journalfoeres med
      * tidsstempel i files/AML-JOURNAL.txt, samme princip som
      * FULDMAGT-JOURNAL.txt. Afgjorte alarmer bliver i filen som
      * dokumentation; kun de aabne vises. Selve indberetningen til
      * Hvidvasksekretariatet sker stadig i deres eget system - her
      * registreres at det er gjort og hvorfor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALARM-FIL ASSIGN TO "files/AML-ALARMER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALARM-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/AML-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALARM-FIL.
       01  ALARM-RECORD.
           COPY "copybooks/AMLALARM.cpy".

       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 JO-TIDSSTEMPEL   PIC X(14).
           05 JO-OPERATION     PIC X(8).
           05 JO-LINJE         PIC X(40).
           05 JO-OPERATOER     PIC X(10).
           05 JO-BEGRUNDELSE   PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-ALARM-STATUS     PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen C (compliance) - se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "C".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Hele koeen holdes i hukommelsen under gennemgangen og
      * skrives samlet tilbage, ogsaa de afgjorte alarmer.
       01  WS-ALARM-ANTAL      PIC 9(5)   VALUE 0.
       01  ALARM-TABEL.
           05  ALARM-ENTRY OCCURS 5000 TIMES
                            INDEXED BY AL-IDX.
               10  ALT-LINJE       PIC X(172) VALUE SPACES.

       01  WS-VALG             PIC X      VALUE SPACE.
       01  WS-VIS-IDX          PIC 9(5)   VALUE 0.
       01  WS-LN-IDX           PIC 9(2)   VALUE 0.
       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-BEGRUNDELSE      PIC X(60)  VALUE SPACES.
       01  WS-AABNE-ANTAL      PIC 9(5)   VALUE 0.
       01  WS-INGEN-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-INDBERET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".
       01  WS-BELOEB-EDIT      PIC -(9)9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM INDLAES-ALARMER.
       IF WS-AABNE-ANTAL = 0
           DISPLAY "AML-ALARM-BEHANDLING: ingen aabne alarmer."
           STOP RUN
       END-IF.

       PERFORM BEHANDL-ALARM
           VARYING WS-VIS-IDX FROM 1 BY 1
           UNTIL WS-VIS-IDX > WS-ALARM-ANTAL.

       IF ER-AENDRET
           PERFORM SKRIV-ALARMER-TILBAGE
       END-IF.
       DISPLAY "AML-ALARM-BEHANDLING: ingen mistanke="
           WS-INGEN-TAELLER " indberettet=" WS-INDBERET-TAELLER
           " aabne foer gennemgang=" WS-AABNE-ANTAL.
       STOP RUN.

       INDLAES-ALARMER.
       OPEN INPUT ALARM-FIL.
       IF WS-ALARM-STATUS = "35"
           CONTINUE
       ELSE
           IF WS-ALARM-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/AML-ALARMER.txt, status=" WS-ALARM-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ ALARM-FIL INTO ALARM-RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF ALARM-RECORD NOT = SPACES
                           PERFORM GEM-ALARM
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE ALARM-FIL
       END-IF.

       GEM-ALARM.
      * Er tabellen fuld, standses foer noget roeres - ellers ville
      * tilbageskrivningen tabe alarmerne over graensen.
       IF WS-ALARM-ANTAL >= 5000
           DISPLAY "FEJL: Flere end 5000 alarmer i "
               "files/AML-ALARMER.txt - alarmtabellen er for lille."
           STOP RUN
       END-IF.
       ADD 1 TO WS-ALARM-ANTAL.
       SET AL-IDX TO WS-ALARM-ANTAL.
       MOVE ALARM-RECORD TO ALT-LINJE(AL-IDX).
       IF AL-STATUS = "A"
           ADD 1 TO WS-AABNE-ANTAL
       END-IF.

       BEHANDL-ALARM.
       SET AL-IDX TO WS-VIS-IDX.
       MOVE ALT-LINJE(AL-IDX) TO ALARM-RECORD.
       IF AL-STATUS = "A"
           PERFORM VIS-ALARM
           DISPLAY "Ingen mistanke (I), indberet til "
               "Hvidvasksekretariatet (H) eller spring over (S): "
               WITH NO ADVANCING
           ACCEPT WS-VALG
           EVALUATE WS-VALG
               WHEN "I"
               WHEN "i"
                   MOVE "I" TO AL-STATUS
                   PERFORM AFGOER-ALARM
               WHEN "H"
               WHEN "h"
                   MOVE "H" TO AL-STATUS
                   PERFORM AFGOER-ALARM
               WHEN OTHER
                   DISPLAY "Alarmen bliver i koeen."
           END-EVALUATE
       END-IF.

       VIS-ALARM.
       MOVE AL-BELOEB TO WS-BELOEB-EDIT.
       DISPLAY "-----------------------------------".
       DISPLAY "Alarm " AL-ALARM-NR " dannet " AL-DATO
           " scenarie " AL-SCENARIE.
       DISPLAY "  KUNDE-ID=" AL-KUNDE-ID " KONTO-ID=" AL-KONTO-ID
           " BELOEB(DKK)=" FUNCTION TRIM(WS-BELOEB-EDIT).
       DISPLAY "  Historiklinjer (" AL-ANTAL-LINJER "), loebenr:"
           WITH NO ADVANCING.
       PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > 5
           IF AL-LOEBENR(WS-LN-IDX) NOT = SPACES
               DISPLAY " " AL-LOEBENR(WS-LN-IDX) WITH NO ADVANCING
           END-IF
       END-PERFORM.
       DISPLAY " ".

       AFGOER-ALARM.
      * Uden begrundelse ingen afgoerelse - alarmen forbliver aaben.
       DISPLAY "Begrundelse: " WITH NO ADVANCING.
       MOVE SPACES TO WS-BEGRUNDELSE.
       ACCEPT WS-BEGRUNDELSE.
       IF WS-BEGRUNDELSE = SPACES
           DISPLAY "FEJL: Begrundelse er paakraevet - alarmen "
               "bliver i koeen."
       ELSE
           MOVE WS-KOERSELS-DATO TO AL-AFGJORT-DATO
           MOVE WS-OPERATOER-ID TO AL-OPERATOER
           MOVE WS-BEGRUNDELSE TO AL-BEGRUNDELSE
           MOVE ALARM-RECORD TO ALT-LINJE(AL-IDX)
           SET ER-AENDRET TO TRUE
           IF AL-STATUS = "I"
               ADD 1 TO WS-INGEN-TAELLER
               MOVE "INGEN" TO JO-OPERATION
               DISPLAY "Alarm lukket uden mistanke."
           ELSE
               ADD 1 TO WS-INDBERET-TAELLER
               MOVE "INDBERET" TO JO-OPERATION
               DISPLAY "Alarm registreret som indberettet."
           END-IF
           PERFORM SKRIV-JOURNAL
       END-IF.

       SKRIV-JOURNAL.
      * En journallinje pr. afgoerelse med tidsstempel, operatoer og
      * begrundelse - det er den revisionen og Finanstilsynet vil se.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/AML-JOURNAL.txt, status=" WS-JOURNAL-STATUS
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL
           MOVE SPACES TO JO-LINJE
           STRING AL-ALARM-NR " " AL-SCENARIE " "
               AL-KUNDE-ID " " AL-KONTO-ID
               DELIMITED BY SIZE INTO JO-LINJE
           MOVE WS-OPERATOER-ID TO JO-OPERATOER
           MOVE WS-BEGRUNDELSE TO JO-BEGRUNDELSE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.

       SKRIV-ALARMER-TILBAGE.
       OPEN OUTPUT ALARM-FIL.
       IF WS-ALARM-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/AML-ALARMER.txt "
               "tilbage, status=" WS-ALARM-STATUS
       ELSE
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > WS-ALARM-ANTAL
               MOVE ALT-LINJE(AL-IDX) TO ALARM-RECORD
               WRITE ALARM-RECORD
           END-PERFORM
           CLOSE ALARM-FIL
       END-IF.
