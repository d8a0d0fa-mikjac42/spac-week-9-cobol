       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTERING-BATCH.

      * Faelles dannelse af batchhoved og -trailer omkring et
      * programs posteringer i files/POSTERINGER.txt (layout
      * copybooks/POSTKTRL.cpy). Programmet skriver selv linjerne i
      * sin egen posteringsfil; denne rutine fylder dem ud og taeller
      * undervejs. LK-FUNKTION:
      *   STRT - nulstil taellerne, tag et nyt BATCH-ID og dan
      *          hovedlinjen i LK-RECORD.
      *   TAEL - laeg posteringen i LK-RECORD til antal og debet-/
      *          kreditsum. Kaldes foer WRITE af hver postering.
      *   SLUT - dan traileren i LK-RECORD med BATCH-ID, antal og
      *          summer fra STRT/TAEL.
      * Posteringsmotoren genberegner traileren med de samme tre kald
      * over de linjer den laeser, saa producent og motor altid
      * taeller efter samme regel. Et beloeb der ikke er rene
      * hoejrestillede cifre, taeller med i antal men med nul i
      * summen - motoren afviser posteringen alligevel.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Blokkens taellere, husket fra STRT til SLUT; kaldene kommer
      * fra samme proces, saa en enkelt blok ad gangen er nok.
       01  WS-BATCH-ID         PIC X(16)  VALUE SPACES.
       01  WS-ANTAL            PIC 9(7)   VALUE 0.
       01  WS-DEBET-SUM        PIC 9(11)V99 VALUE 0.
       01  WS-KREDIT-SUM       PIC 9(11)V99 VALUE 0.

      * Beloebet fra posteringen, blanke foran erstattet af nuller
       01  WS-BELOEB-X         PIC X(9)   VALUE SPACES.
       01  WS-BELOEB-9 REDEFINES WS-BELOEB-X
                               PIC 9(7)V99.

       LINKAGE SECTION.
       01  LK-FUNKTION         PIC X(4).
       01  LK-PROGRAM-NAVN     PIC X(20).
       01  LK-RECORD.
           COPY "copybooks/POSTREC.cpy".
       01  LK-KONTROL REDEFINES LK-RECORD.
           COPY "copybooks/POSTKTRL.cpy".

       PROCEDURE DIVISION USING LK-FUNKTION LK-PROGRAM-NAVN LK-RECORD.
       MAIN-PROCEDURE.
       EVALUATE LK-FUNKTION
           WHEN "STRT"
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-BATCH-ID
               MOVE 0 TO WS-ANTAL WS-DEBET-SUM WS-KREDIT-SUM
               MOVE SPACES TO LK-RECORD
               SET PK-ER-HOVED TO TRUE
               PERFORM UDFYLD-KONTROL
           WHEN "TAEL"
               ADD 1 TO WS-ANTAL
               MOVE PO-BELOEB TO WS-BELOEB-X
               INSPECT WS-BELOEB-X REPLACING LEADING SPACES BY ZEROS
               IF WS-BELOEB-X NUMERIC
                   IF PO-DK = "D"
                       ADD WS-BELOEB-9 TO WS-DEBET-SUM
                   ELSE
                       ADD WS-BELOEB-9 TO WS-KREDIT-SUM
                   END-IF
               END-IF
           WHEN "SLUT"
               MOVE SPACES TO LK-RECORD
               SET PK-ER-TRAILER TO TRUE
               PERFORM UDFYLD-KONTROL
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       GOBACK.

       UDFYLD-KONTROL.
       MOVE LK-PROGRAM-NAVN TO PK-PROGRAM.
       MOVE WS-BATCH-ID TO PK-BATCH-ID.
       IF PK-ER-TRAILER
           MOVE WS-ANTAL TO PK-ANTAL
           MOVE WS-DEBET-SUM TO PK-DEBET-SUM
           MOVE WS-KREDIT-SUM TO PK-KREDIT-SUM
       ELSE
           MOVE 0 TO PK-ANTAL PK-DEBET-SUM PK-KREDIT-SUM
       END-IF.
