      * files/OPERATOERER.txt (ID, navn, rollebogstaver) og
      * kontrollerer at operatoeren har den rolle programmet
      * kraever. Roller: O=opslag, V=vedligehold, B=betalinger,
      * G=GDPR-sletning, C=compliance (hvidvask), A=administration
      * af operatoerregistret. LK-SVAR saettes til "Y" naar
      * operatoeren findes og har rollen, ellers "N" - kalderen
      * standser selv.
      * ID'et gives tilbage i LK-OPERATOER-ID, saa det kan skrives i
      * aendringsjournal og audit-log; det er netop sporet af HVEM
      * der aendrede, som journalen har manglet.
      * Operatoeren skal desuden taste sin PIN, som holdes op mod
      * hashen i registret (shared/pin_hash.cob). Tre forkerte
      * forsoeg i traek laaser operatoeren, til en administrator
      * nulstiller PIN'en i OPERATOER-VEDLIGEHOLD; deaktiverede
      * operatoerer afvises. Er PIN'en mere end 90 dage gammel, eller
      * er den netop sat af en administrator, skal operatoeren vaelge
      * en ny (4-8 cifre) foer paalogningen gennemfoeres. Fejltaeller,
      * status, PIN-skift og seneste paalogning skrives tilbage i
      * registret, og laasning og PIN-skift journalfoeres i
      * files/OPERATOER-JOURNAL.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOER-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/OPERATOER-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOER-FIL.
       01  OPERATOER-POST.
           COPY "copybooks/OPERATOER.cpy".

       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/OPERJOUR.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOER-STATUS PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-INDTASTET-ID     PIC X(10)  VALUE SPACES.
       01  WS-FUNDET           PIC X      VALUE "N".
           88  OPERATOER-FUNDET           VALUE "Y".
       01  WS-FUNDET-NAVN      PIC X(30)  VALUE SPACES.
       01  WS-FUNDET-ROLLER    PIC X(8)   VALUE SPACES.
       01  WS-ROLLE-TAELLER    PIC 9(1)   VALUE 0.

      * Hele registret holdes i hukommelsen, saa den fundne
      * operatoers linje kan rettes og filen skrives samlet tilbage.
       01  WS-REGISTER-ANTAL   PIC 9(3)   VALUE 0.
       01  REGISTER-TABEL.
           05  REGISTER-ENTRY OCCURS 200 TIMES
                               INDEXED BY RE-IDX.
               10  RET-LINJE       PIC X(95)  VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(3)   VALUE 0.
       01  WS-LINJE-ANTAL      PIC 9(5)   VALUE 0.

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DATO-NUM         PIC 9(8)   VALUE 0.
       01  WS-PIN-ALDER        PIC S9(7)  VALUE 0.
       01  WS-PIN-GYLDIGHED    PIC 9(3)   VALUE 90.
       01  WS-MAKS-FORSOEG     PIC 9(1)   VALUE 3.
       01  WS-PIN              PIC X(8)   VALUE SPACES.
       01  WS-NY-PIN           PIC X(8)   VALUE SPACES.
       01  WS-NY-PIN-IGEN      PIC X(8)   VALUE SPACES.
       01  WS-PIN-LAENGDE      PIC 9(2)   VALUE 0.
       01  WS-PIN-MELLEMRUM    PIC 9(2)   VALUE 0.
       01  WS-HASH             PIC X(15)  VALUE SPACES.
       01  WS-NY-HASH          PIC X(15)  VALUE SPACES.
       01  WS-PIN-SKIFT        PIC X      VALUE "N".
           88  PIN-SKAL-SKIFTES           VALUE "Y".
       01  WS-PIN-OK           PIC X      VALUE "N".
           88  NY-PIN-ER-OK               VALUE "Y".
       01  WS-TILSTAND         PIC X(26)  VALUE SPACES.
       01  WS-TILSTAND-FOER    PIC X(26)  VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE SPACES.

       LINKAGE SECTION.
       01  LK-KRAEVET-ROLLE    PIC X(1).
       01  LK-OPERATOER-ID     PIC X(10).
       MOVE "N" TO LK-SVAR.
       MOVE SPACES TO LK-OPERATOER-ID.
       SET WS-FUNDET TO "N".
       MOVE 0 TO WS-REGISTER-ANTAL.
       MOVE 0 TO WS-FUNDET-IDX.
       MOVE 0 TO WS-LINJE-ANTAL.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.

       DISPLAY "Operatoer-ID: " WITH NO ADVANCING.
       ACCEPT WS-INDTASTET-ID.
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-LINJE-ANTAL
                   IF WS-REGISTER-ANTAL < 200
                       ADD 1 TO WS-REGISTER-ANTAL
                       SET RE-IDX TO WS-REGISTER-ANTAL
                       MOVE OPERATOER-POST TO RET-LINJE(RE-IDX)
                   END-IF
                   IF OP-ID = WS-INDTASTET-ID
                       SET WS-FUNDET TO "Y"
                       MOVE WS-REGISTER-ANTAL TO WS-FUNDET-IDX
                       MOVE OP-NAVN TO WS-FUNDET-NAVN
                       MOVE OP-ROLLER TO WS-FUNDET-ROLLER
                   END-IF
               FUNCTION TRIM(WS-INDTASTET-ID) "."
           GOBACK
       END-IF.
      * Et register med flere end 200 operatoerer kan ikke skrives
      * sikkert tilbage, saa ingen logges paa foer tabellen udvides.
       IF WS-LINJE-ANTAL > 200
           DISPLAY "PAALOGNING AFVIST: operatoerregistret har flere "
               "end 200 operatoerer - kontakt en administrator."
           GOBACK
       END-IF.

       SET RE-IDX TO WS-FUNDET-IDX.
       MOVE RET-LINJE(RE-IDX) TO OPERATOER-POST.
       IF OP-FEJL-ANTAL NOT NUMERIC
           MOVE 0 TO OP-FEJL-ANTAL
       END-IF.
       IF OP-ER-DEAKTIVERET
           DISPLAY "PAALOGNING AFVIST: operatoeren er deaktiveret."
           GOBACK
       END-IF.
       IF OP-ER-LAAST
           DISPLAY "PAALOGNING AFVIST: operatoeren er laast efter "
               "for mange forkerte PIN-forsoeg - kontakt en "
               "administrator."
           GOBACK
       END-IF.
       IF OP-PIN-HASH = SPACES
           DISPLAY "PAALOGNING AFVIST: der er ingen PIN sat for "
               "operatoeren - kontakt en administrator."
           GOBACK
       END-IF.

       DISPLAY "PIN: " WITH NO ADVANCING.
       MOVE SPACES TO WS-PIN.
       ACCEPT WS-PIN.
       CALL "PIN-HASH" USING OP-ID WS-PIN WS-HASH.
       IF WS-HASH NOT = OP-PIN-HASH
           PERFORM REGISTRER-FORKERT-PIN
           GOBACK
       END-IF.
       MOVE 0 TO OP-FEJL-ANTAL.

       MOVE 0 TO WS-ROLLE-TAELLER.
       INSPECT WS-FUNDET-ROLLER TALLYING WS-ROLLE-TAELLER
           DISPLAY "PAALOGNING AFVIST: "
               FUNCTION TRIM(WS-FUNDET-NAVN)
               " har ikke rollen " LK-KRAEVET-ROLLE "."
           PERFORM GEM-OPERATOER
           GOBACK
       END-IF.

       PERFORM UNDERSOEG-PIN-ALDER.
       IF PIN-SKAL-SKIFTES
           PERFORM SKIFT-PIN
           IF NOT NY-PIN-ER-OK
               DISPLAY "PAALOGNING AFVIST: PIN'en skal skiftes foer "
                   "paalogning."
               PERFORM GEM-OPERATOER
               GOBACK
           END-IF
       END-IF.

       MOVE WS-DAGS-DATO TO OP-SIDST-LOGON.
       PERFORM GEM-OPERATOER.
       MOVE WS-INDTASTET-ID TO LK-OPERATOER-ID.
       MOVE "Y" TO LK-SVAR.
       DISPLAY "Paalogget: " FUNCTION TRIM(WS-FUNDET-NAVN)
           " (" FUNCTION TRIM(WS-INDTASTET-ID) ").".
       GOBACK.

       REGISTRER-FORKERT-PIN.
       ADD 1 TO OP-FEJL-ANTAL.
       IF OP-FEJL-ANTAL >= WS-MAKS-FORSOEG
           PERFORM DAN-TILSTAND
           MOVE "L" TO OP-STATUS
           DISPLAY "PAALOGNING AFVIST: forkert PIN - operatoeren "
               "er nu laast. Kontakt en administrator."
           MOVE "LAAST" TO WS-JOURNAL-OPERATION
           PERFORM SKRIV-JOURNAL
       ELSE
           DISPLAY "PAALOGNING AFVIST: forkert PIN."
       END-IF.
       PERFORM GEM-OPERATOER.

       UNDERSOEG-PIN-ALDER.
      * 00000000 (sat af en administrator) eller en ugyldig dato
      * tvinger skift; ellers tvinges der efter 90 dage.
       SET WS-PIN-SKIFT TO "N".
       IF OP-PIN-DATO NOT NUMERIC OR OP-PIN-DATO = "00000000"
           SET WS-PIN-SKIFT TO "Y"
       ELSE
           MOVE OP-PIN-DATO TO WS-DATO-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATO-NUM) NOT = 0
               SET WS-PIN-SKIFT TO "Y"
           ELSE
               MOVE WS-DAGS-DATO TO WS-DATO-NUM
               COMPUTE WS-PIN-ALDER =
                   FUNCTION INTEGER-OF-DATE(WS-DATO-NUM)
               MOVE OP-PIN-DATO TO WS-DATO-NUM
               COMPUTE WS-PIN-ALDER = WS-PIN-ALDER
                   - FUNCTION INTEGER-OF-DATE(WS-DATO-NUM)
               IF WS-PIN-ALDER >= WS-PIN-GYLDIGHED
                   SET WS-PIN-SKIFT TO "Y"
               END-IF
           END-IF
       END-IF.

       SKIFT-PIN.
       SET WS-PIN-OK TO "N".
       DISPLAY "Din PIN er udloebet eller midlertidig - vaelg en ny "
           "PIN (4-8 cifre).".
       DISPLAY "Ny PIN: " WITH NO ADVANCING.
       MOVE SPACES TO WS-NY-PIN.
       ACCEPT WS-NY-PIN.
       DISPLAY "Gentag ny PIN: " WITH NO ADVANCING.
       MOVE SPACES TO WS-NY-PIN-IGEN.
       ACCEPT WS-NY-PIN-IGEN.
       MOVE 0 TO WS-PIN-LAENGDE.
       MOVE 0 TO WS-PIN-MELLEMRUM.
       INSPECT WS-NY-PIN TALLYING WS-PIN-LAENGDE
           FOR CHARACTERS BEFORE INITIAL SPACE.
       INSPECT WS-NY-PIN TALLYING WS-PIN-MELLEMRUM FOR ALL SPACES.
       EVALUATE TRUE
           WHEN WS-NY-PIN NOT = WS-NY-PIN-IGEN
               DISPLAY "FEJL: De to indtastninger er forskellige."
           WHEN WS-PIN-LAENGDE < 4
               DISPLAY "FEJL: PIN'en skal vaere 4-8 cifre."
           WHEN WS-NY-PIN(1:WS-PIN-LAENGDE) NOT NUMERIC
               DISPLAY "FEJL: PIN'en skal vaere 4-8 cifre."
           WHEN WS-PIN-LAENGDE + WS-PIN-MELLEMRUM NOT = 8
               DISPLAY "FEJL: PIN'en skal vaere 4-8 cifre."
           WHEN WS-NY-PIN = WS-PIN
               DISPLAY "FEJL: Den nye PIN skal vaere forskellig fra "
                   "den gamle."
           WHEN OTHER
               SET WS-PIN-OK TO "Y"
       END-EVALUATE.
       IF NY-PIN-ER-OK
           CALL "PIN-HASH" USING OP-ID WS-NY-PIN WS-NY-HASH
           MOVE WS-NY-HASH TO OP-PIN-HASH
           MOVE WS-DAGS-DATO TO OP-PIN-DATO
           PERFORM DAN-TILSTAND
           MOVE "PINSKIFT" TO WS-JOURNAL-OPERATION
           PERFORM SKRIV-JOURNAL
           DISPLAY "PIN skiftet."
       END-IF.

       DAN-TILSTAND.
       MOVE SPACES TO WS-TILSTAND.
       STRING OP-ROLLER " " OP-AFDELING " " OP-KUNDE-ID " "
           OP-STATUS
           DELIMITED BY SIZE INTO WS-TILSTAND.

       SKRIV-JOURNAL.
      * Kalderen har sat WS-JOURNAL-OPERATION og dannet tilstanden
      * foer aendringen i WS-TILSTAND; tilstanden efter dannes her.
       MOVE WS-TILSTAND TO WS-TILSTAND-FOER.
       PERFORM DAN-TILSTAND.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/OPERATOER-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
       ELSE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO OJ-TIDSSTEMPEL
           MOVE WS-JOURNAL-OPERATION TO OJ-OPERATION
           MOVE WS-TILSTAND-FOER TO OJ-FOER
           MOVE WS-TILSTAND TO OJ-EFTER
           MOVE OP-ID TO OJ-OPERATOER-ID
           MOVE OP-ID TO OJ-UDFOERT-AF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.

       GEM-OPERATOER.
      * Den rettede linje skrives ind i tabellen, og hele registret
      * skrives tilbage.
       SET RE-IDX TO WS-FUNDET-IDX.
       MOVE OPERATOER-POST TO RET-LINJE(RE-IDX).
       OPEN OUTPUT OPERATOER-FIL.
       IF WS-OPERATOER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive operatoerregistret "
               "tilbage, status=" WS-OPERATOER-STATUS
       ELSE
           PERFORM VARYING RE-IDX FROM 1 BY 1
                   UNTIL RE-IDX > WS-REGISTER-ANTAL
               MOVE RET-LINJE(RE-IDX) TO OPERATOER-POST
               WRITE OPERATOER-POST
           END-PERFORM
           CLOSE OPERATOER-FIL
       END-IF.
