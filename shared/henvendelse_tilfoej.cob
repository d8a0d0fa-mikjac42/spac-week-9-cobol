       IDENTIFICATION DIVISION.
       PROGRAM-ID. HENVENDELSE-TILFOEJ.

      * Faelles indtastning af en kundehenvendelse til
      * henvendelsesloggen files/HENVENDELSE-LOG.txt (se
      * copybooks/HENVLOG.cpy): operatoeren taster kanal, emne fra
      * files/HENVENDELSE-EMNER.txt og en fritekst, og linjen
      * skrives med dato, klokkeslaet og operatoer. Kaldes fra
      * HENVENDELSE-REGISTRERING og KUNDE-ENGAGEMENT, saa en
      * henvendelse registreres ens uanset hvorfra. Blank kanal eller
      * blankt emne annullerer. Loggen aabnes EXTEND pr. kald (OUTPUT
      * foerste gang). LK-SVAR saettes til "Y" naar linjen er skrevet,
      * ellers "N".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HENVENDELSE-FIL ASSIGN TO "files/HENVENDELSE-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HENVENDELSE-STATUS.

           SELECT EMNE-FIL ASSIGN TO "files/HENVENDELSE-EMNER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMNE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HENVENDELSE-FIL.
       01  HENVENDELSE-POST.
           COPY "copybooks/HENVLOG.cpy".

       FD  EMNE-FIL.
       01  EMNE-POST.
           05 EM-KODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 EM-TEKST         PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-HENVENDELSE-STATUS PIC XX   VALUE "00".
       01  WS-EMNE-STATUS      PIC XX     VALUE "00".

       01  WS-EMNE-ANTAL       PIC 9(2)   VALUE 0.
       01  EMNE-TABEL.
           05  EMNE-ENTRY OCCURS 50 TIMES
                            INDEXED BY EM-IDX.
               10  EMT-KODE        PIC X(4)  VALUE SPACES.
               10  EMT-TEKST       PIC X(30) VALUE SPACES.

       01  WS-KANAL            PIC X(1)   VALUE SPACE.
           88  KANAL-GYLDIG               VALUE "T" "F" "B" "E".
       01  WS-EMNE             PIC X(4)   VALUE SPACES.
       01  WS-TEKST            PIC X(80)  VALUE SPACES.
       01  WS-EMNE-FUNDET      PIC X(1)   VALUE "N".
           88  EMNE-ER-FUNDET             VALUE "J".
       01  WS-ANNULLERET       PIC X(1)   VALUE "N".
           88  ER-ANNULLERET              VALUE "J".
       01  WS-TIDSPUNKT        PIC X(14)  VALUE SPACES.

       LINKAGE SECTION.
       01  LK-KUNDE-ID         PIC X(10).
       01  LK-OPERATOER-ID     PIC X(10).
       01  LK-SVAR             PIC X(1).

       PROCEDURE DIVISION USING LK-KUNDE-ID LK-OPERATOER-ID LK-SVAR.
       MAIN-PROCEDURE.
       MOVE "N" TO LK-SVAR.
       MOVE "N" TO WS-ANNULLERET.
       PERFORM INDLAES-EMNER.
       IF WS-EMNE-ANTAL = 0
           DISPLAY "FEJL: Ingen emner i files/HENVENDELSE-EMNER.txt, "
               "status=" WS-EMNE-STATUS " - henvendelsen registreres "
               "ikke."
           GOBACK
       END-IF.

       PERFORM LAES-KANAL.
       IF NOT ER-ANNULLERET
           PERFORM LAES-EMNE
       END-IF.
       IF NOT ER-ANNULLERET
           PERFORM LAES-TEKST
       END-IF.
       IF ER-ANNULLERET
           DISPLAY "Henvendelsen er ikke registreret."
       ELSE
           PERFORM SKRIV-HENVENDELSE
       END-IF.
       GOBACK.

       INDLAES-EMNER.
       MOVE 0 TO WS-EMNE-ANTAL.
       OPEN INPUT EMNE-FIL.
       IF WS-EMNE-STATUS = "00"
           PERFORM UNTIL WS-EMNE-STATUS NOT = "00"
               READ EMNE-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EM-KODE NOT = SPACES AND WS-EMNE-ANTAL < 50
                           ADD 1 TO WS-EMNE-ANTAL
                           MOVE EM-KODE TO EMT-KODE(WS-EMNE-ANTAL)
                           MOVE EM-TEKST TO EMT-TEKST(WS-EMNE-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMNE-FIL
       END-IF.

       LAES-KANAL.
       MOVE "X" TO WS-KANAL.
       PERFORM UNTIL KANAL-GYLDIG OR ER-ANNULLERET
           DISPLAY "Kanal (T=telefon, F=filial, B=brev, E=e-mail, "
               "blank=annuller): " WITH NO ADVANCING
           MOVE SPACE TO WS-KANAL
           ACCEPT WS-KANAL
           MOVE FUNCTION UPPER-CASE(WS-KANAL) TO WS-KANAL
           EVALUATE TRUE
               WHEN WS-KANAL = SPACE
                   SET ER-ANNULLERET TO TRUE
               WHEN NOT KANAL-GYLDIG
                   DISPLAY "FEJL: Ukendt kanal, proev igen."
           END-EVALUATE
       END-PERFORM.

       LAES-EMNE.
       PERFORM VARYING EM-IDX FROM 1 BY 1
               UNTIL EM-IDX > WS-EMNE-ANTAL
           DISPLAY "  " EMT-KODE(EM-IDX) " "
               FUNCTION TRIM(EMT-TEKST(EM-IDX))
       END-PERFORM.
       MOVE "N" TO WS-EMNE-FUNDET.
       PERFORM UNTIL EMNE-ER-FUNDET OR ER-ANNULLERET
           DISPLAY "Emne (blank=annuller): " WITH NO ADVANCING
           MOVE SPACES TO WS-EMNE
           ACCEPT WS-EMNE
           MOVE FUNCTION UPPER-CASE(WS-EMNE) TO WS-EMNE
           IF WS-EMNE = SPACES
               SET ER-ANNULLERET TO TRUE
           ELSE
               SET EM-IDX TO 1
               SEARCH EMNE-ENTRY
                   AT END
                       CONTINUE
                   WHEN EM-IDX > WS-EMNE-ANTAL
                       CONTINUE
                   WHEN EMT-KODE(EM-IDX) = WS-EMNE
                       MOVE "J" TO WS-EMNE-FUNDET
               END-SEARCH
               IF NOT EMNE-ER-FUNDET
                   DISPLAY "FEJL: Ukendt emne, proev igen."
               END-IF
           END-IF
       END-PERFORM.

       LAES-TEKST.
      * Teksten er det naeste opslag har brug for - hvad kunden ville
      * og hvad der blev lovet - saa den maa ikke vaere blank.
       MOVE SPACES TO WS-TEKST.
       PERFORM UNTIL WS-TEKST NOT = SPACES OR ER-ANNULLERET
           DISPLAY "Tekst (hvad ville kunden, hvad blev lovet): "
           ACCEPT WS-TEKST
           IF WS-TEKST = SPACES
               DISPLAY "FEJL: Teksten maa ikke vaere blank. "
                   "Annuller (J/N): " WITH NO ADVANCING
               MOVE "N" TO WS-ANNULLERET
               ACCEPT WS-ANNULLERET
               MOVE FUNCTION UPPER-CASE(WS-ANNULLERET)
                   TO WS-ANNULLERET
           END-IF
       END-PERFORM.

       SKRIV-HENVENDELSE.
       OPEN EXTEND HENVENDELSE-FIL.
       IF WS-HENVENDELSE-STATUS = "35"
           OPEN OUTPUT HENVENDELSE-FIL
       END-IF.
       IF WS-HENVENDELSE-STATUS = "00"
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSPUNKT
           MOVE SPACES TO HENVENDELSE-POST
           MOVE LK-KUNDE-ID TO HL-KUNDE-ID
           MOVE WS-TIDSPUNKT(1:8) TO HL-DATO
           MOVE WS-TIDSPUNKT(9:6) TO HL-TID
           MOVE LK-OPERATOER-ID TO HL-OPERATOER
           MOVE WS-KANAL TO HL-KANAL
           MOVE WS-EMNE TO HL-EMNE
           MOVE WS-TEKST TO HL-TEKST
           WRITE HENVENDELSE-POST
           CLOSE HENVENDELSE-FIL
           MOVE "Y" TO LK-SVAR
           DISPLAY "Henvendelsen er registreret."
       ELSE
           DISPLAY "FEJL: Kan ikke skrive files/HENVENDELSE-LOG.txt, "
               "status=" WS-HENVENDELSE-STATUS
       END-IF.
