       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAGSGRAENSE-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af dagsgraenseregistret
      * (files/DAGSGRAENSER.txt, layout copybooks/DAGSGRAENSE.cpy):
      * hvor meget der hoejst maa forlade en kunde pr. dag, for
      * interne overfoersler og eksterne betalinger, i DKK.
      * Standardgraenserne pr. kundeart (A-linjer, P = person,
      * E = erhverv) gaelder for alle kunder uden en individuel
      * graense (K-linje pr. KUNDE-ID). Samme menustil som
      * FULDMAGT-VEDLIGEHOLD. Hver oprettelse, aendring og sletning
      * journalfoeres med tidsstempel, graenserne foer og efter og
      * operatoeren i files/DAGSGRAENSE-JOURNAL.txt. Haandhaeves af
      * KONTO-OVERFOERSEL, UDLAND-BETALING-KOERSEL og
      * EKSPRES-POSTERING via shared/dagsgraense_kontrol.cob.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAENSE-FIL ASSIGN TO "files/DAGSGRAENSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRAENSE-STATUS.

           SELECT JOURNAL-FIL
               ASSIGN TO "files/DAGSGRAENSE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRAENSE-FIL.
       01  GRAENSE-POST.
           COPY "copybooks/DAGSGRAENSE.cpy".

      * En linje pr. aendring: tidsstempel, operation (OPRET, RET,
      * SLET), linjens type og noegle, graenserne foer og efter
      * (intern/ekstern, nul ved oprettelse hhv. sletning) og
      * operatoeren.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 JO-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
           05 JO-OPERATION     PIC X(8).
           05 FILLER           PIC X(1).
           05 JO-TYPE          PIC X(1).
           05 FILLER           PIC X(1).
           05 JO-NOEGLE        PIC X(10).
           05 FILLER           PIC X(1).
           05 JO-FOER-INTERN   PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 JO-FOER-EKSTERN  PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 JO-EFTER-INTERN  PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 JO-EFTER-EKSTERN PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 JO-OPERATOER     PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-GRAENSE-STATUS   PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-VALG             PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen V (vedligehold) - se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "V".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Hele registret holdes i hukommelsen under vedligeholdelsen
      * og skrives samlet tilbage ved afslutning.
       01  WS-DG-ANTAL         PIC 9(4)   VALUE 0.
       01  DG-TABEL.
           05  DG-ENTRY OCCURS 2000 TIMES
                          INDEXED BY DG-IDX.
               10  DGT-TYPE        PIC X(1)     VALUE SPACE.
               10  DGT-NOEGLE      PIC X(10)    VALUE SPACES.
               10  DGT-INTERN      PIC 9(9)V99  VALUE 0.
               10  DGT-EKSTERN     PIC 9(9)V99  VALUE 0.
               10  DGT-AENDRET-DATO PIC X(8)    VALUE SPACES.
               10  DGT-AENDRET-AF  PIC X(10)    VALUE SPACES.

      * Operatoerens indtastning
       01  WS-TYPE             PIC X(1)   VALUE SPACE.
       01  WS-NOEGLE           PIC X(10)  VALUE SPACES.
       01  WS-INTERN           PIC 9(9)V99 VALUE 0.
       01  WS-EKSTERN          PIC 9(9)V99 VALUE 0.

       01  WS-FUNDET-IDX       PIC 9(4)   VALUE 0.
       01  WS-SLET-NR          PIC 9(4)   VALUE 0.
       01  WS-VIS-IDX          PIC 9(4)   VALUE 0.
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".
       01  WS-INTERN-EDIT      PIC -(9)9,99.
       01  WS-EKSTERN-EDIT     PIC -(9)9,99.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.

      * Journallinjens indhold, sat foer SKRIV-JOURNAL
       01  WS-JO-OPERATION     PIC X(8)   VALUE SPACES.
       01  WS-FOER-INTERN      PIC 9(9)V99 VALUE 0.
       01  WS-FOER-EKSTERN     PIC 9(9)V99 VALUE 0.
       01  WS-EFTER-INTERN     PIC 9(9)V99 VALUE 0.
       01  WS-EFTER-EKSTERN    PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-GRAENSER.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM SAET-GRAENSE
               WHEN 2
                   PERFORM VIS-GRAENSER
               WHEN 3
                   PERFORM SLET-GRAENSE
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.

       IF ER-AENDRET
           PERFORM SKRIV-GRAENSER-TILBAGE
       END-IF.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Vedligeholdelse af dagsgraenser".
       DISPLAY "1. Opret eller ret graense".
       DISPLAY "2. Vis graenser".
       DISPLAY "3. Slet graense".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

       INDLAES-GRAENSER.
       OPEN INPUT GRAENSE-FIL.
       IF WS-GRAENSE-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-GRAENSE-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/DAGSGRAENSER.txt, status="
                   WS-GRAENSE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ GRAENSE-FIL INTO GRAENSE-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF (DG-ER-STANDARD OR DG-ER-KUNDE)
                               AND WS-DG-ANTAL < 2000
                           ADD 1 TO WS-DG-ANTAL
                           SET DG-IDX TO WS-DG-ANTAL
                           MOVE DG-TYPE TO DGT-TYPE(DG-IDX)
                           MOVE DG-NOEGLE TO DGT-NOEGLE(DG-IDX)
                           MOVE DG-INTERN TO DGT-INTERN(DG-IDX)
                           MOVE DG-EKSTERN TO DGT-EKSTERN(DG-IDX)
                           MOVE DG-AENDRET-DATO
                               TO DGT-AENDRET-DATO(DG-IDX)
                           MOVE DG-AENDRET-AF
                               TO DGT-AENDRET-AF(DG-IDX)
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE GRAENSE-FIL
       END-IF.

       SAET-GRAENSE.
      * Findes linjen i forvejen (samme type og noegle), rettes den;
      * ellers oprettes den.
       DISPLAY "Type (A = standard for kundeart, K = kunde): "
           WITH NO ADVANCING.
       ACCEPT WS-TYPE.
       IF WS-TYPE = "A"
           DISPLAY "Kundeart (P/E)          : " WITH NO ADVANCING
       ELSE
           DISPLAY "KUNDE-ID                : " WITH NO ADVANCING
       END-IF.
       ACCEPT WS-NOEGLE.
       DISPLAY "Graense interne overf.  : " WITH NO ADVANCING.
       ACCEPT WS-INTERN.
       DISPLAY "Graense eksterne betal. : " WITH NO ADVANCING.
       ACCEPT WS-EKSTERN.
       EVALUATE TRUE
           WHEN WS-TYPE NOT = "A" AND WS-TYPE NOT = "K"
               DISPLAY "FEJL: Typen skal vaere A eller K - "
                   "graensen gemmes ikke."
           WHEN WS-TYPE = "A" AND WS-NOEGLE NOT = "P"
                   AND WS-NOEGLE NOT = "E"
               DISPLAY "FEJL: Kundearten skal vaere P eller E - "
                   "graensen gemmes ikke."
           WHEN WS-NOEGLE = SPACES
               DISPLAY "FEJL: KUNDE-ID mangler - graensen gemmes "
                   "ikke."
           WHEN OTHER
               PERFORM GEM-GRAENSE
       END-EVALUATE.

       GEM-GRAENSE.
       MOVE 0 TO WS-FUNDET-IDX.
       IF WS-DG-ANTAL > 0
           SET DG-IDX TO 1
           SEARCH DG-ENTRY
               AT END
                   CONTINUE
               WHEN DGT-TYPE(DG-IDX) = WS-TYPE
                       AND DGT-NOEGLE(DG-IDX) = WS-NOEGLE
                   SET WS-FUNDET-IDX TO DG-IDX
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX = 0
           IF WS-DG-ANTAL >= 2000
               DISPLAY "FEJL: Graensetabellen er fuld."
           ELSE
               ADD 1 TO WS-DG-ANTAL
               SET DG-IDX TO WS-DG-ANTAL
               MOVE WS-TYPE TO DGT-TYPE(DG-IDX)
               MOVE WS-NOEGLE TO DGT-NOEGLE(DG-IDX)
               MOVE "OPRET" TO WS-JO-OPERATION
               MOVE 0 TO WS-FOER-INTERN WS-FOER-EKSTERN
               PERFORM OPDATER-LINJE
               DISPLAY "Graense oprettet."
           END-IF
       ELSE
           SET DG-IDX TO WS-FUNDET-IDX
           MOVE "RET" TO WS-JO-OPERATION
           MOVE DGT-INTERN(DG-IDX) TO WS-FOER-INTERN
           MOVE DGT-EKSTERN(DG-IDX) TO WS-FOER-EKSTERN
           PERFORM OPDATER-LINJE
           DISPLAY "Graense rettet."
       END-IF.

       OPDATER-LINJE.
       MOVE WS-INTERN TO DGT-INTERN(DG-IDX).
       MOVE WS-EKSTERN TO DGT-EKSTERN(DG-IDX).
       MOVE WS-DAGS-DATO TO DGT-AENDRET-DATO(DG-IDX).
       MOVE WS-OPERATOER-ID TO DGT-AENDRET-AF(DG-IDX).
       MOVE WS-INTERN TO WS-EFTER-INTERN.
       MOVE WS-EKSTERN TO WS-EFTER-EKSTERN.
       SET ER-AENDRET TO TRUE.
       PERFORM SKRIV-JOURNAL.

       VIS-GRAENSER.
       IF WS-DG-ANTAL = 0
           DISPLAY "Ingen dagsgraenser oprettet."
       END-IF.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-DG-ANTAL
           SET DG-IDX TO WS-VIS-IDX
           MOVE DGT-INTERN(DG-IDX) TO WS-INTERN-EDIT
           MOVE DGT-EKSTERN(DG-IDX) TO WS-EKSTERN-EDIT
           DISPLAY WS-VIS-IDX ": " DGT-TYPE(DG-IDX) " "
               DGT-NOEGLE(DG-IDX)
               " INTERN=" FUNCTION TRIM(WS-INTERN-EDIT)
               " EKSTERN=" FUNCTION TRIM(WS-EKSTERN-EDIT)
               " AENDRET=" DGT-AENDRET-DATO(DG-IDX)
               " AF=" DGT-AENDRET-AF(DG-IDX)
       END-PERFORM.

       SLET-GRAENSE.
      * En slettet K-linje betyder at kunden falder tilbage paa
      * standarden for sin kundeart; en slettet A-linje at kunder af
      * den art uden egen graense ikke har nogen dagsgraense.
       PERFORM VIS-GRAENSER.
       IF WS-DG-ANTAL > 0
           DISPLAY "Nummer der skal slettes: " WITH NO ADVANCING
           ACCEPT WS-SLET-NR
           IF WS-SLET-NR < 1 OR WS-SLET-NR > WS-DG-ANTAL
               DISPLAY "FEJL: Ugyldigt nummer."
           ELSE
               SET DG-IDX TO WS-SLET-NR
               MOVE "SLET" TO WS-JO-OPERATION
               MOVE DGT-INTERN(DG-IDX) TO WS-FOER-INTERN
               MOVE DGT-EKSTERN(DG-IDX) TO WS-FOER-EKSTERN
               MOVE 0 TO WS-EFTER-INTERN WS-EFTER-EKSTERN
               PERFORM SKRIV-JOURNAL
      *        Ryk resten af tabellen en plads op
               PERFORM VARYING WS-VIS-IDX FROM WS-SLET-NR BY 1
                       UNTIL WS-VIS-IDX >= WS-DG-ANTAL
                   MOVE DG-ENTRY(WS-VIS-IDX + 1)
                       TO DG-ENTRY(WS-VIS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-DG-ANTAL
               SET ER-AENDRET TO TRUE
               DISPLAY "Graense slettet."
           END-IF
       END-IF.

       SKRIV-JOURNAL.
      * En journallinje pr. aendring med graenserne foer og efter og
      * operatoeren. Operation og beloeb er sat af kalderen i
      * WS-JO-OPERATION og WS-FOER-/WS-EFTER-felterne; DG-IDX peger
      * paa linjen.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/DAGSGRAENSE-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
       ELSE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL
           MOVE WS-JO-OPERATION TO JO-OPERATION
           MOVE WS-FOER-INTERN TO JO-FOER-INTERN
           MOVE WS-FOER-EKSTERN TO JO-FOER-EKSTERN
           MOVE WS-EFTER-INTERN TO JO-EFTER-INTERN
           MOVE WS-EFTER-EKSTERN TO JO-EFTER-EKSTERN
           MOVE DGT-TYPE(DG-IDX) TO JO-TYPE
           MOVE DGT-NOEGLE(DG-IDX) TO JO-NOEGLE
           MOVE WS-OPERATOER-ID TO JO-OPERATOER
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.

       SKRIV-GRAENSER-TILBAGE.
       OPEN OUTPUT GRAENSE-FIL.
       IF WS-GRAENSE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/DAGSGRAENSER.txt, "
               "status=" WS-GRAENSE-STATUS
       ELSE
           PERFORM VARYING DG-IDX FROM 1 BY 1
                   UNTIL DG-IDX > WS-DG-ANTAL
               MOVE SPACES TO GRAENSE-POST
               MOVE DGT-TYPE(DG-IDX) TO DG-TYPE
               MOVE DGT-NOEGLE(DG-IDX) TO DG-NOEGLE
               MOVE DGT-INTERN(DG-IDX) TO DG-INTERN
               MOVE DGT-EKSTERN(DG-IDX) TO DG-EKSTERN
               MOVE DGT-AENDRET-DATO(DG-IDX) TO DG-AENDRET-DATO
               MOVE DGT-AENDRET-AF(DG-IDX) TO DG-AENDRET-AF
               WRITE GRAENSE-POST
           END-PERFORM
           CLOSE GRAENSE-FIL
       END-IF.
