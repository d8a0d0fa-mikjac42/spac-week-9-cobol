       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARBEJDSKOE-BEHANDLING.

      * Filialens skaerm til arbejdskoeen files/ARBEJDSKOE.txt
      * (copybooks/ARBOPG.cpy), som natkoerslen
      * batch/arbejdskoe_opsamling.cob fylder op. Operatoeren ser
      * sin egen afdelings aabne og tagne opgaver (afdelingen fra
      * files/OPERATOERER.txt; en central operatoer uden afdeling
      * vaelger hvilken) med forfaldne opgaver markeret, og kan:
      *   - tage en opgave (den bliver operatoerens),
      *   - lukke en opgave med en note om hvad der blev gjort,
      *   - omfordele en opgave til en anden afdeling og/eller en
      *     anden operatoer med en note om hvorfor.
      * Hver handling journalfoeres med tidsstempel og operatoer i
      * files/ARBEJDSKOE-JOURNAL.txt. Koeen laeses forfra foer hver
      * handling og skrives tilbage straks efter, saa to filialer
      * der arbejder samtidig, ikke overskriver hinandens aendringer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPGAVE-FIL ASSIGN TO "files/ARBEJDSKOE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPGAVE-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/ARBEJDSKOE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPERATOER-FIL ASSIGN TO "files/OPERATOERER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOER-STATUS.

           SELECT AFDELING-FIL ASSIGN TO "files/AFDELINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFDELING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPGAVE-FIL.
       01  OPGAVE-POST.
           COPY "copybooks/ARBOPG.cpy".

      * En linje pr. handling: TAG, LUK eller OMFORDEL, med opgavens
      * afdeling og ansvarlige efter handlingen.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 AJ-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
           05 AJ-HANDLING      PIC X(8).
           05 FILLER           PIC X(1).
           05 AJ-OPGAVE-NR     PIC 9(7).
           05 FILLER           PIC X(1).
           05 AJ-OPERATOER     PIC X(10).
           05 FILLER           PIC X(1).
           05 AJ-AFDELING      PIC X(4).
           05 FILLER           PIC X(1).
           05 AJ-ANSVARLIG     PIC X(10).
           05 FILLER           PIC X(1).
           05 AJ-NOTE          PIC X(60).

       FD  OPERATOER-FIL.
       01  OPERATOER-POST.
           COPY "copybooks/OPERATOER.cpy".

       FD  AFDELING-FIL.
       01  AFDELING-POST.
           05 AD-KODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 AD-NAVN          PIC X(20).
           05 FILLER           PIC X(1).
           05 AD-REGION        PIC X(10).
           05 FILLER           PIC X(1).
      *    L = lukket (ved en afdelingssammenlaegning); blank = aaben.
           05 AD-STATUS        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-OPGAVE-STATUS    PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-OPERATOER-STATUS PIC XX     VALUE "00".
       01  WS-AFDELING-STATUS  PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen O (opslag) - koeen er filialens
      * daglige arbejde, se shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "O".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

       01  WS-VALG             PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

      * Koeen i hukommelsen, hele linjer
       01  WS-OPGAVE-ANTAL     PIC 9(5)   VALUE 0.
       01  OPGAVE-TABEL.
           05  OPGAVE-ENTRY OCCURS 20000 TIMES.
               10  AOT-LINJE        PIC X(243)   VALUE SPACES.
       01  WS-VIS-IDX          PIC 9(5)   VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.
       01  WS-SOEGE-NR         PIC 9(7)   VALUE 0.

      * Operatoerregistret til afdelingen og kontrol af omfordeling
       01  WS-OP-ANTAL         PIC 9(3)   VALUE 0.
       01  OP-TABEL.
           05  OP-ENTRY OCCURS 500 TIMES
                         INDEXED BY OP-IDX.
               10  OPT-ID           PIC X(10)    VALUE SPACES.
               10  OPT-AFDELING     PIC X(4)     VALUE SPACES.
               10  OPT-AKTIV        PIC X(1)     VALUE "N".

       01  WS-AFD-ANTAL        PIC 9(2)   VALUE 0.
       01  AFD-TABEL.
           05  AFD-ENTRY OCCURS 50 TIMES
                          INDEXED BY AF-IDX.
               10  AFT-KODE         PIC X(4)     VALUE SPACES.
               10  AFT-NAVN         PIC X(20)    VALUE SPACES.
               10  AFT-STATUS       PIC X(1)     VALUE SPACES.

       01  WS-VIS-AFDELING     PIC X(4)   VALUE SPACES.
       01  WS-AFD-NAVN         PIC X(20)  VALUE SPACES.
       01  WS-AFD-GYLDIG       PIC X      VALUE "N".
           88  AFD-ER-GYLDIG              VALUE "Y".
       01  WS-OP-GYLDIG        PIC X      VALUE "N".
           88  OP-ER-GYLDIG               VALUE "Y".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-TIDSPUNKT        PIC X(14)  VALUE SPACES.
       01  WS-NOTE             PIC X(60)  VALUE SPACES.
       01  WS-ANNULLERET       PIC X(1)   VALUE "N".
           88  ER-ANNULLERET              VALUE "J".
       01  WS-BEKRAEFT         PIC X(1)   VALUE "N".
       01  WS-HANDLING         PIC X(8)   VALUE SPACES.
       01  WS-NY-AFDELING      PIC X(4)   VALUE SPACES.
       01  WS-NY-ANSVARLIG     PIC X(10)  VALUE SPACES.

      * Visning
       01  WS-STATUS-TEKST     PIC X(22)  VALUE SPACES.
       01  WS-FORFALD-TEKST    PIC X(10)  VALUE SPACES.
       01  WS-VIST-TAELLER     PIC 9(5)   VALUE 0.
       01  WS-FORFALDEN-TAELLER PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-OPERATOERER.
       PERFORM INDLAES-AFDELINGER.

       SET OP-IDX TO 1.
       SEARCH OP-ENTRY
           AT END
               CONTINUE
           WHEN OP-IDX > WS-OP-ANTAL
               CONTINUE
           WHEN OPT-ID(OP-IDX) = WS-OPERATOER-ID
               MOVE OPT-AFDELING(OP-IDX) TO WS-VIS-AFDELING
       END-SEARCH.
       IF WS-VIS-AFDELING = SPACES
           PERFORM VAELG-AFDELING
       ELSE
           PERFORM FIND-AFDELINGSNAVN
       END-IF.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM VIS-AFDELINGENS-OPGAVER
               WHEN 2
                   PERFORM VIS-MINE-OPGAVER
               WHEN 3
                   PERFORM TAG-OPGAVE
               WHEN 4
                   PERFORM LUK-OPGAVE
               WHEN 5
                   PERFORM OMFORDEL-OPGAVE
               WHEN 6
                   PERFORM VAELG-AFDELING
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Arbejdskoe - afdeling " WS-VIS-AFDELING " "
           FUNCTION TRIM(WS-AFD-NAVN).
       DISPLAY "1. Vis afdelingens opgaver".
       DISPLAY "2. Vis mine opgaver".
       DISPLAY "3. Tag opgave".
       DISPLAY "4. Luk opgave".
       DISPLAY "5. Omfordel opgave".
       DISPLAY "6. Skift afdeling".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       MOVE 0 TO WS-VALG.
       ACCEPT WS-VALG.

       INDLAES-OPERATOERER.
       OPEN INPUT OPERATOER-FIL.
       IF WS-OPERATOER-STATUS = "00"
           PERFORM UNTIL WS-OPERATOER-STATUS NOT = "00"
               READ OPERATOER-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OP-ID NOT = SPACES AND WS-OP-ANTAL < 500
                           ADD 1 TO WS-OP-ANTAL
                           MOVE OP-ID TO OPT-ID(WS-OP-ANTAL)
                           MOVE OP-AFDELING
                               TO OPT-AFDELING(WS-OP-ANTAL)
                           IF OP-ER-AKTIV
                               MOVE "Y" TO OPT-AKTIV(WS-OP-ANTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOER-FIL
       END-IF.

       INDLAES-AFDELINGER.
       OPEN INPUT AFDELING-FIL.
       IF WS-AFDELING-STATUS = "00"
           PERFORM UNTIL WS-AFDELING-STATUS NOT = "00"
               READ AFDELING-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AD-KODE NOT = SPACES AND WS-AFD-ANTAL < 50
                           ADD 1 TO WS-AFD-ANTAL
                           MOVE AD-KODE TO AFT-KODE(WS-AFD-ANTAL)
                           MOVE AD-NAVN TO AFT-NAVN(WS-AFD-ANTAL)
                           MOVE AD-STATUS TO AFT-STATUS(WS-AFD-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFDELING-FIL
       END-IF.

       VAELG-AFDELING.
       MOVE "N" TO WS-AFD-GYLDIG.
       PERFORM UNTIL AFD-ER-GYLDIG
           DISPLAY "Afdeling: " WITH NO ADVANCING
           MOVE SPACES TO WS-NY-AFDELING
           ACCEPT WS-NY-AFDELING
           PERFORM KONTROLLER-AFDELING
           IF NOT AFD-ER-GYLDIG
               DISPLAY "FEJL: Ukendt eller lukket afdeling, "
                   "proev igen."
           END-IF
       END-PERFORM.
       MOVE WS-NY-AFDELING TO WS-VIS-AFDELING.
       PERFORM FIND-AFDELINGSNAVN.

       KONTROLLER-AFDELING.
      * En lukket afdeling kan hverken vaelges eller faa opgaver.
       MOVE "N" TO WS-AFD-GYLDIG.
       SET AF-IDX TO 1.
       SEARCH AFD-ENTRY
           AT END
               CONTINUE
           WHEN AF-IDX > WS-AFD-ANTAL
               CONTINUE
           WHEN AFT-KODE(AF-IDX) = WS-NY-AFDELING
               IF AFT-STATUS(AF-IDX) NOT = "L"
                   MOVE "Y" TO WS-AFD-GYLDIG
               END-IF
       END-SEARCH.

       FIND-AFDELINGSNAVN.
       MOVE "UKENDT AFDELING" TO WS-AFD-NAVN.
       SET AF-IDX TO 1.
       SEARCH AFD-ENTRY
           AT END
               CONTINUE
           WHEN AF-IDX > WS-AFD-ANTAL
               CONTINUE
           WHEN AFT-KODE(AF-IDX) = WS-VIS-AFDELING
               MOVE AFT-NAVN(AF-IDX) TO WS-AFD-NAVN
       END-SEARCH.

      ******************************************************************
      * Koeen                                                          *
      ******************************************************************
       INDLAES-OPGAVER.
       MOVE 0 TO WS-OPGAVE-ANTAL.
       OPEN INPUT OPGAVE-FIL.
       IF WS-OPGAVE-STATUS = "35"
      *    Natkoerslen har endnu ikke dannet nogen opgaver
           CONTINUE
       ELSE
           IF WS-OPGAVE-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne files/ARBEJDSKOE.txt, "
                   "status=" WS-OPGAVE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ OPGAVE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-OPGAVE-ANTAL < 20000
                           ADD 1 TO WS-OPGAVE-ANTAL
                           MOVE OPGAVE-POST
                               TO AOT-LINJE(WS-OPGAVE-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE OPGAVE-FIL
       END-IF.

       SKRIV-OPGAVER-TILBAGE.
       OPEN OUTPUT OPGAVE-FIL.
       IF WS-OPGAVE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/ARBEJDSKOE.txt, "
               "status=" WS-OPGAVE-STATUS
           STOP RUN
       END-IF.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-OPGAVE-ANTAL
           MOVE AOT-LINJE(WS-VIS-IDX) TO OPGAVE-POST
           WRITE OPGAVE-POST
       END-PERFORM.
       CLOSE OPGAVE-FIL.

      ******************************************************************
      * Visning                                                        *
      ******************************************************************
       VIS-AFDELINGENS-OPGAVER.
       PERFORM INDLAES-OPGAVER.
       MOVE 0 TO WS-VIST-TAELLER WS-FORFALDEN-TAELLER.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-OPGAVE-ANTAL
           MOVE AOT-LINJE(WS-VIS-IDX) TO OPGAVE-POST
           IF AO-AFDELING = WS-VIS-AFDELING AND AO-ER-UAFSLUTTET
               PERFORM VIS-OPGAVE
           END-IF
       END-PERFORM.
       DISPLAY "Opgaver: " WS-VIST-TAELLER
           " heraf forfaldne: " WS-FORFALDEN-TAELLER.

       VIS-MINE-OPGAVER.
       PERFORM INDLAES-OPGAVER.
       MOVE 0 TO WS-VIST-TAELLER WS-FORFALDEN-TAELLER.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-OPGAVE-ANTAL
           MOVE AOT-LINJE(WS-VIS-IDX) TO OPGAVE-POST
           IF AO-ANSVARLIG = WS-OPERATOER-ID AND AO-ER-TAGET
               PERFORM VIS-OPGAVE
           END-IF
       END-PERFORM.
       DISPLAY "Opgaver: " WS-VIST-TAELLER
           " heraf forfaldne: " WS-FORFALDEN-TAELLER.

       VIS-OPGAVE.
      * Opgaven i OPGAVE-POST paa to linjer, tre med note.
       ADD 1 TO WS-VIST-TAELLER.
       MOVE SPACES TO WS-FORFALD-TEKST.
       IF AO-ER-UAFSLUTTET AND AO-FORFALD < WS-DAGS-DATO
           ADD 1 TO WS-FORFALDEN-TAELLER
           MOVE "FORFALDEN" TO WS-FORFALD-TEKST
       END-IF.
       MOVE SPACES TO WS-STATUS-TEKST.
       EVALUATE TRUE
           WHEN AO-ER-AABEN
               MOVE "AABEN" TO WS-STATUS-TEKST
           WHEN AO-ER-TAGET
               STRING "TAGET AF " AO-ANSVARLIG
                   DELIMITED BY SIZE INTO WS-STATUS-TEKST
           WHEN AO-ER-LUKKET
               MOVE "LUKKET" TO WS-STATUS-TEKST
           WHEN OTHER
               MOVE AO-STATUS TO WS-STATUS-TEKST
       END-EVALUATE.
       DISPLAY AO-OPGAVE-NR " " AO-TYPE " " AO-KUNDE-ID
           " AFD=" AO-AFDELING " FORFALD=" AO-FORFALD " "
           WS-FORFALD-TEKST " " FUNCTION TRIM(WS-STATUS-TEKST).
       DISPLAY "        " FUNCTION TRIM(AO-TEKST).
       IF AO-NOTE NOT = SPACES
           DISPLAY "        NOTE " AO-AENDRET " " AO-AENDRET-AF ": "
               FUNCTION TRIM(AO-NOTE)
       END-IF.

       FIND-OPGAVE.
      * Koeen laeses forfra, og opgaven slaas op paa nummer; fundet
      * opgave ligger i OPGAVE-POST og WS-FUNDET-IDX peger paa den
      * (0 = ikke fundet eller allerede lukket).
       PERFORM INDLAES-OPGAVER.
       DISPLAY "Opgavenummer: " WITH NO ADVANCING.
       MOVE 0 TO WS-SOEGE-NR.
       ACCEPT WS-SOEGE-NR.
       MOVE 0 TO WS-FUNDET-IDX.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-OPGAVE-ANTAL
                   OR WS-FUNDET-IDX NOT = 0
           MOVE AOT-LINJE(WS-VIS-IDX) TO OPGAVE-POST
           IF AO-OPGAVE-NR = WS-SOEGE-NR
               MOVE WS-VIS-IDX TO WS-FUNDET-IDX
           END-IF
       END-PERFORM.
       IF WS-FUNDET-IDX = 0
           DISPLAY "FEJL: Opgaven findes ikke."
       ELSE
           MOVE AOT-LINJE(WS-FUNDET-IDX) TO OPGAVE-POST
           PERFORM VIS-OPGAVE
           IF AO-ER-LUKKET
               DISPLAY "FEJL: Opgaven er allerede lukket."
               MOVE 0 TO WS-FUNDET-IDX
           END-IF
       END-IF.

      ******************************************************************
      * Handlinger                                                     *
      ******************************************************************
       TAG-OPGAVE.
       PERFORM FIND-OPGAVE.
       IF WS-FUNDET-IDX = 0
           EXIT PARAGRAPH
       END-IF.
       IF AO-ER-TAGET AND AO-ANSVARLIG = WS-OPERATOER-ID
           DISPLAY "Opgaven er allerede din."
           EXIT PARAGRAPH
       END-IF.
       IF AO-ER-TAGET
           DISPLAY "Opgaven er taget af "
               FUNCTION TRIM(AO-ANSVARLIG)
               " - overtag den (J/N): " WITH NO ADVANCING
           MOVE "N" TO WS-BEKRAEFT
           ACCEPT WS-BEKRAEFT
           IF FUNCTION UPPER-CASE(WS-BEKRAEFT) NOT = "J"
               DISPLAY "Opgaven er ikke taget."
               EXIT PARAGRAPH
           END-IF
       END-IF.
       DISPLAY "Note (blank=ingen): ".
       MOVE SPACES TO WS-NOTE.
       ACCEPT WS-NOTE.
       SET AO-ER-TAGET TO TRUE.
       MOVE WS-OPERATOER-ID TO AO-ANSVARLIG.
       IF WS-NOTE NOT = SPACES
           MOVE WS-NOTE TO AO-NOTE
       END-IF.
       MOVE "TAG" TO WS-HANDLING.
       PERFORM GEM-HANDLING.
       DISPLAY "Opgaven er taget.".

       LUK-OPGAVE.
       PERFORM FIND-OPGAVE.
       IF WS-FUNDET-IDX = 0
           EXIT PARAGRAPH
       END-IF.
       PERFORM LAES-NOTE.
       IF ER-ANNULLERET
           DISPLAY "Opgaven er ikke lukket."
           EXIT PARAGRAPH
       END-IF.
      * Lukkes en opgave ingen har taget, er det den der lukker den,
      * der staar som ansvarlig.
       IF AO-ER-AABEN
           MOVE WS-OPERATOER-ID TO AO-ANSVARLIG
       END-IF.
       SET AO-ER-LUKKET TO TRUE.
       MOVE WS-NOTE TO AO-NOTE.
       MOVE "LUK" TO WS-HANDLING.
       PERFORM GEM-HANDLING.
       DISPLAY "Opgaven er lukket.".

       OMFORDEL-OPGAVE.
      * Ny afdeling og/eller ny ansvarlig operatoer. Uden ansvarlig
      * bliver opgaven aaben i den nye afdeling; med ansvarlig er den
      * taget af vedkommende.
       PERFORM FIND-OPGAVE.
       IF WS-FUNDET-IDX = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-AFD-GYLDIG.
       PERFORM UNTIL AFD-ER-GYLDIG
           DISPLAY "Ny afdeling (blank=uaendret " AO-AFDELING "): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NY-AFDELING
           ACCEPT WS-NY-AFDELING
           IF WS-NY-AFDELING = SPACES
               MOVE AO-AFDELING TO WS-NY-AFDELING
               MOVE "Y" TO WS-AFD-GYLDIG
           ELSE
               PERFORM KONTROLLER-AFDELING
               IF NOT AFD-ER-GYLDIG
                   DISPLAY "FEJL: Ukendt eller lukket afdeling, "
                       "proev igen."
               END-IF
           END-IF
       END-PERFORM.
       MOVE "N" TO WS-OP-GYLDIG.
       PERFORM UNTIL OP-ER-GYLDIG
           DISPLAY "Ny ansvarlig operatoer (blank=ingen): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NY-ANSVARLIG
           ACCEPT WS-NY-ANSVARLIG
           IF WS-NY-ANSVARLIG = SPACES
               MOVE "Y" TO WS-OP-GYLDIG
           ELSE
               SET OP-IDX TO 1
               SEARCH OP-ENTRY
                   AT END
                       CONTINUE
                   WHEN OP-IDX > WS-OP-ANTAL
                       CONTINUE
                   WHEN OPT-ID(OP-IDX) = WS-NY-ANSVARLIG
                           AND OPT-AKTIV(OP-IDX) = "Y"
                       MOVE "Y" TO WS-OP-GYLDIG
               END-SEARCH
               IF NOT OP-ER-GYLDIG
                   DISPLAY "FEJL: Ukendt eller inaktiv operatoer, "
                       "proev igen."
               END-IF
           END-IF
       END-PERFORM.
       IF WS-NY-AFDELING = AO-AFDELING
               AND WS-NY-ANSVARLIG = AO-ANSVARLIG
           DISPLAY "Intet er aendret - opgaven er ikke omfordelt."
           EXIT PARAGRAPH
       END-IF.
       PERFORM LAES-NOTE.
       IF ER-ANNULLERET
           DISPLAY "Opgaven er ikke omfordelt."
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NY-AFDELING TO AO-AFDELING.
       MOVE WS-NY-ANSVARLIG TO AO-ANSVARLIG.
       IF WS-NY-ANSVARLIG = SPACES
           SET AO-ER-AABEN TO TRUE
       ELSE
           SET AO-ER-TAGET TO TRUE
       END-IF.
       MOVE WS-NOTE TO AO-NOTE.
       MOVE "OMFORDEL" TO WS-HANDLING.
       PERFORM GEM-HANDLING.
       DISPLAY "Opgaven er omfordelt.".

       LAES-NOTE.
      * Lukning og omfordeling skal begrundes, saa noten maa ikke
      * vaere blank.
       MOVE "N" TO WS-ANNULLERET.
       MOVE SPACES TO WS-NOTE.
       PERFORM UNTIL WS-NOTE NOT = SPACES OR ER-ANNULLERET
           DISPLAY "Note: "
           ACCEPT WS-NOTE
           IF WS-NOTE = SPACES
               DISPLAY "FEJL: Noten maa ikke vaere blank. "
                   "Annuller (J/N): " WITH NO ADVANCING
               MOVE "N" TO WS-ANNULLERET
               ACCEPT WS-ANNULLERET
               MOVE FUNCTION UPPER-CASE(WS-ANNULLERET)
                   TO WS-ANNULLERET
           END-IF
       END-PERFORM.

       GEM-HANDLING.
      * Opgaven i OPGAVE-POST stemples, laegges tilbage i tabellen,
      * koeen skrives og handlingen journalfoeres.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSPUNKT.
       MOVE WS-TIDSPUNKT(1:8) TO AO-AENDRET.
       MOVE WS-OPERATOER-ID TO AO-AENDRET-AF.
       MOVE OPGAVE-POST TO AOT-LINJE(WS-FUNDET-IDX).
       PERFORM SKRIV-OPGAVER-TILBAGE.
       MOVE AOT-LINJE(WS-FUNDET-IDX) TO OPGAVE-POST.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/ARBEJDSKOE-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
       ELSE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE WS-TIDSPUNKT TO AJ-TIDSSTEMPEL
           MOVE WS-HANDLING TO AJ-HANDLING
           MOVE AO-OPGAVE-NR TO AJ-OPGAVE-NR
           MOVE WS-OPERATOER-ID TO AJ-OPERATOER
           MOVE AO-AFDELING TO AJ-AFDELING
           MOVE AO-ANSVARLIG TO AJ-ANSVARLIG
           MOVE WS-NOTE TO AJ-NOTE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.
