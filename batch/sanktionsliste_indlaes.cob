       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTIONSLISTE-INDLAES.

      * Indlaesning af en ny udgave af EU/FN's konsoliderede
      * sanktionsliste. Compliance henter listen og laegger den som
      * files/SANKTIONSLISTE-LEVERANCE.csv, semikolonsepareret med
      * en linje pr. listepost:
      *     ID;TYPE;EFTERNAVN;FORNAVN;FOEDSELSDATO
      * TYPE er P (person) eller E (enhed - navnet i EFTERNAVN).
      * FOEDSELSDATO er AAAAMMDD, AAAA naar kun aaret kendes, eller
      * tom. Linjer der ikke kan bruges (forkert type, intet ID eller
      * navn, ugyldig dato) afvises i files/SANKTIONSLISTE-RAPPORT.txt.
      * Den godkendte liste skrives til files/SANKTIONSLISTE.txt med
      * en hovedpost der baerer indlaesningstidspunktet som listens
      * version; skifter versionen, screener SANKTION-SCREENING hele
      * kundemasteren i naeste natkaede. Indeholder leverancen ingen
      * brugbare linjer, beholdes den gamle liste uroert - en tom
      * liste ville lade alt passere. Leverancen flyttes til
      * files/behandlet/ efter indlaesningen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVERANCE-FIL
               ASSIGN TO "files/SANKTIONSLISTE-LEVERANCE.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVERANCE-STATUS.

           SELECT LISTE-FIL ASSIGN TO "files/SANKTIONSLISTE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/SANKTIONSLISTE-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVERANCE-FIL.
       01  LEVERANCE-LINJE     PIC X(100).

      * Samme layout som i shared/sanktion_match.cob.
       FD  LISTE-FIL.
       01  LISTE-POST.
           05 SL-TYPE          PIC X(1).
           05 SL-ID            PIC X(10).
           05 SL-EFTERNAVN     PIC X(35).
           05 SL-FORNAVN       PIC X(35).
           05 SL-FOEDSELSDATO  PIC X(8).
       01  LISTE-HOVED.
           05 SH-TYPE          PIC X(1).
           05 SH-VERSION       PIC X(14).
           05 SH-ANTAL         PIC 9(6).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LEVERANCE-STATUS PIC XX     VALUE "00".
       01  WS-LISTE-STATUS     PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-VERSION          PIC X(14)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

      * Bruges til at kalde det faelles CSV-FELT-SPLIT (se
      * shared/csv_felt_split.cob).
       01  WS-SKILLETEGN       PIC X      VALUE ";".
       01  WS-FELT-ID          PIC X(60)  VALUE SPACES.
       01  WS-FELT-TYPE        PIC X(60)  VALUE SPACES.
       01  WS-FELT-EFTERNAVN   PIC X(60)  VALUE SPACES.
       01  WS-FELT-FORNAVN     PIC X(60)  VALUE SPACES.
       01  WS-FELT-DATO        PIC X(60)  VALUE SPACES.

      * Listen holdes i hukommelsen, saa den gamle fil foerst
      * overskrives naar leverancen er godkendt.
       01  WS-LISTE-ANTAL      PIC 9(5)   VALUE 0.
       01  LISTE-TABEL.
           05  LISTE-ENTRY OCCURS 5000 TIMES
                            INDEXED BY LI-IDX.
               10  LIT-LINJE       PIC X(89)  VALUE SPACES.

       01  WS-LINJE-NR         PIC 9(6)   VALUE 0.
       01  WS-AFVIST-TAELLER   PIC 9(6)   VALUE 0.
       01  WS-AFVIS-AARSAG     PIC X(30)  VALUE SPACES.
       01  WS-DATO             PIC X(8)   VALUE SPACES.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "SANKTIONSLISTE".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-VERSION.

       OPEN INPUT LEVERANCE-FIL.
       IF WS-LEVERANCE-STATUS NOT = "00"
           DISPLAY "SANKTIONSLISTE-INDLAES: ingen leverance "
               "(files/SANKTIONSLISTE-LEVERANCE.csv), intet at "
               "indlaese."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/SANKTIONSLISTE-RAPPORT.txt, status="
               WS-RAPPORT-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "INDLAESNING AF SANKTIONSLISTE " WS-VERSION
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       PERFORM UNTIL EOF-REACHED
           READ LEVERANCE-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINJE-NR
                   IF LEVERANCE-LINJE NOT = SPACES
                       PERFORM BEHANDL-LINJE
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE LEVERANCE-FIL.

       IF WS-LISTE-ANTAL = 0
           DISPLAY "FEJL: Leverancen indeholder ingen brugbare "
               "listeposter - den gamle sanktionsliste beholdes."
           MOVE SPACES TO RAPPORT-TEXT
           MOVE "INGEN BRUGBARE POSTER - GAMMEL LISTE BEHOLDT"
               TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           CLOSE RAPPORT-FIL
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM SKRIV-LISTE.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "INDLAEST=" WS-LISTE-ANTAL " AFVIST=" WS-AFVIST-TAELLER
           " VERSION=" WS-VERSION
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.
       PERFORM FLYT-TIL-BEHANDLET.

       DISPLAY "SANKTIONSLISTE-INDLAES: poster=" WS-LISTE-ANTAL
           " afvist=" WS-AFVIST-TAELLER " version=" WS-VERSION.
       MOVE WS-LISTE-ANTAL TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       BEHANDL-LINJE.
       CALL "CSV-FELT-SPLIT" USING LEVERANCE-LINJE WS-SKILLETEGN
           WS-FELT-ID WS-FELT-TYPE WS-FELT-EFTERNAVN
           WS-FELT-FORNAVN WS-FELT-DATO.
      * En eventuel kolonneoverskrift springes stille over.
       IF WS-LINJE-NR = 1 AND WS-FELT-ID(1:2) = "ID"
           CONTINUE
       ELSE
           MOVE SPACES TO WS-AFVIS-AARSAG
           PERFORM VALIDER-LINJE
           IF WS-AFVIS-AARSAG = SPACES
               PERFORM GEM-LISTEPOST
           ELSE
               ADD 1 TO WS-AFVIST-TAELLER
               MOVE SPACES TO RAPPORT-TEXT
               STRING "LINJE " WS-LINJE-NR " AFVIST: "
                   WS-AFVIS-AARSAG " " WS-FELT-ID(1:10)
                   DELIMITED BY SIZE INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
           END-IF
       END-IF.

       VALIDER-LINJE.
       MOVE FUNCTION UPPER-CASE(WS-FELT-TYPE) TO WS-FELT-TYPE.
       MOVE SPACES TO WS-DATO.
       EVALUATE TRUE
           WHEN WS-FELT-ID = SPACES
               MOVE "ID MANGLER" TO WS-AFVIS-AARSAG
           WHEN WS-FELT-TYPE(1:1) NOT = "P"
                   AND WS-FELT-TYPE(1:1) NOT = "E"
               MOVE "UKENDT TYPE" TO WS-AFVIS-AARSAG
           WHEN WS-FELT-EFTERNAVN = SPACES
               MOVE "NAVN MANGLER" TO WS-AFVIS-AARSAG
           WHEN WS-FELT-DATO = SPACES
               CONTINUE
           WHEN WS-FELT-DATO(1:8) IS NUMERIC
                   AND WS-FELT-DATO(9:1) = SPACE
               MOVE WS-FELT-DATO(1:8) TO WS-DATO
           WHEN WS-FELT-DATO(1:4) IS NUMERIC
                   AND WS-FELT-DATO(5:1) = SPACE
               MOVE WS-FELT-DATO(1:4) TO WS-DATO(1:4)
               MOVE "0000" TO WS-DATO(5:4)
           WHEN OTHER
               MOVE "UGYLDIG FOEDSELSDATO" TO WS-AFVIS-AARSAG
       END-EVALUATE.

       GEM-LISTEPOST.
      * En afkortet liste ville lade sanktionerede navne passere -
      * derfor standses der hellere end at skrive en halv liste.
       IF WS-LISTE-ANTAL >= 5000
           DISPLAY "FEJL: Flere end 5000 poster i leverancen - "
               "listetabellen er for lille. Den gamle liste beholdes."
           CLOSE RAPPORT-FIL
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-LISTE-ANTAL.
       SET LI-IDX TO WS-LISTE-ANTAL.
       MOVE SPACES TO LISTE-POST.
       MOVE WS-FELT-TYPE(1:1) TO SL-TYPE.
       MOVE WS-FELT-ID TO SL-ID.
       MOVE WS-FELT-EFTERNAVN TO SL-EFTERNAVN.
       IF SL-TYPE = "P"
           MOVE WS-FELT-FORNAVN TO SL-FORNAVN
       END-IF.
       MOVE WS-DATO TO SL-FOEDSELSDATO.
       MOVE LISTE-POST TO LIT-LINJE(LI-IDX).

       SKRIV-LISTE.
       OPEN OUTPUT LISTE-FIL.
       IF WS-LISTE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/SANKTIONSLISTE.txt, "
               "status=" WS-LISTE-STATUS
           CLOSE RAPPORT-FIL
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO LISTE-HOVED.
       MOVE "H" TO SH-TYPE.
       MOVE WS-VERSION TO SH-VERSION.
       MOVE WS-LISTE-ANTAL TO SH-ANTAL.
       WRITE LISTE-HOVED.
       PERFORM VARYING LI-IDX FROM 1 BY 1
               UNTIL LI-IDX > WS-LISTE-ANTAL
           MOVE LIT-LINJE(LI-IDX) TO LISTE-POST
           WRITE LISTE-POST
       END-PERFORM.
       CLOSE LISTE-FIL.

       FLYT-TIL-BEHANDLET.
       MOVE SPACES TO WS-KOMMANDO.
       STRING
           "mkdir -p files/behandlet && mv -f "
           "files/SANKTIONSLISTE-LEVERANCE.csv "
           "files/behandlet/SANKTIONSLISTE-LEVERANCE_" WS-VERSION
           ".csv"
           DELIMITED BY SIZE INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
