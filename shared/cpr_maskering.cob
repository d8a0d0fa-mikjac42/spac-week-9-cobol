       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPR-MASKERING.

      * Faelles visning af CPR- og CVR-numre paa skaerme og i
      * rapporter. Alle programmer der viser et personnummer, kalder
      * denne rutine i stedet for at flytte CPR-NUMMER direkte ud, saa
      * reglen for hvem der ser hvad kun staar et sted:
      *   - Skaermopslag (LK-OPERATOER-ID udfyldt): operatoerens
      *     roller slaas op i files/OPERATOERER.txt. En operatoer med
      *     kun rollen O (opslag) - eller en ukendt bruger, fx
      *     intranettets INTRANET - ser CPR som DDMMAA-XXXX; har
      *     operatoeren en hvilken som helst anden rolle, vises det
      *     fulde nummer.
      *   - Rapporter (LK-OPERATOER-ID blank): maskeret som standard.
      *     Kun rapporter der udtrykkeligt dannes til SKAT, til
      *     skifteretten eller som svar paa en indsigtsanmodning
      *     (LK-FORMAAL = SKAT/SKIFTERET/INDSIGT) faar det fulde
      *     nummer.
      * Det fulde nummer vises som DDMMAA-NNNN. Et CVR-nummer (otte
      * cifre) er offentligt i CVR-registret og gives uaendret
      * tilbage; blankt giver blankt. Operatoerens roller gemmes
      * mellem kaldene, saa registret kun laeses naar operatoeren
      * skifter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOER-FIL ASSIGN TO "files/OPERATOERER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOER-FIL.
       01  OPERATOER-POST.
           COPY "copybooks/OPERATOER.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOER-STATUS PIC XX     VALUE "00".
       01  WS-SIDSTE-OPERATOER PIC X(10)  VALUE SPACES.
       01  WS-SIDSTE-ROLLER    PIC X(8)   VALUE SPACES.
       01  WS-O-ANTAL          PIC 9(1)   VALUE 0.
       01  WS-BLANK-ANTAL      PIC 9(1)   VALUE 0.
       01  WS-FULD-VISNING     PIC X      VALUE "N".
           88  VIS-FULDT                  VALUE "Y".

       LINKAGE SECTION.
       01  LK-OPERATOER-ID     PIC X(10).
       01  LK-FORMAAL          PIC X(10).
           88  FORMAAL-MED-FULDT-CPR      VALUE "SKAT" "SKIFTERET"
                                                "INDSIGT".
       01  LK-NUMMER           PIC X(10).
       01  LK-VISNING          PIC X(11).

       PROCEDURE DIVISION USING LK-OPERATOER-ID LK-FORMAAL
           LK-NUMMER LK-VISNING.
       MAIN-PROCEDURE.
       MOVE SPACES TO LK-VISNING.
       IF LK-NUMMER = SPACES
           GOBACK
       END-IF.
       IF LK-NUMMER(1:8) IS NUMERIC AND LK-NUMMER(9:2) = SPACES
           MOVE LK-NUMMER TO LK-VISNING
           GOBACK
       END-IF.

       MOVE "N" TO WS-FULD-VISNING.
       IF LK-OPERATOER-ID = SPACES
           IF FORMAAL-MED-FULDT-CPR
               SET VIS-FULDT TO TRUE
           END-IF
       ELSE
           PERFORM FIND-ROLLER
           MOVE 0 TO WS-O-ANTAL
           MOVE 0 TO WS-BLANK-ANTAL
           INSPECT WS-SIDSTE-ROLLER TALLYING WS-O-ANTAL FOR ALL "O"
               WS-BLANK-ANTAL FOR ALL SPACES
           IF WS-O-ANTAL + WS-BLANK-ANTAL < 8
               SET VIS-FULDT TO TRUE
           END-IF
       END-IF.

      * Et nummer der ikke er ti cifre (fx paa en undtagelsesliste)
      * vises som det staar, naar det fulde nummer maa vises.
       IF VIS-FULDT
           IF LK-NUMMER IS NUMERIC
               STRING LK-NUMMER(1:6) "-" LK-NUMMER(7:4)
                   DELIMITED BY SIZE INTO LK-VISNING
           ELSE
               MOVE LK-NUMMER TO LK-VISNING
           END-IF
       ELSE
           STRING LK-NUMMER(1:6) "-XXXX"
               DELIMITED BY SIZE INTO LK-VISNING
       END-IF.
       GOBACK.

       FIND-ROLLER.
      * Kan registret ikke laeses, eller kendes operatoeren ikke,
      * staar rollerne blanke, og nummeret maskeres.
       IF LK-OPERATOER-ID NOT = WS-SIDSTE-OPERATOER
           MOVE LK-OPERATOER-ID TO WS-SIDSTE-OPERATOER
           MOVE SPACES TO WS-SIDSTE-ROLLER
           OPEN INPUT OPERATOER-FIL
           IF WS-OPERATOER-STATUS = "00"
               PERFORM UNTIL WS-OPERATOER-STATUS NOT = "00"
                   READ OPERATOER-FIL INTO OPERATOER-POST
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OP-ID = LK-OPERATOER-ID
                               MOVE OP-ROLLER TO WS-SIDSTE-ROLLER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOER-FIL
           END-IF
       END-IF.
