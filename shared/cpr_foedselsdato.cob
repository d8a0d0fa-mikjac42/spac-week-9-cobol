       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPR-FOEDSELSDATO.

      * Faelles udledning af foedselsdatoen af et CPR-nummer
      * (DDMMAALLLC). Aarhundredet foelger af det syvende ciffer
      * efter CPR-kontorets regel:
      *  0-3     -> 1900-tallet;
      *  4 og 9  -> 2000-tallet for AA 00-36, ellers 1900-tallet;
      *  5-8     -> 2000-tallet for AA 00-57, ellers 1800-tallet.
      * LK-FOEDSELSDATO returneres som AAAAMMDD, eller blank naar
      * nummeret ikke er ti cifre eller datodelen ikke er en gyldig
      * dato. Modulus 11-kontrollen er CPR-VALIDERs opgave.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DAG              PIC 9(2)   VALUE 0.
       01  WS-MAANED           PIC 9(2)   VALUE 0.
       01  WS-AA               PIC 9(2)   VALUE 0.
       01  WS-CIFFER-7         PIC 9      VALUE 0.
       01  WS-AARHUNDREDE      PIC 9(2)   VALUE 0.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-DATO-GRUPPE REDEFINES WS-DATO-9.
           05  WS-DATO-AARHUND PIC 9(2).
           05  WS-DATO-AA      PIC 9(2).
           05  WS-DATO-MAANED  PIC 9(2).
           05  WS-DATO-DAG     PIC 9(2).

       LINKAGE SECTION.
       01  LK-CPR-NUMMER       PIC X(10).
       01  LK-FOEDSELSDATO     PIC X(8).

       PROCEDURE DIVISION USING LK-CPR-NUMMER LK-FOEDSELSDATO.
       MAIN-PROCEDURE.
       MOVE SPACES TO LK-FOEDSELSDATO.
       IF LK-CPR-NUMMER NOT NUMERIC
           GOBACK
       END-IF.

       MOVE LK-CPR-NUMMER(1:2) TO WS-DAG.
       MOVE LK-CPR-NUMMER(3:2) TO WS-MAANED.
       MOVE LK-CPR-NUMMER(5:2) TO WS-AA.
       MOVE LK-CPR-NUMMER(7:1) TO WS-CIFFER-7.
       EVALUATE TRUE
           WHEN WS-CIFFER-7 < 4
               MOVE 19 TO WS-AARHUNDREDE
           WHEN WS-CIFFER-7 = 4 OR WS-CIFFER-7 = 9
               IF WS-AA < 37
                   MOVE 20 TO WS-AARHUNDREDE
               ELSE
                   MOVE 19 TO WS-AARHUNDREDE
               END-IF
           WHEN OTHER
               IF WS-AA < 58
                   MOVE 20 TO WS-AARHUNDREDE
               ELSE
                   MOVE 18 TO WS-AARHUNDREDE
               END-IF
       END-EVALUATE.

       MOVE WS-AARHUNDREDE TO WS-DATO-AARHUND.
       MOVE WS-AA TO WS-DATO-AA.
       MOVE WS-MAANED TO WS-DATO-MAANED.
       MOVE WS-DAG TO WS-DATO-DAG.
      * Datoen skal findes i kalenderen (ogsaa 29. februar).
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATO-9) = 0
           MOVE WS-DATO-9 TO LK-FOEDSELSDATO
       END-IF.

       GOBACK.
