       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREV-SPROG.

      * Faelles sproghaandtering for breve og oversigter til kunder:
      * afgoer kundens korrespondancesprog (SPROG i KUNDEREC) og
      * formaterer datoer og beloeb efter sproget, saa alle
      * brevprogrammer skriver dem ens. LK-FUNKTION:
      *   SPRG - LK-SPROG er kundens SPROG-felt og LK-TEKST(1:2)
      *          landekoden; svaret i LK-SPROG er D (dansk) eller E
      *          (engelsk). Blankt SPROG foelger landekoden: DK og
      *          blank giver dansk, alt andet engelsk.
      *   DATO - LK-TEKST(1:8) er en dato AAAAMMDD; den erstattes af
      *          dansk DD-MM-AAAA eller engelsk "DD Mon YYYY". En
      *          ikke-numerisk dato lades uroert.
      *   BELB - LK-TEKST er et beloeb redigeret med dansk punktum/
      *          komma (fx 1.234,56); paa engelsk byttes de om til
      *          1,234.56. Dansk lades uroert.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DATO             PIC X(8)   VALUE SPACES.
       01  WS-DATO-DELE REDEFINES WS-DATO.
           05 WS-DATO-AAR      PIC X(4).
           05 WS-DATO-MD       PIC 9(2).
           05 WS-DATO-DAG      PIC X(2).

       01  MAANED-NAVNE-DATA.
           05 FILLER PIC X(36)
               VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
       01  MAANED-NAVNE REDEFINES MAANED-NAVNE-DATA.
           05 MAANED-NAVN      PIC X(3) OCCURS 12 TIMES.

       LINKAGE SECTION.
       01  LK-FUNKTION         PIC X(4).
       01  LK-SPROG            PIC X(1).
       01  LK-TEKST            PIC X(40).

       PROCEDURE DIVISION USING LK-FUNKTION LK-SPROG LK-TEKST.
       MAIN-PROCEDURE.
       EVALUATE LK-FUNKTION
           WHEN "SPRG"
               PERFORM AFGOER-SPROG
           WHEN "DATO"
               PERFORM FORMATER-DATO
           WHEN "BELB"
               IF LK-SPROG = "E"
                   INSPECT LK-TEKST CONVERTING ".," TO ",."
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       GOBACK.

       AFGOER-SPROG.
       IF LK-SPROG NOT = "D" AND LK-SPROG NOT = "E"
           IF LK-TEKST(1:2) = "DK" OR LK-TEKST(1:2) = SPACES
               MOVE "D" TO LK-SPROG
           ELSE
               MOVE "E" TO LK-SPROG
           END-IF
       END-IF.

       FORMATER-DATO.
       MOVE LK-TEKST(1:8) TO WS-DATO.
       IF WS-DATO NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       IF WS-DATO-MD < 1 OR WS-DATO-MD > 12
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO LK-TEKST.
       IF LK-SPROG = "E"
           STRING WS-DATO-DAG " " MAANED-NAVN(WS-DATO-MD) " "
               WS-DATO-AAR
               DELIMITED BY SIZE INTO LK-TEKST
       ELSE
           STRING WS-DATO-DAG "-" WS-DATO(5:2) "-" WS-DATO-AAR
               DELIMITED BY SIZE INTO LK-TEKST
       END-IF.
