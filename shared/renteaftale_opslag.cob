       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTEAFTALE-OPSLAG.

      * Faelles opslag i registret over individuelt aftalte
      * rentesatser files/RENTEAFTALER.txt (copybooks/RENTEAFT.cpy),
      * saa rentetilskrivningen, boopgoerelsen og
      * engagementsbekraeftelsen regner med samme aftale. Kaldes med
      * KONTO-ID og dato og returnerer:
      *   LK-ART          - F (fast sats), M (tillaeg/fradrag til
      *                     typens sats) eller blank naar kontoen
      *                     ikke har en aftale i kraft paa datoen.
      *   LK-SATS         - aftalens sats med fortegn (nul ved blank).
      *   LK-NAESTE-SKIFT - foerste dato efter LK-DATO hvor en aftale
      *                     paa kontoen begynder eller er ophoert,
      *                     blank naar der ingen er - saa en periode
      *                     kan deles ved aftalens graenser.
      * Registret indlaeses ved foerste kald og holdes i hukommelsen;
      * mangler det, har ingen konto en individuel aftale.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTEAFTALE-FIL ASSIGN TO "files/RENTEAFTALER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTEAFTALE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTEAFTALE-FIL.
       01  RENTEAFTALE-POST.
           COPY "copybooks/RENTEAFT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RENTEAFTALE-STATUS PIC XX   VALUE "00".
       01  WS-TABEL-INDLAEST   PIC X      VALUE "N".
           88  TABEL-ER-INDLAEST          VALUE "Y".

      * Aftalerne, indlaest ved foerste kald
       01  WS-AFTALE-ANTAL     PIC 9(4)   VALUE 0.
       01  AFTALE-TABEL.
           05  AFTALE-ENTRY OCCURS 1000 TIMES
                             INDEXED BY RA-IDX.
               10  RAT-KONTO-ID    PIC X(10)      VALUE SPACES.
               10  RAT-ART         PIC X(1)       VALUE SPACES.
               10  RAT-SATS        PIC S9(2)V9(4) VALUE 0.
               10  RAT-GYLDIG-FRA  PIC X(8)       VALUE SPACES.
               10  RAT-GYLDIG-TIL  PIC X(8)       VALUE SPACES.

       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-DATO-INT         PIC 9(8)   VALUE 0.
       01  WS-SKIFT            PIC X(8)   VALUE SPACES.

       LINKAGE SECTION.
       01  LK-KONTO-ID         PIC X(10).
       01  LK-DATO             PIC X(8).
       01  LK-ART              PIC X(1).
       01  LK-SATS             PIC S9(2)V9(4).
       01  LK-NAESTE-SKIFT     PIC X(8).

       PROCEDURE DIVISION USING LK-KONTO-ID LK-DATO LK-ART LK-SATS
           LK-NAESTE-SKIFT.
       MAIN-PROCEDURE.
       IF NOT TABEL-ER-INDLAEST
           PERFORM INDLAES-AFTALER
       END-IF.
       MOVE SPACES TO LK-ART.
       MOVE 0 TO LK-SATS.
       MOVE SPACES TO LK-NAESTE-SKIFT.
       PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > WS-AFTALE-ANTAL
           IF RAT-KONTO-ID(RA-IDX) = LK-KONTO-ID
               PERFORM VURDER-AFTALE
           END-IF
       END-PERFORM.
       GOBACK.

       VURDER-AFTALE.
      * Er aftalen i kraft paa datoen, og hvornaar skifter billedet
      * naeste gang (aftalens begyndelse eller dagen efter dens
      * udloeb)?
       IF RAT-GYLDIG-FRA(RA-IDX) NOT > LK-DATO
               AND (RAT-GYLDIG-TIL(RA-IDX) = SPACES
                   OR RAT-GYLDIG-TIL(RA-IDX) NOT < LK-DATO)
           MOVE RAT-ART(RA-IDX) TO LK-ART
           MOVE RAT-SATS(RA-IDX) TO LK-SATS
       END-IF.
       MOVE SPACES TO WS-SKIFT.
       IF RAT-GYLDIG-FRA(RA-IDX) > LK-DATO
           MOVE RAT-GYLDIG-FRA(RA-IDX) TO WS-SKIFT
       ELSE
           IF RAT-GYLDIG-TIL(RA-IDX) NOT = SPACES
                   AND RAT-GYLDIG-TIL(RA-IDX) NOT < LK-DATO
               MOVE RAT-GYLDIG-TIL(RA-IDX) TO WS-DATO-9
               COMPUTE WS-DATO-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATO-9) + 1
               COMPUTE WS-DATO-9
                   = FUNCTION DATE-OF-INTEGER(WS-DATO-INT)
               MOVE WS-DATO-9 TO WS-SKIFT
           END-IF
       END-IF.
       IF WS-SKIFT NOT = SPACES
               AND (LK-NAESTE-SKIFT = SPACES
                   OR WS-SKIFT < LK-NAESTE-SKIFT)
           MOVE WS-SKIFT TO LK-NAESTE-SKIFT
       END-IF.

       INDLAES-AFTALER.
       SET TABEL-ER-INDLAEST TO TRUE.
       OPEN INPUT RENTEAFTALE-FIL.
       IF WS-RENTEAFTALE-STATUS = "00"
           PERFORM UNTIL WS-RENTEAFTALE-STATUS NOT = "00"
               READ RENTEAFTALE-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RA-KONTO-ID NOT = SPACES
                               AND RA-GYLDIG-FRA NUMERIC
                               AND (RA-ER-FAST-SATS OR RA-ER-MARGIN)
                               AND WS-AFTALE-ANTAL < 1000
                           ADD 1 TO WS-AFTALE-ANTAL
                           SET RA-IDX TO WS-AFTALE-ANTAL
                           MOVE RA-KONTO-ID TO RAT-KONTO-ID(RA-IDX)
                           MOVE RA-ART TO RAT-ART(RA-IDX)
                           IF RA-FORTEGN = "-"
                               COMPUTE RAT-SATS(RA-IDX) = 0 - RA-SATS
                           ELSE
                               MOVE RA-SATS TO RAT-SATS(RA-IDX)
                           END-IF
                           MOVE RA-GYLDIG-FRA
                               TO RAT-GYLDIG-FRA(RA-IDX)
                           MOVE RA-GYLDIG-TIL
                               TO RAT-GYLDIG-TIL(RA-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENTEAFTALE-FIL
       ELSE
           IF WS-RENTEAFTALE-STATUS NOT = "35"
               DISPLAY "ADVARSEL: Kan ikke indlaese "
                   "files/RENTEAFTALER.txt, status="
                   WS-RENTEAFTALE-STATUS
                   " - ingen individuelle rentesatser anvendes."
           END-IF
       END-IF.
