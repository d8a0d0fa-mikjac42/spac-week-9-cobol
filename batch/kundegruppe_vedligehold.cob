       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDEGRUPPE-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af registret over forbundne kunder
      * (files/KUNDEGRUPPER.txt, layout copybooks/KUNDEGRP.cpy), i
      * samme menustil som KONTO-EJER-VEDLIGEHOLD. En gruppe samler
      * de KUNDE-ID'er der skal ses som et engagement i opgoerelsen
      * af store engagementer (batch/store_engagementer.cob):
      * koncerner af erhvervskunder bundet sammen som moder- og
      * datterselskab via CVR, og private med faelles oekonomi.
      * Husstande kan hentes direkte fra den seneste husstandsrapport
      * (files/HUSSTANDE.txt fra HUSSTANDS-RAPPORT), saa alle
      * medlemmerne paa adressen kommer med paa en gang.
      *
      * En kunde kan kun staa i en gruppe; skal den flyttes, slettes
      * den foerst fra den gamle. Moder- og datterselskaber skal vaere
      * erhvervskunder (KUNDE-ART E) med CVR-nummer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPPE-FIL ASSIGN TO "files/KUNDEGRUPPER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRUPPE-STATUS.

           SELECT HUSSTAND-FIL ASSIGN TO "files/HUSSTANDE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HUSSTAND-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRUPPE-FIL.
       01  GRUPPE-RECORD.
           COPY "copybooks/KUNDEGRP.cpy".

       FD  HUSSTAND-FIL.
       01  HUSSTAND-LINJE      PIC X(100).

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-GRUPPE-STATUS    PIC XX     VALUE "00".
       01  WS-HUSSTAND-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-VALG             PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.

      * Hele registret holdes i hukommelsen under vedligeholdelsen
      * og skrives samlet tilbage ved afslutning.
       01  WS-GRP-ANTAL        PIC 9(3)   VALUE 0.
       01  GRP-TABEL.
           05  GRP-ENTRY OCCURS 500 TIMES
                           INDEXED BY GR-IDX.
               10  GRT-GRUPPE-ID   PIC X(10)   VALUE SPACES.
               10  GRT-KUNDE-ID    PIC X(10)   VALUE SPACES.
               10  GRT-RELATION    PIC X(1)    VALUE SPACES.
               10  GRT-OPRETTET    PIC X(8)    VALUE SPACES.

      * Indtastning til et nyt medlem
       01  WS-NY-GRUPPE-ID     PIC X(10)  VALUE SPACES.
       01  WS-NY-KUNDE-ID      PIC X(10)  VALUE SPACES.
       01  WS-NY-RELATION      PIC X(1)   VALUE SPACES.
           88  NY-RELATION-GYLDIG         VALUE "M" "D" "H" "O".
           88  NY-RELATION-ERHVERV        VALUE "M" "D".
       01  WS-MEDLEM-OK        PIC X      VALUE "N".
           88  MEDLEM-ER-OK               VALUE "Y".
       01  WS-FUNDET-GRUPPE    PIC X(10)  VALUE SPACES.

      * Husstanden fra files/HUSSTANDE.txt med det valgte KUNDE-ID
       01  WS-HUS-ANTAL        PIC 9(2)   VALUE 0.
       01  HUS-TABEL.
           05  HUS-MEDLEM OCCURS 10 TIMES PIC X(10) VALUE SPACES.
       01  WS-HUS-FUNDET       PIC X      VALUE "N".
           88  HUS-ER-FUNDET              VALUE "Y".
       01  WS-HUS-IDX          PIC 9(2)   VALUE 0.
       01  WS-BLOK-ANTAL       PIC 9(2)   VALUE 0.
       01  BLOK-TABEL.
           05  BLOK-MEDLEM OCCURS 10 TIMES PIC X(10) VALUE SPACES.
       01  WS-BLOK-HAR-KUNDE   PIC X      VALUE "N".
           88  BLOK-HAR-KUNDE             VALUE "Y".
       01  WS-TILFOEJET        PIC 9(2)   VALUE 0.

       01  WS-SLET-NR          PIC 9(3)   VALUE 0.
       01  WS-VIS-IDX          PIC 9(3)   VALUE 0.
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-GRUPPER.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           STOP RUN
       END-IF.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM TILFOEJ-MEDLEM
               WHEN 2
                   PERFORM HENT-HUSSTAND
               WHEN 3
                   PERFORM VIS-GRUPPER
               WHEN 4
                   PERFORM SLET-MEDLEM
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.

       CLOSE MASTER-FIL.
       IF ER-AENDRET
           PERFORM SKRIV-GRUPPER-TILBAGE
       END-IF.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Vedligeholdelse af forbundne kunder".
       DISPLAY "1. Tilfoej kunde til gruppe".
       DISPLAY "2. Opret gruppe fra husstand".
       DISPLAY "3. Vis grupper".
       DISPLAY "4. Slet kunde fra gruppe".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

       INDLAES-GRUPPER.
       OPEN INPUT GRUPPE-FIL.
       IF WS-GRUPPE-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-GRUPPE-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/KUNDEGRUPPER.txt, status="
                   WS-GRUPPE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ GRUPPE-FIL INTO GRUPPE-RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KG-KUNDE-ID NOT = SPACES
                               AND WS-GRP-ANTAL < 500
                           ADD 1 TO WS-GRP-ANTAL
                           SET GR-IDX TO WS-GRP-ANTAL
                           MOVE KG-GRUPPE-ID TO GRT-GRUPPE-ID(GR-IDX)
                           MOVE KG-KUNDE-ID TO GRT-KUNDE-ID(GR-IDX)
                           MOVE KG-RELATION TO GRT-RELATION(GR-IDX)
                           MOVE KG-OPRETTET TO GRT-OPRETTET(GR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE GRUPPE-FIL
       END-IF.

       TILFOEJ-MEDLEM.
       DISPLAY "GRUPPE-ID          : " WITH NO ADVANCING.
       ACCEPT WS-NY-GRUPPE-ID.
       DISPLAY "KUNDE-ID           : " WITH NO ADVANCING.
       ACCEPT WS-NY-KUNDE-ID.
       DISPLAY "Relation (M=moder D=datter H=husstand O=anden): "
           WITH NO ADVANCING.
       ACCEPT WS-NY-RELATION.
       MOVE FUNCTION UPPER-CASE(WS-NY-RELATION) TO WS-NY-RELATION.
       IF NOT NY-RELATION-GYLDIG
           DISPLAY "FEJL: Relationen skal vaere M, D, H eller O."
       ELSE
           PERFORM KONTROLLER-MEDLEM
           IF MEDLEM-ER-OK
               PERFORM GEM-MEDLEM
               DISPLAY "Kunde tilfoejet til gruppe "
                   FUNCTION TRIM(WS-NY-GRUPPE-ID) "."
           END-IF
       END-IF.

       KONTROLLER-MEDLEM.
      * Faelles kontrol for et nyt medlem: gruppe-id udfyldt, plads i
      * registret, kunden findes, staar ikke allerede i en gruppe,
      * og moder/datter er erhvervskunder med CVR.
       MOVE "N" TO WS-MEDLEM-OK.
       EVALUATE TRUE
           WHEN WS-NY-GRUPPE-ID = SPACES
               DISPLAY "FEJL: GRUPPE-ID skal udfyldes."
           WHEN WS-GRP-ANTAL >= 500
               DISPLAY "FEJL: Gruppetabellen er fuld."
           WHEN OTHER
               PERFORM FIND-KUNDENS-GRUPPE
               IF WS-FUNDET-GRUPPE NOT = SPACES
                   DISPLAY "FEJL: " FUNCTION TRIM(WS-NY-KUNDE-ID)
                       " staar allerede i gruppe "
                       FUNCTION TRIM(WS-FUNDET-GRUPPE) "."
               ELSE
                   MOVE WS-NY-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD
                   READ MASTER-FIL
                       INVALID KEY
                           DISPLAY "FEJL: Kunde "
                               FUNCTION TRIM(WS-NY-KUNDE-ID)
                               " findes ikke."
                       NOT INVALID KEY
                           IF NY-RELATION-ERHVERV
                                   AND (KUNDE-ART IN MASTER-RECORD
                                       NOT = "E"
                                   OR CVR-NUMMER IN MASTER-RECORD
                                       = SPACES)
                               DISPLAY "FEJL: Moder- og datter"
                                   "selskaber skal vaere "
                                   "erhvervskunder med CVR."
                           ELSE
                               MOVE "Y" TO WS-MEDLEM-OK
                           END-IF
                   END-READ
               END-IF
       END-EVALUATE.

       FIND-KUNDENS-GRUPPE.
       MOVE SPACES TO WS-FUNDET-GRUPPE.
       SET GR-IDX TO 1.
       IF WS-GRP-ANTAL > 0
           SEARCH GRP-ENTRY
               AT END
                   MOVE SPACES TO WS-FUNDET-GRUPPE
               WHEN GR-IDX > WS-GRP-ANTAL
                   MOVE SPACES TO WS-FUNDET-GRUPPE
               WHEN GRT-KUNDE-ID(GR-IDX) = WS-NY-KUNDE-ID
                   MOVE GRT-GRUPPE-ID(GR-IDX) TO WS-FUNDET-GRUPPE
           END-SEARCH
       END-IF.

       GEM-MEDLEM.
       ADD 1 TO WS-GRP-ANTAL.
       SET GR-IDX TO WS-GRP-ANTAL.
       MOVE WS-NY-GRUPPE-ID TO GRT-GRUPPE-ID(GR-IDX).
       MOVE WS-NY-KUNDE-ID TO GRT-KUNDE-ID(GR-IDX).
       MOVE WS-NY-RELATION TO GRT-RELATION(GR-IDX).
       MOVE WS-DAGS-DATO TO GRT-OPRETTET(GR-IDX).
       SET ER-AENDRET TO TRUE.

       HENT-HUSSTAND.
      * Find husstanden med det angivne KUNDE-ID i den seneste
      * husstandsrapport og tilfoej alle dens medlemmer til gruppen
      * som H. Medlemmer der allerede staar i en gruppe springes over.
       DISPLAY "KUNDE-ID i husstanden: " WITH NO ADVANCING.
       ACCEPT WS-NY-KUNDE-ID.
       DISPLAY "GRUPPE-ID            : " WITH NO ADVANCING.
       ACCEPT WS-NY-GRUPPE-ID.
       PERFORM FIND-HUSSTAND.
       IF NOT HUS-ER-FUNDET
           DISPLAY "FEJL: " FUNCTION TRIM(WS-NY-KUNDE-ID)
               " findes ikke i files/HUSSTANDE.txt - koer "
               "HUSSTANDS-RAPPORT foerst."
       ELSE
           IF WS-HUS-ANTAL < 2
               DISPLAY "Kunden bor alene paa adressen - der er "
                   "ingen husstand at samle."
           ELSE
               MOVE "H" TO WS-NY-RELATION
               MOVE 0 TO WS-TILFOEJET
               PERFORM VARYING WS-HUS-IDX FROM 1 BY 1
                       UNTIL WS-HUS-IDX > WS-HUS-ANTAL
                   MOVE HUS-MEDLEM(WS-HUS-IDX) TO WS-NY-KUNDE-ID
                   PERFORM KONTROLLER-MEDLEM
                   IF MEDLEM-ER-OK
                       PERFORM GEM-MEDLEM
                       ADD 1 TO WS-TILFOEJET
                   END-IF
               END-PERFORM
               DISPLAY WS-TILFOEJET " af " WS-HUS-ANTAL
                   " medlemmer tilfoejet til gruppe "
                   FUNCTION TRIM(WS-NY-GRUPPE-ID) "."
           END-IF
       END-IF.

       FIND-HUSSTAND.
      * HUSSTANDE.txt har en blok pr. husstand: en HUSSTAND-linje,
      * en MEDLEM-linje pr. kunde og en ANTAL-linje til sidst.
       MOVE "N" TO WS-HUS-FUNDET.
       MOVE 0 TO WS-HUS-ANTAL.
       MOVE 0 TO WS-BLOK-ANTAL.
       MOVE "N" TO WS-BLOK-HAR-KUNDE.
       OPEN INPUT HUSSTAND-FIL.
       IF WS-HUSSTAND-STATUS = "00"
           PERFORM UNTIL EOF-REACHED OR HUS-ER-FUNDET
               READ HUSSTAND-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM BEHANDL-HUSSTAND-LINJE
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE HUSSTAND-FIL
       END-IF.

       BEHANDL-HUSSTAND-LINJE.
       EVALUATE TRUE
           WHEN HUSSTAND-LINJE(1:9) = "HUSSTAND:"
               MOVE 0 TO WS-BLOK-ANTAL
               MOVE "N" TO WS-BLOK-HAR-KUNDE
           WHEN HUSSTAND-LINJE(1:10) = "  MEDLEM: "
               IF WS-BLOK-ANTAL < 10
                   ADD 1 TO WS-BLOK-ANTAL
                   MOVE HUSSTAND-LINJE(11:10)
                       TO BLOK-MEDLEM(WS-BLOK-ANTAL)
               END-IF
               IF HUSSTAND-LINJE(11:10) = WS-NY-KUNDE-ID
                   MOVE "Y" TO WS-BLOK-HAR-KUNDE
               END-IF
           WHEN HUSSTAND-LINJE(1:8) = "  ANTAL="
               IF BLOK-HAR-KUNDE
                   MOVE "Y" TO WS-HUS-FUNDET
                   MOVE WS-BLOK-ANTAL TO WS-HUS-ANTAL
                   MOVE BLOK-TABEL TO HUS-TABEL
               END-IF
       END-EVALUATE.

       VIS-GRUPPER.
       IF WS-GRP-ANTAL = 0
           DISPLAY "Ingen grupper oprettet."
       END-IF.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-GRP-ANTAL
           SET GR-IDX TO WS-VIS-IDX
           DISPLAY WS-VIS-IDX ": GRUPPE-ID=" GRT-GRUPPE-ID(GR-IDX)
               " KUNDE-ID=" GRT-KUNDE-ID(GR-IDX)
               " RELATION=" GRT-RELATION(GR-IDX)
               " OPRETTET=" GRT-OPRETTET(GR-IDX)
       END-PERFORM.

       SLET-MEDLEM.
       PERFORM VIS-GRUPPER.
       IF WS-GRP-ANTAL > 0
           DISPLAY "Nummer der skal slettes: " WITH NO ADVANCING
           ACCEPT WS-SLET-NR
           IF WS-SLET-NR < 1 OR WS-SLET-NR > WS-GRP-ANTAL
               DISPLAY "FEJL: Ugyldigt nummer."
           ELSE
      *        Ryk resten af tabellen en plads op
               PERFORM VARYING WS-VIS-IDX FROM WS-SLET-NR BY 1
                       UNTIL WS-VIS-IDX >= WS-GRP-ANTAL
                   MOVE GRP-ENTRY(WS-VIS-IDX + 1)
                       TO GRP-ENTRY(WS-VIS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-GRP-ANTAL
               SET ER-AENDRET TO TRUE
               DISPLAY "Kunde slettet fra gruppen."
           END-IF
       END-IF.

       SKRIV-GRUPPER-TILBAGE.
       OPEN OUTPUT GRUPPE-FIL.
       IF WS-GRUPPE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/KUNDEGRUPPER.txt, status=" WS-GRUPPE-STATUS
       ELSE
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GRP-ANTAL
               MOVE SPACES TO GRUPPE-RECORD
               MOVE GRT-GRUPPE-ID(GR-IDX) TO KG-GRUPPE-ID
               MOVE GRT-KUNDE-ID(GR-IDX) TO KG-KUNDE-ID
               MOVE GRT-RELATION(GR-IDX) TO KG-RELATION
               MOVE GRT-OPRETTET(GR-IDX) TO KG-OPRETTET
               WRITE GRUPPE-RECORD
           END-PERFORM
           CLOSE GRUPPE-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
