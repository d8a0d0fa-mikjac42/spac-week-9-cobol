       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTEAFTALE-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af registret over individuelt
      * aftalte rentesatser (files/RENTEAFTALER.txt, layout
      * copybooks/RENTEAFT.cpy): erhvervskunder og medarbejdere med
      * en forhandlet rente faar en aftale pr. KONTO-ID - enten en
      * fast sats eller et tillaeg/fradrag til kontotypens sats -
      * med gyldig-fra og gyldig-til, i stedet for at renten rettes
      * til med haandposteringer efter RENTE-TILSKRIVNING. Samme
      * menustil som FULDMAGT-VEDLIGEHOLD. En aftale slettes ikke;
      * den afsluttes ved at saette gyldig-til, saa historikken
      * bag tidligere tilskrivninger bevares. Oprettelser og
      * afslutninger journalfoeres med tidsstempel og operatoer i
      * files/RENTEAFTALE-JOURNAL.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTEAFTALE-FIL ASSIGN TO "files/RENTEAFTALER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTEAFTALE-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/RENTEAFTALE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTEAFTALE-FIL.
       01  RENTEAFTALE-POST.
           COPY "copybooks/RENTEAFT.cpy".

       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 JO-TIDSSTEMPEL   PIC X(14).
           05 JO-OPERATION     PIC X(8).
           05 JO-LINJE         PIC X(50).
           05 JO-OPERATOER     PIC X(10).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-RENTEAFTALE-STATUS PIC XX   VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
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
       01  WS-RA-ANTAL         PIC 9(4)   VALUE 0.
       01  RA-TABEL.
           05  RA-ENTRY OCCURS 1000 TIMES
                          INDEXED BY RA-IDX
                          PIC X(80).

      * Den aftale der oprettes
       01  WS-NY-AFTALE.
           COPY "copybooks/RENTEAFT.cpy".

       01  WS-KONTO-FUNDET     PIC X      VALUE "N".
           88  KONTO-ER-FUNDET            VALUE "Y".
       01  WS-KONTO-LUKKET     PIC X      VALUE "N".
           88  KONTO-ER-LUKKET            VALUE "Y".
       01  WS-KONTO-TYPE       PIC X(20)  VALUE SPACES.
       01  WS-OVERLAP          PIC X      VALUE "N".
           88  ER-OVERLAP                 VALUE "Y".
       01  WS-NY-TIL-CMP       PIC X(8)   VALUE SPACES.
       01  WS-GL-TIL-CMP       PIC X(8)   VALUE SPACES.
       01  WS-AFSLUT-NR        PIC 9(4)   VALUE 0.
       01  WS-AFSLUT-DATO      PIC X(8)   VALUE SPACES.
       01  WS-VIS-IDX          PIC 9(4)   VALUE 0.
       01  WS-SATS-EDIT        PIC 99,9999.
      * Satsen indtastes som seks cifre (NNNNNN = NN,NNNN pct.).
       01  WS-SATS-IND         PIC X(6)   VALUE SPACES.
       01  WS-SATS-IND-9 REDEFINES WS-SATS-IND
                               PIC 9(2)V9(4).
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       PERFORM INDLAES-AFTALER.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM OPRET-AFTALE
               WHEN 2
                   PERFORM VIS-AFTALER
               WHEN 3
                   PERFORM AFSLUT-AFTALE
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.

       IF ER-AENDRET
           PERFORM SKRIV-AFTALER-TILBAGE
       END-IF.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Vedligeholdelse af individuelle renteaftaler".
       DISPLAY "1. Opret renteaftale".
       DISPLAY "2. Vis renteaftaler".
       DISPLAY "3. Afslut (saet udloeb paa) renteaftale".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

       INDLAES-AFTALER.
       OPEN INPUT RENTEAFTALE-FIL.
       IF WS-RENTEAFTALE-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-RENTEAFTALE-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/RENTEAFTALER.txt, status="
                   WS-RENTEAFTALE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ RENTEAFTALE-FIL INTO RENTEAFTALE-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF RA-KONTO-ID IN RENTEAFTALE-POST NOT = SPACES
                               AND WS-RA-ANTAL < 1000
                           ADD 1 TO WS-RA-ANTAL
                           MOVE RENTEAFTALE-POST
                               TO RA-ENTRY(WS-RA-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE RENTEAFTALE-FIL
       END-IF.

       OPRET-AFTALE.
       IF WS-RA-ANTAL >= 1000
           DISPLAY "FEJL: Aftaletabellen er fuld."
       ELSE
           MOVE SPACES TO WS-NY-AFTALE
           DISPLAY "KONTO-ID                         : "
               WITH NO ADVANCING
           ACCEPT RA-KONTO-ID IN WS-NY-AFTALE
           PERFORM FIND-KONTO
           DISPLAY "Art (F = fast sats, M = tillaeg/fradrag): "
               WITH NO ADVANCING
           ACCEPT RA-ART IN WS-NY-AFTALE
           DISPLAY "Fortegn (+/-)                    : "
               WITH NO ADVANCING
           ACCEPT RA-FORTEGN IN WS-NY-AFTALE
           DISPLAY "Sats (NNNNNN = NN,NNNN pct.)     : "
               WITH NO ADVANCING
           ACCEPT WS-SATS-IND
           IF WS-SATS-IND NUMERIC
               MOVE WS-SATS-IND-9 TO RA-SATS IN WS-NY-AFTALE
           END-IF
           DISPLAY "Gyldig fra (YYYYMMDD)            : "
               WITH NO ADVANCING
           ACCEPT RA-GYLDIG-FRA IN WS-NY-AFTALE
           DISPLAY "Gyldig til (YYYYMMDD, blank = uden udloeb): "
               WITH NO ADVANCING
           ACCEPT RA-GYLDIG-TIL IN WS-NY-AFTALE
           DISPLAY "Bemaerkning                      : "
               WITH NO ADVANCING
           ACCEPT RA-BEMAERKNING IN WS-NY-AFTALE
           MOVE WS-OPERATOER-ID TO RA-AFTALT-AF IN WS-NY-AFTALE
           PERFORM KONTROLLER-OVERLAP
           EVALUATE TRUE
               WHEN NOT KONTO-ER-FUNDET
                   DISPLAY "FEJL: KONTO-ID " RA-KONTO-ID IN WS-NY-AFTALE
                       " findes ikke i files/KontoOpl.txt - "
                       "aftalen oprettes ikke."
               WHEN KONTO-ER-LUKKET
                   DISPLAY "FEJL: Kontoen er lukket - aftalen "
                       "oprettes ikke."
               WHEN RA-ART IN WS-NY-AFTALE NOT = "F"
                       AND RA-ART IN WS-NY-AFTALE NOT = "M"
                   DISPLAY "FEJL: Art skal vaere F eller M - "
                       "aftalen oprettes ikke."
               WHEN RA-FORTEGN IN WS-NY-AFTALE NOT = "+"
                       AND RA-FORTEGN IN WS-NY-AFTALE NOT = "-"
                   DISPLAY "FEJL: Fortegn skal vaere + eller - - "
                       "aftalen oprettes ikke."
               WHEN WS-SATS-IND NOT NUMERIC
                   DISPLAY "FEJL: Satsen skal vaere seks cifre - "
                       "aftalen oprettes ikke."
               WHEN RA-GYLDIG-FRA IN WS-NY-AFTALE NOT NUMERIC
                   DISPLAY "FEJL: Gyldig fra skal vaere en dato - "
                       "aftalen oprettes ikke."
               WHEN RA-GYLDIG-TIL IN WS-NY-AFTALE NOT = SPACES
                       AND (RA-GYLDIG-TIL IN WS-NY-AFTALE NOT NUMERIC
                           OR RA-GYLDIG-TIL IN WS-NY-AFTALE
                               < RA-GYLDIG-FRA IN WS-NY-AFTALE)
                   DISPLAY "FEJL: Gyldig til skal vaere blank eller "
                       "en dato paa eller efter gyldig fra - "
                       "aftalen oprettes ikke."
               WHEN ER-OVERLAP
                   DISPLAY "FEJL: Kontoen har allerede en aftale i "
                       "perioden - afslut den foerst. Aftalen "
                       "oprettes ikke."
               WHEN OTHER
                   ADD 1 TO WS-RA-ANTAL
                   SET RA-IDX TO WS-RA-ANTAL
                   MOVE WS-NY-AFTALE TO RA-ENTRY(RA-IDX)
                   SET ER-AENDRET TO TRUE
                   MOVE "OPRET" TO JO-OPERATION
                   PERFORM SKRIV-JOURNAL
                   DISPLAY "Renteaftale oprettet paa "
                       FUNCTION TRIM(WS-KONTO-TYPE) "-kontoen."
           END-EVALUATE
       END-IF.

       FIND-KONTO.
       SET WS-KONTO-FUNDET TO "N".
       SET WS-KONTO-LUKKET TO "N".
       MOVE SPACES TO WS-KONTO-TYPE.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
       ELSE
           PERFORM UNTIL EOF-REACHED OR KONTO-ER-FUNDET
               READ KONTOOPL-FIL INTO KONTO-RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KONTO-ID IN KONTO-RECORD
                               = RA-KONTO-ID IN WS-NY-AFTALE
                           SET WS-KONTO-FUNDET TO "Y"
                           MOVE KONTO-TYPE IN KONTO-RECORD
                               TO WS-KONTO-TYPE
                           IF KONTO-STATUS IN KONTO-RECORD = "C"
                               SET WS-KONTO-LUKKET TO "Y"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KONTOOPL-FIL
       END-IF.

       KONTROLLER-OVERLAP.
      * To aftaler paa samme konto maa ikke gaelde samme dag - ellers
      * er det tilfaeldigt hvilken der tilskrives efter.
       SET WS-OVERLAP TO "N".
       MOVE RA-GYLDIG-TIL IN WS-NY-AFTALE TO WS-NY-TIL-CMP.
       IF WS-NY-TIL-CMP = SPACES
           MOVE "99999999" TO WS-NY-TIL-CMP
       END-IF.
       PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > WS-RA-ANTAL
           MOVE RA-ENTRY(RA-IDX) TO RENTEAFTALE-POST
           IF RA-KONTO-ID IN RENTEAFTALE-POST
                   = RA-KONTO-ID IN WS-NY-AFTALE
               MOVE RA-GYLDIG-TIL IN RENTEAFTALE-POST TO WS-GL-TIL-CMP
               IF WS-GL-TIL-CMP = SPACES
                   MOVE "99999999" TO WS-GL-TIL-CMP
               END-IF
               IF RA-GYLDIG-FRA IN RENTEAFTALE-POST NOT > WS-NY-TIL-CMP
                       AND WS-GL-TIL-CMP
                           NOT < RA-GYLDIG-FRA IN WS-NY-AFTALE
                   SET WS-OVERLAP TO "Y"
               END-IF
           END-IF
       END-PERFORM.

       VIS-AFTALER.
       IF WS-RA-ANTAL = 0
           DISPLAY "Ingen renteaftaler oprettet."
       END-IF.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-RA-ANTAL
           MOVE RA-ENTRY(WS-VIS-IDX) TO RENTEAFTALE-POST
           MOVE RA-SATS IN RENTEAFTALE-POST TO WS-SATS-EDIT
           DISPLAY WS-VIS-IDX ": KONTO-ID="
               RA-KONTO-ID IN RENTEAFTALE-POST
               " ART=" RA-ART IN RENTEAFTALE-POST
               " SATS=" RA-FORTEGN IN RENTEAFTALE-POST WS-SATS-EDIT
               " FRA=" RA-GYLDIG-FRA IN RENTEAFTALE-POST
               " TIL=" RA-GYLDIG-TIL IN RENTEAFTALE-POST
               " " FUNCTION TRIM(RA-BEMAERKNING IN RENTEAFTALE-POST)
       END-PERFORM.

       AFSLUT-AFTALE.
       PERFORM VIS-AFTALER.
       IF WS-RA-ANTAL > 0
           DISPLAY "Nummer der skal afsluttes: "
               WITH NO ADVANCING
           ACCEPT WS-AFSLUT-NR
           IF WS-AFSLUT-NR < 1 OR WS-AFSLUT-NR > WS-RA-ANTAL
               DISPLAY "FEJL: Ugyldigt nummer."
           ELSE
               MOVE RA-ENTRY(WS-AFSLUT-NR) TO RENTEAFTALE-POST
               DISPLAY "Sidste gyldige dag (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-AFSLUT-DATO
               IF WS-AFSLUT-DATO NOT NUMERIC
                       OR WS-AFSLUT-DATO
                           < RA-GYLDIG-FRA IN RENTEAFTALE-POST
                   DISPLAY "FEJL: Datoen skal vaere paa eller efter "
                       "aftalens gyldig fra."
               ELSE
                   MOVE WS-AFSLUT-DATO
                       TO RA-GYLDIG-TIL IN RENTEAFTALE-POST
                   MOVE RENTEAFTALE-POST TO RA-ENTRY(WS-AFSLUT-NR)
                   MOVE RENTEAFTALE-POST TO WS-NY-AFTALE
                   SET ER-AENDRET TO TRUE
                   MOVE "AFSLUT" TO JO-OPERATION
                   PERFORM SKRIV-JOURNAL
                   DISPLAY "Renteaftale afsluttet."
               END-IF
           END-IF
       END-IF.

       SKRIV-JOURNAL.
      * En journallinje pr. oprettelse og afslutning, med
      * tidsstempel og operatoer. WS-NY-AFTALE er aftalen.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/RENTEAFTALE-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL
           MOVE SPACES TO JO-LINJE
           STRING RA-KONTO-ID IN WS-NY-AFTALE " "
               RA-ART IN WS-NY-AFTALE " "
               RA-FORTEGN IN WS-NY-AFTALE RA-SATS IN WS-NY-AFTALE " "
               RA-GYLDIG-FRA IN WS-NY-AFTALE " "
               RA-GYLDIG-TIL IN WS-NY-AFTALE
               INTO JO-LINJE
           MOVE WS-OPERATOER-ID TO JO-OPERATOER
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.

       SKRIV-AFTALER-TILBAGE.
       OPEN OUTPUT RENTEAFTALE-FIL.
       IF WS-RENTEAFTALE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/RENTEAFTALER.txt, "
               "status=" WS-RENTEAFTALE-STATUS
       ELSE
           PERFORM VARYING RA-IDX FROM 1 BY 1
                   UNTIL RA-IDX > WS-RA-ANTAL
               MOVE RA-ENTRY(RA-IDX) TO RENTEAFTALE-POST
               WRITE RENTEAFTALE-POST
           END-PERFORM
           CLOSE RENTEAFTALE-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
