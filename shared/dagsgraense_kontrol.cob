       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAGSGRAENSE-KONTROL.

      * Faelles haandhaevelse af kundens dagsgraenser for penge der
      * forlader kunden: interne overfoersler (kanal I) og betalinger
      * til andre banker (kanal E). Graensen findes i
      * files/DAGSGRAENSER.txt (layout copybooks/DAGSGRAENSE.cpy) -
      * kundens egen K-linje, ellers A-linjen for kundearten fra
      * kundemasteren (blank kundeart regnes som P). Dagens forbrug
      * er summen af dagens linjer for kunde og kanal i
      * files/DAGSFORBRUG.txt, som KONTO-OVERFOERSEL,
      * OVERFOERSEL-GODKENDELSE, UDLAND-BETALING-KOERSEL og
      * EKSPRES-POSTERING alle skriver til - saa graensen gaelder
      * samlet paa tvaers af programmerne og ikke pr. program.
      * Kaldes med:
      *   KTRL - kontroller om beloebet kan gaa oven i dagens forbrug.
      *   REGI - registrer beloebet som forbrugt (efter at betalingen
      *          er skrevet).
      * Beloebet er i LK-VALUTA (blank = DKK) og omregnes til DKK via
      * files/VALUTAKURSER.txt; ukendte valutaer 1:1, samme regel
      * som i KONTO-OVERFOERSEL. LK-SVAR:
      *   Y - inden for graensen / registreret.
      *   N - beloebet ville overskride dagsgraensen.
      *   U - ingen graense gaelder (intet register eller ingen linje
      *       for kunden eller kundearten).
      *   F - forbruget kunne ikke registreres.
      * LK-GRAENSE og LK-FORBRUG faar graensen og dagens forbrug foer
      * dette beloeb, begge i DKK, til meddelelsen til operatoeren.
      * Registret og kurserne indlaeses ved foerste kald; forbruget
      * laeses ved hvert kald, saa et andet program der koerer
      * samtidig, tages med. Forbrugslinjer fra tidligere dage ryddes
      * vaek ved registreringen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAENSE-FIL ASSIGN TO "files/DAGSGRAENSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRAENSE-STATUS.

           SELECT FORBRUG-FIL ASSIGN TO "files/DAGSFORBRUG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORBRUG-STATUS.

           SELECT FORBRUG-NY-FIL ASSIGN TO "files/DAGSFORBRUG-NY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORBRUG-NY-STATUS.

           SELECT VALUTAKURS-FIL
               ASSIGN TO "files/VALUTAKURSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUTAKURS-STATUS.

           SELECT KUNDEMASTER-FIL
               ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID IN KUNDEMASTER-RECORD
               FILE STATUS IS WS-KUNDEMASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRAENSE-FIL.
       01  GRAENSE-POST.
           COPY "copybooks/DAGSGRAENSE.cpy".

      * En linje pr. betaling der er gaaet igennem: dato, kunde,
      * kanal, beloeb i DKK, fra-konto, program og klokkeslaet.
       FD  FORBRUG-FIL.
       01  FORBRUG-POST.
           05 DF-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 DF-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 DF-KANAL         PIC X(1).
           05 FILLER           PIC X(1).
           05 DF-BELOEB-DKK    PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 DF-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 DF-PROGRAM       PIC X(20).
           05 FILLER           PIC X(1).
           05 DF-KLOKKEN       PIC X(6).

       FD  FORBRUG-NY-FIL.
       01  FORBRUG-NY-POST     PIC X(72).

       FD  VALUTAKURS-FIL.
       01  VALUTAKURS-POST.
           05 VK-KODE          PIC X(3).
           05 FILLER           PIC X(1).
           05 VK-KURS          PIC 9(3)V9999.

       FD  KUNDEMASTER-FIL.
       01  KUNDEMASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".
       01  WS-GRAENSE-STATUS   PIC XX     VALUE "00".
       01  WS-FORBRUG-STATUS   PIC XX     VALUE "00".
       01  WS-FORBRUG-NY-STATUS PIC XX    VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-KUNDEMASTER-STATUS PIC XX   VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-INDLAEST         PIC X      VALUE "N".
           88  ER-INDLAEST                VALUE "Y".
       01  WS-MASTER-ADVARET   PIC X      VALUE "N".
           88  MASTER-ER-ADVARET          VALUE "Y".

      * Registret i hukommelsen, indlaest ved foerste kald
       01  WS-DG-ANTAL         PIC 9(4)   VALUE 0.
       01  DG-TABEL.
           05  DG-ENTRY OCCURS 2000 TIMES
                          INDEXED BY DG-IDX.
               10  DGT-TYPE        PIC X(1)     VALUE SPACE.
               10  DGT-NOEGLE      PIC X(10)    VALUE SPACES.
               10  DGT-INTERN      PIC 9(9)V99  VALUE 0.
               10  DGT-EKSTERN     PIC 9(9)V99  VALUE 0.

      * Valutakurser til DKK
       01  WS-KURS-ANTAL       PIC 9(2)   VALUE 0.
       01  VALUTAKURS-TABEL.
           05  KURS-ENTRY OCCURS 20 TIMES
                             INDEXED BY VK-IDX.
               10  KURS-KODE      PIC X(3)     VALUE SPACES.
               10  KURS-VAERDI    PIC 9(3)V9999 VALUE 0.
       01  WS-KURS             PIC 9(3)V9999 VALUE 1.

      * Kundeart for det senest slaaede KUNDE-ID op
       01  WS-ART-KUNDE-ID     PIC X(10)  VALUE SPACES.
       01  WS-KUNDE-ART        PIC X(1)   VALUE SPACE.

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-BELOEB-DKK       PIC 9(9)V99 VALUE 0.
       01  WS-GRAENSE          PIC 9(9)V99 VALUE 0.
       01  WS-GRAENSE-FUNDET   PIC X      VALUE "N".
           88  GRAENSE-ER-FUNDET          VALUE "Y".
       01  WS-FORBRUG          PIC 9(11)V99 VALUE 0.
       01  WS-GAMLE-ANTAL      PIC 9(7)   VALUE 0.
       01  WS-KOMMANDO         PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FUNKTION         PIC X(4).
       01  LK-KUNDE-ID         PIC X(10).
       01  LK-KANAL            PIC X(1).
       01  LK-BELOEB           PIC 9(9)V99.
       01  LK-VALUTA           PIC X(3).
       01  LK-KONTO-ID         PIC X(10).
       01  LK-PROGRAM          PIC X(20).
       01  LK-SVAR             PIC X(1).
       01  LK-GRAENSE          PIC 9(9)V99.
       01  LK-FORBRUG          PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-FUNKTION LK-KUNDE-ID LK-KANAL
           LK-BELOEB LK-VALUTA LK-KONTO-ID LK-PROGRAM LK-SVAR
           LK-GRAENSE LK-FORBRUG.
       MAIN-PROCEDURE.
       IF NOT ER-INDLAEST
           PERFORM BYG-FILSTIER
           PERFORM INDLAES-REGISTER
           PERFORM INDLAES-VALUTAKURSER
           SET ER-INDLAEST TO TRUE
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM OMREGN-TIL-DKK.
       PERFORM SUMMER-FORBRUG.
       IF WS-FORBRUG > 999999999,99
           MOVE 999999999,99 TO LK-FORBRUG
       ELSE
           MOVE WS-FORBRUG TO LK-FORBRUG
       END-IF.
       EVALUATE LK-FUNKTION
           WHEN "KTRL"
               PERFORM KONTROLLER-GRAENSE
           WHEN "REGI"
               PERFORM REGISTRER-FORBRUG
           WHEN OTHER
               DISPLAY "FEJL: DAGSGRAENSE-KONTROL kaldt med ukendt "
                   "funktion " LK-FUNKTION
               MOVE "F" TO LK-SVAR
       END-EVALUATE.
       GOBACK.

       KONTROLLER-GRAENSE.
       PERFORM FIND-GRAENSE.
       MOVE WS-GRAENSE TO LK-GRAENSE.
       IF NOT GRAENSE-ER-FUNDET
           MOVE "U" TO LK-SVAR
       ELSE
           IF WS-FORBRUG + WS-BELOEB-DKK > WS-GRAENSE
               MOVE "N" TO LK-SVAR
           ELSE
               MOVE "Y" TO LK-SVAR
           END-IF
       END-IF.

       FIND-GRAENSE.
      * Kundens egen K-linje foerst, ellers standarden for
      * kundearten.
       MOVE "N" TO WS-GRAENSE-FUNDET.
       MOVE 0 TO WS-GRAENSE.
       IF WS-DG-ANTAL > 0
           SET DG-IDX TO 1
           SEARCH DG-ENTRY
               AT END
                   CONTINUE
               WHEN DGT-TYPE(DG-IDX) = "K"
                       AND DGT-NOEGLE(DG-IDX) = LK-KUNDE-ID
                   PERFORM TAG-GRAENSE
           END-SEARCH
           IF NOT GRAENSE-ER-FUNDET
               PERFORM FIND-KUNDE-ART
               SET DG-IDX TO 1
               SEARCH DG-ENTRY
                   AT END
                       CONTINUE
                   WHEN DGT-TYPE(DG-IDX) = "A"
                           AND DGT-NOEGLE(DG-IDX) = WS-KUNDE-ART
                       PERFORM TAG-GRAENSE
               END-SEARCH
           END-IF
       END-IF.

       TAG-GRAENSE.
       MOVE "Y" TO WS-GRAENSE-FUNDET.
       IF LK-KANAL = "E"
           MOVE DGT-EKSTERN(DG-IDX) TO WS-GRAENSE
       ELSE
           MOVE DGT-INTERN(DG-IDX) TO WS-GRAENSE
       END-IF.

       FIND-KUNDE-ART.
      * Kundearten fra kundemasteren; kan kunden ikke slaas op,
      * bruges personstandarden.
       IF LK-KUNDE-ID NOT = WS-ART-KUNDE-ID
           MOVE LK-KUNDE-ID TO WS-ART-KUNDE-ID
           MOVE "P" TO WS-KUNDE-ART
           OPEN INPUT KUNDEMASTER-FIL
           IF WS-KUNDEMASTER-STATUS = "00"
               MOVE LK-KUNDE-ID TO KUNDE-ID IN KUNDEMASTER-RECORD
               READ KUNDEMASTER-FIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KUNDE-ART IN KUNDEMASTER-RECORD = "E"
                           MOVE "E" TO WS-KUNDE-ART
                       END-IF
               END-READ
               CLOSE KUNDEMASTER-FIL
           ELSE
               IF NOT MASTER-ER-ADVARET
                   SET MASTER-ER-ADVARET TO TRUE
                   DISPLAY "ADVARSEL: Kan ikke aabne kundemasteren "
                       "til dagsgraensen, status="
                       WS-KUNDEMASTER-STATUS
                       " - personstandarden bruges."
               END-IF
           END-IF
       END-IF.

       SUMMER-FORBRUG.
      * Dagens forbrug for kunde og kanal paa tvaers af alle
      * programmerne; linjer fra tidligere dage taelles til
      * oprydningen.
       MOVE 0 TO WS-FORBRUG.
       MOVE 0 TO WS-GAMLE-ANTAL.
       OPEN INPUT FORBRUG-FIL.
       IF WS-FORBRUG-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ FORBRUG-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF DF-DATO NOT = WS-DAGS-DATO
                           ADD 1 TO WS-GAMLE-ANTAL
                       ELSE
                           IF DF-KUNDE-ID = LK-KUNDE-ID
                                   AND DF-KANAL = LK-KANAL
                                   AND DF-BELOEB-DKK NUMERIC
                               ADD DF-BELOEB-DKK TO WS-FORBRUG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FORBRUG-FIL
       END-IF.

       REGISTRER-FORBRUG.
       IF WS-GAMLE-ANTAL > 0
           PERFORM RYD-GAMLE-LINJER
       END-IF.
       OPEN EXTEND FORBRUG-FIL.
       IF WS-FORBRUG-STATUS = "35"
           OPEN OUTPUT FORBRUG-FIL
       END-IF.
       IF WS-FORBRUG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/DAGSFORBRUG.txt, "
               "status=" WS-FORBRUG-STATUS
           MOVE "F" TO LK-SVAR
       ELSE
           MOVE SPACES TO FORBRUG-POST
           MOVE WS-DAGS-DATO TO DF-DATO
           MOVE LK-KUNDE-ID TO DF-KUNDE-ID
           MOVE LK-KANAL TO DF-KANAL
           MOVE WS-BELOEB-DKK TO DF-BELOEB-DKK
           MOVE LK-KONTO-ID TO DF-KONTO-ID
           MOVE LK-PROGRAM TO DF-PROGRAM
           MOVE FUNCTION CURRENT-DATE(9:6) TO DF-KLOKKEN
           WRITE FORBRUG-POST
           CLOSE FORBRUG-FIL
           MOVE "Y" TO LK-SVAR
       END-IF.

       RYD-GAMLE-LINJER.
      * Kun dagens linjer betyder noget; resten skrives ikke med
      * over i den nye fil.
       OPEN INPUT FORBRUG-FIL.
       OPEN OUTPUT FORBRUG-NY-FIL.
       IF WS-FORBRUG-STATUS = "00" AND WS-FORBRUG-NY-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ FORBRUG-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF DF-DATO = WS-DAGS-DATO
                           MOVE FORBRUG-POST TO FORBRUG-NY-POST
                           WRITE FORBRUG-NY-POST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FORBRUG-FIL
           CLOSE FORBRUG-NY-FIL
           MOVE SPACES TO WS-KOMMANDO
           STRING "mv -f files/DAGSFORBRUG-NY.TMP "
               "files/DAGSFORBRUG.txt"
               DELIMITED BY SIZE INTO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO
       ELSE
           IF WS-FORBRUG-STATUS = "00"
               CLOSE FORBRUG-FIL
           END-IF
           IF WS-FORBRUG-NY-STATUS = "00"
               CLOSE FORBRUG-NY-FIL
           END-IF
       END-IF.

       OMREGN-TIL-DKK.
       MOVE 1 TO WS-KURS.
       IF LK-VALUTA NOT = SPACES AND LK-VALUTA NOT = "DKK"
               AND WS-KURS-ANTAL > 0
           SET VK-IDX TO 1
           SEARCH KURS-ENTRY
               AT END
                   MOVE 1 TO WS-KURS
               WHEN KURS-KODE(VK-IDX) = LK-VALUTA
                   MOVE KURS-VAERDI(VK-IDX) TO WS-KURS
           END-SEARCH
       END-IF.
       COMPUTE WS-BELOEB-DKK ROUNDED = LK-BELOEB * WS-KURS.

       INDLAES-REGISTER.
       OPEN INPUT GRAENSE-FIL.
       IF WS-GRAENSE-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke indlaese "
               "files/DAGSGRAENSER.txt, status=" WS-GRAENSE-STATUS
               " - ingen dagsgraenser haandhaeves."
       ELSE
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ GRAENSE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF (DG-ER-STANDARD OR DG-ER-KUNDE)
                               AND DG-INTERN NUMERIC
                               AND DG-EKSTERN NUMERIC
                               AND WS-DG-ANTAL < 2000
                           ADD 1 TO WS-DG-ANTAL
                           SET DG-IDX TO WS-DG-ANTAL
                           MOVE DG-TYPE TO DGT-TYPE(DG-IDX)
                           MOVE DG-NOEGLE TO DGT-NOEGLE(DG-IDX)
                           MOVE DG-INTERN TO DGT-INTERN(DG-IDX)
                           MOVE DG-EKSTERN TO DGT-EKSTERN(DG-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAENSE-FIL
       END-IF.

       INDLAES-VALUTAKURSER.
       OPEN INPUT VALUTAKURS-FIL.
       IF WS-VALUTAKURS-STATUS = "00"
           PERFORM UNTIL WS-VALUTAKURS-STATUS NOT = "00"
               READ VALUTAKURS-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-KURS-ANTAL < 20
                           ADD 1 TO WS-KURS-ANTAL
                           MOVE VK-KODE TO KURS-KODE(WS-KURS-ANTAL)
                           MOVE VK-KURS
                               TO KURS-VAERDI(WS-KURS-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAKURS-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 mfl. - se
      * copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
