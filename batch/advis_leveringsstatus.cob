       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVIS-LEVERINGSSTATUS.

      * Indlaeser SMS/e-mail-gatewayens leveringsstatus for
      * adviseringerne fra batch/advis_koersel.cob: gatewayen leverer
      * en linje pr. besked i files/ADVIS-LEVERINGSSTATUS.txt med
      * beskednummeret, status L (leveret), U (uleverbar - nummeret
      * eller adressen er permanent afvist) eller F (midlertidig fejl,
      * gatewayen har opgivet beskeden), datoen og gatewayens aarsag.
      * Beskedens linje i files/ADVIS-LOG.txt (copybooks/ADVISLOG.cpy)
      * faar status, dato og aarsag; loggen skrives til en
      * midlertidig kopi og skiftes ind med mv. Ved U markeres
      * kanalen uleverbar paa kundemasteren (TELEFON-STATUS hhv.
      * EMAIL-STATUS = U med datoen), saa der ikke sendes flere
      * adviseringer til den, foer kunden har faaet nummeret/adressen
      * rettet i KUNDE-VEDLIGEHOLD. Rapporten
      * files/ADVIS-LEVERING-RAPPORT.txt viser antal pr. status, de
      * markerede kanaler og linjer der ikke kan laeses eller ikke
      * passer til en besked i loggen. Den indlaeste statusfil
      * flyttes til files/behandlet/.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FIL ASSIGN TO "files/ADVIS-LEVERINGSSTATUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.

           SELECT ADVISLOG-FIL ASSIGN TO "files/ADVIS-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVISLOG-STATUS.

           SELECT ADVISLOG-NY-FIL ASSIGN TO "files/ADVIS-LOG-NY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVISLOG-NY-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/ADVIS-LEVERING-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Gatewayens format: beskednummer, status, dato (AAAAMMDD) og
      *    aarsag, adskilt af et mellemrum.
       FD  STATUS-FIL.
       01  STATUS-RECORD.
           05 LS-BESKED-ID     PIC X(14).
           05 FILLER           PIC X(1).
           05 LS-STATUS        PIC X(1).
           05 FILLER           PIC X(1).
           05 LS-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 LS-AARSAG        PIC X(30).

       FD  ADVISLOG-FIL.
       01  ADVISLOG-RECORD.
           COPY "copybooks/ADVISLOG.cpy".

       FD  ADVISLOG-NY-FIL.
       01  ADVISLOG-NY-RECORD  PIC X(94).

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-STATUS-STATUS    PIC XX     VALUE "00".
       01  WS-ADVISLOG-STATUS  PIC XX     VALUE "00".
       01  WS-ADVISLOG-NY-STATUS PIC XX   VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-TIDSSTEMPEL      PIC X(14)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

      * Statuslinjerne, slaaet op pr. besked under omskrivningen af
      * loggen. LT-BRUGT = J naar beskeden er fundet.
       01  WS-LS-ANTAL         PIC 9(5)   VALUE 0.
       01  LEVERING-TABEL.
           05  LT-ENTRY OCCURS 20000 TIMES.
               10  LT-BESKED-ID    PIC X(14).
               10  LT-STATUS       PIC X(1).
               10  LT-DATO         PIC X(8).
               10  LT-AARSAG       PIC X(30).
               10  LT-BRUGT        PIC X(1).
       01  WS-LS-IDX           PIC 9(5)   VALUE 0.
       01  WS-LS-FUNDET        PIC X(1)   VALUE "N".
           88  LS-ER-FUNDET               VALUE "Y".

      * Taellere til rapporten
       01  WS-LS-LINJER        PIC 9(6)   VALUE 0.
       01  WS-LS-AFVIST        PIC 9(6)   VALUE 0.
       01  WS-ANTAL-LEVERET    PIC 9(6)   VALUE 0.
       01  WS-ANTAL-ULEVERBAR  PIC 9(6)   VALUE 0.
       01  WS-ANTAL-FEJL       PIC 9(6)   VALUE 0.
       01  WS-ANTAL-UKENDT     PIC 9(6)   VALUE 0.
       01  WS-ANTAL-MARKERET   PIC 9(6)   VALUE 0.
       01  WS-ANTAL-EDIT       PIC Z(5)9.

      * Foer- og efterbillede til aendringsjournalen - se
      * shared/kunde_journal.cob.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE "RET".
       01  WS-JOURNAL-OPERATOER PIC X(10) VALUE SPACES.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "ADVIS-LEVERING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL.
       MOVE WS-TIDSSTEMPEL(1:8) TO WS-DAGS-DATO.

       OPEN INPUT STATUS-FIL.
       IF WS-STATUS-STATUS NOT = "00"
           DISPLAY "ADVIS-LEVERINGSSTATUS: ingen statusfil fra "
               "gatewayen (files/ADVIS-LEVERINGSSTATUS.txt), intet at "
               "indlaese."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/ADVIS-LEVERING-RAPPORT.txt, status="
               WS-RAPPORT-STATUS
           CLOSE STATUS-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "ADVISERINGER - LEVERINGSSTATUS " WS-TIDSSTEMPEL(1:8)
           " " WS-TIDSSTEMPEL(9:6)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ STATUS-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   PERFORM GEM-STATUSLINJE
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE STATUS-FIL.

       OPEN I-O MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           CLOSE RAPPORT-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM OPDATER-LOG.
       CLOSE MASTER-FIL.
       PERFORM SKRIV-UKENDTE-BESKEDER.
       PERFORM SKRIV-TOTALER.
       CLOSE RAPPORT-FIL.

      * Den indlaeste fil foejes til dagens fil under
      * files/behandlet/, saa den ikke indlaeses igen.
       MOVE "mkdir -p files/behandlet" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "cat files/ADVIS-LEVERINGSSTATUS.txt >> "
           "files/behandlet/ADVIS-LEVERINGSSTATUS-" WS-DAGS-DATO
           ".txt && rm -f files/ADVIS-LEVERINGSSTATUS.txt"
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       DISPLAY "ADVIS-LEVERINGSSTATUS: " WS-ANTAL-LEVERET
           " leveret, " WS-ANTAL-ULEVERBAR " uleverbare, "
           WS-ANTAL-FEJL " fejlet, " WS-ANTAL-MARKERET
           " kanaler markeret - se "
           "files/ADVIS-LEVERING-RAPPORT.txt.".
       COMPUTE WS-NOTIF-ANTAL = WS-ANTAL-LEVERET + WS-ANTAL-ULEVERBAR
           + WS-ANTAL-FEJL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       GEM-STATUSLINJE.
      * Linjer med ukendt status eller ugyldig dato afvises og
      * listes; resten gemmes til opslag.
       ADD 1 TO WS-LS-LINJER.
       IF STATUS-RECORD = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF (LS-STATUS NOT = "L" AND LS-STATUS NOT = "U"
               AND LS-STATUS NOT = "F")
               OR LS-DATO NOT NUMERIC OR LS-BESKED-ID = SPACES
           ADD 1 TO WS-LS-AFVIST
           MOVE SPACES TO RAPPORT-TEXT
           STRING "AFVIST STATUSLINJE: " STATUS-RECORD
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           EXIT PARAGRAPH
       END-IF.
      * En senere linje for samme besked (gatewayens endelige
      * status efter genforsoeg) afloeser den tidligere.
       MOVE "N" TO WS-LS-FUNDET.
       PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-ANTAL OR LS-ER-FUNDET
           IF LT-BESKED-ID(WS-LS-IDX) = LS-BESKED-ID
               MOVE "Y" TO WS-LS-FUNDET
           END-IF
       END-PERFORM.
       IF LS-ER-FUNDET
           SUBTRACT 1 FROM WS-LS-IDX
           MOVE LS-STATUS TO LT-STATUS(WS-LS-IDX)
           MOVE LS-DATO TO LT-DATO(WS-LS-IDX)
           MOVE LS-AARSAG TO LT-AARSAG(WS-LS-IDX)
           EXIT PARAGRAPH
       END-IF.
       IF WS-LS-ANTAL >= 20000
           CLOSE STATUS-FIL
           DISPLAY "FEJL: Mere end 20000 statuslinjer - "
               "indlaesningen afbrydes, loggen er uroert."
           PERFORM STOP-MED-FEJL
       END-IF.
       ADD 1 TO WS-LS-ANTAL.
       MOVE LS-BESKED-ID TO LT-BESKED-ID(WS-LS-ANTAL).
       MOVE LS-STATUS TO LT-STATUS(WS-LS-ANTAL).
       MOVE LS-DATO TO LT-DATO(WS-LS-ANTAL).
       MOVE LS-AARSAG TO LT-AARSAG(WS-LS-ANTAL).
       MOVE "N" TO LT-BRUGT(WS-LS-ANTAL).

       OPDATER-LOG.
      * Loggen skrives om linje for linje; en besked med status
      * faar status, dato og aarsag.
       OPEN INPUT ADVISLOG-FIL.
       IF WS-ADVISLOG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/ADVIS-LOG.txt"
               ", status=" WS-ADVISLOG-STATUS
           CLOSE MASTER-FIL
           CLOSE RAPPORT-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN OUTPUT ADVISLOG-NY-FIL.
       IF WS-ADVISLOG-NY-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/ADVIS-LOG-NY.TMP, status="
               WS-ADVISLOG-NY-STATUS
           CLOSE ADVISLOG-FIL
           CLOSE MASTER-FIL
           CLOSE RAPPORT-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ ADVISLOG-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   PERFORM OPDATER-BESKED
                   WRITE ADVISLOG-NY-RECORD
                       FROM ADVISLOG-RECORD
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE ADVISLOG-FIL.
       CLOSE ADVISLOG-NY-FIL.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "mv -f files/ADVIS-LOG-NY.TMP "
           "files/ADVIS-LOG.txt"
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       OPDATER-BESKED.
       MOVE "N" TO WS-LS-FUNDET.
       PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-ANTAL OR LS-ER-FUNDET
           IF LT-BESKED-ID(WS-LS-IDX) = AL-BESKED-ID
               MOVE "Y" TO WS-LS-FUNDET
           END-IF
       END-PERFORM.
       IF NOT LS-ER-FUNDET
           EXIT PARAGRAPH
       END-IF.
       SUBTRACT 1 FROM WS-LS-IDX.
       MOVE "J" TO LT-BRUGT(WS-LS-IDX).
       MOVE LT-STATUS(WS-LS-IDX) TO AL-LEVERING.
       MOVE LT-DATO(WS-LS-IDX) TO AL-LEVERING-DATO.
       MOVE LT-AARSAG(WS-LS-IDX) TO AL-AARSAG.
       EVALUATE AL-LEVERING
           WHEN "L"
               ADD 1 TO WS-ANTAL-LEVERET
           WHEN "F"
               ADD 1 TO WS-ANTAL-FEJL
               MOVE SPACES TO RAPPORT-TEXT
               STRING "IKKE LEVERET: BESKED " AL-BESKED-ID
                   " KUNDE " AL-KUNDE-ID " KANAL " AL-KANAL
                   " AARSAG " AL-AARSAG
                   INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
           WHEN OTHER
               ADD 1 TO WS-ANTAL-ULEVERBAR
               PERFORM MARKER-KANAL
       END-EVALUATE.

       MARKER-KANAL.
      * Kanalen markeres uleverbar paa masteren; er den det allerede
      * (flere beskeder til samme nummer i samme statusfil), roeres
      * den ikke.
       MOVE AL-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               MOVE SPACES TO RAPPORT-TEXT
               STRING "ULEVERBAR, KUNDE UKENDT: BESKED " AL-BESKED-ID
                   " KUNDE " AL-KUNDE-ID
                   INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
               EXIT PARAGRAPH
           NOT INVALID KEY
               MOVE MASTER-RECORD TO WS-FOER-BILLEDE
       END-READ.
       IF AL-KANAL = "S"
           IF TELEFON-STATUS IN MASTER-RECORD = "U"
               EXIT PARAGRAPH
           END-IF
           MOVE "U" TO TELEFON-STATUS IN MASTER-RECORD
           MOVE AL-LEVERING-DATO TO TELEFON-STATUS-DATO
               IN MASTER-RECORD
       ELSE
           IF EMAIL-STATUS IN MASTER-RECORD = "U"
               EXIT PARAGRAPH
           END-IF
           MOVE "U" TO EMAIL-STATUS IN MASTER-RECORD
           MOVE AL-LEVERING-DATO TO EMAIL-STATUS-DATO
               IN MASTER-RECORD
       END-IF.
       REWRITE MASTER-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       IF WS-MASTER-STATUS NOT = "00"
           STRING "FEJL VED MARKERING, STATUS=" WS-MASTER-STATUS
               ": BESKED " AL-BESKED-ID " KUNDE " AL-KUNDE-ID
               INTO RAPPORT-TEXT
       ELSE
           ADD 1 TO WS-ANTAL-MARKERET
           PERFORM SKRIV-KUNDE-JOURNAL
           STRING "KANAL MARKERET ULEVERBAR: KUNDE " AL-KUNDE-ID
               " KANAL " AL-KANAL " BESKED " AL-BESKED-ID
               " AARSAG " AL-AARSAG
               INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.

       SKRIV-UKENDTE-BESKEDER.
       PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-ANTAL
           IF LT-BRUGT(WS-LS-IDX) = "N"
               ADD 1 TO WS-ANTAL-UKENDT
               MOVE SPACES TO RAPPORT-TEXT
               STRING "UKENDT BESKED I STATUSFILEN: "
                   LT-BESKED-ID(WS-LS-IDX) " STATUS "
                   LT-STATUS(WS-LS-IDX) " DATO " LT-DATO(WS-LS-IDX)
                   INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
           END-IF
       END-PERFORM.

       SKRIV-TOTALER.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-LS-LINJER TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "STATUSLINJER:                " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-LS-AFVIST TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "  HERAF AFVIST:              " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-ANTAL-LEVERET TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "BESKEDER LEVERET:            " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-ANTAL-ULEVERBAR TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "BESKEDER ULEVERBARE:         " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-ANTAL-FEJL TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "BESKEDER MED MIDL. FEJL:     " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-ANTAL-UKENDT TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "UKENDTE BESKEDER:            " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-ANTAL-MARKERET TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KANALER MARKERET ULEVERBARE: " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       STOP-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       MOVE 0 TO WS-NOTIF-ANTAL.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       SKRIV-KUNDE-JOURNAL.
      * WS-FOER-BILLEDE og WS-JOURNAL-OPERATION er sat af kalderen;
      * efterbilledet er recorden som den netop er skrevet.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       CALL "KUNDE-JOURNAL" USING WS-NOTIF-PROGRAM WS-JOURNAL-OPERATION
           WS-JOURNAL-OPERATOER WS-FOER-BILLEDE WS-EFTER-BILLEDE.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
