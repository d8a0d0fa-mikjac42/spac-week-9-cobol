       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-KVITTERING.

      * Indlaeser trykkeriets kvitteringsfil for printspoolen, saa
      * banken ved hvad der faktisk er sendt: trykkeriet leverer en
      * linje pr. kuvert i files/PRINT-KVITTERING.txt med
      * kuvertnummeret fra batch/print_spool.cob, status S (postlagt)
      * eller F (ikke sendt, med trykkeriets fejlaarsag) og datoen.
      * Hvert dokument i kuverten faar status og dato i registret
      * files/PRINT-FORSENDELSER.txt (copybooks/PRINTFORS.cpy), der
      * skrives til en midlertidig kopi og skiftes ind med mv.
      * Rapporten files/PRINT-KVITTERING-RAPPORT.txt viser antal
      * sendte og fejlede kuverter og dokumenter, de fejlede
      * dokumenter, kvitteringslinjer der ikke kan laeses eller ikke
      * passer til en kuvert i registret, og kuverter fra tidligere
      * spooldage der stadig venter paa kvittering. Den indlaeste
      * kvitteringsfil flyttes til files/behandlet/.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KVITTERING-FIL ASSIGN TO "files/PRINT-KVITTERING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KVITTERING-STATUS.

           SELECT FORSENDELSE-FIL
               ASSIGN TO "files/PRINT-FORSENDELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORSENDELSE-STATUS.

           SELECT FORSENDELSE-NY-FIL
               ASSIGN TO "files/PRINT-FORSENDELSER-NY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORSENDELSE-NY-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/PRINT-KVITTERING-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Trykkeriets format: kuvertnummer, status, postlaegnings-
      *    dato (AAAAMMDD) og fejlaarsag, adskilt af et mellemrum.
       FD  KVITTERING-FIL.
       01  KVITTERING-RECORD.
           05 KV-KUVERT-ID     PIC X(13).
           05 FILLER           PIC X(1).
           05 KV-STATUS        PIC X(1).
           05 FILLER           PIC X(1).
           05 KV-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 KV-AARSAG        PIC X(20).

       FD  FORSENDELSE-FIL.
       01  FORSENDELSE-RECORD.
           COPY "copybooks/PRINTFORS.cpy".

       FD  FORSENDELSE-NY-FIL.
       01  FORSENDELSE-NY-RECORD PIC X(84).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-KVITTERING-STATUS PIC XX    VALUE "00".
       01  WS-FORSENDELSE-STATUS PIC XX   VALUE "00".
       01  WS-FORSENDELSE-NY-STATUS PIC XX VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-TIDSSTEMPEL      PIC X(14)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

      * Kvitteringslinjerne, slaaet op pr. kuvert under omskrivningen
      * af registret. KT-BRUGT = J naar kuverten er fundet.
       01  WS-KV-ANTAL         PIC 9(5)   VALUE 0.
       01  KVITTERING-TABEL.
           05  KT-ENTRY OCCURS 20000 TIMES.
               10  KT-KUVERT-ID    PIC X(13).
               10  KT-STATUS       PIC X(1).
               10  KT-DATO         PIC X(8).
               10  KT-AARSAG       PIC X(20).
               10  KT-BRUGT        PIC X(1).
       01  WS-KV-IDX           PIC 9(5)   VALUE 0.
       01  WS-KV-FUNDET        PIC X(1)   VALUE "N".
           88  KV-ER-FUNDET               VALUE "Y".

      * Taellere til rapporten
       01  WS-KV-LINJER        PIC 9(6)   VALUE 0.
       01  WS-KV-AFVIST        PIC 9(6)   VALUE 0.
       01  WS-KUVERT-SENDT     PIC 9(6)   VALUE 0.
       01  WS-KUVERT-FEJL      PIC 9(6)   VALUE 0.
       01  WS-KUVERT-UKENDT    PIC 9(6)   VALUE 0.
       01  WS-DOK-SENDT        PIC 9(6)   VALUE 0.
       01  WS-DOK-FEJL         PIC 9(6)   VALUE 0.
       01  WS-DOK-VENTER       PIC 9(6)   VALUE 0.
       01  WS-ANTAL-EDIT       PIC Z(5)9.
       01  WS-SIDER-EDIT       PIC ZZZ9.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "PRINT-KVITTERING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL.
       MOVE WS-TIDSSTEMPEL(1:8) TO WS-DAGS-DATO.

       OPEN INPUT KVITTERING-FIL.
       IF WS-KVITTERING-STATUS NOT = "00"
           DISPLAY "PRINT-KVITTERING: ingen kvitteringsfil fra "
               "trykkeriet (files/PRINT-KVITTERING.txt), intet at "
               "indlaese."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/PRINT-KVITTERING-RAPPORT.txt, status="
               WS-RAPPORT-STATUS
           CLOSE KVITTERING-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "PRINTKVITTERING " WS-TIDSSTEMPEL(1:8) " "
           WS-TIDSSTEMPEL(9:6)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ KVITTERING-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   PERFORM GEM-KVITTERING
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KVITTERING-FIL.

       PERFORM OPDATER-REGISTER.
       PERFORM SKRIV-UKENDTE-KUVERTER.
       PERFORM SKRIV-TOTALER.
       CLOSE RAPPORT-FIL.

      * Den indlaeste fil foejes til dagens fil under
      * files/behandlet/, saa den ikke indlaeses igen.
       MOVE "mkdir -p files/behandlet" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "cat files/PRINT-KVITTERING.txt >> "
           "files/behandlet/PRINT-KVITTERING-" WS-DAGS-DATO ".txt"
           " && rm -f files/PRINT-KVITTERING.txt"
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       DISPLAY "PRINT-KVITTERING: " WS-KUVERT-SENDT " kuverter sendt, "
           WS-KUVERT-FEJL " fejlet, " WS-KUVERT-UKENDT " ukendte - "
           "se files/PRINT-KVITTERING-RAPPORT.txt.".
       COMPUTE WS-NOTIF-ANTAL = WS-KUVERT-SENDT + WS-KUVERT-FEJL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       GEM-KVITTERING.
      * Linjer med ukendt status eller ugyldig dato afvises og
      * listes; resten gemmes til opslag.
       ADD 1 TO WS-KV-LINJER.
       IF KVITTERING-RECORD = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF (KV-STATUS NOT = "S" AND KV-STATUS NOT = "F")
               OR KV-DATO NOT NUMERIC OR KV-KUVERT-ID = SPACES
           ADD 1 TO WS-KV-AFVIST
           MOVE SPACES TO RAPPORT-TEXT
           STRING "AFVIST KVITTERINGSLINJE: " KVITTERING-RECORD
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           EXIT PARAGRAPH
       END-IF.
      * En senere linje for samme kuvert (trykkeriets rettelse)
      * afloeser den tidligere.
       MOVE "N" TO WS-KV-FUNDET.
       PERFORM VARYING WS-KV-IDX FROM 1 BY 1
               UNTIL WS-KV-IDX > WS-KV-ANTAL OR KV-ER-FUNDET
           IF KT-KUVERT-ID(WS-KV-IDX) = KV-KUVERT-ID
               MOVE "Y" TO WS-KV-FUNDET
           END-IF
       END-PERFORM.
       IF KV-ER-FUNDET
           SUBTRACT 1 FROM WS-KV-IDX
           MOVE KV-STATUS TO KT-STATUS(WS-KV-IDX)
           MOVE KV-DATO TO KT-DATO(WS-KV-IDX)
           MOVE KV-AARSAG TO KT-AARSAG(WS-KV-IDX)
           EXIT PARAGRAPH
       END-IF.
       IF WS-KV-ANTAL >= 20000
           CLOSE KVITTERING-FIL
           DISPLAY "FEJL: Mere end 20000 kvitteringslinjer - "
               "indlaesningen afbrydes, registret er uroert."
           PERFORM STOP-MED-FEJL
       END-IF.
       ADD 1 TO WS-KV-ANTAL.
       MOVE KV-KUVERT-ID TO KT-KUVERT-ID(WS-KV-ANTAL).
       MOVE KV-STATUS TO KT-STATUS(WS-KV-ANTAL).
       MOVE KV-DATO TO KT-DATO(WS-KV-ANTAL).
       MOVE KV-AARSAG TO KT-AARSAG(WS-KV-ANTAL).
       MOVE "N" TO KT-BRUGT(WS-KV-ANTAL).

       OPDATER-REGISTER.
      * Registret skrives om linje for linje; en kvitteret kuverts
      * dokumenter faar status, dato og aarsag - ogsaa naar de
      * allerede har en status fra en tidligere kvittering.
       OPEN INPUT FORSENDELSE-FIL.
       IF WS-FORSENDELSE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/PRINT-FORSENDELSER.txt"
               ", status=" WS-FORSENDELSE-STATUS
           CLOSE RAPPORT-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN OUTPUT FORSENDELSE-NY-FIL.
       IF WS-FORSENDELSE-NY-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/PRINT-FORSENDELSER-NY.TMP, status="
               WS-FORSENDELSE-NY-STATUS
           CLOSE FORSENDELSE-FIL
           CLOSE RAPPORT-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ FORSENDELSE-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   PERFORM OPDATER-FORSENDELSE
                   WRITE FORSENDELSE-NY-RECORD
                       FROM FORSENDELSE-RECORD
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE FORSENDELSE-FIL.
       CLOSE FORSENDELSE-NY-FIL.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "mv -f files/PRINT-FORSENDELSER-NY.TMP "
           "files/PRINT-FORSENDELSER.txt"
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       OPDATER-FORSENDELSE.
       MOVE "N" TO WS-KV-FUNDET.
       PERFORM VARYING WS-KV-IDX FROM 1 BY 1
               UNTIL WS-KV-IDX > WS-KV-ANTAL OR KV-ER-FUNDET
           IF KT-KUVERT-ID(WS-KV-IDX) = PF-KUVERT-ID
               MOVE "Y" TO WS-KV-FUNDET
           END-IF
       END-PERFORM.
       IF NOT KV-ER-FUNDET
           IF PF-STATUS = "A" AND PF-SPOOL-DATO < WS-DAGS-DATO
               ADD 1 TO WS-DOK-VENTER
           END-IF
           EXIT PARAGRAPH
       END-IF.
       SUBTRACT 1 FROM WS-KV-IDX.
       IF KT-BRUGT(WS-KV-IDX) = "N"
           MOVE "J" TO KT-BRUGT(WS-KV-IDX)
           IF KT-STATUS(WS-KV-IDX) = "S"
               ADD 1 TO WS-KUVERT-SENDT
           ELSE
               ADD 1 TO WS-KUVERT-FEJL
           END-IF
       END-IF.
       MOVE KT-STATUS(WS-KV-IDX) TO PF-STATUS.
       MOVE KT-DATO(WS-KV-IDX) TO PF-KVITTERINGS-DATO.
       MOVE KT-AARSAG(WS-KV-IDX) TO PF-AARSAG.
       IF PF-STATUS = "S"
           ADD 1 TO WS-DOK-SENDT
       ELSE
           ADD 1 TO WS-DOK-FEJL
           MOVE PF-SIDER TO WS-SIDER-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING "IKKE SENDT: KUVERT " PF-KUVERT-ID
               " " PF-DOK-TYPE " KUNDE " PF-KUNDE-ID
               " SIDER " WS-SIDER-EDIT " AARSAG " PF-AARSAG
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       SKRIV-UKENDTE-KUVERTER.
       PERFORM VARYING WS-KV-IDX FROM 1 BY 1
               UNTIL WS-KV-IDX > WS-KV-ANTAL
           IF KT-BRUGT(WS-KV-IDX) = "N"
               ADD 1 TO WS-KUVERT-UKENDT
               MOVE SPACES TO RAPPORT-TEXT
               STRING "UKENDT KUVERT I KVITTERINGEN: "
                   KT-KUVERT-ID(WS-KV-IDX) " STATUS "
                   KT-STATUS(WS-KV-IDX) " DATO " KT-DATO(WS-KV-IDX)
                   INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
           END-IF
       END-PERFORM.

       SKRIV-TOTALER.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-KV-LINJER TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KVITTERINGSLINJER:           " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-KV-AFVIST TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "  HERAF AFVIST:              " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-KUVERT-SENDT TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KUVERTER SENDT:              " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-KUVERT-FEJL TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KUVERTER IKKE SENDT:         " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-KUVERT-UKENDT TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "UKENDTE KUVERTER:            " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-DOK-SENDT TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "DOKUMENTER SENDT:            " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-DOK-FEJL TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "DOKUMENTER IKKE SENDT:       " WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-DOK-VENTER TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "DOKUMENTER DER STADIG VENTER PAA KVITTERING: "
           WS-ANTAL-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       STOP-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       MOVE 0 TO WS-NOTIF-ANTAL.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.
