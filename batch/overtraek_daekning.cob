       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERTRAEK-DAEKNING.

      * Automatisk daekning af overtraek fra kundens egen opsparing,
      * koert som trin i den daglige kaede mellem Opgave8 og den
      * parallelle gruppe (gebyr, aldring m.fl.). For hver konto i
      * files/OVERDRAWN.txt med en daekningsaftale i
      * files/DAEKNINGSAFTALER.txt (layout copybooks/DAEKNING.cpy,
      * vedligeholdes i batch/daekning_vedligehold.cob) dannes det
      * balancerende posteringspar fra opsparingskontoen til den
      * overtrukne konto i files/POSTERINGER.txt til bogfoering i
      * posteringsmotoren. Der daekkes det overtrukne beloeb ud over
      * en eventuel bevilling, dog hoejst aftalens daglige maksimum
      * og opsparingskontoens disponible beloeb (saldo minus aktive
      * reservationer). En fuldt daekket konto fjernes fra
      * OVERDRAWN.txt, saa den hverken gebyrlaegges eller aldres; en
      * delvist daekket konto bliver staaende med restovertraekket.
      * Kunden faar en daekningsmeddelelse i files/DAEKNING-BREVE.txt
      * (med registreringsnummeret paa kontoens pengeinstitut),
      * og hver aftale der var i spil rapporteres i
      * files/DAEKNING-RAPPORT.txt. Dagens daekninger logges i
      * files/DAEKNING-LOG.txt, saa en genkoersel samme dag hverken
      * daekker det samme overtraek to gange eller bryder maksimum.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFTALE-FIL ASSIGN TO "files/DAEKNINGSAFTALER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFTALE-STATUS.

           SELECT OVERDRAWN-FIL ASSIGN TO "files/OVERDRAWN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDRAWN-STATUS.

      *    Den nye overtraeksliste skrives her og skiftes ind over
      *    OVERDRAWN.txt, foerst naar hele listen er gennemgaaet.
           SELECT OVERDRAWN-NY-FIL ASSIGN TO "files/OVERDRAWN-NY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDRAWN-NY-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT RESERVATION-FIL ASSIGN TO "files/RESERVATIONER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-STATUS.

           SELECT BEVILLING-FIL
               ASSIGN TO "files/OVERTRAEK-BEVILLINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEVILLING-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

           SELECT BREV-FIL ASSIGN TO "files/DAEKNING-BREVE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREV-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/DAEKNING-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

      *    En dateret linje pr. dannet daekning.
           SELECT LOG-FIL ASSIGN TO "files/DAEKNING-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

      *    Loebenummer-taeller til transaktionsreferencen, delt med
      *    de oevrige programmer der danner posteringspar.
           SELECT REFNR-FIL ASSIGN TO "files/POSTERING-REFNR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFTALE-FIL.
       01  AFTALE-POST.
           COPY "copybooks/DAEKNING.cpy".

       FD  OVERDRAWN-FIL.
       01  OVERDRAWN-RECORD.
           05 OVERDRAWN-TEXT   PIC X(80).

       FD  OVERDRAWN-NY-FIL.
       01  OVERDRAWN-NY-RECORD.
           05 OVERDRAWN-NY-TEXT PIC X(80).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  RESERVATION-FIL.
       01  RESERVATION-RECORD.
           COPY "copybooks/RESERVREC.cpy".

       FD  BEVILLING-FIL.
       01  BEVILLING-POST.
           05 BV-KONTO-ID      PIC X(10).
           05 BV-BELOEB        PIC 9(7)V99.
           05 BV-UDLOEB        PIC X(8).

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  BREV-FIL.
       01  BREV-RECORD.
           05 BREV-TEXT        PIC X(140).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       FD  LOG-FIL.
       01  LOG-RECORD.
           05 DL-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 DL-TIL-KONTO     PIC X(10).
           05 FILLER           PIC X(1).
           05 DL-FRA-KONTO     PIC X(10).
           05 FILLER           PIC X(1).
           05 DL-BELOEB        PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 DL-REFERENCE     PIC X(13).
           05 FILLER           PIC X(1).
      *    Kontoens overtraek foer dagens foerste
      *    daekning, som det stod i OVERDRAWN.txt fra Opgave8.
           05 DL-OVERTRAEK-FOER PIC 9(7)V99.

       FD  REFNR-FIL.
       01  REFNR-RECORD.
           05 REFNR-VAERDI     PIC 9(4).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-AFTALE-STATUS    PIC XX     VALUE "00".
       01  WS-OVERDRAWN-STATUS PIC XX     VALUE "00".
       01  WS-OVERDRAWN-NY-STATUS PIC XX  VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-RESERVATION-STATUS PIC XX   VALUE "00".
       01  WS-BEVILLING-STATUS PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-BREV-STATUS      PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-LOG-STATUS       PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "OVERTRAEK-DAEKNING".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Daekningsaftalerne, med hvad der allerede er daekket i dag
      * pr. aftale (fra dagens linjer i DAEKNING-LOG.txt).
       01  WS-AFTALE-ANTAL     PIC 9(4)   VALUE 0.
       01  AFTALE-TABEL.
           05  AFTALE-ENTRY OCCURS 2000 TIMES
                              INDEXED BY DA-IDX.
               10  DAT-TIL-KONTO   PIC X(10)   VALUE SPACES.
               10  DAT-FRA-KONTO   PIC X(10)   VALUE SPACES.
               10  DAT-MAKS        PIC 9(7)V99 VALUE 0.
               10  DAT-I-DAG       PIC 9(7)V99 VALUE 0.
               10  DAT-FOER        PIC 9(7)V99 VALUE 0.

      * Kontoens pengeinstitut til brevlinjen (PENGEINSTITUT-OPSLAG)
       01  WS-PI-FUNKTION      PIC X(4)   VALUE "KODE".
       01  WS-PI-KODE          PIC X(2)   VALUE SPACES.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".
       01  WS-PI-SVAR          PIC X      VALUE SPACE.

      * Kontofilen i hukommelsen til opslag og saldokontrol
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-BALANCE       PIC S9(7)V99 VALUE 0.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
               10  KOT-PENGEINSTITUT PIC X(2)  VALUE SPACES.

      * Aktive reservationer summeret pr. konto
       01  WS-RES-ANTAL        PIC 9(4)   VALUE 0.
       01  RES-TABEL.
           05  RES-ENTRY OCCURS 2000 TIMES
                           INDEXED BY RS-IDX.
               10  RST-KONTO-ID    PIC X(10)   VALUE SPACES.
               10  RST-SUM         PIC 9(9)V99 VALUE 0.
       01  WS-RES-SUM          PIC 9(9)V99 VALUE 0.

      * Aktive bevilgede overtraek pr. konto; udloebne taeller som
      * nul.
       01  WS-BEVILLING-ANTAL  PIC 9(3)   VALUE 0.
       01  BEVILLING-TABEL.
           05  BEVILLING-ENTRY OCCURS 500 TIMES
                                 INDEXED BY BV-IDX.
               10  BVT-KONTO-ID    PIC X(10)   VALUE SPACES.
               10  BVT-BELOEB      PIC 9(7)V99 VALUE 0.
       01  WS-BEVILGET-GRAENSE PIC 9(7)V99 VALUE 0.

      * Felter udtrukket af en OVERDRAWN-linje - samme faste layout
      * som OVERTRAEK-GEBYR laeser: "KONTO-ID=" (pos 1-9), KONTO-ID
      * (10-19), " KUNDE-ID=" (20-29), KUNDE-ID (30-39), derefter
      * NAVN= og BALANCE= i variabel position.
       01  WS-OT-KONTO-ID      PIC X(10)  VALUE SPACES.
       01  WS-OT-KUNDE-ID      PIC X(10)  VALUE SPACES.
       01  WS-OT-NAVN          PIC X(41)  VALUE SPACES.
       01  WS-OT-BALANCE-TEKST PIC X(12)  VALUE SPACES.
       01  WS-OT-VALUTA        PIC X(3)   VALUE SPACES.
       01  WS-SPLIT-DEL1       PIC X(80)  VALUE SPACES.
       01  WS-SPLIT-DEL2       PIC X(80)  VALUE SPACES.
       01  WS-SPLIT-DEL3       PIC X(80)  VALUE SPACES.

      * Beregningen for den aktuelle konto
       01  WS-AFTALE-IDX       PIC 9(4)   VALUE 0.
       01  WS-FRA-IDX          PIC 9(5)   VALUE 0.
       01  WS-TIL-IDX          PIC 9(5)   VALUE 0.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.
       01  WS-BALANCE          PIC S9(7)V99 VALUE 0.
       01  WS-OVERTRUKKET      PIC 9(7)V99  VALUE 0.
       01  WS-BEHOV            PIC S9(8)V99 VALUE 0.
       01  WS-LOFT-REST        PIC S9(8)V99 VALUE 0.
       01  WS-DISPONIBEL       PIC S9(9)V99 VALUE 0.
       01  WS-DAEKNING         PIC 9(7)V99  VALUE 0.
       01  WS-REST-OVERTRAEK   PIC 9(7)V99  VALUE 0.
       01  WS-NY-BALANCE       PIC S9(7)V99 VALUE 0.
       01  WS-AFVIS-AARSAG     PIC X(30)  VALUE SPACES.
       01  WS-LINJE-FJERNES    PIC X      VALUE "N".
           88  LINJE-FJERNES              VALUE "Y".

       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-DAEKNING-EDIT    PIC -(6)9,99.
       01  WS-REST-EDIT        PIC -(6)9,99.
       01  WS-BALANCE-EDIT     PIC -(6)9,99.

      * Transaktionsreferencen der binder parrets to ben sammen i
      * historikken: dags dato + "D" (daekning) + loebenummer fra
      * files/POSTERING-REFNR.txt.
       01  WS-REFNR            PIC 9(4)   VALUE 0.
       01  WS-REFERENCE        PIC X(13)  VALUE SPACES.

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.
       01  WS-LAEST-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-DAEKKET-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-FJERNET-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-IKKE-DAEKKET-TAELLER PIC 9(5) VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "OVERTRAEK-DAEKNING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.

       PERFORM INDLAES-AFTALER.
       IF WS-AFTALE-ANTAL = 0
           DISPLAY "OVERTRAEK-DAEKNING: ingen daekningsaftaler, "
               "intet at daekke."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.

       OPEN INPUT OVERDRAWN-FIL.
       IF WS-OVERDRAWN-STATUS = "35"
           DISPLAY "OVERTRAEK-DAEKNING: ingen overtraeksrapport "
               "fundet, intet at daekke."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       IF WS-OVERDRAWN-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/OVERDRAWN.txt, status="
               WS-OVERDRAWN-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-RESERVATIONER.
       PERFORM INDLAES-BEVILLINGER.
       PERFORM INDLAES-DAGENS-DAEKNING.

       OPEN OUTPUT OVERDRAWN-NY-FIL.
       OPEN EXTEND POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           OPEN OUTPUT POSTERING-FIL
       END-IF.
       OPEN OUTPUT BREV-FIL.
       OPEN OUTPUT RAPPORT-FIL.
       OPEN EXTEND LOG-FIL.
       IF WS-LOG-STATUS = "35"
           OPEN OUTPUT LOG-FIL
       END-IF.
       IF WS-OVERDRAWN-NY-STATUS NOT = "00"
               OR WS-POSTERING-STATUS NOT = "00"
               OR WS-BREV-STATUS NOT = "00"
               OR WS-RAPPORT-STATUS NOT = "00"
               OR WS-LOG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne arbejds-, posterings-, "
               "brev-, rapport- eller logfilen, status="
               WS-OVERDRAWN-NY-STATUS "/" WS-POSTERING-STATUS "/"
               WS-BREV-STATUS "/" WS-RAPPORT-STATUS "/" WS-LOG-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ OVERDRAWN-FIL INTO OVERDRAWN-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF OVERDRAWN-TEXT(1:9) = "KONTO-ID="
                       ADD 1 TO WS-LAEST-TAELLER
                       PERFORM BEHANDL-OVERTRAEK-LINJE
                   ELSE
                       MOVE OVERDRAWN-RECORD TO OVERDRAWN-NY-RECORD
                       WRITE OVERDRAWN-NY-RECORD
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE OVERDRAWN-FIL.
       CLOSE OVERDRAWN-NY-FIL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE BREV-FIL.
       CLOSE RAPPORT-FIL.
       CLOSE LOG-FIL.

      * Foerst naar hele listen er gennemgaaet, skiftes den nye
      * liste ind - et nedbrud undervejs efterlader OVERDRAWN.txt
      * uroert til gebyr og aldring.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "mv -f files/OVERDRAWN-NY.TMP files/OVERDRAWN.txt"
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       DISPLAY "OVERTRAEK-DAEKNING: overtraek=" WS-LAEST-TAELLER
           " daekket=" WS-DAEKKET-TAELLER
           " fjernet fra listen=" WS-FJERNET-TAELLER
           " ikke daekket=" WS-IKKE-DAEKKET-TAELLER.
       MOVE WS-DAEKKET-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       INDLAES-AFTALER.
       OPEN INPUT AFTALE-FIL.
       IF WS-AFTALE-STATUS = "00"
           PERFORM UNTIL WS-AFTALE-STATUS NOT = "00"
               READ AFTALE-FIL INTO AFTALE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DA-TIL-KONTO NOT = SPACES
                               AND WS-AFTALE-ANTAL < 2000
                           ADD 1 TO WS-AFTALE-ANTAL
                           SET DA-IDX TO WS-AFTALE-ANTAL
                           MOVE DA-TIL-KONTO TO DAT-TIL-KONTO(DA-IDX)
                           MOVE DA-FRA-KONTO TO DAT-FRA-KONTO(DA-IDX)
                           MOVE DA-MAKS-PR-DAG TO DAT-MAKS(DA-IDX)
                           MOVE 0 TO DAT-I-DAG(DA-IDX)
                           MOVE 0 TO DAT-FOER(DA-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFTALE-FIL
       END-IF.

       INDLAES-KONTOOPL.
      * Indlaes kontofilen i hukommelsen til opslag og saldokontrol.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF WS-KONTO-ANTAL < 2000
                       ADD 1 TO WS-KONTO-ANTAL
                       MOVE KONTO-ID IN KONTO-RECORD
                           TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                       MOVE KUNDE-ID IN KONTO-RECORD
                           TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                       MOVE BALANCE IN KONTO-RECORD
                           TO KOT-BALANCE(WS-KONTO-ANTAL)
                       MOVE VALUTA-KD IN KONTO-RECORD
                           TO KOT-VALUTA-KD(WS-KONTO-ANTAL)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                       MOVE KONTO-PENGEINSTITUT IN KONTO-RECORD
                           TO KOT-PENGEINSTITUT(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       INDLAES-RESERVATIONER.
      * Summer de aktive reservationer pr. konto; udloebne (udloeb
      * foer i dag) taeller ikke med - samme regel som motorens
      * disponibel-kontrol.
       OPEN INPUT RESERVATION-FIL.
       IF WS-RESERVATION-STATUS = "00"
           PERFORM UNTIL WS-RESERVATION-STATUS NOT = "00"
               READ RESERVATION-FIL INTO RESERVATION-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RE-UDLOEB = SPACES
                               OR RE-UDLOEB NOT < WS-KOERSELS-DATO
                           PERFORM AKKUMULER-RESERVATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FIL
       END-IF.

       AKKUMULER-RESERVATION.
       MOVE 0 TO WS-FUNDET-IDX.
       SET RS-IDX TO 1.
       IF WS-RES-ANTAL > 0
           SEARCH RES-ENTRY
               AT END
                   MOVE 0 TO WS-FUNDET-IDX
               WHEN RST-KONTO-ID(RS-IDX) = RE-KONTO-ID
                   SET WS-FUNDET-IDX TO RS-IDX
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX = 0
           IF WS-RES-ANTAL < 2000
               ADD 1 TO WS-RES-ANTAL
               SET RS-IDX TO WS-RES-ANTAL
               MOVE RE-KONTO-ID TO RST-KONTO-ID(RS-IDX)
               MOVE RE-BELOEB TO RST-SUM(RS-IDX)
           END-IF
       ELSE
           SET RS-IDX TO WS-FUNDET-IDX
           ADD RE-BELOEB TO RST-SUM(RS-IDX)
       END-IF.

       FIND-RESERVATION-SUM.
       MOVE 0 TO WS-RES-SUM.
       SET RS-IDX TO 1.
       IF WS-RES-ANTAL > 0
           SEARCH RES-ENTRY
               AT END
                   MOVE 0 TO WS-RES-SUM
               WHEN RST-KONTO-ID(RS-IDX) = WS-SOEGE-KONTO
                   MOVE RST-SUM(RS-IDX) TO WS-RES-SUM
           END-SEARCH
       END-IF.

       INDLAES-BEVILLINGER.
      * Indlaes de aktive bevilgede overtraek; en bevilling med
      * udloebsdato foer i dag taeller som nul.
       OPEN INPUT BEVILLING-FIL.
       IF WS-BEVILLING-STATUS = "00"
           PERFORM UNTIL WS-BEVILLING-STATUS NOT = "00"
               READ BEVILLING-FIL INTO BEVILLING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (BV-UDLOEB = SPACES
                               OR BV-UDLOEB NOT < WS-KOERSELS-DATO)
                               AND WS-BEVILLING-ANTAL < 500
                           ADD 1 TO WS-BEVILLING-ANTAL
                           SET BV-IDX TO WS-BEVILLING-ANTAL
                           MOVE BV-KONTO-ID
                               TO BVT-KONTO-ID(BV-IDX)
                           MOVE BV-BELOEB TO BVT-BELOEB(BV-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BEVILLING-FIL
       END-IF.

       FIND-BEVILGET-GRAENSE.
       MOVE 0 TO WS-BEVILGET-GRAENSE.
       SET BV-IDX TO 1.
       IF WS-BEVILLING-ANTAL > 0
           SEARCH BEVILLING-ENTRY
               AT END
                   MOVE 0 TO WS-BEVILGET-GRAENSE
               WHEN BVT-KONTO-ID(BV-IDX) = WS-OT-KONTO-ID
                   MOVE BVT-BELOEB(BV-IDX) TO WS-BEVILGET-GRAENSE
           END-SEARCH
       END-IF.

       INDLAES-DAGENS-DAEKNING.
      * Dagens allerede dannede daekninger er endnu ikke bogfoert -
      * det sker foerst i naeste cyklus' posteringsmotor - saa ved en
      * genkoersel staar baade overtraekket og opsparingens saldo
      * som foer. De traekkes derfor fra her: daekket beloeb taeller
      * mod aftalens maksimum og mod overtraekket, og er allerede
      * taget fra opsparingens saldo. Overtraekket regnes fra dagens
      * udgangspunkt i loggen, saa det er ligegyldigt om listen er
      * dannet paany af Opgave8 eller allerede er nedskrevet af en
      * tidligere koersel i dag.
       OPEN INPUT LOG-FIL.
       IF WS-LOG-STATUS = "00"
           PERFORM UNTIL WS-LOG-STATUS NOT = "00"
               READ LOG-FIL INTO LOG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DL-DATO = WS-KOERSELS-DATO
                           PERFORM MODREGN-DAGENS-DAEKNING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FIL
       END-IF.

       MODREGN-DAGENS-DAEKNING.
       SET DA-IDX TO 1.
       SEARCH AFTALE-ENTRY
           AT END
               CONTINUE
           WHEN DAT-TIL-KONTO(DA-IDX) = DL-TIL-KONTO
               IF DAT-I-DAG(DA-IDX) = 0
                   MOVE DL-OVERTRAEK-FOER TO DAT-FOER(DA-IDX)
               END-IF
               ADD DL-BELOEB TO DAT-I-DAG(DA-IDX)
       END-SEARCH.
       MOVE DL-FRA-KONTO TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       IF WS-FUNDET-IDX > 0
           SUBTRACT DL-BELOEB FROM KOT-BALANCE(WS-FUNDET-IDX)
       END-IF.

       BEHANDL-OVERTRAEK-LINJE.
      * Traek felterne ud af overtraekslinjen og find en eventuel
      * daekningsaftale for kontoen. Uden aftale gaar linjen uaendret
      * videre til gebyr og aldring.
       MOVE OVERDRAWN-TEXT(10:10) TO WS-OT-KONTO-ID.
       MOVE OVERDRAWN-TEXT(30:10) TO WS-OT-KUNDE-ID.
       MOVE 0 TO WS-AFTALE-IDX.
       SET DA-IDX TO 1.
       SEARCH AFTALE-ENTRY
           AT END
               MOVE 0 TO WS-AFTALE-IDX
           WHEN DAT-TIL-KONTO(DA-IDX) = WS-OT-KONTO-ID
               SET WS-AFTALE-IDX TO DA-IDX
       END-SEARCH.
       IF WS-AFTALE-IDX = 0
           MOVE OVERDRAWN-RECORD TO OVERDRAWN-NY-RECORD
           WRITE OVERDRAWN-NY-RECORD
       ELSE
           PERFORM DAEK-OVERTRAEK
       END-IF.

       DAEK-OVERTRAEK.
      * Beregn daekningen: behovet er overtraekket ud over en
      * bevilling, minus hvad der allerede er daekket i dag; der
      * daekkes hoejst aftalens rest af dagsmaksimum og opsparingens
      * disponible beloeb.
       SET DA-IDX TO WS-AFTALE-IDX.
       MOVE SPACES TO WS-SPLIT-DEL1 WS-SPLIT-DEL2 WS-SPLIT-DEL3.
       UNSTRING OVERDRAWN-TEXT
           DELIMITED BY "NAVN=" OR "BALANCE="
           INTO WS-SPLIT-DEL1 WS-SPLIT-DEL2 WS-SPLIT-DEL3.
       MOVE FUNCTION TRIM(WS-SPLIT-DEL2) TO WS-OT-NAVN.
       MOVE SPACES TO WS-OT-BALANCE-TEKST WS-OT-VALUTA.
       UNSTRING WS-SPLIT-DEL3 DELIMITED BY " "
           INTO WS-OT-BALANCE-TEKST WS-OT-VALUTA.
      * BALANCE= staar med komma som decimalseparator og minusfortegn.
       COMPUTE WS-BALANCE = FUNCTION NUMVAL(WS-OT-BALANCE-TEKST).
       COMPUTE WS-OVERTRUKKET = FUNCTION ABS(WS-BALANCE).
       IF DAT-I-DAG(DA-IDX) > 0
           MOVE DAT-FOER(DA-IDX) TO WS-OVERTRUKKET
       END-IF.
       PERFORM FIND-BEVILGET-GRAENSE.
       COMPUTE WS-BEHOV = WS-OVERTRUKKET - WS-BEVILGET-GRAENSE
           - DAT-I-DAG(DA-IDX).
       IF WS-BEHOV < 0
           MOVE 0 TO WS-BEHOV
       END-IF.
       COMPUTE WS-LOFT-REST = DAT-MAKS(DA-IDX) - DAT-I-DAG(DA-IDX).
       IF WS-LOFT-REST < 0
           MOVE 0 TO WS-LOFT-REST
       END-IF.

       PERFORM KONTROLLER-AFTALE.
       MOVE 0 TO WS-DAEKNING.
       IF WS-AFVIS-AARSAG = SPACES
           MOVE WS-BEHOV TO WS-DAEKNING
           IF WS-DAEKNING > WS-LOFT-REST
               MOVE WS-LOFT-REST TO WS-DAEKNING
           END-IF
           IF WS-DAEKNING > WS-DISPONIBEL
               MOVE WS-DISPONIBEL TO WS-DAEKNING
           END-IF
           IF WS-DAEKNING = 0 AND WS-BEHOV > 0
               IF WS-LOFT-REST = 0
                   MOVE "DAGSMAKSIMUM BRUGT" TO WS-AFVIS-AARSAG
               ELSE
                   MOVE "OPSPARING UDEN DISPONIBELT"
                       TO WS-AFVIS-AARSAG
               END-IF
           END-IF
       END-IF.

       IF WS-DAEKNING > 0
           ADD 1 TO WS-DAEKKET-TAELLER
           PERFORM SKRIV-POSTERINGSPAR
           PERFORM SKRIV-DAEKNING-LOG
           IF DAT-I-DAG(DA-IDX) = 0
               MOVE WS-OVERTRUKKET TO DAT-FOER(DA-IDX)
           END-IF
           ADD WS-DAEKNING TO DAT-I-DAG(DA-IDX)
           SUBTRACT WS-DAEKNING FROM KOT-BALANCE(WS-FRA-IDX)
       END-IF.

      * Linjen fjernes naar intet overtraek ud over bevillingen er
      * tilbage efter dagens daekninger; ellers staar den videre med
      * restovertraekket.
       COMPUTE WS-REST-OVERTRAEK = WS-BEHOV - WS-DAEKNING.
       IF WS-REST-OVERTRAEK = 0 AND WS-AFVIS-AARSAG = SPACES
           SET LINJE-FJERNES TO TRUE
           ADD 1 TO WS-FJERNET-TAELLER
       ELSE
           MOVE "N" TO WS-LINJE-FJERNES
           IF WS-DAEKNING = 0
               ADD 1 TO WS-IKKE-DAEKKET-TAELLER
           END-IF
           IF DAT-I-DAG(DA-IDX) = 0
               MOVE OVERDRAWN-RECORD TO OVERDRAWN-NY-RECORD
           ELSE
               PERFORM DAN-RESTLINJE
           END-IF
           WRITE OVERDRAWN-NY-RECORD
       END-IF.
       IF WS-DAEKNING > 0
           PERFORM SKRIV-DAEKNINGSBREV
       END-IF.
       PERFORM SKRIV-RAPPORTLINJE.

       KONTROLLER-AFTALE.
      * Aftalen er valideret ved oprettelsen, men konti kan vaere
      * lukket eller skiftet siden. Saet WS-FRA-IDX/WS-TIL-IDX og
      * opsparingens disponible beloeb.
       MOVE SPACES TO WS-AFVIS-AARSAG.
       MOVE 0 TO WS-DISPONIBEL.
       MOVE DAT-FRA-KONTO(DA-IDX) TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       MOVE WS-FUNDET-IDX TO WS-FRA-IDX.
       MOVE WS-OT-KONTO-ID TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       MOVE WS-FUNDET-IDX TO WS-TIL-IDX.
       EVALUATE TRUE
           WHEN WS-FRA-IDX = 0
               MOVE "OPSPARINGEN FINDES IKKE" TO WS-AFVIS-AARSAG
           WHEN WS-TIL-IDX = 0
               MOVE "KONTOEN FINDES IKKE" TO WS-AFVIS-AARSAG
           WHEN KOT-KONTO-STATUS(WS-FRA-IDX) = "C"
               MOVE "OPSPARINGEN ER LUKKET" TO WS-AFVIS-AARSAG
           WHEN KOT-KUNDE-ID(WS-FRA-IDX)
                   NOT = KOT-KUNDE-ID(WS-TIL-IDX)
               MOVE "KONTIENE HAR FORSKELLIG EJER" TO WS-AFVIS-AARSAG
           WHEN KOT-VALUTA-KD(WS-FRA-IDX)
                   NOT = KOT-VALUTA-KD(WS-TIL-IDX)
               MOVE "VALUTA MATCHER IKKE" TO WS-AFVIS-AARSAG
           WHEN OTHER
               MOVE DAT-FRA-KONTO(DA-IDX) TO WS-SOEGE-KONTO
               PERFORM FIND-RESERVATION-SUM
               COMPUTE WS-DISPONIBEL
                   = KOT-BALANCE(WS-FRA-IDX) - WS-RES-SUM
               IF WS-DISPONIBEL < 0
                   MOVE 0 TO WS-DISPONIBEL
               END-IF
       END-EVALUATE.

       DAN-RESTLINJE.
      * Samme linje med BALANCE nedskrevet med alt hvad der er
      * daekket i dag, saa gebyr og aldring regner paa
      * restovertraekket.
       COMPUTE WS-NY-BALANCE = DAT-I-DAG(DA-IDX) - WS-OVERTRUKKET.
       MOVE WS-NY-BALANCE TO WS-BALANCE-EDIT.
       MOVE SPACES TO OVERDRAWN-NY-TEXT.
       STRING
           "KONTO-ID=" WS-OT-KONTO-ID
           " KUNDE-ID=" WS-OT-KUNDE-ID
           " NAVN=" FUNCTION TRIM(WS-OT-NAVN)
           " BALANCE=" FUNCTION TRIM(WS-BALANCE-EDIT) " "
           WS-OT-VALUTA
           INTO OVERDRAWN-NY-TEXT.

       FIND-KONTO.
       MOVE 0 TO WS-FUNDET-IDX.
       SET KO-IDX TO 1.
       SEARCH KONTO-TABEL-ENTRY
           AT END
               MOVE 0 TO WS-FUNDET-IDX
           WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
               SET WS-FUNDET-IDX TO KO-IDX
       END-SEARCH.

       DAN-REFERENCE.
      * Traek naeste loebenummer og dan parrets faelles reference,
      * dags dato + programbogstav D + firecifret loebenummer.
       MOVE 0 TO WS-REFNR.
       OPEN INPUT REFNR-FIL.
       IF WS-REFNR-STATUS = "00"
           READ REFNR-FIL INTO REFNR-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE REFNR-VAERDI TO WS-REFNR
           END-READ
           CLOSE REFNR-FIL
       END-IF.
       ADD 1 TO WS-REFNR.
       OPEN OUTPUT REFNR-FIL.
       IF WS-REFNR-STATUS = "00"
           MOVE WS-REFNR TO REFNR-VAERDI
           WRITE REFNR-RECORD
           CLOSE REFNR-FIL
       END-IF.
       MOVE SPACES TO WS-REFERENCE.
       STRING WS-KOERSELS-DATO "D" WS-REFNR
           INTO WS-REFERENCE.

       SKRIV-POSTERINGSPAR.
      * Det balancerende par: debet paa opsparingen, kredit paa den
      * overtrukne konto, samme beloeb og en faelles reference.
      * Modpartens konto staar i teksten, saa kontoudtoget viser
      * hvor pengene kom fra og gik til.
       PERFORM DAN-REFERENCE.
       COMPUTE WS-BELOEB-X100 ROUNDED = WS-DAEKNING * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE DAT-FRA-KONTO(DA-IDX) TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "D" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "DAEKNING TIL " WS-OT-KONTO-ID INTO PO-TEKST.
       MOVE "ODKN" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-OT-KONTO-ID TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "K" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "DAEKNING FRA " DAT-FRA-KONTO(DA-IDX) INTO PO-TEKST.
       MOVE "ODKN" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-DAEKNING-LOG.
       MOVE SPACES TO LOG-RECORD.
       MOVE WS-KOERSELS-DATO TO DL-DATO.
       MOVE WS-OT-KONTO-ID TO DL-TIL-KONTO.
       MOVE DAT-FRA-KONTO(DA-IDX) TO DL-FRA-KONTO.
       MOVE WS-DAEKNING TO DL-BELOEB.
       MOVE WS-REFERENCE TO DL-REFERENCE.
       MOVE WS-OVERTRUKKET TO DL-OVERTRAEK-FOER.
       IF DAT-I-DAG(DA-IDX) > 0
           MOVE DAT-FOER(DA-IDX) TO DL-OVERTRAEK-FOER
       END-IF.
       WRITE LOG-RECORD.

       SKRIV-DAEKNINGSBREV.
      * En meddelelseslinje pr. daekket konto med navn og KUNDE-ID
      * fra overtraekslinjen, til flet i filialens kundebreve under
      * brevhovedet for kontoens pengeinstitut (REGNR=; en ukendt
      * institutkode giver hovedinstituttet).
       MOVE KOT-PENGEINSTITUT(WS-FRA-IDX) TO WS-PI-KODE.
       CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION WS-PI-KODE
           WS-PI-POST WS-PI-SVAR.
       IF WS-PI-SVAR = "N"
           MOVE SPACES TO WS-PI-KODE
           CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
               WS-PI-KODE WS-PI-POST WS-PI-SVAR
       END-IF.
       MOVE WS-DAEKNING TO WS-DAEKNING-EDIT.
       MOVE WS-REST-OVERTRAEK TO WS-REST-EDIT.
       MOVE SPACES TO BREV-TEXT.
       STRING
           "KUNDE-ID=" WS-OT-KUNDE-ID
           " NAVN=" FUNCTION TRIM(WS-OT-NAVN)
           " KONTO-ID=" WS-OT-KONTO-ID
           " DAEKKET=" FUNCTION TRIM(WS-DAEKNING-EDIT)
           " " WS-OT-VALUTA
           " FRA=" DAT-FRA-KONTO(DA-IDX)
           " RESTOVERTRAEK=" FUNCTION TRIM(WS-REST-EDIT)
           " REGNR=" PI-REG-NUMMER IN WS-PI-POST
           INTO BREV-TEXT.
       WRITE BREV-RECORD.

       SKRIV-RAPPORTLINJE.
      * En fuldt daekket konto vises med dagens samlede daekning,
      * ogsaa ved en genkoersel hvor intet nyt er daekket.
       MOVE WS-DAEKNING TO WS-DAEKNING-EDIT.
       IF LINJE-FJERNES
           MOVE DAT-I-DAG(DA-IDX) TO WS-DAEKNING-EDIT
       END-IF.
       MOVE WS-REST-OVERTRAEK TO WS-REST-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       EVALUATE TRUE
           WHEN LINJE-FJERNES
               STRING "DAEKKET " WS-OT-KONTO-ID
                   " FRA " DAT-FRA-KONTO(DA-IDX)
                   " BELOEB=" FUNCTION TRIM(WS-DAEKNING-EDIT)
                   " " WS-OT-VALUTA
                   INTO RAPPORT-TEXT
           WHEN WS-DAEKNING > 0
               STRING "DELVIST " WS-OT-KONTO-ID
                   " FRA " DAT-FRA-KONTO(DA-IDX)
                   " BELOEB=" FUNCTION TRIM(WS-DAEKNING-EDIT)
                   " REST=" FUNCTION TRIM(WS-REST-EDIT)
                   " " WS-OT-VALUTA
                   INTO RAPPORT-TEXT
           WHEN OTHER
               STRING "IKKE DAEKKET " WS-OT-KONTO-ID
                   " FRA " DAT-FRA-KONTO(DA-IDX)
                   ": " FUNCTION TRIM(WS-AFVIS-AARSAG)
                   INTO RAPPORT-TEXT
       END-EVALUATE.
       WRITE RAPPORT-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
