       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIE-USAGE-REPORT.

      *> Daily usage figures for MOVIE-LOOKUP's server mode, read off
      *> the request log it keeps in files/movie_request_log.txt (see
      *> copybooks/MOVIELOG.cpy). movie_usage_params.txt carries the
      *> day to report (YYYYMMDD, default yesterday) and an optional
      *> top-N (default 10) for the ranked sections, one per line.
      *> movie_usage_report.txt gets the day's totals per request
      *> type, request volume and response times for every hour, the
      *> N slowest lookups, the N most searched titles, and every
      *> search that came back with the explicit not-found object.
      *> That last list is also written on its own to
      *> movie_dataset_gaps.txt, most-asked first, as the worklist of
      *> titles and ids missing from movies_dataset.csv to chase up
      *> before the delta loader's next snapshot.
      *>
      *> Search terms are counted case-insensitively. A continuation
      *> page (TOKEN > 0) is the same search asked again for its next
      *> page, so it counts toward volumes and timings but not again
      *> toward the most searched titles. A title fragment search that
      *> falls back to fuzzy suggestions is not a gap - the film is
      *> there under a slightly different spelling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-LOG-FILE
               ASSIGN TO "files/movie_request_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQLOG-STATUS.

           SELECT PARAMS-FILE
               ASSIGN TO "movie_usage_params.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "movie_usage_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT GAPS-FILE
               ASSIGN TO "movie_dataset_gaps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-LOG-FILE.
       01  REQUEST-LOG-RECORD.
           COPY "copybooks/MOVIELOG.cpy".

       FD  PARAMS-FILE.
       01  PARAMS-RECORD           PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(300).

      *> One line per missing title or id: kind, how often it was
      *> asked for that day, and the term as first searched
       FD  GAPS-FILE.
       01  GAPS-RECORD.
           02  GP-KIND             PIC X(5).
           02  FILLER              PIC X.
           02  GP-SEARCHES         PIC 9(5).
           02  FILLER              PIC X.
           02  GP-TERM             PIC X(80).

       WORKING-STORAGE SECTION.
      *> Standard status field/88-condition shape shared shop-wide
           COPY "copybooks/FILSTATUS.cpy"
               REPLACING STATUS-FIELD BY WS-REQLOG-STATUS.
           COPY "copybooks/FILSTATUS.cpy"
               REPLACING STATUS-FIELD BY WS-PARAMS-STATUS.
           COPY "copybooks/FILSTATUS.cpy"
               REPLACING STATUS-FIELD BY WS-REPORT-STATUS.
           COPY "copybooks/FILSTATUS.cpy"
               REPLACING STATUS-FIELD BY WS-GAPS-STATUS.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-REPORT-DATE          PIC X(8)  VALUE SPACES.
       01  WS-TODAY                PIC 9(8)  VALUE 0.
       01  WS-YESTERDAY            PIC 9(8)  VALUE 0.
       01  WS-TOP-N                PIC 9(3)  VALUE 10.
       01  WS-PARAM-LINE           PIC 9(2)  VALUE 0.

      *> Day totals, and the same split by request type
       01  WS-TOTAL-REQUESTS       PIC 9(7)  VALUE 0.
       01  WS-TOTAL-NOT-FOUND      PIC 9(7)  VALUE 0.
       01  WS-TOTAL-MS             PIC 9(12) VALUE 0.
       01  WS-TYPE-NAMES.
           02  FILLER              PIC X(7)  VALUE "ID".
           02  FILLER              PIC X(7)  VALUE "TITLE".
           02  FILLER              PIC X(7)  VALUE "FUZZY".
           02  FILLER              PIC X(7)  VALUE "PAGED".
           02  FILLER              PIC X(7)  VALUE "SIMILAR".
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           02  WS-TYPE-NAME OCCURS 5 TIMES PIC X(7).
       01  WS-TYPE-TABLE.
           02  WS-TYPE-ENTRY OCCURS 5 TIMES.
               03  TY-REQUESTS     PIC 9(7).
               03  TY-NOT-FOUND    PIC 9(7).
               03  TY-TOTAL-MS     PIC 9(12).
       01  WS-TYPE-IDX             PIC 9(1)  VALUE 0.
       01  WS-TYPE-FOUND           PIC 9(1)  VALUE 0.

      *> Volume and response times for each hour of the day; the
      *> table is subscripted hour + 1
       01  WS-HOUR-TABLE.
           02  WS-HOUR-ENTRY OCCURS 24 TIMES.
               03  HR-REQUESTS     PIC 9(7).
               03  HR-NOT-FOUND    PIC 9(7).
               03  HR-TOTAL-MS     PIC 9(12).
               03  HR-MAX-MS       PIC 9(7).
       01  WS-HOUR-IDX             PIC 9(2)  VALUE 0.
       01  WS-HOUR-TEXT            PIC 9(2)  VALUE 0.

      *> The N slowest lookups seen so far; a slower one displaces
      *> the quickest of a full table
       01  WS-SLOW-COUNT           PIC 9(3)  VALUE 0.
       01  WS-SLOW-TABLE.
           02  WS-SLOW-ENTRY OCCURS 100 TIMES.
               03  SL-ELAPSED-MS   PIC 9(7).
               03  SL-LOG-LINE     PIC X(190).
       01  WS-SLOW-IDX             PIC 9(3)  VALUE 0.
       01  WS-SLOW-MIN-IDX         PIC 9(3)  VALUE 0.
       01  WS-SLOW-LINE            PIC X(190) VALUE SPACES.
       01  WS-SLOW-RECORD REDEFINES WS-SLOW-LINE.
           COPY "copybooks/MOVIELOG.cpy"
               REPLACING LEADING ==RL-== BY ==SR-==.

      *> Every distinct search term of the day, keyed upper-cased.
      *> TM-SEARCHES counts fresh searches, TM-NOT-FOUND the ones that
      *> drew the not-found object; TM-IS-ID marks a numeric id.
       01  WS-TERM-COUNT           PIC 9(4)  VALUE 0.
       01  WS-TERM-OVERFLOW        PIC 9(7)  VALUE 0.
       01  WS-TERM-TABLE.
           02  WS-TERM-ENTRY OCCURS 2000 TIMES
                                INDEXED BY TM-IDX.
               03  TM-KEY          PIC X(80).
               03  TM-TERM         PIC X(80).
               03  TM-IS-ID        PIC X.
               03  TM-SEARCHES     PIC 9(5).
               03  TM-NOT-FOUND    PIC 9(5).
       01  WS-TERM-KEY             PIC X(80) VALUE SPACES.
       01  WS-TERM-LEN             PIC 9(3)  VALUE 0.
       01  WS-FOUND-IDX            PIC 9(4)  VALUE 0.

      *> Ranking work fields: selection of the best remaining entry
       01  WS-RANK-IDX             PIC 9(4)  VALUE 0.
       01  WS-BEST-IDX             PIC 9(4)  VALUE 0.
       01  WS-BEST-COUNT           PIC 9(7)  VALUE 0.
       01  WS-TAKEN-FLAGS.
           02  WS-TAKEN OCCURS 2000 TIMES PIC X.
       01  WS-SCAN-IDX             PIC 9(4)  VALUE 0.

       01  WS-COUNT-EDIT           PIC Z(6)9.
       01  WS-COUNT-EDIT2          PIC Z(6)9.
       01  WS-MS-EDIT              PIC Z(6)9.
       01  WS-MS-EDIT2             PIC Z(6)9.
       01  WS-AVG-MS               PIC 9(7)  VALUE 0.
       01  WS-GAP-COUNT            PIC 9(5)  VALUE 0.

      *> Used to call the shared completion hook - see
      *> shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM        PIC X(20)
               VALUE "MOVIE-USAGE-REPORT".
       01  WS-NOTIF-STATUS         PIC X(4)  VALUE SPACES.
       01  WS-NOTIF-COUNT          PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PARAMS
           INITIALIZE WS-TYPE-TABLE
           INITIALIZE WS-HOUR-TABLE
           PERFORM LOAD-REQUEST-LOG
           PERFORM WRITE-REPORT
           PERFORM WRITE-GAPS
           IF WS-TOTAL-REQUESTS = 0
               DISPLAY "MOVIE-USAGE-REPORT: no requests logged on "
                   WS-REPORT-DATE " - was the server running?"
           END-IF
           DISPLAY "MOVIE-USAGE-REPORT: " WS-TOTAL-REQUESTS
               " request(s) on " WS-REPORT-DATE ", "
               WS-GAP-COUNT " search term(s) found nothing."
           MOVE WS-TOTAL-REQUESTS TO WS-NOTIF-COUNT
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-COUNT
           STOP RUN.

      *> Line 1 is the day to report, line 2 the top-N; a missing or
      *> non-numeric day means yesterday, the usual morning-after run
       READ-PARAMS.
           OPEN INPUT PARAMS-FILE
           IF NOT STATUS-FIELD-OK OF WS-PARAMS-STATUS
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PARAMS-FILE INTO PARAMS-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PARAMS-RECORD NOT = SPACES
                               ADD 1 TO WS-PARAM-LINE
                               EVALUATE WS-PARAM-LINE
                                   WHEN 1
                                       MOVE PARAMS-RECORD(1:8)
                                           TO WS-REPORT-DATE
                                   WHEN 2
                                       COMPUTE WS-TOP-N =
                                           FUNCTION NUMVAL(
                                           PARAMS-RECORD(1:3))
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF
               CLOSE PARAMS-FILE
           END-IF
           IF WS-REPORT-DATE IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)
               MOVE WS-YESTERDAY TO WS-REPORT-DATE
           END-IF
           IF WS-TOP-N = 0 OR WS-TOP-N > 100
               MOVE 10 TO WS-TOP-N
           END-IF.

      *> One pass over the log, tallying every line of the report day
       LOAD-REQUEST-LOG.
           OPEN INPUT REQUEST-LOG-FILE
           IF NOT STATUS-FIELD-OK OF WS-REQLOG-STATUS
               DISPLAY "MOVIE-USAGE-REPORT: cannot open "
                   "files/movie_request_log.txt, status="
                   WS-REQLOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REQUEST-LOG-FILE INTO REQUEST-LOG-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RL-DATE = WS-REPORT-DATE
                               AND RL-HOUR IS NUMERIC
                               AND RL-ELAPSED-MS IS NUMERIC
                           PERFORM TALLY-LOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE REQUEST-LOG-FILE.

       TALLY-LOG-LINE.
           ADD 1 TO WS-TOTAL-REQUESTS
           ADD RL-ELAPSED-MS TO WS-TOTAL-MS
           IF RL-WAS-NOT-FOUND
               ADD 1 TO WS-TOTAL-NOT-FOUND
           END-IF

           MOVE 0 TO WS-TYPE-FOUND
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 5
               IF WS-TYPE-NAME(WS-TYPE-IDX) = RL-REQUEST-TYPE
                   MOVE WS-TYPE-IDX TO WS-TYPE-FOUND
               END-IF
           END-PERFORM
           IF WS-TYPE-FOUND > 0
               ADD 1 TO TY-REQUESTS(WS-TYPE-FOUND)
               ADD RL-ELAPSED-MS TO TY-TOTAL-MS(WS-TYPE-FOUND)
               IF RL-WAS-NOT-FOUND
                   ADD 1 TO TY-NOT-FOUND(WS-TYPE-FOUND)
               END-IF
           END-IF

           IF RL-HOUR < 24
               COMPUTE WS-HOUR-IDX = RL-HOUR + 1
               ADD 1 TO HR-REQUESTS(WS-HOUR-IDX)
               ADD RL-ELAPSED-MS TO HR-TOTAL-MS(WS-HOUR-IDX)
               IF RL-ELAPSED-MS > HR-MAX-MS(WS-HOUR-IDX)
                   MOVE RL-ELAPSED-MS TO HR-MAX-MS(WS-HOUR-IDX)
               END-IF
               IF RL-WAS-NOT-FOUND
                   ADD 1 TO HR-NOT-FOUND(WS-HOUR-IDX)
               END-IF
           END-IF

           PERFORM KEEP-SLOW-REQUEST
           IF RL-PAGE-TOKEN = 0 OR RL-PAGE-TOKEN IS NOT NUMERIC
               PERFORM TALLY-SEARCH-TERM
           END-IF.

       KEEP-SLOW-REQUEST.
           IF WS-SLOW-COUNT < WS-TOP-N
               ADD 1 TO WS-SLOW-COUNT
               MOVE RL-ELAPSED-MS TO SL-ELAPSED-MS(WS-SLOW-COUNT)
               MOVE REQUEST-LOG-RECORD TO SL-LOG-LINE(WS-SLOW-COUNT)
           ELSE
               MOVE 1 TO WS-SLOW-MIN-IDX
               PERFORM VARYING WS-SLOW-IDX FROM 2 BY 1
                       UNTIL WS-SLOW-IDX > WS-SLOW-COUNT
                   IF SL-ELAPSED-MS(WS-SLOW-IDX)
                           < SL-ELAPSED-MS(WS-SLOW-MIN-IDX)
                       MOVE WS-SLOW-IDX TO WS-SLOW-MIN-IDX
                   END-IF
               END-PERFORM
               IF RL-ELAPSED-MS > SL-ELAPSED-MS(WS-SLOW-MIN-IDX)
                   MOVE RL-ELAPSED-MS
                       TO SL-ELAPSED-MS(WS-SLOW-MIN-IDX)
                   MOVE REQUEST-LOG-RECORD
                       TO SL-LOG-LINE(WS-SLOW-MIN-IDX)
               END-IF
           END-IF.

      *> Find or add the term's row; a full table still counts the
      *> request in the totals, just not under its term
       TALLY-SEARCH-TERM.
           IF RL-SEARCH-TERM = SPACES
               CONTINUE
           ELSE
               MOVE FUNCTION UPPER-CASE(RL-SEARCH-TERM) TO WS-TERM-KEY
               MOVE 0 TO WS-FOUND-IDX
               SET TM-IDX TO 1
               IF WS-TERM-COUNT > 0
                   SEARCH WS-TERM-ENTRY
                       AT END
                           MOVE 0 TO WS-FOUND-IDX
                       WHEN TM-IDX > WS-TERM-COUNT
                           MOVE 0 TO WS-FOUND-IDX
                       WHEN TM-KEY(TM-IDX) = WS-TERM-KEY
                           SET WS-FOUND-IDX TO TM-IDX
                   END-SEARCH
               END-IF
               IF WS-FOUND-IDX = 0
                   IF WS-TERM-COUNT < 2000
                       ADD 1 TO WS-TERM-COUNT
                       MOVE WS-TERM-COUNT TO WS-FOUND-IDX
                       SET TM-IDX TO WS-TERM-COUNT
                       MOVE WS-TERM-KEY TO TM-KEY(TM-IDX)
                       MOVE RL-SEARCH-TERM TO TM-TERM(TM-IDX)
                       MOVE 'N' TO TM-IS-ID(TM-IDX)
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           RL-SEARCH-TERM)) TO WS-TERM-LEN
                       IF RL-SEARCH-TERM(1:WS-TERM-LEN) IS NUMERIC
                           MOVE 'Y' TO TM-IS-ID(TM-IDX)
                       END-IF
                       MOVE 0 TO TM-SEARCHES(TM-IDX)
                       MOVE 0 TO TM-NOT-FOUND(TM-IDX)
                   ELSE
                       ADD 1 TO WS-TERM-OVERFLOW
                   END-IF
               END-IF
      *>       Guard on the found index, not the table count: when
      *>       the table is full and the term is new there is no row
      *>       to count it under
               IF WS-FOUND-IDX > 0
                   SET TM-IDX TO WS-FOUND-IDX
                   ADD 1 TO TM-SEARCHES(TM-IDX)
                   IF RL-WAS-NOT-FOUND
                       ADD 1 TO TM-NOT-FOUND(TM-IDX)
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT STATUS-FIELD-OK OF WS-REPORT-STATUS
               DISPLAY "MOVIE-USAGE-REPORT: cannot open "
                   "movie_usage_report.txt, status="
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "MOVIE-LOOKUP USAGE " WS-REPORT-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-REQUESTS TO WS-COUNT-EDIT
           MOVE WS-TOTAL-NOT-FOUND TO WS-COUNT-EDIT2
           MOVE 0 TO WS-AVG-MS
           IF WS-TOTAL-REQUESTS > 0
               COMPUTE WS-AVG-MS = WS-TOTAL-MS / WS-TOTAL-REQUESTS
           END-IF
           MOVE WS-AVG-MS TO WS-MS-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  requests=" FUNCTION TRIM(WS-COUNT-EDIT)
               " not-found=" FUNCTION TRIM(WS-COUNT-EDIT2)
               " avg-ms=" FUNCTION TRIM(WS-MS-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BY REQUEST TYPE:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 5
           MOVE "REQUESTS PER HOUR:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-ONE-HOUR
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           MOVE "SLOWEST REQUESTS:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-TAKEN-FLAGS
           PERFORM WRITE-ONE-SLOW
               VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-SLOW-COUNT
           MOVE "MOST SEARCHED TITLES:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-TAKEN-FLAGS
           PERFORM WRITE-ONE-TOP-TITLE
               VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-TOP-N
           MOVE "SEARCHES THAT RETURNED NOTHING:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-TAKEN-FLAGS
           PERFORM WRITE-ONE-NOTHING-FOUND
               VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-TERM-COUNT
           IF WS-TERM-OVERFLOW > 0
               MOVE WS-TERM-OVERFLOW TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "  (" FUNCTION TRIM(WS-COUNT-EDIT)
                   " search(es) past the 2000-term table are in "
                   "the totals only)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE.

       WRITE-ONE-TYPE.
           MOVE TY-REQUESTS(WS-TYPE-IDX) TO WS-COUNT-EDIT
           MOVE TY-NOT-FOUND(WS-TYPE-IDX) TO WS-COUNT-EDIT2
           MOVE 0 TO WS-AVG-MS
           IF TY-REQUESTS(WS-TYPE-IDX) > 0
               COMPUTE WS-AVG-MS = TY-TOTAL-MS(WS-TYPE-IDX)
                   / TY-REQUESTS(WS-TYPE-IDX)
           END-IF
           MOVE WS-AVG-MS TO WS-MS-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-TYPE-NAME(WS-TYPE-IDX)
               " requests=" FUNCTION TRIM(WS-COUNT-EDIT)
               " not-found=" FUNCTION TRIM(WS-COUNT-EDIT2)
               " avg-ms=" FUNCTION TRIM(WS-MS-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *> Every hour is listed, quiet ones too, so the day's load
      *> profile reads straight down the page
       WRITE-ONE-HOUR.
           COMPUTE WS-HOUR-TEXT = WS-HOUR-IDX - 1
           MOVE HR-REQUESTS(WS-HOUR-IDX) TO WS-COUNT-EDIT
           MOVE HR-NOT-FOUND(WS-HOUR-IDX) TO WS-COUNT-EDIT2
           MOVE 0 TO WS-AVG-MS
           IF HR-REQUESTS(WS-HOUR-IDX) > 0
               COMPUTE WS-AVG-MS = HR-TOTAL-MS(WS-HOUR-IDX)
                   / HR-REQUESTS(WS-HOUR-IDX)
           END-IF
           MOVE WS-AVG-MS TO WS-MS-EDIT
           MOVE HR-MAX-MS(WS-HOUR-IDX) TO WS-MS-EDIT2
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-HOUR-TEXT ":00"
               " requests=" FUNCTION TRIM(WS-COUNT-EDIT)
               " not-found=" FUNCTION TRIM(WS-COUNT-EDIT2)
               " avg-ms=" FUNCTION TRIM(WS-MS-EDIT)
               " max-ms=" FUNCTION TRIM(WS-MS-EDIT2)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *> Slowest first out of the kept table; on equal times the one
      *> logged earlier is listed first
       WRITE-ONE-SLOW.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SLOW-COUNT
               IF WS-TAKEN(WS-SCAN-IDX) NOT = 'Y'
                       AND (WS-BEST-IDX = 0
                       OR SL-ELAPSED-MS(WS-SCAN-IDX) > WS-BEST-COUNT)
                   MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   MOVE SL-ELAPSED-MS(WS-SCAN-IDX) TO WS-BEST-COUNT
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO WS-TAKEN(WS-BEST-IDX)
               MOVE SL-LOG-LINE(WS-BEST-IDX) TO WS-SLOW-LINE
               MOVE SR-ELAPSED-MS TO WS-MS-EDIT
               MOVE SR-RESULT-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " SR-TIMESTAMP(9:2) ":" SR-TIMESTAMP(11:2)
                   ":" SR-TIMESTAMP(13:2)
                   " ms=" FUNCTION TRIM(WS-MS-EDIT)
                   " type=" FUNCTION TRIM(SR-REQUEST-TYPE)
                   " results=" FUNCTION TRIM(WS-COUNT-EDIT)
                   " not-found=" SR-NOT-FOUND
                   " file=" FUNCTION TRIM(SR-REQUEST-FILE)
                   " term=" FUNCTION TRIM(SR-SEARCH-TERM)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *> Most searched title terms; numeric ids are left out here
      *> and only show up under the nothing-found list
       WRITE-ONE-TOP-TITLE.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-TERM-COUNT
               IF WS-TAKEN(WS-SCAN-IDX) NOT = 'Y'
                       AND TM-IS-ID(WS-SCAN-IDX) = 'N'
                       AND TM-SEARCHES(WS-SCAN-IDX) > WS-BEST-COUNT
                   MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   MOVE TM-SEARCHES(WS-SCAN-IDX) TO WS-BEST-COUNT
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO WS-TAKEN(WS-BEST-IDX)
               SET TM-IDX TO WS-BEST-IDX
               MOVE TM-SEARCHES(TM-IDX) TO WS-COUNT-EDIT
               MOVE TM-NOT-FOUND(TM-IDX) TO WS-COUNT-EDIT2
               MOVE SPACES TO REPORT-RECORD
               STRING "  searches=" FUNCTION TRIM(WS-COUNT-EDIT)
                   " not-found=" FUNCTION TRIM(WS-COUNT-EDIT2)
                   " title=" FUNCTION TRIM(TM-TERM(TM-IDX))
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *> Every term that drew a not-found, most-asked first - not
      *> capped at N, since this is the gap list
       WRITE-ONE-NOTHING-FOUND.
           PERFORM FIND-NEXT-GAP
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO WS-TAKEN(WS-BEST-IDX)
               SET TM-IDX TO WS-BEST-IDX
               MOVE TM-NOT-FOUND(TM-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               IF TM-IS-ID(TM-IDX) = 'Y'
                   STRING "  searches=" FUNCTION TRIM(WS-COUNT-EDIT)
                       " id=" FUNCTION TRIM(TM-TERM(TM-IDX))
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING "  searches=" FUNCTION TRIM(WS-COUNT-EDIT)
                       " title=" FUNCTION TRIM(TM-TERM(TM-IDX))
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           END-IF.

      *> The not-yet-taken term with the most not-found searches,
      *> into WS-BEST-IDX (0 when none is left)
       FIND-NEXT-GAP.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-TERM-COUNT
               IF WS-TAKEN(WS-SCAN-IDX) NOT = 'Y'
                       AND TM-NOT-FOUND(WS-SCAN-IDX) > WS-BEST-COUNT
                   MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   MOVE TM-NOT-FOUND(WS-SCAN-IDX) TO WS-BEST-COUNT
               END-IF
           END-PERFORM.

      *> The nothing-found list again, on its own, for whoever puts
      *> the next snapshot together for MOVIE-DELTA-LOADER
       WRITE-GAPS.
           OPEN OUTPUT GAPS-FILE
           IF NOT STATUS-FIELD-OK OF WS-GAPS-STATUS
               DISPLAY "MOVIE-USAGE-REPORT: cannot open "
                   "movie_dataset_gaps.txt, status="
                   WS-GAPS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-TAKEN-FLAGS
           PERFORM WRITE-ONE-GAP
               VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-TERM-COUNT
           CLOSE GAPS-FILE.

       WRITE-ONE-GAP.
           PERFORM FIND-NEXT-GAP
           IF WS-BEST-IDX > 0
               MOVE 'Y' TO WS-TAKEN(WS-BEST-IDX)
               SET TM-IDX TO WS-BEST-IDX
               MOVE SPACES TO GAPS-RECORD
               IF TM-IS-ID(TM-IDX) = 'Y'
                   MOVE "ID" TO GP-KIND
               ELSE
                   MOVE "TITLE" TO GP-KIND
               END-IF
               MOVE TM-NOT-FOUND(TM-IDX) TO GP-SEARCHES
               MOVE TM-TERM(TM-IDX) TO GP-TERM
               WRITE GAPS-RECORD
               ADD 1 TO WS-GAP-COUNT
           END-IF.
