               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQLIST-STATUS.

      *    Request log for server mode, one line per lookup answered -
      *    see copybooks/MOVIELOG.cpy and MOVIE-USAGE-REPORT.
           SELECT REQUEST-LOG-FILE
               ASSIGN TO "files/movie_request_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIES-FILE.
       FD  REQUEST-LIST-FILE.
       01  REQUEST-LIST-RECORD     PIC X(200).

       FD  REQUEST-LOG-FILE.
       01  REQUEST-LOG-RECORD.
           COPY "copybooks/MOVIELOG.cpy".

       WORKING-STORAGE SECTION.
      *> Base directory the dataset files live under - see
      *> copybooks/MOVIEDIR.cpy.
       01  WS-REQUEST-LEN          PIC 9(4)  VALUE 0.
       01  WS-KOMMANDO             PIC X(300) VALUE SPACES.

      *> Server-mode request log: every lookup a request file asks
      *> for is timed from LOOKUP-ONE-ID's start to its result being
      *> written and appended to files/movie_request_log.txt with its
      *> type, search term, result count and not-found outcome, so a
      *> "the lookup was slow yesterday" or "titles keep coming back
      *> empty" can be checked against MOVIE-USAGE-REPORT instead of
      *> guessed at. The clock is CURRENT-DATE's hundredths; a lookup
      *> that runs across midnight gets a day added back.
           COPY "copybooks/FILSTATUS.cpy"
               REPLACING STATUS-FIELD BY WS-REQLOG-STATUS.
       01  WS-LOG-CLOCK            PIC X(21) VALUE SPACES.
       01  WS-LOG-START-STAMP      PIC X(14) VALUE SPACES.
       01  WS-LOG-START-CS         PIC 9(7)  VALUE 0.
       01  WS-LOG-END-CS           PIC 9(7)  VALUE 0.
       01  WS-LOG-ELAPSED-CS       PIC S9(8) VALUE 0.
       01  WS-LOG-PAGE-TOKEN       PIC 9(7)  VALUE 0.
       01  WS-LOG-NOT-FOUND        PIC X     VALUE 'N'.

      *> Used to call the shared completion hook - see
      *> shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM        PIC X(20) VALUE "MOVIE-LOOKUP".
       *> so the caller can tell that apart from a run that never
       *> happened
       LOOKUP-ONE-ID.
           IF SERVER-MODE-ON
               PERFORM START-REQUEST-CLOCK
           END-IF
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-FUZZY-RESULT
           MOVE 0 TO WS-MATCH-COUNT
                   PERFORM WRITE-PAGED-RESULTS
               ELSE
                   PERFORM WRITE-NOT-FOUND
                   MOVE 'Y' TO WS-LOG-NOT-FOUND
               END-IF
               MOVE 0 TO WS-PAGE-TOKEN
           ELSE
               END-IF
               PERFORM WRITE-RESULTS
               MOVE 0 TO WS-PAGE-TOKEN
           END-IF
           IF SERVER-MODE-ON
               PERFORM LOG-REQUEST
           END-IF.

      *> Note when the lookup started, and the page token it resumes
      *> from - LOOKUP-ONE-ID clears that token before LOG-REQUEST
      *> gets to see it
       START-REQUEST-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-CLOCK
           MOVE WS-LOG-CLOCK(1:14) TO WS-LOG-START-STAMP
           COMPUTE WS-LOG-START-CS
               = FUNCTION NUMVAL(WS-LOG-CLOCK(9:2)) * 360000
               + FUNCTION NUMVAL(WS-LOG-CLOCK(11:2)) * 6000
               + FUNCTION NUMVAL(WS-LOG-CLOCK(13:4))
           MOVE WS-PAGE-TOKEN TO WS-LOG-PAGE-TOKEN
           MOVE 'N' TO WS-LOG-NOT-FOUND.

      *> Append this lookup's line to the request log. The log is
      *> opened per line so the report can be run while the server
      *> is up; a log that cannot be opened costs the line, never
      *> the answer already written for the caller.
       LOG-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-CLOCK
           COMPUTE WS-LOG-END-CS
               = FUNCTION NUMVAL(WS-LOG-CLOCK(9:2)) * 360000
               + FUNCTION NUMVAL(WS-LOG-CLOCK(11:2)) * 6000
               + FUNCTION NUMVAL(WS-LOG-CLOCK(13:4))
           COMPUTE WS-LOG-ELAPSED-CS = WS-LOG-END-CS - WS-LOG-START-CS
           IF WS-LOG-ELAPSED-CS < 0
               ADD 8640000 TO WS-LOG-ELAPSED-CS
           END-IF
           MOVE SPACES TO REQUEST-LOG-RECORD
           MOVE WS-LOG-START-STAMP TO RL-TIMESTAMP
           EVALUATE TRUE
               WHEN RESULT-IS-FUZZY
                   MOVE "FUZZY" TO RL-REQUEST-TYPE
               WHEN WS-PAGE-SIZE > 0 AND SEARCH-MODE-TITLE
                   MOVE "PAGED" TO RL-REQUEST-TYPE
               WHEN SIMILAR-MODE-ON AND WS-FOUND = 'Y'
                       AND WS-MATCH-COUNT = 1
                   MOVE "SIMILAR" TO RL-REQUEST-TYPE
               WHEN SEARCH-MODE-ID
                   MOVE "ID" TO RL-REQUEST-TYPE
               WHEN OTHER
                   MOVE "TITLE" TO RL-REQUEST-TYPE
           END-EVALUATE
           IF WS-FOUND = 'Y'
               MOVE WS-MATCH-COUNT TO RL-RESULT-COUNT
           ELSE
               MOVE 0 TO RL-RESULT-COUNT
           END-IF
           MOVE WS-LOG-NOT-FOUND TO RL-NOT-FOUND
           COMPUTE RL-ELAPSED-MS = WS-LOG-ELAPSED-CS * 10
           MOVE WS-LOG-PAGE-TOKEN TO RL-PAGE-TOKEN
           MOVE WS-REQUEST-PATH TO RL-REQUEST-FILE
           MOVE WS-TRIMMED-ID TO RL-SEARCH-TERM
           OPEN EXTEND REQUEST-LOG-FILE
           IF STATUS-FIELD-FILE-MISSING OF WS-REQLOG-STATUS
               OPEN OUTPUT REQUEST-LOG-FILE
           END-IF
           IF STATUS-FIELD-OK OF WS-REQLOG-STATUS
               WRITE REQUEST-LOG-RECORD
               CLOSE REQUEST-LOG-FILE
           ELSE
               DISPLAY "MOVIE-LOOKUP: cannot open "
                   "files/movie_request_log.txt, status="
                   WS-REQLOG-STATUS " - request not logged."
           END-IF.

       *> Approximate-match fallback: rescan the dataset ranking
