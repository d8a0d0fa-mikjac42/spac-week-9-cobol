      *> One line of files/movie_request_log.txt: MOVIE-LOOKUP in
      *> server mode appends a line per lookup it answers (a request
      *> file with three lines logs three lines), and
      *> MOVIE-USAGE-REPORT reads them back for the daily usage
      *> figures. Fixed columns, search term last, so the file also
      *> reads sensibly with grep and sort.
      *>
      *> RL-REQUEST-TYPE is the path the lookup actually took:
      *>   ID       numeric id lookup
      *>   TITLE    title fragment search
      *>   FUZZY    title search answered by the did-you-mean fallback
      *>   PAGED    title search under a PAGESIZE directive
      *>   SIMILAR  single-match lookup given a "similar" array
      *> RL-NOT-FOUND is 'Y' only when the explicit not-found object
      *> was written; an empty last page of a paged search is not a
      *> miss. RL-PAGE-TOKEN is the TOKEN the lookup resumed from,
      *> zero for a first page, so continuation pages can be told
      *> apart from fresh searches.
           02  RL-TIMESTAMP        PIC X(14).
           02  RL-TIMESTAMP-R REDEFINES RL-TIMESTAMP.
               03  RL-DATE         PIC X(8).
               03  RL-HOUR         PIC 9(2).
               03  RL-MIN-SEC      PIC X(4).
           02  FILLER              PIC X.
           02  RL-REQUEST-TYPE     PIC X(7).
           02  FILLER              PIC X.
           02  RL-RESULT-COUNT     PIC 9(5).
           02  FILLER              PIC X.
           02  RL-NOT-FOUND        PIC X.
               88  RL-WAS-NOT-FOUND          VALUE 'Y'.
           02  FILLER              PIC X.
      *>   Wall-clock time from the start of the lookup to its result
      *>   being written, in milliseconds (hundredth-second clock)
           02  RL-ELAPSED-MS       PIC 9(7).
           02  FILLER              PIC X.
           02  RL-PAGE-TOKEN       PIC 9(7).
           02  FILLER              PIC X.
           02  RL-REQUEST-FILE     PIC X(60).
           02  FILLER              PIC X.
           02  RL-SEARCH-TERM      PIC X(80).
