           COPY "copybooks/POSTHIST.cpy".

       FD  NY-FIL.
       01  NY-RECORD           PIC X(110).

       FD  PARTITION-FIL.
       01  PARTITION-RECORD.
           05 PA-KUNDE-ID      PIC X(10).
           05 PA-KONTO-ID      PIC X(10).
           05 PA-REST          PIC X(90).

       FD  INDEKS-FIL.
       01  INDEKS-RECORD.
