      * hvilken som helst anden vaerdi laeser blot det aktuelle
      * koersels-ID tilbage (kaldes af de senere trin - Opgave7/8 - saa
      * hele cyklussen deler samme ID).
      * Genoptager DAGLIGT-KOERSEL en afbrudt kaede der allerede har
      * dannet sit ID, ligger ID'et i files/KAEDE-GENOPTAG.TMP, og
      * "NY" returnerer da det i stedet for at danne et nyt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT KOERSEL-ID-FIL ASSIGN DYNAMIC WS-STI-KOERSEL-ID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-FIL-STATUS.
           SELECT GENOPTAG-FIL ASSIGN TO "files/KAEDE-GENOPTAG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENOPTAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KOERSEL-ID-FIL.
       01  KOERSEL-ID-RECORD       PIC X(13).

       FD  GENOPTAG-FIL.
       01  GENOPTAG-RECORD         PIC X(13).

       WORKING-STORAGE SECTION.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".
       01  WS-SEKVENS-STATUS       PIC XX     VALUE "00".
       01  WS-ID-FIL-STATUS        PIC XX     VALUE "00".
       01  WS-GENOPTAG-STATUS      PIC XX     VALUE "00".
       01  WS-GENOPTAG-ID          PIC X(13)  VALUE SPACES.
       01  WS-DAGS-DATO            PIC X(8)   VALUE SPACES.

       LINKAGE SECTION.
       PERFORM BYG-FILSTIER
       EVALUATE LK-FUNKTION
           WHEN "NY"
               PERFORM LAES-GENOPTAG-ID
               IF WS-GENOPTAG-ID NOT = SPACES
                   PERFORM GEM-GENOPTAG-ID
               ELSE
                   PERFORM DAN-NYT-KOERSEL-ID
               END-IF
           WHEN OTHER
               PERFORM LAES-KOERSEL-ID
       END-EVALUATE.
       WRITE KOERSEL-ID-RECORD
       CLOSE KOERSEL-ID-FIL.

       LAES-GENOPTAG-ID.
       MOVE SPACES TO WS-GENOPTAG-ID
       OPEN INPUT GENOPTAG-FIL
       IF WS-GENOPTAG-STATUS = "00"
           READ GENOPTAG-FIL INTO GENOPTAG-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GENOPTAG-RECORD TO WS-GENOPTAG-ID
           END-READ
           CLOSE GENOPTAG-FIL
       END-IF.

       GEM-GENOPTAG-ID.
       MOVE WS-GENOPTAG-ID TO LK-KOERSEL-ID
       OPEN OUTPUT KOERSEL-ID-FIL
       MOVE LK-KOERSEL-ID TO KOERSEL-ID-RECORD
       WRITE KOERSEL-ID-RECORD
       CLOSE KOERSEL-ID-FIL.

       LAES-KOERSEL-ID.
       MOVE SPACES TO LK-KOERSEL-ID
       OPEN INPUT KOERSEL-ID-FIL
