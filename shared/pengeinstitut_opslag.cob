       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENGEINSTITUT-OPSLAG.

      * Faelles opslag i tabellen over de pengeinstitutter
      * installationen driver, files/PENGEINSTITUTTER.txt (layout
      * copybooks/PENGEINST.cpy), saa IBAN-tildelingen, raabalancen,
      * indberetningerne og brevprogrammerne henter registrerings-
      * nummer, navn, adresse, GL-praefiks og indberetnings-ID samme
      * sted fra. LK-FUNKTION:
      *   "KODE" - slaa instituttet med koden i LK-KODE op. Blank
      *            kode (kunder og konti fra foer institutkoden kom
      *            til) er hovedinstituttet - tabellens foerste linje.
      *   "NAES" - giv instituttet efter LK-KODE i tabellens
      *            raekkefoelge (blank = det foerste), til programmer
      *            der laver et udtraek pr. institut.
      * LK-PENGEINSTITUT faar tabellinjen. LK-SVAR:
      *   Y - fundet.
      *   N - koden findes ikke (KODE) eller der er ikke flere
      *       institutter (NAES); LK-PENGEINSTITUT er blank.
      *   F - tabellen kunne ikke indlaeses eller er tom; som N.
      * Tabellen indlaeses ved foerste kald og holdes i hukommelsen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENGEINST-FIL ASSIGN TO "files/PENGEINSTITUTTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENGEINST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENGEINST-FIL.
       01  PENGEINST-POST.
           COPY "copybooks/PENGEINST.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PENGEINST-STATUS PIC XX     VALUE "00".
       01  WS-TABEL-INDLAEST   PIC X      VALUE "N".
           88  TABEL-ER-INDLAEST          VALUE "Y".
       01  WS-TABEL-FEJLET     PIC X      VALUE "N".
           88  TABEL-ER-FEJLET            VALUE "Y".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Institutterne, indlaest ved foerste kald
       01  WS-INST-ANTAL       PIC 9(2)   VALUE 0.
       01  INST-TABEL.
           05  INST-ENTRY OCCURS 20 TIMES
                           INDEXED BY PI-IDX
                           PIC X(106) VALUE SPACES.

       01  WS-KODE             PIC X(2)   VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FUNKTION         PIC X(4).
       01  LK-KODE             PIC X(2).
       01  LK-PENGEINSTITUT.
           COPY "copybooks/PENGEINST.cpy".
       01  LK-SVAR             PIC X.

       PROCEDURE DIVISION USING LK-FUNKTION LK-KODE LK-PENGEINSTITUT
                                LK-SVAR.
       MAIN-PROCEDURE.
       IF NOT TABEL-ER-INDLAEST
           PERFORM INDLAES-INSTITUTTER
       END-IF.
       MOVE SPACES TO LK-PENGEINSTITUT.
       MOVE "N" TO LK-SVAR.
       IF WS-INST-ANTAL = 0
           MOVE "F" TO LK-SVAR
           GOBACK
       END-IF.
       EVALUATE LK-FUNKTION
           WHEN "KODE"
               PERFORM FIND-KODE
           WHEN "NAES"
               PERFORM FIND-NAESTE
           WHEN OTHER
               DISPLAY "FEJL: PENGEINSTITUT-OPSLAG kaldt med ukendt "
                   "funktion " LK-FUNKTION
       END-EVALUATE.
       GOBACK.

       FIND-KODE.
       IF LK-KODE = SPACES
           MOVE INST-ENTRY(1) TO LK-PENGEINSTITUT
           MOVE "Y" TO LK-SVAR
           EXIT PARAGRAPH
       END-IF.
       MOVE LK-KODE TO WS-KODE.
       SET PI-IDX TO 1.
       SEARCH INST-ENTRY
           AT END
               CONTINUE
           WHEN INST-ENTRY(PI-IDX)(1:2) = WS-KODE
               MOVE INST-ENTRY(PI-IDX) TO LK-PENGEINSTITUT
               MOVE "Y" TO LK-SVAR
       END-SEARCH.

       FIND-NAESTE.
       IF LK-KODE = SPACES
           MOVE INST-ENTRY(1) TO LK-PENGEINSTITUT
           MOVE "Y" TO LK-SVAR
           EXIT PARAGRAPH
       END-IF.
       MOVE LK-KODE TO WS-KODE.
       SET PI-IDX TO 1.
       SEARCH INST-ENTRY
           AT END
               CONTINUE
           WHEN INST-ENTRY(PI-IDX)(1:2) = WS-KODE
               IF PI-IDX < WS-INST-ANTAL
                   SET PI-IDX UP BY 1
                   MOVE INST-ENTRY(PI-IDX) TO LK-PENGEINSTITUT
                   MOVE "Y" TO LK-SVAR
               END-IF
       END-SEARCH.

       INDLAES-INSTITUTTER.
       SET TABEL-ER-INDLAEST TO TRUE.
       OPEN INPUT PENGEINST-FIL.
       IF WS-PENGEINST-STATUS NOT = "00"
           SET TABEL-ER-FEJLET TO TRUE
           DISPLAY "FEJL: Kan ikke indlaese "
               "files/PENGEINSTITUTTER.txt, status="
               WS-PENGEINST-STATUS
       ELSE
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ PENGEINST-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF PI-KODE IN PENGEINST-POST NOT = SPACES
                           AND WS-INST-ANTAL < 20
                           ADD 1 TO WS-INST-ANTAL
                           MOVE PENGEINST-POST
                               TO INST-ENTRY(WS-INST-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENGEINST-FIL
       END-IF.
