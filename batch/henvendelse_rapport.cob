       IDENTIFICATION DIVISION.
       PROGRAM-ID. HENVENDELSE-RAPPORT.

      * Maanedlig ledelsesrapport over hvad kunderne henvender sig
      * om: henvendelsesloggen (files/HENVENDELSE-LOG.txt, se
      * copybooks/HENVLOG.cpy) taelles op pr. emne fra
      * files/HENVENDELSE-EMNER.txt for koerselsmaanedens
      * henvendelser, fordelt paa kanal (telefon, filial, brev,
      * e-mail) med emnets andel af maanedens henvendelser og antallet
      * i forrige maaned til sammenligning. Emnekoder der ikke
      * laengere staar i emnetabellen samles under UKENDT EMNE, saa
      * totalen altid stemmer med loggen. Skrives til
      * files/HENVENDELSE-RAPPORT.txt; koeres som trin i
      * maanedsafslutningen (MAANEDS-KOERSEL).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HENVENDELSE-FIL ASSIGN TO "files/HENVENDELSE-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HENVENDELSE-STATUS.

           SELECT EMNE-FIL ASSIGN TO "files/HENVENDELSE-EMNER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMNE-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/HENVENDELSE-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HENVENDELSE-FIL.
       01  HENVENDELSE-POST.
           COPY "copybooks/HENVLOG.cpy".

       FD  EMNE-FIL.
       01  EMNE-POST.
           05 EM-KODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 EM-TEKST         PIC X(30).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HENVENDELSE-STATUS PIC XX   VALUE "00".
       01  WS-EMNE-STATUS      PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-AAR-MAANED       PIC X(6)   VALUE SPACES.
       01  WS-FORRIGE-MAANED   PIC X(6)   VALUE SPACES.
       01  WS-AAR              PIC 9(4)   VALUE 0.
       01  WS-MAANED           PIC 9(2)   VALUE 0.

      * Taellere pr. emne; den sidste plads efter de indlaeste emner
      * er UKENDT EMNE.
       01  WS-EMNE-ANTAL       PIC 9(2)   VALUE 0.
       01  EMNE-TABEL.
           05  EMNE-ENTRY OCCURS 51 TIMES
                            INDEXED BY EM-IDX.
               10  EMT-KODE         PIC X(4)     VALUE SPACES.
               10  EMT-TEKST        PIC X(30)    VALUE SPACES.
               10  EMT-ANTAL        PIC 9(7)     VALUE 0.
               10  EMT-TELEFON      PIC 9(7)     VALUE 0.
               10  EMT-FILIAL       PIC 9(7)     VALUE 0.
               10  EMT-BREV         PIC 9(7)     VALUE 0.
               10  EMT-EMAIL        PIC 9(7)     VALUE 0.
               10  EMT-FORRIGE      PIC 9(7)     VALUE 0.
       01  WS-UKENDT-IDX       PIC 9(2)   VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(2)   VALUE 0.

       01  WS-TOTAL            PIC 9(7)   VALUE 0.
       01  WS-TOTAL-TELEFON    PIC 9(7)   VALUE 0.
       01  WS-TOTAL-FILIAL     PIC 9(7)   VALUE 0.
       01  WS-TOTAL-BREV       PIC 9(7)   VALUE 0.
       01  WS-TOTAL-EMAIL      PIC 9(7)   VALUE 0.
       01  WS-TOTAL-FORRIGE    PIC 9(7)   VALUE 0.
       01  WS-LAEST-TAELLER    PIC 9(7)   VALUE 0.

       01  WS-ANDEL            PIC 9(3)V9 VALUE 0.
       01  WS-ANDEL-EDIT       PIC ZZ9,9.
       01  WS-ANTAL-EDIT       PIC Z(6)9.
       01  WS-TELEFON-EDIT     PIC Z(6)9.
       01  WS-FILIAL-EDIT      PIC Z(6)9.
       01  WS-BREV-EDIT        PIC Z(6)9.
       01  WS-EMAIL-EDIT       PIC Z(6)9.
       01  WS-FORRIGE-EDIT     PIC Z(6)9.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "HENVENDELSE-RAPPORT".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       MOVE WS-KOERSELS-DATO(1:6) TO WS-AAR-MAANED.
       MOVE WS-KOERSELS-DATO(1:4) TO WS-AAR.
       MOVE WS-KOERSELS-DATO(5:2) TO WS-MAANED.
       IF WS-MAANED = 1
           SUBTRACT 1 FROM WS-AAR
           MOVE 12 TO WS-MAANED
       ELSE
           SUBTRACT 1 FROM WS-MAANED
       END-IF.
       STRING WS-AAR WS-MAANED DELIMITED BY SIZE
           INTO WS-FORRIGE-MAANED.

       PERFORM INDLAES-EMNER.
       PERFORM TAEL-HENVENDELSER.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/HENVENDELSE-RAPPORT.txt, status="
               WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM SKRIV-RAPPORT.
       CLOSE RAPPORT-FIL.

       DISPLAY "HENVENDELSE-RAPPORT: maaned=" WS-AAR-MAANED
           " henvendelser=" WS-TOTAL
           " forrige maaned=" WS-TOTAL-FORRIGE.
       MOVE WS-TOTAL TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       STOP-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       INDLAES-EMNER.
       OPEN INPUT EMNE-FIL.
       IF WS-EMNE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/HENVENDELSE-EMNER.txt, status=" WS-EMNE-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL WS-EMNE-STATUS NOT = "00"
           READ EMNE-FIL
               AT END
                   CONTINUE
               NOT AT END
                   IF EM-KODE NOT = SPACES AND WS-EMNE-ANTAL < 50
                       ADD 1 TO WS-EMNE-ANTAL
                       MOVE EM-KODE TO EMT-KODE(WS-EMNE-ANTAL)
                       MOVE EM-TEKST TO EMT-TEKST(WS-EMNE-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE EMNE-FIL.
       COMPUTE WS-UKENDT-IDX = WS-EMNE-ANTAL + 1.
       MOVE "????" TO EMT-KODE(WS-UKENDT-IDX).
       MOVE "UKENDT EMNE" TO EMT-TEKST(WS-UKENDT-IDX).

       TAEL-HENVENDELSER.
      * En manglende log er ikke en fejl - der er blot ingen
      * henvendelser at taelle.
       OPEN INPUT HENVENDELSE-FIL.
       IF WS-HENVENDELSE-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ HENVENDELSE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LAEST-TAELLER
                       IF HL-DATO(1:6) = WS-AAR-MAANED
                               OR HL-DATO(1:6) = WS-FORRIGE-MAANED
                           PERFORM TAEL-HENVENDELSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HENVENDELSE-FIL
       ELSE
           DISPLAY "ADVARSEL: files/HENVENDELSE-LOG.txt ikke fundet, "
               "status=" WS-HENVENDELSE-STATUS
       END-IF.

       TAEL-HENVENDELSE.
       MOVE WS-UKENDT-IDX TO WS-FUNDET-IDX.
       SET EM-IDX TO 1.
       SEARCH EMNE-ENTRY
           AT END
               CONTINUE
           WHEN EM-IDX > WS-EMNE-ANTAL
               CONTINUE
           WHEN EMT-KODE(EM-IDX) = HL-EMNE
               SET WS-FUNDET-IDX TO EM-IDX
       END-SEARCH.
       IF HL-DATO(1:6) = WS-FORRIGE-MAANED
           ADD 1 TO EMT-FORRIGE(WS-FUNDET-IDX)
           ADD 1 TO WS-TOTAL-FORRIGE
       ELSE
           ADD 1 TO EMT-ANTAL(WS-FUNDET-IDX)
           ADD 1 TO WS-TOTAL
           EVALUATE TRUE
               WHEN HL-ER-TELEFON
                   ADD 1 TO EMT-TELEFON(WS-FUNDET-IDX)
                   ADD 1 TO WS-TOTAL-TELEFON
               WHEN HL-ER-FILIAL
                   ADD 1 TO EMT-FILIAL(WS-FUNDET-IDX)
                   ADD 1 TO WS-TOTAL-FILIAL
               WHEN HL-ER-BREV
                   ADD 1 TO EMT-BREV(WS-FUNDET-IDX)
                   ADD 1 TO WS-TOTAL-BREV
               WHEN HL-ER-EMAIL
                   ADD 1 TO EMT-EMAIL(WS-FUNDET-IDX)
                   ADD 1 TO WS-TOTAL-EMAIL
           END-EVALUATE
       END-IF.

       SKRIV-RAPPORT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KUNDEHENVENDELSER PR. EMNE - MAANED "
           WS-AAR-MAANED(5:2) "/" WS-AAR-MAANED(1:4)
           " (FORRIGE MAANED " WS-FORRIGE-MAANED(5:2) "/"
           WS-FORRIGE-MAANED(1:4) ")"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE "EMNE                                      ANTAL  ANDEL"
           TO RAPPORT-TEXT.
       MOVE "TELEFON  FILIAL    BREV  E-MAIL  FORR.MD"
           TO RAPPORT-TEXT(58:).
       WRITE RAPPORT-RECORD.
       MOVE ALL "-" TO RAPPORT-TEXT(1:98).
       WRITE RAPPORT-RECORD.
      * Emnerne i tabellens raekkefoelge; UKENDT EMNE kun hvis der er
      * noget at vise.
       PERFORM VARYING EM-IDX FROM 1 BY 1
               UNTIL EM-IDX > WS-UKENDT-IDX
           IF EM-IDX < WS-UKENDT-IDX
                   OR EMT-ANTAL(EM-IDX) + EMT-FORRIGE(EM-IDX) > 0
               PERFORM SKRIV-EMNELINJE
           END-IF
       END-PERFORM.
       MOVE ALL "-" TO RAPPORT-TEXT(1:98).
       WRITE RAPPORT-RECORD.
       MOVE WS-TOTAL TO WS-ANTAL-EDIT.
       MOVE WS-TOTAL-TELEFON TO WS-TELEFON-EDIT.
       MOVE WS-TOTAL-FILIAL TO WS-FILIAL-EDIT.
       MOVE WS-TOTAL-BREV TO WS-BREV-EDIT.
       MOVE WS-TOTAL-EMAIL TO WS-EMAIL-EDIT.
       MOVE WS-TOTAL-FORRIGE TO WS-FORRIGE-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "I ALT" DELIMITED BY SIZE INTO RAPPORT-TEXT.
       MOVE WS-ANTAL-EDIT TO RAPPORT-TEXT(41:7).
       IF WS-TOTAL > 0
           MOVE "100,0" TO RAPPORT-TEXT(50:5)
       END-IF.
       PERFORM SKRIV-KANALKOLONNER.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "LINJER I LOGGEN I ALT: " WS-LAEST-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-EMNELINJE.
       MOVE EMT-ANTAL(EM-IDX) TO WS-ANTAL-EDIT.
       MOVE EMT-TELEFON(EM-IDX) TO WS-TELEFON-EDIT.
       MOVE EMT-FILIAL(EM-IDX) TO WS-FILIAL-EDIT.
       MOVE EMT-BREV(EM-IDX) TO WS-BREV-EDIT.
       MOVE EMT-EMAIL(EM-IDX) TO WS-EMAIL-EDIT.
       MOVE EMT-FORRIGE(EM-IDX) TO WS-FORRIGE-EDIT.
       IF WS-TOTAL > 0
           COMPUTE WS-ANDEL ROUNDED
               = EMT-ANTAL(EM-IDX) * 100 / WS-TOTAL
       ELSE
           MOVE 0 TO WS-ANDEL
       END-IF.
       MOVE WS-ANDEL TO WS-ANDEL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING EMT-KODE(EM-IDX) " " EMT-TEKST(EM-IDX)
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       MOVE WS-ANTAL-EDIT TO RAPPORT-TEXT(41:7).
       MOVE WS-ANDEL-EDIT TO RAPPORT-TEXT(50:5).
       PERFORM SKRIV-KANALKOLONNER.
       WRITE RAPPORT-RECORD.

       SKRIV-KANALKOLONNER.
       MOVE WS-TELEFON-EDIT TO RAPPORT-TEXT(58:7).
       MOVE WS-FILIAL-EDIT TO RAPPORT-TEXT(66:7).
       MOVE WS-BREV-EDIT TO RAPPORT-TEXT(74:7).
       MOVE WS-EMAIL-EDIT TO RAPPORT-TEXT(82:7).
       MOVE WS-FORRIGE-EDIT TO RAPPORT-TEXT(91:7).
