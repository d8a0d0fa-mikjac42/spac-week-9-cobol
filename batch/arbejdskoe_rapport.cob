       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARBEJDSKOE-RAPPORT.

      * Ugentlig liste over forfaldne opgaver i filialernes
      * arbejdskoe files/ARBEJDSKOE.txt (copybooks/ARBOPG.cpy): aabne
      * og tagne opgaver hvis forfaldsdato er passeret, sorteret pr.
      * AFDELING efter forfaldsdato, med afdelingens navn fra
      * files/AFDELINGER.txt, antal dage over forfald og hvem der har
      * opgaven. Til sidst en oversigt pr. afdeling over uafsluttede
      * og forfaldne opgaver, saa filialerne kan sammenlignes.
      * Skrives til files/ARBEJDSKOE-RAPPORT.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPGAVE-FIL ASSIGN TO "files/ARBEJDSKOE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPGAVE-STATUS.

           SELECT AFDELING-FIL ASSIGN TO "files/AFDELINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFDELING-STATUS.

      *    Arbejdsfil til sorteringen efter AFDELING og forfaldsdato.
           SELECT SORT-FIL ASSIGN TO "files/ARBEJDSKOE-SORT.TMP".

           SELECT RAPPORT-FIL
               ASSIGN TO "files/ARBEJDSKOE-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPGAVE-FIL.
       01  OPGAVE-POST.
           COPY "copybooks/ARBOPG.cpy".

       FD  AFDELING-FIL.
       01  AFDELING-POST.
           05 AD-KODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 AD-NAVN          PIC X(20).
           05 FILLER           PIC X(1).
           05 AD-REGION        PIC X(10).

       SD  SORT-FIL.
       01  SORT-RECORD.
           05 SORT-AFDELING    PIC X(4).
           05 SORT-FORFALD     PIC X(8).
           05 SORT-OPGAVE-NR   PIC 9(7).
           05 SORT-TYPE        PIC X(6).
           05 SORT-KUNDE-ID    PIC X(10).
           05 SORT-DAGE        PIC 9(5).
           05 SORT-STATUS      PIC X(1).
           05 SORT-ANSVARLIG   PIC X(10).
           05 SORT-TEKST       PIC X(60).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPGAVE-STATUS    PIC XX     VALUE "00".
       01  WS-AFDELING-STATUS  PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
       01  WS-SORT-EOF         PIC X      VALUE "N".
           88  SORT-EOF                   VALUE "Y".

      * Afdelingerne med optaelling til oversigten. Afdelinger der
      * staar paa opgaver men ikke i AFDELINGER.txt, tilfoejes.
       01  WS-AFD-ANTAL        PIC 9(2)   VALUE 0.
       01  AFD-TABEL.
           05  AFD-ENTRY OCCURS 60 TIMES
                          INDEXED BY AF-IDX.
               10  AFT-KODE         PIC X(4)     VALUE SPACES.
               10  AFT-NAVN         PIC X(20)    VALUE SPACES.
               10  AFT-UAFSLUTTET   PIC 9(5)     VALUE 0.
               10  AFT-FORFALDEN    PIC 9(5)     VALUE 0.
       01  WS-AFD-NAVN         PIC X(20)  VALUE SPACES.
       01  WS-AKTUEL-AFDELING  PIC X(4)   VALUE SPACES.
       01  WS-AFD-TAELLER      PIC 9(5)   VALUE 0.
       01  WS-FOERSTE-LINJE    PIC X      VALUE "Y".
           88  ER-FOERSTE-LINJE           VALUE "Y".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-DAGS-INT         PIC 9(8)   VALUE 0.
       01  WS-DAGE-EDIT        PIC Z(4)9.
       01  WS-STATUS-TEKST     PIC X(16)  VALUE SPACES.

       01  WS-UAFSLUTTET-I-ALT PIC 9(7)   VALUE 0.
       01  WS-FORFALDEN-I-ALT  PIC 9(7)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "ARBEJDSKOE-RAPPORT".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DATO-9.
       COMPUTE WS-DAGS-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).
       PERFORM INDLAES-AFDELINGER.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/ARBEJDSKOE-RAPPORT.txt, status="
               WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "FORFALDNE OPGAVER I ARBEJDSKOEEN PR. " WS-DAGS-DATO
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       OPEN INPUT OPGAVE-FIL.
       IF WS-OPGAVE-STATUS = "35"
      *    Ingen koe endnu - rapporten bliver tom
           CONTINUE
       ELSE
           IF WS-OPGAVE-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne files/ARBEJDSKOE.txt, "
                   "status=" WS-OPGAVE-STATUS
               CLOSE RAPPORT-FIL
               PERFORM STOP-MED-FEJL
           END-IF
           SORT SORT-FIL
               ON ASCENDING KEY SORT-AFDELING SORT-FORFALD
                   SORT-OPGAVE-NR
               INPUT PROCEDURE IS UDVAELG-OPGAVER
               OUTPUT PROCEDURE IS SKRIV-AFDELINGSLISTER
           CLOSE OPGAVE-FIL
       END-IF.

       IF WS-FORFALDEN-I-ALT = 0
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           MOVE "INGEN FORFALDNE OPGAVER" TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.
       PERFORM SKRIV-OVERSIGT.
       CLOSE RAPPORT-FIL.

       DISPLAY "ARBEJDSKOE-RAPPORT: uafsluttede=" WS-UAFSLUTTET-I-ALT
           " forfaldne=" WS-FORFALDEN-I-ALT.
       MOVE WS-FORFALDEN-I-ALT TO WS-NOTIF-ANTAL.
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

       INDLAES-AFDELINGER.
       OPEN INPUT AFDELING-FIL.
       IF WS-AFDELING-STATUS = "00"
           PERFORM UNTIL WS-AFDELING-STATUS NOT = "00"
               READ AFDELING-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AD-KODE NOT = SPACES AND WS-AFD-ANTAL < 50
                           ADD 1 TO WS-AFD-ANTAL
                           MOVE AD-KODE TO AFT-KODE(WS-AFD-ANTAL)
                           MOVE AD-NAVN TO AFT-NAVN(WS-AFD-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFDELING-FIL
       END-IF.

       FIND-AFDELING.
      * AF-IDX peger paa afdelingen i WS-AKTUEL-AFDELING; en ukendt
      * afdeling tilfoejes tabellen.
       SET AF-IDX TO 1.
       SEARCH AFD-ENTRY
           AT END
               CONTINUE
           WHEN AF-IDX > WS-AFD-ANTAL
               CONTINUE
           WHEN AFT-KODE(AF-IDX) = WS-AKTUEL-AFDELING
               CONTINUE
       END-SEARCH.
       IF AF-IDX > WS-AFD-ANTAL AND WS-AFD-ANTAL < 60
           ADD 1 TO WS-AFD-ANTAL
           SET AF-IDX TO WS-AFD-ANTAL
           MOVE WS-AKTUEL-AFDELING TO AFT-KODE(AF-IDX)
           IF WS-AKTUEL-AFDELING = SPACES
               MOVE "UDEN AFDELING" TO AFT-NAVN(AF-IDX)
           ELSE
               MOVE "UKENDT AFDELING" TO AFT-NAVN(AF-IDX)
           END-IF
       END-IF.

       UDVAELG-OPGAVER.
      * Alle uafsluttede opgaver taelles pr. afdeling; de forfaldne
      * sendes til sorteringen.
       PERFORM UNTIL EOF-REACHED
           READ OPGAVE-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF AO-ER-UAFSLUTTET
                       PERFORM VURDER-OPGAVE
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.

       VURDER-OPGAVE.
       ADD 1 TO WS-UAFSLUTTET-I-ALT.
       MOVE AO-AFDELING TO WS-AKTUEL-AFDELING.
       PERFORM FIND-AFDELING.
       IF AF-IDX NOT > WS-AFD-ANTAL
           ADD 1 TO AFT-UAFSLUTTET(AF-IDX)
       END-IF.
       IF AO-FORFALD < WS-DAGS-DATO
           ADD 1 TO WS-FORFALDEN-I-ALT
           IF AF-IDX NOT > WS-AFD-ANTAL
               ADD 1 TO AFT-FORFALDEN(AF-IDX)
           END-IF
           MOVE AO-AFDELING TO SORT-AFDELING
           MOVE AO-FORFALD TO SORT-FORFALD
           MOVE AO-OPGAVE-NR TO SORT-OPGAVE-NR
           MOVE AO-TYPE TO SORT-TYPE
           MOVE AO-KUNDE-ID TO SORT-KUNDE-ID
           MOVE 0 TO SORT-DAGE
           IF AO-FORFALD IS NUMERIC
               MOVE AO-FORFALD TO WS-DATO-9
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATO-9) = 0
                   COMPUTE SORT-DAGE = WS-DAGS-INT
                       - FUNCTION INTEGER-OF-DATE(WS-DATO-9)
               END-IF
           END-IF
           MOVE AO-STATUS TO SORT-STATUS
           MOVE AO-ANSVARLIG TO SORT-ANSVARLIG
           MOVE AO-TEKST TO SORT-TEKST
           RELEASE SORT-RECORD
       END-IF.

       SKRIV-AFDELINGSLISTER.
       MOVE "N" TO WS-SORT-EOF.
       PERFORM UNTIL SORT-EOF
           RETURN SORT-FIL
               AT END
                   MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                   IF ER-FOERSTE-LINJE
                           OR SORT-AFDELING NOT = WS-AKTUEL-AFDELING
                       PERFORM SKIFT-AFDELING
                   END-IF
                   PERFORM SKRIV-OPGAVELINJE
           END-RETURN
       END-PERFORM.
       IF NOT ER-FOERSTE-LINJE
           PERFORM SKRIV-AFDELINGSTOTAL
       END-IF.

       SKIFT-AFDELING.
       IF NOT ER-FOERSTE-LINJE
           PERFORM SKRIV-AFDELINGSTOTAL
       END-IF.
       MOVE "N" TO WS-FOERSTE-LINJE.
       MOVE SORT-AFDELING TO WS-AKTUEL-AFDELING.
       MOVE 0 TO WS-AFD-TAELLER.
       PERFORM FIND-AFDELING.
       MOVE SPACES TO WS-AFD-NAVN.
       IF AF-IDX NOT > WS-AFD-ANTAL
           MOVE AFT-NAVN(AF-IDX) TO WS-AFD-NAVN
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AFDELING " WS-AKTUEL-AFDELING " "
           FUNCTION TRIM(WS-AFD-NAVN)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "OPGAVE  TYPE   KUNDE-ID   FORFALD   DAGE STATUS"
           "           TEKST"
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-OPGAVELINJE.
       ADD 1 TO WS-AFD-TAELLER.
       MOVE SPACES TO WS-STATUS-TEKST.
       IF SORT-STATUS = "T"
           STRING "TAGET " SORT-ANSVARLIG
               DELIMITED BY SIZE INTO WS-STATUS-TEKST
       ELSE
           MOVE "AABEN" TO WS-STATUS-TEKST
       END-IF.
       MOVE SORT-DAGE TO WS-DAGE-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING SORT-OPGAVE-NR " " SORT-TYPE " " SORT-KUNDE-ID " "
           SORT-FORFALD " " WS-DAGE-EDIT " " WS-STATUS-TEKST " "
           SORT-TEKST
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-AFDELINGSTOTAL.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "FORFALDNE OPGAVER I AFDELING " WS-AKTUEL-AFDELING ": "
           WS-AFD-TAELLER
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-OVERSIGT.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE "OVERSIGT PR. AFDELING" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AFD. NAVN                 UAFSLUTTEDE FORFALDNE"
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AFD-ANTAL
           MOVE SPACES TO RAPPORT-TEXT
           STRING AFT-KODE(AF-IDX) " " AFT-NAVN(AF-IDX) "       "
               AFT-UAFSLUTTET(AF-IDX) "     " AFT-FORFALDEN(AF-IDX)
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-PERFORM.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "I ALT UAFSLUTTEDE=" WS-UAFSLUTTET-I-ALT
           " FORFALDNE=" WS-FORFALDEN-I-ALT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
