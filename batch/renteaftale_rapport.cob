       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTEAFTALE-RAPPORT.

      * Maanedlig oversigt over de individuelt aftalte rentesatser
      * (files/RENTEAFTALER.txt, copybooks/RENTEAFT.cpy) til
      * kundeansvarlige og finans: hver aftale der er i kraft eller
      * endnu ikke begyndt, listes med konto, kontotype, sats,
      * gyldighed og dage til udloeb, saa ingen aftale loeber videre
      * i stilhed. Aftaler der udloeber inden for varslingsfristen
      * (WS-VARSEL-DAGE), aftaler uden udloebsdato og aftaler paa
      * lukkede eller ukendte konti markeres. Udloebne aftaler
      * udelades - de ligger i registret som dokumentation for
      * tidligere tilskrivninger. Skrives til
      * files/RENTEAFTALE-RAPPORT.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTEAFTALE-FIL ASSIGN TO "files/RENTEAFTALER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTEAFTALE-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/RENTEAFTALE-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTEAFTALE-FIL.
       01  RENTEAFTALE-POST.
           COPY "copybooks/RENTEAFT.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-RENTEAFTALE-STATUS PIC XX   VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Aftaler der udloeber inden for saa mange dage, markeres.
       01  WS-VARSEL-DAGE      PIC 9(3)   VALUE 60.

      * Kontofilen til opslag af kontotype og status
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10)    VALUE SPACES.
               10  KOT-KONTO-TYPE    PIC X(20)    VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)     VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-DAGS-INT         PIC 9(8)   VALUE 0.
       01  WS-TIL-INT          PIC 9(8)   VALUE 0.
       01  WS-RESTDAGE         PIC 9(5)   VALUE 0.
       01  WS-RESTDAGE-EDIT    PIC ZZZZ9.
       01  WS-SATS-EDIT        PIC 99,9999.
       01  WS-KONTO-TYPE       PIC X(20)  VALUE SPACES.
       01  WS-UDLOEB-TEKST     PIC X(12)  VALUE SPACES.
       01  WS-MARKERING        PIC X(30)  VALUE SPACES.

       01  WS-AKTIV-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-KOMMENDE-TAELLER PIC 9(5)   VALUE 0.
       01  WS-VARSEL-TAELLER   PIC 9(5)   VALUE 0.
       01  WS-AABEN-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-LUKKET-TAELLER   PIC 9(5)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "RENTEAFTALE-RAPPORT".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DATO-9.
       COMPUTE WS-DAGS-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).
       PERFORM INDLAES-KONTOOPL.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/RENTEAFTALE-RAPPORT.txt, status="
               WS-RAPPORT-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "INDIVIDUELLE RENTEAFTALER PR. " WS-DAGS-DATO
           " (VARSEL " WS-VARSEL-DAGE " DAGE FOER UDLOEB)"
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTO-ID   KONTOTYPE            ART SATS     "
           "GYLDIG FRA GYLDIG TIL  DAGE TILBAGE"
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       OPEN INPUT RENTEAFTALE-FIL.
       IF WS-RENTEAFTALE-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ RENTEAFTALE-FIL INTO RENTEAFTALE-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF RA-KONTO-ID NOT = SPACES
                           PERFORM RAPPORTER-AFTALE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE RENTEAFTALE-FIL
       ELSE
           IF WS-RENTEAFTALE-STATUS NOT = "35"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/RENTEAFTALER.txt, status="
                   WS-RENTEAFTALE-STATUS
               MOVE "FEJL" TO WS-NOTIF-STATUS
               CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
                   WS-NOTIF-STATUS WS-NOTIF-ANTAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

       MOVE SPACES TO RAPPORT-TEXT.
       STRING "I KRAFT=" WS-AKTIV-TAELLER
           " KOMMENDE=" WS-KOMMENDE-TAELLER
           " UDLOEBER SNART=" WS-VARSEL-TAELLER
           " UDEN UDLOEB=" WS-AABEN-TAELLER
           " PAA LUKKET/UKENDT KONTO=" WS-LUKKET-TAELLER
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.

       DISPLAY "RENTEAFTALE-RAPPORT: i kraft=" WS-AKTIV-TAELLER
           " kommende=" WS-KOMMENDE-TAELLER
           " udloeber snart=" WS-VARSEL-TAELLER.
       COMPUTE WS-NOTIF-ANTAL = WS-AKTIV-TAELLER
           + WS-KOMMENDE-TAELLER.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       INDLAES-KONTOOPL.
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
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF WS-KONTO-ANTAL < 2000
                       ADD 1 TO WS-KONTO-ANTAL
                       SET KO-IDX TO WS-KONTO-ANTAL
                       MOVE KONTO-ID IN KONTO-RECORD
                           TO KOT-KONTO-ID(KO-IDX)
                       MOVE KONTO-TYPE IN KONTO-RECORD
                           TO KOT-KONTO-TYPE(KO-IDX)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-KONTO-STATUS(KO-IDX)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       RAPPORTER-AFTALE.
      * Udloebne aftaler springes over; resten listes med markering.
       IF RA-GYLDIG-TIL NOT = SPACES
               AND RA-GYLDIG-TIL < WS-DAGS-DATO
           CONTINUE
       ELSE
           PERFORM FIND-KONTO
           MOVE SPACES TO WS-MARKERING
           MOVE SPACES TO WS-UDLOEB-TEKST
           IF RA-GYLDIG-FRA > WS-DAGS-DATO
               ADD 1 TO WS-KOMMENDE-TAELLER
               MOVE "ENDNU IKKE I KRAFT" TO WS-MARKERING
           ELSE
               ADD 1 TO WS-AKTIV-TAELLER
           END-IF
           IF RA-GYLDIG-TIL = SPACES
               ADD 1 TO WS-AABEN-TAELLER
               MOVE "INGEN UDLOEB" TO WS-UDLOEB-TEKST
           ELSE
               MOVE RA-GYLDIG-TIL TO WS-DATO-9
               COMPUTE WS-TIL-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATO-9)
               COMPUTE WS-RESTDAGE = WS-TIL-INT - WS-DAGS-INT
               MOVE WS-RESTDAGE TO WS-RESTDAGE-EDIT
               MOVE WS-RESTDAGE-EDIT TO WS-UDLOEB-TEKST
               IF WS-RESTDAGE NOT > WS-VARSEL-DAGE
                   ADD 1 TO WS-VARSEL-TAELLER
                   MOVE "UDLOEBER SNART - GENFORHANDL"
                       TO WS-MARKERING
               END-IF
           END-IF
           IF WS-FUNDET-IDX = 0
               ADD 1 TO WS-LUKKET-TAELLER
               MOVE "KONTOEN FINDES IKKE" TO WS-MARKERING
           ELSE
               IF KOT-KONTO-STATUS(WS-FUNDET-IDX) = "C"
                   ADD 1 TO WS-LUKKET-TAELLER
                   MOVE "KONTOEN ER LUKKET - AFSLUT AFTALEN"
                       TO WS-MARKERING
               END-IF
           END-IF
           MOVE RA-SATS TO WS-SATS-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING RA-KONTO-ID " " WS-KONTO-TYPE " "
               RA-ART "   " RA-FORTEGN WS-SATS-EDIT " "
               RA-GYLDIG-FRA "   " RA-GYLDIG-TIL "  "
               WS-UDLOEB-TEKST " " WS-MARKERING
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       FIND-KONTO.
       MOVE 0 TO WS-FUNDET-IDX.
       MOVE SPACES TO WS-KONTO-TYPE.
       SET KO-IDX TO 1.
       SEARCH KONTO-TABEL-ENTRY
           AT END
               MOVE 0 TO WS-FUNDET-IDX
           WHEN KOT-KONTO-ID(KO-IDX) = RA-KONTO-ID
               MOVE KO-IDX TO WS-FUNDET-IDX
               MOVE KOT-KONTO-TYPE(KO-IDX) TO WS-KONTO-TYPE
       END-SEARCH.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
