       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDEEMNE-OPRYDNING.

      * Ugentlig oprydning i kundeemneregistret files/KUNDEEMNER.txt
      * (layout copybooks/KUNDEEMNE.cpy). Et emne der er opgivet, og
      * et ventende emne der ikke er roert, fjernes naar der er gaaet
      * mere end 90 dage siden seneste aendring (eller indtastningen,
      * hvis emnet aldrig er aendret) - oplysningerne om en person der
      * aldrig blev kunde, skal ikke ligge i banken uden formaal.
      * Konverterede emner beholdes som spor af konverteringen.
      * Registret skrives tilbage uden de fjernede emner, og hvert
      * fjernet emne staar i files/KUNDEEMNE-OPRYDNING.txt med nummer,
      * kundeart, afdeling, status og dato - uden navn og CPR/CVR.
      * Koeres som ugentligt trin (se operatoermenuen og DAGLIGT.JCL's
      * STEP061).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMNE-FIL ASSIGN TO "files/KUNDEEMNER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMNE-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/KUNDEEMNE-OPRYDNING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMNE-FIL.
       01  EMNE-POST.
           COPY "copybooks/KUNDEEMNE.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMNE-STATUS      PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Antal dage uden aktivitet foer et opgivet eller ventende emne
      * fjernes.
       01  WS-OPBEVARING-DAGE  PIC 9(3)   VALUE 90.

      * Hele registret holdes i hukommelsen; kun de emner der skal
      * beholdes, skrives tilbage.
       01  WS-KE-ANTAL         PIC 9(4)   VALUE 0.
       01  KE-TABEL.
           05  KE-ENTRY OCCURS 2000 TIMES
                          INDEXED BY KE-IDX.
               10  KET-LINJE        PIC X(400)   VALUE SPACES.
               10  KET-FJERNES      PIC X        VALUE "N".
       01  WS-IDX              PIC 9(4)   VALUE 0.

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DAGS-DATO-N      PIC 9(8)   VALUE 0.
       01  WS-SENESTE-DATO     PIC X(8)   VALUE SPACES.
       01  WS-SENESTE-DATO-N   PIC 9(8)   VALUE 0.
       01  WS-ALDER-DAGE       PIC S9(7)  VALUE 0.
       01  WS-ALDER-EDIT       PIC Z(6)9.
       01  WS-STATUS-TEKST     PIC X(7)   VALUE SPACES.

      * Taellere til slutstatus og rapporttrailer
       01  WS-LAEST-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-FJERNET-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-BEHOLDT-TAELLER  PIC 9(5)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "KUNDEEMNE-OPRYDNING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DAGS-DATO-N.
       OPEN INPUT EMNE-FIL.
       IF WS-EMNE-STATUS = "35"
           DISPLAY "KUNDEEMNE-OPRYDNING: intet kundeemneregister - "
               "intet at rydde op."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       IF WS-EMNE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KUNDEEMNER.txt, status="
               WS-EMNE-STATUS
           PERFORM AFSLUT-MED-FEJL
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ EMNE-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF EMNE-POST NOT = SPACES
                       IF WS-KE-ANTAL >= 2000
                           DISPLAY "FEJL: Kundeemneregistret har mere "
                               "end 2000 emner - intet er fjernet."
                           CLOSE EMNE-FIL
                           PERFORM AFSLUT-MED-FEJL
                       END-IF
                       ADD 1 TO WS-KE-ANTAL
                       MOVE EMNE-POST TO KET-LINJE(WS-KE-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE EMNE-FIL.
       MOVE WS-KE-ANTAL TO WS-LAEST-TAELLER.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/KUNDEEMNE-OPRYDNING.txt, status="
               WS-RAPPORT-STATUS
           PERFORM AFSLUT-MED-FEJL
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KUNDEEMNE-OPRYDNING " WS-DAGS-DATO
           " - EMNER UDEN AKTIVITET I MERE END " WS-OPBEVARING-DAGE
           " DAGE" INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "EMNE-NR ART AFD  STATUS  SENESTE     DAGE"
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-KE-ANTAL
           MOVE KET-LINJE(WS-IDX) TO EMNE-POST
           PERFORM VURDER-EMNE
       END-PERFORM.

      * Registret skrives kun tilbage, naar der er noget at fjerne.
       IF WS-FJERNET-TAELLER > 0
           PERFORM SKRIV-EMNER-TILBAGE
       END-IF.

       MOVE SPACES TO RAPPORT-TEXT.
       STRING "LAEST=" WS-LAEST-TAELLER
           " FJERNET=" WS-FJERNET-TAELLER
           " BEHOLDT=" WS-BEHOLDT-TAELLER
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.

       MOVE WS-FJERNET-TAELLER TO WS-NOTIF-ANTAL.
       DISPLAY "KUNDEEMNE-OPRYDNING: laest=" WS-LAEST-TAELLER
           " fjernet=" WS-FJERNET-TAELLER
           " beholdt=" WS-BEHOLDT-TAELLER.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       VURDER-EMNE.
      * Konverterede emner beholdes altid. For de oevrige regnes
      * alderen fra seneste aendring, ellers fra indtastningen; et
      * emne uden gyldig dato beholdes, saa det kan rettes i stedet
      * for at forsvinde.
       MOVE KE-AENDRET TO WS-SENESTE-DATO.
       IF WS-SENESTE-DATO = SPACES
           MOVE KE-OPRETTET TO WS-SENESTE-DATO
       END-IF.
       MOVE 0 TO WS-ALDER-DAGE.
       IF (KE-ER-EMNE OR KE-ER-OPGIVET)
               AND WS-SENESTE-DATO IS NUMERIC
           MOVE WS-SENESTE-DATO TO WS-SENESTE-DATO-N
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SENESTE-DATO-N) = 0
               COMPUTE WS-ALDER-DAGE =
                   FUNCTION INTEGER-OF-DATE(WS-DAGS-DATO-N)
                 - FUNCTION INTEGER-OF-DATE(WS-SENESTE-DATO-N)
           END-IF
       END-IF.
       IF WS-ALDER-DAGE > WS-OPBEVARING-DAGE
           MOVE "Y" TO KET-FJERNES(WS-IDX)
           ADD 1 TO WS-FJERNET-TAELLER
           IF KE-ER-OPGIVET
               MOVE "OPGIVET" TO WS-STATUS-TEKST
           ELSE
               MOVE "VENTER" TO WS-STATUS-TEKST
           END-IF
           MOVE WS-ALDER-DAGE TO WS-ALDER-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING KE-EMNE-NR "  " KE-KUNDE-ART "   " KE-AFDELING
               " " WS-STATUS-TEKST " " WS-SENESTE-DATO " "
               WS-ALDER-EDIT
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       ELSE
           ADD 1 TO WS-BEHOLDT-TAELLER
       END-IF.

       SKRIV-EMNER-TILBAGE.
       OPEN OUTPUT EMNE-FIL.
       IF WS-EMNE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/KUNDEEMNER.txt, "
               "status=" WS-EMNE-STATUS
           CLOSE RAPPORT-FIL
           PERFORM AFSLUT-MED-FEJL
       END-IF.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-KE-ANTAL
           IF KET-FJERNES(WS-IDX) NOT = "Y"
               MOVE KET-LINJE(WS-IDX) TO EMNE-POST
               WRITE EMNE-POST
           END-IF
       END-PERFORM.
       CLOSE EMNE-FIL.

       AFSLUT-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.
