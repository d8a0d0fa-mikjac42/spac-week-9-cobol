       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOOPL-UDTRAEK.

      * Danner den flade kontofil files/KontoOpl.txt som et udtraek af
      * den indekserede kontomaster (files/KONTOOPL-MASTER.DAT), der
      * er systemets autoritative kontofil: posteringsmotoren,
      * EKSPRES-POSTERING og kontovedligeholdelsen laeser og
      * omskriver kontiene direkte paa KONTO-ID i masteren. Den flade
      * fil findes videre for de programmer og samarbejdspartnere der
      * stadig laeser det flade format, og dannes her i KONTO-ID-orden
      * i samme layout som altid (copybooks/KONTOREC.cpy).
      *
      * Udtraekket skrives ved siden af som files/KONTOOPL-UDTRAEK.TMP
      * og skiftes foerst ind over KontoOpl.txt naar det er skrevet
      * helt faerdigt, saa en laeser aldrig ser en halv fil. Koeres i
      * den daglige kaede lige efter posteringsmotoren og kaldes af
      * de programmer der aendrer masteren i dagtimerne - se
      * batch/DAGLIGT.JCL. Masteren bygges kun fra den flade fil ved
      * konvertering og genetablering - se batch/kontoopl_genopbyg.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KONTO-ID IN MASTER-RECORD
               ALTERNATE RECORD KEY IS KUNDE-ID IN MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT UDTRAEK-FIL ASSIGN TO "files/KONTOOPL-UDTRAEK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDTRAEK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  UDTRAEK-FIL.
       01  UDTRAEK-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-UDTRAEK-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-SKREVET-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-SYS-KOMMANDO     PIC X(200) VALUE SPACES.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "KONTOOPL-UDTRAEK".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-MASTER-STATUS
           PERFORM AFBRYD-UDTRAEK
       END-IF.
       OPEN OUTPUT UDTRAEK-FIL.
       IF WS-UDTRAEK-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/KONTOOPL-UDTRAEK.TMP, status="
               WS-UDTRAEK-STATUS
           CLOSE MASTER-FIL
           PERFORM AFBRYD-UDTRAEK
       END-IF.

       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ MASTER-FIL NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   MOVE MASTER-RECORD TO UDTRAEK-RECORD
                   WRITE UDTRAEK-RECORD
                   ADD 1 TO WS-SKREVET-TAELLER
           END-READ
       END-PERFORM.
       IF WS-MASTER-STATUS NOT = "10"
           DISPLAY "FEJL: Laesning af kontomasteren stoppede, "
               "status=" WS-MASTER-STATUS
           CLOSE MASTER-FIL
           CLOSE UDTRAEK-FIL
           PERFORM AFBRYD-UDTRAEK
       END-IF.
       CLOSE MASTER-FIL.
       CLOSE UDTRAEK-FIL.

       MOVE SPACES TO WS-SYS-KOMMANDO.
       STRING "mv -f files/KONTOOPL-UDTRAEK.TMP "
           FUNCTION TRIM(WS-STI-KONTOOPL)
           INTO WS-SYS-KOMMANDO.
       CALL "SYSTEM" USING WS-SYS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "FEJL: Udtraekket kunne ikke skiftes ind over "
               FUNCTION TRIM(WS-STI-KONTOOPL)
           PERFORM AFBRYD-UDTRAEK
       END-IF.

       DISPLAY "KONTOOPL-UDTRAEK: " WS-SKREVET-TAELLER
           " konti skrevet til " FUNCTION TRIM(WS-STI-KONTOOPL).
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-SKREVET-TAELLER.
       MOVE 0 TO RETURN-CODE.
       STOP RUN.

       AFBRYD-UDTRAEK.
      * Den gamle KontoOpl.txt bliver staaende uroert; et halvt
      * skrevet udtraek ryddes vaek.
       MOVE "rm -f files/KONTOOPL-UDTRAEK.TMP" TO WS-SYS-KOMMANDO.
       CALL "SYSTEM" USING WS-SYS-KOMMANDO.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-SKREVET-TAELLER.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
