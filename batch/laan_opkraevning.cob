      * Opkraevede terminer huskes i files/LAAN-OPKRAEVET.txt, saa en
      * gentaget koersel ikke traekker samme ydelse to gange.
      * Restancer (terminer der blev opkraevet men aldrig kunne
      * bogfoeres) opdages af batch/laan_restance.cob. Laan der er
      * afskrevet og givet til inkasso (files/AFSKRIVNINGER.txt),
      * opkraeves ikke mere. Koeres maanedligt sammen med de oevrige
      * maanedstrin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPKRAEVET-STATUS.

           SELECT AFSKRIVNING-FIL ASSIGN TO "files/AFSKRIVNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKRIVNING-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.
           05 OK-TERMIN-NR     PIC 9(3).
           05 OK-DATO          PIC X(8).

       FD  AFSKRIVNING-FIL.
       01  AFSKRIVNING-POST.
           COPY "copybooks/AFSKRIV.cpy".

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".
       01  WS-OPKRAEVET-STATUS PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".
       01  WS-AFSKRIVNING-STATUS PIC XX   VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "LAAN-OPKRAEVNING".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
       01  WS-OPK-FUNDET       PIC X      VALUE "N".
           88  ER-OPKRAEVET               VALUE "Y".

      * Afskrevne laan, som er overdraget til inkasso
       01  WS-AFSKREVET-ANTAL  PIC 9(4)   VALUE 0.
       01  AFSKREVET-TABEL.
           05  AFSKREVET-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY AS-IDX
                                 PIC X(10) VALUE SPACES.
       01  WS-AFSKREVET-FUNDET PIC X      VALUE "N".
           88  ER-AFSKREVET               VALUE "Y".

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM INDLAES-OPKRAEVET.
       PERFORM INDLAES-AFSKRIVNINGER.

       OPEN INPUT YDELSE-FIL.
       IF WS-YDELSE-STATUS = "35"
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       PERFORM UNTIL EOF-REACHED
           READ YDELSE-FIL INTO YDELSE-POST
                   IF YP-FORFALD NOT > WS-KOERSELS-DATO
                           AND YP-YDELSE > 0
                       PERFORM KONTROLLER-OPKRAEVET
                       PERFORM KONTROLLER-AFSKREVET
                       IF NOT ER-OPKRAEVET AND NOT ER-AFSKREVET
                           PERFORM OPKRAEV-TERMIN
                       END-IF
                   END-IF
       END-PERFORM.

       CLOSE YDELSE-FIL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE OPKRAEVET-FIL.
       DISPLAY "LAAN-OPKRAEVNING: terminer opkraevet="
           END-SEARCH
       END-IF.

       INDLAES-AFSKRIVNINGER.
       OPEN INPUT AFSKRIVNING-FIL.
       IF WS-AFSKRIVNING-STATUS = "00"
           PERFORM UNTIL WS-AFSKRIVNING-STATUS NOT = "00"
               READ AFSKRIVNING-FIL INTO AFSKRIVNING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AF-LAAN-KONTO NOT = SPACES
                               AND WS-AFSKREVET-ANTAL < 2000
                           ADD 1 TO WS-AFSKREVET-ANTAL
                           MOVE AF-LAAN-KONTO
                               TO AFSKREVET-ENTRY(WS-AFSKREVET-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFSKRIVNING-FIL
       END-IF.

       KONTROLLER-AFSKREVET.
       SET WS-AFSKREVET-FUNDET TO "N".
       SET AS-IDX TO 1.
       IF WS-AFSKREVET-ANTAL > 0
           SEARCH AFSKREVET-ENTRY
               AT END
                   SET WS-AFSKREVET-FUNDET TO "N"
               WHEN AFSKREVET-ENTRY(AS-IDX) = YP-KONTO-ID
                   SET WS-AFSKREVET-FUNDET TO "Y"
           END-SEARCH
       END-IF.

       DAN-REFERENCE.
      * Faelles reference for ydelsesparrets to ben, forfaldsdato +
      * Y (ydelse) + loebenummer fra den delte taeller.
       MOVE SPACES TO PO-TEKST.
       STRING "YDELSE TERMIN " YP-TERMIN-NR " " YP-KONTO-ID
           INTO PO-TEKST.
       MOVE "YDLS" TO PO-TRANSKODE.
       MOVE YP-FORFALD TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE YP-KONTO-ID TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE "K" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "YDELSE TERMIN " YP-TERMIN-NR INTO PO-TEKST.
       MOVE "YDLS" TO PO-TRANSKODE.
       MOVE YP-FORFALD TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
      * Marker terminen som opkraevet, baade i tabellen og paa
      * kontrolfilen, saa en gentaget koersel springer den over.
       IF WS-OPK-ANTAL < 5000
       MOVE YP-TERMIN-NR TO OK-TERMIN-NR.
       MOVE WS-KOERSELS-DATO TO OK-DATO.
       WRITE OPKRAEVET-POST.

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
