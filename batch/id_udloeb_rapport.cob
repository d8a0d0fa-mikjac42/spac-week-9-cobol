       IDENTIFICATION DIVISION.
       PROGRAM-ID. ID-UDLOEB-RAPPORT.

      * Maanedlig liste over kunder hvis legitimation er ved at
      * udloebe: for hver kunde i legitimationsregistret
      * (files/ID-DOKUMENTER.txt, copybooks/IDDOK.cpy) findes det
      * dokument der gaelder laengst. Er ogsaa det udloebet, eller
      * udloeber det inden for WS-VARSEL-DAGE, kommer kunden paa
      * listen, saa filialen kan bede om ny legitimation i tide.
      * Listen er delt op pr. AFDELING fra kundemasteren med
      * afdelingens navn fra files/AFDELINGER.txt og en optaelling
      * pr. afdeling - hver filial faar sin egen liste. Lukkede
      * kunder (status C) medtages ikke. Skrives til
      * files/ID-UDLOEB-RAPPORT.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ID-DOK-FIL ASSIGN TO "files/ID-DOKUMENTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-DOK-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AFDELING-FIL ASSIGN TO "files/AFDELINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFDELING-STATUS.

      *    Arbejdsfil til sorteringen efter AFDELING og KUNDE-ID.
           SELECT SORT-FIL ASSIGN TO "files/ID-UDLOEB-SORT.TMP".

           SELECT RAPPORT-FIL
               ASSIGN TO "files/ID-UDLOEB-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ID-DOK-FIL.
       01  ID-DOK-POST.
           COPY "copybooks/IDDOK.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

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
           05 SORT-KUNDE-ID    PIC X(10).
           05 SORT-NAVN        PIC X(41).
           05 SORT-DOK-TYPE    PIC X(2).
           05 SORT-UDLOEB      PIC X(8).
           05 SORT-RESTDAGE    PIC S9(5).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-ID-DOK-STATUS    PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-AFDELING-STATUS  PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
       01  WS-SORT-EOF         PIC X      VALUE "N".
           88  SORT-EOF                   VALUE "Y".

      * Kunder hvis bedste legitimation udloeber inden for saa mange
      * dage, kommer paa listen.
       01  WS-VARSEL-DAGE      PIC 9(3)   VALUE 60.

      * Det dokument der gaelder laengst, pr. kunde i registret
       01  WS-KUNDE-ANTAL      PIC 9(5)   VALUE 0.
       01  ID-KUNDE-TABEL.
           05  ID-KUNDE-ENTRY OCCURS 10000 TIMES
                               INDEXED BY IK-IDX.
               10  IKT-KUNDE-ID     PIC X(10)    VALUE SPACES.
               10  IKT-DOK-TYPE     PIC X(2)     VALUE SPACES.
               10  IKT-UDLOEB       PIC X(8)     VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.

      * Afdelingernes navne til overskrifterne
       01  WS-AFD-ANTAL        PIC 9(2)   VALUE 0.
       01  AFD-TABEL.
           05  AFD-ENTRY OCCURS 50 TIMES
                          INDEXED BY AF-IDX.
               10  AFT-KODE         PIC X(4)     VALUE SPACES.
               10  AFT-NAVN         PIC X(20)    VALUE SPACES.
       01  WS-AFD-NAVN         PIC X(20)  VALUE SPACES.
       01  WS-AKTUEL-AFDELING  PIC X(4)   VALUE SPACES.
       01  WS-AFD-TAELLER      PIC 9(5)   VALUE 0.
       01  WS-FOERSTE-LINJE    PIC X      VALUE "Y".
           88  ER-FOERSTE-LINJE           VALUE "Y".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-DAGS-INT         PIC 9(8)   VALUE 0.
       01  WS-RESTDAGE         PIC S9(5)  VALUE 0.
       01  WS-RESTDAGE-EDIT    PIC -(4)9.
       01  WS-MARKERING        PIC X(24)  VALUE SPACES.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

       01  WS-UDLOEBET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-VARSEL-TAELLER   PIC 9(5)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "ID-UDLOEB-RAPPORT".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DATO-9.
       COMPUTE WS-DAGS-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).
       PERFORM INDLAES-ID-DOKUMENTER.
       PERFORM INDLAES-AFDELINGER.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/ID-UDLOEB-RAPPORT.txt, status="
               WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KUNDER UDEN GYLDIG LEGITIMATION OM " WS-VARSEL-DAGE
           " DAGE - PR. " WS-DAGS-DATO
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       IF WS-KUNDE-ANTAL > 0
           OPEN INPUT MASTER-FIL
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
                   WS-MASTER-STATUS
               CLOSE RAPPORT-FIL
               PERFORM STOP-MED-FEJL
           END-IF
           SORT SORT-FIL
               ON ASCENDING KEY SORT-AFDELING SORT-KUNDE-ID
               INPUT PROCEDURE IS UDVAELG-KUNDER
               OUTPUT PROCEDURE IS SKRIV-AFDELINGSLISTER
           CLOSE MASTER-FIL
       END-IF.

       IF WS-UDLOEBET-TAELLER + WS-VARSEL-TAELLER = 0
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           MOVE "INGEN KUNDER PAA LISTEN" TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "UDLOEBET=" WS-UDLOEBET-TAELLER
           " UDLOEBER INDEN " WS-VARSEL-DAGE " DAGE="
           WS-VARSEL-TAELLER
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.

       DISPLAY "ID-UDLOEB-RAPPORT: udloebet=" WS-UDLOEBET-TAELLER
           " udloeber snart=" WS-VARSEL-TAELLER.
       COMPUTE WS-NOTIF-ANTAL
           = WS-UDLOEBET-TAELLER + WS-VARSEL-TAELLER.
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

       INDLAES-ID-DOKUMENTER.
      * Pr. kunde beholdes det dokument med den seneste udloebsdato;
      * mangler registret, er der ingen at liste.
       OPEN INPUT ID-DOK-FIL.
       IF WS-ID-DOK-STATUS = "35"
           CONTINUE
       ELSE
           IF WS-ID-DOK-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/ID-DOKUMENTER.txt, status="
                   WS-ID-DOK-STATUS
               PERFORM STOP-MED-FEJL
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ ID-DOK-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF ID-KUNDE-ID NOT = SPACES
                           PERFORM OPSAML-DOKUMENT
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE ID-DOK-FIL
       END-IF.

       OPSAML-DOKUMENT.
       PERFORM FIND-KUNDE.
       IF WS-FUNDET-IDX = 0
           IF WS-KUNDE-ANTAL < 10000
               ADD 1 TO WS-KUNDE-ANTAL
               MOVE ID-KUNDE-ID TO IKT-KUNDE-ID(WS-KUNDE-ANTAL)
               MOVE ID-DOK-TYPE TO IKT-DOK-TYPE(WS-KUNDE-ANTAL)
               MOVE ID-UDLOEB TO IKT-UDLOEB(WS-KUNDE-ANTAL)
           ELSE
               DISPLAY "ADVARSEL: Mere end 10000 kunder i "
                   "legitimationsregistret - " ID-KUNDE-ID
                   " er ikke med."
           END-IF
       ELSE
           IF ID-UDLOEB > IKT-UDLOEB(WS-FUNDET-IDX)
               MOVE ID-DOK-TYPE TO IKT-DOK-TYPE(WS-FUNDET-IDX)
               MOVE ID-UDLOEB TO IKT-UDLOEB(WS-FUNDET-IDX)
           END-IF
       END-IF.

       FIND-KUNDE.
       MOVE 0 TO WS-FUNDET-IDX.
       IF WS-KUNDE-ANTAL > 0
           SET IK-IDX TO 1
           SEARCH ID-KUNDE-ENTRY
               AT END
                   CONTINUE
               WHEN IK-IDX > WS-KUNDE-ANTAL
                   CONTINUE
               WHEN IKT-KUNDE-ID(IK-IDX) = ID-KUNDE-ID
                   SET WS-FUNDET-IDX TO IK-IDX
           END-SEARCH
       END-IF.

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

       UDVAELG-KUNDER.
      * Kundemasteren laeses igennem; en aktiv kunde med
      * legitimation hvis bedste dokument udloeber inden fristen,
      * sendes til sorteringen med sin afdeling.
       PERFORM UNTIL EOF-REACHED
           READ MASTER-FIL NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KUNDE-STATUS IN MASTER-RECORD NOT = "C"
                       MOVE KUNDE-ID IN MASTER-RECORD TO ID-KUNDE-ID
                       PERFORM FIND-KUNDE
                       IF WS-FUNDET-IDX NOT = 0
                           PERFORM VURDER-KUNDE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.

       VURDER-KUNDE.
       MOVE 9999 TO WS-RESTDAGE.
       IF IKT-UDLOEB(WS-FUNDET-IDX) IS NUMERIC
           MOVE IKT-UDLOEB(WS-FUNDET-IDX) TO WS-DATO-9
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATO-9) = 0
               COMPUTE WS-RESTDAGE =
                   FUNCTION INTEGER-OF-DATE(WS-DATO-9) - WS-DAGS-INT
           ELSE
               MOVE -1 TO WS-RESTDAGE
           END-IF
       ELSE
      *    En ulaeselig udloebsdato kan ikke regnes som gyldig.
           MOVE -1 TO WS-RESTDAGE
       END-IF.
       IF WS-RESTDAGE <= WS-VARSEL-DAGE
           MOVE AFDELING IN MASTER-RECORD TO SORT-AFDELING
           MOVE KUNDE-ID IN MASTER-RECORD TO SORT-KUNDE-ID
           CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
               EFTERNAVN IN MASTER-RECORD FULDT-NAVN
           MOVE FULDT-NAVN TO SORT-NAVN
           MOVE IKT-DOK-TYPE(WS-FUNDET-IDX) TO SORT-DOK-TYPE
           MOVE IKT-UDLOEB(WS-FUNDET-IDX) TO SORT-UDLOEB
           MOVE WS-RESTDAGE TO SORT-RESTDAGE
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
                   PERFORM SKRIV-KUNDELINJE
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
       MOVE SPACES TO WS-AFD-NAVN.
       IF WS-AKTUEL-AFDELING = SPACES
           MOVE "UDEN AFDELING" TO WS-AFD-NAVN
       ELSE
           SET AF-IDX TO 1
           SEARCH AFD-ENTRY
               AT END
                   MOVE "UKENDT AFDELING" TO WS-AFD-NAVN
               WHEN AFT-KODE(AF-IDX) = WS-AKTUEL-AFDELING
                   MOVE AFT-NAVN(AF-IDX) TO WS-AFD-NAVN
           END-SEARCH
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AFDELING " WS-AKTUEL-AFDELING " "
           FUNCTION TRIM(WS-AFD-NAVN)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KUNDE-ID   NAVN                                      "
           "DOK UDLOEB   DAGE"
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-KUNDELINJE.
       ADD 1 TO WS-AFD-TAELLER.
       IF SORT-RESTDAGE < 0
           ADD 1 TO WS-UDLOEBET-TAELLER
           MOVE "UDLOEBET" TO WS-MARKERING
       ELSE
           ADD 1 TO WS-VARSEL-TAELLER
           MOVE "BED OM NY LEGITIMATION" TO WS-MARKERING
       END-IF.
       MOVE SORT-RESTDAGE TO WS-RESTDAGE-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING SORT-KUNDE-ID " " SORT-NAVN " " SORT-DOK-TYPE "  "
           SORT-UDLOEB " " WS-RESTDAGE-EDIT " " WS-MARKERING
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-AFDELINGSTOTAL.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KUNDER I AFDELING " WS-AKTUEL-AFDELING ": "
           WS-AFD-TAELLER
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
