       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADGANG-RAPPORT.

      * Ugentlig rapport over laeseadgang til kundedata: gennemgaar
      * adgangsloggen files/ADGANGS-LOG.txt (skrevet af
      * KUNDE-OPSLAG, KONTO-OPSLAG og KUNDE-ENGAGEMENT gennem
      * shared/adgang_log.cob) for de syv dage der slutter paa den
      * indtastede dato, og fremhaever de opslag en leder boer se
      * naermere paa:
      *   UDENFOR AFD  - kunden hoerer til en anden afdeling end
      *                  operatoerens egen (operatoerer uden afdeling
      *                  er centrale funktioner og holdes ikke op
      *                  mod kundens afdeling),
      *   MEDARBEJDER  - kunden er adgangsmarkeret M eller staar som
      *                  en anden operatoers egen kundeforbindelse i
      *                  operatoerregistret,
      *   KENDT PERSON - kunden er adgangsmarkeret K,
      *   EGEN KUNDE   - operatoeren har slaaet sig selv op,
      *   SAMME ADR.   - kunden har samme efternavn og adresse som
      *                  operatoeren selv (familie/husstand).
      * Derefter antal opslag pr. operatoer, hvor operatoerer over
      * graensen i files/ADGANG-KONFIG.txt (opslag pr. uge) markeres.
      * Rapporten skrives til files/ADGANG-RAPPORT.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADGANG-LOG-FIL ASSIGN TO "files/ADGANGS-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADGANG-LOG-STATUS.

           SELECT OPERATOER-FIL ASSIGN TO "files/OPERATOERER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOER-STATUS.

           SELECT KONFIG-FIL ASSIGN TO "files/ADGANG-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/ADGANG-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADGANG-LOG-FIL.
       01  ADGANG-LOG-RECORD.
           COPY "copybooks/ADGANGLOG.cpy".

       FD  OPERATOER-FIL.
       01  OPERATOER-POST.
           COPY "copybooks/OPERATOER.cpy".

       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 KF-GRAENSE       PIC X(4).
           05 FILLER           PIC X(76).

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-ADGANG-LOG-STATUS PIC XX    VALUE "00".
       01  WS-OPERATOER-STATUS PIC XX     VALUE "00".
       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Perioden: syv dage til og med slutdatoen
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-SLUT-DATO        PIC X(8)   VALUE SPACES.
       01  WS-START-DATO       PIC X(8)   VALUE SPACES.
       01  WS-DATO-NUM         PIC 9(8)   VALUE 0.
       01  WS-DATO-HELTAL      PIC 9(9)   VALUE 0.

      * Opslag pr. operatoer pr. uge foer operatoeren fremhaeves;
      * mangler konfigurationen, bruges 100.
       01  WS-GRAENSE          PIC 9(4)   VALUE 100.

      * Operatoerregistret med hver operatoers egen kundeforbindelse
      * (efternavn og adresse hentet fra kundemasteren) og periodens
      * taellere. Operatoerer der kun staar i loggen (fx INTRANET)
      * tilfoejes uden afdeling og kundeforbindelse.
       01  WS-OPERATOER-ANTAL  PIC 9(3)   VALUE 0.
       01  OPERATOER-TABEL.
           05  OPERATOER-ENTRY OCCURS 200 TIMES
                                INDEXED BY OP-IDX.
               10  OPT-ID            PIC X(10) VALUE SPACES.
               10  OPT-NAVN          PIC X(30) VALUE SPACES.
               10  OPT-AFDELING      PIC X(4)  VALUE SPACES.
               10  OPT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  OPT-EFTERNAVN     PIC X(20) VALUE SPACES.
               10  OPT-ADRESSE       PIC X(39) VALUE SPACES.
               10  OPT-OPSLAG        PIC 9(5)  VALUE 0.
               10  OPT-FUND          PIC 9(5)  VALUE 0.

       01  WS-FUNDET-IDX       PIC 9(3)   VALUE 0.
       01  WS-KUNDE-FUNDET     PIC X(1)   VALUE "N".
           88  KUNDE-ER-FUNDET            VALUE "Y".
       01  WS-KUNDE-ADRESSE    PIC X(39)  VALUE SPACES.
       01  WS-KUNDE-EFTERNAVN  PIC X(20)  VALUE SPACES.
       01  WS-ER-MEDARBEJDER   PIC X(1)   VALUE "N".
           88  ER-MEDARBEJDER             VALUE "Y".

       01  WS-OPSLAG-TAELLER   PIC 9(7)   VALUE 0.
       01  WS-FUND-TAELLER     PIC 9(7)   VALUE 0.
       01  WS-OVER-TAELLER     PIC 9(3)   VALUE 0.

      * Rapportens linjer
       01  WS-FUND-LINJE.
           05 WS-FL-TID        PIC X(14).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-FL-OPERATOER  PIC X(10).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-FL-PROGRAM    PIC X(20).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-FL-KUNDE-ID   PIC X(10).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-FL-KONTO-ID   PIC X(10).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-FL-KUNDE-AFD  PIC X(4).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-FL-FUND       PIC X(12).
       01  WS-OPERATOER-LINJE.
           05 WS-OL-ID         PIC X(10).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-NAVN       PIC X(30).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-AFDELING   PIC X(4).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-OPSLAG     PIC Z(4)9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-FUND       PIC Z(4)9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-MARKERING  PIC X(14).
       01  WS-TAL-EDIT         PIC Z(6)9.
       01  WS-TAL-EDIT-2       PIC Z(6)9.
       01  WS-TAL-EDIT-3       PIC Z(6)9.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "ADGANG-RAPPORT".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       DISPLAY "Periodens slutdato (YYYYMMDD, blank = i dag): "
           WITH NO ADVANCING.
       ACCEPT WS-SLUT-DATO.
       IF WS-SLUT-DATO = SPACES
           MOVE WS-DAGS-DATO TO WS-SLUT-DATO
       END-IF.
       IF WS-SLUT-DATO NOT NUMERIC
           DISPLAY "FEJL: Slutdatoen skal vaere otte cifre."
           STOP RUN
       END-IF.
       MOVE WS-SLUT-DATO TO WS-DATO-NUM.
       COMPUTE WS-DATO-HELTAL =
           FUNCTION INTEGER-OF-DATE(WS-DATO-NUM) - 6.
       MOVE FUNCTION DATE-OF-INTEGER(WS-DATO-HELTAL) TO WS-DATO-NUM.
       MOVE WS-DATO-NUM TO WS-START-DATO.

       PERFORM INDLAES-KONFIG.
       PERFORM INDLAES-OPERATOERER.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM HENT-OPERATOER-ADRESSE
           VARYING OP-IDX FROM 1 BY 1
           UNTIL OP-IDX > WS-OPERATOER-ANTAL.

       OPEN INPUT ADGANG-LOG-FIL.
       IF WS-ADGANG-LOG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/ADGANGS-LOG.txt, "
               "status=" WS-ADGANG-LOG-STATUS
           CLOSE MASTER-FIL
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/ADGANG-RAPPORT.txt, "
               "status=" WS-RAPPORT-STATUS
           CLOSE MASTER-FIL
           CLOSE ADGANG-LOG-FIL
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM SKRIV-HOVED.
       PERFORM UNTIL EOF-REACHED
           READ ADGANG-LOG-FIL INTO ADGANG-LOG-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF AG-TIDSSTEMPEL(1:8) NOT < WS-START-DATO
                           AND AG-TIDSSTEMPEL(1:8) NOT > WS-SLUT-DATO
                       PERFORM BEHANDL-OPSLAG
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-FUND-TAELLER = 0
           MOVE "  (ingen fund)" TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.
       PERFORM SKRIV-OPERATOEROVERSIGT.

       CLOSE ADGANG-LOG-FIL.
       CLOSE MASTER-FIL.
       CLOSE RAPPORT-FIL.
       DISPLAY "ADGANG-RAPPORT: opslag=" WS-OPSLAG-TAELLER
           " fund=" WS-FUND-TAELLER
           " operatoerer over graensen=" WS-OVER-TAELLER.
       MOVE WS-OPSLAG-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       INDLAES-KONFIG.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS = "00"
           READ KONFIG-FIL INTO KONFIG-POST
               AT END
                   CONTINUE
               NOT AT END
                   IF KF-GRAENSE NUMERIC
                       MOVE KF-GRAENSE TO WS-GRAENSE
                   END-IF
           END-READ
           CLOSE KONFIG-FIL
       ELSE
           DISPLAY "ADVARSEL: files/ADGANG-KONFIG.txt mangler - "
               "graensen er " WS-GRAENSE " opslag pr. uge."
       END-IF.

       INDLAES-OPERATOERER.
       OPEN INPUT OPERATOER-FIL.
       IF WS-OPERATOER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Operatoerregistret kan ikke aabnes, "
               "status=" WS-OPERATOER-STATUS
               " - afdelings- og adressekontrol springes over."
       ELSE
           PERFORM UNTIL WS-OPERATOER-STATUS NOT = "00"
               READ OPERATOER-FIL INTO OPERATOER-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OP-ID NOT = SPACES
                               AND WS-OPERATOER-ANTAL < 200
                           ADD 1 TO WS-OPERATOER-ANTAL
                           SET OP-IDX TO WS-OPERATOER-ANTAL
                           MOVE OP-ID TO OPT-ID(OP-IDX)
                           MOVE OP-NAVN TO OPT-NAVN(OP-IDX)
                           MOVE OP-AFDELING TO OPT-AFDELING(OP-IDX)
                           MOVE OP-KUNDE-ID TO OPT-KUNDE-ID(OP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOER-FIL
       END-IF.

       HENT-OPERATOER-ADRESSE.
      * Operatoerens eget efternavn og adresse, til sammenligning
      * med de kunder operatoeren slaar op.
       IF OPT-KUNDE-ID(OP-IDX) NOT = SPACES
           MOVE OPT-KUNDE-ID(OP-IDX) TO KUNDE-ID IN MASTER-RECORD
           READ MASTER-FIL
               INVALID KEY
                   DISPLAY "ADVARSEL: Operatoer "
                       FUNCTION TRIM(OPT-ID(OP-IDX))
                       " har ukendt KUNDE-ID "
                       OPT-KUNDE-ID(OP-IDX) "."
               NOT INVALID KEY
                   PERFORM DAN-KUNDE-ADRESSE
                   MOVE WS-KUNDE-EFTERNAVN
                       TO OPT-EFTERNAVN(OP-IDX)
                   MOVE WS-KUNDE-ADRESSE TO OPT-ADRESSE(OP-IDX)
           END-READ
       END-IF.

       DAN-KUNDE-ADRESSE.
       MOVE FUNCTION UPPER-CASE(EFTERNAVN IN MASTER-RECORD)
           TO WS-KUNDE-EFTERNAVN.
       MOVE SPACES TO WS-KUNDE-ADRESSE.
       STRING VEJNAVN IN MASTER-RECORD HUSNR IN MASTER-RECORD
           POSTNR IN MASTER-RECORD
           DELIMITED BY SIZE INTO WS-KUNDE-ADRESSE.
       MOVE FUNCTION UPPER-CASE(WS-KUNDE-ADRESSE)
           TO WS-KUNDE-ADRESSE.

       BEHANDL-OPSLAG.
       ADD 1 TO WS-OPSLAG-TAELLER.
       PERFORM FIND-OPERATOER.
       ADD 1 TO OPT-OPSLAG(OP-IDX).

       MOVE AG-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD.
       SET WS-KUNDE-FUNDET TO "N".
       READ MASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET WS-KUNDE-FUNDET TO "Y"
       END-READ.
      * En kunde der siden er slettet kan ikke vurderes; opslaget
      * taeller stadig med i operatoerens antal.
       IF KUNDE-ER-FUNDET
           PERFORM VURDER-OPSLAG
       END-IF.

       VURDER-OPSLAG.
       PERFORM DAN-KUNDE-ADRESSE.

       IF OPT-AFDELING(OP-IDX) NOT = SPACES
               AND AFDELING IN MASTER-RECORD NOT = SPACES
               AND AFDELING IN MASTER-RECORD
                   NOT = OPT-AFDELING(OP-IDX)
           MOVE "UDENFOR AFD" TO WS-FL-FUND
           PERFORM SKRIV-FUND
       END-IF.

       IF AG-KUNDE-ID = OPT-KUNDE-ID(OP-IDX)
           MOVE "EGEN KUNDE" TO WS-FL-FUND
           PERFORM SKRIV-FUND
       ELSE
           PERFORM UNDERSOEG-MEDARBEJDER
           IF ER-MEDARBEJDER
               MOVE "MEDARBEJDER" TO WS-FL-FUND
               PERFORM SKRIV-FUND
           END-IF
           IF OPT-EFTERNAVN(OP-IDX) NOT = SPACES
                   AND WS-KUNDE-EFTERNAVN = OPT-EFTERNAVN(OP-IDX)
                   AND WS-KUNDE-ADRESSE = OPT-ADRESSE(OP-IDX)
               MOVE "SAMME ADR." TO WS-FL-FUND
               PERFORM SKRIV-FUND
           END-IF
       END-IF.

       IF ADGANG-MARKERING IN MASTER-RECORD = "K"
           MOVE "KENDT PERSON" TO WS-FL-FUND
           PERFORM SKRIV-FUND
       END-IF.

       FIND-OPERATOER.
      * Saetter OP-IDX til loglinjens operatoer; en operatoer der
      * ikke (laengere) staar i registret tilfoejes, saa opslagene
      * alligevel taelles. Er tabellen fuld, samles resten paa
      * sidste plads.
       SET OP-IDX TO 1.
       SEARCH OPERATOER-ENTRY
           AT END
               SET OP-IDX TO WS-OPERATOER-ANTAL
           WHEN OP-IDX > WS-OPERATOER-ANTAL
               ADD 1 TO WS-OPERATOER-ANTAL
               SET OP-IDX TO WS-OPERATOER-ANTAL
               MOVE AG-OPERATOER TO OPT-ID(OP-IDX)
               MOVE "(ikke i operatoerregistret)"
                   TO OPT-NAVN(OP-IDX)
           WHEN OPT-ID(OP-IDX) = AG-OPERATOER
               CONTINUE
       END-SEARCH.

       UNDERSOEG-MEDARBEJDER.
      * Medarbejder: markeret M paa kunden, eller kunden er en
      * (anden) operatoers egen kundeforbindelse.
       SET WS-ER-MEDARBEJDER TO "N".
       IF ADGANG-MARKERING IN MASTER-RECORD = "M"
           SET WS-ER-MEDARBEJDER TO "Y"
       ELSE
           PERFORM VARYING WS-FUNDET-IDX FROM 1 BY 1
                   UNTIL WS-FUNDET-IDX > WS-OPERATOER-ANTAL
                      OR ER-MEDARBEJDER
               IF OPT-KUNDE-ID(WS-FUNDET-IDX) = AG-KUNDE-ID
                   SET WS-ER-MEDARBEJDER TO "Y"
               END-IF
           END-PERFORM
       END-IF.

       SKRIV-FUND.
       ADD 1 TO WS-FUND-TAELLER.
       ADD 1 TO OPT-FUND(OP-IDX).
       MOVE AG-TIDSSTEMPEL TO WS-FL-TID.
       MOVE AG-OPERATOER TO WS-FL-OPERATOER.
       MOVE AG-PROGRAM TO WS-FL-PROGRAM.
       MOVE AG-KUNDE-ID TO WS-FL-KUNDE-ID.
       MOVE AG-KONTO-ID TO WS-FL-KONTO-ID.
       MOVE AFDELING IN MASTER-RECORD TO WS-FL-KUNDE-AFD.
       MOVE WS-FUND-LINJE TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-HOVED.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "ADGANGSRAPPORT - OPSLAG I PERIODEN " WS-START-DATO
           " - " WS-SLUT-DATO "  (DANNET " WS-DAGS-DATO ")"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE ALL "-" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE "FUND PAA ENKELTOPSLAG" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "TIDSPUNKT       OPERATOER   PROGRAM               "
           "KUNDE-ID    KONTO-ID    AFD.  FUND"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-OPERATOEROVERSIGT.
       MOVE ALL "-" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "OPSLAG PR. OPERATOER (GRAENSE " WS-GRAENSE
           " OPSLAG PR. UGE)"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "OPERATOER   NAVN                            AFD.  "
           "OPSLAG   FUND"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > WS-OPERATOER-ANTAL
           IF OPT-OPSLAG(OP-IDX) > 0
               MOVE OPT-ID(OP-IDX) TO WS-OL-ID
               MOVE OPT-NAVN(OP-IDX) TO WS-OL-NAVN
               MOVE OPT-AFDELING(OP-IDX) TO WS-OL-AFDELING
               MOVE OPT-OPSLAG(OP-IDX) TO WS-OL-OPSLAG
               MOVE OPT-FUND(OP-IDX) TO WS-OL-FUND
               MOVE SPACES TO WS-OL-MARKERING
               IF OPT-OPSLAG(OP-IDX) > WS-GRAENSE
                   MOVE "OVER GRAENSEN" TO WS-OL-MARKERING
                   ADD 1 TO WS-OVER-TAELLER
               END-IF
               MOVE WS-OPERATOER-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
           END-IF
       END-PERFORM.
       MOVE ALL "-" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-OPSLAG-TAELLER TO WS-TAL-EDIT.
       MOVE WS-FUND-TAELLER TO WS-TAL-EDIT-2.
       MOVE WS-OVER-TAELLER TO WS-TAL-EDIT-3.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "I ALT: " FUNCTION TRIM(WS-TAL-EDIT) " opslag, "
           FUNCTION TRIM(WS-TAL-EDIT-2) " fund, "
           FUNCTION TRIM(WS-TAL-EDIT-3)
           " operatoer(er) over graensen."
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
