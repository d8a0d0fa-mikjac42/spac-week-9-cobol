      * gebyrposteringerne til files/POSTERINGER.txt til bogfoering i
      * posteringsmotoren, og danner en gebyrbrevlinje pr. kunde i
      * files/GEBYRBREVE.txt med navn og KUNDE-ID fra overtraeks-
      * linjen og kundens korrespondancesprog fra kundemasteren
      * (SPROG=D/E, gebyret formateret derefter), saa filialen fletter
      * det danske eller engelske gebyrbrev - under brevhovedet for
      * kundens pengeinstitut (REGNR=). Hvad der allerede er
      * opkraevet i indevaerende maaned huskes i
      * files/GEBYR-OPKRAEVET.txt, saa loftet holder paa tvaers af
      * koersler.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEBYRLOG-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERDRAWN-FIL.
       01  BREV-RECORD.
           05 BREV-TEXT        PIC X(100).

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  BEVILLING-FIL.
       01  BEVILLING-POST.
           05 BV-KONTO-ID      PIC X(10).
           05 GL-BELOEB        PIC 9(7)V99.

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-OVERDRAWN-STATUS PIC XX     VALUE "00".
       01  WS-GEBYRSATS-STATUS PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-OPKRAEVET-STATUS PIC XX     VALUE "00".
       01  WS-BEVILLING-STATUS PIC XX     VALUE "00".
       01  WS-GEBYRLOG-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-FRITAGELSE-STATUS PIC XX    VALUE "00".
       01  WS-FRITAGET-RAP-STATUS PIC XX  VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "OVERTRAEK-GEBYR".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-GEBYR-EDIT       PIC -(6)9,99.

      * Kundens korrespondancesprog til gebyrbrevet - se
      * shared/brev_sprog.cob.
       01  WS-SPROG            PIC X      VALUE "D".
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-AAR-MAANED       PIC X(6)   VALUE SPACES.
       01  WS-LAEST-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

      * Tilmelding af hvert brev til den natlige printspool - se
      * shared/print_spool_tilmeld.cob.
       01  WS-PRINT-DOK-TYPE   PIC X(4)   VALUE "GEBY".

      * Kundens pengeinstitut til brevlinjen (PENGEINSTITUT-OPSLAG)
       01  WS-PI-FUNKTION      PIC X(4)   VALUE "KODE".
       01  WS-PI-KODE          PIC X(2)   VALUE SPACES.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".
       01  WS-PI-SVAR          PIC X      VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       MOVE WS-KOERSELS-DATO(1:6) TO WS-AAR-MAANED.
       PERFORM INDLAES-GEBYRSATSER.
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND POSTERING-FIL.
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne kundemasteren, "
               "status=" WS-MASTER-STATUS
               " - gebyrbreve dannes paa dansk."
       END-IF.

       PERFORM UNTIL EOF-REACHED
           READ OVERDRAWN-FIL INTO OVERDRAWN-RECORD
       END-PERFORM.

       CLOSE OVERDRAWN-FIL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE BREV-FIL.
       IF WS-MASTER-STATUS = "00"
           CLOSE MASTER-FIL
       END-IF.
       IF WS-FRITAGET-RAP-STATUS = "00"
           CLOSE FRITAGET-RAPPORT-FIL
       END-IF.
       IF WS-GEBYRSATS-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/GEBYRSATSER.txt, "
               "status=" WS-GEBYRSATS-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       READ GEBYRSATS-FIL INTO GEBYRSATS-POST
           AT END
               DISPLAY "FEJL: files/GEBYRSATSER.txt er tom."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           NOT AT END
               MOVE GS-FAST TO WS-FAST-GEBYR
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "D" TO PO-DK.
       MOVE "OVERTRAEKSGEBYR" TO PO-TEKST.
       MOVE "OGEB" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-GEBYRBREV.
      * En brevlinje pr. kunde med navn og KUNDE-ID fra overtraeks-
      * linjen, til flet i filialens gebyrbreve.
       CALL "PRINT-SPOOL-TILMELD" USING WS-PRINT-DOK-TYPE
           WS-OT-KUNDE-ID.
       PERFORM AFGOER-SPROG.
       MOVE WS-GEBYR TO WS-GEBYR-EDIT.
       MOVE WS-GEBYR-EDIT TO WS-SPROG-TEKST.
       MOVE "BELB" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.
      * Instituttet afgoer brevhovedet i filialens flet; ukendte
      * kunder hoerer til hovedinstituttet (blank kode).
       CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION WS-PI-KODE
           WS-PI-POST WS-PI-SVAR.
       IF WS-PI-SVAR = "N"
           MOVE SPACES TO WS-PI-KODE
           CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
               WS-PI-KODE WS-PI-POST WS-PI-SVAR
       END-IF.
       MOVE SPACES TO BREV-TEXT.
       STRING
           "KUNDE-ID=" WS-OT-KUNDE-ID
           " NAVN=" FUNCTION TRIM(WS-OT-NAVN)
           " KONTO-ID=" WS-OT-KONTO-ID
           " GEBYR=" FUNCTION TRIM(WS-SPROG-TEKST)
           " " WS-OT-VALUTA
           " SPROG=" WS-SPROG
           " REGNR=" PI-REG-NUMMER IN WS-PI-POST
           INTO BREV-TEXT.
       WRITE BREV-RECORD.

       AFGOER-SPROG.
      * Kundens sprog fra masteren; ukendte kunder og en
      * utilgaengelig master giver dansk.
       MOVE "D" TO WS-SPROG.
       MOVE SPACES TO WS-PI-KODE.
       IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "23"
           MOVE WS-OT-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD
           READ MASTER-FIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PENGEINSTITUT IN MASTER-RECORD TO WS-PI-KODE
                   MOVE SPROG IN MASTER-RECORD TO WS-SPROG
                   MOVE LANDE-KODE IN MASTER-RECORD TO WS-SPROG-TEKST
                   MOVE "SPRG" TO WS-SPROG-FUNKTION
                   CALL "BREV-SPROG" USING WS-SPROG-FUNKTION
                       WS-SPROG WS-SPROG-TEKST
           END-READ
       END-IF.

       SKRIV-GEBYRLOG.
      * Den varige gebyrlog: en dateret linje pr. paalagt gebyr, til
      * aarsoversigten og rentabilitetsopgoerelserne - maanedslofts-
           END-PERFORM
           CLOSE OPKRAEVET-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
