      * via files/KONTO-EJERE.txt, med saldi og en samlet
      * DKK-position, og de sidste ti posteringer pr. konto fra
      * files/POSTERING-HISTORIK.txt.
      * CPR-/CVR-nummeret vises gennem den faelles maskering
      * (shared/cpr_maskering.cob) efter operatoerens roller.
      * Kundens registrerede legitimation (files/ID-DOKUMENTER.txt)
      * vises med dokumentnummeret maskeret til de sidste fire tegn.
      * Under kontooversigten vises kundens sidste ti henvendelser
      * fra henvendelsesloggen (files/HENVENDELSE-LOG.txt), nyeste
      * foerst, og operatoeren kan til sidst registrere dagens
      * henvendelse gennem shared/henvendelse_tilfoej.cob.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULDMAGT-STATUS.

      *    Kundens legitimation - se copybooks/IDDOK.cpy.
           SELECT ID-DOK-FIL ASSIGN TO "files/ID-DOKUMENTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-DOK-STATUS.

      *    Henvendelsesloggen - se copybooks/HENVLOG.cpy.
           SELECT HENVENDELSE-FIL ASSIGN TO "files/HENVENDELSE-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HENVENDELSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
           05 FM-GRAENSE       PIC 9(7)V99.
           05 FM-UDLOEB        PIC X(8).

       FD  ID-DOK-FIL.
       01  ID-DOK-POST.
           COPY "copybooks/IDDOK.cpy".

       FD  HENVENDELSE-FIL.
       01  HENVENDELSE-POST.
           COPY "copybooks/HENVLOG.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
       01  WS-STI-HISTORIK     PIC X(60)  VALUE SPACES.
       01  WS-FORRIGE-AAR      PIC 9(4)   VALUE 0.
       01  WS-GRAENSE-EDIT     PIC -(6)9,99.
       01  WS-ID-DOK-STATUS    PIC XX     VALUE "00".
       01  WS-ID-TAELLER       PIC 9(2)   VALUE 0.
       01  WS-ID-GYLDIGE       PIC 9(2)   VALUE 0.
       01  WS-ID-NUMMER-VIST   PIC X(20)  VALUE SPACES.
       01  WS-ID-LAENGDE       PIC 9(2)   VALUE 0.
       01  WS-ID-MARKERING     PIC X(9)   VALUE SPACES.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-HENVENDELSE-STATUS PIC XX   VALUE "00".
       01  WS-HENVENDELSE-SVAR PIC X(1)   VALUE "N".
       01  WS-NY-HENVENDELSE   PIC X(1)   VALUE "N".
           88  NY-HENVENDELSE             VALUE "J".

      * Kundens sidste ti henvendelser; tabellen rulles som
      * SIDSTE-TABEL, saa de ti nyeste linjer staar tilbage.
       01  WS-HENV-ANTAL       PIC 9(2)   VALUE 0.
       01  HENV-TABEL.
           05  HENV-ENTRY OCCURS 10 TIMES
                            PIC X(125) VALUE SPACES.
       01  WS-HENV-IDX         PIC 9(2)   VALUE 0.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Hvert opslag logges i adgangsloggen - se
      * shared/adgang_log.cob.
       01  WS-ADGANG-PROGRAM   PIC X(20)  VALUE "KUNDE-ENGAGEMENT".
       01  WS-ADGANG-KONTO-ID  PIC X(10)  VALUE SPACES.

      * CPR/CVR vises gennem den faelles maskering - se
      * shared/cpr_maskering.cob.
       01  WS-MASK-FORMAAL     PIC X(10)  VALUE SPACES.
       01  WS-MASK-NUMMER      PIC X(10)  VALUE SPACES.
       01  WS-MASK-VISNING     PIC X(11)  VALUE SPACES.

       01  WS-SOEGE-ID         PIC X(10)  VALUE SPACES.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

           NOT INVALID KEY
               CONTINUE
       END-READ.
       CALL "ADGANG-LOG" USING WS-ADGANG-PROGRAM WS-OPERATOER-ID
           KUNDE-ID IN MASTER-RECORD WS-ADGANG-KONTO-ID.
       PERFORM VIS-STAMDATA.
       CLOSE MASTER-FIL.
       PERFORM VIS-LEGITIMATION.

       PERFORM FIND-MEDEJEDE-KONTI.
       OPEN INPUT KONTO-MASTER-FIL.
       MOVE WS-DKK-TOTAL TO WS-TOTAL-EDIT.
       DISPLAY "SAMLET DKK-POSITION: "
           FUNCTION TRIM(WS-TOTAL-EDIT).
       PERFORM VIS-HENVENDELSER.
       PERFORM VIS-FULDMAGTER.
       DISPLAY "-----------------------------------".
       DISPLAY "Registrer henvendelse (J/N): " WITH NO ADVANCING.
       MOVE "N" TO WS-NY-HENVENDELSE.
       ACCEPT WS-NY-HENVENDELSE.
       MOVE FUNCTION UPPER-CASE(WS-NY-HENVENDELSE)
           TO WS-NY-HENVENDELSE.
       IF NY-HENVENDELSE
           CALL "HENVENDELSE-TILFOEJ" USING WS-SOEGE-ID
               WS-OPERATOER-ID WS-HENVENDELSE-SVAR
       END-IF.
       STOP RUN.

       VIS-HENVENDELSER.
      * Kundens sidste ti henvendelser, nyeste foerst, saa operatoeren
      * kan se hvad kunden har henvendt sig om og evt. faaet lovet.
       MOVE 0 TO WS-HENV-ANTAL.
       OPEN INPUT HENVENDELSE-FIL.
       IF WS-HENVENDELSE-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ HENVENDELSE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF HL-KUNDE-ID = WS-SOEGE-ID
                           PERFORM RUL-HENV-TABEL
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE HENVENDELSE-FIL
       END-IF.
       DISPLAY "-----------------------------------".
       DISPLAY "SENESTE HENVENDELSER:".
       IF WS-HENV-ANTAL = 0
           DISPLAY "  (ingen henvendelser registreret)"
       END-IF.
       PERFORM VARYING WS-HENV-IDX FROM WS-HENV-ANTAL BY -1
               UNTIL WS-HENV-IDX < 1
           MOVE HENV-ENTRY(WS-HENV-IDX) TO HENVENDELSE-POST
           DISPLAY "  " HL-DATO " " HL-TID(1:2) ":" HL-TID(3:2)
               " " HL-KANAL " " HL-EMNE " " HL-OPERATOER
           DISPLAY "    " FUNCTION TRIM(HL-TEKST)
       END-PERFORM.

       RUL-HENV-TABEL.
       IF WS-HENV-ANTAL < 10
           ADD 1 TO WS-HENV-ANTAL
       ELSE
           PERFORM VARYING WS-HENV-IDX FROM 1 BY 1
                   UNTIL WS-HENV-IDX >= 10
               MOVE HENV-ENTRY(WS-HENV-IDX + 1)
                   TO HENV-ENTRY(WS-HENV-IDX)
           END-PERFORM
       END-IF.
       MOVE HENVENDELSE-POST TO HENV-ENTRY(WS-HENV-ANTAL).

       VIS-FULDMAGTER.
      * Konti kunden har fuldmagt til (som fuldmaegtig), med omfang
      * og udloeb.
           CLOSE FULDMAGT-FIL
       END-IF.

       VIS-LEGITIMATION.
      * Den legitimation kunden er identificeret med. Dokument-
      * nummeret vises kun med de sidste fire tegn; et udloebet
      * dokument markeres, og har kunden intet gyldigt, siges det.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       DISPLAY "LEGITIMATION:".
       OPEN INPUT ID-DOK-FIL.
       IF WS-ID-DOK-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ ID-DOK-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF ID-KUNDE-ID = WS-SOEGE-ID
                           PERFORM VIS-ID-DOKUMENT
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE ID-DOK-FIL
       END-IF.
       EVALUATE TRUE
           WHEN WS-ID-TAELLER = 0
               DISPLAY "  (ingen legitimation registreret)"
           WHEN WS-ID-GYLDIGE = 0
               DISPLAY "  *** KUNDEN HAR INGEN GYLDIG LEGITIMATION ***"
       END-EVALUATE.

       VIS-ID-DOKUMENT.
       ADD 1 TO WS-ID-TAELLER.
       MOVE SPACES TO WS-ID-MARKERING.
       IF ID-UDLOEB < WS-DAGS-DATO
           MOVE "UDLOEBET" TO WS-ID-MARKERING
       ELSE
           ADD 1 TO WS-ID-GYLDIGE
       END-IF.
       MOVE ALL "X" TO WS-ID-NUMMER-VIST.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(ID-DOK-NUMMER))
           TO WS-ID-LAENGDE.
       IF WS-ID-LAENGDE > 4
           MOVE ID-DOK-NUMMER(WS-ID-LAENGDE - 3:4)
               TO WS-ID-NUMMER-VIST(WS-ID-LAENGDE - 3:4)
           IF WS-ID-LAENGDE < 20
               MOVE SPACES TO WS-ID-NUMMER-VIST(WS-ID-LAENGDE + 1:)
           END-IF
       ELSE
           MOVE SPACES TO WS-ID-NUMMER-VIST
           MOVE ALL "X" TO WS-ID-NUMMER-VIST(1:WS-ID-LAENGDE)
       END-IF.
       DISPLAY "  " ID-DOK-TYPE " " WS-ID-NUMMER-VIST " "
           ID-UDSTEDT-LAND " UDLOEB " ID-UDLOEB
           " KONTROLLERET " ID-VERIFICERET-DATO
           " AF " ID-VERIFICERET-AF " " WS-ID-MARKERING.

       VIS-STAMDATA.
       CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
           EFTERNAVN IN MASTER-RECORD FULDT-NAVN.
       DISPLAY "-----------------------------------".
       DISPLAY "KUNDE   : " WS-SOEGE-ID " "
           FUNCTION TRIM(FULDT-NAVN).
       IF KUNDE-ART IN MASTER-RECORD = "E"
           MOVE CVR-NUMMER IN MASTER-RECORD TO WS-MASK-NUMMER
           CALL "CPR-MASKERING" USING WS-OPERATOER-ID WS-MASK-FORMAAL
               WS-MASK-NUMMER WS-MASK-VISNING
           DISPLAY "CVR     : " WS-MASK-VISNING
       ELSE
           MOVE CPR-NUMMER IN MASTER-RECORD TO WS-MASK-NUMMER
           CALL "CPR-MASKERING" USING WS-OPERATOER-ID WS-MASK-FORMAAL
               WS-MASK-NUMMER WS-MASK-VISNING
           DISPLAY "CPR     : " WS-MASK-VISNING
       END-IF.
       DISPLAY "ADRESSE : "
           FUNCTION TRIM(VEJNAVN IN MASTER-RECORD) " "
           FUNCTION TRIM(HUSNR IN MASTER-RECORD) ", "
       DISPLAY "STATUS  : " KUNDE-STATUS IN MASTER-RECORD
           "  AFDELING: " AFDELING IN MASTER-RECORD
           "  KYC: " KYC-DATO IN MASTER-RECORD.
       DISPLAY "RISIKO  : " RISIKO-KLASSE IN MASTER-RECORD
           " (" RISIKO-DATO IN MASTER-RECORD ")"
           "  PEP: " PEP-MARKERING IN MASTER-RECORD
           " (" PEP-DATO IN MASTER-RECORD ")".
       DISPLAY "SKAT    : " SKATTE-LAND IN MASTER-RECORD
           "  TIN: " SKATTE-TIN IN MASTER-RECORD.

       INDLAES-VALUTAKURSER.
       OPEN INPUT VALUTAKURS-FIL.
