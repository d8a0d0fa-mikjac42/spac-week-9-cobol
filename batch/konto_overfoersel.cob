      * skriver det balancerende posteringspar til
      * files/POSTERINGER.txt. En overfoersel hvis to ben ikke gaar i
      * nul (maalt i DKK) afvises.
      * Overfoersler til en anden kundes konto taeller mod kundens
      * dagsgraense for interne overfoersler (files/DAGSGRAENSER.txt,
      * se shared/dagsgraense_kontrol.cob); en overfoersel der ville
      * overskride den, gaar i godkendelseskoeen ligesom beloeb over
      * fire-oejne-graensen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 AV-TIL-KONTO     PIC X(10).
           05 AV-BELOEB        PIC 9(7)V99.
           05 AV-TIL-BELOEB    PIC 9(7)V99.
      *    Hvorfor overfoerslen venter: F = over fire-oejne-graensen,
      *    D = over kundens dagsgraense. Blank paa aeldre linjer
      *    (fire-oejne).
           05 AV-AARSAG        PIC X(1).
      *    Fra-kontoens ejer og valuta, til registrering af
      *    dagsforbruget naar overfoerslen godkendes. Blank KUNDE-ID
      *    naar overfoerslen er mellem kundens egne konti.
           05 AV-KUNDE-ID      PIC X(10).
           05 AV-VALUTA        PIC X(3).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  WS-VALUTAKURS-STATUS PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS  PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "KONTO-OVERFOERSEL".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "B".
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Dagsgraensen for interne overfoersler - se
      * shared/dagsgraense_kontrol.cob. Gaelder kun naar pengene
      * forlader kunden, altsaa ikke mellem kundens egne konti.
       01  WS-DG-FUNKTION      PIC X(4)   VALUE SPACES.
       01  WS-DG-KUNDE-ID      PIC X(10)  VALUE SPACES.
       01  WS-DG-KANAL         PIC X(1)   VALUE "I".
       01  WS-DG-BELOEB        PIC 9(9)V99 VALUE 0.
       01  WS-DG-PROGRAM       PIC X(20)  VALUE "KONTO-OVERFOERSEL".
       01  WS-DG-SVAR          PIC X(1)   VALUE SPACE.
       01  WS-DG-GRAENSE       PIC 9(9)V99 VALUE 0.
       01  WS-DG-FORBRUG       PIC 9(9)V99 VALUE 0.
       01  WS-DG-EDIT          PIC -(9)9,99.
       01  WS-AFVENT-AARSAG    PIC X(1)   VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
           DISPLAY "Overfoersel annulleret."
           STOP RUN
       END-IF.
      * Dagsgraensen: ville overfoerslen sammen med hvad der
      * allerede er gaaet fra kunden i dag (ogsaa via de andre
      * betalingsprogrammer) overskride kundens graense, gaar den i
      * godkendelseskoeen i stedet for at blive skrevet.
       MOVE SPACES TO WS-DG-KUNDE-ID.
       IF KOT-KUNDE-ID(WS-FRA-IDX) NOT = KOT-KUNDE-ID(WS-TIL-IDX)
           MOVE KOT-KUNDE-ID(WS-FRA-IDX) TO WS-DG-KUNDE-ID
           PERFORM KONTROLLER-DAGSGRAENSE
           IF WS-DG-SVAR = "N"
               MOVE "D" TO WS-AFVENT-AARSAG
               PERFORM SKRIV-TIL-GODKENDELSE
               MOVE WS-DG-GRAENSE TO WS-DG-EDIT
               DISPLAY "Overfoerslen overskrider kundens dagsgraense "
                   "for interne overfoersler paa "
                   FUNCTION TRIM(WS-DG-EDIT) " DKK"
               MOVE WS-DG-FORBRUG TO WS-DG-EDIT
               DISPLAY "(allerede overfoert i dag: "
                   FUNCTION TRIM(WS-DG-EDIT) " DKK) - den afventer "
                   "en anden operatoers godkendelse "
                   "(batch/overfoersel_godkendelse)."
               STOP RUN
           END-IF
       END-IF.
      * Fire-oejne-kontrollen: over graensen (maalt i DKK) gaar
      * overfoerslen i godkendelseskoeen og frigives foerst af en
      * anden operatoer - en operatoer kan ikke laengere flytte
      * vilkaarlige beloeb paa egen haand.
       IF GRAENSE-ER-SAT AND WS-FRA-DKK > WS-GODKEND-GRAENSE
           MOVE "F" TO WS-AFVENT-AARSAG
           PERFORM SKRIV-TIL-GODKENDELSE
           DISPLAY "Beloebet er over godkendelsesgraensen - "
               "overfoerslen afventer en anden operatoers "
           STOP RUN
       END-IF.
       PERFORM SKRIV-POSTERINGSPAR.
       IF WS-DG-KUNDE-ID NOT = SPACES
           MOVE "REGI" TO WS-DG-FUNKTION
           PERFORM KALD-DAGSGRAENSE
       END-IF.
       DISPLAY "Overfoerslen er skrevet til files/POSTERINGER.txt "
           "og bogfoeres ved naeste koersel af posteringsmotoren.".
       STOP RUN.
           CLOSE FULDMAGT-FIL
       END-IF.

       KONTROLLER-DAGSGRAENSE.
       MOVE "KTRL" TO WS-DG-FUNKTION.
       PERFORM KALD-DAGSGRAENSE.

       KALD-DAGSGRAENSE.
       MOVE WS-BELOEB TO WS-DG-BELOEB.
       CALL "DAGSGRAENSE-KONTROL" USING WS-DG-FUNKTION
           WS-DG-KUNDE-ID WS-DG-KANAL WS-DG-BELOEB
           KOT-VALUTA-KD(WS-FRA-IDX) WS-FRA-KONTO WS-DG-PROGRAM
           WS-DG-SVAR WS-DG-GRAENSE WS-DG-FORBRUG.

       INDLAES-GODKENDELSE-GRAENSE.
       OPEN INPUT GRAENSE-FIL.
       IF WS-GRAENSE-STATUS = "00"
       MOVE WS-TIL-KONTO TO AV-TIL-KONTO.
       MOVE WS-BELOEB TO AV-BELOEB.
       MOVE WS-TIL-BELOEB TO AV-TIL-BELOEB.
       MOVE WS-AFVENT-AARSAG TO AV-AARSAG.
       MOVE WS-DG-KUNDE-ID TO AV-KUNDE-ID.
       MOVE KOT-VALUTA-KD(WS-FRA-IDX) TO AV-VALUTA.
       WRITE AFVENTER-RECORD.
       CLOSE AFVENTER-FIL.

               "status=" WS-POSTERING-STATUS
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-FRA-KONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
      * pengene gik hen i stedet for en bar posteringstekst.
       MOVE SPACES TO PO-TEKST.
       STRING "OVERFOERT TIL " WS-TIL-KONTO INTO PO-TEKST.
       MOVE "OVFT" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-TIL-KONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE "K" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "OVERFOERT FRA " WS-FRA-KONTO INTO PO-TEKST.
       MOVE "OVFT" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
