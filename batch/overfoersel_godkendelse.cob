      * Anmodninger aeldre end udloebsdagene i graensefilen udloeber
      * af sig selv og rapporteres i stedet for at blive liggende i
      * koeen.
      * Overfoersler der venter fordi de overskrider kundens
      * dagsgraense, vises med graense og dagens forbrug; godkendes
      * de, eller en anden overfoersel til en anden kundes konto,
      * registreres beloebet i dagsforbruget (se
      * shared/dagsgraense_kontrol.cob).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 AV-TIL-KONTO     PIC X(10).
           05 AV-BELOEB        PIC 9(7)V99.
           05 AV-TIL-BELOEB    PIC 9(7)V99.
      *    F = fire-oejne-graensen, D = dagsgraensen, blank = aeldre
      *    linje (fire-oejne). KUNDE-ID og valuta til dagsforbruget;
      *    blank KUNDE-ID = mellem kundens egne konti.
           05 AV-AARSAG        PIC X(1).
           05 AV-KUNDE-ID      PIC X(10).
           05 AV-VALUTA        PIC X(3).

       FD  GRAENSE-FIL.
       01  GRAENSE-POST.
       01  WS-AFVIST-STATUS    PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "OVERFOERSEL-GODKEND".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
               10  KOT-BELOEB      PIC 9(7)V99 VALUE 0.
               10  KOT-TIL-BELOEB  PIC 9(7)V99 VALUE 0.
               10  KOT-AFGJORT     PIC X(1)    VALUE SPACE.
               10  KOT-AARSAG      PIC X(1)    VALUE SPACE.
               10  KOT-KUNDE-ID    PIC X(10)   VALUE SPACES.
               10  KOT-VALUTA      PIC X(3)    VALUE SPACES.

       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
      * Paalogning kraever rollen B (betalinger) - se
       01  WS-UDLOEBET-TAELLER PIC 9(3)   VALUE 0.
       01  WS-REST-TAELLER     PIC 9(3)   VALUE 0.

      * Dagsgraensen for interne overfoersler - se
      * shared/dagsgraense_kontrol.cob.
       01  WS-DG-FUNKTION      PIC X(4)   VALUE SPACES.
       01  WS-DG-KANAL         PIC X(1)   VALUE "I".
       01  WS-DG-BELOEB        PIC 9(9)V99 VALUE 0.
       01  WS-DG-PROGRAM       PIC X(20)  VALUE "OVERFOERSEL-GODKEND".
       01  WS-DG-SVAR          PIC X(1)   VALUE SPACE.
       01  WS-DG-GRAENSE       PIC 9(9)V99 VALUE 0.
       01  WS-DG-FORBRUG       PIC 9(9)V99 VALUE 0.
       01  WS-DG-EDIT          PIC -(9)9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM BEHANDL-ANMODNING
           VARYING WS-VIS-IDX FROM 1 BY 1
           UNTIL WS-VIS-IDX > WS-KOE-ANTAL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE AFVIST-FIL.
       PERFORM SKRIV-KOE-TILBAGE.
                           MOVE AV-TIL-BELOEB
                               TO KOT-TIL-BELOEB(KOE-IDX)
                           MOVE SPACE TO KOT-AFGJORT(KOE-IDX)
                           MOVE AV-AARSAG TO KOT-AARSAG(KOE-IDX)
                           MOVE AV-KUNDE-ID
                               TO KOT-KUNDE-ID(KOE-IDX)
                           MOVE AV-VALUTA TO KOT-VALUTA(KOE-IDX)
                       END-IF
               END-READ
           END-PERFORM
               WS-AFVIST-STATUS
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       BEHANDL-ANMODNING.
       SET KOE-IDX TO WS-VIS-IDX.
               " " KOT-FRA-KONTO(KOE-IDX)
               " -> " KOT-TIL-KONTO(KOE-IDX)
               " BELOEB=" FUNCTION TRIM(WS-BELOEB-EDIT)
           IF KOT-KUNDE-ID(KOE-IDX) NOT = SPACES
               PERFORM VIS-DAGSGRAENSE
           END-IF
           DISPLAY "Godkend (G), afvis (A) eller spring over (S): "
               WITH NO ADVANCING
           ACCEPT WS-VALG
           ADD 1 TO WS-GODKENDT-TAELLER
           MOVE "G" TO KOT-AFGJORT(KOE-IDX)
           PERFORM SKRIV-POSTERINGSPAR
           IF KOT-KUNDE-ID(KOE-IDX) NOT = SPACES
               MOVE "REGI" TO WS-DG-FUNKTION
               PERFORM KALD-DAGSGRAENSE
           END-IF
           DISPLAY "Godkendt - posteringsparret er skrevet til "
               "files/POSTERINGER.txt."
       END-IF.

       VIS-DAGSGRAENSE.
      * Godkenderen skal se hvad kunden allerede har overfoert i dag
      * og om denne overfoersel gaar over graensen - en godkendelse
      * tilsidesaetter dagsgraensen bevidst.
       MOVE "KTRL" TO WS-DG-FUNKTION.
       PERFORM KALD-DAGSGRAENSE.
       IF KOT-AARSAG(KOE-IDX) = "D"
           DISPLAY "   Venter fordi den overskrider kundens "
               "dagsgraense."
       END-IF.
       IF WS-DG-SVAR = "Y" OR WS-DG-SVAR = "N"
           MOVE WS-DG-GRAENSE TO WS-DG-EDIT
           DISPLAY "   Dagsgraense " FUNCTION TRIM(WS-DG-EDIT)
               " DKK" WITH NO ADVANCING
           MOVE WS-DG-FORBRUG TO WS-DG-EDIT
           DISPLAY ", overfoert i dag " FUNCTION TRIM(WS-DG-EDIT)
               " DKK."
       END-IF.
       IF WS-DG-SVAR = "N"
           DISPLAY "   ADVARSEL: Godkendes overfoerslen, "
               "overskrides kundens dagsgraense."
       END-IF.

       KALD-DAGSGRAENSE.
       MOVE KOT-BELOEB(KOE-IDX) TO WS-DG-BELOEB.
       CALL "DAGSGRAENSE-KONTROL" USING WS-DG-FUNKTION
           KOT-KUNDE-ID(KOE-IDX) WS-DG-KANAL WS-DG-BELOEB
           KOT-VALUTA(KOE-IDX) KOT-FRA-KONTO(KOE-IDX) WS-DG-PROGRAM
           WS-DG-SVAR WS-DG-GRAENSE WS-DG-FORBRUG.

       DAN-REFERENCE.
      * Faelles reference for parrets to ben, dato + G (godkendt
      * overfoersel) + loebenummer fra den delte taeller.
       MOVE SPACES TO PO-TEKST.
       STRING "OVERFOERT TIL " KOT-TIL-KONTO(KOE-IDX)
           INTO PO-TEKST.
       MOVE "OVFT" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE KOT-TIL-KONTO(KOE-IDX) TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE SPACES TO PO-TEKST.
       STRING "OVERFOERT FRA " KOT-FRA-KONTO(KOE-IDX)
           INTO PO-TEKST.
       MOVE "OVFT" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-AFVIST-LINJE.
       MOVE SPACES TO AFVIST-RECORD.
                   MOVE KOT-TIL-KONTO(KOE-IDX) TO AV-TIL-KONTO
                   MOVE KOT-BELOEB(KOE-IDX) TO AV-BELOEB
                   MOVE KOT-TIL-BELOEB(KOE-IDX) TO AV-TIL-BELOEB
                   MOVE KOT-AARSAG(KOE-IDX) TO AV-AARSAG
                   MOVE KOT-KUNDE-ID(KOE-IDX) TO AV-KUNDE-ID
                   MOVE KOT-VALUTA(KOE-IDX) TO AV-VALUTA
                   WRITE AFVENTER-RECORD
               END-IF
           END-PERFORM
           CLOSE AFVENTER-FIL
       END-IF.

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
