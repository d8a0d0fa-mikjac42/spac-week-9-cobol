       IDENTIFICATION DIVISION.
       PROGRAM-ID. INKASSO-INDBETALING.

      * Inkassobureauets maanedlige afregning af inddrevne beloeb paa
      * de laan LAAN-AFSKRIVNING har afskrevet og overdraget.
      * files/INKASSO-INDBETALINGER.txt har en linje pr. indbetaling:
      * laanekontoen, beloebet, indbetalingsdagen og bureauets
      * reference.
      *
      * Hver indbetaling paa en sag i afskrivningsregistret
      * files/AFSKRIVNINGER.txt bogfoeres som indtaegt: kredit paa
      * laanekontoen med koden INDV (finanskategori INDDRIV), som
      * raabalancen via files/KONTOPLAN.txt henfoerer til kontoen for
      * inddrevne, tidligere afskrevne fordringer. Sagens inddrevne
      * sum og dato opdateres - naar hele det afskrevne er inddrevet,
      * saettes sagen til fuldt inddrevet - og indbetalingen noteres
      * som bevaegelse i files/AFSKRIVNING-POSTER.txt. Bureauet kan
      * inddrive mere end det afskrevne (renter og omkostninger);
      * ogsaa det bogfoeres som indtaegt. En indbetaling paa et laan
      * der ikke er afskrevet, bogfoeres ikke, men skrives til
      * files/INKASSO-UMATCHEDE.txt.
      *
      * files/INKASSO-RAPPORT.txt viser koerslens indbetalinger og
      * derefter alle sager med afskrevet, inddrevet og rest. Den
      * behandlede fil flyttes til et dateret navn under
      * files/behandlet/. Koeres som trin i maanedsafslutningen - se
      * batch/maaneds_koersel.cob.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDBETALING-FIL
               ASSIGN TO "files/INKASSO-INDBETALINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDBETALING-STATUS.

           SELECT AFSKRIVNING-FIL ASSIGN TO "files/AFSKRIVNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKRIVNING-STATUS.

           SELECT AFSKR-POST-FIL
               ASSIGN TO "files/AFSKRIVNING-POSTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKR-POST-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

           SELECT UMATCHET-FIL ASSIGN TO "files/INKASSO-UMATCHEDE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMATCHET-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/INKASSO-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDBETALING-FIL.
       01  INDBETALING-RECORD.
           05 II-LAAN-KONTO    PIC X(10).
           05 II-BELOEB        PIC 9(7)V99.
           05 II-DATO          PIC X(8).
           05 II-REFERENCE     PIC X(12).

       FD  AFSKRIVNING-FIL.
       01  AFSKRIVNING-POST.
           COPY "copybooks/AFSKRIV.cpy".

      * Samme layout som i batch/laan_afskrivning.cob.
       FD  AFSKR-POST-FIL.
       01  AFSKR-POST.
           05 AP-LAAN-KONTO    PIC X(10).
           05 FILLER           PIC X(1).
           05 AP-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 AP-ART           PIC X(1).
           05 FILLER           PIC X(1).
           05 AP-BELOEB        PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 AP-REFERENCE     PIC X(12).

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  UMATCHET-FIL.
       01  UMATCHET-RECORD.
           05 UMATCHET-TEXT    PIC X(100).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-INDBETALING-STATUS PIC XX   VALUE "00".
       01  WS-AFSKRIVNING-STATUS PIC XX   VALUE "00".
       01  WS-AFSKR-POST-STATUS PIC XX    VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-UMATCHET-STATUS  PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "INKASSO-INDBETALING".

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.

      * Hele afskrivningsregistret holdes i hukommelsen og skrives
      * tilbage samlet, naar en sag er aendret.
       01  WS-AF-ANTAL         PIC 9(4)   VALUE 0.
       01  AF-TABEL.
           05  AF-ENTRY OCCURS 2000 TIMES
                          INDEXED BY AF-IDX.
               10  AFT-LINJE        PIC X(100)   VALUE SPACES.
       01  WS-AF-FUNDET-IDX    PIC 9(4)   VALUE 0.
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".

       01  WS-REST             PIC S9(9)V99 VALUE 0.
       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-BELOEB-EDIT      PIC -(9)9,99.
       01  WS-AFSKREVET-EDIT   PIC -(9)9,99.
       01  WS-INDDREVET-EDIT   PIC -(9)9,99.
       01  WS-REST-EDIT        PIC -(9)9,99.

       01  WS-BEHANDLET-KOMMANDO PIC X(200) VALUE SPACES.

       01  WS-INDBETALING-ANTAL PIC 9(5)  VALUE 0.
       01  WS-BOGFOERT-TAELLER PIC 9(5)   VALUE 0.
       01  WS-UMATCHET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-INDDREVET-I-ALT  PIC 9(9)V99 VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)
               VALUE "INKASSO-INDBETALING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM INDLAES-AFSKRIVNINGER.

       OPEN INPUT INDBETALING-FIL.
       IF WS-INDBETALING-STATUS NOT = "00"
               AND WS-INDBETALING-STATUS NOT = "35"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/INKASSO-INDBETALINGER.txt, status="
               WS-INDBETALING-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.

       OPEN EXTEND POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           OPEN OUTPUT POSTERING-FIL
       END-IF.
       OPEN EXTEND AFSKR-POST-FIL.
       IF WS-AFSKR-POST-STATUS = "35"
           OPEN OUTPUT AFSKR-POST-FIL
       END-IF.
       OPEN OUTPUT UMATCHET-FIL.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-POSTERING-STATUS NOT = "00"
               OR WS-AFSKR-POST-STATUS NOT = "00"
               OR WS-UMATCHET-STATUS NOT = "00"
               OR WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne posterings-, bevaegelses-, "
               "undtagelses- eller rapportfilen, status="
               WS-POSTERING-STATUS "/" WS-AFSKR-POST-STATUS "/"
               WS-UMATCHET-STATUS "/" WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "INKASSO - INDDREVNE BELOEB, KOERSEL "
           WS-KOERSELS-DATO
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

      * Ingen fil fra bureauet denne maaned er normalt; saa vises
      * kun sagsoversigten.
       IF WS-INDBETALING-STATUS = "00"
           PERFORM UNTIL WS-INDBETALING-STATUS NOT = "00"
               READ INDBETALING-FIL INTO INDBETALING-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF INDBETALING-RECORD NOT = SPACES
                           ADD 1 TO WS-INDBETALING-ANTAL
                           PERFORM BEHANDL-INDBETALING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDBETALING-FIL
       END-IF.

       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE AFSKR-POST-FIL.
       CLOSE UMATCHET-FIL.
       IF ER-AENDRET
           PERFORM SKRIV-AFSKRIVNINGER-TILBAGE
       END-IF.

       MOVE WS-INDDREVET-I-ALT TO WS-BELOEB-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "I ALT: indbetalinger=" WS-INDBETALING-ANTAL
           " bogfoert=" WS-BOGFOERT-TAELLER
           " umatchede=" WS-UMATCHET-TAELLER
           " inddrevet=" FUNCTION TRIM(WS-BELOEB-EDIT)
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM SKRIV-SAGSOVERSIGT.
       CLOSE RAPPORT-FIL.

       IF WS-INDBETALING-ANTAL > 0
           PERFORM FLYT-INDBETALINGER-TIL-BEHANDLET
       END-IF.

       DISPLAY "INKASSO-INDBETALING: indbetalinger="
           WS-INDBETALING-ANTAL
           " bogfoert=" WS-BOGFOERT-TAELLER
           " umatchede=" WS-UMATCHET-TAELLER.
       MOVE WS-INDBETALING-ANTAL TO WS-NOTIF-ANTAL.
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

       INDLAES-AFSKRIVNINGER.
       OPEN INPUT AFSKRIVNING-FIL.
       IF WS-AFSKRIVNING-STATUS = "00"
           PERFORM UNTIL WS-AFSKRIVNING-STATUS NOT = "00"
               READ AFSKRIVNING-FIL INTO AFSKRIVNING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AF-LAAN-KONTO NOT = SPACES
                               AND WS-AF-ANTAL < 2000
                           ADD 1 TO WS-AF-ANTAL
                           MOVE AFSKRIVNING-POST
                               TO AFT-LINJE(WS-AF-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFSKRIVNING-FIL
       END-IF.

       BEHANDL-INDBETALING.
       MOVE 0 TO WS-AF-FUNDET-IDX.
       PERFORM VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AF-ANTAL
           IF AFT-LINJE(AF-IDX)(1:10) = II-LAAN-KONTO
               SET WS-AF-FUNDET-IDX TO AF-IDX
           END-IF
       END-PERFORM.
       MOVE II-BELOEB TO WS-BELOEB-EDIT.
       EVALUATE TRUE
           WHEN II-BELOEB NOT NUMERIC OR II-BELOEB = 0
               PERFORM SKRIV-UMATCHET
               MOVE "UGYLDIGT BELOEB" TO UMATCHET-TEXT(70:31)
               WRITE UMATCHET-RECORD
           WHEN WS-AF-FUNDET-IDX = 0
               PERFORM SKRIV-UMATCHET
               MOVE "LAANET ER IKKE AFSKREVET" TO UMATCHET-TEXT(70:31)
               WRITE UMATCHET-RECORD
           WHEN OTHER
               PERFORM BOGFOER-INDBETALING
       END-EVALUATE.

       SKRIV-UMATCHET.
       ADD 1 TO WS-UMATCHET-TAELLER.
       MOVE SPACES TO UMATCHET-TEXT.
       STRING II-LAAN-KONTO " " II-DATO " " II-REFERENCE " "
           FUNCTION TRIM(WS-BELOEB-EDIT)
           DELIMITED BY SIZE INTO UMATCHET-TEXT.

       BOGFOER-INDBETALING.
      * Indtaegten bogfoeres paa laanekontoen med indbetalingsdagen
      * som valoer, og sagens summer opdateres.
       ADD 1 TO WS-BOGFOERT-TAELLER.
       ADD II-BELOEB TO WS-INDDREVET-I-ALT.
       COMPUTE WS-BELOEB-X100 ROUNDED = II-BELOEB * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE II-LAAN-KONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "K" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "INKASSO " II-REFERENCE INTO PO-TEKST.
       MOVE "INDV" TO PO-TRANSKODE.
       IF II-DATO NUMERIC
           MOVE II-DATO TO PO-VALOER-DATO
       ELSE
           MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO
       END-IF.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SET AF-IDX TO WS-AF-FUNDET-IDX.
       MOVE AFT-LINJE(AF-IDX) TO AFSKRIVNING-POST.
       ADD II-BELOEB TO AF-INDDREVET.
       MOVE PO-VALOER-DATO TO AF-SIDST-INDDREVET.
       IF AF-INDDREVET NOT < AF-AFSKREVET
           SET AF-ER-INDDREVET TO TRUE
       END-IF.
       MOVE AFSKRIVNING-POST TO AFT-LINJE(AF-IDX).
       SET ER-AENDRET TO TRUE.

       MOVE SPACES TO AFSKR-POST.
       MOVE II-LAAN-KONTO TO AP-LAAN-KONTO.
       MOVE PO-VALOER-DATO TO AP-DATO.
       MOVE "I" TO AP-ART.
       MOVE II-BELOEB TO AP-BELOEB.
       MOVE II-REFERENCE TO AP-REFERENCE.
       WRITE AFSKR-POST.

       MOVE SPACES TO RAPPORT-TEXT.
       STRING "INDDREVET LAAN " II-LAAN-KONTO
           " DATO=" PO-VALOER-DATO
           " REF=" II-REFERENCE
           " BELOEB=" FUNCTION TRIM(WS-BELOEB-EDIT)
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-SAGSOVERSIGT.
      * Alle afskrevne sager: afskrevet, inddrevet i alt og resten,
      * der stadig er hos bureauet.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE "SAGSOVERSIGT" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AF-ANTAL
           MOVE AFT-LINJE(AF-IDX) TO AFSKRIVNING-POST
           COMPUTE WS-REST = AF-AFSKREVET - AF-INDDREVET
           MOVE AF-AFSKREVET TO WS-AFSKREVET-EDIT
           MOVE AF-INDDREVET TO WS-INDDREVET-EDIT
           MOVE WS-REST TO WS-REST-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING "LAAN " AF-LAAN-KONTO
               " AFSKREVET " AF-DATO
               " BELOEB=" FUNCTION TRIM(WS-AFSKREVET-EDIT)
               " INDDREVET=" FUNCTION TRIM(WS-INDDREVET-EDIT)
               " REST=" FUNCTION TRIM(WS-REST-EDIT)
               " STATUS=" AF-STATUS
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-PERFORM.

       SKRIV-AFSKRIVNINGER-TILBAGE.
       OPEN OUTPUT AFSKRIVNING-FIL.
       IF WS-AFSKRIVNING-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/AFSKRIVNINGER.txt, status="
               WS-AFSKRIVNING-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AF-ANTAL
           MOVE AFT-LINJE(AF-IDX) TO AFSKRIVNING-POST
           WRITE AFSKRIVNING-POST
       END-PERFORM.
       CLOSE AFSKRIVNING-FIL.

       FLYT-INDBETALINGER-TIL-BEHANDLET.
      * Indbetalingerne er bogfoert - flyt filen til et dateret navn
      * under files/behandlet/, samme moenster som KORT-AFREGNING,
      * saa de ikke bogfoeres to gange.
       MOVE SPACES TO WS-BEHANDLET-KOMMANDO.
       STRING
           "mkdir -p files/behandlet && mv -f "
           "files/INKASSO-INDBETALINGER.txt "
           "files/behandlet/INKASSO-INDBETALINGER_" WS-KOERSELS-DATO
           ".txt"
           INTO WS-BEHANDLET-KOMMANDO.
       CALL "SYSTEM" USING WS-BEHANDLET-KOMMANDO.

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
