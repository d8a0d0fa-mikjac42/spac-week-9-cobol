       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEJLKONTO-KLARERING.

      * Operatoerens klarering af fejlkontoen: posteringsmotoren
      * bogfoerer hver afvist postering paa fejlkontoen for sin valuta
      * og noterer den som aaben post i files/FEJLKONTO.txt (layout
      * copybooks/FEJLKREC.cpy). Her gennemgaas de aabne poster en
      * for en - omposter (O) til den konto beloebet rettelig skulle
      * have ramt, returner (R) det til afsenderen, eller spring over
      * (S) til naeste gennemgang.
      *
      * Som i batch/hold_behandling.cob bogfoeres intet direkte
      * herfra: en ompostering sendes som et par til
      * files/POSTERINGER.txt - benet paa den nye konto med samme D/K
      * som den afviste postering og frigivelsesmarkering S, og
      * modbenet paa fejlkontoen - og en returnering som et enkelt
      * ben paa fejlkontoen. Posten staar som ventende, til
      * posteringsmotoren har bogfoert klareringen og afsluttet den;
      * afviser motoren omposteringen (fx en lukket konto), aabnes
      * posten igen med aarsagen.
      *
      * Kraever paalogning med rollen B (betalinger).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEJLKONTO-FIL ASSIGN TO "files/FEJLKONTO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEJLKONTO-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

      *    Delt taeller til transaktionsreferencerne - se
      *    batch/konto_overfoersel.cob.
           SELECT REFNR-FIL ASSIGN TO "files/POSTERING-REFNR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEJLKONTO-FIL.
       01  FEJLKONTO-POST.
           COPY "copybooks/FEJLKREC.cpy".

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  REFNR-FIL.
       01  REFNR-RECORD.
           05 REFNR-VAERDI     PIC 9(4).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-FEJLKONTO-STATUS PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "FEJLKONTO-KLARERING".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen B (betalinger) - se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "B".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Hele postlisten holdes i hukommelsen under gennemgangen og
      * skrives samlet tilbage med de nye beslutninger.
       01  WS-FEJLPOST-ANTAL   PIC 9(4)   VALUE 0.
       01  FEJLPOST-TABEL.
           05  FEJLPOST-ENTRY OCCURS 3000 TIMES
                                INDEXED BY FP-IDX.
               10  FPT-LINJE       PIC X(189) VALUE SPACES.
       01  WS-AABNE-ANTAL      PIC 9(4)   VALUE 0.

      * Kontofilen til kontrol af omposteringens konto
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.

       01  WS-VALG             PIC X      VALUE SPACE.
       01  WS-VIS-IDX          PIC 9(4)   VALUE 0.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-NY-KONTO         PIC X(10)  VALUE SPACES.
       01  WS-FEJLKONTO-ID     PIC X(10)  VALUE SPACES.
       01  WS-MODSAT-DK        PIC X(1)   VALUE SPACE.
       01  WS-BELOEB-EDIT      PIC Z(6)9,99.
       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-REFNR            PIC 9(4)   VALUE 0.
       01  WS-REFERENCE        PIC X(13)  VALUE SPACES.
       01  WS-OMPOSTERET-TAELLER PIC 9(4) VALUE 0.
       01  WS-RETURNERET-TAELLER PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-FEJLKONTO.
       IF WS-AABNE-ANTAL = 0
           DISPLAY "FEJLKONTO-KLARERING: ingen aabne poster paa "
               "fejlkontoen."
           STOP RUN
       END-IF.
       PERFORM INDLAES-KONTOOPL.

       PERFORM AABN-POSTERINGSFIL.
       PERFORM BEHANDL-FEJLPOST
           VARYING WS-VIS-IDX FROM 1 BY 1
           UNTIL WS-VIS-IDX > WS-FEJLPOST-ANTAL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       PERFORM SKRIV-FEJLKONTO-TILBAGE.

       DISPLAY "FEJLKONTO-KLARERING: omposteret="
           WS-OMPOSTERET-TAELLER " returneret="
           WS-RETURNERET-TAELLER
           " - bogfoeres ved naeste koersel af posteringsmotoren.".
       STOP RUN.

       INDLAES-FEJLKONTO.
       OPEN INPUT FEJLKONTO-FIL.
       IF WS-FEJLKONTO-STATUS = "35"
           CONTINUE
       ELSE
           IF WS-FEJLKONTO-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne files/FEJLKONTO.txt, "
                   "status=" WS-FEJLKONTO-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ FEJLKONTO-FIL INTO FEJLKONTO-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF FEJLKONTO-POST NOT = SPACES
                               AND WS-FEJLPOST-ANTAL < 3000
                           ADD 1 TO WS-FEJLPOST-ANTAL
                           SET FP-IDX TO WS-FEJLPOST-ANTAL
                           MOVE FEJLKONTO-POST TO FPT-LINJE(FP-IDX)
                           IF FK-ER-AABEN
                               ADD 1 TO WS-AABNE-ANTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE FEJLKONTO-FIL
       END-IF.

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
           STOP RUN
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF WS-KONTO-ANTAL < 2000
                       ADD 1 TO WS-KONTO-ANTAL
                       MOVE KONTO-ID IN KONTO-RECORD
                           TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       AABN-POSTERINGSFIL.
       OPEN EXTEND POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           OPEN OUTPUT POSTERING-FIL
       END-IF.
       IF WS-POSTERING-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/POSTERINGER.txt, "
               "status=" WS-POSTERING-STATUS
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       BEHANDL-FEJLPOST.
       SET FP-IDX TO WS-VIS-IDX.
       MOVE FPT-LINJE(FP-IDX) TO FEJLKONTO-POST.
       IF FK-ER-AABEN
           MOVE FK-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "-----------------------------------"
           DISPLAY "Post " FK-NR " bogfoert paa fejlkontoen "
               FK-DATO
           DISPLAY "  " FK-VALUTA " " WS-BELOEB-EDIT " " FK-DK
               " konto " FK-KONTO-ID " " FK-TEKST
           DISPLAY "  Afvist: " FK-AARSAG-KODE " "
               FUNCTION TRIM(FK-AARSAG)
           IF FK-NOTE NOT = SPACES
               DISPLAY "  Klarering afvist: " FUNCTION TRIM(FK-NOTE)
           END-IF
           DISPLAY "Omposter (O), returner (R) eller spring over "
               "(S): " WITH NO ADVANCING
           ACCEPT WS-VALG
           EVALUATE WS-VALG
               WHEN "O"
               WHEN "o"
                   PERFORM OMPOSTER-POST
               WHEN "R"
               WHEN "r"
                   PERFORM RETURNER-POST
               WHEN OTHER
                   DISPLAY "Posten bliver staaende paa fejlkontoen."
           END-EVALUATE
       END-IF.

       OMPOSTER-POST.
      * Den nye konto skal findes og vaere aaben; motoren kontrollerer
      * resten ved bogfoeringen.
       DISPLAY "Omposter til KONTO-ID: " WITH NO ADVANCING.
       ACCEPT WS-NY-KONTO.
       MOVE 0 TO WS-FUNDET-IDX.
       SET KO-IDX TO 1.
       IF WS-KONTO-ANTAL > 0
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = WS-NY-KONTO
                   SET WS-FUNDET-IDX TO KO-IDX
           END-SEARCH
       END-IF.
       EVALUATE TRUE
           WHEN WS-NY-KONTO = SPACES OR WS-FUNDET-IDX = 0
               DISPLAY "Kontoen findes ikke - posten bliver staaende."
           WHEN KOT-KONTO-STATUS(WS-FUNDET-IDX) = "C"
               DISPLAY "Kontoen er lukket - posten bliver staaende."
           WHEN OTHER
               PERFORM DAN-REFERENCE
               PERFORM FORBERED-FEJLKONTO-BEN
               MOVE SPACES TO POSTERING-RECORD
               MOVE WS-NY-KONTO TO PO-KONTO-ID
               MOVE WS-DAGS-DATO TO PO-DATO PO-VALOER-DATO
               MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB
               MOVE FK-DK TO PO-DK
               MOVE FK-TEKST TO PO-TEKST
               MOVE WS-REFERENCE TO PO-REFERENCE
               MOVE "S" TO PO-FRIGIVET
               MOVE FK-VALUTA TO PO-VALUTA
               MOVE FK-TRANSKODE TO PO-TRANSKODE
               PERFORM SKRIV-POSTERING-I-BATCH
               MOVE SPACES TO POSTERING-RECORD
               MOVE WS-FEJLKONTO-ID TO PO-KONTO-ID
               MOVE WS-DAGS-DATO TO PO-DATO PO-VALOER-DATO
               MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB
               MOVE WS-MODSAT-DK TO PO-DK
               STRING "OMPOSTERET TIL " WS-NY-KONTO
                   DELIMITED BY SIZE INTO PO-TEKST
               MOVE WS-REFERENCE TO PO-REFERENCE
               MOVE FK-VALUTA TO PO-VALUTA
               MOVE "FKLR" TO PO-TRANSKODE
               PERFORM SKRIV-POSTERING-I-BATCH
               MOVE "O" TO FK-HANDLING
               MOVE WS-NY-KONTO TO FK-NY-KONTO-ID
               PERFORM NOTER-KLARERING
               ADD 1 TO WS-OMPOSTERET-TAELLER
               DISPLAY "Ompostering sendt til files/POSTERINGER.txt."
       END-EVALUATE.

       RETURNER-POST.
      * Beloebet sendes tilbage til afsenderen: fejlkontoen
      * modposteres, og intet bogfoeres paa nogen konto i huset.
       PERFORM DAN-REFERENCE.
       PERFORM FORBERED-FEJLKONTO-BEN.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-FEJLKONTO-ID TO PO-KONTO-ID.
       MOVE WS-DAGS-DATO TO PO-DATO PO-VALOER-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE WS-MODSAT-DK TO PO-DK.
       STRING "RETURNERET " FK-TEKST
           DELIMITED BY SIZE INTO PO-TEKST.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       MOVE FK-VALUTA TO PO-VALUTA.
       MOVE "FKLR" TO PO-TRANSKODE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE "R" TO FK-HANDLING.
       MOVE SPACES TO FK-NY-KONTO-ID.
       PERFORM NOTER-KLARERING.
       ADD 1 TO WS-RETURNERET-TAELLER.
       DISPLAY "Returnering sendt til files/POSTERINGER.txt.".

       FORBERED-FEJLKONTO-BEN.
      * Fejlkontoen for postens valuta, den modsatte side af den
      * afviste postering og beloebet i posteringsformat.
       MOVE SPACES TO WS-FEJLKONTO-ID.
       STRING "FEJLKT-" FK-VALUTA
           DELIMITED BY SIZE INTO WS-FEJLKONTO-ID.
       IF FK-DK = "D"
           MOVE "K" TO WS-MODSAT-DK
       ELSE
           MOVE "D" TO WS-MODSAT-DK
       END-IF.
       COMPUTE WS-BELOEB-X100 ROUNDED = FK-BELOEB * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.

       NOTER-KLARERING.
       SET FK-VENTER TO TRUE.
       MOVE WS-REFERENCE TO FK-KLAR-REF.
       MOVE WS-DAGS-DATO TO FK-KLAR-DATO.
       MOVE WS-OPERATOER-ID TO FK-OPERATOER.
       MOVE SPACES TO FK-NOTE.
       MOVE FEJLKONTO-POST TO FPT-LINJE(FP-IDX).

       DAN-REFERENCE.
      * Traek naeste loebenummer og dan klareringens reference,
      * dagsdato + programbogstav S + firecifret loebenummer.
       MOVE 0 TO WS-REFNR.
       OPEN INPUT REFNR-FIL.
       IF WS-REFNR-STATUS = "00"
           READ REFNR-FIL INTO REFNR-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE REFNR-VAERDI TO WS-REFNR
           END-READ
           CLOSE REFNR-FIL
       END-IF.
       ADD 1 TO WS-REFNR.
       OPEN OUTPUT REFNR-FIL.
       IF WS-REFNR-STATUS = "00"
           MOVE WS-REFNR TO REFNR-VAERDI
           WRITE REFNR-RECORD
           CLOSE REFNR-FIL
       END-IF.
       MOVE SPACES TO WS-REFERENCE.
       STRING WS-DAGS-DATO "S" WS-REFNR
           INTO WS-REFERENCE.

       SKRIV-FEJLKONTO-TILBAGE.
       OPEN OUTPUT FEJLKONTO-FIL.
       IF WS-FEJLKONTO-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/FEJLKONTO.txt "
               "tilbage, status=" WS-FEJLKONTO-STATUS
       ELSE
           PERFORM VARYING FP-IDX FROM 1 BY 1
                   UNTIL FP-IDX > WS-FEJLPOST-ANTAL
               MOVE FPT-LINJE(FP-IDX) TO FEJLKONTO-POST
               WRITE FEJLKONTO-POST
           END-PERFORM
           CLOSE FEJLKONTO-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
