       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAAN-ANSOEGNING.

      * Kreditansoegninger fra indtastning til udbetaling. Et nyt laan
      * starter her i stedet for som en linje tastet direkte i
      * files/LAANEPLANER.txt: ansoegningen registreres i
      * files/LAANEANSOEGNINGER.txt (layout copybooks/LAANANS.cpy)
      * med beloeb, loebetid, sats, formaal og kundens oplyste
      * maanedlige indkomst og faste udgifter, og programmet beregner
      * raadighedsbeloebet efter den foreslaaede ydelse - ydelsen med
      * samme annuitetsformel som YDELSESPLAN-GENERATOR
      * (shared/annuitet_beregn.cob). Ansoegningen godkendes eller
      * afvises af en anden operatoer med rollen B i
      * batch/laan_godkendelse.cob.
      *
      * Foerst ved udbetalingen af en godkendt ansoegning oprettes
      * laanekontoen (LOAN) efter samme regler som KONTO-OPRETTELSE -
      * kunden skal findes i kundemasteren, KONTO-ID maa ikke findes
      * i forvejen, kontotype, valuta og afdeling valideres, og IBAN
      * tildeles med det samme - laaneplanen skrives til
      * files/LAANEPLANER.txt med udbetalingskontoen som modkonto, og
      * hovedstolen posteres som et balancerende par (debet
      * laanekontoen, kredit kundens udbetalingskonto) i
      * files/POSTERINGER.txt til bogfoering i posteringsmotoren.
      * Laanekontoen skrives paa KONTO-ID i den indekserede
      * kontomaster, og den flade files/KontoOpl.txt dannes bagefter
      * paany af batch/kontoopl_udtraek.cob.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANSOEGNING-FIL
               ASSIGN TO "files/LAANEANSOEGNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSOEGNING-STATUS.

           SELECT KUNDE-MASTER-FIL
               ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID IN KONTO-RECORD
               ALTERNATE RECORD KEY IS KUNDE-ID IN KONTO-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-KONTOMASTER-STATUS.

           SELECT KONTOTYPE-FIL ASSIGN TO "files/KONTOTYPER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOTYPE-STATUS.

           SELECT VALUTAKURS-FIL
               ASSIGN TO "files/VALUTAKURSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUTAKURS-STATUS.

           SELECT AFDELING-FIL ASSIGN TO "files/AFDELINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFDELING-STATUS.

           SELECT RENTESATS-FIL ASSIGN TO "files/RENTESATSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTESATS-STATUS.

           SELECT PLAN-FIL ASSIGN TO "files/LAANEPLANER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

      *    Loebenummer-taeller til transaktionsreferencen, delt med
      *    de oevrige programmer der danner posteringspar.
           SELECT REFNR-FIL ASSIGN TO "files/POSTERING-REFNR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANSOEGNING-FIL.
       01  ANSOEGNING-POST.
           COPY "copybooks/LAANANS.cpy".

       FD  KUNDE-MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  KONTOMASTER-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  KONTOTYPE-FIL.
       01  KONTOTYPE-POST.
           05 KT-KODE          PIC X(20).

       FD  VALUTAKURS-FIL.
       01  VALUTAKURS-POST.
           05 VK-KODE          PIC X(3).
           05 FILLER           PIC X(1).
           05 VK-KURS          PIC 9(3)V9999.

       FD  AFDELING-FIL.
       01  AFDELING-POST.
           05 AF-KODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 AF-NAVN          PIC X(21).
           05 AF-REGION        PIC X(4).
           05 FILLER           PIC X(7).
      *    L = lukket (ved en afdelingssammenlaegning); blank = aaben.
           05 AF-STATUS        PIC X(1).

       FD  RENTESATS-FIL.
       01  RENTESATS-POST.
           05 RS-KONTO-TYPE    PIC X(20).
           05 FILLER           PIC X(1).
           05 RS-GYLDIG-FRA    PIC X(8).
           05 FILLER           PIC X(1).
           05 RS-BAND-FRA      PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 RS-FORTEGN       PIC X(1).
           05 RS-SATS          PIC 9(2)V9(4).

      * Samme layout som i batch/ydelsesplan_generator.cob.
       FD  PLAN-FIL.
       01  PLAN-POST.
           05 LP-KONTO-ID      PIC X(10).
           05 LP-MODKONTO      PIC X(10).
           05 LP-HOVEDSTOL     PIC 9(9)V99.
           05 LP-SATS          PIC 9(2)V9(4).
           05 LP-TERMINER      PIC 9(3).
           05 LP-BETALINGSDAG  PIC 9(2).
           05 LP-START-DATO    PIC X(8).

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  REFNR-FIL.
       01  REFNR-RECORD.
           05 REFNR-VAERDI     PIC 9(4).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-ANSOEGNING-STATUS PIC XX    VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOMASTER-STATUS PIC XX   VALUE "00".
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.
       01  WS-KONTOTYPE-STATUS PIC XX     VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-AFDELING-STATUS  PIC XX     VALUE "00".
       01  WS-RENTESATS-STATUS PIC XX     VALUE "00".
       01  WS-PLAN-STATUS      PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".
       01  WS-VALG             PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "LAAN-ANSOEGNING".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen V (vedligehold) - se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "V".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Hele registret holdes i hukommelsen og skrives tilbage efter
      * hver aendring, saa en udbetaling aldrig kan gentages.
       01  WS-LA-ANTAL         PIC 9(4)   VALUE 0.
       01  LA-TABEL.
           05  LA-ENTRY OCCURS 2000 TIMES
                          INDEXED BY LA-IDX.
               10  LAT-LINJE        PIC X(200)   VALUE SPACES.
       01  WS-NAESTE-NR        PIC 9(6)   VALUE 0.
       01  WS-VIS-IDX          PIC 9(4)   VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(4)   VALUE 0.
       01  WS-SOEGE-NR         PIC 9(6)   VALUE 0.

      * Operatoerens indtastning
       01  WS-KUNDE-ID         PIC X(10)  VALUE SPACES.
       01  WS-BELOEB           PIC 9(9)V99 VALUE 0.
       01  WS-TERMINER         PIC 9(3)   VALUE 0.
       01  WS-SATS             PIC 9(2)V9(4) VALUE 0.
       01  WS-FORMAAL          PIC X(30)  VALUE SPACES.
       01  WS-INDKOMST         PIC 9(7)V99 VALUE 0.
       01  WS-FASTE-UDG        PIC 9(7)V99 VALUE 0.
       01  WS-KONTO-ID         PIC X(10)  VALUE SPACES.
       01  WS-MODKONTO         PIC X(10)  VALUE SPACES.
       01  WS-AFDELING         PIC X(4)   VALUE SPACES.
       01  WS-BETALINGSDAG     PIC 9(2)   VALUE 0.
       01  WS-BEKRAEFT         PIC X      VALUE "N".
           88  BEKRAEFTET                 VALUE "J".

      * Laanekontoens faste vilkaar
       01  WS-LAAN-TYPE        PIC X(20)  VALUE "LOAN".
       01  WS-LAAN-VALUTA      PIC X(3)   VALUE "DKK".
       01  WS-MAKS-TERMINER    PIC 9(3)   VALUE 480.
      * Kontofilens balancefelt kan ikke baere en laanesaldo under
      * -999999,99 (se KONTROLLER-SALDO-GRAENSE i
      * batch/postering_motor.cob), saa stoerre laan afvises allerede
      * ved indtastningen.
       01  WS-MAKS-BELOEB      PIC 9(7)V99 VALUE 999999,99.

      * Raadighedsberegningen
       01  WS-YDELSE           PIC 9(7)V99 VALUE 0.
       01  WS-RAADIGHED        PIC S9(9)V99 VALUE 0.
       01  WS-STANDARD-SATS    PIC 9(2)V9(4) VALUE 0.
       01  WS-STANDARD-FRA     PIC X(8)   VALUE SPACES.

      * Opslagsresultater
       01  WS-FUNDET           PIC X      VALUE "N".
           88  ER-FUNDET                  VALUE "Y".
       01  WS-KUNDE-SPAERRET   PIC X(30)  VALUE SPACES.
       01  WS-LANDE-KODE       PIC X(2)   VALUE SPACES.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.
       01  WS-MODKONTO-FEJL    PIC X(40)  VALUE SPACES.

      * IBAN-tildeling, samme regler som batch/iban_tildeling.cob.
      * Registreringsnummeret er ejerens pengeinstituts - se
      * shared/pengeinstitut_opslag.cob.
       01  WS-PENGEINSTITUT    PIC X(2)   VALUE SPACES.
       01  WS-PI-FUNKTION      PIC X(4)   VALUE "KODE".
       01  WS-PI-SVAR          PIC X      VALUE SPACE.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".
       01  WS-REG-NUMMER       PIC X(4)   VALUE SPACES.
       01  WS-IBAN-FUNKTION    PIC X(4)   VALUE SPACES.
       01  WS-IBAN             PIC X(18)  VALUE SPACES.
       01  WS-IBAN-GYLDIG      PIC X      VALUE "Y".
           88  IBAN-ER-GYLDIGT            VALUE "Y".

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.

      * Transaktionsreferencen der binder udbetalingens to ben
      * sammen: dags dato + "A" (laaneansoegning) + loebenummer fra
      * files/POSTERING-REFNR.txt.
       01  WS-REFNR            PIC 9(4)   VALUE 0.
       01  WS-REFERENCE        PIC X(13)  VALUE SPACES.
       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.

       01  WS-BELOEB-EDIT      PIC -(9)9,99.
       01  WS-YDELSE-EDIT      PIC -(7)9,99.
       01  WS-RAADIGHED-EDIT   PIC -(9)9,99.
       01  WS-SATS-EDIT        PIC Z9,9999.
       01  WS-STATUS-TEKST     PIC X(10)  VALUE SPACES.

      * Foerbillede af kontoen til kontojournalen - se
      * shared/konto_journal.cob.
       01  WS-KONTO-FOER-BILLEDE PIC X(93) VALUE SPACES.
       01  WS-KONTO-OPERATION  PIC X(8)   VALUE "OPRET".
       01  WS-JOURNAL-PROGRAM  PIC X(20)  VALUE "LAAN-ANSOEGNING".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM INDLAES-ANSOEGNINGER.
       PERFORM FIND-STANDARDSATS.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM NY-ANSOEGNING
               WHEN 2
                   PERFORM VIS-ANSOEGNINGER
               WHEN 3
                   PERFORM UDBETAL-ANSOEGNING
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Laaneansoegninger".
       DISPLAY "1. Ny ansoegning".
       DISPLAY "2. Vis ansoegninger".
       DISPLAY "3. Udbetal godkendt ansoegning".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

       INDLAES-ANSOEGNINGER.
       OPEN INPUT ANSOEGNING-FIL.
       IF WS-ANSOEGNING-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-ANSOEGNING-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/LAANEANSOEGNINGER.txt, status="
                   WS-ANSOEGNING-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ ANSOEGNING-FIL INTO ANSOEGNING-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF LA-KUNDE-ID NOT = SPACES
                               AND WS-LA-ANTAL < 2000
                           ADD 1 TO WS-LA-ANTAL
                           MOVE ANSOEGNING-POST
                               TO LAT-LINJE(WS-LA-ANTAL)
                           IF LA-ANSOEGNING-NR > WS-NAESTE-NR
                               MOVE LA-ANSOEGNING-NR TO WS-NAESTE-NR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE ANSOEGNING-FIL
       END-IF.

       FIND-STANDARDSATS.
      * Bankens gaeldende LOAN-sats (nyeste gyldig-fra-dato til og
      * med i dag i det laveste beloebsbaand) foreslaas, naar
      * operatoeren ikke taster en aftalt sats.
       MOVE 0 TO WS-STANDARD-SATS.
       MOVE SPACES TO WS-STANDARD-FRA.
       OPEN INPUT RENTESATS-FIL.
       IF WS-RENTESATS-STATUS = "00"
           PERFORM UNTIL WS-RENTESATS-STATUS NOT = "00"
               READ RENTESATS-FIL INTO RENTESATS-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RS-KONTO-TYPE = WS-LAAN-TYPE
                               AND RS-BAND-FRA = 0
                               AND RS-GYLDIG-FRA NOT > WS-KOERSELS-DATO
                               AND RS-GYLDIG-FRA NOT < WS-STANDARD-FRA
                           MOVE RS-GYLDIG-FRA TO WS-STANDARD-FRA
                           MOVE RS-SATS TO WS-STANDARD-SATS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENTESATS-FIL
       END-IF.

       NY-ANSOEGNING.
       DISPLAY "Kundens KUNDE-ID             : " WITH NO ADVANCING.
       ACCEPT WS-KUNDE-ID.
       PERFORM SLAA-KUNDE-OP.
       IF NOT ER-FUNDET
           DISPLAY "FEJL: KUNDE-ID " FUNCTION TRIM(WS-KUNDE-ID)
               " findes ikke i kundemasteren."
       ELSE
           IF WS-KUNDE-SPAERRET NOT = SPACES
               DISPLAY "FEJL: " FUNCTION TRIM(WS-KUNDE-SPAERRET)
                   " - der kan ikke soeges om laan."
           ELSE
               DISPLAY "Kunde: " FUNCTION TRIM(FULDT-NAVN)
               PERFORM INDTAST-ANSOEGNING
           END-IF
       END-IF.

       INDTAST-ANSOEGNING.
       DISPLAY "Ansoegt beloeb (hovedstol)   : " WITH NO ADVANCING.
       ACCEPT WS-BELOEB.
       DISPLAY "Loebetid (antal maaneder)    : " WITH NO ADVANCING.
       ACCEPT WS-TERMINER.
       MOVE WS-STANDARD-SATS TO WS-SATS-EDIT.
       DISPLAY "Aarlig sats i pct. (0 = standard "
           FUNCTION TRIM(WS-SATS-EDIT) ")    : " WITH NO ADVANCING.
       ACCEPT WS-SATS.
       IF WS-SATS = 0
           MOVE WS-STANDARD-SATS TO WS-SATS
       END-IF.
       DISPLAY "Formaal                      : " WITH NO ADVANCING.
       ACCEPT WS-FORMAAL.
       DISPLAY "Maanedlig indkomst efter skat: " WITH NO ADVANCING.
       ACCEPT WS-INDKOMST.
       DISPLAY "Faste udgifter pr. maaned    : " WITH NO ADVANCING.
       ACCEPT WS-FASTE-UDG.
       EVALUATE TRUE
           WHEN WS-BELOEB = 0
               DISPLAY "FEJL: Beloebet skal vaere over nul - "
                   "ansoegningen gemmes ikke."
           WHEN WS-BELOEB > WS-MAKS-BELOEB
               MOVE WS-MAKS-BELOEB TO WS-BELOEB-EDIT
               DISPLAY "FEJL: Beloebet kan hoejst vaere "
                   FUNCTION TRIM(WS-BELOEB-EDIT) " - ansoegningen "
                   "gemmes ikke."
           WHEN WS-TERMINER = 0 OR WS-TERMINER > WS-MAKS-TERMINER
               DISPLAY "FEJL: Loebetiden skal vaere 1-"
                   WS-MAKS-TERMINER " maaneder - ansoegningen "
                   "gemmes ikke."
           WHEN WS-FORMAAL = SPACES
               DISPLAY "FEJL: Formaalet skal udfyldes - "
                   "ansoegningen gemmes ikke."
           WHEN OTHER
               PERFORM BEREGN-RAADIGHED
               PERFORM GEM-ANSOEGNING
       END-EVALUATE.

       BEREGN-RAADIGHED.
      * Raadighedsbeloebet: hvad kunden har tilbage om maaneden, naar
      * de faste udgifter og den nye ydelse er betalt.
       CALL "ANNUITET-BEREGN" USING WS-BELOEB WS-SATS WS-TERMINER
           WS-YDELSE.
       COMPUTE WS-RAADIGHED
           = WS-INDKOMST - WS-FASTE-UDG - WS-YDELSE.
       MOVE WS-YDELSE TO WS-YDELSE-EDIT.
       MOVE WS-RAADIGHED TO WS-RAADIGHED-EDIT.
       MOVE WS-SATS TO WS-SATS-EDIT.
       DISPLAY "Maanedlig ydelse ved " FUNCTION TRIM(WS-SATS-EDIT)
           " pct.: " FUNCTION TRIM(WS-YDELSE-EDIT).
       DISPLAY "Raadighedsbeloeb efter ydelsen: "
           FUNCTION TRIM(WS-RAADIGHED-EDIT).
       IF WS-RAADIGHED < 0
           DISPLAY "ADVARSEL: Negativt raadighedsbeloeb - kunden "
               "kan ikke baere ydelsen."
       END-IF.

       GEM-ANSOEGNING.
       DISPLAY "Registrer ansoegningen (J/N): " WITH NO ADVANCING.
       ACCEPT WS-BEKRAEFT.
       IF NOT BEKRAEFTET
           DISPLAY "Ansoegningen er ikke registreret."
       ELSE
           IF WS-LA-ANTAL >= 2000
               DISPLAY "FEJL: Ansoegningstabellen er fuld."
           ELSE
               ADD 1 TO WS-NAESTE-NR
               MOVE SPACES TO ANSOEGNING-POST
               MOVE WS-NAESTE-NR TO LA-ANSOEGNING-NR
               MOVE WS-KUNDE-ID TO LA-KUNDE-ID
               MOVE WS-BELOEB TO LA-BELOEB
               MOVE WS-TERMINER TO LA-TERMINER
               MOVE WS-SATS TO LA-SATS
               MOVE WS-FORMAAL TO LA-FORMAAL
               MOVE WS-INDKOMST TO LA-INDKOMST
               MOVE WS-FASTE-UDG TO LA-FASTE-UDG
               MOVE WS-YDELSE TO LA-YDELSE
               IF WS-RAADIGHED < 0
                   MOVE "D" TO LA-RAADIGHED-DK
                   COMPUTE LA-RAADIGHED = 0 - WS-RAADIGHED
               ELSE
                   MOVE "K" TO LA-RAADIGHED-DK
                   MOVE WS-RAADIGHED TO LA-RAADIGHED
               END-IF
               SET LA-ER-ANSOEGT TO TRUE
               MOVE WS-KOERSELS-DATO TO LA-OPRETTET
               MOVE WS-OPERATOER-ID TO LA-OPRETTET-AF
               ADD 1 TO WS-LA-ANTAL
               MOVE ANSOEGNING-POST TO LAT-LINJE(WS-LA-ANTAL)
               PERFORM SKRIV-ANSOEGNINGER-TILBAGE
               DISPLAY "Ansoegning nr. " WS-NAESTE-NR
                   " er registreret og afventer godkendelse af en "
                   "anden operatoer (rolle B)."
           END-IF
       END-IF.

       VIS-ANSOEGNINGER.
       IF WS-LA-ANTAL = 0
           DISPLAY "Ingen ansoegninger registreret."
       END-IF.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-LA-ANTAL
           MOVE LAT-LINJE(WS-VIS-IDX) TO ANSOEGNING-POST
           PERFORM VIS-ANSOEGNING
       END-PERFORM.

       VIS-ANSOEGNING.
      * Ansoegningen i ANSOEGNING-POST paa en linje.
       EVALUATE TRUE
           WHEN LA-ER-ANSOEGT
               MOVE "ANSOEGT" TO WS-STATUS-TEKST
           WHEN LA-ER-GODKENDT
               MOVE "GODKENDT" TO WS-STATUS-TEKST
           WHEN LA-ER-AFVIST
               MOVE "AFVIST" TO WS-STATUS-TEKST
           WHEN LA-ER-UDBETALT
               MOVE "UDBETALT" TO WS-STATUS-TEKST
           WHEN OTHER
               MOVE LA-STATUS TO WS-STATUS-TEKST
       END-EVALUATE.
       MOVE LA-BELOEB TO WS-BELOEB-EDIT.
       MOVE LA-YDELSE TO WS-YDELSE-EDIT.
       IF LA-RAADIGHED-DK = "D"
           COMPUTE WS-RAADIGHED = 0 - LA-RAADIGHED
       ELSE
           MOVE LA-RAADIGHED TO WS-RAADIGHED
       END-IF.
       MOVE WS-RAADIGHED TO WS-RAADIGHED-EDIT.
       MOVE LA-SATS TO WS-SATS-EDIT.
       DISPLAY LA-ANSOEGNING-NR ": " WS-STATUS-TEKST
           " KUNDE=" LA-KUNDE-ID
           " BELOEB=" FUNCTION TRIM(WS-BELOEB-EDIT)
           " MDR=" LA-TERMINER
           " SATS=" FUNCTION TRIM(WS-SATS-EDIT)
           " YDELSE=" FUNCTION TRIM(WS-YDELSE-EDIT)
           " RAADIGHED=" FUNCTION TRIM(WS-RAADIGHED-EDIT).
       DISPLAY "        " FUNCTION TRIM(LA-FORMAAL)
           " / INDTASTET " LA-OPRETTET " AF " LA-OPRETTET-AF.
       IF LA-AFGJORT NOT = SPACES
           DISPLAY "        AFGJORT " LA-AFGJORT " AF " LA-AFGJORT-AF
       END-IF.
       IF LA-ER-UDBETALT
           DISPLAY "        UDBETALT " LA-UDBETALT " AF "
               LA-UDBETALT-AF " LAANEKONTO=" LA-LAANEKONTO
               " TIL " LA-MODKONTO
       END-IF.

       UDBETAL-ANSOEGNING.
       DISPLAY "Ansoegningsnummer: " WITH NO ADVANCING.
       ACCEPT WS-SOEGE-NR.
       MOVE 0 TO WS-FUNDET-IDX.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-LA-ANTAL
           MOVE LAT-LINJE(WS-VIS-IDX) TO ANSOEGNING-POST
           IF LA-ANSOEGNING-NR = WS-SOEGE-NR
               MOVE WS-VIS-IDX TO WS-FUNDET-IDX
           END-IF
       END-PERFORM.
       IF WS-FUNDET-IDX = 0
           DISPLAY "FEJL: Ansoegningen findes ikke."
       ELSE
           MOVE LAT-LINJE(WS-FUNDET-IDX) TO ANSOEGNING-POST
           PERFORM VIS-ANSOEGNING
           IF NOT LA-ER-GODKENDT
               DISPLAY "FEJL: Kun en godkendt ansoegning kan "
                   "udbetales."
           ELSE
               PERFORM INDTAST-UDBETALING
           END-IF
       END-IF.

       INDTAST-UDBETALING.
      * Laanekontoen oprettes efter KONTO-OPRETTELSEs regler; alle
      * kontroller skal bestaas, foer noget skrives.
       MOVE LA-KUNDE-ID TO WS-KUNDE-ID.
       PERFORM SLAA-KUNDE-OP.
       DISPLAY "Nyt KONTO-ID til laanet      : " WITH NO ADVANCING.
       ACCEPT WS-KONTO-ID.
       DISPLAY "Udbetales til konto          : " WITH NO ADVANCING.
       ACCEPT WS-MODKONTO.
       DISPLAY "Afdeling (4 cifre)           : " WITH NO ADVANCING.
       ACCEPT WS-AFDELING.
       DISPLAY "Betalingsdag (0 = dagens)    : " WITH NO ADVANCING.
       ACCEPT WS-BETALINGSDAG.
       IF WS-BETALINGSDAG = 0
           MOVE WS-KOERSELS-DATO(7:2) TO WS-BETALINGSDAG
       END-IF.
       IF NOT ER-FUNDET
           DISPLAY "FEJL: KUNDE-ID " FUNCTION TRIM(WS-KUNDE-ID)
               " findes ikke i kundemasteren - intet udbetalt."
       ELSE
           IF WS-KUNDE-SPAERRET NOT = SPACES
               DISPLAY "FEJL: " FUNCTION TRIM(WS-KUNDE-SPAERRET)
                   " - intet udbetalt."
           ELSE
               PERFORM KONTROLLER-UDBETALING
           END-IF
       END-IF.

       KONTROLLER-UDBETALING.
       PERFORM KONTROLLER-KONTI.
       EVALUATE TRUE
           WHEN WS-KONTO-ID = SPACES
               DISPLAY "FEJL: KONTO-ID skal udfyldes - intet "
                   "udbetalt."
           WHEN ER-FUNDET
               DISPLAY "FEJL: KONTO-ID " FUNCTION TRIM(WS-KONTO-ID)
                   " findes allerede i kontomasteren - intet "
                   "udbetalt."
           WHEN WS-MODKONTO-FEJL NOT = SPACES
               DISPLAY "FEJL: Udbetalingskontoen "
                   FUNCTION TRIM(WS-MODKONTO-FEJL)
                   " - intet udbetalt."
           WHEN WS-BETALINGSDAG > 31
               DISPLAY "FEJL: Betalingsdagen skal vaere 1-31 - "
                   "intet udbetalt."
           WHEN OTHER
               PERFORM KONTROLLER-OPSLAG
       END-EVALUATE.

       KONTROLLER-OPSLAG.
       PERFORM KONTROLLER-KONTOTYPE.
       IF NOT ER-FUNDET
           DISPLAY "FEJL: Kontotypen " FUNCTION TRIM(WS-LAAN-TYPE)
               " findes ikke i files/KONTOTYPER.txt - intet "
               "udbetalt."
       ELSE
           PERFORM KONTROLLER-VALUTA
           IF NOT ER-FUNDET
               DISPLAY "FEJL: Valutaen " WS-LAAN-VALUTA
                   " findes ikke i files/VALUTAKURSER.txt - intet "
                   "udbetalt."
           ELSE
               PERFORM KONTROLLER-AFDELING
               IF NOT ER-FUNDET
                   DISPLAY "FEJL: Afdelingen findes ikke i "
                       "files/AFDELINGER.txt eller er lukket - "
                       "intet udbetalt."
               ELSE
                   PERFORM DAN-IBAN
                   IF NOT IBAN-ER-GYLDIGT
                       DISPLAY "FEJL: IBAN kunne ikke dannes for "
                           "laanekontoen - intet udbetalt."
                   ELSE
                       PERFORM BEKRAEFT-UDBETALING
                   END-IF
               END-IF
           END-IF
       END-IF.

       BEKRAEFT-UDBETALING.
       MOVE LA-BELOEB TO WS-BELOEB-EDIT.
       DISPLAY "Opret laanekonto " FUNCTION TRIM(WS-KONTO-ID)
           " (" WS-LAAN-VALUTA ", afd. " WS-AFDELING ", IBAN "
           WS-IBAN ") og udbetal " FUNCTION TRIM(WS-BELOEB-EDIT)
           " til " FUNCTION TRIM(WS-MODKONTO) " (J/N): "
           WITH NO ADVANCING.
       ACCEPT WS-BEKRAEFT.
       IF NOT BEKRAEFTET
           DISPLAY "Udbetalingen er annulleret."
       ELSE
           PERFORM SKRIV-KONTO-RECORD
           PERFORM SKRIV-LAANEPLAN
           PERFORM SKRIV-UDBETALING
           SET LA-ER-UDBETALT TO TRUE
           MOVE WS-KOERSELS-DATO TO LA-UDBETALT
           MOVE WS-OPERATOER-ID TO LA-UDBETALT-AF
           MOVE WS-KONTO-ID TO LA-LAANEKONTO
           MOVE WS-MODKONTO TO LA-MODKONTO
           MOVE ANSOEGNING-POST TO LAT-LINJE(WS-FUNDET-IDX)
           PERFORM SKRIV-ANSOEGNINGER-TILBAGE
           PERFORM DAN-KONTOUDTRAEK
           DISPLAY "Laanekontoen er oprettet, laaneplanen skrevet "
               "og hovedstolen posteret til bogfoering."
       END-IF.

       SLAA-KUNDE-OP.
      * Kunden skal findes i kundemasteren; en afdoed eller
      * sanktioneret kundes midler er frosset.
       MOVE "N" TO WS-FUNDET.
       MOVE SPACES TO WS-KUNDE-SPAERRET FULDT-NAVN.
       OPEN INPUT KUNDE-MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           STOP RUN
       END-IF.
       MOVE WS-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD.
       READ KUNDE-MASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO WS-FUNDET
               CALL "KUNDE-NAVN-FORMAT" USING
                   FORNAVN IN MASTER-RECORD
                   EFTERNAVN IN MASTER-RECORD FULDT-NAVN
               MOVE LANDE-KODE IN MASTER-RECORD TO WS-LANDE-KODE
               MOVE PENGEINSTITUT IN MASTER-RECORD TO WS-PENGEINSTITUT
               IF AFDOED-MARKERING IN MASTER-RECORD = "D"
                   MOVE "Kunden er registreret som afdoed"
                       TO WS-KUNDE-SPAERRET
               END-IF
               IF SANKTION-MARKERING IN MASTER-RECORD = "S"
                   MOVE "Kunden er sanktioneret"
                       TO WS-KUNDE-SPAERRET
               END-IF
       END-READ.
       CLOSE KUNDE-MASTER-FIL.

       KONTROLLER-KONTI.
      * To opslag paa noeglen i kontomasteren: laanets KONTO-ID maa
      * ikke findes (WS-FUNDET), og udbetalingskontoen skal findes,
      * tilhoere kunden, vaere aaben og vaere fort i laanets valuta
      * (WS-MODKONTO-FEJL blank).
       MOVE "N" TO WS-FUNDET.
       MOVE "findes ikke" TO WS-MODKONTO-FEJL.
       OPEN INPUT KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-KONTOMASTER-STATUS
           STOP RUN
       END-IF.
       MOVE WS-KONTO-ID TO KONTO-ID IN KONTO-RECORD.
       READ KONTOMASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO WS-FUNDET
       END-READ.
       MOVE WS-MODKONTO TO KONTO-ID IN KONTO-RECORD.
       READ KONTOMASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN KUNDE-ID IN KONTO-RECORD NOT = WS-KUNDE-ID
                       MOVE "tilhoerer ikke kunden"
                           TO WS-MODKONTO-FEJL
                   WHEN KONTO-STATUS IN KONTO-RECORD = "C"
                       MOVE "er lukket" TO WS-MODKONTO-FEJL
                   WHEN VALUTA-KD IN KONTO-RECORD
                           NOT = WS-LAAN-VALUTA
                       MOVE "er ikke fort i DKK"
                           TO WS-MODKONTO-FEJL
                   WHEN KONTO-TYPE IN KONTO-RECORD = WS-LAAN-TYPE
                       MOVE "er selv en laanekonto"
                           TO WS-MODKONTO-FEJL
                   WHEN OTHER
                       MOVE SPACES TO WS-MODKONTO-FEJL
               END-EVALUATE
       END-READ.
       CLOSE KONTOMASTER-FIL.

       KONTROLLER-KONTOTYPE.
       MOVE "N" TO WS-FUNDET.
       OPEN INPUT KONTOTYPE-FIL.
       IF WS-KONTOTYPE-STATUS = "00"
           PERFORM UNTIL WS-KONTOTYPE-STATUS NOT = "00"
               READ KONTOTYPE-FIL INTO KONTOTYPE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KT-KODE = WS-LAAN-TYPE
                           MOVE "Y" TO WS-FUNDET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOTYPE-FIL
       END-IF.

       KONTROLLER-VALUTA.
       MOVE "N" TO WS-FUNDET.
       OPEN INPUT VALUTAKURS-FIL.
       IF WS-VALUTAKURS-STATUS = "00"
           PERFORM UNTIL WS-VALUTAKURS-STATUS NOT = "00"
               READ VALUTAKURS-FIL INTO VALUTAKURS-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VK-KODE = WS-LAAN-VALUTA
                           MOVE "Y" TO WS-FUNDET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAKURS-FIL
       END-IF.

       KONTROLLER-AFDELING.
       MOVE "N" TO WS-FUNDET.
       OPEN INPUT AFDELING-FIL.
       IF WS-AFDELING-STATUS = "00"
           PERFORM UNTIL WS-AFDELING-STATUS NOT = "00"
               READ AFDELING-FIL INTO AFDELING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AF-KODE = WS-AFDELING
                           AND AF-STATUS NOT = "L"
                           MOVE "Y" TO WS-FUNDET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFDELING-FIL
       END-IF.

       DAN-IBAN.
      * Landekode fra ejeren (blank = DK), "00" som kontrolcifre til
      * beregningen, registreringsnummer og KONTO-ID som kontodel -
      * samme opbygning som batch/iban_tildeling.cob.
       IF WS-LANDE-KODE = SPACES
           MOVE "DK" TO WS-LANDE-KODE
       END-IF.
       MOVE "KODE" TO WS-PI-FUNKTION.
       CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
           WS-PENGEINSTITUT WS-PI-POST WS-PI-SVAR.
       IF WS-PI-SVAR NOT = "Y"
           DISPLAY "FEJL: Ejerens pengeinstitut " WS-PENGEINSTITUT
               " findes ikke i files/PENGEINSTITUTTER.txt."
           MOVE "N" TO WS-IBAN-GYLDIG
           EXIT PARAGRAPH
       END-IF.
       MOVE PI-REG-NUMMER IN WS-PI-POST TO WS-REG-NUMMER.
       MOVE SPACES TO WS-IBAN.
       STRING WS-LANDE-KODE "00" WS-REG-NUMMER WS-KONTO-ID
           INTO WS-IBAN.
       MOVE "BREG" TO WS-IBAN-FUNKTION.
       CALL "IBAN-BEREGN" USING WS-IBAN-FUNKTION
           WS-IBAN WS-IBAN-GYLDIG.
       IF IBAN-ER-GYLDIGT
           MOVE "VALI" TO WS-IBAN-FUNKTION
           CALL "IBAN-BEREGN" USING WS-IBAN-FUNKTION
               WS-IBAN WS-IBAN-GYLDIG
       END-IF.

       SKRIV-KONTO-RECORD.
      * Skriv laanekontoen i kontomasteren ligesom KONTO-OPRETTELSE:
      * saldo nul, status A, aabnet i dag, ingen lukkedato.
       OPEN I-O KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren til "
               "tilfoejelse, status=" WS-KONTOMASTER-STATUS
           STOP RUN
       END-IF.
       MOVE SPACES TO KONTO-RECORD.
       MOVE WS-KUNDE-ID TO KUNDE-ID IN KONTO-RECORD.
       MOVE WS-KONTO-ID TO KONTO-ID IN KONTO-RECORD.
       MOVE WS-LAAN-TYPE TO KONTO-TYPE IN KONTO-RECORD.
       MOVE 0 TO BALANCE IN KONTO-RECORD.
       MOVE WS-LAAN-VALUTA TO VALUTA-KD IN KONTO-RECORD.
       MOVE WS-KOERSELS-DATO TO ACCOUNT-OPEN-DATE IN KONTO-RECORD.
       MOVE "A" TO KONTO-STATUS IN KONTO-RECORD.
       MOVE SPACES TO LUKKET-DATO IN KONTO-RECORD.
       MOVE WS-IBAN TO KONTO-IBAN IN KONTO-RECORD.
       MOVE WS-AFDELING TO KONTO-AFDELING IN KONTO-RECORD.
       MOVE WS-PENGEINSTITUT TO KONTO-PENGEINSTITUT IN KONTO-RECORD.
       WRITE KONTO-RECORD
           INVALID KEY
               DISPLAY "FEJL: Laanekontoen "
                   FUNCTION TRIM(WS-KONTO-ID)
                   " kunne ikke skrives i kontomasteren, status="
                   WS-KONTOMASTER-STATUS " - intet udbetalt."
               CLOSE KONTOMASTER-FIL
               STOP RUN
       END-WRITE.
       PERFORM SKRIV-KONTO-JOURNAL.
       CLOSE KONTOMASTER-FIL.

       DAN-KONTOUDTRAEK.
      * Den flade KontoOpl.txt dannes paany af masteren. Fejler
      * udtraekket, er laanekontoen stadig oprettet i masteren; filen
      * dannes igen af naeste udtraek.
       MOVE "batch/kontoopl_udtraek" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "ADVARSEL: KONTOOPL-UDTRAEK fejlede - koer den "
               "manuelt, saa KontoOpl.txt svarer til masteren."
           MOVE 0 TO RETURN-CODE
       END-IF.

       SKRIV-LAANEPLAN.
      * Laaneaftalen til YDELSESPLAN-GENERATOR: udbetalingskontoen er
      * modkonto for ydelserne, og planen starter i dag.
       OPEN EXTEND PLAN-FIL.
       IF WS-PLAN-STATUS = "35"
           OPEN OUTPUT PLAN-FIL
       END-IF.
       IF WS-PLAN-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/LAANEPLANER.txt, "
               "status=" WS-PLAN-STATUS
           STOP RUN
       END-IF.
       MOVE SPACES TO PLAN-POST.
       MOVE WS-KONTO-ID TO LP-KONTO-ID.
       MOVE WS-MODKONTO TO LP-MODKONTO.
       MOVE LA-BELOEB TO LP-HOVEDSTOL.
       MOVE LA-SATS TO LP-SATS.
       MOVE LA-TERMINER TO LP-TERMINER.
       MOVE WS-BETALINGSDAG TO LP-BETALINGSDAG.
       MOVE WS-KOERSELS-DATO TO LP-START-DATO.
       WRITE PLAN-POST.
       CLOSE PLAN-FIL.

       SKRIV-UDBETALING.
      * Hovedstolen: debet paa laanekontoen, kredit paa kundens
      * udbetalingskonto, samme beloeb og en faelles reference.
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
       PERFORM DAN-REFERENCE.
       COMPUTE WS-BELOEB-X100 ROUNDED = LA-BELOEB * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-KONTO-ID TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "D" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "LAAN UDBETALT TIL " WS-MODKONTO INTO PO-TEKST.
       MOVE "LUDB" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-MODKONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "K" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "LAAN UDBETALT FRA " WS-KONTO-ID INTO PO-TEKST.
       MOVE "LUDB" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.

       DAN-REFERENCE.
      * Traek naeste loebenummer og dan parrets faelles reference,
      * dags dato + programbogstav A + firecifret loebenummer.
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
       STRING WS-KOERSELS-DATO "A" WS-REFNR
           INTO WS-REFERENCE.

       SKRIV-ANSOEGNINGER-TILBAGE.
       OPEN OUTPUT ANSOEGNING-FIL.
       IF WS-ANSOEGNING-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/LAANEANSOEGNINGER.txt, status="
               WS-ANSOEGNING-STATUS
           STOP RUN
       END-IF.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-LA-ANTAL
           MOVE LAT-LINJE(WS-VIS-IDX) TO ANSOEGNING-POST
           WRITE ANSOEGNING-POST
       END-PERFORM.
       CLOSE ANSOEGNING-FIL.

       SKRIV-KONTO-JOURNAL.
      * WS-KONTO-FOER-BILLEDE og WS-KONTO-OPERATION er sat af
      * kalderen; efterbilledet er kontoen som den netop er skrevet.
       CALL "KONTO-JOURNAL" USING WS-JOURNAL-PROGRAM WS-KONTO-OPERATION
           WS-OPERATOER-ID WS-KONTO-FOER-BILLEDE KONTO-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
