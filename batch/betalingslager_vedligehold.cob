       IDENTIFICATION DIVISION.
       PROGRAM-ID. BETALINGSLAGER-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af betalingslageret
      * (files/BETALINGSLAGER.txt, layout copybooks/BETLAGREC.cpy):
      * enkeltbetalinger som kunden beder om i dag, men som foerst
      * skal udfoeres paa en senere betalingsdato. Menuen er i samme
      * stil som de faste overfoersler: opret en intern betaling (til
      * en konto i huset) eller en ekstern (til et IBAN i en anden
      * bank), vis, annuller og godkend.
      *
      * En intern betaling kontrolleres efter samme regler som
      * KONTO-OVERFOERSEL: begge konti skal findes og vaere aabne og
      * maa ikke vaere den samme, beloebet skal vaere over nul, og
      * beder en anden end kontoejeren om betalingen, skal en gyldig
      * fuldmagt daekke den (files/FULDMAGTER.txt). Ligger beloebet
      * (maalt i DKK) over fire-oejne-graensen i
      * files/GODKENDELSE-GRAENSE.txt, oprettes betalingen som
      * afventende godkendelse og udfoeres ikke, foer en ANDEN
      * operatoer har godkendt den her. En ekstern betaling faar
      * desuden IBAN'ets kontrolcifre proevet med shared/iban_beregn
      * .cob og skal vaere i fra-kontoens valuta.
      *
      * Selve udfoerelsen paa forfaldsdagen sker i
      * batch/betalingslager_koersel.cob som et trin i den daglige
      * kaede. Udfoerte, afviste og annullerede betalinger bliver
      * staaende i lageret med deres udfald, til koerslen rydder dem.
      *
      * Kraever paalogning med rollen B (betalinger).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAGER-FIL ASSIGN TO "files/BETALINGSLAGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAGER-STATUS.

      *    Loebenummer til lagerets betalings-ID'er.
           SELECT LAGERNR-FIL ASSIGN TO "files/BETALINGSLAGER-NR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAGERNR-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT VALUTAKURS-FIL
               ASSIGN TO "files/VALUTAKURSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUTAKURS-STATUS.

           SELECT GRAENSE-FIL
               ASSIGN TO "files/GODKENDELSE-GRAENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRAENSE-STATUS.

           SELECT FULDMAGT-FIL ASSIGN TO "files/FULDMAGTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULDMAGT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAGER-FIL.
       01  BETLAGER-POST.
           COPY "copybooks/BETLAGREC.cpy".

       FD  LAGERNR-FIL.
       01  LAGERNR-RECORD.
           05 LAGERNR-VAERDI   PIC 9(6).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  VALUTAKURS-FIL.
       01  VALUTAKURS-POST.
           05 VK-KODE          PIC X(3).
           05 FILLER           PIC X(1).
           05 VK-KURS          PIC 9(3)V9999.

       FD  GRAENSE-FIL.
       01  GRAENSE-POST.
           05 GR-BELOEB        PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 GR-UDLOEB-DAGE   PIC 9(3).

       FD  FULDMAGT-FIL.
       01  FULDMAGT-POST.
           05 FM-FULDMAEGTIG   PIC X(10).
           05 FM-KONTO-ID      PIC X(10).
           05 FM-OMFANG        PIC X(1).
           05 FM-GRAENSE       PIC 9(7)V99.
           05 FM-UDLOEB        PIC X(8).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-LAGER-STATUS     PIC XX     VALUE "00".
       01  WS-LAGERNR-STATUS   PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-GRAENSE-STATUS   PIC XX     VALUE "00".
       01  WS-FULDMAGT-STATUS  PIC XX     VALUE "00".
       01  WS-VALG             PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.

      * Paalogning kraever rollen B (betalinger) - se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "B".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Hele lageret holdes i hukommelsen under vedligeholdelsen og
      * skrives samlet tilbage ved afslutning.
       01  WS-LAGER-ANTAL      PIC 9(3)   VALUE 0.
       01  LAGER-TABEL.
           05  LAGER-ENTRY OCCURS 500 TIMES
                            INDEXED BY BL-IDX.
               10  BLT-LINJE       PIC X(209)  VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(3)   VALUE 0.
       01  WS-SOEGE-ID         PIC 9(6)   VALUE 0.
       01  WS-LAGERNR          PIC 9(6)   VALUE 0.

      * Kontofilen holdes i hukommelsen til opslag paa begge konti
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-KONTO-IDX        PIC 9(5)   VALUE 0.
       01  WS-FRA-IDX          PIC 9(5)   VALUE 0.
       01  WS-TIL-IDX          PIC 9(5)   VALUE 0.

      * Valutakurser til DKK, til fire-oejne-graensen
       01  WS-KURS-ANTAL       PIC 9(2)   VALUE 0.
       01  VALUTAKURS-TABEL.
           05  KURS-ENTRY OCCURS 20 TIMES
                             INDEXED BY VK-IDX.
               10  KURS-KODE      PIC X(3)     VALUE SPACES.
               10  KURS-VAERDI    PIC 9(3)V9999 VALUE 0.
       01  WS-SOEGE-VALUTA     PIC X(3)   VALUE SPACES.
       01  WS-FUNDET-KURS      PIC 9(3)V9999 VALUE 0.
       01  WS-BELOEB-DKK       PIC S9(9)V99 VALUE 0.

      * Fire-oejne-kontrollen: graense i DKK. Mangler konfigfilen,
      * gaelder ingen graense.
       01  WS-GODKEND-GRAENSE  PIC 9(7)V99 VALUE 0.
       01  WS-GRAENSE-SAT      PIC X      VALUE "N".
           88  GRAENSE-ER-SAT             VALUE "Y".

      * Fuldmagtskontrollen
       01  WS-FULDMAGT-OK      PIC X      VALUE "N".
           88  FULDMAGT-DAEKKER           VALUE "Y".

      * IBAN-kontrollen - se shared/iban_beregn.cob
       01  WS-IBAN-FUNKTION    PIC X(4)   VALUE "VALI".
       01  WS-IBAN             PIC X(18)  VALUE SPACES.
       01  WS-IBAN-GYLDIG      PIC X      VALUE "N".

      * Indtastning og visning
       01  WS-TYPE             PIC X(1)   VALUE SPACE.
       01  WS-FEJL             PIC X(60)  VALUE SPACES.
       01  WS-VIS-KONTO        PIC X(10)  VALUE SPACES.
       01  WS-VIS-ANTAL        PIC 9(3)   VALUE 0.
       01  WS-BELOEB-EDIT      PIC Z(6)9,99.
       01  WS-MODTAGER-VIS     PIC X(35)  VALUE SPACES.
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-VALUTAKURSER.
       PERFORM INDLAES-GODKENDELSE-GRAENSE.
       PERFORM INDLAES-LAGER.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   MOVE "I" TO WS-TYPE
                   PERFORM OPRET-BETALING
               WHEN 2
                   MOVE "E" TO WS-TYPE
                   PERFORM OPRET-BETALING
               WHEN 3
                   PERFORM VIS-BETALINGER
               WHEN 4
                   PERFORM ANNULLER-BETALING
               WHEN 5
                   PERFORM GODKEND-BETALING
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.

       IF ER-AENDRET
           PERFORM SKRIV-LAGER-TILBAGE
       END-IF.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Betalinger med betalingsdato frem i tiden".
       DISPLAY "1. Opret intern betaling".
       DISPLAY "2. Opret ekstern betaling".
       DISPLAY "3. Vis betalinger".
       DISPLAY "4. Annuller betaling".
       DISPLAY "5. Godkend betaling".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

       INDLAES-LAGER.
       OPEN INPUT LAGER-FIL.
       IF WS-LAGER-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt lager
           CONTINUE
       ELSE
           IF WS-LAGER-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/BETALINGSLAGER.txt, status=" WS-LAGER-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ LAGER-FIL INTO BETLAGER-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-LAGER-ANTAL >= 500
                           DISPLAY "FEJL: Flere end 500 betalinger i "
                               "lageret - det kan ikke skrives "
                               "sikkert tilbage."
                           CLOSE LAGER-FIL
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LAGER-ANTAL
                       SET BL-IDX TO WS-LAGER-ANTAL
                       MOVE BETLAGER-POST TO BLT-LINJE(BL-IDX)
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE LAGER-FIL
       END-IF.

       OPRET-BETALING.
      * Felterne tastes ind i BETLAGER-POST; WS-FEJL saettes ved den
      * foerste regel der ikke er opfyldt, og saa oprettes intet.
       IF WS-LAGER-ANTAL >= 500
           DISPLAY "FEJL: Betalingslageret er fuldt."
       ELSE
           MOVE SPACES TO BETLAGER-POST
           MOVE SPACES TO WS-FEJL
           MOVE WS-TYPE TO BL-TYPE
           MOVE 0 TO BL-BELOEB
           MOVE 0 TO BL-FORSOEG
           DISPLAY "Fra KONTO-ID              : " WITH NO ADVANCING
           ACCEPT BL-FRA-KONTO
           IF BL-ER-INTERN
               DISPLAY "Til KONTO-ID              : "
                   WITH NO ADVANCING
               ACCEPT BL-TIL-KONTO
           ELSE
               DISPLAY "Modtagers IBAN            : "
                   WITH NO ADVANCING
               ACCEPT BL-IBAN
               DISPLAY "Modtagers navn            : "
                   WITH NO ADVANCING
               ACCEPT BL-NAVN
           END-IF
           DISPLAY "Beloeb (fra-kontoens valuta): " WITH NO ADVANCING
           ACCEPT BL-BELOEB
           DISPLAY "Betalingsdato (YYYYMMDD)  : " WITH NO ADVANCING
           ACCEPT BL-BETALINGSDATO
           DISPLAY "Tekst                     : " WITH NO ADVANCING
           ACCEPT BL-TEKST
           DISPLAY "Anmoders KUNDE-ID (blank = kontoejer selv): "
               WITH NO ADVANCING
           ACCEPT BL-KUNDE-ID
           PERFORM KONTROLLER-BETALING
           IF WS-FEJL NOT = SPACES
               DISPLAY "FEJL: " FUNCTION TRIM(WS-FEJL)
                   " - betalingen oprettes ikke."
           ELSE
               PERFORM GEM-NY-BETALING
           END-IF
       END-IF.

       KONTROLLER-BETALING.
       MOVE BL-FRA-KONTO TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       MOVE WS-KONTO-IDX TO WS-FRA-IDX.
       MOVE 0 TO WS-TIL-IDX.
       IF BL-ER-INTERN
           MOVE BL-TIL-KONTO TO WS-SOEGE-KONTO
           PERFORM FIND-KONTO
           MOVE WS-KONTO-IDX TO WS-TIL-IDX
       ELSE
           MOVE BL-IBAN TO WS-IBAN
           CALL "IBAN-BEREGN" USING WS-IBAN-FUNKTION
               WS-IBAN WS-IBAN-GYLDIG
       END-IF.
       EVALUATE TRUE
           WHEN WS-FRA-IDX = 0
               MOVE "Fra-kontoen findes ikke" TO WS-FEJL
           WHEN KOT-KONTO-STATUS(WS-FRA-IDX) = "C"
               MOVE "Fra-kontoen er lukket" TO WS-FEJL
           WHEN BL-ER-INTERN AND WS-TIL-IDX = 0
               MOVE "Til-kontoen findes ikke" TO WS-FEJL
           WHEN BL-ER-INTERN AND KOT-KONTO-STATUS(WS-TIL-IDX) = "C"
               MOVE "Til-kontoen er lukket" TO WS-FEJL
           WHEN BL-ER-INTERN AND BL-FRA-KONTO = BL-TIL-KONTO
               MOVE "Fra- og til-konto er den samme" TO WS-FEJL
           WHEN BL-ER-EKSTERN AND WS-IBAN-GYLDIG NOT = "Y"
               MOVE "IBAN'ets kontrolcifre er forkerte" TO WS-FEJL
           WHEN BL-ER-EKSTERN AND BL-NAVN = SPACES
               MOVE "Modtagers navn mangler" TO WS-FEJL
           WHEN BL-BELOEB = 0
               MOVE "Beloebet skal vaere stoerre end nul" TO WS-FEJL
           WHEN BL-BETALINGSDATO NOT NUMERIC
               MOVE "Betalingsdatoen er ikke en dato" TO WS-FEJL
           WHEN BL-BETALINGSDATO NOT > WS-DAGS-DATO
               MOVE "Betalingsdatoen skal ligge efter i dag"
                   TO WS-FEJL
       END-EVALUATE.
       IF WS-FEJL = SPACES
           MOVE KOT-VALUTA-KD(WS-FRA-IDX) TO BL-VALUTA
           MOVE BL-VALUTA TO WS-SOEGE-VALUTA
           PERFORM FIND-KURS
           COMPUTE WS-BELOEB-DKK ROUNDED = BL-BELOEB * WS-FUNDET-KURS
      *    Beder en anden end kontoejeren om betalingen, skal en
      *    gyldig fuldmagt daekke den - samme regel som ved en
      *    overfoersel i KONTO-OVERFOERSEL.
           IF BL-KUNDE-ID = SPACES
               MOVE KOT-KUNDE-ID(WS-FRA-IDX) TO BL-KUNDE-ID
           END-IF
           IF BL-KUNDE-ID NOT = KOT-KUNDE-ID(WS-FRA-IDX)
               PERFORM KONTROLLER-FULDMAGT
               IF NOT FULDMAGT-DAEKKER
                   STRING FUNCTION TRIM(BL-KUNDE-ID)
                       " har ingen daekkende fuldmagt"
                       DELIMITED BY SIZE INTO WS-FEJL
               END-IF
           END-IF
       END-IF.

       GEM-NY-BETALING.
      * Over fire-oejne-graensen venter betalingen paa en anden
      * operatoers godkendelse (status G); ellers er den klar til
      * forfaldsdagen (status A).
       PERFORM DAN-LAGER-ID.
       IF GRAENSE-ER-SAT AND WS-BELOEB-DKK > WS-GODKEND-GRAENSE
           MOVE "G" TO BL-STATUS
       ELSE
           MOVE "A" TO BL-STATUS
       END-IF.
       MOVE WS-DAGS-DATO TO BL-OPRETTET.
       MOVE WS-OPERATOER-ID TO BL-OPRETTET-AF.
       ADD 1 TO WS-LAGER-ANTAL.
       SET BL-IDX TO WS-LAGER-ANTAL.
       MOVE BETLAGER-POST TO BLT-LINJE(BL-IDX).
       SET ER-AENDRET TO TRUE.
       DISPLAY "Betaling " BL-LAGER-ID " oprettet til udfoerelse "
           BL-BETALINGSDATO ".".
       IF BL-STATUS = "G"
           DISPLAY "Beloebet er over godkendelsesgraensen - "
               "betalingen udfoeres foerst, naar en anden operatoer "
               "har godkendt den (menupunkt 5)."
       END-IF.

       DAN-LAGER-ID.
       MOVE 0 TO WS-LAGERNR.
       OPEN INPUT LAGERNR-FIL.
       IF WS-LAGERNR-STATUS = "00"
           READ LAGERNR-FIL INTO LAGERNR-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LAGERNR-VAERDI TO WS-LAGERNR
           END-READ
           CLOSE LAGERNR-FIL
       END-IF.
       ADD 1 TO WS-LAGERNR.
       OPEN OUTPUT LAGERNR-FIL.
       IF WS-LAGERNR-STATUS = "00"
           MOVE WS-LAGERNR TO LAGERNR-VAERDI
           WRITE LAGERNR-RECORD
           CLOSE LAGERNR-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/BETALINGSLAGER-NR.txt, status="
               WS-LAGERNR-STATUS
       END-IF.
       MOVE WS-LAGERNR TO BL-LAGER-ID.

       VIS-BETALINGER.
      * Blank konto viser alle aabne betalinger; en konto viser alle
      * betalinger fra den, ogsaa de afsluttede med deres udfald.
       DISPLAY "Fra KONTO-ID (blank = alle aabne): "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-VIS-KONTO.
       ACCEPT WS-VIS-KONTO.
       MOVE 0 TO WS-VIS-ANTAL.
       PERFORM VARYING BL-IDX FROM 1 BY 1
               UNTIL BL-IDX > WS-LAGER-ANTAL
           MOVE BLT-LINJE(BL-IDX) TO BETLAGER-POST
           IF (WS-VIS-KONTO = SPACES AND BL-ER-AABEN)
                   OR (WS-VIS-KONTO NOT = SPACES
                       AND BL-FRA-KONTO = WS-VIS-KONTO)
               ADD 1 TO WS-VIS-ANTAL
               PERFORM VIS-EN-BETALING
           END-IF
       END-PERFORM.
       IF WS-VIS-ANTAL = 0
           DISPLAY "Ingen betalinger."
       END-IF.

       VIS-EN-BETALING.
       MOVE BL-BELOEB TO WS-BELOEB-EDIT.
       IF BL-ER-INTERN
           MOVE BL-TIL-KONTO TO WS-MODTAGER-VIS
       ELSE
           MOVE SPACES TO WS-MODTAGER-VIS
           STRING BL-IBAN " " BL-NAVN
               DELIMITED BY SIZE INTO WS-MODTAGER-VIS
       END-IF.
       DISPLAY BL-LAGER-ID " " BL-TYPE " " BL-FRA-KONTO " -> "
           FUNCTION TRIM(WS-MODTAGER-VIS) " "
           FUNCTION TRIM(WS-BELOEB-EDIT) " " BL-VALUTA
           " DATO=" BL-BETALINGSDATO " STATUS=" BL-STATUS.
       IF BL-FORSOEG > 0 OR BL-AARSAG NOT = SPACES
           DISPLAY "       FORSOEG=" BL-FORSOEG " "
               FUNCTION TRIM(BL-AARSAG) " " BL-AFSLUTTET
       END-IF.

       FIND-BETALING.
       DISPLAY "Betalings-ID: " WITH NO ADVANCING.
       ACCEPT WS-SOEGE-ID.
       MOVE 0 TO WS-FUNDET-IDX.
       PERFORM VARYING BL-IDX FROM 1 BY 1
               UNTIL BL-IDX > WS-LAGER-ANTAL OR WS-FUNDET-IDX > 0
           MOVE BLT-LINJE(BL-IDX) TO BETLAGER-POST
           IF BL-LAGER-ID = WS-SOEGE-ID
               SET WS-FUNDET-IDX TO BL-IDX
           END-IF
       END-PERFORM.
       IF WS-FUNDET-IDX = 0
           DISPLAY "FEJL: Betalingen findes ikke i lageret."
       ELSE
           MOVE BLT-LINJE(WS-FUNDET-IDX) TO BETLAGER-POST
       END-IF.

       ANNULLER-BETALING.
       PERFORM FIND-BETALING.
       IF WS-FUNDET-IDX > 0
           IF NOT BL-ER-AABEN
               DISPLAY "FEJL: Betalingen er allerede afsluttet "
                   "(status " BL-STATUS ")."
           ELSE
               MOVE "S" TO BL-STATUS
               MOVE WS-DAGS-DATO TO BL-AFSLUTTET
               MOVE SPACES TO BL-AARSAG
               STRING "ANNULLERET AF " WS-OPERATOER-ID
                   DELIMITED BY SIZE INTO BL-AARSAG
               MOVE BETLAGER-POST TO BLT-LINJE(WS-FUNDET-IDX)
               SET ER-AENDRET TO TRUE
               DISPLAY "Betaling " BL-LAGER-ID " er annulleret."
           END-IF
       END-IF.

       GODKEND-BETALING.
      * Den operatoer der oprettede betalingen, kan ikke godkende
      * den - samme regel som OVERFOERSEL-GODKENDELSE.
       PERFORM FIND-BETALING.
       IF WS-FUNDET-IDX > 0
           EVALUATE TRUE
               WHEN BL-STATUS NOT = "G"
                   DISPLAY "FEJL: Betalingen afventer ikke "
                       "godkendelse (status " BL-STATUS ")."
               WHEN BL-OPRETTET-AF = WS-OPERATOER-ID
                   DISPLAY "FEJL: Du kan ikke godkende en betaling "
                       "du selv har oprettet."
               WHEN OTHER
                   PERFORM VIS-EN-BETALING
                   MOVE "A" TO BL-STATUS
                   MOVE WS-OPERATOER-ID TO BL-GODKENDT-AF
                   MOVE BETLAGER-POST TO BLT-LINJE(WS-FUNDET-IDX)
                   SET ER-AENDRET TO TRUE
                   DISPLAY "Betaling " BL-LAGER-ID " er godkendt."
           END-EVALUATE
       END-IF.

       KONTROLLER-FULDMAGT.
      * Gennemloeb fuldmagtsregistret som KONTO-OVERFOERSEL:
      * fuldmaegtig og konto skal matche, fuldmagten maa ikke vaere
      * udloebet paa betalingsdatoen, og omfanget skal daekke
      * beloebet (F ubegraenset, B op til graensen i DKK).
       MOVE "N" TO WS-FULDMAGT-OK.
       OPEN INPUT FULDMAGT-FIL.
       IF WS-FULDMAGT-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ FULDMAGT-FIL INTO FULDMAGT-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF FM-FULDMAEGTIG = BL-KUNDE-ID
                               AND FM-KONTO-ID = BL-FRA-KONTO
                               AND (FM-UDLOEB = SPACES
                                   OR FM-UDLOEB
                                       NOT < BL-BETALINGSDATO)
                           IF FM-OMFANG = "F"
                               MOVE "Y" TO WS-FULDMAGT-OK
                           END-IF
                           IF FM-OMFANG = "B"
                                   AND WS-BELOEB-DKK
                                       NOT > FM-GRAENSE
                               MOVE "Y" TO WS-FULDMAGT-OK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE FULDMAGT-FIL
       END-IF.

       INDLAES-GODKENDELSE-GRAENSE.
       OPEN INPUT GRAENSE-FIL.
       IF WS-GRAENSE-STATUS = "00"
           READ GRAENSE-FIL INTO GRAENSE-POST
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GR-BELOEB TO WS-GODKEND-GRAENSE
                   MOVE "Y" TO WS-GRAENSE-SAT
           END-READ
           CLOSE GRAENSE-FIL
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
                       MOVE KUNDE-ID IN KONTO-RECORD
                           TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                       MOVE VALUTA-KD IN KONTO-RECORD
                           TO KOT-VALUTA-KD(WS-KONTO-ANTAL)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       INDLAES-VALUTAKURSER.
       OPEN INPUT VALUTAKURS-FIL.
       IF WS-VALUTAKURS-STATUS = "00"
           PERFORM UNTIL WS-VALUTAKURS-STATUS NOT = "00"
               READ VALUTAKURS-FIL INTO VALUTAKURS-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-KURS-ANTAL < 20
                           ADD 1 TO WS-KURS-ANTAL
                           MOVE VK-KODE TO KURS-KODE(WS-KURS-ANTAL)
                           MOVE VK-KURS
                               TO KURS-VAERDI(WS-KURS-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAKURS-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke indlaese valutakurser, status="
               WS-VALUTAKURS-STATUS
       END-IF.

       FIND-KONTO.
       MOVE 0 TO WS-KONTO-IDX.
       SET KO-IDX TO 1.
       SEARCH KONTO-TABEL-ENTRY
           AT END
               MOVE 0 TO WS-KONTO-IDX
           WHEN KO-IDX > WS-KONTO-ANTAL
               MOVE 0 TO WS-KONTO-IDX
           WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
               SET WS-KONTO-IDX TO KO-IDX
       END-SEARCH.

       FIND-KURS.
      * Ukendte valutaer omregnes 1:1, samme regel som
      * KONTO-OVERFOERSEL.
       MOVE 1 TO WS-FUNDET-KURS.
       SET VK-IDX TO 1.
       SEARCH KURS-ENTRY
           AT END
               MOVE 1 TO WS-FUNDET-KURS
           WHEN KURS-KODE(VK-IDX) = WS-SOEGE-VALUTA
               MOVE KURS-VAERDI(VK-IDX) TO WS-FUNDET-KURS
       END-SEARCH.

       SKRIV-LAGER-TILBAGE.
       OPEN OUTPUT LAGER-FIL.
       IF WS-LAGER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/BETALINGSLAGER.txt, "
               "status=" WS-LAGER-STATUS
       ELSE
           PERFORM VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-LAGER-ANTAL
               MOVE BLT-LINJE(BL-IDX) TO BETLAGER-POST
               WRITE BETLAGER-POST
           END-PERFORM
           CLOSE LAGER-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
