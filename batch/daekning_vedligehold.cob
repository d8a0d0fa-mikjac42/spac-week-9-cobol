       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAEKNING-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af daekningsaftalerne
      * (files/DAEKNINGSAFTALER.txt, layout copybooks/DAEKNING.cpy):
      * kundens tilvalg af automatisk daekning af overtraek paa en
      * CHECKING-konto fra egen SAVINGS-konto, med et maksimum pr.
      * dag. En konto kan kun daekkes fra en opsparing; begge konti
      * skal findes i files/KontoOpl.txt, vaere aabne, have samme
      * ejer og samme valuta. Samme menustil som
      * FULDMAGT-VEDLIGEHOLD. Hver oprettelse, aendring og opsigelse
      * journalfoeres med tidsstempel, aftalen foer og efter og
      * operatoeren i files/DAEKNING-JOURNAL.txt. Udfoeres af
      * batch/overtraek_daekning.cob i den daglige kaede.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFTALE-FIL ASSIGN TO "files/DAEKNINGSAFTALER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFTALE-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/DAEKNING-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFTALE-FIL.
       01  AFTALE-POST.
           COPY "copybooks/DAEKNING.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

      * En linje pr. aendring: tidsstempel, operation (OPRET, RET,
      * OPSIG), den daekkede konto, opsparingen og maksimum foer og
      * efter (nul ved oprettelse hhv. opsigelse) og operatoeren.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 JO-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
           05 JO-OPERATION     PIC X(8).
           05 FILLER           PIC X(1).
           05 JO-TIL-KONTO     PIC X(10).
           05 FILLER           PIC X(1).
           05 JO-FOER-FRA-KONTO PIC X(10).
           05 FILLER           PIC X(1).
           05 JO-FOER-MAKS     PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 JO-EFTER-FRA-KONTO PIC X(10).
           05 FILLER           PIC X(1).
           05 JO-EFTER-MAKS    PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 JO-OPERATOER     PIC X(10).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-AFTALE-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-VALG             PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen V (vedligehold) - se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "V".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Hele registret holdes i hukommelsen under vedligeholdelsen
      * og skrives samlet tilbage ved afslutning.
       01  WS-DA-ANTAL         PIC 9(4)   VALUE 0.
       01  DA-TABEL.
           05  DA-ENTRY OCCURS 2000 TIMES
                          INDEXED BY DA-IDX.
               10  DAT-TIL-KONTO   PIC X(10)    VALUE SPACES.
               10  DAT-FRA-KONTO   PIC X(10)    VALUE SPACES.
               10  DAT-MAKS        PIC 9(7)V99  VALUE 0.
               10  DAT-AENDRET-DATO PIC X(8)    VALUE SPACES.
               10  DAT-AENDRET-AF  PIC X(10)    VALUE SPACES.

      * Kontofilen til validering af de to konti
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-KONTO-TYPE    PIC X(20) VALUE SPACES.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-KONTO-IDX        PIC 9(5)   VALUE 0.
       01  WS-TIL-IDX          PIC 9(5)   VALUE 0.
       01  WS-FRA-IDX          PIC 9(5)   VALUE 0.

      * Operatoerens indtastning
       01  WS-TIL-KONTO        PIC X(10)  VALUE SPACES.
       01  WS-FRA-KONTO        PIC X(10)  VALUE SPACES.
       01  WS-MAKS             PIC 9(7)V99 VALUE 0.

       01  WS-FUNDET-IDX       PIC 9(4)   VALUE 0.
       01  WS-SLET-NR          PIC 9(4)   VALUE 0.
       01  WS-VIS-IDX          PIC 9(4)   VALUE 0.
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".
       01  WS-MAKS-EDIT        PIC -(7)9,99.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.

      * Journallinjens indhold, sat foer SKRIV-JOURNAL
       01  WS-JO-OPERATION     PIC X(8)   VALUE SPACES.
       01  WS-FOER-FRA-KONTO   PIC X(10)  VALUE SPACES.
       01  WS-FOER-MAKS        PIC 9(7)V99 VALUE 0.
       01  WS-EFTER-FRA-KONTO  PIC X(10)  VALUE SPACES.
       01  WS-EFTER-MAKS       PIC 9(7)V99 VALUE 0.

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
       PERFORM INDLAES-AFTALER.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM SAET-AFTALE
               WHEN 2
                   PERFORM VIS-AFTALER
               WHEN 3
                   PERFORM OPSIG-AFTALE
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.

       IF ER-AENDRET
           PERFORM SKRIV-AFTALER-TILBAGE
       END-IF.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Daekning af overtraek fra opsparing".
       DISPLAY "1. Opret eller ret aftale".
       DISPLAY "2. Vis aftaler".
       DISPLAY "3. Opsig aftale".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

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
                       MOVE KONTO-TYPE IN KONTO-RECORD
                           TO KOT-KONTO-TYPE(WS-KONTO-ANTAL)
                       MOVE VALUTA-KD IN KONTO-RECORD
                           TO KOT-VALUTA-KD(WS-KONTO-ANTAL)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       INDLAES-AFTALER.
       OPEN INPUT AFTALE-FIL.
       IF WS-AFTALE-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-AFTALE-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/DAEKNINGSAFTALER.txt, status="
                   WS-AFTALE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ AFTALE-FIL INTO AFTALE-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF DA-TIL-KONTO NOT = SPACES
                               AND WS-DA-ANTAL < 2000
                           ADD 1 TO WS-DA-ANTAL
                           SET DA-IDX TO WS-DA-ANTAL
                           MOVE DA-TIL-KONTO TO DAT-TIL-KONTO(DA-IDX)
                           MOVE DA-FRA-KONTO TO DAT-FRA-KONTO(DA-IDX)
                           MOVE DA-MAKS-PR-DAG TO DAT-MAKS(DA-IDX)
                           MOVE DA-AENDRET-DATO
                               TO DAT-AENDRET-DATO(DA-IDX)
                           MOVE DA-AENDRET-AF
                               TO DAT-AENDRET-AF(DA-IDX)
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE AFTALE-FIL
       END-IF.

       SAET-AFTALE.
      * Findes en aftale for kontoen i forvejen, rettes den; ellers
      * oprettes den.
       DISPLAY "Konto der daekkes (CHECKING) : " WITH NO ADVANCING.
       ACCEPT WS-TIL-KONTO.
       DISPLAY "Daekkes fra (SAVINGS)        : " WITH NO ADVANCING.
       ACCEPT WS-FRA-KONTO.
       DISPLAY "Maksimum pr. dag             : " WITH NO ADVANCING.
       ACCEPT WS-MAKS.
       MOVE WS-TIL-KONTO TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       MOVE WS-KONTO-IDX TO WS-TIL-IDX.
       MOVE WS-FRA-KONTO TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       MOVE WS-KONTO-IDX TO WS-FRA-IDX.
       EVALUATE TRUE
           WHEN WS-TIL-IDX = 0
               DISPLAY "FEJL: Kontoen " WS-TIL-KONTO
                   " findes ikke - aftalen gemmes ikke."
           WHEN WS-FRA-IDX = 0
               DISPLAY "FEJL: Opsparingen " WS-FRA-KONTO
                   " findes ikke - aftalen gemmes ikke."
           WHEN KOT-KONTO-TYPE(WS-TIL-IDX) NOT = "CHECKING"
               DISPLAY "FEJL: Kun CHECKING-konti kan daekkes - "
                   "aftalen gemmes ikke."
           WHEN KOT-KONTO-TYPE(WS-FRA-IDX) NOT = "SAVINGS"
               DISPLAY "FEJL: Der kan kun daekkes fra en "
                   "SAVINGS-konto - aftalen gemmes ikke."
           WHEN KOT-KONTO-STATUS(WS-TIL-IDX) = "C"
                   OR KOT-KONTO-STATUS(WS-FRA-IDX) = "C"
               DISPLAY "FEJL: En af kontiene er lukket - aftalen "
                   "gemmes ikke."
           WHEN KOT-KUNDE-ID(WS-TIL-IDX)
                   NOT = KOT-KUNDE-ID(WS-FRA-IDX)
               DISPLAY "FEJL: Kontiene har ikke samme ejer - "
                   "aftalen gemmes ikke."
           WHEN KOT-VALUTA-KD(WS-TIL-IDX)
                   NOT = KOT-VALUTA-KD(WS-FRA-IDX)
               DISPLAY "FEJL: Kontiene har ikke samme valuta - "
                   "aftalen gemmes ikke."
           WHEN WS-MAKS = 0
               DISPLAY "FEJL: Maksimum pr. dag skal vaere stoerre "
                   "end nul - aftalen gemmes ikke."
           WHEN OTHER
               PERFORM GEM-AFTALE
       END-EVALUATE.

       FIND-KONTO.
       MOVE 0 TO WS-KONTO-IDX.
       IF WS-KONTO-ANTAL > 0
           SET KO-IDX TO 1
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
                   SET WS-KONTO-IDX TO KO-IDX
           END-SEARCH
       END-IF.

       GEM-AFTALE.
       MOVE 0 TO WS-FUNDET-IDX.
       IF WS-DA-ANTAL > 0
           SET DA-IDX TO 1
           SEARCH DA-ENTRY
               AT END
                   CONTINUE
               WHEN DAT-TIL-KONTO(DA-IDX) = WS-TIL-KONTO
                   SET WS-FUNDET-IDX TO DA-IDX
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX = 0
           IF WS-DA-ANTAL >= 2000
               DISPLAY "FEJL: Aftaletabellen er fuld."
           ELSE
               ADD 1 TO WS-DA-ANTAL
               SET DA-IDX TO WS-DA-ANTAL
               MOVE WS-TIL-KONTO TO DAT-TIL-KONTO(DA-IDX)
               MOVE "OPRET" TO WS-JO-OPERATION
               MOVE SPACES TO WS-FOER-FRA-KONTO
               MOVE 0 TO WS-FOER-MAKS
               PERFORM OPDATER-LINJE
               DISPLAY "Aftale oprettet."
           END-IF
       ELSE
           SET DA-IDX TO WS-FUNDET-IDX
           MOVE "RET" TO WS-JO-OPERATION
           MOVE DAT-FRA-KONTO(DA-IDX) TO WS-FOER-FRA-KONTO
           MOVE DAT-MAKS(DA-IDX) TO WS-FOER-MAKS
           PERFORM OPDATER-LINJE
           DISPLAY "Aftale rettet."
       END-IF.

       OPDATER-LINJE.
       MOVE WS-FRA-KONTO TO DAT-FRA-KONTO(DA-IDX).
       MOVE WS-MAKS TO DAT-MAKS(DA-IDX).
       MOVE WS-DAGS-DATO TO DAT-AENDRET-DATO(DA-IDX).
       MOVE WS-OPERATOER-ID TO DAT-AENDRET-AF(DA-IDX).
       MOVE WS-FRA-KONTO TO WS-EFTER-FRA-KONTO.
       MOVE WS-MAKS TO WS-EFTER-MAKS.
       SET ER-AENDRET TO TRUE.
       PERFORM SKRIV-JOURNAL.

       VIS-AFTALER.
       IF WS-DA-ANTAL = 0
           DISPLAY "Ingen daekningsaftaler oprettet."
       END-IF.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-DA-ANTAL
           SET DA-IDX TO WS-VIS-IDX
           MOVE DAT-MAKS(DA-IDX) TO WS-MAKS-EDIT
           DISPLAY WS-VIS-IDX ": " DAT-TIL-KONTO(DA-IDX)
               " FRA=" DAT-FRA-KONTO(DA-IDX)
               " MAKS/DAG=" FUNCTION TRIM(WS-MAKS-EDIT)
               " AENDRET=" DAT-AENDRET-DATO(DA-IDX)
               " AF=" DAT-AENDRET-AF(DA-IDX)
       END-PERFORM.

       OPSIG-AFTALE.
      * Kunden fravaelger daekningen; fra naeste koersel gebyrlaegges
      * og aldres et overtraek paa kontoen som hidtil.
       PERFORM VIS-AFTALER.
       IF WS-DA-ANTAL > 0
           DISPLAY "Nummer der skal opsiges: " WITH NO ADVANCING
           ACCEPT WS-SLET-NR
           IF WS-SLET-NR < 1 OR WS-SLET-NR > WS-DA-ANTAL
               DISPLAY "FEJL: Ugyldigt nummer."
           ELSE
               SET DA-IDX TO WS-SLET-NR
               MOVE "OPSIG" TO WS-JO-OPERATION
               MOVE DAT-FRA-KONTO(DA-IDX) TO WS-FOER-FRA-KONTO
               MOVE DAT-MAKS(DA-IDX) TO WS-FOER-MAKS
               MOVE SPACES TO WS-EFTER-FRA-KONTO
               MOVE 0 TO WS-EFTER-MAKS
               PERFORM SKRIV-JOURNAL
      *        Ryk resten af tabellen en plads op
               PERFORM VARYING WS-VIS-IDX FROM WS-SLET-NR BY 1
                       UNTIL WS-VIS-IDX >= WS-DA-ANTAL
                   MOVE DA-ENTRY(WS-VIS-IDX + 1)
                       TO DA-ENTRY(WS-VIS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-DA-ANTAL
               SET ER-AENDRET TO TRUE
               DISPLAY "Aftale opsagt."
           END-IF
       END-IF.

       SKRIV-JOURNAL.
      * En journallinje pr. aendring med aftalen foer og efter og
      * operatoeren. Operation og vaerdier er sat af kalderen i
      * WS-JO-OPERATION og WS-FOER-/WS-EFTER-felterne; DA-IDX peger
      * paa aftalen.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/DAEKNING-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
       ELSE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL
           MOVE WS-JO-OPERATION TO JO-OPERATION
           MOVE DAT-TIL-KONTO(DA-IDX) TO JO-TIL-KONTO
           MOVE WS-FOER-FRA-KONTO TO JO-FOER-FRA-KONTO
           MOVE WS-FOER-MAKS TO JO-FOER-MAKS
           MOVE WS-EFTER-FRA-KONTO TO JO-EFTER-FRA-KONTO
           MOVE WS-EFTER-MAKS TO JO-EFTER-MAKS
           MOVE WS-OPERATOER-ID TO JO-OPERATOER
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.

       SKRIV-AFTALER-TILBAGE.
       OPEN OUTPUT AFTALE-FIL.
       IF WS-AFTALE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/DAEKNINGSAFTALER.txt, status=" WS-AFTALE-STATUS
       ELSE
           PERFORM VARYING DA-IDX FROM 1 BY 1
                   UNTIL DA-IDX > WS-DA-ANTAL
               MOVE SPACES TO AFTALE-POST
               MOVE DAT-TIL-KONTO(DA-IDX) TO DA-TIL-KONTO
               MOVE DAT-FRA-KONTO(DA-IDX) TO DA-FRA-KONTO
               MOVE DAT-MAKS(DA-IDX) TO DA-MAKS-PR-DAG
               MOVE DAT-AENDRET-DATO(DA-IDX) TO DA-AENDRET-DATO
               MOVE DAT-AENDRET-AF(DA-IDX) TO DA-AENDRET-AF
               WRITE AFTALE-POST
           END-PERFORM
           CLOSE AFTALE-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
