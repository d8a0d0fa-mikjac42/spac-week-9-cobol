       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTION-BEHANDLING.

      * Compliance' behandling af sanktionsscreeningens to koeer:
      *   1. Kundehits i files/SANKTION-KUNDEHITS.txt (fra
      *      SANKTION-SCREENING). Hvert aabent hit vises med kundens
      *      og listepostens navn og foedselsdato, og operatoeren
      *      bekraefter det (B) - kunden faar SANKTION-MARKERING = S
      *      paa masteren, saa posteringsmotoren og ekspres-
      *      posteringen afviser alle debeter - eller afklarer det som
      *      falsk (F), saa samme par ikke meldes igen, eller springer
      *      over (S).
      *   2. Udlandsbetalinger standset af UDLAND-BETALING-KOERSEL i
      *      files/BETALING-SANKTION-KOE.txt. En betaling frigives
      *      (R) - den laegges tilbage i files/BETALINGSORDRER.txt
      *      med BO-FRIGIVET = F og udfoeres i naeste koersel uden ny
      *      screening - eller afvises (A) til
      *      files/BETALING-SANKTION-AFVIST.txt, eller bliver i koeen
      *      (S).
      *   3. Ophaevelse af en sanktionsmarkering (fx naar kunden er
      *      slettet fra listen).
      * Hver afgoerelse kraever en begrundelse og journalfoeres med
      * tidsstempel og operatoer i files/SANKTION-JOURNAL.txt, samme
      * princip som AML-JOURNAL.txt; aendringer af kunderecorden
      * journalfoeres desuden med foer- og efterbillede i
      * files/KUNDE-JOURNAL.txt som i KUNDE-VEDLIGEHOLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HIT-FIL ASSIGN TO "files/SANKTION-KUNDEHITS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.

           SELECT KOE-FIL
               ASSIGN TO "files/BETALING-SANKTION-KOE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KOE-STATUS.

           SELECT ORDRE-FIL ASSIGN TO "files/BETALINGSORDRER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.

           SELECT AFVIST-FIL
               ASSIGN TO "files/BETALING-SANKTION-AFVIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFVIST-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/KUNDE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SANKTION-JOURNAL-FIL
               ASSIGN TO "files/SANKTION-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  HIT-FIL.
       01  HIT-RECORD.
           COPY "copybooks/SANKTHIT.cpy".

      * Samme layout som i UDLAND-BETALING-KOERSEL.
       FD  KOE-FIL.
       01  KOE-RECORD.
           05 SK-DATO          PIC X(8).
           05 SK-SCORE         PIC 9(3).
           05 SK-SANKTION-ID   PIC X(10).
           05 SK-ORDRE.
               10 BO-FRA-KONTO     PIC X(10).
               10 BO-IBAN          PIC X(18).
               10 BO-NAVN          PIC X(35).
               10 BO-BELOEB        PIC 9(7)V99.
               10 BO-VALUTA        PIC X(3).
               10 BO-TEKST         PIC X(30).
               10 BO-FRIGIVET      PIC X(1).

       FD  ORDRE-FIL.
       01  ORDRE-RECORD        PIC X(106).

       FD  AFVIST-FIL.
       01  AFVIST-RECORD.
           05 AF-DATO          PIC X(8).
           05 AF-OPERATOER     PIC X(10).
           05 AF-SANKTION-ID   PIC X(10).
           05 AF-BEGRUNDELSE   PIC X(60).
           05 AF-ORDRE         PIC X(106).

      * Samme linjeformat som i KUNDE-VEDLIGEHOLD.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".

       FD  SANKTION-JOURNAL-FIL.
       01  SANKTION-JOURNAL-RECORD.
           05 SJ-TIDSSTEMPEL   PIC X(14).
           05 SJ-OPERATION     PIC X(8).
           05 SJ-LINJE         PIC X(40).
           05 SJ-OPERATOER     PIC X(10).
           05 SJ-BEGRUNDELSE   PIC X(60).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-HIT-STATUS       PIC XX     VALUE "00".
       01  WS-KOE-STATUS       PIC XX     VALUE "00".
       01  WS-ORDRE-STATUS     PIC XX     VALUE "00".
       01  WS-AFVIST-STATUS    PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-SJOURNAL-STATUS  PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-MENU-VALG        PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".
       01  WS-VALG             PIC X      VALUE SPACE.
       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-BEGRUNDELSE      PIC X(60)  VALUE SPACES.
       01  WS-KUNDE-ID         PIC X(10)  VALUE SPACES.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-BELOEB-EDIT      PIC Z(6)9.99.

      * Paalogning kraever rollen C (compliance) - se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "C".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Delt laas paa kundemasteren, saa den natlige kaede ikke kan
      * koere hen over en aaben session - se shared/master_laas.cob.
       01  WS-LAAS-FUNKTION    PIC X(4)   VALUE SPACES.
       01  WS-LAAS-HOLDER      PIC X(20)  VALUE "SANKTION-BEHANDLING".
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

      * Koeerne holdes i hukommelsen under gennemgangen og skrives
      * samlet tilbage.
       01  WS-HIT-ANTAL        PIC 9(5)   VALUE 0.
       01  HIT-TABEL.
           05  HIT-ENTRY OCCURS 5000 TIMES
                         INDEXED BY HT-IDX.
               10  HTT-LINJE       PIC X(173) VALUE SPACES.
       01  WS-KOE-ANTAL        PIC 9(5)   VALUE 0.
       01  KOE-TABEL.
           05  KOE-ENTRY OCCURS 2000 TIMES
                         INDEXED BY KQ-IDX.
               10  KQT-LINJE       PIC X(127) VALUE SPACES.
               10  KQT-AFGJORT     PIC X(1)   VALUE "N".
       01  WS-VIS-IDX          PIC 9(5)   VALUE 0.
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".

      * Bruges til at kalde SANKTION-MATCH (HENT) - se
      * shared/sanktion_match.cob.
       01  WS-MATCH-FUNKTION   PIC X(4)   VALUE "HENT".
       01  WS-MATCH-NAVN-1     PIC X(35)  VALUE SPACES.
       01  WS-MATCH-NAVN-2     PIC X(35)  VALUE SPACES.
       01  WS-MATCH-DATO       PIC X(8)   VALUE SPACES.
       01  WS-MATCH-SCORE      PIC 9(3)   VALUE 0.
       01  WS-MATCH-ID         PIC X(10)  VALUE SPACES.
       01  WS-MATCH-HIT        PIC X      VALUE SPACE.

       01  WS-BEKRAEFTET-TAELLER PIC 9(5) VALUE 0.
       01  WS-FALSK-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-FRIGIVET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-AFVIST-TAELLER   PIC 9(5)   VALUE 0.
       01  WS-OPHAEVET-TAELLER PIC 9(5)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM TAG-MASTER-LAAS.
       OPEN I-O MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-MENU-VALG
               WHEN 1
                   PERFORM GENNEMGAA-KUNDEHITS
               WHEN 2
                   PERFORM GENNEMGAA-BETALINGER
               WHEN 3
                   PERFORM OPHAEV-MARKERING
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.

       CLOSE MASTER-FIL.
       PERFORM FRIGIV-MASTER-LAAS.
       DISPLAY "SANKTION-BEHANDLING: bekraeftet=" WS-BEKRAEFTET-TAELLER
           " falske=" WS-FALSK-TAELLER
           " betalinger frigivet=" WS-FRIGIVET-TAELLER
           " afvist=" WS-AFVIST-TAELLER
           " markeringer ophaevet=" WS-OPHAEVET-TAELLER.
       STOP RUN.

       TAG-MASTER-LAAS.
      * Delt laas: afvises kun naar batchkaeden holder masteren
      * eksklusivt.
       MOVE "DELT" TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.
       IF WS-LAAS-SVAR NOT = "Y"
           DISPLAY "FEJL: Kundemasteren er i brug af "
               FUNCTION TRIM(WS-LAAS-EJER) " - proev igen senere."
           STOP RUN
       END-IF.

       FRIGIV-MASTER-LAAS.
       MOVE "FRI " TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Sanktionsscreening - compliance".
       DISPLAY "1. Gennemgaa mulige kundehits".
       DISPLAY "2. Gennemgaa standsede udlandsbetalinger".
       DISPLAY "3. Ophaev sanktionsmarkering paa en kunde".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-MENU-VALG.

      ******************************************************************
      * Kundehits                                                      *
      ******************************************************************
       GENNEMGAA-KUNDEHITS.
       MOVE 0 TO WS-HIT-ANTAL.
       MOVE "N" TO WS-AENDRET.
       OPEN INPUT HIT-FIL.
       IF WS-HIT-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ HIT-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF HIT-RECORD NOT = SPACES
                           PERFORM GEM-HIT
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE HIT-FIL
       END-IF.
       PERFORM BEHANDL-HIT
           VARYING WS-VIS-IDX FROM 1 BY 1
           UNTIL WS-VIS-IDX > WS-HIT-ANTAL.
       IF ER-AENDRET
           PERFORM SKRIV-HITS-TILBAGE
       ELSE
           DISPLAY "Ingen kundehits afgjort."
       END-IF.

       GEM-HIT.
      * Er tabellen fuld, standses der foer noget roeres - ellers
      * ville tilbageskrivningen tabe hits over graensen.
       IF WS-HIT-ANTAL >= 5000
           DISPLAY "FEJL: Flere end 5000 linjer i "
               "files/SANKTION-KUNDEHITS.txt - tabellen er for lille."
           CLOSE HIT-FIL
           CLOSE MASTER-FIL
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.
       ADD 1 TO WS-HIT-ANTAL.
       SET HT-IDX TO WS-HIT-ANTAL.
       MOVE HIT-RECORD TO HTT-LINJE(HT-IDX).

       BEHANDL-HIT.
       SET HT-IDX TO WS-VIS-IDX.
       MOVE HTT-LINJE(HT-IDX) TO HIT-RECORD.
       IF KH-STATUS = "A"
           PERFORM VIS-HIT
           DISPLAY "Bekraeft hit (B), falsk hit (F) eller spring "
               "over (S): " WITH NO ADVANCING
           ACCEPT WS-VALG
           EVALUATE WS-VALG
               WHEN "B"
               WHEN "b"
                   PERFORM BEKRAEFT-HIT
               WHEN "F"
               WHEN "f"
                   PERFORM AFKLAR-FALSK-HIT
               WHEN OTHER
                   DISPLAY "Hittet bliver i koeen."
           END-EVALUATE
       END-IF.

       VIS-HIT.
       MOVE KH-SANKTION-ID TO WS-MATCH-ID.
       CALL "SANKTION-MATCH" USING WS-MATCH-FUNKTION
           WS-MATCH-NAVN-1 WS-MATCH-NAVN-2 WS-MATCH-DATO
           WS-MATCH-SCORE WS-MATCH-ID WS-MATCH-HIT.
       DISPLAY "-----------------------------------".
       DISPLAY "Hit dannet " KH-DATO " score " KH-SCORE
           " (listeversion " KH-LISTE-VERSION ")".
       DISPLAY "  Kunde    " KH-KUNDE-ID " " FUNCTION TRIM(KH-NAVN)
           " foedt " KH-FOEDSELSDATO.
       IF WS-MATCH-HIT = "J"
           DISPLAY "  Listen   " KH-SANKTION-ID " "
               FUNCTION TRIM(WS-MATCH-NAVN-1) " "
               FUNCTION TRIM(WS-MATCH-NAVN-2)
               " foedt " WS-MATCH-DATO
       ELSE
           DISPLAY "  Listen   " KH-SANKTION-ID
               " (posten findes ikke i den aktuelle liste)"
       END-IF.

       BEKRAEFT-HIT.
      * Kunden markeres paa masteren; foerst derefter lukkes hittet,
      * saa et hit aldrig staar som bekraeftet uden markering.
       PERFORM LAES-BEGRUNDELSE.
       IF WS-BEGRUNDELSE NOT = SPACES
           MOVE KH-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD
           READ MASTER-FIL KEY IS KUNDE-ID IN MASTER-RECORD
               INVALID KEY
                   DISPLAY "FEJL: Kunden findes ikke laengere paa "
                       "masteren - hittet bliver i koeen."
               NOT INVALID KEY
                   PERFORM MARKER-KUNDE
           END-READ
       END-IF.

       MARKER-KUNDE.
       MOVE SPACES TO WS-FOER-BILLEDE.
       MOVE MASTER-RECORD TO WS-FOER-BILLEDE.
       MOVE "S" TO SANKTION-MARKERING IN MASTER-RECORD.
       MOVE WS-KOERSELS-DATO TO SANKTION-DATO IN MASTER-RECORD.
       MOVE KH-SANKTION-ID TO SANKTION-ID IN MASTER-RECORD.
       REWRITE MASTER-RECORD.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL ved markering af kunden, status="
               WS-MASTER-STATUS " - hittet bliver i koeen."
       ELSE
           PERFORM SKRIV-KUNDE-JOURNAL
           MOVE "B" TO KH-STATUS
           PERFORM AFGOER-HIT
           ADD 1 TO WS-BEKRAEFTET-TAELLER
           MOVE "BEKRAEFT" TO SJ-OPERATION
           PERFORM SKRIV-HIT-JOURNAL
           DISPLAY "Hit bekraeftet - kunden er sanktionsmarkeret og "
               "debeter afvises fra naeste bogfoering."
       END-IF.

       AFKLAR-FALSK-HIT.
       PERFORM LAES-BEGRUNDELSE.
       IF WS-BEGRUNDELSE NOT = SPACES
           MOVE "F" TO KH-STATUS
           PERFORM AFGOER-HIT
           ADD 1 TO WS-FALSK-TAELLER
           MOVE "FALSK" TO SJ-OPERATION
           PERFORM SKRIV-HIT-JOURNAL
           DISPLAY "Hit afklaret som falsk."
       END-IF.

       AFGOER-HIT.
       MOVE WS-KOERSELS-DATO TO KH-AFGJORT-DATO.
       MOVE WS-OPERATOER-ID TO KH-OPERATOER.
       MOVE WS-BEGRUNDELSE TO KH-BEGRUNDELSE.
       MOVE HIT-RECORD TO HTT-LINJE(HT-IDX).
       SET ER-AENDRET TO TRUE.

       SKRIV-HIT-JOURNAL.
       MOVE SPACES TO SJ-LINJE.
       STRING KH-KUNDE-ID " " KH-SANKTION-ID " SCORE " KH-SCORE
           DELIMITED BY SIZE INTO SJ-LINJE.
       PERFORM SKRIV-SANKTION-JOURNAL.

       SKRIV-HITS-TILBAGE.
       OPEN OUTPUT HIT-FIL.
       IF WS-HIT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/SANKTION-KUNDEHITS.txt tilbage, status="
               WS-HIT-STATUS
       ELSE
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HIT-ANTAL
               MOVE HTT-LINJE(HT-IDX) TO HIT-RECORD
               WRITE HIT-RECORD
           END-PERFORM
           CLOSE HIT-FIL
       END-IF.

      ******************************************************************
      * Standsede udlandsbetalinger                                    *
      ******************************************************************
       GENNEMGAA-BETALINGER.
       MOVE 0 TO WS-KOE-ANTAL.
       MOVE "N" TO WS-AENDRET.
       OPEN INPUT KOE-FIL.
       IF WS-KOE-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ KOE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KOE-RECORD NOT = SPACES
                           PERFORM GEM-KOE-LINJE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KOE-FIL
       END-IF.
       IF WS-KOE-ANTAL = 0
           DISPLAY "Ingen standsede betalinger."
       ELSE
           PERFORM BEHANDL-BETALING
               VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-KOE-ANTAL
           IF ER-AENDRET
               PERFORM SKRIV-KOE-TILBAGE
           END-IF
       END-IF.

       GEM-KOE-LINJE.
       IF WS-KOE-ANTAL >= 2000
           DISPLAY "FEJL: Flere end 2000 linjer i "
               "files/BETALING-SANKTION-KOE.txt - tabellen er for "
               "lille."
           CLOSE KOE-FIL
           CLOSE MASTER-FIL
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.
       ADD 1 TO WS-KOE-ANTAL.
       SET KQ-IDX TO WS-KOE-ANTAL.
       MOVE KOE-RECORD TO KQT-LINJE(KQ-IDX).
       MOVE "N" TO KQT-AFGJORT(KQ-IDX).

       BEHANDL-BETALING.
       SET KQ-IDX TO WS-VIS-IDX.
       MOVE KQT-LINJE(KQ-IDX) TO KOE-RECORD.
       PERFORM VIS-BETALING.
       DISPLAY "Frigiv betalingen (R), afvis den (A) eller spring "
           "over (S): " WITH NO ADVANCING.
       ACCEPT WS-VALG.
       EVALUATE WS-VALG
           WHEN "R"
           WHEN "r"
               PERFORM FRIGIV-BETALING
           WHEN "A"
           WHEN "a"
               PERFORM AFVIS-BETALING
           WHEN OTHER
               DISPLAY "Betalingen bliver i koeen."
       END-EVALUATE.

       VIS-BETALING.
       MOVE BO-BELOEB TO WS-BELOEB-EDIT.
       DISPLAY "-----------------------------------".
       DISPLAY "Standset " SK-DATO " fra konto " BO-FRA-KONTO
           " beloeb " FUNCTION TRIM(WS-BELOEB-EDIT) " " BO-VALUTA.
       DISPLAY "  Modtager " FUNCTION TRIM(BO-NAVN) " IBAN " BO-IBAN.
       DISPLAY "  Tekst    " FUNCTION TRIM(BO-TEKST).
       IF SK-SANKTION-ID = SPACES
           DISPLAY "  Ikke screenet - sanktionslisten kunne ikke "
               "laeses da betalingen blev koert."
       ELSE
           MOVE SK-SANKTION-ID TO WS-MATCH-ID
           CALL "SANKTION-MATCH" USING WS-MATCH-FUNKTION
               WS-MATCH-NAVN-1 WS-MATCH-NAVN-2 WS-MATCH-DATO
               WS-MATCH-SCORE WS-MATCH-ID WS-MATCH-HIT
           DISPLAY "  Listen   " SK-SANKTION-ID " score " SK-SCORE
               " " FUNCTION TRIM(WS-MATCH-NAVN-1) " "
               FUNCTION TRIM(WS-MATCH-NAVN-2)
       END-IF.

       FRIGIV-BETALING.
      * Ordren laegges tilbage i ordrefilen med frigivelsesmarkering
      * og udfoeres af naeste UDLAND-BETALING-KOERSEL, hvor saldo,
      * konto og IBAN kontrolleres paa ny.
       PERFORM LAES-BEGRUNDELSE.
       IF WS-BEGRUNDELSE NOT = SPACES
           MOVE "F" TO BO-FRIGIVET
           OPEN EXTEND ORDRE-FIL
           IF WS-ORDRE-STATUS = "35"
               OPEN OUTPUT ORDRE-FIL
           END-IF
           IF WS-ORDRE-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke skrive "
                   "files/BETALINGSORDRER.txt, status="
                   WS-ORDRE-STATUS " - betalingen bliver i koeen."
           ELSE
               MOVE SK-ORDRE TO ORDRE-RECORD
               WRITE ORDRE-RECORD
               CLOSE ORDRE-FIL
               MOVE "Y" TO KQT-AFGJORT(KQ-IDX)
               SET ER-AENDRET TO TRUE
               ADD 1 TO WS-FRIGIVET-TAELLER
               MOVE "FRIGIV" TO SJ-OPERATION
               PERFORM SKRIV-BETALING-JOURNAL
               DISPLAY "Betalingen er frigivet til naeste koersel."
           END-IF
       END-IF.

       AFVIS-BETALING.
       PERFORM LAES-BEGRUNDELSE.
       IF WS-BEGRUNDELSE NOT = SPACES
           OPEN EXTEND AFVIST-FIL
           IF WS-AFVIST-STATUS = "35"
               OPEN OUTPUT AFVIST-FIL
           END-IF
           IF WS-AFVIST-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke skrive "
                   "files/BETALING-SANKTION-AFVIST.txt, status="
                   WS-AFVIST-STATUS " - betalingen bliver i koeen."
           ELSE
               MOVE SPACES TO AFVIST-RECORD
               MOVE WS-KOERSELS-DATO TO AF-DATO
               MOVE WS-OPERATOER-ID TO AF-OPERATOER
               MOVE SK-SANKTION-ID TO AF-SANKTION-ID
               MOVE WS-BEGRUNDELSE TO AF-BEGRUNDELSE
               MOVE SK-ORDRE TO AF-ORDRE
               WRITE AFVIST-RECORD
               CLOSE AFVIST-FIL
               MOVE "Y" TO KQT-AFGJORT(KQ-IDX)
               SET ER-AENDRET TO TRUE
               ADD 1 TO WS-AFVIST-TAELLER
               MOVE "AFVIS" TO SJ-OPERATION
               PERFORM SKRIV-BETALING-JOURNAL
               DISPLAY "Betalingen er afvist."
           END-IF
       END-IF.

       SKRIV-BETALING-JOURNAL.
       MOVE SPACES TO SJ-LINJE.
       STRING BO-FRA-KONTO " " BO-IBAN " " SK-SANKTION-ID
           DELIMITED BY SIZE INTO SJ-LINJE.
       PERFORM SKRIV-SANKTION-JOURNAL.

       SKRIV-KOE-TILBAGE.
      * Kun de uafgjorte betalinger skrives tilbage i koeen.
       OPEN OUTPUT KOE-FIL.
       IF WS-KOE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/BETALING-SANKTION-KOE.txt tilbage, status="
               WS-KOE-STATUS
       ELSE
           PERFORM VARYING KQ-IDX FROM 1 BY 1
                   UNTIL KQ-IDX > WS-KOE-ANTAL
               IF KQT-AFGJORT(KQ-IDX) = "N"
                   MOVE KQT-LINJE(KQ-IDX) TO KOE-RECORD
                   WRITE KOE-RECORD
               END-IF
           END-PERFORM
           CLOSE KOE-FIL
       END-IF.

      ******************************************************************
      * Ophaevelse af en sanktionsmarkering                            *
      ******************************************************************
       OPHAEV-MARKERING.
       DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
       ACCEPT WS-KUNDE-ID.
       MOVE WS-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL KEY IS KUNDE-ID IN MASTER-RECORD
           INVALID KEY
               DISPLAY "FEJL: Kunde ikke fundet."
           NOT INVALID KEY
               IF SANKTION-MARKERING IN MASTER-RECORD NOT = "S"
                   DISPLAY "Kunden er ikke sanktionsmarkeret."
               ELSE
                   PERFORM OPHAEV-KUNDE
               END-IF
       END-READ.

       OPHAEV-KUNDE.
       DISPLAY "Markeret " SANKTION-DATO IN MASTER-RECORD
           " mod listepost " SANKTION-ID IN MASTER-RECORD.
       PERFORM LAES-BEGRUNDELSE.
       IF WS-BEGRUNDELSE NOT = SPACES
           MOVE SPACES TO WS-FOER-BILLEDE
           MOVE MASTER-RECORD TO WS-FOER-BILLEDE
           MOVE SPACES TO SJ-LINJE
           STRING KUNDE-ID IN MASTER-RECORD " "
               SANKTION-ID IN MASTER-RECORD
               DELIMITED BY SIZE INTO SJ-LINJE
           MOVE SPACES TO SANKTION-MARKERING IN MASTER-RECORD
               SANKTION-DATO IN MASTER-RECORD
               SANKTION-ID IN MASTER-RECORD
           REWRITE MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FEJL ved ophaevelse, status="
                   WS-MASTER-STATUS
           ELSE
               PERFORM SKRIV-KUNDE-JOURNAL
               ADD 1 TO WS-OPHAEVET-TAELLER
               MOVE "OPHAEV" TO SJ-OPERATION
               PERFORM SKRIV-SANKTION-JOURNAL
               DISPLAY "Sanktionsmarkeringen er ophaevet."
           END-IF
       END-IF.

      ******************************************************************
      * Faelles                                                        *
      ******************************************************************
       LAES-BEGRUNDELSE.
      * Uden begrundelse ingen afgoerelse.
       DISPLAY "Begrundelse: " WITH NO ADVANCING.
       MOVE SPACES TO WS-BEGRUNDELSE.
       ACCEPT WS-BEGRUNDELSE.
       IF WS-BEGRUNDELSE = SPACES
           DISPLAY "FEJL: Begrundelse er paakraevet - intet er "
               "aendret."
       END-IF.

       SKRIV-KUNDE-JOURNAL.
      * Foer- og efterbillede af kunderecorden som en RET-linje i
      * aendringsjournalen, saa markeringen kan spores og gendannes
      * som enhver anden rettelse.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/KUNDE-JOURNAL.txt, status=" WS-JOURNAL-STATUS
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL
           MOVE "RET" TO JO-OPERATION
           MOVE SPACES TO WS-EFTER-BILLEDE
           MOVE MASTER-RECORD TO WS-EFTER-BILLEDE
           MOVE WS-FOER-BILLEDE(1:250) TO JO-FOER
           MOVE WS-FOER-BILLEDE(251:150) TO JO-FOER-REST
           MOVE WS-EFTER-BILLEDE(1:250) TO JO-EFTER
           MOVE WS-EFTER-BILLEDE(251:150) TO JO-EFTER-REST
           MOVE WS-OPERATOER-ID TO JO-OPERATOER
           MOVE "SANKTION-BEHANDLING" TO JO-PROGRAM
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.

       SKRIV-SANKTION-JOURNAL.
      * En journallinje pr. afgoerelse med tidsstempel, operatoer og
      * begrundelse. SJ-OPERATION og SJ-LINJE er sat af kalderen.
       OPEN EXTEND SANKTION-JOURNAL-FIL.
       IF WS-SJOURNAL-STATUS = "35"
           OPEN OUTPUT SANKTION-JOURNAL-FIL
       END-IF.
       IF WS-SJOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/SANKTION-JOURNAL.txt, status="
               WS-SJOURNAL-STATUS
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:14) TO SJ-TIDSSTEMPEL
           MOVE WS-OPERATOER-ID TO SJ-OPERATOER
           MOVE WS-BEGRUNDELSE TO SJ-BEGRUNDELSE
           WRITE SANKTION-JOURNAL-RECORD
           CLOSE SANKTION-JOURNAL-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
