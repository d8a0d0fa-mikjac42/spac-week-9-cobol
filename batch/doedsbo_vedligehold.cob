       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOEDSBO-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af doedsboregistret
      * (files/DOEDSBOER.txt, layout copybooks/DOEDSBO.cpy) og boets
      * arvinger (files/DOEDSBO-ARVINGER.txt, copybooks/ARVING.cpy).
      * Naar skifteretten har udpeget en bobestyrer for en afdoed
      * kunde, registreres boet her med bobestyrerens navn og
      * adresse og den dato boet skal goeres op pr., og arvingerne
      * tilfoejes en for en: navn, en andel i procent eller et fast
      * beloeb, og den konto pengene skal ind paa - en konto i huset
      * eller et IBAN i en anden bank.
      *
      * Kunden skal vaere markeret afdoed (DOEDSFALD-IMPORT). En
      * modtagerkonto i huset skal findes, vaere aaben, i boets
      * valuta og maa ikke vaere en af den afdoedes egne; et IBAN
      * faar kontrolcifrene proevet med shared/iban_beregn.cob.
      * Procentandelene maa tilsammen ikke overstige 100.
      *
      * Et registreret bo udloddes ikke, foer en ANDEN operatoer har
      * godkendt det (menupunkt 5) - samme fire-oejne-regel som i
      * BETALINGSLAGER-VEDLIGEHOLD. Et godkendt bo kan genaabnes til
      * rettelse, saa laenge det ikke er udloddet; det skal saa
      * godkendes igen. Selve udlodningen sker paa fordelingsdatoen
      * i batch/doedsbo_udlodning.cob som et trin i den daglige
      * kaede.
      *
      * Kraever paalogning med rollen B (betalinger).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOEDSBO-FIL ASSIGN TO "files/DOEDSBOER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOEDSBO-STATUS.

           SELECT ARVING-FIL ASSIGN TO "files/DOEDSBO-ARVINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARVING-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

      *    Kundemasteren slaas op direkte paa KUNDE-ID ved
      *    registreringen: doedsfaldsmarkering og navn.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOEDSBO-FIL.
       01  DOEDSBO-POST.
           COPY "copybooks/DOEDSBO.cpy".

       FD  ARVING-FIL.
       01  ARVING-POST.
           COPY "copybooks/ARVING.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-DOEDSBO-STATUS        PIC XX     VALUE "00".
       01  WS-ARVING-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
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

      * Delt laas paa kundemasteren under opslaget - se
      * shared/master_laas.cob.
       01  WS-LAAS-FUNKTION    PIC X(4)   VALUE SPACES.
       01  WS-LAAS-HOLDER      PIC X(20)  VALUE "DOEDSBO-VEDLIGEHOLD".
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

      * Registret og arvingerne holdes i hukommelsen under
      * vedligeholdelsen og skrives samlet tilbage ved afslutning.
       01  WS-DOEDSBO-ANTAL         PIC 9(3)   VALUE 0.
       01  DOEDSBO-TABEL.
           05  DOEDSBO-ENTRY OCCURS 200 TIMES
                         INDEXED BY DB-IDX.
               10  DBT-LINJE       PIC X(231)  VALUE SPACES.
       01  WS-ARVING-ANTAL     PIC 9(4)   VALUE 0.
       01  ARVING-TABEL.
           05  ARVING-ENTRY OCCURS 1000 TIMES
                             INDEXED BY DA-IDX.
               10  DAT-LINJE       PIC X(111)  VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(3)   VALUE 0.
       01  WS-ARVING-IDX       PIC 9(4)   VALUE 0.
       01  WS-SOEGE-KUNDE      PIC X(10)  VALUE SPACES.
       01  WS-SOEGE-NR         PIC 9(2)   VALUE 0.
       01  WS-NAESTE-NR        PIC 9(3)   VALUE 0.

      * Kontofilen holdes i hukommelsen til opslag paa
      * modtagerkonti og visning af den afdoedes konti.
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-KONTO-TYPE    PIC X(20) VALUE SPACES.
               10  KOT-BALANCE       PIC S9(7)V99 VALUE 0.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-KONTO-IDX        PIC 9(5)   VALUE 0.

      * IBAN-kontrollen - se shared/iban_beregn.cob
       01  WS-IBAN-FUNKTION    PIC X(4)   VALUE "VALI".
       01  WS-IBAN             PIC X(18)  VALUE SPACES.
       01  WS-IBAN-GYLDIG      PIC X      VALUE "N".

      * Boets summer til kontrol og visning
       01  WS-ANDEL-SUM        PIC 9(5)V9(4) VALUE 0.
       01  WS-FAST-SUM         PIC 9(9)V99 VALUE 0.
       01  WS-PROCENT-ANTAL    PIC 9(3)   VALUE 0.
       01  WS-BO-ARVINGER      PIC 9(3)   VALUE 0.
       01  WS-BO-VALUTA        PIC X(3)   VALUE SPACES.

      * Indtastning og visning
       01  WS-FEJL             PIC X(60)  VALUE SPACES.
       01  WS-ANDEL-EDIT       PIC ZZ9,9999.
       01  WS-ANDEL-SUM-EDIT   PIC ZZZZ9,9999.
       01  WS-BELOEB-EDIT      PIC Z(6)9,99.
       01  WS-SUM-EDIT         PIC Z(8)9,99.
       01  WS-SALDO-EDIT       PIC -(6)9,99.
       01  WS-MODTAGER-VIS     PIC X(20)  VALUE SPACES.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.
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
       PERFORM INDLAES-DOEDSBOER.
       PERFORM INDLAES-ARVINGER.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM REGISTRER-DOEDSBO
               WHEN 2
                   PERFORM TILFOEJ-ARVING
               WHEN 3
                   PERFORM FJERN-ARVING
               WHEN 4
                   PERFORM VIS-DOEDSBO
               WHEN 5
                   PERFORM GODKEND-DOEDSBO
               WHEN 6
                   PERFORM GENAABN-DOEDSBO
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.

       IF ER-AENDRET
           PERFORM SKRIV-DOEDSBOER-TILBAGE
           PERFORM SKRIV-ARVINGER-TILBAGE
       END-IF.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Doedsboer - udlodning til arvinger".
       DISPLAY "1. Registrer doedsbo".
       DISPLAY "2. Tilfoej arving".
       DISPLAY "3. Fjern arving".
       DISPLAY "4. Vis doedsbo".
       DISPLAY "5. Godkend doedsbo".
       DISPLAY "6. Genaabn godkendt doedsbo".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

       INDLAES-DOEDSBOER.
       OPEN INPUT DOEDSBO-FIL.
       IF WS-DOEDSBO-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-DOEDSBO-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne files/DOEDSBOER.txt, "
                   "status=" WS-DOEDSBO-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ DOEDSBO-FIL INTO DOEDSBO-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-DOEDSBO-ANTAL >= 200
                           DISPLAY "FEJL: Flere end 200 doedsboer i "
                               "registret - det kan ikke skrives "
                               "sikkert tilbage."
                           CLOSE DOEDSBO-FIL
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DOEDSBO-ANTAL
                       SET DB-IDX TO WS-DOEDSBO-ANTAL
                       MOVE DOEDSBO-POST TO DBT-LINJE(DB-IDX)
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE DOEDSBO-FIL
       END-IF.

       INDLAES-ARVINGER.
       OPEN INPUT ARVING-FIL.
       IF WS-ARVING-STATUS = "35"
           CONTINUE
       ELSE
           IF WS-ARVING-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/DOEDSBO-ARVINGER.txt, status="
                   WS-ARVING-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ ARVING-FIL INTO ARVING-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-ARVING-ANTAL >= 1000
                           DISPLAY "FEJL: Flere end 1000 arvinger i "
                               "registret - det kan ikke skrives "
                               "sikkert tilbage."
                           CLOSE ARVING-FIL
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ARVING-ANTAL
                       SET DA-IDX TO WS-ARVING-ANTAL
                       MOVE ARVING-POST TO DAT-LINJE(DA-IDX)
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE ARVING-FIL
       END-IF.

       REGISTRER-DOEDSBO.
      * Et bo pr. afdoed kunde. Kunden skal vaere markeret afdoed i
      * kundemasteren.
       IF WS-DOEDSBO-ANTAL >= 200
           DISPLAY "FEJL: Doedsboregistret er fuldt."
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Afdoedes KUNDE-ID         : " WITH NO ADVANCING.
       MOVE SPACES TO WS-SOEGE-KUNDE.
       ACCEPT WS-SOEGE-KUNDE.
       PERFORM FIND-DOEDSBO.
       IF WS-FUNDET-IDX > 0
           DISPLAY "FEJL: Der er allerede registreret et doedsbo "
               "for kunden (status " DB-STATUS ")."
           EXIT PARAGRAPH
       END-IF.
       PERFORM LAES-AFDOED-KUNDE.
       IF WS-FEJL NOT = SPACES
           DISPLAY "FEJL: " FUNCTION TRIM(WS-FEJL)
               " - boet registreres ikke."
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Kunde: " FUNCTION TRIM(FULDT-NAVN) ", afdoed "
           AFDOED-DATO IN MASTER-RECORD ".".
       PERFORM VIS-AFDOEDES-KONTI.

       MOVE SPACES TO DOEDSBO-POST.
       MOVE WS-SOEGE-KUNDE TO DB-KUNDE-ID.
       MOVE 0 TO DB-RENTE.
       MOVE 0 TO DB-UDLODDET.
       DISPLAY "Bobestyrer (navn)         : " WITH NO ADVANCING.
       ACCEPT DB-BOBESTYRER.
       DISPLAY "Bobestyrers adresse       : " WITH NO ADVANCING.
       ACCEPT DB-ADRESSE.
       DISPLAY "Bobestyrers postnr. og by : " WITH NO ADVANCING.
       ACCEPT DB-POSTBY.
       DISPLAY "Fordelingsdato (YYYYMMDD) : " WITH NO ADVANCING.
       ACCEPT DB-FORDELING-DATO.
       MOVE SPACES TO WS-FEJL.
       EVALUATE TRUE
           WHEN DB-BOBESTYRER = SPACES
               MOVE "Bobestyrerens navn mangler" TO WS-FEJL
           WHEN DB-ADRESSE = SPACES OR DB-POSTBY = SPACES
               MOVE "Bobestyrerens adresse mangler" TO WS-FEJL
           WHEN DB-FORDELING-DATO NOT NUMERIC
               MOVE "Fordelingsdatoen er ikke en dato" TO WS-FEJL
           WHEN AFDOED-DATO IN MASTER-RECORD NUMERIC
                   AND DB-FORDELING-DATO
                       < AFDOED-DATO IN MASTER-RECORD
               MOVE "Fordelingsdatoen ligger foer doedsdatoen"
                   TO WS-FEJL
       END-EVALUATE.
       IF WS-FEJL NOT = SPACES
           DISPLAY "FEJL: " FUNCTION TRIM(WS-FEJL)
               " - boet registreres ikke."
           EXIT PARAGRAPH
       END-IF.
       MOVE "R" TO DB-STATUS.
       MOVE WS-DAGS-DATO TO DB-OPRETTET.
       MOVE WS-OPERATOER-ID TO DB-OPRETTET-AF.
       ADD 1 TO WS-DOEDSBO-ANTAL.
       SET DB-IDX TO WS-DOEDSBO-ANTAL.
       MOVE DOEDSBO-POST TO DBT-LINJE(DB-IDX).
       SET ER-AENDRET TO TRUE.
       DISPLAY "Doedsboet efter " DB-KUNDE-ID " er registreret - "
           "tilfoej arvingerne (menupunkt 2) og faa boet godkendt "
           "af en anden operatoer (menupunkt 5).".

       LAES-AFDOED-KUNDE.
      * Slaa kunden op i masteren under delt laas; WS-FEJL saettes
      * hvis den ikke findes eller ikke er markeret afdoed.
       MOVE SPACES TO WS-FEJL.
       MOVE SPACES TO FULDT-NAVN.
       MOVE "DELT" TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.
       IF WS-LAAS-SVAR NOT = "Y"
           STRING "Kundemasteren er i brug af "
               FUNCTION TRIM(WS-LAAS-EJER)
               DELIMITED BY SIZE INTO WS-FEJL
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           STRING "Kundemasteren kan ikke aabnes, status="
               WS-MASTER-STATUS
               DELIMITED BY SIZE INTO WS-FEJL
       ELSE
           MOVE WS-SOEGE-KUNDE TO KUNDE-ID IN MASTER-RECORD
           READ MASTER-FIL
               INVALID KEY
                   MOVE "Kunden findes ikke" TO WS-FEJL
               NOT INVALID KEY
                   CALL "KUNDE-NAVN-FORMAT" USING
                       FORNAVN IN MASTER-RECORD
                       EFTERNAVN IN MASTER-RECORD FULDT-NAVN
                   IF AFDOED-MARKERING IN MASTER-RECORD NOT = "D"
                       MOVE "Kunden er ikke markeret afdoed"
                           TO WS-FEJL
                   END-IF
           END-READ
           CLOSE MASTER-FIL
       END-IF.
       MOVE "FRI " TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.

       VIS-AFDOEDES-KONTI.
      * Den afdoedes aabne konti, saa operatoeren kan se hvad boet
      * rummer. Boets valuta er den foerste aabne kontos.
       MOVE SPACES TO WS-BO-VALUTA.
       PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > WS-KONTO-ANTAL
           IF KOT-KUNDE-ID(KO-IDX) = WS-SOEGE-KUNDE
                   AND KOT-KONTO-STATUS(KO-IDX) NOT = "C"
               IF WS-BO-VALUTA = SPACES
                   MOVE KOT-VALUTA-KD(KO-IDX) TO WS-BO-VALUTA
               END-IF
               MOVE KOT-BALANCE(KO-IDX) TO WS-SALDO-EDIT
               DISPLAY "  KONTO " KOT-KONTO-ID(KO-IDX) " "
                   KOT-KONTO-TYPE(KO-IDX) " SALDO="
                   FUNCTION TRIM(WS-SALDO-EDIT) " "
                   KOT-VALUTA-KD(KO-IDX)
           END-IF
       END-PERFORM.
       IF WS-BO-VALUTA = SPACES
           DISPLAY "  (ingen aabne konti)"
       END-IF.

       VAELG-DOEDSBO.
      * Laes den afdoedes KUNDE-ID og find boet; WS-FUNDET-IDX er nul
      * hvis det ikke findes.
       DISPLAY "Afdoedes KUNDE-ID: " WITH NO ADVANCING.
       MOVE SPACES TO WS-SOEGE-KUNDE.
       ACCEPT WS-SOEGE-KUNDE.
       PERFORM FIND-DOEDSBO.
       IF WS-FUNDET-IDX = 0
           DISPLAY "FEJL: Der er ikke registreret et doedsbo for "
               "kunden."
       END-IF.

       FIND-DOEDSBO.
       MOVE 0 TO WS-FUNDET-IDX.
       PERFORM VARYING DB-IDX FROM 1 BY 1
               UNTIL DB-IDX > WS-DOEDSBO-ANTAL OR WS-FUNDET-IDX > 0
           MOVE DBT-LINJE(DB-IDX) TO DOEDSBO-POST
           IF DB-KUNDE-ID = WS-SOEGE-KUNDE
               SET WS-FUNDET-IDX TO DB-IDX
           END-IF
       END-PERFORM.
       IF WS-FUNDET-IDX > 0
           MOVE DBT-LINJE(WS-FUNDET-IDX) TO DOEDSBO-POST
       END-IF.

       TILFOEJ-ARVING.
       PERFORM VAELG-DOEDSBO.
       IF WS-FUNDET-IDX = 0
           EXIT PARAGRAPH
       END-IF.
       IF NOT DB-ER-REGISTRERET
           DISPLAY "FEJL: Boet kan kun rettes mens det er "
               "registreret (status " DB-STATUS ") - genaabn det "
               "foerst."
           EXIT PARAGRAPH
       END-IF.
       IF WS-ARVING-ANTAL >= 1000
           DISPLAY "FEJL: Arvingregistret er fuldt."
           EXIT PARAGRAPH
       END-IF.
       PERFORM SUMMER-ARVINGER.
       IF WS-NAESTE-NR > 99
           DISPLAY "FEJL: Boet har allerede 99 arvinger."
           EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-BO-VALUTA.

       MOVE SPACES TO ARVING-POST.
       MOVE WS-SOEGE-KUNDE TO DA-KUNDE-ID.
       MOVE WS-NAESTE-NR TO DA-NR.
       MOVE 0 TO DA-ANDEL.
       MOVE 0 TO DA-BELOEB.
       MOVE 0 TO DA-UDBETALT.
       DISPLAY "Arvingens navn            : " WITH NO ADVANCING.
       ACCEPT DA-NAVN.
       DISPLAY "Andel i procent (P) eller fast beloeb (F): "
           WITH NO ADVANCING.
       ACCEPT DA-ART.
       IF DA-ER-ANDEL
           DISPLAY "Andel i procent           : " WITH NO ADVANCING
           ACCEPT DA-ANDEL
       END-IF.
       IF DA-ER-FAST
           DISPLAY "Beloeb (boets valuta)     : " WITH NO ADVANCING
           ACCEPT DA-BELOEB
       END-IF.
       DISPLAY "Modtagerkonto i huset (blank = ekstern): "
           WITH NO ADVANCING.
       ACCEPT DA-KONTO-ID.
       IF DA-KONTO-ID = SPACES
           DISPLAY "Modtagers IBAN            : " WITH NO ADVANCING
           ACCEPT DA-IBAN
       END-IF.
       PERFORM KONTROLLER-ARVING.
       IF WS-FEJL NOT = SPACES
           DISPLAY "FEJL: " FUNCTION TRIM(WS-FEJL)
               " - arvingen tilfoejes ikke."
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-ARVING-ANTAL.
       SET DA-IDX TO WS-ARVING-ANTAL.
       MOVE ARVING-POST TO DAT-LINJE(DA-IDX).
       SET ER-AENDRET TO TRUE.
       DISPLAY "Arving " DA-NR " er tilfoejet boet efter "
           DA-KUNDE-ID ".".

       KONTROLLER-ARVING.
      * WS-FEJL saettes ved den foerste regel der ikke er opfyldt.
       MOVE SPACES TO WS-FEJL.
       MOVE 0 TO WS-KONTO-IDX.
       IF DA-KONTO-ID NOT = SPACES
           MOVE DA-KONTO-ID TO WS-SOEGE-KONTO
           PERFORM FIND-KONTO
       ELSE
           MOVE DA-IBAN TO WS-IBAN
           CALL "IBAN-BEREGN" USING WS-IBAN-FUNKTION
               WS-IBAN WS-IBAN-GYLDIG
       END-IF.
       EVALUATE TRUE
           WHEN DA-NAVN = SPACES
               MOVE "Arvingens navn mangler" TO WS-FEJL
           WHEN NOT DA-ER-ANDEL AND NOT DA-ER-FAST
               MOVE "Arten skal vaere P eller F" TO WS-FEJL
           WHEN DA-ER-ANDEL AND DA-ANDEL = 0
               MOVE "Andelen skal vaere stoerre end nul" TO WS-FEJL
           WHEN DA-ER-ANDEL AND WS-ANDEL-SUM + DA-ANDEL > 100
               MOVE "Andelene ville tilsammen overstige 100 %"
                   TO WS-FEJL
           WHEN DA-ER-FAST AND DA-BELOEB = 0
               MOVE "Beloebet skal vaere stoerre end nul" TO WS-FEJL
           WHEN DA-KONTO-ID NOT = SPACES AND WS-KONTO-IDX = 0
               MOVE "Modtagerkontoen findes ikke" TO WS-FEJL
           WHEN DA-KONTO-ID NOT = SPACES
                   AND KOT-KONTO-STATUS(WS-KONTO-IDX) = "C"
               MOVE "Modtagerkontoen er lukket" TO WS-FEJL
           WHEN DA-KONTO-ID NOT = SPACES
                   AND KOT-KUNDE-ID(WS-KONTO-IDX) = DA-KUNDE-ID
               MOVE "Modtagerkontoen tilhoerer den afdoede"
                   TO WS-FEJL
           WHEN DA-KONTO-ID NOT = SPACES AND WS-BO-VALUTA NOT = SPACES
                   AND KOT-VALUTA-KD(WS-KONTO-IDX) NOT = WS-BO-VALUTA
               MOVE "Modtagerkontoen er ikke i boets valuta"
                   TO WS-FEJL
           WHEN DA-KONTO-ID = SPACES AND DA-IBAN = SPACES
               MOVE "Modtagerkonto eller IBAN mangler" TO WS-FEJL
           WHEN DA-KONTO-ID = SPACES AND WS-IBAN-GYLDIG NOT = "Y"
               MOVE "IBAN'ets kontrolcifre er forkerte" TO WS-FEJL
       END-EVALUATE.

       FIND-BO-VALUTA.
      * Valutaen paa den afdoedes foerste aabne konto.
       MOVE SPACES TO WS-BO-VALUTA.
       PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > WS-KONTO-ANTAL
                   OR WS-BO-VALUTA NOT = SPACES
           IF KOT-KUNDE-ID(KO-IDX) = WS-SOEGE-KUNDE
                   AND KOT-KONTO-STATUS(KO-IDX) NOT = "C"
               MOVE KOT-VALUTA-KD(KO-IDX) TO WS-BO-VALUTA
           END-IF
       END-PERFORM.

       SUMMER-ARVINGER.
      * Andelssum, sum af faste beloeb, antal og naeste loebenummer
      * for boet i WS-SOEGE-KUNDE.
       MOVE 0 TO WS-ANDEL-SUM.
       MOVE 0 TO WS-FAST-SUM.
       MOVE 0 TO WS-PROCENT-ANTAL.
       MOVE 0 TO WS-BO-ARVINGER.
       MOVE 1 TO WS-NAESTE-NR.
       PERFORM VARYING DA-IDX FROM 1 BY 1
               UNTIL DA-IDX > WS-ARVING-ANTAL
           MOVE DAT-LINJE(DA-IDX) TO ARVING-POST
           IF DA-KUNDE-ID = WS-SOEGE-KUNDE
               ADD 1 TO WS-BO-ARVINGER
               IF DA-ER-ANDEL
                   ADD DA-ANDEL TO WS-ANDEL-SUM
                   ADD 1 TO WS-PROCENT-ANTAL
               ELSE
                   ADD DA-BELOEB TO WS-FAST-SUM
               END-IF
               IF DA-NR >= WS-NAESTE-NR
                   COMPUTE WS-NAESTE-NR = DA-NR + 1
               END-IF
           END-IF
       END-PERFORM.

       FJERN-ARVING.
       PERFORM VAELG-DOEDSBO.
       IF WS-FUNDET-IDX = 0
           EXIT PARAGRAPH
       END-IF.
       IF NOT DB-ER-REGISTRERET
           DISPLAY "FEJL: Boet kan kun rettes mens det er "
               "registreret (status " DB-STATUS ") - genaabn det "
               "foerst."
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "Arvingens nummer: " WITH NO ADVANCING.
       ACCEPT WS-SOEGE-NR.
       MOVE 0 TO WS-ARVING-IDX.
       PERFORM VARYING DA-IDX FROM 1 BY 1
               UNTIL DA-IDX > WS-ARVING-ANTAL OR WS-ARVING-IDX > 0
           MOVE DAT-LINJE(DA-IDX) TO ARVING-POST
           IF DA-KUNDE-ID = WS-SOEGE-KUNDE AND DA-NR = WS-SOEGE-NR
               SET WS-ARVING-IDX TO DA-IDX
           END-IF
       END-PERFORM.
       IF WS-ARVING-IDX = 0
           DISPLAY "FEJL: Boet har ingen arving med det nummer."
           EXIT PARAGRAPH
       END-IF.
      * Ryk resten af tabellen en plads op over den fjernede.
       PERFORM VARYING DA-IDX FROM WS-ARVING-IDX BY 1
               UNTIL DA-IDX >= WS-ARVING-ANTAL
           MOVE DAT-LINJE(DA-IDX + 1) TO DAT-LINJE(DA-IDX)
       END-PERFORM.
       MOVE SPACES TO DAT-LINJE(WS-ARVING-ANTAL).
       SUBTRACT 1 FROM WS-ARVING-ANTAL.
       SET ER-AENDRET TO TRUE.
       DISPLAY "Arving " WS-SOEGE-NR " er fjernet fra boet.".

       VIS-DOEDSBO.
       PERFORM VAELG-DOEDSBO.
       IF WS-FUNDET-IDX = 0
           EXIT PARAGRAPH
       END-IF.
       PERFORM VIS-ET-DOEDSBO.

       VIS-ET-DOEDSBO.
       DISPLAY "Doedsbo efter " DB-KUNDE-ID " STATUS=" DB-STATUS
           " FORDELINGSDATO=" DB-FORDELING-DATO.
       DISPLAY "  Bobestyrer: " FUNCTION TRIM(DB-BOBESTYRER) ", "
           FUNCTION TRIM(DB-ADRESSE) ", " FUNCTION TRIM(DB-POSTBY).
       DISPLAY "  Oprettet " DB-OPRETTET " af " DB-OPRETTET-AF
           "  godkendt af " DB-GODKENDT-AF.
       IF DB-UDLODNING-DATO NOT = SPACES
           MOVE DB-UDLODDET TO WS-SUM-EDIT
           MOVE DB-RENTE TO WS-BELOEB-EDIT
           DISPLAY "  Udloddet " DB-UDLODNING-DATO ": "
               FUNCTION TRIM(WS-SUM-EDIT) " " DB-VALUTA
               " heraf rente " FUNCTION TRIM(WS-BELOEB-EDIT)
       END-IF.
       IF DB-AFSLUTTET NOT = SPACES
           DISPLAY "  Afsluttet " DB-AFSLUTTET
       END-IF.
       IF DB-AARSAG NOT = SPACES
           DISPLAY "  Venter: " FUNCTION TRIM(DB-AARSAG)
       END-IF.
       MOVE DB-KUNDE-ID TO WS-SOEGE-KUNDE.
       PERFORM VIS-AFDOEDES-KONTI.
       PERFORM VARYING DA-IDX FROM 1 BY 1
               UNTIL DA-IDX > WS-ARVING-ANTAL
           MOVE DAT-LINJE(DA-IDX) TO ARVING-POST
           IF DA-KUNDE-ID = WS-SOEGE-KUNDE
               PERFORM VIS-EN-ARVING
           END-IF
       END-PERFORM.
       PERFORM SUMMER-ARVINGER.
       MOVE WS-ANDEL-SUM TO WS-ANDEL-SUM-EDIT.
       MOVE WS-FAST-SUM TO WS-SUM-EDIT.
       DISPLAY "  " WS-BO-ARVINGER " arvinger, andele i alt "
           FUNCTION TRIM(WS-ANDEL-SUM-EDIT) " %, faste beloeb i alt "
           FUNCTION TRIM(WS-SUM-EDIT).

       VIS-EN-ARVING.
       IF DA-KONTO-ID NOT = SPACES
           MOVE DA-KONTO-ID TO WS-MODTAGER-VIS
       ELSE
           MOVE DA-IBAN TO WS-MODTAGER-VIS
       END-IF.
       IF DA-ER-ANDEL
           MOVE DA-ANDEL TO WS-ANDEL-EDIT
           DISPLAY "  " DA-NR " " DA-NAVN " ANDEL "
               FUNCTION TRIM(WS-ANDEL-EDIT) " % -> "
               FUNCTION TRIM(WS-MODTAGER-VIS)
       ELSE
           MOVE DA-BELOEB TO WS-BELOEB-EDIT
           DISPLAY "  " DA-NR " " DA-NAVN " FAST "
               FUNCTION TRIM(WS-BELOEB-EDIT) " -> "
               FUNCTION TRIM(WS-MODTAGER-VIS)
       END-IF.
       IF DA-UDBETALT-DATO NOT = SPACES
           MOVE DA-UDBETALT TO WS-SUM-EDIT
           DISPLAY "       UDBETALT " DA-UDBETALT-DATO " "
               FUNCTION TRIM(WS-SUM-EDIT)
       END-IF.

       GODKEND-DOEDSBO.
      * Den operatoer der registrerede boet, kan ikke godkende det -
      * samme regel som BETALINGSLAGER-VEDLIGEHOLD.
       PERFORM VAELG-DOEDSBO.
       IF WS-FUNDET-IDX = 0
           EXIT PARAGRAPH
       END-IF.
       PERFORM SUMMER-ARVINGER.
       EVALUATE TRUE
           WHEN NOT DB-ER-REGISTRERET
               DISPLAY "FEJL: Boet afventer ikke godkendelse "
                   "(status " DB-STATUS ")."
           WHEN DB-OPRETTET-AF = WS-OPERATOER-ID
               DISPLAY "FEJL: Du kan ikke godkende et doedsbo du "
                   "selv har registreret."
           WHEN WS-BO-ARVINGER = 0
               DISPLAY "FEJL: Boet har ingen arvinger."
           WHEN WS-PROCENT-ANTAL > 0
                   AND (WS-ANDEL-SUM < 99,99 OR WS-ANDEL-SUM > 100)
               MOVE WS-ANDEL-SUM TO WS-ANDEL-SUM-EDIT
               DISPLAY "FEJL: Andelene udgoer "
                   FUNCTION TRIM(WS-ANDEL-SUM-EDIT)
                   " % - de skal tilsammen vaere 100 %."
           WHEN OTHER
               PERFORM VIS-ET-DOEDSBO
               IF WS-PROCENT-ANTAL = 0
                   DISPLAY "Bemaerk: uden procentandele skal de "
                       "faste beloeb daekke hele boet, ellers "
                       "standses udlodningen."
               END-IF
               MOVE "G" TO DB-STATUS
               MOVE WS-OPERATOER-ID TO DB-GODKENDT-AF
               MOVE SPACES TO DB-AARSAG
               MOVE DOEDSBO-POST TO DBT-LINJE(WS-FUNDET-IDX)
               SET ER-AENDRET TO TRUE
               DISPLAY "Doedsboet efter " DB-KUNDE-ID " er godkendt "
                   "og udloddes " DB-FORDELING-DATO "."
       END-EVALUATE.

       GENAABN-DOEDSBO.
      * Et godkendt bo der endnu ikke er udloddet, kan tages tilbage
      * til rettelse; det skal saa godkendes igen.
       PERFORM VAELG-DOEDSBO.
       IF WS-FUNDET-IDX = 0
           EXIT PARAGRAPH
       END-IF.
       IF NOT DB-ER-GODKENDT
           DISPLAY "FEJL: Kun et godkendt bo der endnu ikke er "
               "udloddet, kan genaabnes (status " DB-STATUS ")."
           EXIT PARAGRAPH
       END-IF.
       MOVE "R" TO DB-STATUS.
       MOVE SPACES TO DB-GODKENDT-AF.
       MOVE SPACES TO DB-AARSAG.
       MOVE DOEDSBO-POST TO DBT-LINJE(WS-FUNDET-IDX).
       SET ER-AENDRET TO TRUE.
       DISPLAY "Doedsboet efter " DB-KUNDE-ID " er genaabnet og skal "
           "godkendes igen.".

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
                       MOVE BALANCE IN KONTO-RECORD
                           TO KOT-BALANCE(WS-KONTO-ANTAL)
                       MOVE VALUTA-KD IN KONTO-RECORD
                           TO KOT-VALUTA-KD(WS-KONTO-ANTAL)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

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

       SKRIV-DOEDSBOER-TILBAGE.
       OPEN OUTPUT DOEDSBO-FIL.
       IF WS-DOEDSBO-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/DOEDSBOER.txt, "
               "status=" WS-DOEDSBO-STATUS
       ELSE
           PERFORM VARYING DB-IDX FROM 1 BY 1
                   UNTIL DB-IDX > WS-DOEDSBO-ANTAL
               MOVE DBT-LINJE(DB-IDX) TO DOEDSBO-POST
               WRITE DOEDSBO-POST
           END-PERFORM
           CLOSE DOEDSBO-FIL
       END-IF.

       SKRIV-ARVINGER-TILBAGE.
       OPEN OUTPUT ARVING-FIL.
       IF WS-ARVING-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/DOEDSBO-ARVINGER.txt, "
               "status=" WS-ARVING-STATUS
       ELSE
           PERFORM VARYING DA-IDX FROM 1 BY 1
                   UNTIL DA-IDX > WS-ARVING-ANTAL
               MOVE DAT-LINJE(DA-IDX) TO ARVING-POST
               WRITE ARVING-POST
           END-PERFORM
           CLOSE ARVING-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
