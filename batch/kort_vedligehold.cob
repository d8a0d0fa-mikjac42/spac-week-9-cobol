       IDENTIFICATION DIVISION.
       PROGRAM-ID. KORT-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af kortregistret (files/KORT.txt,
      * layout copybooks/KORTREC.cpy) i samme menustil som
      * KONTO-EJER-VEDLIGEHOLD: udsted et debetkort til en konto,
      * spaer et kort, erstat et kort (fx ved tab eller udloeb) og
      * vis kortene paa en konto.
      *
      * Banken ser aldrig selve kortnummeret; et nyt kort faar et
      * token, KT + udstedelsesdato + loebenummer fra
      * files/KORT-TOKEN-NR.txt, som kortselskabet bruger i
      * autorisationer og i afregningsfilen. Et kort gaelder til og
      * med samme maaned fire aar efter udstedelsen. Ved erstatning
      * markeres det gamle kort E med henvisning til det nye, som
      * arver konto og daglig graense; autorisationer paa det gamle
      * kort kan stadig afregnes.
      *
      * Kraever paalogning med rollen V (vedligehold); hver aendring
      * stemples med dato og operatoer paa kortets linje.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KORT-FIL ASSIGN TO "files/KORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.

           SELECT TOKENNR-FIL ASSIGN TO "files/KORT-TOKEN-NR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOKENNR-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KORT-FIL.
       01  KORT-POST.
           COPY "copybooks/KORTREC.cpy".

       FD  TOKENNR-FIL.
       01  TOKENNR-RECORD.
           05 TOKENNR-VAERDI   PIC 9(6).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-KORT-STATUS      PIC XX     VALUE "00".
       01  WS-TOKENNR-STATUS   PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-VALG             PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-UDLOEB-AAR       PIC 9(4)   VALUE 0.
       01  WS-NYT-UDLOEB       PIC X(6)   VALUE SPACES.

      * Paalogning kraever rollen V (vedligehold) - se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "V".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Hele registret holdes i hukommelsen under vedligeholdelsen
      * og skrives samlet tilbage ved afslutning.
       01  WS-KORT-ANTAL       PIC 9(4)   VALUE 0.
       01  KORT-TABEL.
           05  KORT-ENTRY OCCURS 2000 TIMES
                            INDEXED BY KT-IDX.
               10  KTT-LINJE       PIC X(84)   VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(4)   VALUE 0.

      * Indtastning
       01  WS-KONTO-ID         PIC X(10)  VALUE SPACES.
       01  WS-TOKEN            PIC X(16)  VALUE SPACES.
       01  WS-GRAENSE-IND      PIC X(7)   VALUE SPACES.
       01  WS-GRAENSE          PIC 9(7)V99 VALUE 0.
       01  WS-STANDARD-GRAENSE PIC 9(7)V99 VALUE 10000.
       01  WS-BEKRAEFT         PIC X      VALUE SPACE.
       01  WS-KONTO-FUNDET     PIC X      VALUE "N".
           88  KONTO-ER-FUNDET            VALUE "Y".
       01  WS-KONTO-LUKKET     PIC X      VALUE "N".
           88  KONTO-ER-LUKKET            VALUE "Y".

       01  WS-TOKENNR          PIC 9(6)   VALUE 0.
       01  WS-NYT-TOKEN        PIC X(16)  VALUE SPACES.

       01  WS-VIS-ANTAL        PIC 9(4)   VALUE 0.
       01  WS-GRAENSE-EDIT     PIC Z(6)9,99.
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
       PERFORM INDLAES-KORT.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM UDSTED-KORT
               WHEN 2
                   PERFORM SPAER-KORT
               WHEN 3
                   PERFORM ERSTAT-KORT
               WHEN 4
                   PERFORM VIS-KORT-PAA-KONTO
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.

       IF ER-AENDRET
           PERFORM SKRIV-KORT-TILBAGE
       END-IF.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Vedligeholdelse af debetkort".
       DISPLAY "1. Udsted kort".
       DISPLAY "2. Spaer kort".
       DISPLAY "3. Erstat kort".
       DISPLAY "4. Vis kort paa konto".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

       INDLAES-KORT.
       OPEN INPUT KORT-FIL.
       IF WS-KORT-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-KORT-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne files/KORT.txt, status="
                   WS-KORT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ KORT-FIL INTO KORT-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-KORT-ANTAL >= 2000
                           DISPLAY "FEJL: Flere end 2000 kort - "
                               "registret kan ikke skrives sikkert "
                               "tilbage."
                           CLOSE KORT-FIL
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-KORT-ANTAL
                       SET KT-IDX TO WS-KORT-ANTAL
                       MOVE KORT-POST TO KTT-LINJE(KT-IDX)
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KORT-FIL
       END-IF.

       UDSTED-KORT.
       IF WS-KORT-ANTAL >= 2000
           DISPLAY "FEJL: Kortregistret er fuldt."
       ELSE
           DISPLAY "KONTO-ID                         : "
               WITH NO ADVANCING
           ACCEPT WS-KONTO-ID
           PERFORM FIND-KONTO
           EVALUATE TRUE
               WHEN NOT KONTO-ER-FUNDET
                   DISPLAY "FEJL: Kontoen findes ikke i KontoOpl.txt."
               WHEN KONTO-ER-LUKKET
                   DISPLAY "FEJL: Kontoen er lukket - der udstedes "
                       "ikke kort til den."
               WHEN OTHER
                   PERFORM ACCEPT-GRAENSE
                   MOVE SPACES TO KORT-POST
                   MOVE WS-KONTO-ID TO KR-KONTO-ID
                   MOVE WS-GRAENSE TO KR-DAGSGRAENSE
                   PERFORM OPRET-NYT-KORT
           END-EVALUATE
       END-IF.

       ACCEPT-GRAENSE.
      * Hele kroner; blank giver standardgraensen.
       DISPLAY "Daglig graense i hele kr. (blank = 10000): "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-GRAENSE-IND.
       ACCEPT WS-GRAENSE-IND.
       IF WS-GRAENSE-IND = SPACES
           MOVE WS-STANDARD-GRAENSE TO WS-GRAENSE
       ELSE
           IF FUNCTION TEST-NUMVAL(WS-GRAENSE-IND) = 0
               COMPUTE WS-GRAENSE = FUNCTION NUMVAL(WS-GRAENSE-IND)
           ELSE
               DISPLAY "ADVARSEL: Ugyldig graense - standardgraensen "
                   "bruges."
               MOVE WS-STANDARD-GRAENSE TO WS-GRAENSE
           END-IF
       END-IF.

       OPRET-NYT-KORT.
      * KORT-POST har konto og graense; resten udfyldes her, og
      * kortet laegges sidst i tabellen.
       PERFORM DAN-TOKEN.
       MOVE "A" TO KR-STATUS.
       MOVE WS-DAGS-DATO(1:4) TO WS-UDLOEB-AAR.
       ADD 4 TO WS-UDLOEB-AAR.
       MOVE SPACES TO WS-NYT-UDLOEB.
       STRING WS-UDLOEB-AAR WS-DAGS-DATO(5:2)
           DELIMITED BY SIZE INTO WS-NYT-UDLOEB.
       MOVE WS-NYT-UDLOEB TO KR-UDLOEB.
       MOVE WS-DAGS-DATO TO KR-UDSTEDT.
       MOVE SPACES TO KR-ERSTATTET-AF.
       MOVE WS-DAGS-DATO TO KR-AENDRET.
       MOVE WS-OPERATOER-ID TO KR-AENDRET-AF.
       ADD 1 TO WS-KORT-ANTAL.
       SET KT-IDX TO WS-KORT-ANTAL.
       MOVE KORT-POST TO KTT-LINJE(KT-IDX).
       SET ER-AENDRET TO TRUE.
       MOVE KR-DAGSGRAENSE TO WS-GRAENSE-EDIT.
       DISPLAY "Kort udstedt: token " KR-KORT-TOKEN
           " konto " KR-KONTO-ID " udloeb " KR-UDLOEB
           " graense " FUNCTION TRIM(WS-GRAENSE-EDIT).

       DAN-TOKEN.
      * Naeste loebenummer fra taelleren; token = KT + dato + nr.
       MOVE 0 TO WS-TOKENNR.
       OPEN INPUT TOKENNR-FIL.
       IF WS-TOKENNR-STATUS = "00"
           READ TOKENNR-FIL INTO TOKENNR-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TOKENNR-VAERDI TO WS-TOKENNR
           END-READ
           CLOSE TOKENNR-FIL
       END-IF.
       ADD 1 TO WS-TOKENNR.
       OPEN OUTPUT TOKENNR-FIL.
       IF WS-TOKENNR-STATUS = "00"
           MOVE WS-TOKENNR TO TOKENNR-VAERDI
           WRITE TOKENNR-RECORD
           CLOSE TOKENNR-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/KORT-TOKEN-NR.txt, status=" WS-TOKENNR-STATUS
       END-IF.
       MOVE SPACES TO WS-NYT-TOKEN.
       STRING "KT" WS-DAGS-DATO WS-TOKENNR
           DELIMITED BY SIZE INTO WS-NYT-TOKEN.
       MOVE WS-NYT-TOKEN TO KR-KORT-TOKEN.

       SPAER-KORT.
       PERFORM FIND-KORT-TOKEN.
       IF WS-FUNDET-IDX > 0
           SET KT-IDX TO WS-FUNDET-IDX
           MOVE KTT-LINJE(KT-IDX) TO KORT-POST
           IF NOT KR-ER-AKTIVT
               DISPLAY "FEJL: Kortet er ikke aktivt (status "
                   KR-STATUS ")."
           ELSE
               MOVE "S" TO KR-STATUS
               MOVE WS-DAGS-DATO TO KR-AENDRET
               MOVE WS-OPERATOER-ID TO KR-AENDRET-AF
               MOVE KORT-POST TO KTT-LINJE(KT-IDX)
               SET ER-AENDRET TO TRUE
               DISPLAY "Kort " KR-KORT-TOKEN " er spaerret."
           END-IF
       END-IF.

       ERSTAT-KORT.
      * Det gamle kort markeres E og peger paa det nye; det nye
      * arver konto og daglig graense. Et spaerret kort kan ogsaa
      * erstattes - det er den almindelige vej efter et tab.
       PERFORM FIND-KORT-TOKEN.
       IF WS-FUNDET-IDX > 0
           SET KT-IDX TO WS-FUNDET-IDX
           MOVE KTT-LINJE(KT-IDX) TO KORT-POST
           EVALUATE TRUE
               WHEN KR-ER-ERSTATTET
                   DISPLAY "FEJL: Kortet er allerede erstattet af "
                       KR-ERSTATTET-AF "."
               WHEN WS-KORT-ANTAL >= 2000
                   DISPLAY "FEJL: Kortregistret er fuldt."
               WHEN OTHER
                   MOVE KR-KONTO-ID TO WS-KONTO-ID
                   PERFORM FIND-KONTO
                   IF NOT KONTO-ER-FUNDET OR KONTO-ER-LUKKET
                       DISPLAY "FEJL: Kortets konto " KR-KONTO-ID
                           " er lukket eller findes ikke - kortet "
                           "erstattes ikke."
                   ELSE
                       MOVE KR-DAGSGRAENSE TO WS-GRAENSE
                       MOVE SPACES TO KORT-POST
                       MOVE WS-KONTO-ID TO KR-KONTO-ID
                       MOVE WS-GRAENSE TO KR-DAGSGRAENSE
                       PERFORM OPRET-NYT-KORT
                       SET KT-IDX TO WS-FUNDET-IDX
                       MOVE KTT-LINJE(KT-IDX) TO KORT-POST
                       MOVE "E" TO KR-STATUS
                       MOVE WS-NYT-TOKEN TO KR-ERSTATTET-AF
                       MOVE WS-DAGS-DATO TO KR-AENDRET
                       MOVE WS-OPERATOER-ID TO KR-AENDRET-AF
                       MOVE KORT-POST TO KTT-LINJE(KT-IDX)
                       DISPLAY "Kort " KR-KORT-TOKEN
                           " er erstattet af " WS-NYT-TOKEN "."
                   END-IF
           END-EVALUATE
       END-IF.

       FIND-KORT-TOKEN.
       DISPLAY "Korttoken: " WITH NO ADVANCING.
       ACCEPT WS-TOKEN.
       MOVE 0 TO WS-FUNDET-IDX.
       PERFORM VARYING KT-IDX FROM 1 BY 1
               UNTIL KT-IDX > WS-KORT-ANTAL OR WS-FUNDET-IDX > 0
           MOVE KTT-LINJE(KT-IDX) TO KORT-POST
           IF KR-KORT-TOKEN = WS-TOKEN
               SET WS-FUNDET-IDX TO KT-IDX
           END-IF
       END-PERFORM.
       IF WS-FUNDET-IDX = 0
           DISPLAY "FEJL: Kortet findes ikke i kortregistret."
       END-IF.

       VIS-KORT-PAA-KONTO.
       DISPLAY "KONTO-ID: " WITH NO ADVANCING.
       ACCEPT WS-KONTO-ID.
       MOVE 0 TO WS-VIS-ANTAL.
       PERFORM VARYING KT-IDX FROM 1 BY 1
               UNTIL KT-IDX > WS-KORT-ANTAL
           MOVE KTT-LINJE(KT-IDX) TO KORT-POST
           IF KR-KONTO-ID = WS-KONTO-ID
               ADD 1 TO WS-VIS-ANTAL
               MOVE KR-DAGSGRAENSE TO WS-GRAENSE-EDIT
               DISPLAY KR-KORT-TOKEN " STATUS=" KR-STATUS
                   " UDLOEB=" KR-UDLOEB
                   " GRAENSE=" FUNCTION TRIM(WS-GRAENSE-EDIT)
                   " UDSTEDT=" KR-UDSTEDT
                   " AENDRET=" KR-AENDRET " AF "
                   FUNCTION TRIM(KR-AENDRET-AF)
               IF KR-ER-ERSTATTET
                   DISPLAY "     ERSTATTET AF " KR-ERSTATTET-AF
               END-IF
           END-IF
       END-PERFORM.
       IF WS-VIS-ANTAL = 0
           DISPLAY "Ingen kort paa konto " WS-KONTO-ID "."
       END-IF.

       FIND-KONTO.
       MOVE "N" TO WS-KONTO-FUNDET.
       MOVE "N" TO WS-KONTO-LUKKET.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
       ELSE
           PERFORM UNTIL EOF-REACHED OR KONTO-ER-FUNDET
               READ KONTOOPL-FIL INTO KONTO-RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KONTO-ID IN KONTO-RECORD = WS-KONTO-ID
                           MOVE "Y" TO WS-KONTO-FUNDET
                           IF KONTO-STATUS IN KONTO-RECORD = "C"
                               MOVE "Y" TO WS-KONTO-LUKKET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KONTOOPL-FIL
       END-IF.

       SKRIV-KORT-TILBAGE.
       OPEN OUTPUT KORT-FIL.
       IF WS-KORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/KORT.txt, status="
               WS-KORT-STATUS
       ELSE
           PERFORM VARYING KT-IDX FROM 1 BY 1
                   UNTIL KT-IDX > WS-KORT-ANTAL
               MOVE KTT-LINJE(KT-IDX) TO KORT-POST
               WRITE KORT-POST
           END-PERFORM
           CLOSE KORT-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
