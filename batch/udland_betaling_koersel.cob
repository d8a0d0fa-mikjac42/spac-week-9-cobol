      * FAST-OVERFOERSEL-KOERSEL. Den behandlede ordrefil flyttes til
      * et dateret navn under files/behandlet/, saa den ikke betales
      * to gange.
      * Modtagernavnet paa hver ellers gyldig ordre screenes mod
      * sanktionslisten (shared/sanktion_match.cob). Et muligt hit -
      * eller en liste der ikke kan laeses - standser betalingen: den
      * hverken posteres eller sendes til clearing, men laegges i
      * reviewkoeen files/BETALING-SANKTION-KOE.txt til compliance i
      * SANKTION-BEHANDLING. En ordre compliance har frigivet, kommer
      * tilbage i ordrefilen med BO-FRIGIVET = F og screenes ikke
      * igen.
      * En ordre der sammen med hvad der allerede er betalt fra
      * kunden i dag ville overskride kundens dagsgraense for
      * eksterne betalinger (files/DAGSGRAENSER.txt, se
      * shared/dagsgraense_kontrol.cob), afvises til rapporten med
      * graense og dagens forbrug; udfoerte ordrer laegges til
      * dagsforbruget.
      * Ordrer fra DOEDSBO-UDLODNING (teksten begynder med BOET) er
      * arv udbetalt af banken efter fire-oejne-godkendelse af boet:
      * de taeller ikke mod den afdoedes dagsgraense, og
      * debetteksten begynder ogsaa med BOET, saa posteringsmotoren
      * lader debiteringen af den afdoedes konto gaa igennem.
      * Sanktionsscreeningen gaelder som for alle andre ordrer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT KOE-FIL
               ASSIGN TO "files/BETALING-SANKTION-KOE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KOE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDRE-FIL.
           05 BO-BELOEB        PIC 9(7)V99.
           05 BO-VALUTA        PIC X(3).
           05 BO-TEKST         PIC X(30).
      *    F = frigivet af compliance efter et muligt sanktionshit
      *    (se SANKTION-BEHANDLING) - screenes ikke igen. Blank paa
      *    alle almindelige ordrer.
           05 BO-FRIGIVET      PIC X(1).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

      * En linje pr. standset ordre: dato, score, listepost (blank
      * naar listen ikke kunne laeses) og hele ordren, saa den kan
      * frigives uaendret.
       FD  KOE-FIL.
       01  KOE-RECORD.
           05 SK-DATO          PIC X(8).
           05 SK-SCORE         PIC 9(3).
           05 SK-SANKTION-ID   PIC X(10).
           05 SK-ORDRE         PIC X(106).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-CLEARING-STATUS  PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-KOE-STATUS       PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "UDLAND-BETALING".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-BALANCE       PIC S9(7)V99 VALUE 0.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-UDFOERT-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-AFVIST-TAELLER   PIC 9(5)   VALUE 0.
       01  WS-STANDSET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-SUM-OERER        PIC 9(13)  VALUE 0.
       01  WS-BEHANDLET-KOMMANDO PIC X(200) VALUE SPACES.

      * Bruges til at kalde SANKTION-MATCH - se
      * shared/sanktion_match.cob.
       01  WS-MATCH-FUNKTION   PIC X(4)   VALUE "FULD".
       01  WS-MATCH-NAVN-1     PIC X(35)  VALUE SPACES.
       01  WS-MATCH-NAVN-2     PIC X(35)  VALUE SPACES.
       01  WS-MATCH-DATO       PIC X(8)   VALUE SPACES.
       01  WS-MATCH-SCORE      PIC 9(3)   VALUE 0.
       01  WS-MATCH-ID         PIC X(10)  VALUE SPACES.
       01  WS-MATCH-HIT        PIC X      VALUE SPACE.

      * Dagsgraensen for eksterne betalinger - se
      * shared/dagsgraense_kontrol.cob.
       01  WS-DG-FUNKTION      PIC X(4)   VALUE SPACES.
       01  WS-DG-KANAL         PIC X(1)   VALUE "E".
       01  WS-DG-BELOEB        PIC 9(9)V99 VALUE 0.
       01  WS-DG-PROGRAM       PIC X(20)  VALUE "UDLAND-BETALING".
       01  WS-DG-SVAR          PIC X(1)   VALUE SPACE.
       01  WS-DG-GRAENSE       PIC 9(9)V99 VALUE 0.
       01  WS-DG-FORBRUG       PIC 9(9)V99 VALUE 0.
       01  WS-DG-EDIT          PIC Z(8)9.99.
       01  WS-DG-EDIT-2        PIC Z(8)9.99.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "UDLAND-BETALING".
       END-IF.
       OPEN OUTPUT CLEARING-FIL.
       OPEN OUTPUT RAPPORT-FIL.
       OPEN EXTEND KOE-FIL.
       IF WS-KOE-STATUS = "35"
           OPEN OUTPUT KOE-FIL
       END-IF.
       IF WS-POSTERING-STATUS NOT = "00"
               OR WS-CLEARING-STATUS NOT = "00"
               OR WS-RAPPORT-STATUS NOT = "00"
               OR WS-KOE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne udfilerne, status="
               WS-POSTERING-STATUS "/" WS-CLEARING-STATUS "/"
               WS-RAPPORT-STATUS "/" WS-KOE-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       MOVE SPACES TO CLEARING-RECORD.
       MOVE "H" TO CH-TYPE.
       WRITE CLEARING-RECORD.

       CLOSE ORDRE-FIL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE CLEARING-FIL.
       CLOSE RAPPORT-FIL.
       CLOSE KOE-FIL.
       PERFORM FLYT-ORDRER-TIL-BEHANDLET.

       DISPLAY "UDLAND-BETALING-KOERSEL: udfoert="
           WS-UDFOERT-TAELLER " afvist=" WS-AFVIST-TAELLER
           " standset til sanktionsreview=" WS-STANDSET-TAELLER.
       MOVE WS-UDFOERT-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
                   END-IF
                   MOVE KONTO-ID IN KONTO-RECORD
                       TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                   MOVE KUNDE-ID IN KONTO-RECORD
                       TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                   MOVE BALANCE IN KONTO-RECORD
                       TO KOT-BALANCE(WS-KONTO-ANTAL)
                   MOVE VALUTA-KD IN KONTO-RECORD
           WHEN KOT-BALANCE(WS-FUNDET-IDX) < BO-BELOEB
               MOVE "UTILSTRAEKKELIG SALDO" TO WS-AFVIS-AARSAG
       END-EVALUATE.
       MOVE "N" TO WS-MATCH-HIT.
       IF WS-AFVIS-AARSAG = SPACES AND BO-FRIGIVET NOT = "F"
           MOVE BO-NAVN TO WS-MATCH-NAVN-1
           CALL "SANKTION-MATCH" USING WS-MATCH-FUNKTION
               WS-MATCH-NAVN-1 WS-MATCH-NAVN-2 WS-MATCH-DATO
               WS-MATCH-SCORE WS-MATCH-ID WS-MATCH-HIT
       END-IF.
      * Dagsgraensen sidst, saa et muligt sanktionshit altid gaar
      * til review frem for at blive afvist paa beloebet.
       MOVE SPACE TO WS-DG-SVAR.
       IF WS-AFVIS-AARSAG = SPACES
               AND WS-MATCH-HIT NOT = "J" AND WS-MATCH-HIT NOT = "F"
               AND BO-TEKST(1:4) NOT = "BOET"
           MOVE "KTRL" TO WS-DG-FUNKTION
           PERFORM KALD-DAGSGRAENSE
           IF WS-DG-SVAR = "N"
               MOVE "DAGSGRAENSE OVERSKREDET" TO WS-AFVIS-AARSAG
           END-IF
       END-IF.
       EVALUATE TRUE
           WHEN WS-MATCH-HIT = "J" OR WS-MATCH-HIT = "F"
               PERFORM STANDS-TIL-SANKTIONSREVIEW
           WHEN WS-AFVIS-AARSAG = SPACES
               ADD 1 TO WS-UDFOERT-TAELLER
               SET KO-IDX TO WS-FUNDET-IDX
               SUBTRACT BO-BELOEB FROM KOT-BALANCE(KO-IDX)
               PERFORM SKRIV-DEBETPOSTERING
               PERFORM SKRIV-CLEARING-DETALJE
               IF BO-TEKST(1:4) NOT = "BOET"
                   MOVE "REGI" TO WS-DG-FUNKTION
                   PERFORM KALD-DAGSGRAENSE
               END-IF
           WHEN OTHER
               ADD 1 TO WS-AFVIST-TAELLER
               MOVE SPACES TO RAPPORT-TEXT
               STRING "AFVIST " BO-FRA-KONTO " -> " BO-IBAN
                   " : " FUNCTION TRIM(WS-AFVIS-AARSAG)
                   INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
               IF WS-DG-SVAR = "N"
                   MOVE WS-DG-GRAENSE TO WS-DG-EDIT
                   MOVE WS-DG-FORBRUG TO WS-DG-EDIT-2
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING "       KUNDE " KOT-KUNDE-ID(WS-FUNDET-IDX)
                       " GRAENSE " FUNCTION TRIM(WS-DG-EDIT)
                       " DKK, BETALT I DAG "
                       FUNCTION TRIM(WS-DG-EDIT-2) " DKK"
                       INTO RAPPORT-TEXT
                   WRITE RAPPORT-RECORD
               END-IF
       END-EVALUATE.

       KALD-DAGSGRAENSE.
       MOVE BO-BELOEB TO WS-DG-BELOEB.
       CALL "DAGSGRAENSE-KONTROL" USING WS-DG-FUNKTION
           KOT-KUNDE-ID(WS-FUNDET-IDX) WS-DG-KANAL WS-DG-BELOEB
           BO-VALUTA BO-FRA-KONTO WS-DG-PROGRAM
           WS-DG-SVAR WS-DG-GRAENSE WS-DG-FORBRUG.

       STANDS-TIL-SANKTIONSREVIEW.
      * Hverken postering eller clearing, og den lokale saldo roeres
      * ikke - ordren venter i koeen paa compliance.
       ADD 1 TO WS-STANDSET-TAELLER.
       MOVE SPACES TO KOE-RECORD.
       MOVE WS-KOERSELS-DATO TO SK-DATO.
       MOVE WS-MATCH-SCORE TO SK-SCORE.
       MOVE WS-MATCH-ID TO SK-SANKTION-ID.
       MOVE ORDRE-RECORD TO SK-ORDRE.
       WRITE KOE-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       IF WS-MATCH-HIT = "F"
           STRING "STANDSET " BO-FRA-KONTO " -> " BO-IBAN
               " : SANKTIONSLISTEN KUNNE IKKE LAESES"
               INTO RAPPORT-TEXT
       ELSE
           STRING "STANDSET " BO-FRA-KONTO " -> " BO-IBAN
               " : MULIGT SANKTIONSHIT " WS-MATCH-ID
               " SCORE " WS-MATCH-SCORE
               INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.

       SKRIV-DEBETPOSTERING.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "D" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       IF BO-TEKST(1:4) = "BOET"
           STRING "BOET UDL " BO-IBAN INTO PO-TEKST
       ELSE
           STRING "UDLANDSBET " BO-IBAN INTO PO-TEKST
       END-IF.
       MOVE "UDLB" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-CLEARING-DETALJE.
       MOVE SPACES TO CLEARING-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
