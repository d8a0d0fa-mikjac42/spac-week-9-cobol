       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOER-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af operatoerregistret
      * (files/OPERATOERER.txt, layout i copybooks/OPERATOER.cpy):
      * oprettelse af operatoerer, rettelse af navn, rollebogstaver,
      * afdeling og eget KUNDE-ID, deaktivering/genaktivering og
      * nulstilling af PIN. Kun for rollen A (administrator). En ny
      * eller nulstillet PIN er midlertidig - PIN-datoen saettes til
      * 00000000, saa operatoeren tvinges til at vaelge sin egen ved
      * naeste paalogning (shared/operatoer_signon.cob), og en
      * nulstilling laaser samtidig en laast operatoer op. Samme
      * menustil som FULDMAGT-VEDLIGEHOLD; hver aendring skrives
      * straks tilbage, saa paalogninger imens ikke gaar tabt i mere
      * end et oejeblik, og journalfoeres med tilstand foer og efter
      * i files/OPERATOER-JOURNAL.txt (copybooks/OPERJOUR.cpy).
      * En administrator kan ikke deaktivere sig selv eller fjerne
      * sin egen A-rolle, saa registret ikke kan ende uden nogen der
      * kan administrere det.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOER-FIL ASSIGN TO "files/OPERATOERER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOER-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/OPERATOER-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT AFDELING-FIL ASSIGN TO "files/AFDELINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFDELING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOER-FIL.
       01  OPERATOER-POST.
           COPY "copybooks/OPERATOER.cpy".

       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/OPERJOUR.cpy".

       FD  AFDELING-FIL.
       01  AFDELING-POST.
           05 AD-KODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 AD-NAVN          PIC X(20).
           05 FILLER           PIC X(1).
           05 AD-REGION        PIC X(10).
           05 FILLER           PIC X(1).
      *    L = lukket (ved en afdelingssammenlaegning); blank = aaben.
           05 AD-STATUS        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOER-STATUS PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-AFDELING-STATUS  PIC XX     VALUE "00".
       01  WS-VALG             PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen A (administrator) - se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "A".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Hele registret holdes i hukommelsen; en linje pr. operatoer.
       01  WS-REGISTER-ANTAL   PIC 9(3)   VALUE 0.
       01  REGISTER-TABEL.
           05  REGISTER-ENTRY OCCURS 200 TIMES
                               INDEXED BY RE-IDX.
               10  RET-LINJE       PIC X(95)  VALUE SPACES.

      * Afdelingstabellen til kontrol af OP-AFDELING
       01  WS-AFDELING-ANTAL   PIC 9(2)   VALUE 0.
       01  AFDELING-TABEL.
           05  AFDELING-ENTRY OCCURS 20 TIMES
                               INDEXED BY AD-IDX
                               PIC X(4)   VALUE SPACES.
       01  WS-AFDELING-FUNDET  PIC X      VALUE "N".
           88  AFDELING-ER-GYLDIG         VALUE "Y".

       01  WS-SOEGE-ID         PIC X(10)  VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(3)   VALUE 0.
       01  WS-VIS-IDX          PIC 9(3)   VALUE 0.
       01  WS-TILSTAND         PIC X(26)  VALUE SPACES.
       01  WS-TILSTAND-FOER    PIC X(26)  VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE SPACES.
       01  WS-STATUS-TEKST     PIC X(11)  VALUE SPACES.

      * Rollebogstaver der kan tildeles
       01  WS-GYLDIGE-ROLLER   PIC X(6)   VALUE "OVBGCA".
       01  WS-NYE-ROLLER       PIC X(8)   VALUE SPACES.
       01  WS-ROLLER-OK        PIC X      VALUE "N".
           88  ROLLER-ER-GYLDIGE          VALUE "Y".
       01  WS-ROLLE-IDX        PIC 9(1)   VALUE 0.
       01  WS-ROLLE-TAELLER    PIC 9(1)   VALUE 0.

      * Start-PIN (midlertidig, skal skiftes ved foerste paalogning)
       01  WS-PIN              PIC X(8)   VALUE SPACES.
       01  WS-PIN-IGEN         PIC X(8)   VALUE SPACES.
       01  WS-PIN-LAENGDE      PIC 9(2)   VALUE 0.
       01  WS-PIN-MELLEMRUM    PIC 9(2)   VALUE 0.
       01  WS-PIN-OK           PIC X      VALUE "N".
           88  PIN-ER-OK                  VALUE "Y".
       01  WS-HASH             PIC X(15)  VALUE SPACES.

       01  WS-NYT-NAVN         PIC X(30)  VALUE SPACES.
       01  WS-NY-AFDELING      PIC X(4)   VALUE SPACES.
       01  WS-NYT-KUNDE-ID     PIC X(10)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
      * Registret laeses foerst efter paalogningen, saa den
      * tilbageskrivning paalogningen selv laver er med.
       PERFORM INDLAES-REGISTER.
       PERFORM INDLAES-AFDELINGER.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM VIS-OPERATOERER
               WHEN 2
                   PERFORM OPRET-OPERATOER
               WHEN 3
                   PERFORM RET-OPERATOER
               WHEN 4
                   PERFORM DEAKTIVER-OPERATOER
               WHEN 5
                   PERFORM GENAKTIVER-OPERATOER
               WHEN 6
                   PERFORM NULSTIL-PIN
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Vedligeholdelse af operatoerregistret".
       DISPLAY "1. Vis operatoerer".
       DISPLAY "2. Opret operatoer".
       DISPLAY "3. Ret navn, roller, afdeling og KUNDE-ID".
       DISPLAY "4. Deaktiver operatoer".
       DISPLAY "5. Genaktiver operatoer".
       DISPLAY "6. Nulstil PIN (laaser ogsaa op)".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

       INDLAES-REGISTER.
       OPEN INPUT OPERATOER-FIL.
       IF WS-OPERATOER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/OPERATOERER.txt, "
               "status=" WS-OPERATOER-STATUS
           STOP RUN
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ OPERATOER-FIL INTO OPERATOER-POST
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF OP-ID NOT = SPACES
                       PERFORM GEM-REGISTERLINJE
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE OPERATOER-FIL.

       GEM-REGISTERLINJE.
      * Er tabellen fuld, standses foer noget roeres - ellers ville
      * tilbageskrivningen tabe operatoererne over graensen.
       IF WS-REGISTER-ANTAL >= 200
           DISPLAY "FEJL: Flere end 200 operatoerer i "
               "files/OPERATOERER.txt - tabellen er for lille."
           STOP RUN
       END-IF.
       ADD 1 TO WS-REGISTER-ANTAL.
       SET RE-IDX TO WS-REGISTER-ANTAL.
       MOVE OPERATOER-POST TO RET-LINJE(RE-IDX).

       INDLAES-AFDELINGER.
      * Mangler afdelingstabellen, kan kun blank afdeling angives.
      * Lukkede afdelinger indlaeses ikke og kan derfor ikke angives.
       OPEN INPUT AFDELING-FIL.
       IF WS-AFDELING-STATUS = "00"
           PERFORM UNTIL WS-AFDELING-STATUS NOT = "00"
               READ AFDELING-FIL INTO AFDELING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AD-KODE NOT = SPACES
                           AND AD-STATUS NOT = "L"
                           AND WS-AFDELING-ANTAL < 20
                           ADD 1 TO WS-AFDELING-ANTAL
                           SET AD-IDX TO WS-AFDELING-ANTAL
                           MOVE AD-KODE TO AFDELING-ENTRY(AD-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFDELING-FIL
       END-IF.

       VIS-OPERATOERER.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-REGISTER-ANTAL
           SET RE-IDX TO WS-VIS-IDX
           MOVE RET-LINJE(RE-IDX) TO OPERATOER-POST
           PERFORM DAN-STATUS-TEKST
           DISPLAY OP-ID " " OP-NAVN " ROLLER=" OP-ROLLER
               " AFD=" OP-AFDELING " " WS-STATUS-TEKST
               " PIN=" OP-PIN-DATO " LOGON=" OP-SIDST-LOGON
       END-PERFORM.

       DAN-STATUS-TEKST.
       EVALUATE TRUE
           WHEN OP-ER-DEAKTIVERET
               MOVE "DEAKTIVERET" TO WS-STATUS-TEKST
           WHEN OP-ER-LAAST
               MOVE "LAAST" TO WS-STATUS-TEKST
           WHEN OTHER
               MOVE "AKTIV" TO WS-STATUS-TEKST
       END-EVALUATE.

       FIND-OPERATOER.
      * Spoerg om et operatoer-ID og saet WS-FUNDET-IDX (0 = ukendt);
      * den fundne linje ligger i OPERATOER-POST.
       MOVE 0 TO WS-FUNDET-IDX.
       DISPLAY "Operatoer-ID: " WITH NO ADVANCING.
       MOVE SPACES TO WS-SOEGE-ID.
       ACCEPT WS-SOEGE-ID.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-REGISTER-ANTAL
                  OR WS-FUNDET-IDX > 0
           SET RE-IDX TO WS-VIS-IDX
           IF RET-LINJE(RE-IDX)(1:10) = WS-SOEGE-ID
               MOVE WS-VIS-IDX TO WS-FUNDET-IDX
               MOVE RET-LINJE(RE-IDX) TO OPERATOER-POST
           END-IF
       END-PERFORM.

       OPRET-OPERATOER.
       IF WS-REGISTER-ANTAL >= 200
           DISPLAY "FEJL: Operatoertabellen er fuld."
       ELSE
           PERFORM FIND-OPERATOER
           IF WS-SOEGE-ID = SPACES
               DISPLAY "FEJL: Intet operatoer-ID."
           ELSE
               IF WS-FUNDET-IDX > 0
                   DISPLAY "FEJL: Operatoeren findes allerede."
               ELSE
                   PERFORM OPRET-NY-OPERATOER
               END-IF
           END-IF
       END-IF.

       OPRET-NY-OPERATOER.
       MOVE SPACES TO OPERATOER-POST.
       MOVE WS-SOEGE-ID TO OP-ID.
       MOVE 0 TO OP-FEJL-ANTAL.
       MOVE "A" TO OP-STATUS.
       DISPLAY "Navn                  : " WITH NO ADVANCING.
       ACCEPT OP-NAVN.
       PERFORM ACCEPT-ROLLER.
       IF ROLLER-ER-GYLDIGE
           MOVE WS-NYE-ROLLER TO OP-ROLLER
           MOVE SPACES TO WS-NY-AFDELING
           PERFORM ACCEPT-AFDELING
           MOVE WS-NY-AFDELING TO OP-AFDELING
           DISPLAY "Eget KUNDE-ID (blank = ikke kunde): "
               WITH NO ADVANCING
           ACCEPT OP-KUNDE-ID
           PERFORM ACCEPT-START-PIN
       END-IF.
       IF ROLLER-ER-GYLDIGE AND PIN-ER-OK
           CALL "PIN-HASH" USING OP-ID WS-PIN WS-HASH
           MOVE WS-HASH TO OP-PIN-HASH
           MOVE "00000000" TO OP-PIN-DATO
           ADD 1 TO WS-REGISTER-ANTAL
           MOVE WS-REGISTER-ANTAL TO WS-FUNDET-IDX
           MOVE SPACES TO WS-TILSTAND
           MOVE "OPRET" TO WS-JOURNAL-OPERATION
           PERFORM GEM-AENDRING
           DISPLAY "Operatoer oprettet - start-PIN'en skal skiftes "
               "ved foerste paalogning."
       ELSE
           DISPLAY "Operatoeren oprettes ikke."
       END-IF.

       RET-OPERATOER.
       PERFORM FIND-OPERATOER.
       IF WS-FUNDET-IDX = 0
           DISPLAY "FEJL: Ukendt operatoer."
       ELSE
           PERFORM DAN-TILSTAND
           DISPLAY "Navn [" FUNCTION TRIM(OP-NAVN) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NYT-NAVN
           ACCEPT WS-NYT-NAVN
           IF WS-NYT-NAVN NOT = SPACES
               MOVE WS-NYT-NAVN TO OP-NAVN
           END-IF
           DISPLAY "Nuvaerende roller: " OP-ROLLER
           PERFORM ACCEPT-ROLLER
           IF ROLLER-ER-GYLDIGE
               PERFORM KONTROLLER-EGEN-ADMINROLLE
           END-IF
           IF ROLLER-ER-GYLDIGE
               MOVE WS-NYE-ROLLER TO OP-ROLLER
               MOVE OP-AFDELING TO WS-NY-AFDELING
               DISPLAY "Nuvaerende afdeling: " OP-AFDELING
               PERFORM ACCEPT-AFDELING
               MOVE WS-NY-AFDELING TO OP-AFDELING
               DISPLAY "Eget KUNDE-ID [" OP-KUNDE-ID
                   "] (- = ikke kunde): " WITH NO ADVANCING
               MOVE SPACES TO WS-NYT-KUNDE-ID
               ACCEPT WS-NYT-KUNDE-ID
               EVALUATE WS-NYT-KUNDE-ID
                   WHEN SPACES
                       CONTINUE
                   WHEN "-"
                       MOVE SPACES TO OP-KUNDE-ID
                   WHEN OTHER
                       MOVE WS-NYT-KUNDE-ID TO OP-KUNDE-ID
               END-EVALUATE
               MOVE "RET" TO WS-JOURNAL-OPERATION
               PERFORM GEM-AENDRING
               DISPLAY "Operatoer rettet."
           ELSE
               DISPLAY "Operatoeren rettes ikke."
           END-IF
       END-IF.

       KONTROLLER-EGEN-ADMINROLLE.
      * Administratoren maa ikke fjerne sin egen A-rolle.
       IF OP-ID = WS-OPERATOER-ID
           MOVE 0 TO WS-ROLLE-TAELLER
           INSPECT WS-NYE-ROLLER TALLYING WS-ROLLE-TAELLER
               FOR ALL "A"
           IF WS-ROLLE-TAELLER = 0
               DISPLAY "FEJL: Du kan ikke fjerne din egen "
                   "administratorrolle."
               SET WS-ROLLER-OK TO "N"
           END-IF
       END-IF.

       DEAKTIVER-OPERATOER.
       PERFORM FIND-OPERATOER.
       EVALUATE TRUE
           WHEN WS-FUNDET-IDX = 0
               DISPLAY "FEJL: Ukendt operatoer."
           WHEN OP-ID = WS-OPERATOER-ID
               DISPLAY "FEJL: Du kan ikke deaktivere dig selv."
           WHEN OP-ER-DEAKTIVERET
               DISPLAY "Operatoeren er allerede deaktiveret."
           WHEN OTHER
               PERFORM DAN-TILSTAND
               MOVE "D" TO OP-STATUS
               MOVE "DEAKT" TO WS-JOURNAL-OPERATION
               PERFORM GEM-AENDRING
               DISPLAY "Operatoer deaktiveret."
       END-EVALUATE.

       GENAKTIVER-OPERATOER.
      * En genaktiveret operatoer faar sin gamle PIN tilbage; var
      * operatoeren laast, skal PIN'en nulstilles (valg 6).
       PERFORM FIND-OPERATOER.
       EVALUATE TRUE
           WHEN WS-FUNDET-IDX = 0
               DISPLAY "FEJL: Ukendt operatoer."
           WHEN NOT OP-ER-DEAKTIVERET
               DISPLAY "Operatoeren er ikke deaktiveret."
           WHEN OTHER
               PERFORM DAN-TILSTAND
               MOVE "A" TO OP-STATUS
               MOVE 0 TO OP-FEJL-ANTAL
               MOVE "AKTIVER" TO WS-JOURNAL-OPERATION
               PERFORM GEM-AENDRING
               DISPLAY "Operatoer genaktiveret."
       END-EVALUATE.

       NULSTIL-PIN.
       PERFORM FIND-OPERATOER.
       IF WS-FUNDET-IDX = 0
           DISPLAY "FEJL: Ukendt operatoer."
       ELSE
           PERFORM ACCEPT-START-PIN
           IF PIN-ER-OK
               PERFORM DAN-TILSTAND
               CALL "PIN-HASH" USING OP-ID WS-PIN WS-HASH
               MOVE WS-HASH TO OP-PIN-HASH
               MOVE "00000000" TO OP-PIN-DATO
               MOVE 0 TO OP-FEJL-ANTAL
               IF OP-ER-LAAST
                   MOVE "A" TO OP-STATUS
               END-IF
               MOVE "PINNULST" TO WS-JOURNAL-OPERATION
               PERFORM GEM-AENDRING
               DISPLAY "PIN nulstillet - den skal skiftes ved "
                   "naeste paalogning."
           ELSE
               DISPLAY "PIN'en nulstilles ikke."
           END-IF
       END-IF.

       ACCEPT-ROLLER.
      * Rollebogstaverne skal alle vaere blandt de gyldige, og der
      * skal vaere mindst en.
       SET WS-ROLLER-OK TO "Y".
       DISPLAY "Roller (O/V/B/G/C/A, fx OV): " WITH NO ADVANCING.
       MOVE SPACES TO WS-NYE-ROLLER.
       ACCEPT WS-NYE-ROLLER.
       MOVE FUNCTION UPPER-CASE(WS-NYE-ROLLER) TO WS-NYE-ROLLER.
       IF WS-NYE-ROLLER = SPACES
           DISPLAY "FEJL: Mindst en rolle skal angives."
           SET WS-ROLLER-OK TO "N"
       END-IF.
       PERFORM VARYING WS-ROLLE-IDX FROM 1 BY 1
               UNTIL WS-ROLLE-IDX > 8
           IF WS-NYE-ROLLER(WS-ROLLE-IDX:1) NOT = SPACE
               MOVE 0 TO WS-ROLLE-TAELLER
               INSPECT WS-GYLDIGE-ROLLER TALLYING WS-ROLLE-TAELLER
                   FOR ALL WS-NYE-ROLLER(WS-ROLLE-IDX:1)
               IF WS-ROLLE-TAELLER = 0
                   DISPLAY "FEJL: Ukendt rolle "
                       WS-NYE-ROLLER(WS-ROLLE-IDX:1) "."
                   SET WS-ROLLER-OK TO "N"
               END-IF
           END-IF
       END-PERFORM.

       ACCEPT-AFDELING.
      * Blank bevarer WS-NY-AFDELING som den er; - = ingen afdeling
      * (central funktion); ellers skal koden findes i tabellen.
       MOVE "N" TO WS-AFDELING-FUNDET.
       PERFORM UNTIL AFDELING-ER-GYLDIG
           DISPLAY "Afdeling (- = ingen): " WITH NO ADVANCING
           MOVE SPACES TO AD-KODE
           ACCEPT AD-KODE
           EVALUATE AD-KODE
               WHEN SPACES
                   MOVE "Y" TO WS-AFDELING-FUNDET
               WHEN "-"
                   MOVE SPACES TO WS-NY-AFDELING
                   MOVE "Y" TO WS-AFDELING-FUNDET
               WHEN OTHER
                   SET AD-IDX TO 1
                   SEARCH AFDELING-ENTRY
                       AT END
                           DISPLAY "FEJL: Ukendt afdeling, "
                               "proev igen."
                       WHEN AFDELING-ENTRY(AD-IDX) = AD-KODE
                           MOVE AD-KODE TO WS-NY-AFDELING
                           MOVE "Y" TO WS-AFDELING-FUNDET
                   END-SEARCH
           END-EVALUATE
       END-PERFORM.

       ACCEPT-START-PIN.
      * Start-PIN'en gives til operatoeren ad anden vej; samme
      * regler som operatoerens egen PIN (4-8 cifre).
       SET WS-PIN-OK TO "N".
       DISPLAY "Start-PIN (4-8 cifre): " WITH NO ADVANCING.
       MOVE SPACES TO WS-PIN.
       ACCEPT WS-PIN.
       DISPLAY "Gentag start-PIN     : " WITH NO ADVANCING.
       MOVE SPACES TO WS-PIN-IGEN.
       ACCEPT WS-PIN-IGEN.
       MOVE 0 TO WS-PIN-LAENGDE.
       MOVE 0 TO WS-PIN-MELLEMRUM.
       INSPECT WS-PIN TALLYING WS-PIN-LAENGDE
           FOR CHARACTERS BEFORE INITIAL SPACE.
       INSPECT WS-PIN TALLYING WS-PIN-MELLEMRUM FOR ALL SPACES.
       EVALUATE TRUE
           WHEN WS-PIN NOT = WS-PIN-IGEN
               DISPLAY "FEJL: De to indtastninger er forskellige."
           WHEN WS-PIN-LAENGDE < 4
               DISPLAY "FEJL: PIN'en skal vaere 4-8 cifre."
           WHEN WS-PIN(1:WS-PIN-LAENGDE) NOT NUMERIC
               DISPLAY "FEJL: PIN'en skal vaere 4-8 cifre."
           WHEN WS-PIN-LAENGDE + WS-PIN-MELLEMRUM NOT = 8
               DISPLAY "FEJL: PIN'en skal vaere 4-8 cifre."
           WHEN OTHER
               SET WS-PIN-OK TO "Y"
       END-EVALUATE.

       DAN-TILSTAND.
       MOVE SPACES TO WS-TILSTAND.
       STRING OP-ROLLER " " OP-AFDELING " " OP-KUNDE-ID " "
           OP-STATUS
           DELIMITED BY SIZE INTO WS-TILSTAND.

       GEM-AENDRING.
      * Kalderen har dannet tilstanden foer aendringen og sat
      * WS-JOURNAL-OPERATION. Linjen laegges i tabellen, registret
      * skrives tilbage, og aendringen journalfoeres.
       SET RE-IDX TO WS-FUNDET-IDX.
       MOVE OPERATOER-POST TO RET-LINJE(RE-IDX).
       MOVE WS-TILSTAND TO WS-TILSTAND-FOER.
       PERFORM DAN-TILSTAND.
       PERFORM SKRIV-REGISTER-TILBAGE.
       PERFORM SKRIV-JOURNAL.

       SKRIV-REGISTER-TILBAGE.
       OPEN OUTPUT OPERATOER-FIL.
       IF WS-OPERATOER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/OPERATOERER.txt "
               "tilbage, status=" WS-OPERATOER-STATUS
       ELSE
           PERFORM VARYING RE-IDX FROM 1 BY 1
                   UNTIL RE-IDX > WS-REGISTER-ANTAL
               MOVE RET-LINJE(RE-IDX) TO OPERATOER-POST
               WRITE OPERATOER-POST
           END-PERFORM
           CLOSE OPERATOER-FIL
       END-IF.

       SKRIV-JOURNAL.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/OPERATOER-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
       ELSE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO OJ-TIDSSTEMPEL
           MOVE WS-JOURNAL-OPERATION TO OJ-OPERATION
           MOVE WS-TILSTAND-FOER TO OJ-FOER
           MOVE WS-TILSTAND TO OJ-EFTER
           SET RE-IDX TO WS-FUNDET-IDX
           MOVE RET-LINJE(RE-IDX)(1:10) TO OJ-OPERATOER-ID
           MOVE WS-OPERATOER-ID TO OJ-UDFOERT-AF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.
