       IDENTIFICATION DIVISION.
       PROGRAM-ID. BETALINGSLAGER-KOERSEL.

      * Udfoerelse af betalingslageret som et trin i den daglige
      * kaede: hver aaben betaling i files/BETALINGSLAGER.txt (se
      * copybooks/BETLAGREC.cpy og batch/betalingslager_vedligehold
      * .cob) udfoeres, naar dens forfaldsdag er naaet. Forfaldsdagen
      * er betalingsdatoen, eller naeste bankdag hvis betalingsdatoen
      * er en lukkedag (se shared/bankdag.cob) - kaeden koerer kun paa
      * bankdage, saa en betaling til en loerdag udfoeres mandag.
      * Betalinger der venter paa en anden operatoers godkendelse
      * (status G) roeres ikke.
      *
      * Paa forfaldsdagen kontrolleres betalingen igen, for kontiene
      * kan vaere lukket, eller kunden afgaaet ved doeden, siden den
      * blev oprettet:
      *   - En intern betaling danner det balancerende posteringspar
      *     i files/POSTERINGER.txt som KONTO-OVERFOERSEL, med samme
      *     valutaomregning via files/VALUTAKURSER.txt.
      *   - En ekstern betaling frigives til files/BETALINGSORDRER.txt
      *     og sendes videre af UDLAND-BETALING-KOERSEL (med den
      *     sanktionsscreening der hoerer til der).
      * Daekningen kontrolleres mod fra-kontoens saldo, som holdes
      * ajour gennem koerslen, saa flere betalinger fra samme konto
      * samme dag ikke tilsammen kan overtraekke den. Mangler der
      * daekning, forsoeges betalingen igen de foelgende bankdage op
      * til FORSOEGSDAGE i files/BETALINGSLAGER-KONFIG.txt (standard
      * 3); derefter afvises den. En afvist betaling - uanset
      * aarsagen - giver et brev til fra-kontoens ejer i
      * files/BETALINGSLAGER-BREVE.txt, i samme opstilling som
      * rykkerbrevene i LAAN-RESTANCE (under brevhovedet for
      * kundens pengeinstitut).
      *
      * Afsluttede betalinger (udfoert, afvist, annulleret) bliver i
      * lageret i OPBEVARING dage (standard 90) efter afslutningen,
      * saa kunden og filialen kan se udfaldet, og ryddes derefter.
      * Dagens udfald rapporteres i files/BETALINGSLAGER-RAPPORT.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAGER-FIL ASSIGN TO "files/BETALINGSLAGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAGER-STATUS.

      *    Noegleord i kolonne 1-12, vaerdi fra kolonne 14.
           SELECT KONFIG-FIL
               ASSIGN TO "files/BETALINGSLAGER-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

      *    Kundemasteren slaas op direkte paa KUNDE-ID: doedsfalds-
      *    markeringen foer udfoerelsen, navn og adresse til brevene.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT VALUTAKURS-FIL
               ASSIGN TO "files/VALUTAKURSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUTAKURS-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

      *    Loebenummer-taeller til transaktionsreferencen, delt med
      *    KONTO-OVERFOERSEL saa referencerne ikke stoeder sammen.
           SELECT REFNR-FIL ASSIGN TO "files/POSTERING-REFNR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNR-STATUS.

           SELECT ORDRE-FIL ASSIGN TO "files/BETALINGSORDRER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.

           SELECT BREV-FIL ASSIGN TO "files/BETALINGSLAGER-BREVE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREV-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/BETALINGSLAGER-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAGER-FIL.
       01  BETLAGER-POST.
           COPY "copybooks/BETLAGREC.cpy".

       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 KF-NOEGLE        PIC X(12).
           05 FILLER           PIC X(1).
           05 KF-VAERDI        PIC X(20).
           05 FILLER           PIC X(47).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  VALUTAKURS-FIL.
       01  VALUTAKURS-POST.
           05 VK-KODE          PIC X(3).
           05 FILLER           PIC X(1).
           05 VK-KURS          PIC 9(3)V9999.

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  REFNR-FIL.
       01  REFNR-RECORD.
           05 REFNR-VAERDI     PIC 9(4).

      * Samme layout som UDLAND-BETALING-KOERSEL laeser.
       FD  ORDRE-FIL.
       01  ORDRE-RECORD.
           05 BO-FRA-KONTO     PIC X(10).
           05 BO-IBAN          PIC X(18).
           05 BO-NAVN          PIC X(35).
           05 BO-BELOEB        PIC 9(7)V99.
           05 BO-VALUTA        PIC X(3).
           05 BO-TEKST         PIC X(30).
           05 BO-FRIGIVET      PIC X(1).

       FD  BREV-FIL.
       01  BREV-RECORD.
           05 BREV-TEKST       PIC X(100).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-LAGER-STATUS     PIC XX     VALUE "00".
       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".
       01  WS-ORDRE-STATUS     PIC XX     VALUE "00".
       01  WS-BREV-STATUS      PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "BETALINGSLAGER".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.

      * Opsaetning fra files/BETALINGSLAGER-KONFIG.txt
       01  WS-FORSOEGSDAGE     PIC 9(2)   VALUE 3.
       01  WS-OPBEVARING       PIC 9(3)   VALUE 90.
       01  WS-KONFIG-TAL       PIC 9(3)   VALUE 0.

      * Hele lageret holdes i hukommelsen og skrives samlet tilbage.
       01  WS-LAGER-ANTAL      PIC 9(3)   VALUE 0.
       01  LAGER-TABEL.
           05  LAGER-ENTRY OCCURS 500 TIMES
                            INDEXED BY BL-IDX.
               10  BLT-LINJE       PIC X(209)  VALUE SPACES.

      * Kontofilen holdes i hukommelsen til opslag og saldokontrol.
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-BALANCE       PIC S9(7)V99 VALUE 0.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.
       01  WS-FRA-IDX          PIC 9(5)   VALUE 0.
       01  WS-TIL-IDX          PIC 9(5)   VALUE 0.

      * Valutakurser til DKK
       01  WS-KURS-ANTAL       PIC 9(2)   VALUE 0.
       01  VALUTAKURS-TABEL.
           05  KURS-ENTRY OCCURS 20 TIMES
                             INDEXED BY VK-IDX.
               10  KURS-KODE      PIC X(3)     VALUE SPACES.
               10  KURS-VAERDI    PIC 9(3)V9999 VALUE 0.
       01  WS-SOEGE-VALUTA     PIC X(3)   VALUE SPACES.
       01  WS-FUNDET-KURS      PIC 9(3)V9999 VALUE 0.
       01  WS-FRA-KURS         PIC 9(3)V9999 VALUE 0.
       01  WS-TIL-KURS         PIC 9(3)V9999 VALUE 0.
       01  WS-TIL-BELOEB       PIC 9(7)V99 VALUE 0.

      * Forfaldsdagen - se shared/bankdag.cob
       01  WS-BANKDAG-FUNKTION PIC X(4)   VALUE SPACES.
       01  WS-BANKDAG-SVAR     PIC X      VALUE SPACES.
       01  WS-FORFALD-DATO     PIC X(8)   VALUE SPACES.

      * IBAN-kontrollen - se shared/iban_beregn.cob
       01  WS-IBAN-FUNKTION    PIC X(4)   VALUE "VALI".
       01  WS-IBAN             PIC X(18)  VALUE SPACES.
       01  WS-IBAN-GYLDIG      PIC X      VALUE "N".

       01  WS-AFVIS-AARSAG     PIC X(30)  VALUE SPACES.
       01  WS-UDFALD           PIC X(50)  VALUE SPACES.
       01  WS-MANGLER-DAEKNING PIC X      VALUE "N".
           88  MANGLER-DAEKNING           VALUE "Y".
       01  WS-EJER-FUNDET      PIC X      VALUE "N".
           88  EJER-ER-FUNDET             VALUE "Y".
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.

      * Oprydning af afsluttede betalinger
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-IDAG-INT         PIC 9(8)   VALUE 0.
       01  WS-AFSLUTTET-INT    PIC 9(8)   VALUE 0.
       01  WS-BEHOLD           PIC X      VALUE "Y".
           88  SKAL-BEHOLDES              VALUE "Y".

       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-BELOEB-EDIT      PIC Z(6)9,99.
       01  WS-MODTAGER-VIS     PIC X(35)  VALUE SPACES.

      * Transaktionsreferencen der binder parrets to ben sammen i
      * historikken: koerselsdato + "L" (betalingslager) +
      * loebenummer fra files/POSTERING-REFNR.txt.
       01  WS-REFNR            PIC 9(4)   VALUE 0.
       01  WS-REFERENCE        PIC X(13)  VALUE SPACES.

       01  WS-UDFOERT-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-UDSAT-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-AFVIST-TAELLER   PIC 9(5)   VALUE 0.
       01  WS-RYDDET-TAELLER   PIC 9(5)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)
               VALUE "BETALINGSLAGER".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       MOVE WS-KOERSELS-DATO TO WS-DATO-9.
       COMPUTE WS-IDAG-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).

       PERFORM INDLAES-LAGER.
       IF WS-LAGER-ANTAL = 0
           DISPLAY "BETALINGSLAGER-KOERSEL: ingen betalinger i "
               "lageret, intet at udfoere."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM INDLAES-KONFIG.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-VALUTAKURSER.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS " - doedsfaldskontrol og "
               "brevadresser udelades."
       END-IF.
       OPEN EXTEND POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           OPEN OUTPUT POSTERING-FIL
       END-IF.
       OPEN EXTEND ORDRE-FIL.
       IF WS-ORDRE-STATUS = "35"
           OPEN OUTPUT ORDRE-FIL
       END-IF.
       OPEN OUTPUT BREV-FIL.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-POSTERING-STATUS NOT = "00"
               OR WS-ORDRE-STATUS NOT = "00"
               OR WS-BREV-STATUS NOT = "00"
               OR WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne posterings-, ordre-, brev- "
               "eller rapportfilen, status=" WS-POSTERING-STATUS "/"
               WS-ORDRE-STATUS "/" WS-BREV-STATUS "/"
               WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "BETALINGSLAGER - KOERSEL " WS-KOERSELS-DATO
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       PERFORM VARYING BL-IDX FROM 1 BY 1
               UNTIL BL-IDX > WS-LAGER-ANTAL
           MOVE BLT-LINJE(BL-IDX) TO BETLAGER-POST
           IF BL-KAN-UDFOERES
               PERFORM FIND-FORFALDSDAG
               IF WS-FORFALD-DATO NOT > WS-KOERSELS-DATO
                   PERFORM BEHANDL-BETALING
                   MOVE BETLAGER-POST TO BLT-LINJE(BL-IDX)
               END-IF
           END-IF
       END-PERFORM.

       MOVE SPACES TO RAPPORT-TEXT.
       STRING "UDFOERT " WS-UDFOERT-TAELLER
           "  UDSAT (MANGLENDE DAEKNING) " WS-UDSAT-TAELLER
           "  AFVIST " WS-AFVIST-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       IF WS-MASTER-STATUS = "00"
           CLOSE MASTER-FIL
       END-IF.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE ORDRE-FIL.
       CLOSE BREV-FIL.
       PERFORM SKRIV-LAGER-TILBAGE.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AFSLUTTEDE BETALINGER RYDDET EFTER " WS-OPBEVARING
           " DAGE: " WS-RYDDET-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.

       DISPLAY "BETALINGSLAGER-KOERSEL: udfoert=" WS-UDFOERT-TAELLER
           " udsat=" WS-UDSAT-TAELLER " afvist=" WS-AFVIST-TAELLER
           " ryddet=" WS-RYDDET-TAELLER.
       MOVE WS-UDFOERT-TAELLER TO WS-NOTIF-ANTAL.
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

       INDLAES-LAGER.
      * Mangler lageret, er der blot intet oprettet endnu.
       OPEN INPUT LAGER-FIL.
       IF WS-LAGER-STATUS NOT = "35"
           IF WS-LAGER-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/BETALINGSLAGER.txt, status=" WS-LAGER-STATUS
               PERFORM STOP-MED-FEJL
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ LAGER-FIL INTO BETLAGER-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-LAGER-ANTAL >= 500
                           DISPLAY "FEJL: Flere end 500 betalinger i "
                               "files/BETALINGSLAGER.txt."
                           CLOSE LAGER-FIL
                           PERFORM STOP-MED-FEJL
                       END-IF
                       ADD 1 TO WS-LAGER-ANTAL
                       SET BL-IDX TO WS-LAGER-ANTAL
                       MOVE BETLAGER-POST TO BLT-LINJE(BL-IDX)
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE LAGER-FIL
       END-IF.

       INDLAES-KONFIG.
      * Noegleord i kolonne 1-12, vaerdi fra kolonne 14. Mangler
      * filen eller et noegleord, gaelder standardvaerdierne.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS = "00"
           PERFORM UNTIL WS-KONFIG-STATUS NOT = "00"
               READ KONFIG-FIL INTO KONFIG-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KF-VAERDI(1:3) NUMERIC
                           MOVE KF-VAERDI(1:3) TO WS-KONFIG-TAL
                           EVALUATE KF-NOEGLE
                               WHEN "FORSOEGSDAGE"
                                   MOVE WS-KONFIG-TAL
                                       TO WS-FORSOEGSDAGE
                               WHEN "OPBEVARING"
                                   MOVE WS-KONFIG-TAL
                                       TO WS-OPBEVARING
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONFIG-FIL
       ELSE
           DISPLAY "ADVARSEL: files/BETALINGSLAGER-KONFIG.txt mangler"
               " - standardopsaetningen bruges."
       END-IF.

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF WS-KONTO-ANTAL >= 2000
                       DISPLAY "FEJL: Flere end 2000 konti i "
                           "files/KontoOpl.txt."
                       CLOSE KONTOOPL-FIL
                       PERFORM STOP-MED-FEJL
                   END-IF
                   ADD 1 TO WS-KONTO-ANTAL
                   MOVE KONTO-ID IN KONTO-RECORD
                       TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                   MOVE KUNDE-ID IN KONTO-RECORD
                       TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                   MOVE BALANCE IN KONTO-RECORD
                       TO KOT-BALANCE(WS-KONTO-ANTAL)
                   MOVE VALUTA-KD IN KONTO-RECORD
                       TO KOT-VALUTA-KD(WS-KONTO-ANTAL)
                   MOVE KONTO-STATUS IN KONTO-RECORD
                       TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
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

       FIND-FORFALDSDAG.
      * Er betalingsdatoen en lukkedag, forfalder betalingen naeste
      * bankdag.
       MOVE "ERBD" TO WS-BANKDAG-FUNKTION.
       CALL "BANKDAG" USING WS-BANKDAG-FUNKTION BL-BETALINGSDATO
           WS-BANKDAG-SVAR WS-FORFALD-DATO.
       IF WS-BANKDAG-SVAR = "Y"
           MOVE BL-BETALINGSDATO TO WS-FORFALD-DATO
       ELSE
           MOVE "NAES" TO WS-BANKDAG-FUNKTION
           CALL "BANKDAG" USING WS-BANKDAG-FUNKTION BL-BETALINGSDATO
               WS-BANKDAG-SVAR WS-FORFALD-DATO
       END-IF.

       BEHANDL-BETALING.
      * Kontroller betalingen paa forfaldsdagen. Haarde fejl afviser
      * den straks; manglende daekning udsaetter den til naeste
      * bankdag, indtil forsoegsdagene er brugt op.
       MOVE SPACES TO WS-AFVIS-AARSAG.
       MOVE "N" TO WS-MANGLER-DAEKNING.
       MOVE BL-FRA-KONTO TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       MOVE WS-FUNDET-IDX TO WS-FRA-IDX.
       MOVE 0 TO WS-TIL-IDX.
       IF BL-ER-INTERN
           MOVE BL-TIL-KONTO TO WS-SOEGE-KONTO
           PERFORM FIND-KONTO
           MOVE WS-FUNDET-IDX TO WS-TIL-IDX
       ELSE
           MOVE BL-IBAN TO WS-IBAN
           CALL "IBAN-BEREGN" USING WS-IBAN-FUNKTION
               WS-IBAN WS-IBAN-GYLDIG
       END-IF.
       IF WS-FRA-IDX > 0
           PERFORM FIND-EJER
       END-IF.
       EVALUATE TRUE
           WHEN WS-FRA-IDX = 0
               MOVE "FRA-KONTO FINDES IKKE" TO WS-AFVIS-AARSAG
           WHEN KOT-KONTO-STATUS(WS-FRA-IDX) = "C"
               MOVE "FRA-KONTO ER LUKKET" TO WS-AFVIS-AARSAG
           WHEN EJER-ER-FUNDET
                   AND AFDOED-MARKERING IN MASTER-RECORD = "D"
               MOVE "KUNDE AFDOED - BETALING STANDSET"
                   TO WS-AFVIS-AARSAG
           WHEN BL-ER-INTERN AND WS-TIL-IDX = 0
               MOVE "TIL-KONTO FINDES IKKE" TO WS-AFVIS-AARSAG
           WHEN BL-ER-INTERN AND KOT-KONTO-STATUS(WS-TIL-IDX) = "C"
               MOVE "TIL-KONTO ER LUKKET" TO WS-AFVIS-AARSAG
           WHEN BL-ER-EKSTERN AND WS-IBAN-GYLDIG NOT = "Y"
               MOVE "UGYLDIGT IBAN" TO WS-AFVIS-AARSAG
           WHEN KOT-VALUTA-KD(WS-FRA-IDX) NOT = BL-VALUTA
               MOVE "VALUTA MATCHER IKKE" TO WS-AFVIS-AARSAG
           WHEN BL-BELOEB = 0
               MOVE "UGYLDIGT BELOEB" TO WS-AFVIS-AARSAG
           WHEN KOT-BALANCE(WS-FRA-IDX) < BL-BELOEB
               MOVE "Y" TO WS-MANGLER-DAEKNING
       END-EVALUATE.
       EVALUATE TRUE
           WHEN WS-AFVIS-AARSAG NOT = SPACES
               PERFORM AFVIS-BETALING
           WHEN MANGLER-DAEKNING
               ADD 1 TO BL-FORSOEG
               IF BL-FORSOEG >= WS-FORSOEGSDAGE
                   MOVE "MANGLENDE DAEKNING" TO WS-AFVIS-AARSAG
                   PERFORM AFVIS-BETALING
               ELSE
                   PERFORM UDSAET-BETALING
               END-IF
           WHEN OTHER
               PERFORM UDFOER-BETALING
       END-EVALUATE.

       UDFOER-BETALING.
       IF BL-ER-INTERN
           PERFORM BEREGN-TIL-BELOEB
           PERFORM SKRIV-POSTERINGSPAR
           ADD WS-TIL-BELOEB TO KOT-BALANCE(WS-TIL-IDX)
       ELSE
           PERFORM SKRIV-BETALINGSORDRE
       END-IF.
      * Hold den lokale saldo ajour, saa flere betalinger fra samme
      * konto samme dag ikke tilsammen kan overtraekke den.
       SUBTRACT BL-BELOEB FROM KOT-BALANCE(WS-FRA-IDX).
       MOVE "U" TO BL-STATUS.
       MOVE WS-KOERSELS-DATO TO BL-AFSLUTTET.
       MOVE SPACES TO BL-AARSAG.
       ADD 1 TO WS-UDFOERT-TAELLER.
       MOVE "UDFOERT" TO WS-UDFALD.
       PERFORM SKRIV-RAPPORTLINJE.

       UDSAET-BETALING.
       MOVE "F" TO BL-STATUS.
       MOVE "MANGLENDE DAEKNING" TO BL-AARSAG.
       ADD 1 TO WS-UDSAT-TAELLER.
       MOVE SPACES TO WS-UDFALD.
       STRING "UDSAT: MANGLENDE DAEKNING, FORSOEG " BL-FORSOEG
           DELIMITED BY SIZE INTO WS-UDFALD.
       PERFORM SKRIV-RAPPORTLINJE.

       AFVIS-BETALING.
       MOVE "R" TO BL-STATUS.
       MOVE WS-KOERSELS-DATO TO BL-AFSLUTTET.
       MOVE WS-AFVIS-AARSAG TO BL-AARSAG.
       ADD 1 TO WS-AFVIST-TAELLER.
       PERFORM SKRIV-AFVISNINGSBREV.
       MOVE SPACES TO WS-UDFALD.
       STRING "AFVIST: " BL-AARSAG
           DELIMITED BY SIZE INTO WS-UDFALD.
       PERFORM SKRIV-RAPPORTLINJE.

       SKRIV-RAPPORTLINJE.
       MOVE BL-BELOEB TO WS-BELOEB-EDIT.
       IF BL-ER-INTERN
           MOVE BL-TIL-KONTO TO WS-MODTAGER-VIS
       ELSE
           MOVE BL-IBAN TO WS-MODTAGER-VIS
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING BL-LAGER-ID " " BL-FRA-KONTO " -> "
           FUNCTION TRIM(WS-MODTAGER-VIS) " "
           FUNCTION TRIM(WS-BELOEB-EDIT) " " BL-VALUTA " "
           FUNCTION TRIM(WS-UDFALD)
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       FIND-EJER.
      * Fra-kontoens ejer i kundemasteren: doedsfaldsmarkering samt
      * navn og adresse til et eventuelt brev.
       MOVE "N" TO WS-EJER-FUNDET.
       MOVE SPACES TO FULDT-NAVN.
       IF WS-MASTER-STATUS = "00"
           MOVE KOT-KUNDE-ID(WS-FRA-IDX) TO KUNDE-ID IN MASTER-RECORD
           READ MASTER-FIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EJER-FUNDET
                   CALL "KUNDE-NAVN-FORMAT" USING
                       FORNAVN IN MASTER-RECORD
                       EFTERNAVN IN MASTER-RECORD FULDT-NAVN
           END-READ
       END-IF.

       SKRIV-INSTITUT-HOVED.
      * Kundens pengeinstituts navn, adresse og reg.nr. oeverst i
      * brevet og en blank linje foer adresseblokken.
       CALL "BREVHOVED-FORMAT" USING PENGEINSTITUT IN MASTER-RECORD
           WS-BREVHOVED WS-BREVHOVED-SVAR.
       IF WS-BREVHOVED-SVAR = "F"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-HOVED-IDX FROM 1 BY 1 UNTIL WS-HOVED-IDX > 3
           MOVE SPACES TO BREV-TEKST
           MOVE WS-HOVED-LINJE(WS-HOVED-IDX) TO BREV-TEKST
           WRITE BREV-RECORD
       END-PERFORM.
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.

       SKRIV-AFVISNINGSBREV.
      * Brevhoved som rykkerbrevene i LAAN-RESTANCE: navn,
      * landekode-afhaengig adresseblok, blank linje, derefter
      * betalingen og aarsagen til afvisningen. Ukendt ejer:
      * hovedinstituttets brevhoved.
       IF NOT EJER-ER-FUNDET
           MOVE SPACES TO PENGEINSTITUT IN MASTER-RECORD
       END-IF.
       PERFORM SKRIV-INSTITUT-HOVED.
       MOVE SPACES TO BREV-TEKST.
       IF EJER-ER-FUNDET
           MOVE FULDT-NAVN TO BREV-TEKST
       ELSE
           STRING "(UKENDT EJER AF KONTO "
               BL-FRA-KONTO ")" INTO BREV-TEKST
       END-IF.
       WRITE BREV-RECORD.
       IF EJER-ER-FUNDET
           MOVE SPACES TO BREV-TEKST
           IF LANDE-KODE IN MASTER-RECORD = "DK" OR
                   LANDE-KODE IN MASTER-RECORD = SPACES
               STRING
                   FUNCTION TRIM(VEJNAVN IN MASTER-RECORD) " "
                   FUNCTION TRIM(HUSNR IN MASTER-RECORD) " "
                   FUNCTION TRIM(ETAGE IN MASTER-RECORD) " "
                   FUNCTION TRIM(SIDE IN MASTER-RECORD)
                   INTO BREV-TEKST
           ELSE
               STRING
                   FUNCTION TRIM(VEJNAVN IN MASTER-RECORD) " "
                   FUNCTION TRIM(HUSNR IN MASTER-RECORD)
                   INTO BREV-TEKST
           END-IF
           WRITE BREV-RECORD
           MOVE SPACES TO BREV-TEKST
           STRING
               FUNCTION TRIM(POSTNR IN MASTER-RECORD) " "
               FUNCTION TRIM(BYNAVN IN MASTER-RECORD) " "
               FUNCTION TRIM(LANDE-KODE IN MASTER-RECORD)
               INTO BREV-TEKST
           WRITE BREV-RECORD
       END-IF.
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE BL-BELOEB TO WS-BELOEB-EDIT.
       IF BL-ER-INTERN
           MOVE BL-TIL-KONTO TO WS-MODTAGER-VIS
       ELSE
           MOVE BL-NAVN TO WS-MODTAGER-VIS
       END-IF.
       MOVE SPACES TO BREV-TEKST.
       STRING "DERES BETALING AF " FUNCTION TRIM(WS-BELOEB-EDIT)
           " " BL-VALUTA " FRA KONTO " FUNCTION TRIM(BL-FRA-KONTO)
           " TIL " FUNCTION TRIM(WS-MODTAGER-VIS)
           INTO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       STRING "MED BETALINGSDATO " BL-BETALINGSDATO
           " ER IKKE GENNEMFOERT. AARSAG: "
           FUNCTION TRIM(BL-AARSAG)
           INTO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       MOVE "------------------------------------" TO BREV-TEKST.
       WRITE BREV-RECORD.

       BEREGN-TIL-BELOEB.
      * Ens valuta overfoeres 1:1; ved forskellig valuta omregnes
      * beloebet til til-kontoens valuta via DKK-kurserne.
       MOVE KOT-VALUTA-KD(WS-FRA-IDX) TO WS-SOEGE-VALUTA.
       PERFORM FIND-KURS.
       MOVE WS-FUNDET-KURS TO WS-FRA-KURS.
       MOVE KOT-VALUTA-KD(WS-TIL-IDX) TO WS-SOEGE-VALUTA.
       PERFORM FIND-KURS.
       MOVE WS-FUNDET-KURS TO WS-TIL-KURS.
       IF KOT-VALUTA-KD(WS-FRA-IDX) = KOT-VALUTA-KD(WS-TIL-IDX)
           MOVE BL-BELOEB TO WS-TIL-BELOEB
       ELSE
           COMPUTE WS-TIL-BELOEB ROUNDED =
               BL-BELOEB * WS-FRA-KURS / WS-TIL-KURS
       END-IF.

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

       FIND-KONTO.
       MOVE 0 TO WS-FUNDET-IDX.
       SET KO-IDX TO 1.
       SEARCH KONTO-TABEL-ENTRY
           AT END
               MOVE 0 TO WS-FUNDET-IDX
           WHEN KO-IDX > WS-KONTO-ANTAL
               MOVE 0 TO WS-FUNDET-IDX
           WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
               MOVE KO-IDX TO WS-FUNDET-IDX
       END-SEARCH.

       DAN-REFERENCE.
      * Traek naeste loebenummer og dan parrets faelles reference,
      * koerselsdato + programbogstav L + firecifret loebenummer.
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
       STRING WS-KOERSELS-DATO "L" WS-REFNR
           INTO WS-REFERENCE.

       SKRIV-POSTERINGSPAR.
      * Det balancerende par som KONTO-OVERFOERSEL: debet paa
      * fra-kontoen, kredit paa til-kontoen i dennes valuta, samme
      * transaktionsreference og modpartens konto i teksten.
       PERFORM DAN-REFERENCE.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE BL-FRA-KONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       COMPUTE WS-BELOEB-X100 ROUNDED = BL-BELOEB * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "D" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "OVERFOERT TIL " BL-TIL-KONTO INTO PO-TEKST.
       MOVE "OVFT" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE BL-TIL-KONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       COMPUTE WS-BELOEB-X100 ROUNDED = WS-TIL-BELOEB * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "K" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "OVERFOERT FRA " BL-FRA-KONTO INTO PO-TEKST.
       MOVE "OVFT" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-BETALINGSORDRE.
      * Den eksterne betaling laegges i ordrefilen som en almindelig
      * ordre (BO-FRIGIVET blank) og sanktionsscreenes der.
       MOVE SPACES TO ORDRE-RECORD.
       MOVE BL-FRA-KONTO TO BO-FRA-KONTO.
       MOVE BL-IBAN TO BO-IBAN.
       MOVE BL-NAVN TO BO-NAVN.
       MOVE BL-BELOEB TO BO-BELOEB.
       MOVE BL-VALUTA TO BO-VALUTA.
       MOVE BL-TEKST TO BO-TEKST.
       WRITE ORDRE-RECORD.

       SKRIV-LAGER-TILBAGE.
      * Skriv lageret tilbage uden de afsluttede betalinger der har
      * ligget i mere end OPBEVARING dage.
       OPEN OUTPUT LAGER-FIL.
       IF WS-LAGER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/BETALINGSLAGER.txt, "
               "status=" WS-LAGER-STATUS
           CLOSE RAPPORT-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM VARYING BL-IDX FROM 1 BY 1
               UNTIL BL-IDX > WS-LAGER-ANTAL
           MOVE BLT-LINJE(BL-IDX) TO BETLAGER-POST
           MOVE "Y" TO WS-BEHOLD
           IF BL-ER-AFSLUTTET AND BL-AFSLUTTET NUMERIC
               MOVE BL-AFSLUTTET TO WS-DATO-9
               COMPUTE WS-AFSLUTTET-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DATO-9)
               IF WS-IDAG-INT - WS-AFSLUTTET-INT > WS-OPBEVARING
                   MOVE "N" TO WS-BEHOLD
                   ADD 1 TO WS-RYDDET-TAELLER
               END-IF
           END-IF
           IF SKAL-BEHOLDES
               WRITE BETLAGER-POST
           END-IF
       END-PERFORM.
       CLOSE LAGER-FIL.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
