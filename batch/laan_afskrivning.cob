       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAAN-AFSKRIVNING.

      * Afskrivning af tabte laan og overdragelse til inkasso.
      * LAAN-RESTANCE eskalerer en restance til RYKKER 2 (niveau 3) i
      * files/RESTANCE-STATUS.txt og bliver der; her gennemgaar en
      * operatoer fra kreditafdelingen (rolle B) de sager, der har
      * naaet sidste rykker, og afskriver dem (A) eller lader dem
      * ligge. Derefter kan andre laan udvaelges manuelt.
      *
      * En afskrivning
      *  - krediterer laanekontoen det skyldige beloeb med koden AFSK
      *    (finanskategori TAB), saa tabet via files/KONTOPLAN.txt
      *    lander paa tabskontoen i raabalancen. Det skyldige beloeb
      *    er restgaelden efter seneste forfaldne termin i
      *    files/YDELSESPLANER.txt plus de ubetalte ydelser i
      *    restance;
      *  - opretter sagen i afskrivningsregistret
      *    files/AFSKRIVNINGER.txt (copybooks/AFSKRIV.cpy) og
      *    afskrivningen som foerste bevaegelse i
      *    files/AFSKRIVNING-POSTER.txt. Et laan i registret faar
      *    ikke mere rente, opkraevning eller rykkere;
      *  - skriver debitoren med navn, adresse, CPR og telefon fra
      *    kundemasteren til inkassobureauets overdragelsesfil
      *    files/INKASSO-OVERDRAGELSE.txt;
      *  - fjerner restancesagen fra files/RESTANCE-STATUS.txt.
      * Bureauets inddrivelser bogfoeres af INKASSO-INDBETALING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFSKRIVNING-FIL ASSIGN TO "files/AFSKRIVNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKRIVNING-STATUS.

           SELECT AFSKR-POST-FIL
               ASSIGN TO "files/AFSKRIVNING-POSTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKR-POST-STATUS.

           SELECT STATUS-FIL ASSIGN TO "files/RESTANCE-STATUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FIL-STATUS.

           SELECT PLAN-FIL ASSIGN TO "files/LAANEPLANER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT YDELSE-FIL ASSIGN TO "files/YDELSESPLANER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YDELSE-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

           SELECT OVERDRAGELSE-FIL
               ASSIGN TO "files/INKASSO-OVERDRAGELSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDRAGELSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFSKRIVNING-FIL.
       01  AFSKRIVNING-POST.
           COPY "copybooks/AFSKRIV.cpy".

      * En linje pr. bevaegelse paa en afskrevet sag: A = afskrevet,
      * I = inddrevet af inkassobureauet (bureauets reference).
       FD  AFSKR-POST-FIL.
       01  AFSKR-POST.
           05 AP-LAAN-KONTO    PIC X(10).
           05 FILLER           PIC X(1).
           05 AP-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 AP-ART           PIC X(1).
           05 FILLER           PIC X(1).
           05 AP-BELOEB        PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 AP-REFERENCE     PIC X(12).

      * Samme layout som i batch/laan_restance.cob.
       FD  STATUS-FIL.
       01  STATUS-RECORD.
           05 RS-KONTO-ID      PIC X(10).
           05 RS-TERMINER      PIC 9(3).
           05 RS-NIVEAU        PIC 9(1).
           05 RS-FOERSTE-SET   PIC X(8).
           05 RS-SIDST-BREV    PIC X(8).
           05 RS-BELOEB        PIC 9(9)V99.

       FD  PLAN-FIL.
       01  PLAN-POST.
           05 LP-KONTO-ID      PIC X(10).
           05 LP-MODKONTO      PIC X(10).
           05 LP-HOVEDSTOL     PIC 9(9)V99.
           05 LP-SATS          PIC 9(2)V9(4).
           05 LP-TERMINER      PIC 9(3).
           05 LP-BETALINGSDAG  PIC 9(2).
           05 LP-START-DATO    PIC X(8).

       FD  YDELSE-FIL.
       01  YDELSE-POST.
           05 YP-KONTO-ID      PIC X(10).
           05 YP-MODKONTO      PIC X(10).
           05 YP-TERMIN-NR     PIC 9(3).
           05 YP-FORFALD       PIC X(8).
           05 YP-YDELSE        PIC 9(7)V99.
           05 YP-RENTE         PIC 9(7)V99.
           05 YP-AFDRAG        PIC 9(7)V99.
           05 YP-RESTGAELD     PIC 9(9)V99.

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

      * Overdragelsen til inkassobureauet, en linje pr. debitor.
       FD  OVERDRAGELSE-FIL.
       01  OVERDRAGELSE-POST.
           05 IO-LAAN-KONTO    PIC X(10).
           05 IO-KUNDE-ID      PIC X(10).
           05 IO-CPR-NUMMER    PIC X(10).
           05 IO-NAVN          PIC X(41).
           05 IO-ADRESSE       PIC X(50).
           05 IO-POSTNR        PIC X(4).
           05 IO-BYNAVN        PIC X(20).
           05 IO-LANDE-KODE    PIC X(2).
           05 IO-TELEFON       PIC X(8).
           05 IO-BELOEB        PIC 9(9)V99.
           05 IO-RESTANCE-SIDEN PIC X(8).
           05 IO-OVERDRAGET    PIC X(8).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-AFSKRIVNING-STATUS PIC XX   VALUE "00".
       01  WS-AFSKR-POST-STATUS PIC XX    VALUE "00".
       01  WS-STATUS-FIL-STATUS PIC XX    VALUE "00".
       01  WS-PLAN-STATUS      PIC XX     VALUE "00".
       01  WS-YDELSE-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-OVERDRAGELSE-STATUS PIC XX  VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "LAAN-AFSKRIVNING".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen B (betalinger/kredit) - se
      * shared/operatoer_signon.cob.
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "B".
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".
       01  WS-VALG             PIC X      VALUE SPACE.

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.

      * Laan der allerede er afskrevet
       01  WS-AFSKREVET-ANTAL  PIC 9(4)   VALUE 0.
       01  AFSKREVET-TABEL.
           05  AFSKREVET-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY AS-IDX
                                 PIC X(10) VALUE SPACES.
       01  WS-AFSKREVET-FUNDET PIC X      VALUE "N".
           88  ER-AFSKREVET               VALUE "Y".

      * Restancesagerne; en afskrevet sag fjernes ved tilbageskrivning
       01  WS-SAG-ANTAL        PIC 9(3)   VALUE 0.
       01  SAG-TABEL.
           05  SAG-ENTRY OCCURS 500 TIMES
                           INDEXED BY SG-IDX.
               10  SGT-LINJE        PIC X(60)    VALUE SPACES.
               10  SGT-FJERNET      PIC X(1)     VALUE "N".
       01  WS-SAG-IDX          PIC 9(3)   VALUE 0.
       01  WS-KANDIDAT-ANTAL   PIC 9(3)   VALUE 0.

      * Laanene med modkonto og restgaeld efter seneste forfaldne
      * termin
       01  WS-LAAN-ANTAL       PIC 9(4)   VALUE 0.
       01  LAAN-TABEL.
           05  LAAN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY LN-IDX.
               10  LNT-KONTO-ID     PIC X(10)     VALUE SPACES.
               10  LNT-RESTGAELD    PIC 9(9)V99   VALUE 0.
               10  LNT-SIDST-FORFALD PIC X(8)     VALUE SPACES.
       01  WS-LAAN-IDX         PIC 9(4)   VALUE 0.

      * Laanekontiene med ejer og status fra kontofilen
       01  WS-KONTO-ANTAL      PIC 9(4)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10)    VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10)    VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)     VALUE SPACES.
       01  WS-KONTO-IDX        PIC 9(4)   VALUE 0.

      * Den sag der behandles
       01  WS-LAAN-KONTO       PIC X(10)  VALUE SPACES.
       01  WS-KUNDE-ID         PIC X(10)  VALUE SPACES.
       01  WS-AARSAG           PIC X(1)   VALUE SPACES.
       01  WS-RESTANCE         PIC 9(9)V99 VALUE 0.
       01  WS-RESTANCE-SIDEN   PIC X(8)   VALUE SPACES.
       01  WS-RESTGAELD        PIC 9(9)V99 VALUE 0.
       01  WS-AFSKRIV-BELOEB   PIC 9(9)V99 VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.
       01  WS-EJER-FUNDET      PIC X      VALUE "N".
           88  EJER-ER-FUNDET             VALUE "Y".

      * Telefonnummeret dekrypteres til overdragelsen - se
      * shared/kontakt_krypter.cob.
       01  WS-LAENGDE-TELEFON  PIC 9(3)   VALUE 8.
       01  WS-KRYPT-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-TELEFON-KLAR     PIC X(8)   VALUE SPACES.

       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-BELOEB-EDIT      PIC -(9)9,99.
       01  WS-RESTANCE-EDIT    PIC -(9)9,99.
       01  WS-RESTGAELD-EDIT   PIC -(9)9,99.

       01  WS-AFSKREVET-TAELLER PIC 9(4)  VALUE 0.
       01  WS-SPRUNGET-TAELLER PIC 9(4)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-AFSKRIVNINGER.
       PERFORM INDLAES-SAGER.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-LAANEPLANER.
       PERFORM FIND-RESTGAELD.

       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.

       PERFORM AABN-UDFILER.
       IF WS-KANDIDAT-ANTAL = 0
           DISPLAY "Ingen restancesager har naaet sidste rykker."
       ELSE
           DISPLAY WS-KANDIDAT-ANTAL
               " restancesag(er) har naaet sidste rykker."
           PERFORM BEHANDL-SAG
               VARYING WS-SAG-IDX FROM 1 BY 1
               UNTIL WS-SAG-IDX > WS-SAG-ANTAL
       END-IF.
       PERFORM VAELG-MANUELT UNTIL ER-FAERDIG.

       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE AFSKRIVNING-FIL.
       CLOSE AFSKR-POST-FIL.
       CLOSE OVERDRAGELSE-FIL.
       IF WS-MASTER-STATUS = "00"
           CLOSE MASTER-FIL
       END-IF.
       IF WS-AFSKREVET-TAELLER > 0
           PERFORM SKRIV-SAGER-TILBAGE
       END-IF.

       DISPLAY "LAAN-AFSKRIVNING: afskrevet=" WS-AFSKREVET-TAELLER
           " sprunget over=" WS-SPRUNGET-TAELLER.
       STOP RUN.

       INDLAES-AFSKRIVNINGER.
       OPEN INPUT AFSKRIVNING-FIL.
       IF WS-AFSKRIVNING-STATUS = "00"
           PERFORM UNTIL WS-AFSKRIVNING-STATUS NOT = "00"
               READ AFSKRIVNING-FIL INTO AFSKRIVNING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AF-LAAN-KONTO NOT = SPACES
                               AND WS-AFSKREVET-ANTAL < 2000
                           ADD 1 TO WS-AFSKREVET-ANTAL
                           MOVE AF-LAAN-KONTO
                               TO AFSKREVET-ENTRY(WS-AFSKREVET-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFSKRIVNING-FIL
       END-IF.

       KONTROLLER-AFSKREVET.
       SET WS-AFSKREVET-FUNDET TO "N".
       SET AS-IDX TO 1.
       IF WS-AFSKREVET-ANTAL > 0
           SEARCH AFSKREVET-ENTRY
               AT END
                   SET WS-AFSKREVET-FUNDET TO "N"
               WHEN AFSKREVET-ENTRY(AS-IDX) = WS-LAAN-KONTO
                   SET WS-AFSKREVET-FUNDET TO "Y"
           END-SEARCH
       END-IF.

       INDLAES-SAGER.
      * Kandidater er sager paa niveau 3 (RYKKER 2), som ikke
      * allerede er afskrevet.
       OPEN INPUT STATUS-FIL.
       IF WS-STATUS-FIL-STATUS = "00"
           PERFORM UNTIL WS-STATUS-FIL-STATUS NOT = "00"
               READ STATUS-FIL INTO STATUS-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RS-KONTO-ID NOT = SPACES
                               AND WS-SAG-ANTAL < 500
                           ADD 1 TO WS-SAG-ANTAL
                           MOVE STATUS-RECORD
                               TO SGT-LINJE(WS-SAG-ANTAL)
                           MOVE RS-KONTO-ID TO WS-LAAN-KONTO
                           PERFORM KONTROLLER-AFSKREVET
                           IF RS-NIVEAU = 3 AND NOT ER-AFSKREVET
                               ADD 1 TO WS-KANDIDAT-ANTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-FIL
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
                   IF KONTO-TYPE IN KONTO-RECORD = "LOAN"
                           AND WS-KONTO-ANTAL < 2000
                       ADD 1 TO WS-KONTO-ANTAL
                       MOVE KONTO-ID IN KONTO-RECORD
                           TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                       MOVE KUNDE-ID IN KONTO-RECORD
                           TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       FIND-KONTO.
       MOVE 0 TO WS-KONTO-IDX.
       IF WS-KONTO-ANTAL > 0
           SET KO-IDX TO 1
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = WS-LAAN-KONTO
                   SET WS-KONTO-IDX TO KO-IDX
           END-SEARCH
       END-IF.

       INDLAES-LAANEPLANER.
       OPEN INPUT PLAN-FIL.
       IF WS-PLAN-STATUS = "00"
           PERFORM UNTIL WS-PLAN-STATUS NOT = "00"
               READ PLAN-FIL INTO PLAN-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LP-KONTO-ID NOT = SPACES
                               AND WS-LAAN-ANTAL < 2000
                           ADD 1 TO WS-LAAN-ANTAL
                           SET LN-IDX TO WS-LAAN-ANTAL
                           MOVE LP-KONTO-ID TO LNT-KONTO-ID(LN-IDX)
                           MOVE LP-HOVEDSTOL TO LNT-RESTGAELD(LN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FIL
       END-IF.

       FIND-RESTGAELD.
      * Restgaelden efter den seneste termin med forfald til og med
      * i dag; hovedstolen, naar ingen termin er forfaldet endnu.
       OPEN INPUT YDELSE-FIL.
       IF WS-YDELSE-STATUS = "00"
           PERFORM UNTIL WS-YDELSE-STATUS NOT = "00"
               READ YDELSE-FIL INTO YDELSE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF YP-FORFALD NOT > WS-DAGS-DATO
                           MOVE YP-KONTO-ID TO WS-LAAN-KONTO
                           PERFORM FIND-LAAN
                           IF WS-LAAN-IDX > 0
                               SET LN-IDX TO WS-LAAN-IDX
                               IF YP-FORFALD
                                   NOT < LNT-SIDST-FORFALD(LN-IDX)
                                   MOVE YP-FORFALD
                                       TO LNT-SIDST-FORFALD(LN-IDX)
                                   MOVE YP-RESTGAELD
                                       TO LNT-RESTGAELD(LN-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YDELSE-FIL
       END-IF.

       FIND-LAAN.
       MOVE 0 TO WS-LAAN-IDX.
       IF WS-LAAN-ANTAL > 0
           SET LN-IDX TO 1
           SEARCH LAAN-ENTRY
               AT END
                   CONTINUE
               WHEN LNT-KONTO-ID(LN-IDX) = WS-LAAN-KONTO
                   SET WS-LAAN-IDX TO LN-IDX
           END-SEARCH
       END-IF.

       AABN-UDFILER.
       OPEN EXTEND POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           OPEN OUTPUT POSTERING-FIL
       END-IF.
       OPEN EXTEND AFSKRIVNING-FIL.
       IF WS-AFSKRIVNING-STATUS = "35"
           OPEN OUTPUT AFSKRIVNING-FIL
       END-IF.
       OPEN EXTEND AFSKR-POST-FIL.
       IF WS-AFSKR-POST-STATUS = "35"
           OPEN OUTPUT AFSKR-POST-FIL
       END-IF.
       OPEN EXTEND OVERDRAGELSE-FIL.
       IF WS-OVERDRAGELSE-STATUS = "35"
           OPEN OUTPUT OVERDRAGELSE-FIL
       END-IF.
       IF WS-POSTERING-STATUS NOT = "00"
               OR WS-AFSKRIVNING-STATUS NOT = "00"
               OR WS-AFSKR-POST-STATUS NOT = "00"
               OR WS-OVERDRAGELSE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne posterings-, afskrivnings- "
               "eller overdragelsesfilen, status="
               WS-POSTERING-STATUS "/" WS-AFSKRIVNING-STATUS "/"
               WS-AFSKR-POST-STATUS "/" WS-OVERDRAGELSE-STATUS
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne kundemasteren, "
               "status=" WS-MASTER-STATUS
               " - overdragelsen faar ingen debitoroplysninger."
       END-IF.

       BEHANDL-SAG.
       MOVE SGT-LINJE(WS-SAG-IDX) TO STATUS-RECORD.
       MOVE RS-KONTO-ID TO WS-LAAN-KONTO.
       PERFORM KONTROLLER-AFSKREVET.
       IF RS-NIVEAU = 3 AND NOT ER-AFSKREVET
           MOVE "R" TO WS-AARSAG
           PERFORM KLARGOER-SAG
           PERFORM VIS-SAG
           DISPLAY "Afskriv og overdrag til inkasso (A) eller "
               "spring over (S): " WITH NO ADVANCING
           ACCEPT WS-VALG
           IF WS-VALG = "A" OR WS-VALG = "a"
               PERFORM AFSKRIV-LAAN
           ELSE
               ADD 1 TO WS-SPRUNGET-TAELLER
               DISPLAY "Sagen bliver i restance."
           END-IF
       END-IF.

       VAELG-MANUELT.
      * Kreditafdelingen kan afskrive et laan uden for rykkerforloebet
      * (fx konkurs eller gaeldssanering).
       DISPLAY "-----------------------------------".
       DISPLAY "Laan at afskrive manuelt (blank = afslut): "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-LAAN-KONTO.
       ACCEPT WS-LAAN-KONTO.
       IF WS-LAAN-KONTO = SPACES
           SET ER-FAERDIG TO TRUE
       ELSE
           PERFORM KONTROLLER-AFSKREVET
           PERFORM FIND-KONTO
           PERFORM FIND-LAAN
           EVALUATE TRUE
               WHEN WS-KONTO-IDX = 0
                   DISPLAY "FEJL: " WS-LAAN-KONTO
                       " er ikke en laanekonto."
               WHEN KOT-KONTO-STATUS(WS-KONTO-IDX) = "C"
                   DISPLAY "FEJL: Laanekontoen er lukket."
               WHEN WS-LAAN-IDX = 0
                   DISPLAY "FEJL: Laanet har ingen laaneplan."
               WHEN ER-AFSKREVET
                   DISPLAY "FEJL: Laanet er allerede afskrevet."
               WHEN OTHER
                   MOVE "M" TO WS-AARSAG
                   PERFORM FIND-SAG-TIL-LAAN
                   PERFORM KLARGOER-SAG
                   PERFORM VIS-SAG
                   DISPLAY "Afskriv og overdrag til inkasso (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-VALG
                   IF WS-VALG = "J" OR WS-VALG = "j"
                       PERFORM AFSKRIV-LAAN
                   ELSE
                       DISPLAY "Intet afskrevet."
                   END-IF
           END-EVALUATE
       END-IF.

       FIND-SAG-TIL-LAAN.
      * En eventuel restancesag paa laanet giver restancebeloebet og
      * fjernes ved afskrivningen; uden sag er restancen nul.
       MOVE 0 TO WS-SAG-IDX.
       MOVE SPACES TO STATUS-RECORD.
       PERFORM VARYING SG-IDX FROM 1 BY 1
               UNTIL SG-IDX > WS-SAG-ANTAL
           IF SGT-LINJE(SG-IDX)(1:10) = WS-LAAN-KONTO
               SET WS-SAG-IDX TO SG-IDX
               MOVE SGT-LINJE(SG-IDX) TO STATUS-RECORD
           END-IF
       END-PERFORM.

       KLARGOER-SAG.
      * Ejer, restance og skyldigt beloeb for laanet i WS-LAAN-KONTO;
      * restancesagen (hvis nogen) staar i STATUS-RECORD.
       PERFORM FIND-KONTO.
       MOVE SPACES TO WS-KUNDE-ID.
       IF WS-KONTO-IDX > 0
           MOVE KOT-KUNDE-ID(WS-KONTO-IDX) TO WS-KUNDE-ID
       END-IF.
       MOVE 0 TO WS-RESTANCE.
       MOVE SPACES TO WS-RESTANCE-SIDEN.
       IF RS-KONTO-ID = WS-LAAN-KONTO
           MOVE RS-FOERSTE-SET TO WS-RESTANCE-SIDEN
           IF RS-BELOEB NUMERIC
               MOVE RS-BELOEB TO WS-RESTANCE
           END-IF
       END-IF.
       MOVE 0 TO WS-RESTGAELD.
       PERFORM FIND-LAAN.
       IF WS-LAAN-IDX > 0
           MOVE LNT-RESTGAELD(WS-LAAN-IDX) TO WS-RESTGAELD
       END-IF.
       COMPUTE WS-AFSKRIV-BELOEB = WS-RESTGAELD + WS-RESTANCE.
       PERFORM FIND-DEBITOR.

       FIND-DEBITOR.
       MOVE "N" TO WS-EJER-FUNDET.
       MOVE SPACES TO FULDT-NAVN WS-TELEFON-KLAR.
       IF WS-KUNDE-ID NOT = SPACES AND WS-MASTER-STATUS = "00"
           MOVE WS-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD
           READ MASTER-FIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EJER-FUNDET
                   CALL "KUNDE-NAVN-FORMAT" USING
                       FORNAVN IN MASTER-RECORD
                       EFTERNAVN IN MASTER-RECORD FULDT-NAVN
                   MOVE "DEKR" TO WS-KRYPT-FUNKTION
                   CALL "KONTAKT-KRYPTER" USING WS-KRYPT-FUNKTION
                       WS-LAENGDE-TELEFON WS-TELEFON-KLAR
                       TELEFON IN MASTER-RECORD
                       NOEGLE-VERSION IN MASTER-RECORD
           END-READ
       END-IF.

       VIS-SAG.
       MOVE WS-RESTANCE TO WS-RESTANCE-EDIT.
       MOVE WS-RESTGAELD TO WS-RESTGAELD-EDIT.
       MOVE WS-AFSKRIV-BELOEB TO WS-BELOEB-EDIT.
       DISPLAY "-----------------------------------".
       DISPLAY "Laan " WS-LAAN-KONTO " KUNDE=" WS-KUNDE-ID " "
           FUNCTION TRIM(FULDT-NAVN).
       IF WS-RESTANCE-SIDEN NOT = SPACES
           DISPLAY "  I RESTANCE SIDEN " WS-RESTANCE-SIDEN
               ", " RS-TERMINER " TERMIN(ER), NIVEAU " RS-NIVEAU
       END-IF.
       DISPLAY "  RESTANCE=" FUNCTION TRIM(WS-RESTANCE-EDIT)
           " RESTGAELD=" FUNCTION TRIM(WS-RESTGAELD-EDIT)
           " AFSKRIVES=" FUNCTION TRIM(WS-BELOEB-EDIT).

       AFSKRIV-LAAN.
      * Posteringen kan hoejst baere 9.999.999,99.
       IF WS-AFSKRIV-BELOEB = 0 OR WS-AFSKRIV-BELOEB > 9999999,99
           DISPLAY "FEJL: Beloebet kan ikke afskrives her - "
               "kontakt bogholderiet."
       ELSE
           ADD 1 TO WS-AFSKREVET-TAELLER
           PERFORM SKRIV-AFSKRIVNINGSPOSTERING
           PERFORM SKRIV-AFSKRIVNING
           PERFORM SKRIV-OVERDRAGELSE
           IF WS-AFSKREVET-ANTAL < 2000
               ADD 1 TO WS-AFSKREVET-ANTAL
               MOVE WS-LAAN-KONTO
                   TO AFSKREVET-ENTRY(WS-AFSKREVET-ANTAL)
           END-IF
           IF WS-SAG-IDX > 0 AND RS-KONTO-ID = WS-LAAN-KONTO
               MOVE "Y" TO SGT-FJERNET(WS-SAG-IDX)
           END-IF
           DISPLAY "Afskrevet og overdraget til inkasso."
       END-IF.

       SKRIV-AFSKRIVNINGSPOSTERING.
      * Tabet: kredit paa laanekontoen med koden AFSK, som raabalancen
      * henfoerer til tabskontoen.
       COMPUTE WS-BELOEB-X100 ROUNDED = WS-AFSKRIV-BELOEB * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-LAAN-KONTO TO PO-KONTO-ID.
       MOVE WS-DAGS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "K" TO PO-DK.
       MOVE "AFSKREVET - OVERDRAGET INKASSO" TO PO-TEKST.
       MOVE "AFSK" TO PO-TRANSKODE.
       MOVE WS-DAGS-DATO TO PO-VALOER-DATO.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-AFSKRIVNING.
       MOVE SPACES TO AFSKRIVNING-POST.
       MOVE WS-LAAN-KONTO TO AF-LAAN-KONTO.
       MOVE WS-KUNDE-ID TO AF-KUNDE-ID.
       MOVE WS-DAGS-DATO TO AF-DATO.
       MOVE WS-AARSAG TO AF-AARSAG.
       MOVE WS-AFSKRIV-BELOEB TO AF-AFSKREVET.
       MOVE 0 TO AF-INDDREVET.
       SET AF-HOS-INKASSO TO TRUE.
       MOVE WS-OPERATOER-ID TO AF-AFSKREVET-AF.
       WRITE AFSKRIVNING-POST.
       MOVE SPACES TO AFSKR-POST.
       MOVE WS-LAAN-KONTO TO AP-LAAN-KONTO.
       MOVE WS-DAGS-DATO TO AP-DATO.
       MOVE "A" TO AP-ART.
       MOVE WS-AFSKRIV-BELOEB TO AP-BELOEB.
       MOVE WS-OPERATOER-ID TO AP-REFERENCE.
       WRITE AFSKR-POST.

       SKRIV-OVERDRAGELSE.
       MOVE SPACES TO OVERDRAGELSE-POST.
       MOVE WS-LAAN-KONTO TO IO-LAAN-KONTO.
       MOVE WS-KUNDE-ID TO IO-KUNDE-ID.
       IF EJER-ER-FUNDET
           MOVE CPR-NUMMER IN MASTER-RECORD TO IO-CPR-NUMMER
           MOVE FULDT-NAVN TO IO-NAVN
           STRING
               FUNCTION TRIM(VEJNAVN IN MASTER-RECORD) " "
               FUNCTION TRIM(HUSNR IN MASTER-RECORD) " "
               FUNCTION TRIM(ETAGE IN MASTER-RECORD) " "
               FUNCTION TRIM(SIDE IN MASTER-RECORD)
               INTO IO-ADRESSE
           MOVE POSTNR IN MASTER-RECORD TO IO-POSTNR
           MOVE BYNAVN IN MASTER-RECORD TO IO-BYNAVN
           MOVE LANDE-KODE IN MASTER-RECORD TO IO-LANDE-KODE
           MOVE WS-TELEFON-KLAR TO IO-TELEFON
       ELSE
           DISPLAY "ADVARSEL: Kunden findes ikke i kundemasteren - "
               "overdragelsen mangler debitoroplysninger."
       END-IF.
       MOVE WS-AFSKRIV-BELOEB TO IO-BELOEB.
       MOVE WS-RESTANCE-SIDEN TO IO-RESTANCE-SIDEN.
       MOVE WS-DAGS-DATO TO IO-OVERDRAGET.
       WRITE OVERDRAGELSE-POST.

       SKRIV-SAGER-TILBAGE.
      * Restancesagerne skrives tilbage uden de afskrevne.
       OPEN OUTPUT STATUS-FIL.
       IF WS-STATUS-FIL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/RESTANCE-STATUS.txt tilbage, status="
               WS-STATUS-FIL-STATUS
       ELSE
           PERFORM VARYING SG-IDX FROM 1 BY 1
                   UNTIL SG-IDX > WS-SAG-ANTAL
               IF SGT-FJERNET(SG-IDX) NOT = "Y"
                   MOVE SGT-LINJE(SG-IDX) TO STATUS-RECORD
                   WRITE STATUS-RECORD
               END-IF
           END-PERFORM
           CLOSE STATUS-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
