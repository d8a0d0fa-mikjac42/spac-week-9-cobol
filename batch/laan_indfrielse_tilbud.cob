       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAAN-INDFRIELSE-TILBUD.

      * Indfrielsestilbud paa et laan. En operatoer fra
      * kreditafdelingen (rolle B) indtaster laanet og hvor mange
      * dage tilbuddet skal gaelde, og programmet regner det praecise
      * indfrielsesbeloeb:
      *  - restgaelden efter seneste opkraevede termin i
      *    files/YDELSESPLANER.txt (hovedstolen, naar ingen termin er
      *    opkraevet endnu - se files/LAAN-OPKRAEVET.txt), eller
      *    efter et ekstraordinaert afdrag registreret efter terminen
      *    (files/LAAN-OMLAEGNINGER.txt);
      *  - ubetalte ydelser i restance (files/RESTANCE-STATUS.txt);
      *  - paaloebne renter af restgaelden fra seneste opkraevede
      *    termins forfald (eller laanets startdato) til og med
      *    tilbuddets sidste gyldighedsdag, faktiske dage over 365
      *    som i batch/rente_tilskrivning.cob;
      *  - indfrielsesgebyret: en procentsats af restgaelden, dog
      *    mindst et minimumsgebyr, fra files/INDFRIELSE-KONFIG.txt.
      * Tilbuddet skrives som dateret brev med navn og
      * landekode-afhaengig adresseblok under brevhovedet for
      * kundens pengeinstitut (samme brevhoved som LAAN-RESTANCE)
      * til files/INDFRIELSESBREVE.txt og registreres med hele
      * beregningen i files/LAAN-INDFRIELSER.txt
      * (copybooks/INDFRI.cpy), hvorfra batch/laan_indfrielse.cob
      * bogfoerer indfrielsen, naar pengene er kommet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONFIG-FIL ASSIGN TO "files/INDFRIELSE-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PLAN-FIL ASSIGN TO "files/LAANEPLANER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT YDELSE-FIL ASSIGN TO "files/YDELSESPLANER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YDELSE-STATUS.

           SELECT OPKRAEVET-FIL ASSIGN TO "files/LAAN-OPKRAEVET.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPKRAEVET-STATUS.

           SELECT OMLAEG-FIL ASSIGN TO "files/LAAN-OMLAEGNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OMLAEG-STATUS.

           SELECT STATUS-FIL ASSIGN TO "files/RESTANCE-STATUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FIL-STATUS.

           SELECT AFSKRIVNING-FIL ASSIGN TO "files/AFSKRIVNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKRIVNING-STATUS.

           SELECT INDFRIELSE-FIL ASSIGN TO "files/LAAN-INDFRIELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDFRIELSE-STATUS.

           SELECT BREV-FIL ASSIGN TO "files/INDFRIELSESBREVE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREV-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * Samme layout som i batch/laan_opkraevning.cob.
       FD  OPKRAEVET-FIL.
       01  OPKRAEVET-POST.
           05 OK-KONTO-ID      PIC X(10).
           05 OK-TERMIN-NR     PIC 9(3).
           05 OK-DATO          PIC X(8).

       FD  OMLAEG-FIL.
       01  OMLAEG-POST.
           COPY "copybooks/LAANOML.cpy".

      * Samme layout som i batch/laan_restance.cob.
       FD  STATUS-FIL.
       01  STATUS-RECORD.
           05 RS-KONTO-ID      PIC X(10).
           05 RS-TERMINER      PIC 9(3).
           05 RS-NIVEAU        PIC 9(1).
           05 RS-FOERSTE-SET   PIC X(8).
           05 RS-SIDST-BREV    PIC X(8).
           05 RS-BELOEB        PIC 9(9)V99.

       FD  AFSKRIVNING-FIL.
       01  AFSKRIVNING-POST.
           COPY "copybooks/AFSKRIV.cpy".

       FD  INDFRIELSE-FIL.
       01  INDFRIELSE-POST.
           COPY "copybooks/INDFRI.cpy".

       FD  BREV-FIL.
       01  BREV-RECORD.
           05 BREV-TEKST       PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-PLAN-STATUS      PIC XX     VALUE "00".
       01  WS-YDELSE-STATUS    PIC XX     VALUE "00".
       01  WS-OPKRAEVET-STATUS PIC XX     VALUE "00".
       01  WS-OMLAEG-STATUS    PIC XX     VALUE "00".
       01  WS-STATUS-FIL-STATUS PIC XX    VALUE "00".
       01  WS-AFSKRIVNING-STATUS PIC XX   VALUE "00".
       01  WS-INDFRIELSE-STATUS PIC XX    VALUE "00".
       01  WS-BREV-STATUS      PIC XX     VALUE "00".

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
       01  WS-DAGS-DATO-NUM    PIC 9(8)   VALUE 0.

      * Opsaetningen; mangler en linje, gaelder standardvaerdien.
       01  WS-GEBYR-PCT        PIC 9(3)V99 VALUE 1,00.
       01  WS-MINIMUMSGEBYR    PIC 9(7)V99 VALUE 500,00.
       01  WS-STD-GYLDIGHED    PIC 9(3)   VALUE 14.
       01  WS-KONFIG-CIFRE     PIC 9(9)   VALUE 0.

      * Laanekontiene med ejer og status fra kontofilen
       01  WS-KONTO-ANTAL      PIC 9(4)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10)    VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10)    VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)     VALUE SPACES.
       01  WS-KONTO-IDX        PIC 9(4)   VALUE 0.

      * Laanene med aftalens data, seneste opkraevede termin og
      * restgaelden efter den, restancen og antal resterende
      * terminer i planen
       01  WS-LAAN-ANTAL       PIC 9(4)   VALUE 0.
       01  LAAN-TABEL.
           05  LAAN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY LN-IDX.
               10  LNT-KONTO-ID     PIC X(10)     VALUE SPACES.
               10  LNT-MODKONTO     PIC X(10)     VALUE SPACES.
               10  LNT-SATS         PIC 9(2)V9(4) VALUE 0.
               10  LNT-START-DATO   PIC X(8)      VALUE SPACES.
               10  LNT-SIDST-TERMIN PIC 9(3)      VALUE 0.
               10  LNT-SIDST-FORFALD PIC X(8)     VALUE SPACES.
               10  LNT-RESTGAELD    PIC 9(9)V99   VALUE 0.
               10  LNT-RESTANCE     PIC 9(9)V99   VALUE 0.
               10  LNT-REST-TERMINER PIC 9(3)     VALUE 0.
       01  WS-LAAN-IDX         PIC 9(4)   VALUE 0.

      * Afskrevne laan, som er overdraget til inkasso
       01  WS-AFSKREVET-ANTAL  PIC 9(4)   VALUE 0.
       01  AFSKREVET-TABEL.
           05  AFSKREVET-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY AS-IDX
                                 PIC X(10) VALUE SPACES.
       01  WS-AFSKREVET-FUNDET PIC X      VALUE "N".
           88  ER-AFSKREVET               VALUE "Y".

      * Laan der allerede er indfriet (status I eller L i registret)
       01  WS-INDFRIET-ANTAL   PIC 9(4)   VALUE 0.
       01  INDFRIET-TABEL.
           05  INDFRIET-ENTRY OCCURS 2000 TIMES
                                INDEXED BY IX-IDX
                                PIC X(10) VALUE SPACES.
       01  WS-INDFRIET-FUNDET  PIC X      VALUE "N".
           88  ER-INDFRIET                VALUE "Y".

      * Det tilbud der beregnes
       01  WS-LAAN-KONTO       PIC X(10)  VALUE SPACES.
       01  WS-KUNDE-ID         PIC X(10)  VALUE SPACES.
       01  WS-GYLDIG-DAGE      PIC 9(3)   VALUE 0.
       01  WS-GYLDIG-TIL       PIC 9(8)   VALUE 0.
       01  WS-RENTE-FRA        PIC 9(8)   VALUE 0.
       01  WS-RENTE-DAGE       PIC S9(5)  VALUE 0.
       01  WS-RESTGAELD        PIC 9(9)V99 VALUE 0.
       01  WS-RESTANCE         PIC 9(9)V99 VALUE 0.
       01  WS-RENTE            PIC 9(7)V99 VALUE 0.
       01  WS-GEBYR            PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.
       01  WS-EJER-FUNDET      PIC X      VALUE "N".
           88  EJER-ER-FUNDET             VALUE "Y".

      * Brevets beloebslinjer: tekst i kolonne 1-40, beloeb fra 41
       01  WS-BREV-LABEL       PIC X(40)  VALUE SPACES.
       01  WS-BREV-BELOEB      PIC 9(9)V99 VALUE 0.
       01  WS-BELOEB-EDIT      PIC -(9)9,99.
       01  WS-DAGE-EDIT        PIC ZZZZ9.

       01  WS-TILBUD-TAELLER   PIC 9(4)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DAGS-DATO-NUM.
       PERFORM INDLAES-KONFIG.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-LAANEPLANER.
       PERFORM INDLAES-OPKRAEVET.
       PERFORM INDLAES-YDELSESPLANER.
       PERFORM INDLAES-OMLAEGNINGER.
       PERFORM INDLAES-RESTANCER.
       PERFORM INDLAES-AFSKRIVNINGER.
       PERFORM INDLAES-INDFRIELSER.

       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.

       PERFORM AABN-UDFILER.
       PERFORM BEHANDL-LAAN UNTIL ER-FAERDIG.

       CLOSE INDFRIELSE-FIL.
       CLOSE BREV-FIL.
       IF WS-MASTER-STATUS = "00"
           CLOSE MASTER-FIL
       END-IF.
       DISPLAY "LAAN-INDFRIELSE-TILBUD: tilbud udskrevet="
           WS-TILBUD-TAELLER.
       STOP RUN.

       INDLAES-KONFIG.
      * Noegleord i kolonne 1-12, vaerdi fra kolonne 14.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS = "00"
           PERFORM UNTIL WS-KONFIG-STATUS NOT = "00"
               READ KONFIG-FIL INTO KONFIG-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM FORTOLK-KONFIG-LINJE
               END-READ
           END-PERFORM
           CLOSE KONFIG-FIL
       ELSE
           DISPLAY "ADVARSEL: files/INDFRIELSE-KONFIG.txt mangler - "
               "standardgebyr og -gyldighed bruges."
       END-IF.

       FORTOLK-KONFIG-LINJE.
       EVALUATE KF-NOEGLE
           WHEN "GEBYRPROCENT"
      *        Fem cifre med underforstaaede to decimaler
               IF KF-VAERDI(1:5) NUMERIC
                   MOVE KF-VAERDI(1:5) TO WS-KONFIG-CIFRE
                   COMPUTE WS-GEBYR-PCT = WS-KONFIG-CIFRE / 100
               END-IF
           WHEN "MINIMUMGEBYR"
      *        Ni cifre med underforstaaede to decimaler
               IF KF-VAERDI(1:9) NUMERIC
                   MOVE KF-VAERDI(1:9) TO WS-KONFIG-CIFRE
                   COMPUTE WS-MINIMUMSGEBYR = WS-KONFIG-CIFRE / 100
               END-IF
           WHEN "GYLDIGHED"
               IF KF-VAERDI(1:3) NUMERIC
                   MOVE KF-VAERDI(1:3) TO WS-STD-GYLDIGHED
               END-IF
       END-EVALUATE.

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
                           MOVE LP-MODKONTO TO LNT-MODKONTO(LN-IDX)
                           MOVE LP-SATS TO LNT-SATS(LN-IDX)
                           MOVE LP-START-DATO
                               TO LNT-START-DATO(LN-IDX)
                           MOVE LP-HOVEDSTOL TO LNT-RESTGAELD(LN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FIL
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

       INDLAES-OPKRAEVET.
      * Seneste opkraevede termin pr. laan.
       OPEN INPUT OPKRAEVET-FIL.
       IF WS-OPKRAEVET-STATUS = "00"
           PERFORM UNTIL WS-OPKRAEVET-STATUS NOT = "00"
               READ OPKRAEVET-FIL INTO OPKRAEVET-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OK-KONTO-ID TO WS-LAAN-KONTO
                       PERFORM FIND-LAAN
                       IF WS-LAAN-IDX > 0
                           SET LN-IDX TO WS-LAAN-IDX
                           IF OK-TERMIN-NR > LNT-SIDST-TERMIN(LN-IDX)
                               MOVE OK-TERMIN-NR
                                   TO LNT-SIDST-TERMIN(LN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPKRAEVET-FIL
       END-IF.

       INDLAES-YDELSESPLANER.
      * Restgaelden og forfaldet for den seneste opkraevede termin,
      * og hvor mange terminer planen har tilbage derefter.
       OPEN INPUT YDELSE-FIL.
       IF WS-YDELSE-STATUS = "00"
           PERFORM UNTIL WS-YDELSE-STATUS NOT = "00"
               READ YDELSE-FIL INTO YDELSE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE YP-KONTO-ID TO WS-LAAN-KONTO
                       PERFORM FIND-LAAN
                       IF WS-LAAN-IDX > 0
                           SET LN-IDX TO WS-LAAN-IDX
                           IF YP-TERMIN-NR = LNT-SIDST-TERMIN(LN-IDX)
                               MOVE YP-FORFALD
                                   TO LNT-SIDST-FORFALD(LN-IDX)
                               MOVE YP-RESTGAELD
                                   TO LNT-RESTGAELD(LN-IDX)
                           END-IF
                           IF YP-TERMIN-NR > LNT-SIDST-TERMIN(LN-IDX)
                               ADD 1 TO LNT-REST-TERMINER(LN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YDELSE-FIL
       END-IF.

       INDLAES-RESTANCER.
       OPEN INPUT STATUS-FIL.
       IF WS-STATUS-FIL-STATUS = "00"
           PERFORM UNTIL WS-STATUS-FIL-STATUS NOT = "00"
               READ STATUS-FIL INTO STATUS-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RS-KONTO-ID TO WS-LAAN-KONTO
                       PERFORM FIND-LAAN
                       IF WS-LAAN-IDX > 0 AND RS-BELOEB NUMERIC
                           MOVE RS-BELOEB
                               TO LNT-RESTANCE(WS-LAAN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-FIL
       END-IF.

       INDLAES-OMLAEGNINGER.
      * Et ekstraordinaert afdrag efter den seneste opkraevede termin
      * staar ikke i planens raekke for terminen - restgaelden tages
      * da fra den seneste omlaegning efter terminen.
       OPEN INPUT OMLAEG-FIL.
       IF WS-OMLAEG-STATUS = "00"
           PERFORM UNTIL WS-OMLAEG-STATUS NOT = "00"
               READ OMLAEG-FIL INTO OMLAEG-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OL-LAAN-KONTO TO WS-LAAN-KONTO
                       PERFORM FIND-LAAN
                       IF WS-LAAN-IDX > 0
                           SET LN-IDX TO WS-LAAN-IDX
                           IF OL-EFTER-TERMIN
                                   = LNT-SIDST-TERMIN(LN-IDX)
                               MOVE OL-RESTGAELD
                                   TO LNT-RESTGAELD(LN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OMLAEG-FIL
       END-IF.

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

       INDLAES-INDFRIELSER.
       OPEN INPUT INDFRIELSE-FIL.
       IF WS-INDFRIELSE-STATUS = "00"
           PERFORM UNTIL WS-INDFRIELSE-STATUS NOT = "00"
               READ INDFRIELSE-FIL INTO INDFRIELSE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (FR-ER-INDFRIET OR FR-ER-LUKKET)
                               AND WS-INDFRIET-ANTAL < 2000
                           ADD 1 TO WS-INDFRIET-ANTAL
                           MOVE FR-LAAN-KONTO
                               TO INDFRIET-ENTRY(WS-INDFRIET-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDFRIELSE-FIL
       END-IF.

       KONTROLLER-INDFRIET.
       SET WS-INDFRIET-FUNDET TO "N".
       SET IX-IDX TO 1.
       IF WS-INDFRIET-ANTAL > 0
           SEARCH INDFRIET-ENTRY
               AT END
                   SET WS-INDFRIET-FUNDET TO "N"
               WHEN INDFRIET-ENTRY(IX-IDX) = WS-LAAN-KONTO
                   SET WS-INDFRIET-FUNDET TO "Y"
           END-SEARCH
       END-IF.

       AABN-UDFILER.
       OPEN EXTEND INDFRIELSE-FIL.
       IF WS-INDFRIELSE-STATUS = "35"
           OPEN OUTPUT INDFRIELSE-FIL
       END-IF.
       OPEN EXTEND BREV-FIL.
       IF WS-BREV-STATUS = "35"
           OPEN OUTPUT BREV-FIL
       END-IF.
       IF WS-INDFRIELSE-STATUS NOT = "00"
               OR WS-BREV-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne indfrielsesregistret eller "
               "brevfilen, status=" WS-INDFRIELSE-STATUS "/"
               WS-BREV-STATUS
           STOP RUN
       END-IF.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne kundemasteren, "
               "status=" WS-MASTER-STATUS
               " - brevene faar ingen navn og adresse."
       END-IF.

       BEHANDL-LAAN.
       DISPLAY "-----------------------------------".
       DISPLAY "Laan der skal indfries (blank = afslut): "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-LAAN-KONTO.
       ACCEPT WS-LAAN-KONTO.
       IF WS-LAAN-KONTO = SPACES
           SET ER-FAERDIG TO TRUE
       ELSE
           PERFORM FIND-KONTO
           PERFORM FIND-LAAN
           PERFORM KONTROLLER-AFSKREVET
           PERFORM KONTROLLER-INDFRIET
           EVALUATE TRUE
               WHEN WS-KONTO-IDX = 0
                   DISPLAY "FEJL: " WS-LAAN-KONTO
                       " er ikke en laanekonto."
               WHEN KOT-KONTO-STATUS(WS-KONTO-IDX) = "C"
                   DISPLAY "FEJL: Laanekontoen er lukket."
               WHEN WS-LAAN-IDX = 0
                   DISPLAY "FEJL: Laanet har ingen laaneplan."
               WHEN ER-AFSKREVET
                   DISPLAY "FEJL: Laanet er afskrevet og hos inkasso."
               WHEN ER-INDFRIET
                   DISPLAY "FEJL: Laanet er allerede indfriet."
               WHEN OTHER
                   PERFORM BEREGN-TILBUD
                   PERFORM VIS-TILBUD
                   IF WS-TOTAL = 0 OR WS-TOTAL > 9999999,99
                       DISPLAY "FEJL: Beloebet kan ikke indfries "
                           "her - kontakt bogholderiet."
                   ELSE
                       DISPLAY "Udskriv indfrielsestilbud (J/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-VALG
                       IF WS-VALG = "J" OR WS-VALG = "j"
                           PERFORM SKRIV-TILBUD
                       ELSE
                           DISPLAY "Intet tilbud udskrevet."
                       END-IF
                   END-IF
           END-EVALUATE
       END-IF.

       BEREGN-TILBUD.
      * Tilbuddet gaelder til og med dags dato plus gyldigheden;
      * renten regnes til og med den dag, saa beloebet daekker
      * enhver betaling inden for gyldigheden.
       MOVE KOT-KUNDE-ID(WS-KONTO-IDX) TO WS-KUNDE-ID.
       SET LN-IDX TO WS-LAAN-IDX.
       DISPLAY "Tilbuddets gyldighed i dage (blank = "
           WS-STD-GYLDIGHED "): " WITH NO ADVANCING.
       MOVE 0 TO WS-GYLDIG-DAGE.
       ACCEPT WS-GYLDIG-DAGE.
       IF WS-GYLDIG-DAGE = 0
           MOVE WS-STD-GYLDIGHED TO WS-GYLDIG-DAGE
       END-IF.
       COMPUTE WS-GYLDIG-TIL = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-DAGS-DATO-NUM)
           + WS-GYLDIG-DAGE).
       IF LNT-SIDST-FORFALD(LN-IDX) NUMERIC
           MOVE LNT-SIDST-FORFALD(LN-IDX) TO WS-RENTE-FRA
       ELSE
           MOVE LNT-START-DATO(LN-IDX) TO WS-RENTE-FRA
       END-IF.
       COMPUTE WS-RENTE-DAGE =
           FUNCTION INTEGER-OF-DATE(WS-GYLDIG-TIL)
           - FUNCTION INTEGER-OF-DATE(WS-RENTE-FRA).
       IF WS-RENTE-DAGE < 0
           MOVE 0 TO WS-RENTE-DAGE
       END-IF.
       MOVE LNT-RESTGAELD(LN-IDX) TO WS-RESTGAELD.
       MOVE LNT-RESTANCE(LN-IDX) TO WS-RESTANCE.
       COMPUTE WS-RENTE ROUNDED = WS-RESTGAELD * LNT-SATS(LN-IDX)
           / 100 * WS-RENTE-DAGE / 365.
       MOVE 0 TO WS-GEBYR.
       IF WS-RESTGAELD > 0
           COMPUTE WS-GEBYR ROUNDED
               = WS-RESTGAELD * WS-GEBYR-PCT / 100
           IF WS-GEBYR < WS-MINIMUMSGEBYR
               MOVE WS-MINIMUMSGEBYR TO WS-GEBYR
           END-IF
       END-IF.
       COMPUTE WS-TOTAL = WS-RESTGAELD + WS-RESTANCE + WS-RENTE
           + WS-GEBYR.

       VIS-TILBUD.
       PERFORM FIND-DEBITOR.
       DISPLAY "-----------------------------------".
       DISPLAY "Laan " WS-LAAN-KONTO " KUNDE=" WS-KUNDE-ID " "
           FUNCTION TRIM(FULDT-NAVN).
       DISPLAY "  SENESTE OPKRAEVEDE TERMIN " LNT-SIDST-TERMIN(LN-IDX)
           ", " LNT-REST-TERMINER(LN-IDX) " TERMIN(ER) TILBAGE".
       MOVE WS-RESTGAELD TO WS-BELOEB-EDIT.
       DISPLAY "  RESTGAELD        " WS-BELOEB-EDIT.
       MOVE WS-RESTANCE TO WS-BELOEB-EDIT.
       DISPLAY "  RESTANCE         " WS-BELOEB-EDIT.
       MOVE WS-RENTE TO WS-BELOEB-EDIT.
       MOVE WS-RENTE-DAGE TO WS-DAGE-EDIT.
       DISPLAY "  RENTE            " WS-BELOEB-EDIT " ("
           FUNCTION TRIM(WS-DAGE-EDIT) " DAGE)".
       MOVE WS-GEBYR TO WS-BELOEB-EDIT.
       DISPLAY "  GEBYR            " WS-BELOEB-EDIT.
       MOVE WS-TOTAL TO WS-BELOEB-EDIT.
       DISPLAY "  I ALT            " WS-BELOEB-EDIT
           "  GYLDIG TIL " WS-GYLDIG-TIL.

       FIND-DEBITOR.
       MOVE "N" TO WS-EJER-FUNDET.
       MOVE SPACES TO FULDT-NAVN.
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
           END-READ
       END-IF.

       SKRIV-TILBUD.
       ADD 1 TO WS-TILBUD-TAELLER.
       PERFORM SKRIV-TILBUDSBREV.
       MOVE SPACES TO INDFRIELSE-POST.
       MOVE WS-LAAN-KONTO TO FR-LAAN-KONTO.
       MOVE WS-KUNDE-ID TO FR-KUNDE-ID.
       MOVE WS-DAGS-DATO TO FR-TILBUD-DATO.
       MOVE WS-GYLDIG-TIL TO FR-GYLDIG-TIL.
       MOVE LNT-SIDST-TERMIN(LN-IDX) TO FR-SIDST-TERMIN.
       MOVE WS-RESTGAELD TO FR-RESTGAELD.
       MOVE WS-RESTANCE TO FR-RESTANCE.
       MOVE WS-RENTE TO FR-RENTE.
       MOVE WS-GEBYR TO FR-GEBYR.
       MOVE WS-TOTAL TO FR-TOTAL.
       SET FR-ER-TILBUD TO TRUE.
       MOVE WS-OPERATOER-ID TO FR-OPRETTET-AF.
       WRITE INDFRIELSE-POST.
       DISPLAY "Indfrielsestilbud udskrevet, gyldigt til og med "
           WS-GYLDIG-TIL ".".

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

       SKRIV-TILBUDSBREV.
      * Brevhoved som LAAN-RESTANCE: navn, landekode-afhaengig
      * adresseblok, blank linje, derefter tilbuddet med et beloeb
      * pr. bestanddel. Ukendt ejer: hovedinstituttets brevhoved.
       IF NOT EJER-ER-FUNDET
           MOVE SPACES TO PENGEINSTITUT IN MASTER-RECORD
       END-IF.
       PERFORM SKRIV-INSTITUT-HOVED.
       MOVE SPACES TO BREV-TEKST.
       IF EJER-ER-FUNDET
           MOVE FULDT-NAVN TO BREV-TEKST
       ELSE
           STRING "(UKENDT EJER AF LAAN "
               WS-LAAN-KONTO ")" INTO BREV-TEKST
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
       MOVE SPACES TO BREV-TEKST.
       STRING "INDFRIELSESTILBUD VEDR. LAAN "
           FUNCTION TRIM(WS-LAAN-KONTO)
           " - DATERET " WS-DAGS-DATO
           INTO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO WS-BREV-LABEL.
       STRING "RESTGAELD EFTER TERMIN "
           LNT-SIDST-TERMIN(LN-IDX) INTO WS-BREV-LABEL.
       MOVE WS-RESTGAELD TO WS-BREV-BELOEB.
       PERFORM SKRIV-BELOEBSLINJE.
       IF WS-RESTANCE > 0
           MOVE "UBETALTE YDELSER I RESTANCE" TO WS-BREV-LABEL
           MOVE WS-RESTANCE TO WS-BREV-BELOEB
           PERFORM SKRIV-BELOEBSLINJE
       END-IF.
       MOVE WS-RENTE-DAGE TO WS-DAGE-EDIT.
       MOVE SPACES TO WS-BREV-LABEL.
       STRING "RENTE " WS-RENTE-FRA "-" WS-GYLDIG-TIL " ("
           FUNCTION TRIM(WS-DAGE-EDIT) " DAGE)"
           INTO WS-BREV-LABEL.
       MOVE WS-RENTE TO WS-BREV-BELOEB.
       PERFORM SKRIV-BELOEBSLINJE.
       MOVE "INDFRIELSESGEBYR" TO WS-BREV-LABEL.
       MOVE WS-GEBYR TO WS-BREV-BELOEB.
       PERFORM SKRIV-BELOEBSLINJE.
       MOVE "I ALT AT BETALE" TO WS-BREV-LABEL.
       MOVE WS-TOTAL TO WS-BREV-BELOEB.
       PERFORM SKRIV-BELOEBSLINJE.
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       STRING "BELOEBET GAELDER VED BETALING SENEST "
           WS-GYLDIG-TIL ". DEREFTER SKAL DER BEDES OM ET NYT TILBUD."
           INTO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       STRING "BELOEBET HAEVES PAA KONTO "
           FUNCTION TRIM(LNT-MODKONTO(LN-IDX))
           ", NAAR DE HAR GODKENDT INDFRIELSEN."
           INTO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       MOVE "------------------------------------" TO BREV-TEKST.
       WRITE BREV-RECORD.

       SKRIV-BELOEBSLINJE.
       MOVE WS-BREV-BELOEB TO WS-BELOEB-EDIT.
       MOVE SPACES TO BREV-TEKST.
       MOVE WS-BREV-LABEL TO BREV-TEKST(1:40).
       MOVE WS-BELOEB-EDIT TO BREV-TEKST(41:13).
       WRITE BREV-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
