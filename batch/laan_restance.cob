      * med rykkergebyr fra anden linje i files/GEBYRSATSER.txt,
      * debiteret modkontoen via posteringsfilen). Brevene flettes
      * med navn og landekode-afhaengig adresseblok som
      * VELKOMSTBREV og skrives paa kundens korrespondancesprog
      * (dansk eller engelsk, med beloeb paa sprogets form - se
      * shared/brev_sprog.cob) til files/RYKKERBREVE.txt under
      * brevhovedet for kundens pengeinstitut (BREVHOVED-FORMAT);
      * kurerede laan lukkes ud af statusfilen med en rapportlinje.
      * Sagen baerer ogsaa det samlede restancebeloeb, som
      * LAAN-AFSKRIVNING bruger, naar en sag efter sidste rykker
      * afskrives og gives til inkasso; afskrevne laan
      * (files/AFSKRIVNINGER.txt) overvaages ikke mere, og det goer
      * indfriede laan (files/LAAN-INDFRIELSER.txt) heller ikke -
      * en restance er betalt med indfrielsesbeloebet, og sagen
      * lukkes ud.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FIL-STATUS.

           SELECT AFSKRIVNING-FIL ASSIGN TO "files/AFSKRIVNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKRIVNING-STATUS.

           SELECT INDFRIELSE-FIL ASSIGN TO "files/LAAN-INDFRIELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDFRIELSE-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.
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

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-STATUS-FIL-STATUS PIC XX    VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-AFSKRIVNING-STATUS PIC XX   VALUE "00".
       01  WS-INDFRIELSE-STATUS PIC XX    VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-GEBYRSATS-STATUS PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-FRITAGELSE-STATUS PIC XX    VALUE "00".
       01  WS-FRITAGET-RAP-STATUS PIC XX  VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "LAAN-RESTANCE".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
               10  SGT-FOERSTE-SET PIC X(8)  VALUE SPACES.
               10  SGT-SIDST-BREV  PIC X(8)  VALUE SPACES.
               10  SGT-SET-I-DAG   PIC X     VALUE "N".
               10  SGT-BELOEB      PIC 9(9)V99 VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(3)   VALUE 0.

      * Afskrevne laan, som er overdraget til inkasso, og indfriede
      * laan
       01  WS-AFSKREVET-ANTAL  PIC 9(4)   VALUE 0.
       01  AFSKREVET-TABEL.
           05  AFSKREVET-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY AS-IDX
                                 PIC X(10) VALUE SPACES.
       01  WS-AFSKREVET-FUNDET PIC X      VALUE "N".
           88  ER-AFSKREVET               VALUE "Y".

      * Aktive gebyrfritagelser pr. kunde eller konto
       01  WS-FRITAG-ANTAL     PIC 9(3)   VALUE 0.
       01  FRITAGELSE-TABEL.
      * Ejeropslag til brevfletningen
       01  WS-LAAN-KUNDE-ID    PIC X(10)  VALUE SPACES.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.
       01  WS-EJER-FUNDET      PIC X      VALUE "N".
           88  EJER-ER-FUNDET             VALUE "Y".

       01  WS-GEBYR-EDIT       PIC -(6)9,99.
       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-NIVEAU-TEKST     PIC X(16)  VALUE SPACES.

      * Laanejerens korrespondancesprog - ukendte ejere faar brevet
      * paa dansk.
       01  WS-SPROG            PIC X      VALUE "D".
           88  SPROG-ER-ENGELSK           VALUE "E".
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.

       01  WS-BREV-TAELLER     PIC 9(5)   VALUE 0.
       01  WS-KUREREDE-TAELLER PIC 9(5)   VALUE 0.

      * Historiklinjens transaktionskode - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "LAAN-RESTANCE".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

      * Tilmelding af hvert brev til den natlige printspool - se
      * shared/print_spool_tilmeld.cob.
       01  WS-PRINT-DOK-TYPE   PIC X(4)   VALUE "RYKK".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-RYKKERGEBYR.
       PERFORM INDLAES-FRITAGELSER.
       PERFORM INDLAES-AFSKRIVNINGER.
       PERFORM INDLAES-INDFRIELSER.
       PERFORM INDLAES-BOGFOERTE-YDELSER.
       PERFORM FIND-DAGENS-RESTANCER.
       PERFORM INDLAES-SAGER.
       PERFORM BEHANDL-SAG
           VARYING SG-IDX FROM 1 BY 1
           UNTIL SG-IDX > WS-SAG-ANTAL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE BREV-FIL.
       PERFORM SKRIV-SAGER-TILBAGE.
           CLOSE FRITAGELSE-FIL
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

       INDLAES-INDFRIELSER.
      * Indfriede laan (status I eller L) springes over paa samme
      * maade som de afskrevne.
       OPEN INPUT INDFRIELSE-FIL.
       IF WS-INDFRIELSE-STATUS = "00"
           PERFORM UNTIL WS-INDFRIELSE-STATUS NOT = "00"
               READ INDFRIELSE-FIL INTO INDFRIELSE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (FR-ER-INDFRIET OR FR-ER-LUKKET)
                               AND WS-AFSKREVET-ANTAL < 2000
                           ADD 1 TO WS-AFSKREVET-ANTAL
                           MOVE FR-LAAN-KONTO
                               TO AFSKREVET-ENTRY(WS-AFSKREVET-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDFRIELSE-FIL
       END-IF.

       KONTROLLER-AFSKREVET.
       SET WS-AFSKREVET-FUNDET TO "N".
       SET AS-IDX TO 1.
       IF WS-AFSKREVET-ANTAL > 0
           SEARCH AFSKREVET-ENTRY
               AT END
                   SET WS-AFSKREVET-FUNDET TO "N"
               WHEN AFSKREVET-ENTRY(AS-IDX) = YP-KONTO-ID
                   SET WS-AFSKREVET-FUNDET TO "Y"
           END-SEARCH
       END-IF.

       KONTROLLER-FRITAGELSE.
      * Fritaget naar laanets ejer (kunde) eller selve laanekontoen
      * staar i registret.
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM KLASSIFICER-HISTORIKLINJE
                       IF TK-GL-KATEGORI IN WS-TRANSKODE = "YDELSE"
                               AND HI-DK = "K"
                               AND WS-BOGFOERT-ANTAL < 5000
                           ADD 1 TO WS-BOGFOERT-ANTAL

       FIND-DAGENS-RESTANCER.
      * En termin er i restance naar dens forfaldsdato er passeret
      * og dens kreditben ikke findes i historikken. Et afskrevet
      * laan er hos inkasso og springes over.
       OPEN INPUT YDELSE-FIL.
       IF WS-YDELSE-STATUS NOT = "00"
           DISPLAY "LAAN-RESTANCE: ingen ydelsesplaner fundet - "
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF YP-FORFALD < WS-DAGS-DATO
                       PERFORM KONTROLLER-AFSKREVET
                   END-IF
                   IF YP-FORFALD < WS-DAGS-DATO AND NOT ER-AFSKREVET
                       MOVE YP-TERMIN-NR TO WS-TERMIN-TEKST
                       PERFORM KONTROLLER-BETALT
                       IF NOT TERMIN-ER-BETALT
                   MOVE WS-DAGS-DATO TO SGT-FOERSTE-SET(SG-IDX)
                   MOVE SPACES TO SGT-SIDST-BREV(SG-IDX)
                   MOVE "Y" TO SGT-SET-I-DAG(SG-IDX)
                   MOVE RET-BELOEB(RE-IDX) TO SGT-BELOEB(SG-IDX)
               END-IF
           ELSE
               SET SG-IDX TO WS-FUNDET-IDX
               MOVE RET-TERMINER(RE-IDX) TO SGT-TERMINER(SG-IDX)
               MOVE "Y" TO SGT-SET-I-DAG(SG-IDX)
               MOVE RET-BELOEB(RE-IDX) TO SGT-BELOEB(SG-IDX)
           END-IF
       END-PERFORM.

               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne kundemasteren, "
      * kundemasteren.
       SET WS-EJER-FUNDET TO "N".
       MOVE SPACES TO WS-LAAN-KUNDE-ID FULDT-NAVN.
       MOVE "D" TO WS-SPROG.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
                   CALL "KUNDE-NAVN-FORMAT" USING
                       FORNAVN IN MASTER-RECORD
                       EFTERNAVN IN MASTER-RECORD FULDT-NAVN
                   MOVE SPROG IN MASTER-RECORD TO WS-SPROG
                   MOVE LANDE-KODE IN MASTER-RECORD
                       TO WS-SPROG-TEKST
                   MOVE "SPRG" TO WS-SPROG-FUNKTION
                   CALL "BREV-SPROG" USING WS-SPROG-FUNKTION
                       WS-SPROG WS-SPROG-TEKST
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

       SKRIV-RYKKERBREV.
      * Brevhoved som VELKOMSTBREV: navn, landekode-afhaengig
      * adresseblok, blank linje, derefter niveauteksten og
      * restancens stoerrelse.
       ADD 1 TO WS-BREV-TAELLER.
       PERFORM FIND-LAANEJER.
       CALL "PRINT-SPOOL-TILMELD" USING WS-PRINT-DOK-TYPE
           WS-LAAN-KUNDE-ID.
       EVALUATE TRUE
           WHEN SGT-NIVEAU(SG-IDX) = 1 AND SPROG-ER-ENGELSK
               MOVE "PAYMENT REMINDER" TO WS-NIVEAU-TEKST
           WHEN SGT-NIVEAU(SG-IDX) = 1
               MOVE "PAAMINDELSE" TO WS-NIVEAU-TEKST
           WHEN SGT-NIVEAU(SG-IDX) = 2 AND SPROG-ER-ENGELSK
               MOVE "REMINDER 1" TO WS-NIVEAU-TEKST
           WHEN SGT-NIVEAU(SG-IDX) = 2
               MOVE "RYKKER 1" TO WS-NIVEAU-TEKST
           WHEN SPROG-ER-ENGELSK
               MOVE "REMINDER 2" TO WS-NIVEAU-TEKST
           WHEN OTHER
               MOVE "RYKKER 2" TO WS-NIVEAU-TEKST
       END-EVALUATE.
      * Ukendt ejer: hovedinstituttets brevhoved.
       IF NOT EJER-ER-FUNDET
           MOVE SPACES TO PENGEINSTITUT IN MASTER-RECORD
       END-IF.
       PERFORM SKRIV-INSTITUT-HOVED.
       MOVE SPACES TO BREV-TEKST.
       IF EJER-ER-FUNDET
           MOVE FULDT-NAVN TO BREV-TEKST
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.
       PERFORM FIND-RESTANCE-BELOEB.
       MOVE WS-BELOEB-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE SPACES TO BREV-TEKST.
       IF SPROG-ER-ENGELSK
           STRING FUNCTION TRIM(WS-NIVEAU-TEKST) " RE LOAN "
               FUNCTION TRIM(SGT-KONTO-ID(SG-IDX))
               ": " SGT-TERMINER(SG-IDX)
               " INSTALMENT(S) IN ARREARS, TOTAL "
               FUNCTION TRIM(WS-SPROG-TEKST)
               INTO BREV-TEKST
       ELSE
           STRING FUNCTION TRIM(WS-NIVEAU-TEKST) " VEDR. LAAN "
               FUNCTION TRIM(SGT-KONTO-ID(SG-IDX))
               ": " SGT-TERMINER(SG-IDX)
               " TERMIN(ER) I RESTANCE, I ALT "
               FUNCTION TRIM(WS-SPROG-TEKST)
               INTO BREV-TEKST
       END-IF.
       WRITE BREV-RECORD.
       IF SGT-NIVEAU(SG-IDX) > 1 AND WS-RYKKERGEBYR > 0
           MOVE WS-RYKKERGEBYR TO WS-GEBYR-EDIT
           MOVE WS-GEBYR-EDIT TO WS-SPROG-TEKST
           PERFORM FORMATER-BELOEB
           MOVE SPACES TO BREV-TEKST
           IF SPROG-ER-ENGELSK
               STRING "A REMINDER FEE OF "
                   FUNCTION TRIM(WS-SPROG-TEKST)
                   " WILL BE CHARGED TO YOUR ACCOUNT."
                   INTO BREV-TEKST
           ELSE
               STRING "RYKKERGEBYR "
                   FUNCTION TRIM(WS-SPROG-TEKST)
                   " DEBITERES DERES KONTO."
                   INTO BREV-TEKST
           END-IF
           WRITE BREV-RECORD
       END-IF.
       MOVE SPACES TO BREV-TEKST.
       MOVE "------------------------------------" TO BREV-TEKST.
       WRITE BREV-RECORD.

       FORMATER-BELOEB.
      * Det redigerede beloeb i WS-SPROG-TEKST skrives om efter
      * sproget (decimalkomma eller -punktum).
       MOVE "BELB" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.

       FIND-RESTANCE-BELOEB.
       MOVE 0 TO WS-BELOEB-EDIT.
       PERFORM VARYING RE-IDX FROM 1 BY 1
               MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB
               MOVE "D" TO PO-DK
               MOVE "RYKKERGEBYR" TO PO-TEKST
               MOVE "RGEB" TO PO-TRANSKODE
               MOVE WS-DAGS-DATO TO PO-VALOER-DATO
               PERFORM SKRIV-POSTERING-I-BATCH
               PERFORM SKRIV-GEBYRLOG
           END-IF
       END-PERFORM.
                   MOVE SGT-NIVEAU(SG-IDX) TO RS-NIVEAU
                   MOVE SGT-FOERSTE-SET(SG-IDX) TO RS-FOERSTE-SET
                   MOVE SGT-SIDST-BREV(SG-IDX) TO RS-SIDST-BREV
                   MOVE SGT-BELOEB(SG-IDX) TO RS-BELOEB
                   WRITE STATUS-RECORD
               END-IF
           END-PERFORM
           CLOSE STATUS-FIL
       END-IF.

       KLASSIFICER-HISTORIKLINJE.
       CALL "TRANSKODE-OPSLAG" USING HI-TRANSKODE HI-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
