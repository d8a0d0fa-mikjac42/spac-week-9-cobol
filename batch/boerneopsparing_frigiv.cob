       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOERNEOPSPARING-FRIGIV.

      * Frigivelse af boerneopsparinger ved maanedsafslutningen:
      * konti i files/BOERNEOPSPARING.txt (copybooks/BOERNOPS.cpy)
      * hvis ejer har naaet den aftalte frigivelsesalder (laasedatoen
      * er naaet), frigives - status A -> F, saa posteringsmotoren
      * holder op med at laase kontoen og begraense indskuddene.
      * Ejeren er nu myndig, saa de fuldmagter foraeldrene som
      * vaerger har haft paa ejerens konti (files/FULDMAGTER.txt),
      * tilbagekaldes og journalfoeres i files/FULDMAGT-JOURNAL.txt
      * som ved FULDMAGT-VEDLIGEHOLD. Ejeren faar et dateret brev med
      * navn og adresseblok under brevhovedet for kundens
      * pengeinstitut (samme brevhoved som LAAN-RESTANCE) i
      * files/BOERNEOPSPARING-BREVE.txt. Posteringsmotoren frigiver
      * selv kontoen paa laasedatoen; dette trin rydder op og
      * underretter kunden.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOERN-FIL ASSIGN TO "files/BOERNEOPSPARING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOERN-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT FULDMAGT-FIL ASSIGN TO "files/FULDMAGTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULDMAGT-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/FULDMAGT-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BREV-FIL
               ASSIGN TO "files/BOERNEOPSPARING-BREVE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOERN-FIL.
       01  BOERN-POST.
           COPY "copybooks/BOERNOPS.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

      * Samme layout som i batch/fuldmagt_vedligehold.cob.
       FD  FULDMAGT-FIL.
       01  FULDMAGT-POST.
           05 FM-FULDMAEGTIG   PIC X(10).
           05 FM-KONTO-ID      PIC X(10).
           05 FM-OMFANG        PIC X(1).
           05 FM-GRAENSE       PIC 9(7)V99.
           05 FM-UDLOEB        PIC X(8).

       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 JO-TIDSSTEMPEL   PIC X(14).
           05 JO-OPERATION     PIC X(8).
           05 JO-LINJE         PIC X(40).
           05 JO-OPERATOER     PIC X(10).

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  BREV-FIL.
       01  BREV-RECORD.
           05 BREV-TEKST       PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-BOERN-STATUS     PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-FULDMAGT-STATUS  PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-BREV-STATUS      PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Registret holdes i hukommelsen og skrives samlet tilbage med
      * de frigivne markeret F.
       01  WS-BOERN-ANTAL      PIC 9(3)   VALUE 0.
       01  BOERN-TABEL.
           05  BOERN-ENTRY OCCURS 500 TIMES
                              INDEXED BY BO-IDX
                              PIC X(90).

      * Kontofilen til opslag af ejer, saldo og valuta - og af
      * ejerens oevrige konti, som fuldmagterne kan staa paa.
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10)    VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10)    VALUE SPACES.
               10  KOT-BALANCE       PIC S9(7)V99 VALUE 0.
               10  KOT-VALUTA-KD     PIC X(3)     VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)     VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.

      * Fuldmagtsregistret, skrives tilbage uden de tilbagekaldte.
       01  WS-FM-ANTAL         PIC 9(3)   VALUE 0.
       01  FM-TABEL.
           05  FM-ENTRY OCCURS 200 TIMES
                          INDEXED BY FM-IDX.
               10  FMT-FULDMAEGTIG PIC X(10)   VALUE SPACES.
               10  FMT-KONTO-ID    PIC X(10)   VALUE SPACES.
               10  FMT-OMFANG      PIC X(1)    VALUE SPACES.
               10  FMT-GRAENSE     PIC 9(7)V99 VALUE 0.
               10  FMT-UDLOEB      PIC X(8)    VALUE SPACES.
               10  FMT-SLETTET     PIC X(1)    VALUE "N".
       01  WS-FM-AENDRET       PIC X      VALUE "N".
           88  FM-ER-AENDRET              VALUE "Y".

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-EJER-ID          PIC X(10)  VALUE SPACES.
       01  WS-EJER-FUNDET      PIC X      VALUE "N".
           88  EJER-ER-FUNDET             VALUE "Y".
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.
       01  WS-TILBAGEKALDT     PIC 9(3)   VALUE 0.
       01  WS-SALDO-EDIT       PIC -(7)9,99.
       01  WS-ANTAL-EDIT       PIC ZZ9.
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".

       01  WS-FRIGIVET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-FM-TAELLER       PIC 9(5)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "BOERNEOPSP-FRIGIV".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM INDLAES-BOERNEOPSPARINGER.
       IF WS-BOERN-ANTAL = 0
           DISPLAY "BOERNEOPSPARING-FRIGIV: ingen boerneopsparinger "
               "registreret."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-FULDMAGTER.

       OPEN EXTEND BREV-FIL.
       IF WS-BREV-STATUS = "35"
           OPEN OUTPUT BREV-FIL
       END-IF.
       IF WS-BREV-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/BOERNEOPSPARING-BREVE.txt, status="
               WS-BREV-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne kundemasteren, "
               "status=" WS-MASTER-STATUS
               " - brevene faar ingen navn og adresse."
       END-IF.

       PERFORM BEHANDL-BOERNEOPSPARING
           VARYING BO-IDX FROM 1 BY 1
           UNTIL BO-IDX > WS-BOERN-ANTAL.

       CLOSE BREV-FIL.
       IF WS-MASTER-STATUS = "00"
           CLOSE MASTER-FIL
       END-IF.
       IF FM-ER-AENDRET
           PERFORM SKRIV-FULDMAGTER-TILBAGE
       END-IF.
       IF ER-AENDRET
           PERFORM SKRIV-BOERN-TILBAGE
       END-IF.

       DISPLAY "BOERNEOPSPARING-FRIGIV: frigivet="
           WS-FRIGIVET-TAELLER " fuldmagter tilbagekaldt="
           WS-FM-TAELLER.
       MOVE WS-FRIGIVET-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       INDLAES-BOERNEOPSPARINGER.
       OPEN INPUT BOERN-FIL.
       IF WS-BOERN-STATUS = "00"
           PERFORM UNTIL WS-BOERN-STATUS NOT = "00"
               READ BOERN-FIL INTO BOERN-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BO-KONTO-ID NOT = SPACES
                               AND WS-BOERN-ANTAL < 500
                           ADD 1 TO WS-BOERN-ANTAL
                           MOVE BOERN-POST
                               TO BOERN-ENTRY(WS-BOERN-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOERN-FIL
       END-IF.

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-KONTO-ANTAL
                   IF WS-KONTO-ANTAL > 2000
                       DISPLAY "FEJL: Flere end 2000 konti i "
                           "KontoOpl.txt, kontotabellen er for "
                           "lille."
                       MOVE "FEJL" TO WS-NOTIF-STATUS
                       CALL "KOERSEL-NOTIFIKATION" USING
                           WS-NOTIF-PROGRAM WS-NOTIF-STATUS
                           WS-NOTIF-ANTAL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET KO-IDX TO WS-KONTO-ANTAL
                   MOVE KONTO-ID IN KONTO-RECORD
                       TO KOT-KONTO-ID(KO-IDX)
                   MOVE KUNDE-ID IN KONTO-RECORD
                       TO KOT-KUNDE-ID(KO-IDX)
                   MOVE BALANCE IN KONTO-RECORD
                       TO KOT-BALANCE(KO-IDX)
                   MOVE VALUTA-KD IN KONTO-RECORD
                       TO KOT-VALUTA-KD(KO-IDX)
                   MOVE KONTO-STATUS IN KONTO-RECORD
                       TO KOT-KONTO-STATUS(KO-IDX)
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       INDLAES-FULDMAGTER.
       OPEN INPUT FULDMAGT-FIL.
       IF WS-FULDMAGT-STATUS = "00"
           PERFORM UNTIL WS-FULDMAGT-STATUS NOT = "00"
               READ FULDMAGT-FIL INTO FULDMAGT-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FM-FULDMAEGTIG NOT = SPACES
                               AND WS-FM-ANTAL < 200
                           ADD 1 TO WS-FM-ANTAL
                           SET FM-IDX TO WS-FM-ANTAL
                           MOVE FM-FULDMAEGTIG
                               TO FMT-FULDMAEGTIG(FM-IDX)
                           MOVE FM-KONTO-ID TO FMT-KONTO-ID(FM-IDX)
                           MOVE FM-OMFANG TO FMT-OMFANG(FM-IDX)
                           MOVE FM-GRAENSE TO FMT-GRAENSE(FM-IDX)
                           MOVE FM-UDLOEB TO FMT-UDLOEB(FM-IDX)
                           MOVE "N" TO FMT-SLETTET(FM-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FULDMAGT-FIL
       END-IF.

       BEHANDL-BOERNEOPSPARING.
      * Frigiv en laast boerneopsparing hvis laasedato er naaet.
       MOVE BOERN-ENTRY(BO-IDX) TO BOERN-POST.
       IF BO-ER-LAAST AND BO-LAAST-TIL NOT > WS-KOERSELS-DATO
           PERFORM FIND-KONTO
           IF WS-FUNDET-IDX = 0
               DISPLAY "ADVARSEL: Boerneopsparing " BO-KONTO-ID
                   " findes ikke i kontofilen - ikke frigivet."
           ELSE
               PERFORM FRIGIV-KONTO
           END-IF
       END-IF.

       FIND-KONTO.
       MOVE 0 TO WS-FUNDET-IDX.
       SET KO-IDX TO 1.
       SEARCH KONTO-TABEL-ENTRY
           AT END
               MOVE 0 TO WS-FUNDET-IDX
           WHEN KOT-KONTO-ID(KO-IDX) = BO-KONTO-ID
               MOVE KO-IDX TO WS-FUNDET-IDX
       END-SEARCH.

       FRIGIV-KONTO.
       ADD 1 TO WS-FRIGIVET-TAELLER.
       SET KO-IDX TO WS-FUNDET-IDX.
       MOVE KOT-KUNDE-ID(KO-IDX) TO WS-EJER-ID.
       PERFORM TILBAGEKALD-FULDMAGTER.
      *    En lukket konto frigives i registret, men der er ikke
      *    noget at skrive til kunden om.
       IF KOT-KONTO-STATUS(WS-FUNDET-IDX) NOT = "C"
           PERFORM FIND-EJER
           PERFORM SKRIV-BREV
       END-IF.
       SET BO-ER-FRIGIVET TO TRUE.
       MOVE WS-KOERSELS-DATO TO BO-FRIGIVET-DATO.
       MOVE BOERN-POST TO BOERN-ENTRY(BO-IDX).
       SET ER-AENDRET TO TRUE.
       DISPLAY "Frigivet: " BO-KONTO-ID " ejer " WS-EJER-ID
           " (laast til " BO-LAAST-TIL ")".

       TILBAGEKALD-FULDMAGTER.
      * Ejeren var mindreaarig, saa enhver fuldmagt paa ejerens konti
      * er givet af vaergen; de ophoerer nu ejeren er myndig.
       MOVE 0 TO WS-TILBAGEKALDT.
       PERFORM VARYING FM-IDX FROM 1 BY 1
               UNTIL FM-IDX > WS-FM-ANTAL
           IF FMT-SLETTET(FM-IDX) = "N"
               PERFORM FIND-FULDMAGT-KONTO
               IF WS-FUNDET-IDX > 0
                   MOVE "Y" TO FMT-SLETTET(FM-IDX)
                   ADD 1 TO WS-TILBAGEKALDT WS-FM-TAELLER
                   SET FM-ER-AENDRET TO TRUE
                   PERFORM SKRIV-JOURNAL
               END-IF
           END-IF
       END-PERFORM.
       PERFORM FIND-KONTO.

       FIND-FULDMAGT-KONTO.
      * Er fuldmagtens konto en af ejerens?
       MOVE 0 TO WS-FUNDET-IDX.
       SET KO-IDX TO 1.
       SEARCH KONTO-TABEL-ENTRY
           AT END
               MOVE 0 TO WS-FUNDET-IDX
           WHEN KOT-KONTO-ID(KO-IDX) = FMT-KONTO-ID(FM-IDX)
               IF KOT-KUNDE-ID(KO-IDX) = WS-EJER-ID
                   MOVE KO-IDX TO WS-FUNDET-IDX
               END-IF
       END-SEARCH.

       SKRIV-JOURNAL.
      * Samme journallinje som ved et tilbagekald i
      * FULDMAGT-VEDLIGEHOLD, med programmet som operatoer.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/FULDMAGT-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL
           MOVE "SLET" TO JO-OPERATION
           MOVE SPACES TO JO-LINJE
           STRING FMT-FULDMAEGTIG(FM-IDX) " "
               FMT-KONTO-ID(FM-IDX) " "
               FMT-OMFANG(FM-IDX) " "
               FMT-UDLOEB(FM-IDX)
               INTO JO-LINJE
           MOVE "BOERNFRIG" TO JO-OPERATOER
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.

       FIND-EJER.
       MOVE "N" TO WS-EJER-FUNDET.
       MOVE SPACES TO FULDT-NAVN.
       IF WS-MASTER-STATUS = "00"
           MOVE WS-EJER-ID TO KUNDE-ID IN MASTER-RECORD
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

       SKRIV-BREV.
      * Brevhoved som LAAN-RESTANCE: navn, landekode-afhaengig
      * adresseblok, blank linje, derefter meddelelsen. Ukendt
      * ejer: hovedinstituttets brevhoved.
       IF NOT EJER-ER-FUNDET
           MOVE SPACES TO PENGEINSTITUT IN MASTER-RECORD
       END-IF.
       PERFORM SKRIV-INSTITUT-HOVED.
       MOVE SPACES TO BREV-TEKST.
       IF EJER-ER-FUNDET
           MOVE FULDT-NAVN TO BREV-TEKST
       ELSE
           STRING "(UKENDT EJER AF KONTO "
               BO-KONTO-ID ")" INTO BREV-TEKST
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
       STRING "DIN BOERNEOPSPARING ER FRIGIVET - DATERET "
           WS-KOERSELS-DATO INTO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       STRING "DU FYLDTE " BO-FRIGIV-ALDER " AAR DEN " BO-LAAST-TIL
           ", OG KONTO " FUNCTION TRIM(BO-KONTO-ID)
           " ER IKKE LAENGERE LAAST." INTO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE "DU RAADER NU SELV OVER OPSPARINGEN." TO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE KOT-BALANCE(WS-FUNDET-IDX) TO WS-SALDO-EDIT.
       MOVE SPACES TO BREV-TEKST.
       MOVE "SALDO PR. DAGS DATO" TO BREV-TEKST(1:40).
       MOVE WS-SALDO-EDIT TO BREV-TEKST(41:11).
       MOVE KOT-VALUTA-KD(WS-FUNDET-IDX) TO BREV-TEKST(53:3).
       WRITE BREV-RECORD.
       IF WS-TILBAGEKALDT > 0
           MOVE WS-TILBAGEKALDT TO WS-ANTAL-EDIT
           MOVE SPACES TO BREV-TEKST
           STRING FUNCTION TRIM(WS-ANTAL-EDIT)
               " FULDMAGT(ER) PAA DINE KONTI, GIVET MENS DU VAR "
               "UMYNDIG, ER OPHOERT." INTO BREV-TEKST
           WRITE BREV-RECORD
       END-IF.
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE "------------------------------------" TO BREV-TEKST.
       WRITE BREV-RECORD.

       SKRIV-FULDMAGTER-TILBAGE.
       OPEN OUTPUT FULDMAGT-FIL.
       IF WS-FULDMAGT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/FULDMAGTER.txt, "
               "status=" WS-FULDMAGT-STATUS
       ELSE
           PERFORM VARYING FM-IDX FROM 1 BY 1
                   UNTIL FM-IDX > WS-FM-ANTAL
               IF FMT-SLETTET(FM-IDX) = "N"
                   MOVE SPACES TO FULDMAGT-POST
                   MOVE FMT-FULDMAEGTIG(FM-IDX) TO FM-FULDMAEGTIG
                   MOVE FMT-KONTO-ID(FM-IDX) TO FM-KONTO-ID
                   MOVE FMT-OMFANG(FM-IDX) TO FM-OMFANG
                   MOVE FMT-GRAENSE(FM-IDX) TO FM-GRAENSE
                   MOVE FMT-UDLOEB(FM-IDX) TO FM-UDLOEB
                   WRITE FULDMAGT-POST
               END-IF
           END-PERFORM
           CLOSE FULDMAGT-FIL
       END-IF.

       SKRIV-BOERN-TILBAGE.
       OPEN OUTPUT BOERN-FIL.
       IF WS-BOERN-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/BOERNEOPSPARING.txt "
               "tilbage, status=" WS-BOERN-STATUS
       ELSE
           PERFORM VARYING BO-IDX FROM 1 BY 1
                   UNTIL BO-IDX > WS-BOERN-ANTAL
               MOVE BOERN-ENTRY(BO-IDX) TO BOERN-POST
               WRITE BOERN-POST
           END-PERFORM
           CLOSE BOERN-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
