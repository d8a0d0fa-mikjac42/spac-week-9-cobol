      * til siden sidste koersel af dette program efter en
      * master-genopbygning) faar flettet navn (KUNDE-NAVN-FORMAT) og
      * den landekode-afhaengige adresseblok ind i brevskabelonen
      * files/VELKOMSTBREV-SKABELON.txt - eller den engelske
      * files/VELKOMSTBREV-SKABELON-EN.txt, naar kundens
      * korrespondancesprog er engelsk. Brevene skrives printklar til
      * files/VELKOMSTBREVE.txt, en kontrolliste over producerede
      * breve til files/VELKOMST-KONTROL.txt, og kontrollisten over
      * allerede velkomne kunder ajourfoeres, saa ingen faar brevet to
      * gange. Brevet begynder med brevhovedet for kundens
      * pengeinstitut (BREVHOVED-FORMAT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENDT-STATUS.

           SELECT SKABELON-FIL ASSIGN DYNAMIC WS-SKABELON-STI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKABELON-STATUS.

       01  WS-SENDT-FUNDET     PIC X      VALUE "N".
           88  ER-ALLEREDE-SENDT          VALUE "Y".

      * Brevskabelonerne, indlaest ved opstart - den danske som
      * sprog 1 og den engelske som sprog 2; &NAVN flettes med
      * kundens fulde navn.
       01  WS-SKABELON-STI     PIC X(60)  VALUE SPACES.
       01  SKABELON-TABEL.
           05  SKABELON-SPROG OCCURS 2 TIMES.
               10  WS-SKABELON-ANTAL PIC 9(2) VALUE 0.
               10  SKABELON-LINJE OCCURS 30 TIMES
                                   PIC X(80) VALUE SPACES.
       01  WS-SKABELON-IDX     PIC 9(2)   VALUE 0.
      * Kundens korrespondancesprog - se shared/brev_sprog.cob.
       01  WS-SPROG            PIC X      VALUE "D".
           88  SPROG-ER-ENGELSK           VALUE "E".
       01  WS-SPROG-IDX        PIC 9      VALUE 1.
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.
       01  WS-FLET-DEL1        PIC X(80)  VALUE SPACES.
       01  WS-FLET-DEL2        PIC X(80)  VALUE SPACES.
       01  WS-MARKOER-ANTAL    PIC 9(2)   VALUE 0.

       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.
       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-BREV-TAELLER     PIC 9(5)   VALUE 0.
       01  WS-UDSAT-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

      * Tilmelding af hvert brev til den natlige printspool - se
      * shared/print_spool_tilmeld.cob.
       01  WS-PRINT-DOK-TYPE   PIC X(4)   VALUE "VELK".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       END-IF.

       INDLAES-SKABELON.
      * Den danske skabelon skal findes; mangler den engelske, faar
      * engelsksprogede kunder den danske.
       MOVE "files/VELKOMSTBREV-SKABELON.txt" TO WS-SKABELON-STI.
       MOVE 1 TO WS-SPROG-IDX.
       PERFORM INDLAES-EN-SKABELON.
       IF WS-SKABELON-STATUS NOT = "10"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/VELKOMSTBREV-SKABELON.txt, status="
               WS-SKABELON-STATUS
           STOP RUN
       END-IF.
       MOVE "files/VELKOMSTBREV-SKABELON-EN.txt" TO WS-SKABELON-STI.
       MOVE 2 TO WS-SPROG-IDX.
       PERFORM INDLAES-EN-SKABELON.
       IF WS-SKABELON-STATUS NOT = "10"
           DISPLAY "ADVARSEL: Kan ikke aabne "
               "files/VELKOMSTBREV-SKABELON-EN.txt, status="
               WS-SKABELON-STATUS " - den danske bruges."
           MOVE SKABELON-SPROG(1) TO SKABELON-SPROG(2)
       END-IF.

       INDLAES-EN-SKABELON.
      * Indlaes skabelonen i WS-SKABELON-STI som sprog WS-SPROG-IDX;
      * status 10 efter indlaesningen betyder at hele filen er laest.
       OPEN INPUT SKABELON-FIL.
       IF WS-SKABELON-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-SKABELON-STATUS NOT = "00"
           READ SKABELON-FIL INTO SKABELON-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-SKABELON-ANTAL(WS-SPROG-IDX) < 30
                       ADD 1 TO WS-SKABELON-ANTAL(WS-SPROG-IDX)
                       MOVE SKABELON-TEKST TO
                           SKABELON-LINJE(WS-SPROG-IDX
                               WS-SKABELON-ANTAL(WS-SPROG-IDX))
                   END-IF
           END-READ
       END-PERFORM.
           END-SEARCH
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

       SKRIV-VELKOMSTBREV.
      * Adresseblok (samme landekode-gren som Opgave8's
      * SKRIV-ADRESSE-TIL-OUTPUT), blank linje, derefter skabelonen
      * med &NAVN flettet ind.
       ADD 1 TO WS-BREV-TAELLER.
       CALL "PRINT-SPOOL-TILMELD" USING WS-PRINT-DOK-TYPE
           KUNDE-ID IN MASTER-RECORD.
       PERFORM AFGOER-SPROG.
       PERFORM SKRIV-INSTITUT-HOVED.
       CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
           EFTERNAVN IN MASTER-RECORD FULDT-NAVN.
       MOVE SPACES TO BREV-TEKST.
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.
       PERFORM VARYING WS-SKABELON-IDX FROM 1 BY 1
               UNTIL WS-SKABELON-IDX > WS-SKABELON-ANTAL(WS-SPROG-IDX)
           PERFORM SKRIV-SKABELON-LINJE
       END-PERFORM.
       MOVE SPACES TO BREV-TEKST.
               TO SENDT-ENTRY(WS-SENDT-ANTAL)
       END-IF.

       AFGOER-SPROG.
      * Kundens korrespondancesprog vaelger skabelonen.
       MOVE SPROG IN MASTER-RECORD TO WS-SPROG.
       MOVE LANDE-KODE IN MASTER-RECORD TO WS-SPROG-TEKST.
       MOVE "SPRG" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.
       IF SPROG-ER-ENGELSK
           MOVE 2 TO WS-SPROG-IDX
       ELSE
           MOVE 1 TO WS-SPROG-IDX
       END-IF.

       SKRIV-SKABELON-LINJE.
      * Flet &NAVN ind i skabelonlinjen, hvis markoeren findes;
      * linjer uden markoer skrives uaendret.
       MOVE 0 TO WS-MARKOER-ANTAL.
       INSPECT SKABELON-LINJE(WS-SPROG-IDX WS-SKABELON-IDX)
           TALLYING WS-MARKOER-ANTAL FOR ALL "&NAVN".
       MOVE SPACES TO BREV-TEKST.
       IF WS-MARKOER-ANTAL = 0
           MOVE SKABELON-LINJE(WS-SPROG-IDX WS-SKABELON-IDX)
               TO BREV-TEKST
       ELSE
           MOVE SPACES TO WS-FLET-DEL1 WS-FLET-DEL2
           UNSTRING SKABELON-LINJE(WS-SPROG-IDX WS-SKABELON-IDX)
               DELIMITED BY "&NAVN"
               INTO WS-FLET-DEL1 WS-FLET-DEL2
           STRING FUNCTION TRIM(WS-FLET-DEL1 TRAILING)
