      * den naermeste snapshotkoersel paa eller foer datoen i
      * files/SALDO-HISTORIK.txt, paaloeben, endnu ikke tilskreven
      * rente beregnes fra maanedens start til skaeringsdatoen med
      * kontotypens gaeldende sats (eller kontoens individuelt
      * aftalte rente - se shared/renteaftale_opslag.cob), og
      * faelleskonti fra files/KONTO-EJERE.txt medtages med
      * ejerskabsnote. Brevet
      * flettes over skabelonen files/BEKRAEFTELSE-SKABELON.txt
      * (&NAVN og &DATO) med navn og landekode-afhaengig
      * adresseblok som VELKOMSTBREV - eller over den engelske
      * files/BEKRAEFTELSE-SKABELON-EN.txt, naar kundens
      * korrespondancesprog er engelsk - og foejes til
      * files/ENGAGEMENTSBEKRAEFTELSER.txt - halvtreds af dem i
      * januar skal ikke laengere koste en uges haandarbejde.
      * Brevet begynder med brevhovedet for kundens pengeinstitut
      * (BREVHOVED-FORMAT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTESATS-STATUS.

           SELECT SKABELON-FIL ASSIGN DYNAMIC WS-SKABELON-STI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKABELON-STATUS.

       01  WS-SKAERING         PIC X(8)   VALUE SPACES.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-KUNDE-PENGEINST  PIC X(2)   VALUE SPACES.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.

      * Kundens konti: egne og medejede, med snapshotsporet
       01  WS-KONTI-ANTAL      PIC 9(2)   VALUE 0.
       01  KONTO-TABEL.
       01  WS-SATS             PIC S9(2)V9(4) VALUE 0.
       01  WS-BEDSTE-FRA       PIC X(8)   VALUE SPACES.
       01  WS-SATS-IDX         PIC 9(3)   VALUE 0.
      * Individuel renteaftale i kraft paa skaeringsdatoen
       01  WS-AFTALE-ART       PIC X(1)   VALUE SPACES.
       01  WS-AFTALE-SATS      PIC S9(2)V9(4) VALUE 0.
       01  WS-AFTALE-SKIFT     PIC X(8)   VALUE SPACES.

      * Skabelonen med &NAVN og &DATO flettet ind
       01  WS-SKABELON-STI     PIC X(60)  VALUE SPACES.
       01  WS-SKABELON-ANTAL   PIC 9(2)   VALUE 0.
       01  SKABELON-TABEL.
           05  SKABELON-LINJE OCCURS 30 TIMES
       01  WS-RENTE-EDIT       PIC -(6)9,99.
       01  WS-SNAP-BELOEB      PIC S9(9)V99 VALUE 0.

      * Kundens korrespondancesprog og de datoer og beloeb der er
      * formateret efter det - se shared/brev_sprog.cob.
       01  WS-SPROG            PIC X      VALUE "D".
           88  SPROG-ER-ENGELSK           VALUE "E".
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.
       01  WS-DATO-TEKST       PIC X(12)  VALUE SPACES.
       01  WS-SALDO-TEKST      PIC X(14)  VALUE SPACES.
       01  WS-RENTE-TEKST      PIC X(11)  VALUE SPACES.

      * Tilmelding af hvert brev til den natlige printspool - se
      * shared/print_spool_tilmeld.cob.
       01  WS-PRINT-DOK-TYPE   PIC X(4)   VALUE "ENGA".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
               CALL "KUNDE-NAVN-FORMAT" USING
                   FORNAVN IN MASTER-RECORD
                   EFTERNAVN IN MASTER-RECORD FULDT-NAVN
               MOVE PENGEINSTITUT IN MASTER-RECORD
                   TO WS-KUNDE-PENGEINST
               MOVE SPROG IN MASTER-RECORD TO WS-SPROG
               MOVE LANDE-KODE IN MASTER-RECORD TO WS-SPROG-TEKST
               MOVE "SPRG" TO WS-SPROG-FUNKTION
               CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
                   WS-SPROG-TEKST
       END-READ.
       CLOSE MASTER-FIL.

       INDLAES-SKABELON.
      * Skabelonen i kundens sprog; mangler den engelske, bruges
      * den danske.
       MOVE "files/BEKRAEFTELSE-SKABELON.txt" TO WS-SKABELON-STI.
       IF SPROG-ER-ENGELSK
           MOVE "files/BEKRAEFTELSE-SKABELON-EN.txt"
               TO WS-SKABELON-STI
           OPEN INPUT SKABELON-FIL
           IF WS-SKABELON-STATUS = "00"
               CLOSE SKABELON-FIL
           ELSE
               DISPLAY "ADVARSEL: Kan ikke aabne "
                   "files/BEKRAEFTELSE-SKABELON-EN.txt, status="
                   WS-SKABELON-STATUS " - den danske bruges."
               MOVE "files/BEKRAEFTELSE-SKABELON.txt"
                   TO WS-SKABELON-STI
           END-IF
       END-IF.
       OPEN INPUT SKABELON-FIL.
       IF WS-SKABELON-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-SKABELON-STI) ", status="
               WS-SKABELON-STATUS
           STOP RUN
       END-IF.
               MOVE RST-SATS(WS-SATS-IDX) TO WS-SATS
           END-IF
       END-PERFORM.
      * En individuelt aftalt fast sats afloeser typens sats; et
      * tillaeg/fradrag laegges til den.
       CALL "RENTEAFTALE-OPSLAG" USING KOT-KONTO-ID(KO-IDX)
           WS-SKAERING WS-AFTALE-ART WS-AFTALE-SATS WS-AFTALE-SKIFT.
       EVALUATE WS-AFTALE-ART
           WHEN "F"
               MOVE WS-AFTALE-SATS TO WS-SATS
           WHEN "M"
               ADD WS-AFTALE-SATS TO WS-SATS
       END-EVALUATE.

       SKRIV-BREV.
       OPEN EXTEND BREV-FIL.
               WS-BREV-STATUS
           STOP RUN
       END-IF.
       CALL "PRINT-SPOOL-TILMELD" USING WS-PRINT-DOK-TYPE
           WS-SOEGE-ID.
       PERFORM SKRIV-INSTITUT-HOVED.
       PERFORM VARYING WS-SKABELON-IDX FROM 1 BY 1
               UNTIL WS-SKABELON-IDX > WS-SKABELON-ANTAL
           PERFORM FLET-SKABELON-LINJE
       WRITE BREV-RECORD.
       CLOSE BREV-FIL.

       SKRIV-INSTITUT-HOVED.
      * Kundens pengeinstituts navn, adresse og reg.nr. oeverst i
      * brevet og en blank linje foer skabelonen. Kundemasteren er
      * lukket her, saa koden er gemt ved opslaget.
       CALL "BREVHOVED-FORMAT" USING WS-KUNDE-PENGEINST
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

       FLET-SKABELON-LINJE.
      * &NAVN og &DATO flettes ind, en markoer ad gangen; linjer
      * uden markoer skrives uaendret - samme greb som
           MOVE SPACES TO WS-FLET-DEL1 WS-FLET-DEL2
           UNSTRING WS-FLET-LINJE DELIMITED BY "&DATO"
               INTO WS-FLET-DEL1 WS-FLET-DEL2
           MOVE WS-SKAERING TO WS-SPROG-TEKST
           PERFORM FORMATER-DATO
           MOVE SPACES TO WS-FLET-LINJE
           STRING FUNCTION TRIM(WS-FLET-DEL1 TRAILING)
               " " FUNCTION TRIM(WS-SPROG-TEKST)
               FUNCTION TRIM(WS-FLET-DEL2 TRAILING)
               DELIMITED BY SIZE
               INTO WS-FLET-LINJE
       PERFORM FIND-SATS.
       COMPUTE WS-PAALOEBEN ROUNDED = KOT-SNAP-SALDO(KO-IDX)
           * WS-SATS / 100 * WS-RENTE-DAGE / 365.
       MOVE KOT-SNAP-DATO(KO-IDX) TO WS-SPROG-TEKST.
       PERFORM FORMATER-DATO.
       MOVE WS-SPROG-TEKST TO WS-DATO-TEKST.
       MOVE KOT-SNAP-SALDO(KO-IDX) TO WS-SALDO-EDIT.
       MOVE WS-SALDO-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE WS-SPROG-TEKST TO WS-SALDO-TEKST.
       MOVE WS-PAALOEBEN TO WS-RENTE-EDIT.
       MOVE WS-RENTE-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE WS-SPROG-TEKST TO WS-RENTE-TEKST.
       MOVE SPACES TO BREV-TEKST.
       IF SPROG-ER-ENGELSK
           STRING "  ACCOUNT " KOT-KONTO-ID(KO-IDX)
               " BALANCE AT " FUNCTION TRIM(WS-DATO-TEKST)
               " = " FUNCTION TRIM(WS-SALDO-TEKST)
               " " KOT-VALUTA-KD(KO-IDX)
               " ACCRUED INTEREST=" FUNCTION TRIM(WS-RENTE-TEKST)
               INTO BREV-TEKST
       ELSE
           STRING "  KONTO " KOT-KONTO-ID(KO-IDX)
               " SALDO PR. " FUNCTION TRIM(WS-DATO-TEKST)
               " = " FUNCTION TRIM(WS-SALDO-TEKST)
               " " KOT-VALUTA-KD(KO-IDX)
               " PAALOEBEN RENTE=" FUNCTION TRIM(WS-RENTE-TEKST)
               INTO BREV-TEKST
       END-IF.
       WRITE BREV-RECORD.
       IF KOT-MEDEJET(KO-IDX) = "Y"
           MOVE SPACES TO BREV-TEKST
           IF SPROG-ER-ENGELSK
               STRING "    (JOINT ACCOUNT - THE CUSTOMER IS A "
                   "CO-OWNER, " KOT-EJER-ANTAL(KO-IDX)
                   " OWNERS IN TOTAL)"
                   INTO BREV-TEKST
           ELSE
               STRING "    (FAELLESKONTO - KUNDEN ER MEDEJER, "
                   KOT-EJER-ANTAL(KO-IDX) " EJERE I ALT)"
                   INTO BREV-TEKST
           END-IF
           WRITE BREV-RECORD
       ELSE
           IF KOT-EJER-ANTAL(KO-IDX) > 1
               MOVE SPACES TO BREV-TEKST
               IF SPROG-ER-ENGELSK
                   STRING "    (JOINT ACCOUNT - THE CUSTOMER IS THE "
                       "PRIMARY OWNER, " KOT-EJER-ANTAL(KO-IDX)
                       " OWNERS IN TOTAL)"
                       INTO BREV-TEKST
               ELSE
                   STRING "    (FAELLESKONTO - KUNDEN ER PRIMAER "
                       "EJER, " KOT-EJER-ANTAL(KO-IDX)
                       " EJERE I ALT)"
                       INTO BREV-TEKST
               END-IF
               WRITE BREV-RECORD
           END-IF
       END-IF.

       FORMATER-DATO.
      * Datoen AAAAMMDD i WS-SPROG-TEKST skrives om efter sproget.
       MOVE "DATO" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.

       FORMATER-BELOEB.
      * Det redigerede beloeb i WS-SPROG-TEKST skrives om efter
      * sproget (decimalkomma eller -punktum).
       MOVE "BELB" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
