       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFVIKLING-AFSTEMNING.

      * Afstemning af afviklingen paa bankens konto i Nationalbanken:
      * dagens afviklingsudtog files/AFVIKLINGSUDTOG.txt indlaeses og
      * hver afviklet linje holdes op mod de totaler dagens filer
      * paastod, pr. betalingsstroem og valoerdato:
      *   CLRU  udgaaende clearing, files/CLEARING-LEVERANCE.txt
      *         (debet, valoer = leverancens hoveddato)
      *   CLRI  indgaaende clearing, INDGAAENDE-BETALINGER
      *         (kredit, valoer = postens dato)
      *   PBS   betalte opkraevninger i PBS-RETUR (kredit, valoer =
      *         returens hoveddato)
      *   KORT  kortafregningen, KORT-AFREGNING (debet, valoer =
      *         udtogets dato)
      * Kun DKK afvikles i Nationalbanken; poster i anden valuta
      * taeller ikke med. Indgaaende, retur og kortafregning er
      * normalt allerede flyttet til files/behandlet/ med udtogets
      * dato i navnet af deres importtrin; ellers laeses de under
      * files/.
      *
      * Udtoget har H-record med dato og kontonummer, D-record pr.
      * afviklet beloeb (stroem, valoerdato, D/K set fra bankens
      * konto, beloeb i oerer, Nationalbankens reference) og T-record
      * med antal og beloebssum. Stemmer udtogets egne totaler ikke,
      * afstemmes der ikke, og udtoget bliver liggende til en ny
      * levering. Et behandlet udtog flyttes til et dateret navn
      * under files/behandlet/, saa det ikke regnes med to gange.
      *
      * En difference (afviklet minus forventet) der ikke gaar i nul,
      * staar aaben i files/AFVIKLING-AABNE.txt og foeres frem dag
      * for dag, til et senere udtog afvikler resten paa samme stroem
      * og valoerdato - fx en clearing der foerst afvikles dagen
      * efter. Finans faar en side til kvittering i
      * files/AFVIKLING-AFSTEMNING.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UDTOG-FIL ASSIGN TO "files/AFVIKLINGSUDTOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDTOG-STATUS.

           SELECT CLEARING-FIL ASSIGN TO "files/CLEARING-LEVERANCE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARING-STATUS.

           SELECT INDGAAENDE-FIL ASSIGN DYNAMIC WS-STI-INDGAAENDE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDGAAENDE-STATUS.

           SELECT RETUR-FIL ASSIGN DYNAMIC WS-STI-RETUR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETUR-STATUS.

           SELECT KORT-FIL ASSIGN DYNAMIC WS-STI-KORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.

           SELECT AABNE-FIL ASSIGN TO "files/AFVIKLING-AABNE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AABNE-STATUS.

           SELECT AABNE-NY-FIL ASSIGN TO "files/AFVIKLING-AABNE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AABNE-NY-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/AFVIKLING-AFSTEMNING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UDTOG-FIL.
       01  UDTOG-RECORD        PIC X(80).
       01  UDTOG-HOVED REDEFINES UDTOG-RECORD.
           05 UH-TYPE          PIC X(1).
           05 UH-DATO          PIC X(8).
           05 UH-KONTO         PIC X(10).
           05 FILLER           PIC X(61).
       01  UDTOG-DETALJE REDEFINES UDTOG-RECORD.
           05 UD-TYPE          PIC X(1).
           05 UD-STROEM        PIC X(4).
           05 UD-VALOER        PIC X(8).
           05 UD-DK            PIC X(1).
           05 UD-BELOEB-OERER  PIC 9(13).
           05 UD-REFERENCE     PIC X(20).
           05 FILLER           PIC X(33).
       01  UDTOG-SLUT REDEFINES UDTOG-RECORD.
           05 UT-TYPE          PIC X(1).
           05 UT-ANTAL         PIC 9(7).
           05 UT-SUM-OERER     PIC 9(15).
           05 FILLER           PIC X(57).

      * Samme layout som UDLAND-BETALING-KOERSEL skriver.
       FD  CLEARING-FIL.
       01  CLEARING-RECORD     PIC X(100).
       01  CLEARING-HOVED REDEFINES CLEARING-RECORD.
           05 CH-TYPE          PIC X(1).
           05 CH-DATO          PIC X(8).
           05 FILLER           PIC X(91).
       01  CLEARING-DETALJE REDEFINES CLEARING-RECORD.
           05 CD-TYPE          PIC X(1).
           05 CD-IBAN          PIC X(18).
           05 CD-NAVN          PIC X(35).
           05 CD-BELOEB-OERER  PIC 9(11).
           05 CD-VALUTA        PIC X(3).
           05 CD-TEKST         PIC X(30).
           05 FILLER           PIC X(2).

      * Samme layout som INDGAAENDE-BETALING-IMPORT laeser.
       FD  INDGAAENDE-FIL.
       01  BETALING-RECORD.
           05 IB-DATO          PIC X(8).
           05 IB-IBAN          PIC X(18).
           05 IB-AFSENDER      PIC X(35).
           05 IB-BELOEB        PIC 9(7)V99.
           05 IB-VALUTA        PIC X(3).
           05 IB-TEKST         PIC X(30).

      * Samme layout som PBS-RETUR-IMPORT laeser.
       FD  RETUR-FIL.
       01  RETUR-RECORD        PIC X(60).
       01  RETUR-HOVED REDEFINES RETUR-RECORD.
           05 RH-TYPE          PIC X(1).
           05 RH-DATO          PIC X(8).
           05 FILLER           PIC X(51).
       01  RETUR-DETALJE REDEFINES RETUR-RECORD.
           05 RD-TYPE          PIC X(1).
           05 RD-KONTO-ID      PIC X(10).
           05 RD-STATUS        PIC X(1).
           05 RD-AARSAG        PIC X(2).
           05 RD-BELOEB        PIC X(11).
           05 RD-VALUTA        PIC X(3).
           05 FILLER           PIC X(32).

      * Samme layout som KORT-AFREGNING laeser.
       FD  KORT-FIL.
       01  AFREGNING-RECORD.
           05 KA-KORT-TOKEN    PIC X(16).
           05 KA-AUTORISATION  PIC X(6).
           05 KA-BELOEB        PIC 9(7)V99.
           05 KA-DATO          PIC X(8).
           05 KA-TEKST         PIC X(20).

      * En linje pr. aaben difference: stroem, valoerdato, den
      * samlede difference i oerer (afviklet minus forventet, K naar
      * der er afviklet mere ind paa kontoen end forventet, D naar
      * der er afviklet mindre) og udtogsdatoen hvor den opstod.
       FD  AABNE-FIL.
       01  AABNE-RECORD.
           05 AA-STROEM        PIC X(4).
           05 FILLER           PIC X(1).
           05 AA-VALOER        PIC X(8).
           05 FILLER           PIC X(1).
           05 AA-DK            PIC X(1).
           05 AA-DIFF-OERER    PIC 9(13).
           05 FILLER           PIC X(1).
           05 AA-OPSTAAET      PIC X(8).

       FD  AABNE-NY-FIL.
       01  AABNE-NY-RECORD     PIC X(40).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-UDTOG-STATUS     PIC XX     VALUE "00".
       01  WS-CLEARING-STATUS  PIC XX     VALUE "00".
       01  WS-INDGAAENDE-STATUS PIC XX    VALUE "00".
       01  WS-RETUR-STATUS     PIC XX     VALUE "00".
       01  WS-KORT-STATUS      PIC XX     VALUE "00".
       01  WS-AABNE-STATUS     PIC XX     VALUE "00".
       01  WS-AABNE-NY-STATUS  PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  WS-STI-INDGAAENDE   PIC X(60)  VALUE SPACES.
       01  WS-STI-RETUR        PIC X(60)  VALUE SPACES.
       01  WS-STI-KORT         PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-UDTOG-DATO       PIC X(8)   VALUE SPACES.
       01  WS-UDTOG-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

      * Udtogets egne totaler og de optalte
       01  WS-UT-ANTAL         PIC 9(7)   VALUE 0.
       01  WS-UT-SUM-OERER     PIC 9(15)  VALUE 0.
       01  WS-TALT-ANTAL       PIC 9(7)   VALUE 0.
       01  WS-TALT-SUM-OERER   PIC 9(15)  VALUE 0.
       01  WS-TRAILER-SET      PIC X      VALUE "N".
           88  TRAILER-ER-SET             VALUE "Y".
       01  WS-HOVED-SET        PIC X      VALUE "N".
           88  HOVED-ER-SET               VALUE "Y".

      * En linje pr. stroem og valoerdato: hvad udtoget afviklede og
      * hvad dagens filer paastod, i oerer med fortegn set fra
      * bankens konto (kredit plus, debet minus).
       01  WS-AF-ANTAL         PIC 9(3)   VALUE 0.
       01  AFSTEM-TABEL.
           05  AF-ENTRY OCCURS 300 TIMES
                          INDEXED BY AF-IDX.
               10  AFT-STROEM      PIC X(4)    VALUE SPACES.
               10  AFT-VALOER      PIC X(8)    VALUE SPACES.
               10  AFT-AFVIKLET    PIC S9(13)  VALUE 0.
               10  AFT-FORVENTET   PIC S9(13)  VALUE 0.
               10  AFT-I-UDTOG     PIC X(1)    VALUE "N".
               10  AFT-I-FILER     PIC X(1)    VALUE "N".
               10  AFT-STATUS      PIC X(14)   VALUE SPACES.

      * De aabne differencer fra tidligere udtog
       01  WS-AB-ANTAL         PIC 9(3)   VALUE 0.
       01  AABEN-TABEL.
           05  AB-ENTRY OCCURS 500 TIMES
                          INDEXED BY AB-IDX.
               10  ABT-STROEM      PIC X(4)    VALUE SPACES.
               10  ABT-VALOER      PIC X(8)    VALUE SPACES.
               10  ABT-DIFF        PIC S9(13)  VALUE 0.
               10  ABT-OPSTAAET    PIC X(8)    VALUE SPACES.
               10  ABT-BEROERT     PIC X(1)    VALUE "N".

      * Noeglen der laegges til i tabellen
       01  WS-STROEM           PIC X(4)   VALUE SPACES.
       01  WS-VALOER           PIC X(8)   VALUE SPACES.
       01  WS-BELOEB-OERER     PIC S9(13) VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(3)   VALUE 0.
       01  WS-DIFF-OERER       PIC S9(13) VALUE 0.

      * Opgoerelsen til kvitteringssiden
       01  WS-AFSTEMT-TAELLER  PIC 9(3)   VALUE 0.
       01  WS-DIFF-TAELLER     PIC 9(3)   VALUE 0.
       01  WS-AFKLARET-TAELLER PIC 9(3)   VALUE 0.
       01  WS-AABEN-TAELLER    PIC 9(3)   VALUE 0.
       01  WS-FREMFOERT-TAELLER PIC 9(3)  VALUE 0.
       01  WS-AABEN-SUM        PIC S9(13) VALUE 0.
       01  WS-AELDSTE-DAGE     PIC 9(5)   VALUE 0.
       01  WS-DAGE             PIC 9(5)   VALUE 0.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-IDAG-INT         PIC 9(8)   VALUE 0.

       01  WS-KRONER           PIC S9(11)V99 VALUE 0.
       01  WS-FORVENTET-EDIT   PIC -(10)9,99.
       01  WS-AFVIKLET-EDIT    PIC -(10)9,99.
       01  WS-DIFF-EDIT        PIC -(10)9,99.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "AFVIKLING-AFSTEMNING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.

       OPEN INPUT UDTOG-FIL.
       IF WS-UDTOG-STATUS = "35"
           DISPLAY "AFVIKLING-AFSTEMNING: intet afviklingsudtog fra "
               "Nationalbanken, intet at afstemme."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       IF WS-UDTOG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/AFVIKLINGSUDTOG.txt, "
               "status=" WS-UDTOG-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM INDLAES-UDTOG.
       CLOSE UDTOG-FIL.

       IF NOT HOVED-ER-SET OR NOT TRAILER-ER-SET
               OR WS-TALT-ANTAL NOT = WS-UT-ANTAL
               OR WS-TALT-SUM-OERER NOT = WS-UT-SUM-OERER
           DISPLAY "FEJL: Afviklingsudtoget stemmer ikke med egne "
               "totaler - optalt " WS-TALT-ANTAL "/" WS-TALT-SUM-OERER
               ", slutrecord " WS-UT-ANTAL "/" WS-UT-SUM-OERER
               " - intet afstemt"
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.

       PERFORM OPSUMMER-CLEARING-UD.
       PERFORM OPSUMMER-CLEARING-IND.
       PERFORM OPSUMMER-PBS-RETUR.
       PERFORM OPSUMMER-KORT.
       PERFORM INDLAES-AABNE.

       COMPUTE WS-DATO-9 = FUNCTION NUMVAL(WS-UDTOG-DATO).
       COMPUTE WS-IDAG-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).
       PERFORM VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AF-ANTAL
           PERFORM AFSTEM-LINJE
       END-PERFORM.

       OPEN OUTPUT AABNE-NY-FIL.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-AABNE-NY-STATUS NOT = "00"
               OR WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne arbejds- eller "
               "rapportfilen, status=" WS-AABNE-NY-STATUS "/"
               WS-RAPPORT-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM SKRIV-AABNE-TILBAGE.
       CLOSE AABNE-NY-FIL.
       PERFORM SKRIV-KVITTERINGSSIDE.
       CLOSE RAPPORT-FIL.

      * Foerst naar rapporten er skrevet, skiftes de aabne
      * differencer ud og udtoget flyttes - et nedbrud undervejs
      * efterlader begge uroert til en genkoersel.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "mv -f files/AFVIKLING-AABNE.TMP "
           "files/AFVIKLING-AABNE.txt && mkdir -p files/behandlet "
           "&& mv -f files/AFVIKLINGSUDTOG.txt "
           "files/behandlet/AFVIKLINGSUDTOG_" WS-UDTOG-DATO ".txt"
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       DISPLAY "AFVIKLING-AFSTEMNING: udtog " WS-UDTOG-DATO
           " afstemt=" WS-AFSTEMT-TAELLER
           " differencer=" WS-DIFF-TAELLER
           " afklaret=" WS-AFKLARET-TAELLER
           " aabne i alt=" WS-AABEN-TAELLER.
       MOVE WS-AF-ANTAL TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       INDLAES-UDTOG.
       PERFORM UNTIL EOF-REACHED
           READ UDTOG-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   EVALUATE UDTOG-RECORD(1:1)
                       WHEN "H"
                           SET HOVED-ER-SET TO TRUE
                           MOVE UH-DATO TO WS-UDTOG-DATO
                           MOVE UH-KONTO TO WS-UDTOG-KONTO
                       WHEN "D"
                           PERFORM BEHANDL-UDTOGSLINJE
                       WHEN "T"
                           SET TRAILER-ER-SET TO TRUE
                           MOVE UT-ANTAL TO WS-UT-ANTAL
                           MOVE UT-SUM-OERER TO WS-UT-SUM-OERER
                   END-EVALUATE
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.

       BEHANDL-UDTOGSLINJE.
       ADD 1 TO WS-TALT-ANTAL.
       ADD UD-BELOEB-OERER TO WS-TALT-SUM-OERER.
       MOVE UD-STROEM TO WS-STROEM.
       MOVE UD-VALOER TO WS-VALOER.
       IF UD-DK = "D"
           COMPUTE WS-BELOEB-OERER = 0 - UD-BELOEB-OERER
       ELSE
           MOVE UD-BELOEB-OERER TO WS-BELOEB-OERER
       END-IF.
       PERFORM FIND-ELLER-OPRET-LINJE.
       IF WS-FUNDET-IDX > 0
           SET AF-IDX TO WS-FUNDET-IDX
           ADD WS-BELOEB-OERER TO AFT-AFVIKLET(AF-IDX)
           MOVE "J" TO AFT-I-UDTOG(AF-IDX)
       END-IF.

       FIND-ELLER-OPRET-LINJE.
      * Find linjen for WS-STROEM/WS-VALOER, eller opret den.
       MOVE 0 TO WS-FUNDET-IDX.
       IF WS-AF-ANTAL > 0
           SET AF-IDX TO 1
           SEARCH AF-ENTRY
               AT END
                   CONTINUE
               WHEN AFT-STROEM(AF-IDX) = WS-STROEM
                       AND AFT-VALOER(AF-IDX) = WS-VALOER
                   SET WS-FUNDET-IDX TO AF-IDX
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX = 0
           IF WS-AF-ANTAL < 300
               ADD 1 TO WS-AF-ANTAL
               SET AF-IDX TO WS-AF-ANTAL
               MOVE WS-STROEM TO AFT-STROEM(AF-IDX)
               MOVE WS-VALOER TO AFT-VALOER(AF-IDX)
               MOVE WS-AF-ANTAL TO WS-FUNDET-IDX
           ELSE
               DISPLAY "ADVARSEL: Afstemningstabellen er fuld - "
                   WS-STROEM " " WS-VALOER " udeladt"
           END-IF
       END-IF.

       TILFOEJ-FORVENTET.
       PERFORM FIND-ELLER-OPRET-LINJE.
       IF WS-FUNDET-IDX > 0
           SET AF-IDX TO WS-FUNDET-IDX
           ADD WS-BELOEB-OERER TO AFT-FORVENTET(AF-IDX)
           MOVE "J" TO AFT-I-FILER(AF-IDX)
       END-IF.

       OPSUMMER-CLEARING-UD.
      * Leverancen til clearingen: hver DKK-detalje debiteres
      * bankens konto med leverancens hoveddato som valoer.
       OPEN INPUT CLEARING-FIL.
       IF WS-CLEARING-STATUS = "00"
           MOVE "CLRU" TO WS-STROEM
           MOVE WS-UDTOG-DATO TO WS-VALOER
           PERFORM UNTIL EOF-REACHED
               READ CLEARING-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       EVALUATE CLEARING-RECORD(1:1)
                           WHEN "H"
                               MOVE CH-DATO TO WS-VALOER
                           WHEN "D"
                               IF CD-VALUTA = "DKK"
                                   COMPUTE WS-BELOEB-OERER
                                       = 0 - CD-BELOEB-OERER
                                   PERFORM TILFOEJ-FORVENTET
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE CLEARING-FIL
       END-IF.

       OPSUMMER-CLEARING-IND.
      * Dagens indgaaende betalinger krediteres bankens konto med
      * postens dato som valoer.
       MOVE SPACES TO WS-STI-INDGAAENDE.
       STRING "files/behandlet/INDGAAENDE-BETALINGER_"
           WS-UDTOG-DATO ".txt" DELIMITED BY SIZE
           INTO WS-STI-INDGAAENDE.
       OPEN INPUT INDGAAENDE-FIL.
       IF WS-INDGAAENDE-STATUS = "35"
           MOVE "files/INDGAAENDE-BETALINGER.txt"
               TO WS-STI-INDGAAENDE
           OPEN INPUT INDGAAENDE-FIL
       END-IF.
       IF WS-INDGAAENDE-STATUS = "00"
           MOVE "CLRI" TO WS-STROEM
           PERFORM UNTIL EOF-REACHED
               READ INDGAAENDE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF IB-VALUTA = "DKK"
                           MOVE IB-DATO TO WS-VALOER
                           COMPUTE WS-BELOEB-OERER = IB-BELOEB * 100
                           PERFORM TILFOEJ-FORVENTET
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE INDGAAENDE-FIL
       END-IF.

       OPSUMMER-PBS-RETUR.
      * Kun de betalte opkraevninger afvikles; afviste kommer aldrig
      * ind paa kontoen.
       MOVE SPACES TO WS-STI-RETUR.
       STRING "files/behandlet/PBS-RETUR_"
           WS-UDTOG-DATO ".txt" DELIMITED BY SIZE
           INTO WS-STI-RETUR.
       OPEN INPUT RETUR-FIL.
       IF WS-RETUR-STATUS = "35"
           MOVE "files/PBS-RETUR.txt" TO WS-STI-RETUR
           OPEN INPUT RETUR-FIL
       END-IF.
       IF WS-RETUR-STATUS = "00"
           MOVE "PBS " TO WS-STROEM
           MOVE WS-UDTOG-DATO TO WS-VALOER
           PERFORM UNTIL EOF-REACHED
               READ RETUR-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       EVALUATE RETUR-RECORD(1:1)
                           WHEN "H"
                               MOVE RH-DATO TO WS-VALOER
                           WHEN "D"
                               IF RD-STATUS = "B"
                                       AND RD-VALUTA = "DKK"
                                   COMPUTE WS-BELOEB-OERER
                                       = FUNCTION NUMVAL(RD-BELOEB)
                                   PERFORM TILFOEJ-FORVENTET
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE RETUR-FIL
       END-IF.

       OPSUMMER-KORT.
      * Kortafregningen betales til kortselskabet paa udtogets dag.
       MOVE SPACES TO WS-STI-KORT.
       STRING "files/behandlet/KORT-AFREGNING_"
           WS-UDTOG-DATO ".txt" DELIMITED BY SIZE
           INTO WS-STI-KORT.
       OPEN INPUT KORT-FIL.
       IF WS-KORT-STATUS = "35"
           MOVE "files/KORT-AFREGNING.txt" TO WS-STI-KORT
           OPEN INPUT KORT-FIL
       END-IF.
       IF WS-KORT-STATUS = "00"
           MOVE "KORT" TO WS-STROEM
           MOVE WS-UDTOG-DATO TO WS-VALOER
           PERFORM UNTIL EOF-REACHED
               READ KORT-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       COMPUTE WS-BELOEB-OERER = 0 - KA-BELOEB * 100
                       PERFORM TILFOEJ-FORVENTET
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KORT-FIL
       END-IF.

       INDLAES-AABNE.
       OPEN INPUT AABNE-FIL.
       IF WS-AABNE-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ AABNE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF AA-STROEM NOT = SPACES
                               AND WS-AB-ANTAL < 500
                           ADD 1 TO WS-AB-ANTAL
                           SET AB-IDX TO WS-AB-ANTAL
                           MOVE AA-STROEM TO ABT-STROEM(AB-IDX)
                           MOVE AA-VALOER TO ABT-VALOER(AB-IDX)
                           MOVE AA-DIFF-OERER TO ABT-DIFF(AB-IDX)
                           IF AA-DK = "D"
                               COMPUTE ABT-DIFF(AB-IDX)
                                   = 0 - AA-DIFF-OERER
                           END-IF
                           MOVE AA-OPSTAAET TO ABT-OPSTAAET(AB-IDX)
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE AABNE-FIL
       END-IF.

       AFSTEM-LINJE.
      * Differencen laegges til en aaben difference paa samme stroem
      * og valoer, hvis der er en; ellers bliver en difference forskel
      * fra nul en ny aaben difference.
       COMPUTE WS-DIFF-OERER
           = AFT-AFVIKLET(AF-IDX) - AFT-FORVENTET(AF-IDX).
       MOVE 0 TO WS-FUNDET-IDX.
       IF WS-AB-ANTAL > 0
           SET AB-IDX TO 1
           SEARCH AB-ENTRY
               AT END
                   CONTINUE
               WHEN ABT-STROEM(AB-IDX) = AFT-STROEM(AF-IDX)
                       AND ABT-VALOER(AB-IDX) = AFT-VALOER(AF-IDX)
                       AND ABT-DIFF(AB-IDX) NOT = 0
                   SET WS-FUNDET-IDX TO AB-IDX
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX > 0
           SET AB-IDX TO WS-FUNDET-IDX
           ADD WS-DIFF-OERER TO ABT-DIFF(AB-IDX)
           MOVE "J" TO ABT-BEROERT(AB-IDX)
           IF ABT-DIFF(AB-IDX) = 0
               MOVE "AFKLARET" TO AFT-STATUS(AF-IDX)
               ADD 1 TO WS-AFKLARET-TAELLER
           ELSE
               MOVE "STADIG AABEN" TO AFT-STATUS(AF-IDX)
               ADD 1 TO WS-DIFF-TAELLER
           END-IF
       ELSE
           EVALUATE TRUE
               WHEN WS-DIFF-OERER = 0
                   MOVE "AFSTEMT" TO AFT-STATUS(AF-IDX)
                   ADD 1 TO WS-AFSTEMT-TAELLER
               WHEN AFT-I-UDTOG(AF-IDX) NOT = "J"
                   MOVE "IKKE AFVIKLET" TO AFT-STATUS(AF-IDX)
               WHEN AFT-I-FILER(AF-IDX) NOT = "J"
                   MOVE "IKKE I FILERNE" TO AFT-STATUS(AF-IDX)
               WHEN OTHER
                   MOVE "DIFFERENCE" TO AFT-STATUS(AF-IDX)
           END-EVALUATE
           IF WS-DIFF-OERER NOT = 0
               ADD 1 TO WS-DIFF-TAELLER
               IF WS-AB-ANTAL < 500
                   ADD 1 TO WS-AB-ANTAL
                   SET AB-IDX TO WS-AB-ANTAL
                   MOVE AFT-STROEM(AF-IDX) TO ABT-STROEM(AB-IDX)
                   MOVE AFT-VALOER(AF-IDX) TO ABT-VALOER(AB-IDX)
                   MOVE WS-DIFF-OERER TO ABT-DIFF(AB-IDX)
                   MOVE WS-UDTOG-DATO TO ABT-OPSTAAET(AB-IDX)
                   MOVE "J" TO ABT-BEROERT(AB-IDX)
               ELSE
                   DISPLAY "ADVARSEL: Tabellen over aabne "
                       "differencer er fuld - " AFT-STROEM(AF-IDX)
                       " " AFT-VALOER(AF-IDX) " foeres ikke frem"
               END-IF
           END-IF
       END-IF.

       SKRIV-AABNE-TILBAGE.
      * Differencer der er gaaet i nul, udgaar; resten foeres frem
      * og taelles med alder fra den dag de opstod.
       PERFORM VARYING AB-IDX FROM 1 BY 1
               UNTIL AB-IDX > WS-AB-ANTAL
           IF ABT-DIFF(AB-IDX) NOT = 0
               MOVE SPACES TO AABNE-RECORD
               MOVE ABT-STROEM(AB-IDX) TO AA-STROEM
               MOVE ABT-VALOER(AB-IDX) TO AA-VALOER
               IF ABT-DIFF(AB-IDX) < 0
                   MOVE "D" TO AA-DK
                   COMPUTE AA-DIFF-OERER = 0 - ABT-DIFF(AB-IDX)
               ELSE
                   MOVE "K" TO AA-DK
                   MOVE ABT-DIFF(AB-IDX) TO AA-DIFF-OERER
               END-IF
               MOVE ABT-OPSTAAET(AB-IDX) TO AA-OPSTAAET
               MOVE AABNE-RECORD TO AABNE-NY-RECORD
               WRITE AABNE-NY-RECORD
               ADD 1 TO WS-AABEN-TAELLER
               ADD ABT-DIFF(AB-IDX) TO WS-AABEN-SUM
               PERFORM BEREGN-ALDER
               IF WS-DAGE > WS-AELDSTE-DAGE
                   MOVE WS-DAGE TO WS-AELDSTE-DAGE
               END-IF
           END-IF
       END-PERFORM.

       BEREGN-ALDER.
       MOVE 0 TO WS-DAGE.
       IF ABT-OPSTAAET(AB-IDX) IS NUMERIC
           COMPUTE WS-DATO-9 = FUNCTION NUMVAL(ABT-OPSTAAET(AB-IDX))
           IF FUNCTION INTEGER-OF-DATE(WS-DATO-9) < WS-IDAG-INT
               COMPUTE WS-DAGE = WS-IDAG-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DATO-9)
           END-IF
       END-IF.

       SKRIV-KVITTERINGSSIDE.
      * En side: udtogets kontrol, en linje pr. stroem og valoer, de
      * aabne differencer der foeres frem, og felter til kvittering.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AFVIKLINGSAFSTEMNING MOD NATIONALBANKEN - UDTOG "
           WS-UDTOG-DATO " KONTO " WS-UDTOG-KONTO
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "UDTOGETS KONTROL: POSTER=" WS-TALT-ANTAL
           " STEMMER MED SLUTRECORD. KOERT " WS-KOERSELS-DATO
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "STROEM VALOER        FORVENTET       AFVIKLET"
           "     DIFFERENCE STATUS"
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       IF WS-AF-ANTAL = 0
           MOVE "  INGEN AFVIKLING OG INGEN FILER" TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.
       PERFORM VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AF-ANTAL
           PERFORM SKRIV-AFSTEMNINGSLINJE
       END-PERFORM.

       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE "AABNE DIFFERENCER FOERT FREM FRA TIDLIGERE UDTOG:"
           TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM VARYING AB-IDX FROM 1 BY 1
               UNTIL AB-IDX > WS-AB-ANTAL
           IF ABT-DIFF(AB-IDX) NOT = 0
                   AND ABT-BEROERT(AB-IDX) NOT = "J"
               ADD 1 TO WS-FREMFOERT-TAELLER
               PERFORM BEREGN-ALDER
               COMPUTE WS-KRONER = ABT-DIFF(AB-IDX) / 100
               MOVE WS-KRONER TO WS-DIFF-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING ABT-STROEM(AB-IDX) "   " ABT-VALOER(AB-IDX)
                   "   DIFFERENCE=" WS-DIFF-EDIT
                   " OPSTAAET=" ABT-OPSTAAET(AB-IDX)
                   " DAGE=" WS-DAGE
                   INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
           END-IF
       END-PERFORM.
       IF WS-FREMFOERT-TAELLER = 0
           MOVE "  INGEN" TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       COMPUTE WS-KRONER = WS-AABEN-SUM / 100.
       MOVE WS-KRONER TO WS-DIFF-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AFSTEMT=" WS-AFSTEMT-TAELLER
           " DIFFERENCER=" WS-DIFF-TAELLER
           " AFKLARET I DAG=" WS-AFKLARET-TAELLER
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AABNE DIFFERENCER EFTER I DAG=" WS-AABEN-TAELLER
           " SUM=" FUNCTION TRIM(WS-DIFF-EDIT)
           " AELDSTE=" WS-AELDSTE-DAGE " DAGE"
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AFSTEMT AF           : ____________________  "
           "DATO: __________" INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "GODKENDT AF (FINANS) : ____________________  "
           "DATO: __________" INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-AFSTEMNINGSLINJE.
       COMPUTE WS-KRONER = AFT-FORVENTET(AF-IDX) / 100.
       MOVE WS-KRONER TO WS-FORVENTET-EDIT.
       COMPUTE WS-KRONER = AFT-AFVIKLET(AF-IDX) / 100.
       MOVE WS-KRONER TO WS-AFVIKLET-EDIT.
       COMPUTE WS-KRONER
           = (AFT-AFVIKLET(AF-IDX) - AFT-FORVENTET(AF-IDX)) / 100.
       MOVE WS-KRONER TO WS-DIFF-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING AFT-STROEM(AF-IDX) "   " AFT-VALOER(AF-IDX)
           " " WS-FORVENTET-EDIT
           " " WS-AFVIKLET-EDIT
           " " WS-DIFF-EDIT
           " " AFT-STATUS(AF-IDX)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
