       IDENTIFICATION DIVISION.
       PROGRAM-ID. KAEDE-MONITOR.

      * Natoperatoerens skaerm over den daglige kaede mens den koerer:
      * viser hvert trin i DAGLIGT-KOERSELs raekkefoelge med status
      * (venter, koerer, faerdig, fejlet, sprunget over), starttid,
      * forloebet tid, trinnets typiske varighed og dets SLA-graense,
      * markerer medlemmerne af den parallelle gruppe, og giver en
      * prognose for hvornaar kaeden er i maal holdt op mod
      * batchvinduets slut. Et trin der koerer langt over sin
      * typiske varighed (mere end det dobbelte) eller over sin
      * SLA-graense flages mens det stadig koerer, saa operatoeren
      * kan gribe ind foer vinduet er braendt af - ikke efter.
      * Kilderne:
      *   files/KAEDE-KONTROL.txt (copybooks/KAEDEKTL.cpy) - kaedens
      *     KSTR/GENO/KSLT og trinenes TSTR/TRIN/TFEJ/TSPR-linjer.
      *     Den seneste KSTR er kaeden der vises.
      *   files/KOERSEL-STATISTIK.txt - typisk varighed pr. trin er
      *     gennemsnittet af de registrerede koersler (samme tal som
      *     GNSNIT i batch/sla_rapport.cob).
      *   files/SLA-GRAENSER.txt - trinenes SLA-graenser, og linjen
      *     BATCHVINDUE-SLUT med vinduets sluttidspunkt (TTMMSS i
      *     stedet for sekunder). Ligger klokkeslaettet foer kaedens
      *     start, er det naeste dags.
      * Prognosen er nu + resten af de koerende trins typiske tid +
      * de ventende trins typiske tid; den parallelle gruppe taeller
      * med sit langsomste medlem. Trin uden historik taeller nul.
      * Parameter: antal sekunder mellem opdateringerne (standard
      * 30). 0 = opdater naar operatoeren trykker Enter. Skaermen
      * opdateres til kaeden er i maal eller standset, eller til
      * operatoeren afbryder; er kaeden allerede slut ved start,
      * bliver monitoren staaende og venter paa den naeste.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KAEDE-FIL ASSIGN TO "files/KAEDE-KONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KAEDE-STATUS.

           SELECT STATISTIK-FIL
               ASSIGN TO "files/KOERSEL-STATISTIK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATISTIK-STATUS.

           SELECT SLA-FIL ASSIGN TO "files/SLA-GRAENSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KAEDE-FIL.
       01  KAEDE-RECORD.
           COPY "copybooks/KAEDEKTL.cpy".

       FD  STATISTIK-FIL.
       01  STATISTIK-RECORD.
           05 ST-KOERSEL-ID    PIC X(13).
           05 FILLER           PIC X(1).
           05 ST-PROGRAM       PIC X(20).
           05 FILLER           PIC X(1).
           05 ST-START-TS      PIC X(14).
           05 FILLER           PIC X(1).
           05 ST-SLUT-TS       PIC X(14).
           05 FILLER           PIC X(1).
           05 ST-SEKUNDER      PIC 9(6).

       FD  SLA-FIL.
       01  SLA-POST.
           05 SL-PROGRAM       PIC X(20).
           05 FILLER           PIC X(1).
           05 SL-SEKUNDER      PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-KAEDE-STATUS     PIC XX     VALUE "00".
       01  WS-STATISTIK-STATUS PIC XX     VALUE "00".
       01  WS-SLA-STATUS       PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-KOMMANDO         PIC X(100) VALUE SPACES.
       01  WS-PARAM            PIC X(10)  VALUE SPACES.
       01  WS-INTERVAL         PIC 9(4)   VALUE 30.
       01  WS-INTERVAL-EDIT    PIC Z(3)9.
       01  WS-SVAR             PIC X(1)   VALUE SPACES.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".
      *    J = kaeden er set koere i denne session; foerst da stopper
      *    den automatiske opdatering naar kaeden er slut.
       01  WS-SET-KOERE        PIC X(1)   VALUE "N".

      * Kaedens trin i DAGLIGT-KOERSELs raekkefoelge (som trintabellen
      * i batch/dagligt_koersel.cob). MT-GRUPPE = P for trinene i den
      * parallelle gruppe. MT-TILSTAND: V = venter, K = koerer,
      * F = faerdig, X = fejlet, S = sprunget over.
       01  WS-TRIN-ANTAL       PIC 9(2)   VALUE 0.
       01  WS-TRIN-IDX         PIC 9(2)   VALUE 0.
       01  WS-SOEG-IDX         PIC 9(2)   VALUE 0.
       01  MONITOR-TABEL.
           05  MT-ENTRY OCCURS 40 TIMES.
               10  MT-NAVN         PIC X(20).
               10  MT-GRUPPE       PIC X(1).
               10  MT-TILSTAND     PIC X(1).
               10  MT-START-TS     PIC X(14).
               10  MT-SLUT-TS      PIC X(14).
               10  MT-KODE         PIC X(24).
               10  MT-STAT-ANTAL   PIC 9(5).
               10  MT-STAT-SUM     PIC 9(9).
               10  MT-TYPISK       PIC 9(6).
               10  MT-SLA          PIC 9(6).
               10  MT-FORLOEB      PIC 9(6).
      *            J = over det dobbelte af typisk eller over SLA.
               10  MT-LANGSOM      PIC X(1).

      * Den viste kaede: seneste KSTR i kaedekontrollen.
      *    I = ingen kaede fundet, K = koerer, G = gennemfoert,
      *    S = standset efter et fejlet trin.
       01  WS-KAEDE-TILSTAND   PIC X(1)   VALUE "I".
       01  WS-KAEDE-DATO       PIC X(8)   VALUE SPACES.
       01  WS-KAEDE-ID         PIC X(13)  VALUE SPACES.
       01  WS-KAEDE-START-TS   PIC X(14)  VALUE SPACES.
       01  WS-KAEDE-SLUT-TS    PIC X(14)  VALUE SPACES.
       01  WS-KAEDE-GENOPTAGET PIC X(1)   VALUE "N".
       01  WS-ANTAL-KOERER     PIC 9(2)   VALUE 0.
       01  WS-ANTAL-FEJLET     PIC 9(2)   VALUE 0.
       01  WS-ANTAL-FAERDIG    PIC 9(2)   VALUE 0.
       01  WS-ANTAL-LANGSOM    PIC 9(2)   VALUE 0.

      * Maanedsafslutningen koerer kun paa maanedens sidste bankdag -
      * se shared/bankdag.cob.
       01  WS-BANKDAG-FUNKTION PIC X(4)   VALUE "SIBD".
       01  WS-BANKDAG-SVAR     PIC X      VALUE SPACES.
       01  WS-SIDSTE-BANKDAG   PIC X(8)   VALUE SPACES.
       01  WS-BANKDAG-FOR      PIC X(8)   VALUE SPACES.

      * Tidsregning i sekunder fra dagnummer 0 (INTEGER-OF-DATE), saa
      * en kaede hen over midnat regnes rigtigt.
       01  WS-NU-TS            PIC X(14)  VALUE SPACES.
       01  WS-NU-SEK           PIC 9(11)  VALUE 0.
       01  WS-TS-IND           PIC X(14)  VALUE SPACES.
       01  WS-ABS-SEK          PIC 9(11)  VALUE 0.
       01  WS-FRA-SEK          PIC 9(11)  VALUE 0.
       01  WS-DATO-NUM         PIC 9(8)   VALUE 0.
       01  WS-DAGNR            PIC 9(8)   VALUE 0.
       01  WS-DAG-SEK          PIC 9(5)   VALUE 0.
       01  WS-KL-TT            PIC 9(2)   VALUE 0.
       01  WS-KL-MM            PIC 9(2)   VALUE 0.
       01  WS-KL-SS            PIC 9(2)   VALUE 0.
       01  WS-KL-VIS           PIC X(8)   VALUE SPACES.
       01  WS-DATO-VIS         PIC X(8)   VALUE SPACES.

      * Batchvinduet og prognosen
       01  WS-VINDUE-FUNDET    PIC X(1)   VALUE "N".
       01  WS-VINDUE-TTMMSS    PIC 9(6)   VALUE 0.
       01  WS-VINDUE-SEK       PIC 9(11)  VALUE 0.
       01  WS-VINDUE-KL        PIC X(8)   VALUE SPACES.
       01  WS-VINDUE-DATO      PIC X(8)   VALUE SPACES.
       01  WS-REST-SEK         PIC 9(9)   VALUE 0.
       01  WS-TRIN-REST        PIC 9(9)   VALUE 0.
       01  WS-GRUPPE-REST      PIC 9(9)   VALUE 0.
       01  WS-ESTIMAT-SEK      PIC 9(11)  VALUE 0.
       01  WS-UDEN-HISTORIK    PIC 9(2)   VALUE 0.

      * Skaermlinjerne
       01  WS-LINJE            PIC X(80)  VALUE SPACES.
       01  WS-STATUS-TEKST     PIC X(9)   VALUE SPACES.
       01  WS-START-VIS        PIC X(8)   VALUE SPACES.
       01  WS-FORLOEB-EDIT     PIC Z(5)9.
       01  WS-FORLOEB-VIS      REDEFINES WS-FORLOEB-EDIT PIC X(6).
       01  WS-TYPISK-EDIT      PIC Z(5)9.
       01  WS-TYPISK-VIS       REDEFINES WS-TYPISK-EDIT PIC X(6).
       01  WS-SLA-EDIT         PIC Z(5)9.
       01  WS-SLA-VIS          REDEFINES WS-SLA-EDIT PIC X(6).
       01  WS-REST-EDIT        PIC Z(8)9.
       01  WS-ANTAL-EDIT       PIC Z9.
       01  WS-FLAG             PIC X(12)  VALUE SPACES.
       01  WS-GRUPPE-LISTE     PIC X(120) VALUE SPACES.
       01  WS-GRUPPE-PTR       PIC 9(3)   VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       ACCEPT WS-PARAM FROM COMMAND-LINE.
       IF WS-PARAM NOT = SPACES
           IF FUNCTION TEST-NUMVAL(WS-PARAM) NOT = 0
               DISPLAY "KAEDE-MONITOR: ugyldig parameter "
                   FUNCTION TRIM(WS-PARAM)
                   " - angiv sekunder mellem opdateringerne "
                   "(0 = opdater med Enter)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-INTERVAL = FUNCTION NUMVAL(WS-PARAM)
       END-IF.

       PERFORM KLARGOER-TRINLISTE.
       PERFORM INDLAES-STATISTIK.
       PERFORM INDLAES-SLA-GRAENSER.

       PERFORM UNTIL ER-FAERDIG
           PERFORM LAES-KAEDEKONTROL
           PERFORM BEREGN-FREMDRIFT
           PERFORM VIS-SKAERM
           IF WS-KAEDE-TILSTAND = "K"
               MOVE "J" TO WS-SET-KOERE
           END-IF
           IF WS-INTERVAL = 0
               DISPLAY "Enter = opdater, A = afslut: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SVAR
               ACCEPT WS-SVAR
               IF WS-SVAR = "A" OR WS-SVAR = "a"
                   SET ER-FAERDIG TO TRUE
               END-IF
           ELSE
               IF WS-SET-KOERE = "J"
                   AND (WS-KAEDE-TILSTAND = "G"
                        OR WS-KAEDE-TILSTAND = "S")
                   DISPLAY "KAEDE-MONITOR: kaeden er slut - "
                       "monitoren stopper."
                   SET ER-FAERDIG TO TRUE
               ELSE
                   MOVE SPACES TO WS-KOMMANDO
                   MOVE WS-INTERVAL TO WS-INTERVAL-EDIT
                   STRING "sleep " FUNCTION TRIM(WS-INTERVAL-EDIT)
                       DELIMITED BY SIZE INTO WS-KOMMANDO
                   CALL "SYSTEM" USING WS-KOMMANDO
               END-IF
           END-IF
       END-PERFORM.
       STOP RUN.

       KLARGOER-TRINLISTE.
      * Samme trin og raekkefoelge som KLARGOER-TRINTABEL i
      * batch/dagligt_koersel.cob; den parallelle gruppe er de fem
      * trin KLARGOER-PARALLEL-GRUPPE starter samtidig.
       MOVE SPACES TO MONITOR-TABEL.
       MOVE 0 TO WS-TRIN-ANTAL.
       MOVE "REFERENCE-KONTROL" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "VOLUMEN-KONTROL" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "SANKTION-SCREENING" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "OPGAVE6" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "OPGAVE7" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "UDLAEG" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "KORT-AFREGNING" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "FAST-OVERFOERSEL" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "BETALINGSLAGER" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "DOEDSBO-UDLODNING" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "TERMIN-UDLOEB" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "RENTE-VARSEL" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "MAANEDS-KOERSEL" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "POSTERING-MOTOR" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "KONTOOPL-UDTRAEK" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "SALDO-FREMSKRIVNING" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "RAABALANCE" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "FEJLKONTO-ALDER" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "AML-OVERVAAGNING" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "RISIKO-KLASSIFICER" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "CAMT053-EKSPORT" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "OPGAVE8" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "OVERTRAEK-DAEKNING" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "CASHPOOL-SWEEP" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "AFSTEM-KUNDEKONTO" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "P" TO MT-GRUPPE(WS-TRIN-ANTAL).
       MOVE "KPI-OPSAMLING" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "P" TO MT-GRUPPE(WS-TRIN-ANTAL).
       MOVE "OVERTRAEK-GEBYR" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "P" TO MT-GRUPPE(WS-TRIN-ANTAL).
       MOVE "OVERTRAEK-ALDRING" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "P" TO MT-GRUPPE(WS-TRIN-ANTAL).
       MOVE "DATAKVALITET" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "P" TO MT-GRUPPE(WS-TRIN-ANTAL).
       MOVE "ADVIS-LEVERING" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "ADVIS-KOERSEL" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "ARBEJDSKOE-OPSAML" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "PRINT-KVITTERING" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "PRINT-SPOOL" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
       MOVE "DWH-DELTA-UDTRAEK" TO WS-LINJE.
       PERFORM TILFOEJ-TRIN.
      * Gruppens medlemmer til skaermens fodlinje
       MOVE SPACES TO WS-GRUPPE-LISTE.
       MOVE 1 TO WS-GRUPPE-PTR.
       PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
               UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
           IF MT-GRUPPE(WS-TRIN-IDX) = "P"
               IF WS-GRUPPE-PTR > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-GRUPPE-LISTE
                       WITH POINTER WS-GRUPPE-PTR
               END-IF
               STRING FUNCTION TRIM(MT-NAVN(WS-TRIN-IDX))
                   DELIMITED BY SIZE
                   INTO WS-GRUPPE-LISTE
                   WITH POINTER WS-GRUPPE-PTR
           END-IF
       END-PERFORM.

       TILFOEJ-TRIN.
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE WS-LINJE(1:20) TO MT-NAVN(WS-TRIN-ANTAL).
       MOVE SPACE TO MT-GRUPPE(WS-TRIN-ANTAL).
       MOVE 0 TO MT-STAT-ANTAL(WS-TRIN-ANTAL).
       MOVE 0 TO MT-STAT-SUM(WS-TRIN-ANTAL).
       MOVE 0 TO MT-TYPISK(WS-TRIN-ANTAL).
       MOVE 0 TO MT-SLA(WS-TRIN-ANTAL).
       MOVE 0 TO MT-FORLOEB(WS-TRIN-ANTAL).

       FIND-TRIN.
      * Slaar WS-LINJE(1:20) op i trinlisten; WS-TRIN-IDX = 0 naar
      * navnet ikke er et af kaedens trin.
       MOVE 0 TO WS-TRIN-IDX.
       PERFORM VARYING WS-SOEG-IDX FROM 1 BY 1
               UNTIL WS-SOEG-IDX > WS-TRIN-ANTAL
                  OR WS-TRIN-IDX > 0
           IF MT-NAVN(WS-SOEG-IDX) = WS-LINJE(1:20)
               MOVE WS-SOEG-IDX TO WS-TRIN-IDX
           END-IF
       END-PERFORM.

       INDLAES-STATISTIK.
      * Typisk varighed pr. trin: gennemsnittet af alle registrerede
      * koersler. Filen er valgfri - uden den vises ingen typisk tid
      * og prognosen regner trinene som nul.
       OPEN INPUT STATISTIK-FIL.
       IF WS-STATISTIK-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Ingen koerselsstatistik fundet "
               "(files/KOERSEL-STATISTIK.txt), status="
               WS-STATISTIK-STATUS
           EXIT PARAGRAPH
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ STATISTIK-FIL INTO STATISTIK-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   MOVE ST-PROGRAM TO WS-LINJE
                   PERFORM FIND-TRIN
                   IF WS-TRIN-IDX > 0 AND ST-SEKUNDER IS NUMERIC
                       ADD 1 TO MT-STAT-ANTAL(WS-TRIN-IDX)
                       ADD ST-SEKUNDER TO MT-STAT-SUM(WS-TRIN-IDX)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE STATISTIK-FIL.
       PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
               UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
           IF MT-STAT-ANTAL(WS-TRIN-IDX) > 0
               COMPUTE MT-TYPISK(WS-TRIN-IDX) ROUNDED =
                   MT-STAT-SUM(WS-TRIN-IDX)
                   / MT-STAT-ANTAL(WS-TRIN-IDX)
           END-IF
       END-PERFORM.

       INDLAES-SLA-GRAENSER.
      * SLA-graensen pr. trin og batchvinduets slut. Uden filen
      * vises ingen graenser og prognosen holdes ikke op mod noget.
       OPEN INPUT SLA-FIL.
       IF WS-SLA-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Ingen SLA-graenser fundet "
               "(files/SLA-GRAENSER.txt), status=" WS-SLA-STATUS
           EXIT PARAGRAPH
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ SLA-FIL INTO SLA-POST
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF SL-SEKUNDER IS NUMERIC
                       IF SL-PROGRAM = "BATCHVINDUE-SLUT"
                           MOVE "J" TO WS-VINDUE-FUNDET
                           MOVE SL-SEKUNDER TO WS-VINDUE-TTMMSS
                       ELSE
                           MOVE SL-PROGRAM TO WS-LINJE
                           PERFORM FIND-TRIN
                           IF WS-TRIN-IDX > 0
                               MOVE SL-SEKUNDER
                                   TO MT-SLA(WS-TRIN-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE SLA-FIL.

       LAES-KAEDEKONTROL.
      * Den seneste KSTR nulstiller billedet; linjerne efter den for
      * samme bankdag giver hvert trins status. Et trin der allerede
      * er faerdigt i kaeden (genoptagelse) bliver staaende som
      * faerdigt selv om det senere springes over.
       MOVE "I" TO WS-KAEDE-TILSTAND.
       MOVE SPACES TO WS-KAEDE-DATO WS-KAEDE-ID WS-KAEDE-START-TS
           WS-KAEDE-SLUT-TS.
       MOVE "N" TO WS-KAEDE-GENOPTAGET.
       PERFORM NULSTIL-TRINSTATUS.
       OPEN INPUT KAEDE-FIL.
       IF WS-KAEDE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ KAEDE-FIL INTO KAEDE-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   PERFORM BEHANDL-KAEDELINJE
           END-READ
       END-PERFORM.
       CLOSE KAEDE-FIL.

       NULSTIL-TRINSTATUS.
       PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
               UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
           MOVE "V" TO MT-TILSTAND(WS-TRIN-IDX)
           MOVE SPACES TO MT-START-TS(WS-TRIN-IDX)
           MOVE SPACES TO MT-SLUT-TS(WS-TRIN-IDX)
           MOVE SPACES TO MT-KODE(WS-TRIN-IDX)
           MOVE 0 TO MT-FORLOEB(WS-TRIN-IDX)
           MOVE "N" TO MT-LANGSOM(WS-TRIN-IDX)
       END-PERFORM.

       BEHANDL-KAEDELINJE.
       IF KK-TYPE = "KSTR"
           MOVE "K" TO WS-KAEDE-TILSTAND
           MOVE KK-DATO TO WS-KAEDE-DATO
           MOVE KK-KOERSEL-ID TO WS-KAEDE-ID
           MOVE KK-TIDSSTEMPEL TO WS-KAEDE-START-TS
           MOVE SPACES TO WS-KAEDE-SLUT-TS
           MOVE "N" TO WS-KAEDE-GENOPTAGET
           PERFORM NULSTIL-TRINSTATUS
           EXIT PARAGRAPH
       END-IF.
       IF WS-KAEDE-TILSTAND = "I" OR KK-DATO NOT = WS-KAEDE-DATO
           EXIT PARAGRAPH
       END-IF.
       EVALUATE KK-TYPE
           WHEN "GENO"
               MOVE "K" TO WS-KAEDE-TILSTAND
               MOVE "J" TO WS-KAEDE-GENOPTAGET
               MOVE SPACES TO WS-KAEDE-SLUT-TS
      *        Det fejlede trin koeres igen og venter nu paa det.
               PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
                       UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
                   IF MT-TILSTAND(WS-TRIN-IDX) = "X"
                       MOVE "V" TO MT-TILSTAND(WS-TRIN-IDX)
                   END-IF
               END-PERFORM
           WHEN "KSLT"
               MOVE "G" TO WS-KAEDE-TILSTAND
               MOVE KK-TIDSSTEMPEL TO WS-KAEDE-SLUT-TS
           WHEN "TSTR"
               MOVE KK-TRIN TO WS-LINJE
               PERFORM FIND-TRIN
               IF WS-TRIN-IDX > 0
                   MOVE "K" TO MT-TILSTAND(WS-TRIN-IDX)
                   MOVE KK-TIDSSTEMPEL TO MT-START-TS(WS-TRIN-IDX)
                   MOVE SPACES TO MT-SLUT-TS(WS-TRIN-IDX)
                   MOVE SPACES TO MT-KODE(WS-TRIN-IDX)
               END-IF
           WHEN "TRIN"
               MOVE KK-TRIN TO WS-LINJE
               PERFORM FIND-TRIN
               IF WS-TRIN-IDX > 0
                   MOVE "F" TO MT-TILSTAND(WS-TRIN-IDX)
                   MOVE KK-TIDSSTEMPEL TO MT-SLUT-TS(WS-TRIN-IDX)
               END-IF
           WHEN "TFEJ"
               MOVE KK-TRIN TO WS-LINJE
               PERFORM FIND-TRIN
               IF WS-TRIN-IDX > 0
                   MOVE "X" TO MT-TILSTAND(WS-TRIN-IDX)
                   MOVE KK-TIDSSTEMPEL TO MT-SLUT-TS(WS-TRIN-IDX)
                   MOVE KK-AFTRYK TO MT-KODE(WS-TRIN-IDX)
               END-IF
           WHEN "TSPR"
               MOVE KK-TRIN TO WS-LINJE
               PERFORM FIND-TRIN
               IF WS-TRIN-IDX > 0
                   AND MT-TILSTAND(WS-TRIN-IDX) NOT = "F"
                   MOVE "S" TO MT-TILSTAND(WS-TRIN-IDX)
               END-IF
       END-EVALUATE.

       BEREGN-FREMDRIFT.
      * Forloebet tid pr. trin, kaedens tilstand, flag for trin der
      * koerer langt over det normale, og prognosen.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NU-TS.
       MOVE WS-NU-TS TO WS-TS-IND.
       PERFORM TIL-SEKUNDER.
       MOVE WS-ABS-SEK TO WS-NU-SEK.
       IF WS-KAEDE-TILSTAND = "I"
           EXIT PARAGRAPH
       END-IF.

      * Maanedsafslutningen springes over uden for maanedens sidste
      * bankdag - det skriver kaeden ingen linje om.
       IF WS-KAEDE-DATO NOT = WS-BANKDAG-FOR
           MOVE WS-KAEDE-DATO TO WS-BANKDAG-FOR
           CALL "BANKDAG" USING WS-BANKDAG-FUNKTION WS-KAEDE-DATO
               WS-BANKDAG-SVAR WS-SIDSTE-BANKDAG
       END-IF.
       MOVE "MAANEDS-KOERSEL" TO WS-LINJE.
       PERFORM FIND-TRIN.
       IF WS-TRIN-IDX > 0
           AND MT-TILSTAND(WS-TRIN-IDX) = "V"
           AND WS-SIDSTE-BANKDAG NOT = SPACES
           AND WS-KAEDE-DATO NOT = WS-SIDSTE-BANKDAG
           MOVE "S" TO MT-TILSTAND(WS-TRIN-IDX)
       END-IF.

       MOVE 0 TO WS-ANTAL-KOERER WS-ANTAL-FEJLET WS-ANTAL-FAERDIG
           WS-ANTAL-LANGSOM.
       PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
               UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
           PERFORM BEREGN-TRIN-FORLOEB
       END-PERFORM.
       IF WS-KAEDE-TILSTAND = "K" AND WS-ANTAL-KOERER = 0
           AND WS-ANTAL-FEJLET > 0
           MOVE "S" TO WS-KAEDE-TILSTAND
       END-IF.

      * Batchvinduets slut: klokkeslaettet paa kaedens startdag, eller
      * naeste dag hvis det ligger foer starten.
       IF WS-VINDUE-FUNDET = "J"
           MOVE WS-KAEDE-START-TS TO WS-TS-IND
           MOVE WS-VINDUE-TTMMSS TO WS-TS-IND(9:6)
           PERFORM TIL-SEKUNDER
           MOVE WS-ABS-SEK TO WS-VINDUE-SEK
           MOVE WS-KAEDE-START-TS TO WS-TS-IND
           PERFORM TIL-SEKUNDER
           IF WS-VINDUE-SEK <= WS-ABS-SEK
               ADD 86400 TO WS-VINDUE-SEK
           END-IF
           MOVE WS-VINDUE-SEK TO WS-ABS-SEK
           PERFORM TIL-KLOKKESLAET
           MOVE WS-KL-VIS TO WS-VINDUE-KL
           MOVE WS-DATO-VIS TO WS-VINDUE-DATO
       END-IF.
       PERFORM BEREGN-PROGNOSE.

       BEREGN-TRIN-FORLOEB.
       MOVE 0 TO MT-FORLOEB(WS-TRIN-IDX).
       MOVE "N" TO MT-LANGSOM(WS-TRIN-IDX).
       EVALUATE MT-TILSTAND(WS-TRIN-IDX)
           WHEN "K"
               ADD 1 TO WS-ANTAL-KOERER
               MOVE WS-NU-SEK TO WS-ABS-SEK
           WHEN "F"
               ADD 1 TO WS-ANTAL-FAERDIG
               MOVE MT-SLUT-TS(WS-TRIN-IDX) TO WS-TS-IND
               PERFORM TIL-SEKUNDER
           WHEN "X"
               ADD 1 TO WS-ANTAL-FEJLET
               MOVE MT-SLUT-TS(WS-TRIN-IDX) TO WS-TS-IND
               PERFORM TIL-SEKUNDER
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE.
      * Trin gennemfoert foer kaeden skrev startlinjer har ingen
      * starttid og dermed intet forloeb.
       IF MT-START-TS(WS-TRIN-IDX) = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-ABS-SEK TO WS-FRA-SEK.
       MOVE MT-START-TS(WS-TRIN-IDX) TO WS-TS-IND.
       PERFORM TIL-SEKUNDER.
       IF WS-FRA-SEK > WS-ABS-SEK
           COMPUTE MT-FORLOEB(WS-TRIN-IDX) = WS-FRA-SEK - WS-ABS-SEK
       END-IF.
       IF (MT-TYPISK(WS-TRIN-IDX) > 0
           AND MT-FORLOEB(WS-TRIN-IDX) > 2 * MT-TYPISK(WS-TRIN-IDX))
          OR (MT-SLA(WS-TRIN-IDX) > 0
           AND MT-FORLOEB(WS-TRIN-IDX) > MT-SLA(WS-TRIN-IDX))
           MOVE "J" TO MT-LANGSOM(WS-TRIN-IDX)
           IF MT-TILSTAND(WS-TRIN-IDX) = "K"
               ADD 1 TO WS-ANTAL-LANGSOM
           END-IF
       END-IF.

       BEREGN-PROGNOSE.
      * Rest = koerende trins resterende typiske tid + ventende trins
      * typiske tid; den parallelle gruppe med sit langsomste medlem.
      * Et trin der allerede er over sin typiske tid regnes faerdigt
      * nu - det er netop dem flaggene advarer om.
       MOVE 0 TO WS-REST-SEK WS-GRUPPE-REST WS-UDEN-HISTORIK.
       MOVE 0 TO WS-ESTIMAT-SEK.
       IF WS-KAEDE-TILSTAND NOT = "K"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
               UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
           MOVE 0 TO WS-TRIN-REST
           EVALUATE MT-TILSTAND(WS-TRIN-IDX)
               WHEN "V"
                   MOVE MT-TYPISK(WS-TRIN-IDX) TO WS-TRIN-REST
                   IF MT-STAT-ANTAL(WS-TRIN-IDX) = 0
                       ADD 1 TO WS-UDEN-HISTORIK
                   END-IF
               WHEN "K"
                   IF MT-TYPISK(WS-TRIN-IDX) > MT-FORLOEB(WS-TRIN-IDX)
                       COMPUTE WS-TRIN-REST = MT-TYPISK(WS-TRIN-IDX)
                           - MT-FORLOEB(WS-TRIN-IDX)
                   END-IF
           END-EVALUATE
           IF MT-GRUPPE(WS-TRIN-IDX) = "P"
               IF WS-TRIN-REST > WS-GRUPPE-REST
                   MOVE WS-TRIN-REST TO WS-GRUPPE-REST
               END-IF
           ELSE
               ADD WS-TRIN-REST TO WS-REST-SEK
           END-IF
       END-PERFORM.
       ADD WS-GRUPPE-REST TO WS-REST-SEK.
       COMPUTE WS-ESTIMAT-SEK = WS-NU-SEK + WS-REST-SEK.

       TIL-SEKUNDER.
      * WS-TS-IND (AAAAMMDDTTMMSS) til sekunder i WS-ABS-SEK; et
      * ugyldigt tidsstempel giver nul.
       MOVE 0 TO WS-ABS-SEK.
       IF WS-TS-IND IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TS-IND(1:8) TO WS-DATO-NUM.
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATO-NUM) NOT = 0
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-DAGNR = FUNCTION INTEGER-OF-DATE(WS-DATO-NUM).
       COMPUTE WS-ABS-SEK = WS-DAGNR * 86400
           + FUNCTION NUMVAL(WS-TS-IND(9:2)) * 3600
           + FUNCTION NUMVAL(WS-TS-IND(11:2)) * 60
           + FUNCTION NUMVAL(WS-TS-IND(13:2)).

       TIL-KLOKKESLAET.
      * WS-ABS-SEK tilbage til dato (WS-DATO-VIS) og klokkeslaet
      * TT:MM:SS (WS-KL-VIS).
       DIVIDE WS-ABS-SEK BY 86400 GIVING WS-DAGNR
           REMAINDER WS-DAG-SEK.
       MOVE FUNCTION DATE-OF-INTEGER(WS-DAGNR) TO WS-DATO-NUM.
       MOVE WS-DATO-NUM TO WS-DATO-VIS.
       DIVIDE WS-DAG-SEK BY 3600 GIVING WS-KL-TT
           REMAINDER WS-DAG-SEK.
       DIVIDE WS-DAG-SEK BY 60 GIVING WS-KL-MM
           REMAINDER WS-KL-SS.
       MOVE SPACES TO WS-KL-VIS.
       STRING WS-KL-TT ":" WS-KL-MM ":" WS-KL-SS
           DELIMITED BY SIZE INTO WS-KL-VIS.

       VIS-SKAERM.
       MOVE "clear" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       MOVE WS-NU-SEK TO WS-ABS-SEK.
       PERFORM TIL-KLOKKESLAET.
       DISPLAY "===== KAEDE-MONITOR =====   "
           WS-DATO-VIS " " WS-KL-VIS.
       IF WS-KAEDE-TILSTAND = "I"
           DISPLAY "Ingen kaede fundet i files/KAEDE-KONTROL.txt - "
               "venter paa kaedestart."
           PERFORM VIS-OPDATERING
           EXIT PARAGRAPH
       END-IF.

       MOVE SPACES TO WS-LINJE.
       EVALUATE WS-KAEDE-TILSTAND
           WHEN "K"
               MOVE "KOERER" TO WS-STATUS-TEKST
           WHEN "G"
               MOVE "I MAAL" TO WS-STATUS-TEKST
           WHEN "S"
               MOVE "STANDSET" TO WS-STATUS-TEKST
       END-EVALUATE.
       MOVE WS-KAEDE-START-TS TO WS-TS-IND.
       PERFORM FORMATER-START.
       STRING "BANKDAG " WS-KAEDE-DATO
           "  KOERSEL-ID " WS-KAEDE-ID
           "  STARTET " WS-START-VIS
           "  KAEDEN " WS-STATUS-TEKST
           DELIMITED BY SIZE INTO WS-LINJE.
       DISPLAY WS-LINJE.
       IF WS-KAEDE-GENOPTAGET = "J"
           DISPLAY "(kaeden er genoptaget efter en afbrydelse)"
       END-IF.
       DISPLAY " ".
       DISPLAY "TRIN                   STATUS    START    FORLOEB "
           "TYPISK    SLA".
       PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
               UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
           PERFORM VIS-TRIN-LINJE
       END-PERFORM.
       DISPLAY " ".
       DISPLAY "P = parallel gruppe, koerer samtidig:".
       DISPLAY "    " FUNCTION TRIM(WS-GRUPPE-LISTE).
       PERFORM VIS-PROGNOSE.
       PERFORM VIS-OPDATERING.

       VIS-TRIN-LINJE.
       EVALUATE MT-TILSTAND(WS-TRIN-IDX)
           WHEN "V"
               MOVE "VENTER" TO WS-STATUS-TEKST
           WHEN "K"
               MOVE "KOERER" TO WS-STATUS-TEKST
           WHEN "F"
               MOVE "FAERDIG" TO WS-STATUS-TEKST
           WHEN "X"
               MOVE "FEJLET" TO WS-STATUS-TEKST
           WHEN "S"
               MOVE "SPRUNGET" TO WS-STATUS-TEKST
       END-EVALUATE.
       MOVE MT-START-TS(WS-TRIN-IDX) TO WS-TS-IND.
       PERFORM FORMATER-START.
       MOVE MT-FORLOEB(WS-TRIN-IDX) TO WS-FORLOEB-EDIT.
       MOVE MT-TYPISK(WS-TRIN-IDX) TO WS-TYPISK-EDIT.
       MOVE MT-SLA(WS-TRIN-IDX) TO WS-SLA-EDIT.
       IF MT-START-TS(WS-TRIN-IDX) = SPACES
           MOVE SPACES TO WS-FORLOEB-VIS
       END-IF.
       IF MT-STAT-ANTAL(WS-TRIN-IDX) = 0
           MOVE SPACES TO WS-TYPISK-VIS
       END-IF.
       IF MT-SLA(WS-TRIN-IDX) = 0
           MOVE SPACES TO WS-SLA-VIS
       END-IF.
       MOVE SPACES TO WS-FLAG.
       IF MT-TILSTAND(WS-TRIN-IDX) = "X"
           MOVE MT-KODE(WS-TRIN-IDX) TO WS-FLAG
       END-IF.
       IF MT-LANGSOM(WS-TRIN-IDX) = "J"
           IF MT-TILSTAND(WS-TRIN-IDX) = "K"
               MOVE "<<< LANGSOM" TO WS-FLAG
           ELSE
               IF MT-TILSTAND(WS-TRIN-IDX) = "F"
                   MOVE "LANGSOM" TO WS-FLAG
               END-IF
           END-IF
       END-IF.
       MOVE SPACES TO WS-LINJE.
       STRING MT-NAVN(WS-TRIN-IDX) " "
           MT-GRUPPE(WS-TRIN-IDX) " "
           WS-STATUS-TEKST " "
           WS-START-VIS " "
           WS-FORLOEB-EDIT " "
           WS-TYPISK-EDIT " "
           WS-SLA-EDIT " "
           WS-FLAG
           DELIMITED BY SIZE INTO WS-LINJE.
       DISPLAY WS-LINJE.

       FORMATER-START.
      * Klokkeslaettet i WS-TS-IND som TT:MM:SS i WS-START-VIS.
       MOVE SPACES TO WS-START-VIS.
       IF WS-TS-IND NOT = SPACES
           STRING WS-TS-IND(9:2) ":" WS-TS-IND(11:2) ":"
               WS-TS-IND(13:2)
               DELIMITED BY SIZE INTO WS-START-VIS
       END-IF.

       VIS-PROGNOSE.
      * Kaedens slut eller prognose holdt op mod batchvinduet, og en
      * advarsel pr. trin der koerer langt over det normale.
       DISPLAY " ".
       IF WS-VINDUE-FUNDET = "J"
           DISPLAY "BATCHVINDUET SLUTTER:  " WS-VINDUE-DATO " "
               WS-VINDUE-KL
       ELSE
           DISPLAY "BATCHVINDUET SLUTTER:  (ingen BATCHVINDUE-SLUT i "
               "files/SLA-GRAENSER.txt)"
       END-IF.
       EVALUATE WS-KAEDE-TILSTAND
           WHEN "G"
               MOVE WS-KAEDE-SLUT-TS TO WS-TS-IND
               PERFORM TIL-SEKUNDER
               PERFORM TIL-KLOKKESLAET
               DISPLAY "KAEDEN BLEV FAERDIG:   " WS-DATO-VIS " "
                   WS-KL-VIS
               IF WS-VINDUE-FUNDET = "J"
                   AND WS-ABS-SEK > WS-VINDUE-SEK
                   DISPLAY "*** KAEDEN OVERSKRED BATCHVINDUET ***"
               END-IF
           WHEN "S"
               MOVE WS-ANTAL-FEJLET TO WS-ANTAL-EDIT
               DISPLAY "*** KAEDEN ER STANDSET - " WS-ANTAL-EDIT
                   " trin fejlet. Ret fejlen og genstart "
                   "DAGLIGT-KOERSEL med GENOPTAG. ***"
               IF WS-VINDUE-FUNDET = "J"
                   AND WS-NU-SEK > WS-VINDUE-SEK
                   DISPLAY "*** BATCHVINDUET ER OVERSKREDET ***"
               END-IF
           WHEN "K"
               MOVE WS-ESTIMAT-SEK TO WS-ABS-SEK
               PERFORM TIL-KLOKKESLAET
               MOVE WS-REST-SEK TO WS-REST-EDIT
               DISPLAY "FORVENTET FAERDIG:     " WS-DATO-VIS " "
                   WS-KL-VIS "  (rest ca. "
                   FUNCTION TRIM(WS-REST-EDIT) " sek.)"
               IF WS-UDEN-HISTORIK > 0
                   MOVE WS-UDEN-HISTORIK TO WS-ANTAL-EDIT
                   DISPLAY "                       " WS-ANTAL-EDIT
                       " ventende trin uden historik er regnet "
                       "som 0 sek."
               END-IF
               IF WS-VINDUE-FUNDET = "J"
                   IF WS-NU-SEK > WS-VINDUE-SEK
                       DISPLAY "*** BATCHVINDUET ER OVERSKREDET ***"
                   ELSE
                       IF WS-ESTIMAT-SEK > WS-VINDUE-SEK
                           DISPLAY "*** ADVARSEL: kaeden forventes "
                               "faerdig EFTER batchvinduet ***"
                       END-IF
                   END-IF
               END-IF
       END-EVALUATE.
       IF WS-KAEDE-TILSTAND = "K" AND WS-ANTAL-LANGSOM > 0
           PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
                   UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
               IF MT-TILSTAND(WS-TRIN-IDX) = "K"
                   AND MT-LANGSOM(WS-TRIN-IDX) = "J"
                   MOVE MT-FORLOEB(WS-TRIN-IDX) TO WS-FORLOEB-EDIT
                   MOVE MT-TYPISK(WS-TRIN-IDX) TO WS-TYPISK-EDIT
                   DISPLAY "*** ADVARSEL: "
                       FUNCTION TRIM(MT-NAVN(WS-TRIN-IDX))
                       " har koert " FUNCTION TRIM(WS-FORLOEB-EDIT)
                       " sek. mod typisk "
                       FUNCTION TRIM(WS-TYPISK-EDIT)
                       " sek. - undersoeg trinnet ***"
               END-IF
           END-PERFORM
       END-IF.

       VIS-OPDATERING.
       IF WS-INTERVAL > 0
           MOVE WS-INTERVAL TO WS-INTERVAL-EDIT
           DISPLAY "(opdateres hvert "
               FUNCTION TRIM(WS-INTERVAL-EDIT)
               " sek. - afbryd med Ctrl-C)"
       END-IF.
