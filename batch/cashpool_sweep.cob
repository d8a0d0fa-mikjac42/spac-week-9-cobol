       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPOOL-SWEEP.

      * Aftenens cash pool-sweep for erhvervskunders kontogrupper,
      * koert som trin i den daglige kaede efter dagens oevrige
      * posteringer (efter daekningen af overtraek). For hver
      * underkonto i files/CASHPOOL-REGISTER.txt (layout
      * copybooks/CASHPOOL.cpy, vedligeholdes i
      * batch/cashpool_vedligehold.cob) bringes saldoen til nul
      * eller til linjens maalsaldo med et balancerende posteringspar
      * mod poolens topkonto i files/POSTERINGER.txt, til bogfoering
      * i posteringsmotoren. Saldoen er kontofilens bogfoerte saldo
      * plus de posteringer der allerede venter i POSTERINGER.txt, saa
      * en genkoersel samme dag ikke sweeper det samme igen. Foerst
      * sendes alle overskud op til toppen, derefter fyldes manko op
      * fra toppen, hoejst med topkontoens disponible beloeb.
      *
      * En underkonto springes over med en rapportlinje i
      * files/CASHPOOL-RAPPORT.txt, naar en af kontiene er lukket
      * eller frosset (aktivt udlaeg, ejeren afdoed eller
      * sanktioneret), ikke er i poolens valuta, ejeren ikke er
      * erhvervskunde, eller ejerne ikke er samme kunde eller samme
      * koncern (moder-/datterselskab i samme gruppe i
      * files/KUNDEGRUPPER.txt).
      *
      * Underkontiens position i poolen (det netto sweepede beloeb)
      * foeres i files/CASHPOOL-POSITIONER.txt sammen med maanedens
      * rentedage (position gange kalenderdage). Paa maanedens sidste
      * bankdag dannes den koncerninterne rentefordeling pr.
      * underkonto i files/CASHPOOL-RENTEFORDELING.txt; blev den dag
      * ikke koert, dannes fordelingen for den forrige maaned ved
      * maanedens foerste koersel.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOL-FIL ASSIGN TO "files/CASHPOOL-REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT GRUPPE-FIL ASSIGN TO "files/KUNDEGRUPPER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRUPPE-STATUS.

           SELECT UDLAEG-FIL ASSIGN TO "files/UDLAEG-REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDLAEG-STATUS.

           SELECT RESERVATION-FIL ASSIGN TO "files/RESERVATIONER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/CASHPOOL-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT POSITION-FIL ASSIGN TO "files/CASHPOOL-POSITIONER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

      *    Positionerne skrives her og skiftes ind over
      *    CASHPOOL-POSITIONER.txt, naar koerslen er gennemfoert.
           SELECT POSITION-NY-FIL
               ASSIGN TO "files/CASHPOOL-POSITIONER.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-NY-STATUS.

           SELECT RENTE-FIL
               ASSIGN TO "files/CASHPOOL-RENTEFORDELING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTE-STATUS.

      *    Loebenummer-taeller til transaktionsreferencen, delt med
      *    de oevrige programmer der danner posteringspar.
           SELECT REFNR-FIL ASSIGN TO "files/POSTERING-REFNR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POOL-FIL.
       01  POOL-POST.
           COPY "copybooks/CASHPOOL.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  GRUPPE-FIL.
       01  GRUPPE-POST.
           COPY "copybooks/KUNDEGRP.cpy".

      * Udlaegsregistret - samme layout som i batch/udlaeg_koersel.cob;
      * status A = frysning aktiv.
       FD  UDLAEG-FIL.
       01  UDLAEG-RECORD.
           05 UR-ORDRE-ID      PIC X(12).
           05 UR-CPR           PIC X(10).
           05 UR-KONTO-ID      PIC X(10).
           05 UR-BELOEB        PIC 9(7)V99.
           05 UR-MODTAGET      PIC X(8).
           05 UR-FORFALD       PIC X(8).
           05 UR-STATUS        PIC X(1).
           05 UR-UDBETALT      PIC 9(7)V99.
           05 UR-AFSLUTTET     PIC X(8).

       FD  RESERVATION-FIL.
       01  RESERVATION-RECORD.
           COPY "copybooks/RESERVREC.cpy".

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".
       01  POSTERING-KONTROL.
           COPY "copybooks/POSTKTRL.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(120).

      * En linje pr. underkonto med en position i poolen. Beloebene
      * staar som beloeb og D/K ligesom i de oevrige filer: K = til
      * gode hos poolen (netto sendt op), D = skylder poolen.
       FD  POSITION-FIL.
       01  POSITION-RECORD.
           COPY "copybooks/CASHPOS.cpy".

       FD  POSITION-NY-FIL.
       01  POSITION-NY-RECORD  PIC X(100).

       FD  RENTE-FIL.
       01  RENTE-RECORD.
           05 RENTE-TEXT       PIC X(120).

       FD  REFNR-FIL.
       01  REFNR-RECORD.
           05 REFNR-VAERDI     PIC 9(4).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-POOL-STATUS      PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-GRUPPE-STATUS    PIC XX     VALUE "00".
       01  WS-UDLAEG-STATUS    PIC XX     VALUE "00".
       01  WS-RESERVATION-STATUS PIC XX   VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-POSITION-STATUS  PIC XX     VALUE "00".
       01  WS-POSITION-NY-STATUS PIC XX   VALUE "00".
       01  WS-RENTE-STATUS     PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "CASHPOOL-SWEEP".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Poolregistret med dagens udfald pr. underkonto
       01  WS-CP-ANTAL         PIC 9(4)   VALUE 0.
       01  CP-TABEL.
           05  CP-ENTRY OCCURS 2000 TIMES
                          INDEXED BY CP-IDX.
               10  CPT-TOP-KONTO    PIC X(10)     VALUE SPACES.
               10  CPT-MEDLEM-KONTO PIC X(10)     VALUE SPACES.
               10  CPT-REGEL        PIC X(1)      VALUE SPACES.
               10  CPT-MAALSALDO    PIC 9(7)V99   VALUE 0.
               10  CPT-VALUTA       PIC X(3)      VALUE SPACES.
               10  CPT-RENTESATS    PIC 9(2)V9(4) VALUE 0.
               10  CPT-TOP-IDX      PIC 9(5)      VALUE 0.
               10  CPT-MEDLEM-IDX   PIC 9(5)      VALUE 0.
               10  CPT-AARSAG       PIC X(40)     VALUE SPACES.
               10  CPT-FORSKEL      PIC S9(9)V99  VALUE 0.
               10  CPT-FLYTTET      PIC S9(9)V99  VALUE 0.

      * Kontofilen i hukommelsen; saldoen laegges sammen med de
      * ventende posteringer, og FROSSET saettes fra udlaeg og
      * kundemasteren.
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10)    VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10)    VALUE SPACES.
               10  KOT-BALANCE       PIC S9(9)V99 VALUE 0.
               10  KOT-VALUTA-KD     PIC X(3)     VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)     VALUE SPACES.
               10  KOT-I-POOL        PIC X(1)     VALUE "N".
               10  KOT-SPAERRE       PIC X(30)    VALUE SPACES.

      * Koncernmedlemmer (relation M eller D) fra kundegrupperne
       01  WS-KG-ANTAL         PIC 9(4)   VALUE 0.
       01  KG-TABEL.
           05  KG-ENTRY OCCURS 2000 TIMES
                          INDEXED BY KG-IDX.
               10  KGT-KUNDE-ID     PIC X(10)  VALUE SPACES.
               10  KGT-GRUPPE-ID    PIC X(10)  VALUE SPACES.
       01  WS-SOEGE-KUNDE      PIC X(10)  VALUE SPACES.
       01  WS-FUNDET-GRUPPE    PIC X(10)  VALUE SPACES.
       01  WS-TOP-GRUPPE       PIC X(10)  VALUE SPACES.

      * Positionerne i hukommelsen
       01  WS-PS-ANTAL         PIC 9(4)   VALUE 0.
       01  PS-TABEL.
           05  PS-ENTRY OCCURS 2000 TIMES
                          INDEXED BY PS-IDX.
               10  PST-MEDLEM-KONTO PIC X(10)     VALUE SPACES.
               10  PST-TOP-KONTO    PIC X(10)     VALUE SPACES.
               10  PST-POSITION     PIC S9(11)V99 VALUE 0.
               10  PST-RENTEDAGE    PIC S9(13)V99 VALUE 0.
               10  PST-DAGE         PIC 9(3)      VALUE 0.
               10  PST-SIDST-DATO   PIC X(8)      VALUE SPACES.
               10  PST-SIDST-DAGE   PIC 9(3)      VALUE 0.
               10  PST-FORDELT      PIC X(6)      VALUE SPACES.
               10  PST-RENTESATS    PIC 9(2)V9(4) VALUE 0.
               10  PST-VALUTA       PIC X(3)      VALUE SPACES.
               10  PST-AKTIV        PIC X(1)      VALUE "N".
               10  PST-SLETTES      PIC X(1)      VALUE "N".

      * Beregningen for den aktuelle underkonto
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.
       01  WS-TOP-IDX          PIC 9(5)   VALUE 0.
       01  WS-MEDLEM-IDX       PIC 9(5)   VALUE 0.
       01  WS-MAAL             PIC S9(9)V99 VALUE 0.
       01  WS-BEHOV            PIC S9(9)V99 VALUE 0.
       01  WS-DISPONIBEL       PIC S9(11)V99 VALUE 0.
       01  WS-FLYT             PIC S9(9)V99 VALUE 0.
       01  WS-RES-SUM          PIC 9(9)V99 VALUE 0.
       01  WS-POST-BELOEB      PIC 9(9)V99 VALUE 0.
       01  WS-DEBET-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-KREDIT-KONTO     PIC X(10)  VALUE SPACES.

      * Dagsberegningen: kalenderdage dagens position staar til
      * naeste bankdag, dog hoejst til maanedsskiftet.
       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-BANKDAG-FUNKTION PIC X(4)   VALUE SPACES.
       01  WS-BANKDAG-SVAR     PIC X      VALUE SPACE.
       01  WS-NAESTE-BANKDAG   PIC X(8)   VALUE SPACES.
       01  WS-SIDSTE-BANKDAG   PIC X(8)   VALUE SPACES.
       01  WS-MAANEDSSKIFTE    PIC X(8)   VALUE SPACES.
       01  WS-AAR              PIC 9(4)   VALUE 0.
       01  WS-MAANED           PIC 9(2)   VALUE 0.
       01  WS-DAGE             PIC 9(3)   VALUE 0.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-IDAG-INT         PIC 9(7)   VALUE 0.
       01  WS-ER-MAANEDSSIDST  PIC X      VALUE "N".
           88  ER-MAANEDSSIDST            VALUE "Y".

      * Rentefordelingen
       01  WS-RENTE-MAANED     PIC X(6)   VALUE SPACES.
       01  WS-RENTE            PIC S9(9)V99 VALUE 0.
       01  WS-GNS-POSITION     PIC S9(11)V99 VALUE 0.
       01  WS-RENTE-AABEN      PIC X      VALUE "N".
           88  RENTE-ER-AABEN             VALUE "Y".
       01  WS-SUM-RENTE-TIL    PIC 9(11)V99 VALUE 0.
       01  WS-SUM-RENTE-FRA    PIC 9(11)V99 VALUE 0.

       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-BELOEB-EDIT      PIC -(9)9,99.
       01  WS-SALDO-EDIT       PIC -(9)9,99.
       01  WS-POSITION-EDIT    PIC -(11)9,99.
       01  WS-RENTE-EDIT       PIC -(9)9,99.
       01  WS-SUM-FRA-EDIT     PIC -(9)9,99.
       01  WS-RENTE-RETNING    PIC X(14)  VALUE SPACES.
       01  WS-SATS-EDIT        PIC Z9,9999.
       01  WS-DAGE-EDIT        PIC ZZ9.

      * Transaktionsreferencen der binder parrets to ben sammen i
      * historikken: dags dato + "C" (cash pool) + loebenummer fra
      * files/POSTERING-REFNR.txt.
       01  WS-REFNR            PIC 9(4)   VALUE 0.
       01  WS-REFERENCE        PIC X(13)  VALUE SPACES.

       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.
       01  WS-SWEEP-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-OPFYLD-TAELLER   PIC 9(5)   VALUE 0.
       01  WS-UDELADT-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-FORDELT-TAELLER  PIC 9(5)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "CASHPOOL-SWEEP".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM BEREGN-DAGE.

       PERFORM INDLAES-POOLS.
       PERFORM INDLAES-POSITIONER.
       IF WS-CP-ANTAL = 0 AND WS-PS-ANTAL = 0
           DISPLAY "CASHPOOL-SWEEP: ingen pools oprettet, intet at "
               "sweepe."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.

       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-KUNDEGRUPPER.
       PERFORM INDLAES-UDLAEG.
       PERFORM KONTROLLER-EJERE.
       PERFORM INDLAES-VENTENDE-POSTERINGER.

       OPEN EXTEND POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           OPEN OUTPUT POSTERING-FIL
       END-IF.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-POSTERING-STATUS NOT = "00"
               OR WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne posterings- eller "
               "rapportfilen, status="
               WS-POSTERING-STATUS "/" WS-RAPPORT-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "CASH POOL-SWEEP " WS-KOERSELS-DATO
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

      * Overskud sendes op foer manko fyldes op, saa dagens
      * overskud fra soesterkonti kan daekke opfyldningen.
       PERFORM VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > WS-CP-ANTAL
           PERFORM KONTROLLER-MEDLEM
           IF CPT-AARSAG(CP-IDX) = SPACES
                   AND CPT-FORSKEL(CP-IDX) > 0
               PERFORM SWEEP-OP
           END-IF
       END-PERFORM.
       PERFORM VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > WS-CP-ANTAL
           IF CPT-AARSAG(CP-IDX) = SPACES
                   AND CPT-FORSKEL(CP-IDX) < 0
               PERFORM FYLD-OP
           END-IF
           PERFORM SKRIV-RAPPORTLINJE
       END-PERFORM.

       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE RAPPORT-FIL.

       PERFORM OPDATER-POSITIONER.
       PERFORM SKRIV-POSITIONER.

       DISPLAY "CASHPOOL-SWEEP: underkonti=" WS-CP-ANTAL
           " sweepet op=" WS-SWEEP-TAELLER
           " fyldt op=" WS-OPFYLD-TAELLER
           " udeladt=" WS-UDELADT-TAELLER
           " rentefordelt=" WS-FORDELT-TAELLER.
       COMPUTE WS-NOTIF-ANTAL = WS-SWEEP-TAELLER + WS-OPFYLD-TAELLER.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       BEREGN-DAGE.
      * Dagens position staar til naeste bankdag; paa maanedens
      * sidste bankdag dog kun til og med maanedens sidste dag, saa
      * hver maaned faar netop sine egne dage.
       MOVE "NAES" TO WS-BANKDAG-FUNKTION.
       CALL "BANKDAG" USING WS-BANKDAG-FUNKTION WS-KOERSELS-DATO
           WS-BANKDAG-SVAR WS-NAESTE-BANKDAG.
       MOVE "SIBD" TO WS-BANKDAG-FUNKTION.
       CALL "BANKDAG" USING WS-BANKDAG-FUNKTION WS-KOERSELS-DATO
           WS-BANKDAG-SVAR WS-SIDSTE-BANKDAG.
       MOVE "N" TO WS-ER-MAANEDSSIDST.
       IF WS-KOERSELS-DATO NOT < WS-SIDSTE-BANKDAG
           SET ER-MAANEDSSIDST TO TRUE
       END-IF.
       IF WS-NAESTE-BANKDAG(1:6) NOT = WS-KOERSELS-DATO(1:6)
           MOVE WS-KOERSELS-DATO(1:4) TO WS-AAR
           MOVE WS-KOERSELS-DATO(5:2) TO WS-MAANED
           IF WS-MAANED = 12
               ADD 1 TO WS-AAR
               MOVE 1 TO WS-MAANED
           ELSE
               ADD 1 TO WS-MAANED
           END-IF
           MOVE SPACES TO WS-MAANEDSSKIFTE
           STRING WS-AAR WS-MAANED "01"
               DELIMITED BY SIZE INTO WS-MAANEDSSKIFTE
       ELSE
           MOVE WS-NAESTE-BANKDAG TO WS-MAANEDSSKIFTE
       END-IF.
       MOVE WS-KOERSELS-DATO TO WS-DATO-9.
       COMPUTE WS-IDAG-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).
       MOVE WS-MAANEDSSKIFTE TO WS-DATO-9.
       COMPUTE WS-DAGE
           = FUNCTION INTEGER-OF-DATE(WS-DATO-9) - WS-IDAG-INT.
       IF WS-DAGE < 1
           MOVE 1 TO WS-DAGE
       END-IF.

       INDLAES-POOLS.
       OPEN INPUT POOL-FIL.
       IF WS-POOL-STATUS = "00"
           PERFORM UNTIL WS-POOL-STATUS NOT = "00"
               READ POOL-FIL INTO POOL-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-MEDLEM-KONTO NOT = SPACES
                               AND WS-CP-ANTAL < 2000
                           ADD 1 TO WS-CP-ANTAL
                           SET CP-IDX TO WS-CP-ANTAL
                           MOVE CP-TOP-KONTO TO CPT-TOP-KONTO(CP-IDX)
                           MOVE CP-MEDLEM-KONTO
                               TO CPT-MEDLEM-KONTO(CP-IDX)
                           MOVE CP-REGEL TO CPT-REGEL(CP-IDX)
                           MOVE CP-MAALSALDO TO CPT-MAALSALDO(CP-IDX)
                           MOVE CP-VALUTA TO CPT-VALUTA(CP-IDX)
                           MOVE CP-RENTESATS TO CPT-RENTESATS(CP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POOL-FIL
       END-IF.

       INDLAES-POSITIONER.
      * Positionerne fra sidste koersel. En position fra en tidligere
      * maaned rentefordeles her, hvis maanedens sidste bankdag ikke
      * naaede at goere det, og maanedens rentedage nulstilles; en
      * genkoersel samme dag traekker dagens rentedage ud igen, foer
      * de laegges til paany.
       OPEN INPUT POSITION-FIL.
       IF WS-POSITION-STATUS = "00"
           PERFORM UNTIL WS-POSITION-STATUS NOT = "00"
               READ POSITION-FIL INTO POSITION-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PS-MEDLEM-KONTO NOT = SPACES
                               AND WS-PS-ANTAL < 2000
                           PERFORM GEM-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-FIL
       END-IF.
       PERFORM VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > WS-PS-ANTAL
           IF PST-SIDST-DATO(PS-IDX)(1:6) < WS-KOERSELS-DATO(1:6)
               IF PST-FORDELT(PS-IDX) NOT = PST-SIDST-DATO(PS-IDX)(1:6)
                       AND PST-DAGE(PS-IDX) > 0
                   MOVE PST-SIDST-DATO(PS-IDX)(1:6) TO WS-RENTE-MAANED
                   PERFORM SKRIV-RENTEFORDELING
               END-IF
               MOVE 0 TO PST-RENTEDAGE(PS-IDX)
               MOVE 0 TO PST-DAGE(PS-IDX)
               MOVE 0 TO PST-SIDST-DAGE(PS-IDX)
           END-IF
           IF PST-SIDST-DATO(PS-IDX) = WS-KOERSELS-DATO
               COMPUTE PST-RENTEDAGE(PS-IDX) = PST-RENTEDAGE(PS-IDX)
                   - PST-POSITION(PS-IDX) * PST-SIDST-DAGE(PS-IDX)
               SUBTRACT PST-SIDST-DAGE(PS-IDX) FROM PST-DAGE(PS-IDX)
               MOVE 0 TO PST-SIDST-DAGE(PS-IDX)
           END-IF
       END-PERFORM.
       IF RENTE-ER-AABEN
           PERFORM AFSLUT-RENTEFORDELING
       END-IF.

       GEM-POSITION.
       ADD 1 TO WS-PS-ANTAL.
       SET PS-IDX TO WS-PS-ANTAL.
       MOVE PS-MEDLEM-KONTO TO PST-MEDLEM-KONTO(PS-IDX).
       MOVE PS-TOP-KONTO TO PST-TOP-KONTO(PS-IDX).
       MOVE PS-POSITION TO PST-POSITION(PS-IDX).
       IF PS-POSITION-DK = "D"
           COMPUTE PST-POSITION(PS-IDX) = 0 - PS-POSITION
       END-IF.
       MOVE PS-RENTEDAGE TO PST-RENTEDAGE(PS-IDX).
       IF PS-RENTEDAGE-DK = "D"
           COMPUTE PST-RENTEDAGE(PS-IDX) = 0 - PS-RENTEDAGE
       END-IF.
       MOVE PS-DAGE TO PST-DAGE(PS-IDX).
       MOVE PS-SIDST-DATO TO PST-SIDST-DATO(PS-IDX).
       MOVE PS-SIDST-DAGE TO PST-SIDST-DAGE(PS-IDX).
       MOVE PS-FORDELT TO PST-FORDELT(PS-IDX).
       MOVE PS-RENTESATS TO PST-RENTESATS(PS-IDX).
       MOVE PS-VALUTA TO PST-VALUTA(PS-IDX).

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
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF WS-KONTO-ANTAL < 2000
                       ADD 1 TO WS-KONTO-ANTAL
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
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.
      * Marker poolens konti, saa kun deres ejere slaas op.
       PERFORM VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > WS-CP-ANTAL
           MOVE CPT-TOP-KONTO(CP-IDX) TO WS-SOEGE-KONTO
           PERFORM FIND-KONTO
           MOVE WS-FUNDET-IDX TO CPT-TOP-IDX(CP-IDX)
           IF WS-FUNDET-IDX > 0
               MOVE "J" TO KOT-I-POOL(WS-FUNDET-IDX)
           END-IF
           MOVE CPT-MEDLEM-KONTO(CP-IDX) TO WS-SOEGE-KONTO
           PERFORM FIND-KONTO
           MOVE WS-FUNDET-IDX TO CPT-MEDLEM-IDX(CP-IDX)
           IF WS-FUNDET-IDX > 0
               MOVE "J" TO KOT-I-POOL(WS-FUNDET-IDX)
           END-IF
       END-PERFORM.

       INDLAES-KUNDEGRUPPER.
      * Kun moder- og datterselskaber udgoer en koncern.
       OPEN INPUT GRUPPE-FIL.
       IF WS-GRUPPE-STATUS = "00"
           PERFORM UNTIL WS-GRUPPE-STATUS NOT = "00"
               READ GRUPPE-FIL INTO GRUPPE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (KG-ER-MODER OR KG-ER-DATTER)
                               AND WS-KG-ANTAL < 2000
                           ADD 1 TO WS-KG-ANTAL
                           SET KG-IDX TO WS-KG-ANTAL
                           MOVE KG-KUNDE-ID TO KGT-KUNDE-ID(KG-IDX)
                           MOVE KG-GRUPPE-ID TO KGT-GRUPPE-ID(KG-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPPE-FIL
       END-IF.

       INDLAES-UDLAEG.
      * En konto med en aktiv udlaegsfrysning er frosset.
       OPEN INPUT UDLAEG-FIL.
       IF WS-UDLAEG-STATUS = "00"
           PERFORM UNTIL WS-UDLAEG-STATUS NOT = "00"
               READ UDLAEG-FIL INTO UDLAEG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF UR-STATUS = "A" AND UR-KONTO-ID NOT = SPACES
                           MOVE UR-KONTO-ID TO WS-SOEGE-KONTO
                           PERFORM FIND-KONTO
                           IF WS-FUNDET-IDX > 0
                               MOVE "FROSSET - AKTIVT UDLAEG"
                                   TO KOT-SPAERRE(WS-FUNDET-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UDLAEG-FIL
       END-IF.

       KONTROLLER-EJERE.
      * Slaa ejeren af hver af poolens konti op i kundemasteren: en
      * afdoed eller sanktioneret kundes midler er frosset, og kun
      * erhvervskunder kan vaere med i en pool.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > WS-KONTO-ANTAL
           IF KOT-I-POOL(KO-IDX) = "J" AND KOT-SPAERRE(KO-IDX) = SPACES
               MOVE KOT-KUNDE-ID(KO-IDX) TO KUNDE-ID IN MASTER-RECORD
               READ MASTER-FIL
                   INVALID KEY
                       MOVE "EJEREN FINDES IKKE" TO KOT-SPAERRE(KO-IDX)
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN AFDOED-MARKERING IN MASTER-RECORD
                                   = "D"
                               MOVE "FROSSET - EJEREN ER AFDOED"
                                   TO KOT-SPAERRE(KO-IDX)
                           WHEN SANKTION-MARKERING IN MASTER-RECORD
                                   = "S"
                               MOVE "FROSSET - EJEREN ER SANKTIONERET"
                                   TO KOT-SPAERRE(KO-IDX)
                           WHEN KUNDE-ART IN MASTER-RECORD NOT = "E"
                               MOVE "EJEREN ER IKKE ERHVERVSKUNDE"
                                   TO KOT-SPAERRE(KO-IDX)
                       END-EVALUATE
               END-READ
           END-IF
       END-PERFORM.
       CLOSE MASTER-FIL.

       INDLAES-VENTENDE-POSTERINGER.
      * Posteringer der allerede ligger i POSTERINGER.txt og venter
      * paa motoren (dagens daekninger, en tidligere sweep i dag
      * o.l.), laegges til poolkontienes saldo. Batchhoveder og
      * -trailere springes over; en postering i fremmed valuta
      * regnes foerst med, naar motoren har omregnet den.
       OPEN INPUT POSTERING-FIL.
       IF WS-POSTERING-STATUS = "00"
           PERFORM UNTIL WS-POSTERING-STATUS NOT = "00"
               READ POSTERING-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT PK-ER-KONTROL
                           PERFORM MODREGN-VENTENDE-POSTERING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTERING-FIL
       END-IF.

       MODREGN-VENTENDE-POSTERING.
       MOVE PO-KONTO-ID TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       IF WS-FUNDET-IDX > 0
           IF KOT-I-POOL(WS-FUNDET-IDX) = "J"
                   AND (PO-VALUTA = SPACES
                   OR PO-VALUTA = KOT-VALUTA-KD(WS-FUNDET-IDX))
               COMPUTE WS-POST-BELOEB
                   = FUNCTION NUMVAL(PO-BELOEB) / 100
               IF PO-DK = "K"
                   ADD WS-POST-BELOEB TO KOT-BALANCE(WS-FUNDET-IDX)
               ELSE
                   SUBTRACT WS-POST-BELOEB
                       FROM KOT-BALANCE(WS-FUNDET-IDX)
               END-IF
           END-IF
       END-IF.

       KONTROLLER-MEDLEM.
      * Saet CPT-AARSAG naar underkontoen ikke kan sweepes i dag, og
      * ellers CPT-FORSKEL = saldo minus maal (positiv = overskud).
       MOVE SPACES TO CPT-AARSAG(CP-IDX).
       MOVE 0 TO CPT-FORSKEL(CP-IDX) CPT-FLYTTET(CP-IDX).
       MOVE CPT-TOP-IDX(CP-IDX) TO WS-TOP-IDX.
       MOVE CPT-MEDLEM-IDX(CP-IDX) TO WS-MEDLEM-IDX.
       EVALUATE TRUE
           WHEN WS-TOP-IDX = 0
               MOVE "TOPKONTOEN FINDES IKKE" TO CPT-AARSAG(CP-IDX)
           WHEN WS-MEDLEM-IDX = 0
               MOVE "UNDERKONTOEN FINDES IKKE" TO CPT-AARSAG(CP-IDX)
           WHEN KOT-KONTO-STATUS(WS-TOP-IDX) = "C"
               MOVE "TOPKONTOEN ER LUKKET" TO CPT-AARSAG(CP-IDX)
           WHEN KOT-KONTO-STATUS(WS-MEDLEM-IDX) = "C"
               MOVE "UNDERKONTOEN ER LUKKET" TO CPT-AARSAG(CP-IDX)
           WHEN KOT-SPAERRE(WS-TOP-IDX) NOT = SPACES
               STRING "TOP: " KOT-SPAERRE(WS-TOP-IDX)
                   DELIMITED BY SIZE INTO CPT-AARSAG(CP-IDX)
           WHEN KOT-SPAERRE(WS-MEDLEM-IDX) NOT = SPACES
               MOVE KOT-SPAERRE(WS-MEDLEM-IDX) TO CPT-AARSAG(CP-IDX)
           WHEN KOT-VALUTA-KD(WS-TOP-IDX) NOT = CPT-VALUTA(CP-IDX)
                   OR KOT-VALUTA-KD(WS-MEDLEM-IDX)
                       NOT = CPT-VALUTA(CP-IDX)
               MOVE "VALUTA MATCHER IKKE POOLEN" TO CPT-AARSAG(CP-IDX)
           WHEN OTHER
               PERFORM KONTROLLER-KONCERN
       END-EVALUATE.
       IF CPT-AARSAG(CP-IDX) = SPACES
           MOVE 0 TO WS-MAAL
           IF CPT-REGEL(CP-IDX) = "M"
               MOVE CPT-MAALSALDO(CP-IDX) TO WS-MAAL
           END-IF
           COMPUTE CPT-FORSKEL(CP-IDX)
               = KOT-BALANCE(WS-MEDLEM-IDX) - WS-MAAL
       ELSE
           ADD 1 TO WS-UDELADT-TAELLER
       END-IF.

       KONTROLLER-KONCERN.
      * Samme ejer, eller begge ejere er moder-/datterselskab i samme
      * kundegruppe.
       IF KOT-KUNDE-ID(WS-TOP-IDX) NOT = KOT-KUNDE-ID(WS-MEDLEM-IDX)
           MOVE KOT-KUNDE-ID(WS-TOP-IDX) TO WS-SOEGE-KUNDE
           PERFORM FIND-KONCERN
           MOVE WS-FUNDET-GRUPPE TO WS-TOP-GRUPPE
           MOVE KOT-KUNDE-ID(WS-MEDLEM-IDX) TO WS-SOEGE-KUNDE
           PERFORM FIND-KONCERN
           IF WS-TOP-GRUPPE = SPACES
                   OR WS-TOP-GRUPPE NOT = WS-FUNDET-GRUPPE
               MOVE "EJERNE ER IKKE I SAMME KONCERN"
                   TO CPT-AARSAG(CP-IDX)
           END-IF
       END-IF.

       FIND-KONCERN.
       MOVE SPACES TO WS-FUNDET-GRUPPE.
       IF WS-KG-ANTAL > 0
           SET KG-IDX TO 1
           SEARCH KG-ENTRY
               AT END
                   CONTINUE
               WHEN KGT-KUNDE-ID(KG-IDX) = WS-SOEGE-KUNDE
                   MOVE KGT-GRUPPE-ID(KG-IDX) TO WS-FUNDET-GRUPPE
           END-SEARCH
       END-IF.

       SWEEP-OP.
      * Overskuddet sendes fra underkontoen til toppen.
       MOVE CPT-FORSKEL(CP-IDX) TO WS-FLYT.
       MOVE CPT-MEDLEM-KONTO(CP-IDX) TO WS-DEBET-KONTO.
       MOVE CPT-TOP-KONTO(CP-IDX) TO WS-KREDIT-KONTO.
       PERFORM SKRIV-POSTERINGSPAR.
       SUBTRACT WS-FLYT FROM KOT-BALANCE(WS-MEDLEM-IDX).
       ADD WS-FLYT TO KOT-BALANCE(WS-TOP-IDX).
       MOVE WS-FLYT TO CPT-FLYTTET(CP-IDX).
       ADD 1 TO WS-SWEEP-TAELLER.

       FYLD-OP.
      * Mankoen fyldes op fra toppen, hoejst med topkontoens
      * disponible beloeb (saldo efter dagens sweep minus aktive
      * reservationer).
       MOVE CPT-TOP-IDX(CP-IDX) TO WS-TOP-IDX.
       MOVE CPT-MEDLEM-IDX(CP-IDX) TO WS-MEDLEM-IDX.
       COMPUTE WS-BEHOV = 0 - CPT-FORSKEL(CP-IDX).
       MOVE CPT-TOP-KONTO(CP-IDX) TO WS-SOEGE-KONTO.
       PERFORM FIND-RESERVATION-SUM.
       COMPUTE WS-DISPONIBEL = KOT-BALANCE(WS-TOP-IDX) - WS-RES-SUM.
       IF WS-DISPONIBEL < 0
           MOVE 0 TO WS-DISPONIBEL
       END-IF.
       MOVE WS-BEHOV TO WS-FLYT.
       IF WS-FLYT > WS-DISPONIBEL
           MOVE WS-DISPONIBEL TO WS-FLYT
       END-IF.
       IF WS-FLYT = 0
           MOVE "TOPKONTOEN HAR INTET DISPONIBELT"
               TO CPT-AARSAG(CP-IDX)
           ADD 1 TO WS-UDELADT-TAELLER
       ELSE
           MOVE CPT-TOP-KONTO(CP-IDX) TO WS-DEBET-KONTO
           MOVE CPT-MEDLEM-KONTO(CP-IDX) TO WS-KREDIT-KONTO
           PERFORM SKRIV-POSTERINGSPAR
           SUBTRACT WS-FLYT FROM KOT-BALANCE(WS-TOP-IDX)
           ADD WS-FLYT TO KOT-BALANCE(WS-MEDLEM-IDX)
           COMPUTE CPT-FLYTTET(CP-IDX) = 0 - WS-FLYT
           ADD 1 TO WS-OPFYLD-TAELLER
       END-IF.

       FIND-RESERVATION-SUM.
      * Aktive reservationer paa kontoen i WS-SOEGE-KONTO; udloebne
      * (udloeb foer i dag) taeller ikke med - samme regel som
      * motorens disponibel-kontrol.
       MOVE 0 TO WS-RES-SUM.
       OPEN INPUT RESERVATION-FIL.
       IF WS-RESERVATION-STATUS = "00"
           PERFORM UNTIL WS-RESERVATION-STATUS NOT = "00"
               READ RESERVATION-FIL INTO RESERVATION-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RE-KONTO-ID = WS-SOEGE-KONTO
                               AND (RE-UDLOEB = SPACES
                               OR RE-UDLOEB NOT < WS-KOERSELS-DATO)
                           ADD RE-BELOEB TO WS-RES-SUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FIL
       END-IF.

       FIND-KONTO.
       MOVE 0 TO WS-FUNDET-IDX.
       IF WS-KONTO-ANTAL > 0
           SET KO-IDX TO 1
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
                   SET WS-FUNDET-IDX TO KO-IDX
           END-SEARCH
       END-IF.

       DAN-REFERENCE.
      * Traek naeste loebenummer og dan parrets faelles reference,
      * dags dato + programbogstav C + firecifret loebenummer.
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
       STRING WS-KOERSELS-DATO "C" WS-REFNR
           INTO WS-REFERENCE.

       SKRIV-POSTERINGSPAR.
      * Det balancerende par: debet paa WS-DEBET-KONTO, kredit paa
      * WS-KREDIT-KONTO, samme beloeb og en faelles reference.
      * Modpartens konto staar i teksten.
       PERFORM DAN-REFERENCE.
       COMPUTE WS-BELOEB-X100 ROUNDED = WS-FLYT * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-DEBET-KONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "D" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "CASH POOL TIL " WS-KREDIT-KONTO INTO PO-TEKST.
       MOVE "CPSW" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-KREDIT-KONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "K" TO PO-DK.
       MOVE SPACES TO PO-TEKST.
       STRING "CASH POOL FRA " WS-DEBET-KONTO INTO PO-TEKST.
       MOVE "CPSW" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-RAPPORTLINJE.
       MOVE SPACES TO RAPPORT-TEXT.
       EVALUATE TRUE
           WHEN CPT-AARSAG(CP-IDX) NOT = SPACES
               STRING "UDELADT   " CPT-MEDLEM-KONTO(CP-IDX)
                   " TOP " CPT-TOP-KONTO(CP-IDX) ": "
                   FUNCTION TRIM(CPT-AARSAG(CP-IDX))
                   DELIMITED BY SIZE INTO RAPPORT-TEXT
           WHEN CPT-FLYTTET(CP-IDX) > 0
               MOVE CPT-FLYTTET(CP-IDX) TO WS-BELOEB-EDIT
               STRING "SWEEPET   " CPT-MEDLEM-KONTO(CP-IDX)
                   " TIL " CPT-TOP-KONTO(CP-IDX)
                   " BELOEB=" FUNCTION TRIM(WS-BELOEB-EDIT)
                   " " CPT-VALUTA(CP-IDX)
                   DELIMITED BY SIZE INTO RAPPORT-TEXT
           WHEN CPT-FLYTTET(CP-IDX) < 0
               COMPUTE WS-FLYT = 0 - CPT-FLYTTET(CP-IDX)
               MOVE WS-FLYT TO WS-BELOEB-EDIT
               COMPUTE WS-FLYT = CPT-FLYTTET(CP-IDX)
                   - CPT-FORSKEL(CP-IDX)
               MOVE WS-FLYT TO WS-SALDO-EDIT
               IF CPT-FLYTTET(CP-IDX) = CPT-FORSKEL(CP-IDX)
                   STRING "FYLDT OP  " CPT-MEDLEM-KONTO(CP-IDX)
                       " FRA " CPT-TOP-KONTO(CP-IDX)
                       " BELOEB=" FUNCTION TRIM(WS-BELOEB-EDIT)
                       " " CPT-VALUTA(CP-IDX)
                       DELIMITED BY SIZE INTO RAPPORT-TEXT
               ELSE
                   STRING "DELVIST   " CPT-MEDLEM-KONTO(CP-IDX)
                       " FRA " CPT-TOP-KONTO(CP-IDX)
                       " BELOEB=" FUNCTION TRIM(WS-BELOEB-EDIT)
                       " MANGLER=" FUNCTION TRIM(WS-SALDO-EDIT)
                       " " CPT-VALUTA(CP-IDX)
                       DELIMITED BY SIZE INTO RAPPORT-TEXT
               END-IF
           WHEN OTHER
               STRING "I MAAL    " CPT-MEDLEM-KONTO(CP-IDX)
                   " TOP " CPT-TOP-KONTO(CP-IDX)
                   DELIMITED BY SIZE INTO RAPPORT-TEXT
       END-EVALUATE.
       WRITE RAPPORT-RECORD.

       OPDATER-POSITIONER.
      * Dagens flytninger laegges til underkontiens position, og
      * positionen efter sweep taeller dagens rentedage. En konto
      * der er meldt ud, faar ingen nye dage.
       PERFORM VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > WS-CP-ANTAL
           MOVE 0 TO WS-FUNDET-IDX
           IF WS-PS-ANTAL > 0
               SET PS-IDX TO 1
               SEARCH PS-ENTRY
                   AT END
                       CONTINUE
                   WHEN PST-MEDLEM-KONTO(PS-IDX)
                           = CPT-MEDLEM-KONTO(CP-IDX)
                       SET WS-FUNDET-IDX TO PS-IDX
               END-SEARCH
           END-IF
           IF WS-FUNDET-IDX = 0 AND WS-PS-ANTAL < 2000
               ADD 1 TO WS-PS-ANTAL
               MOVE WS-PS-ANTAL TO WS-FUNDET-IDX
               SET PS-IDX TO WS-FUNDET-IDX
               MOVE CPT-MEDLEM-KONTO(CP-IDX)
                   TO PST-MEDLEM-KONTO(PS-IDX)
           END-IF
           IF WS-FUNDET-IDX > 0
               SET PS-IDX TO WS-FUNDET-IDX
               MOVE "J" TO PST-AKTIV(PS-IDX)
               MOVE CPT-TOP-KONTO(CP-IDX) TO PST-TOP-KONTO(PS-IDX)
               MOVE CPT-RENTESATS(CP-IDX) TO PST-RENTESATS(PS-IDX)
               MOVE CPT-VALUTA(CP-IDX) TO PST-VALUTA(PS-IDX)
               ADD CPT-FLYTTET(CP-IDX) TO PST-POSITION(PS-IDX)
               COMPUTE PST-RENTEDAGE(PS-IDX) = PST-RENTEDAGE(PS-IDX)
                   + PST-POSITION(PS-IDX) * WS-DAGE
               ADD WS-DAGE TO PST-DAGE(PS-IDX)
               MOVE WS-DAGE TO PST-SIDST-DAGE(PS-IDX)
               MOVE WS-KOERSELS-DATO TO PST-SIDST-DATO(PS-IDX)
           END-IF
       END-PERFORM.
      * Maanedens sidste bankdag: rentefordelingen for maaneden.
      * En udmeldt konto nedlaegges, naar dens sidste maaned er
      * fordelt.
       IF ER-MAANEDSSIDST
           MOVE WS-KOERSELS-DATO(1:6) TO WS-RENTE-MAANED
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > WS-PS-ANTAL
               IF PST-DAGE(PS-IDX) > 0
                   PERFORM SKRIV-RENTEFORDELING
               END-IF
               IF PST-AKTIV(PS-IDX) NOT = "J"
                   MOVE "J" TO PST-SLETTES(PS-IDX)
               END-IF
           END-PERFORM
           IF RENTE-ER-AABEN
               PERFORM AFSLUT-RENTEFORDELING
           END-IF
       ELSE
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > WS-PS-ANTAL
               IF PST-AKTIV(PS-IDX) NOT = "J"
                       AND PST-DAGE(PS-IDX) = 0
                   MOVE "J" TO PST-SLETTES(PS-IDX)
               END-IF
           END-PERFORM
       END-IF.

       SKRIV-RENTEFORDELING.
      * En linje pr. underkonto: gennemsnitlig position over
      * maanedens dage, satsen og renten. Positiv rente tilfalder
      * underkontoen fra toppen, negativ betaler underkontoen.
       IF NOT RENTE-ER-AABEN
           PERFORM AABN-RENTEFORDELING
       END-IF.
       COMPUTE WS-GNS-POSITION ROUNDED
           = PST-RENTEDAGE(PS-IDX) / PST-DAGE(PS-IDX).
       COMPUTE WS-RENTE ROUNDED = PST-RENTEDAGE(PS-IDX)
           * PST-RENTESATS(PS-IDX) / 100 / 365.
       IF WS-RENTE > 0
           ADD WS-RENTE TO WS-SUM-RENTE-TIL
       ELSE
           SUBTRACT WS-RENTE FROM WS-SUM-RENTE-FRA
       END-IF.
       MOVE WS-GNS-POSITION TO WS-POSITION-EDIT.
       MOVE PST-RENTESATS(PS-IDX) TO WS-SATS-EDIT.
       MOVE WS-RENTE TO WS-RENTE-EDIT.
       MOVE PST-DAGE(PS-IDX) TO WS-DAGE-EDIT.
       MOVE SPACES TO WS-RENTE-RETNING.
       IF WS-RENTE > 0
           MOVE "TIL UNDERKONTO" TO WS-RENTE-RETNING
       END-IF.
       IF WS-RENTE < 0
           MOVE "FRA UNDERKONTO" TO WS-RENTE-RETNING
       END-IF.
       MOVE SPACES TO RENTE-TEXT.
       STRING WS-RENTE-MAANED " TOP " PST-TOP-KONTO(PS-IDX)
           " UNDER " PST-MEDLEM-KONTO(PS-IDX)
           " DAGE=" FUNCTION TRIM(WS-DAGE-EDIT)
           " GNS.POSITION=" FUNCTION TRIM(WS-POSITION-EDIT)
           " SATS=" FUNCTION TRIM(WS-SATS-EDIT)
           " RENTE=" FUNCTION TRIM(WS-RENTE-EDIT)
           " " PST-VALUTA(PS-IDX) " " WS-RENTE-RETNING
           DELIMITED BY SIZE INTO RENTE-TEXT.
       WRITE RENTE-RECORD.
       MOVE WS-RENTE-MAANED TO PST-FORDELT(PS-IDX).
       ADD 1 TO WS-FORDELT-TAELLER.

       AABN-RENTEFORDELING.
       OPEN EXTEND RENTE-FIL.
       IF WS-RENTE-STATUS = "35"
           OPEN OUTPUT RENTE-FIL
       END-IF.
       IF WS-RENTE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/CASHPOOL-RENTEFORDELING.txt, status="
               WS-RENTE-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       SET RENTE-ER-AABEN TO TRUE.
       MOVE 0 TO WS-SUM-RENTE-TIL WS-SUM-RENTE-FRA.
       MOVE SPACES TO RENTE-TEXT.
       STRING "KONCERNINTERN RENTEFORDELING " WS-RENTE-MAANED
           " - DANNET " WS-KOERSELS-DATO
           DELIMITED BY SIZE INTO RENTE-TEXT.
       WRITE RENTE-RECORD.

       AFSLUT-RENTEFORDELING.
       MOVE WS-SUM-RENTE-TIL TO WS-RENTE-EDIT.
       MOVE WS-SUM-RENTE-FRA TO WS-SUM-FRA-EDIT.
       MOVE SPACES TO RENTE-TEXT.
       STRING "I ALT TIL UNDERKONTI=" FUNCTION TRIM(WS-RENTE-EDIT)
           " FRA UNDERKONTI=" FUNCTION TRIM(WS-SUM-FRA-EDIT)
           DELIMITED BY SIZE INTO RENTE-TEXT.
       WRITE RENTE-RECORD.
       CLOSE RENTE-FIL.
       MOVE "N" TO WS-RENTE-AABEN.

       SKRIV-POSITIONER.
      * Skriv positionerne til en arbejdsfil og skift den ind, foerst
      * naar alle er skrevet.
       OPEN OUTPUT POSITION-NY-FIL.
       IF WS-POSITION-NY-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/CASHPOOL-POSITIONER.TMP, status="
               WS-POSITION-NY-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > WS-PS-ANTAL
           IF PST-SLETTES(PS-IDX) NOT = "J"
               PERFORM BYG-POSITION-LINJE
               MOVE POSITION-RECORD TO POSITION-NY-RECORD
               WRITE POSITION-NY-RECORD
           END-IF
       END-PERFORM.
       CLOSE POSITION-NY-FIL.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "mv -f files/CASHPOOL-POSITIONER.TMP "
           "files/CASHPOOL-POSITIONER.txt"
           DELIMITED BY SIZE INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       BYG-POSITION-LINJE.
       MOVE SPACES TO POSITION-RECORD.
       MOVE PST-MEDLEM-KONTO(PS-IDX) TO PS-MEDLEM-KONTO.
       MOVE PST-TOP-KONTO(PS-IDX) TO PS-TOP-KONTO.
       IF PST-POSITION(PS-IDX) < 0
           MOVE "D" TO PS-POSITION-DK
           COMPUTE PS-POSITION = 0 - PST-POSITION(PS-IDX)
       ELSE
           MOVE "K" TO PS-POSITION-DK
           MOVE PST-POSITION(PS-IDX) TO PS-POSITION
       END-IF.
       IF PST-RENTEDAGE(PS-IDX) < 0
           MOVE "D" TO PS-RENTEDAGE-DK
           COMPUTE PS-RENTEDAGE = 0 - PST-RENTEDAGE(PS-IDX)
       ELSE
           MOVE "K" TO PS-RENTEDAGE-DK
           MOVE PST-RENTEDAGE(PS-IDX) TO PS-RENTEDAGE
       END-IF.
       MOVE PST-DAGE(PS-IDX) TO PS-DAGE.
       MOVE PST-SIDST-DATO(PS-IDX) TO PS-SIDST-DATO.
       MOVE PST-SIDST-DAGE(PS-IDX) TO PS-SIDST-DAGE.
       MOVE PST-FORDELT(PS-IDX) TO PS-FORDELT.
       MOVE PST-RENTESATS(PS-IDX) TO PS-RENTESATS.
       MOVE PST-VALUTA(PS-IDX) TO PS-VALUTA.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
