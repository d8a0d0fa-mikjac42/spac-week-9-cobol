       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDO-FREMSKRIVNING.

      * Daglig fremskrivningskontrol af saldiene, koert som trin i
      * den daglige kaede lige efter posteringsmotoren og udtraekket
      * af kontomasteren (batch/kontoopl_udtraek.cob) og foer
      * kontosammenkoeringen (Opgave8). Kontrollen beviser at
      * forrige snapshot plus de posteringer der er bogfoert siden
      * giver dagens saldi:
      *   - Primo er snapshotlinjerne i files/SALDO-HISTORIK.txt fra
      *     den Opgave8-koersel der fulgte efter forrige godkendte
      *     kontrol (samme KOERSEL-ID som kontrollen koerte under).
      *   - Bevaegelserne er alle linjer i
      *     files/POSTERING-HISTORIK.txt med et HI-LOEBENR over det
      *     loebenummer forrige kontrol naaede til - ogsaa
      *     valoerkorrektioner (RKOR), kursdifferencer (KDIF),
      *     annullerede makkerben og EKSPRES-POSTERINGs linjer.
      *     Paa maanedens sidste bankdag, hvor HISTORIK-AARSRUL kan
      *     have flyttet tilbagedaterede linjer til sidste aars
      *     partition, laeses den med.
      *   - Resultatet holdes konto for konto op mod den nye
      *     files/KontoOpl.txt og summeres pr. valuta.
      * Konti uden snapshotlinje regnes fra nul, naar de er oprettet
      * paa eller efter snapshotdatoen; aeldre konti uden linje
      * (lukkede konti, konti uden kunde) kan ikke bevises og
      * listes som ikke omfattet, medmindre de staar i nul uden
      * bevaegelser. Er der forskel paa blot een konto, ender
      * trinnet med kode 8, saa kaeden standser foer
      * kontosammenkoeringen; rapporten
      * files/SALDO-FREMSKRIVNING.txt naevner kontiene.
      * Godkendte kontroller noteres i
      * files/SALDO-FREMSKRIVNING-KONTROL.txt med KOERSEL-ID og
      * hoejeste loebenummer; de ti seneste gemmes, saa en kaede
      * der standsede mellem kontrollen og Opgave8, regnes fra det
      * seneste snapshot der faktisk blev skrevet. Foerste koersel
      * uden kontrolfil laegger kun grundlaget.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FIL ASSIGN TO "files/SALDO-HISTORIK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT HISTORIK-FIL ASSIGN DYNAMIC WS-STI-HISTORIK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIK-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT KONTROL-FIL
               ASSIGN TO "files/SALDO-FREMSKRIVNING-KONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/SALDO-FREMSKRIVNING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT SORT-FIL
               ASSIGN TO "files/SALDO-FREMSKRIVNING-SORT.TMP".

       DATA DIVISION.
       FILE SECTION.
      * Samme snapshotlinje som Opgave8s SKRIV-SALDO-SNAPSHOT;
      * SH-BALANCE er den raa BALANCE-tekst fra kontofilen.
       FD  SNAPSHOT-FIL.
       01  SNAPSHOT-RECORD.
           05 SH-KOERSEL-ID    PIC X(13).
           05 FILLER           PIC X(1).
           05 SH-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 SH-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 SH-BALANCE       PIC Z(6)9V99.
           05 FILLER           PIC X(1).
           05 SH-VALUTA        PIC X(3).
           05 FILLER           PIC X(1).
           05 SH-DKK           PIC X(13).

       FD  HISTORIK-FIL.
       01  HISTORIK-RECORD.
           COPY "copybooks/POSTHIST.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

      * En linje pr. godkendt kontrol: koerslen den koerte under, dens
      * dato og det hoejeste HI-LOEBENR den tog med.
       FD  KONTROL-FIL.
       01  KONTROL-RECORD.
           05 KR-KOERSEL-ID    PIC X(13).
           05 FILLER           PIC X(1).
           05 KR-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 KR-LOEBENR       PIC 9(7).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

      * S = snapshotlinje (primo), H = historiklinje (bevaegelse).
       SD  SORT-FIL.
       01  SORT-RECORD.
           05 SR-KONTO-ID      PIC X(10).
           05 SR-TYPE          PIC X(1).
           05 SR-BELOEB        PIC S9(9)V99.
           05 SR-VALUTA        PIC X(3).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-SNAPSHOT-STATUS  PIC XX     VALUE "00".
       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-KONTROL-STATUS   PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-STI-HISTORIK     PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-ID-FUNKTION      PIC X(4)   VALUE "LAES".
       01  WS-KOERSEL-ID       PIC X(13)  VALUE SPACES.

      * Maanedens sidste bankdag - se shared/bankdag.cob.
       01  WS-BANKDAG-FUNKTION PIC X(4)   VALUE SPACES.
       01  WS-BANKDAG-SVAR     PIC X      VALUE SPACES.
       01  WS-SIDSTE-BANKDAG   PIC X(8)   VALUE SPACES.
       01  WS-FORRIGE-AAR      PIC 9(4)   VALUE 0.

      * De ti seneste godkendte kontroller, aeldste foerst.
       01  WS-KONTROL-ANTAL    PIC 9(2)   VALUE 0.
       01  KONTROL-TABEL.
           05  KONTROL-ENTRY OCCURS 10 TIMES
                             INDEXED BY KT-IDX.
               10  KT-KOERSEL-ID   PIC X(13) VALUE SPACES.
               10  KT-DATO         PIC X(8)  VALUE SPACES.
               10  KT-LOEBENR      PIC 9(7)  VALUE 0.

      * Den kontrol der regnes fra: den seneste hvis KOERSEL-ID har
      * snapshotlinjer i saldohistorikken.
       01  WS-VALGT-IDX        PIC 9(2)   VALUE 0.
       01  WS-FORRIGE-SH-ID    PIC X(13)  VALUE SPACES.
       01  WS-SNAPSHOT-ID      PIC X(13)  VALUE SPACES.
       01  WS-SNAPSHOT-DATO    PIC X(8)   VALUE SPACES.
       01  WS-FRA-LOEBENR      PIC 9(7)   VALUE 0.
       01  WS-TIL-LOEBENR      PIC 9(7)   VALUE 0.
       01  WS-LINJE-LOEBENR    PIC 9(7)   VALUE 0.

      * Sammenstillingen af sorteret primo/bevaegelse og kontofilen.
       01  WS-SORT-SLUT        PIC X      VALUE "N".
           88  SORT-ER-SLUT               VALUE "Y".
       01  WS-KONTO-SLUT       PIC X      VALUE "N".
           88  KONTO-ER-SLUT              VALUE "Y".
       01  WS-SORT-NOEGLE      PIC X(10)  VALUE SPACES.
       01  WS-KONTO-NOEGLE     PIC X(10)  VALUE SPACES.
       01  WS-FORRIGE-NOEGLE   PIC X(10)  VALUE SPACES.
       01  WS-AKTUEL-NOEGLE    PIC X(10)  VALUE SPACES.

      * Den konto der vurderes.
       01  WS-HAR-SNAPSHOT     PIC X      VALUE "N".
           88  HAR-SNAPSHOT               VALUE "Y".
       01  WS-I-KONTOFIL       PIC X      VALUE "N".
           88  ER-I-KONTOFIL              VALUE "Y".
       01  WS-HAR-BEVAEGELSE   PIC X      VALUE "N".
           88  HAR-BEVAEGELSE             VALUE "Y".
       01  WS-PRIMO            PIC S9(9)V99 VALUE 0.
       01  WS-BEVAEGELSE       PIC S9(9)V99 VALUE 0.
       01  WS-FORVENTET        PIC S9(9)V99 VALUE 0.
       01  WS-AKTUEL           PIC S9(9)V99 VALUE 0.
       01  WS-FORSKEL          PIC S9(9)V99 VALUE 0.
       01  WS-AKTUEL-VALUTA    PIC X(3)   VALUE SPACES.
       01  WS-AKTUEL-STATUS    PIC X(1)   VALUE SPACES.
       01  WS-AKTUEL-AABNET    PIC X(8)   VALUE SPACES.
       01  WS-HI-BELOEB        PIC S9(9)V99 VALUE 0.
       01  WS-KONTO-SALDO      PIC S9(7)V99 VALUE 0.

      * Summer pr. valuta over de konti der er bevist.
       01  WS-VALUTA-ANTAL     PIC 9(2)   VALUE 0.
       01  VALUTA-TABEL.
           05  VALUTA-ENTRY OCCURS 20 TIMES
                            INDEXED BY VT-IDX.
               10  VT-VALUTA       PIC X(3)  VALUE SPACES.
               10  VT-PRIMO        PIC S9(11)V99 VALUE 0.
               10  VT-BEVAEGELSE   PIC S9(11)V99 VALUE 0.
               10  VT-FORVENTET    PIC S9(11)V99 VALUE 0.
               10  VT-AKTUEL       PIC S9(11)V99 VALUE 0.
       01  WS-VALUTA-FORSKEL   PIC S9(11)V99 VALUE 0.

      * Dansk formaterede visningsfelter til rapportlinjerne
       01  WS-PRIMO-EDIT       PIC -(9)9,99.
       01  WS-BEVAEG-EDIT      PIC -(9)9,99.
       01  WS-FORVENTET-EDIT   PIC -(9)9,99.
       01  WS-AKTUEL-EDIT      PIC -(9)9,99.
       01  WS-FORSKEL-EDIT     PIC -(9)9,99.
       01  WS-VT-PRIMO-EDIT    PIC -(11)9,99.
       01  WS-VT-BEVAEG-EDIT   PIC -(11)9,99.
       01  WS-VT-FORVENT-EDIT  PIC -(11)9,99.
       01  WS-VT-AKTUEL-EDIT   PIC -(11)9,99.
       01  WS-VT-FORSKEL-EDIT  PIC -(11)9,99.

      * Taellere til totalerne
       01  WS-SNAPSHOT-TAELLER PIC 9(7)   VALUE 0.
       01  WS-HISTORIK-TAELLER PIC 9(7)   VALUE 0.
       01  WS-AFSTEMT-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-FORSKEL-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-UOMFATTET-TAELLER PIC 9(7)  VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "SALDO-FREMSKRIVNING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       CALL "KOERSEL-ID" USING WS-ID-FUNKTION WS-KOERSEL-ID.
       PERFORM INDLAES-KONTROL.
       PERFORM FIND-SNAPSHOT.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/SALDO-FREMSKRIVNING.txt, status="
               WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.

       IF WS-VALGT-IDX = 0
           PERFORM LAEG-GRUNDLAG
           PERFORM AFSLUT-OK
       END-IF.

       MOVE KT-LOEBENR(WS-VALGT-IDX) TO WS-FRA-LOEBENR.
       MOVE WS-FRA-LOEBENR TO WS-TIL-LOEBENR.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "SALDOFREMSKRIVNING " WS-DAGS-DATO
           " - SNAPSHOT " FUNCTION TRIM(WS-SNAPSHOT-ID)
           " (" WS-SNAPSHOT-DATO ") + HISTORIK EFTER LOEBENR "
           WS-FRA-LOEBENR
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

      * Primo og bevaegelser sorteres sammen paa KONTO-ID og
      * sammenstilles med kontofilen, der allerede staar i
      * KONTO-ID-orden fra udtraekket.
       SORT SORT-FIL
           ON ASCENDING KEY SR-KONTO-ID SR-TYPE
           INPUT PROCEDURE IS FRIGIV-PRIMO-OG-BEVAEGELSER
           OUTPUT PROCEDURE IS FREMSKRIV-KONTI.

       PERFORM SKRIV-VALUTA-OVERSIGT.
       PERFORM SKRIV-TOTALER.

       IF WS-FORSKEL-TAELLER > 0
           MOVE SPACES TO RAPPORT-TEXT
           STRING "RESULTAT: " WS-FORSKEL-TAELLER
               " KONTI FREMSKRIVES IKKE - KAEDEN STANDSES FOER "
               "KONTOSAMMENKOERINGEN."
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           CLOSE RAPPORT-FIL
           DISPLAY "FEJL: SALDO-FREMSKRIVNING: " WS-FORSKEL-TAELLER
               " konti fremskrives ikke - se "
               "files/SALDO-FREMSKRIVNING.txt."
           MOVE WS-FORSKEL-TAELLER TO WS-NOTIF-ANTAL
           PERFORM STOP-MED-FEJL
       END-IF.

       MOVE SPACES TO RAPPORT-TEXT.
       STRING "RESULTAT: ALLE " WS-AFSTEMT-TAELLER
           " KONTI FREMSKRIVES TIL DAGENS SALDO."
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM GEM-KONTROL.
       PERFORM AFSLUT-OK.

       AFSLUT-OK.
       CLOSE RAPPORT-FIL.
       DISPLAY "SALDO-FREMSKRIVNING: afstemt=" WS-AFSTEMT-TAELLER
           " forskelle=" WS-FORSKEL-TAELLER
           " ikke omfattet=" WS-UOMFATTET-TAELLER
           " historiklinjer=" WS-HISTORIK-TAELLER.
       MOVE WS-AFSTEMT-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 0 TO RETURN-CODE.
       STOP RUN.

       STOP-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       INDLAES-KONTROL.
      * Kontrolfilen er valgfri; mangler den, er der intet grundlag
      * endnu.
       OPEN INPUT KONTROL-FIL.
       IF WS-KONTROL-STATUS = "35"
           EXIT PARAGRAPH
       END-IF.
       IF WS-KONTROL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/SALDO-FREMSKRIVNING-KONTROL.txt, status="
               WS-KONTROL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ KONTROL-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KR-LOEBENR NUMERIC
                       PERFORM TILFOEJ-KONTROL
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTROL-FIL.

       TILFOEJ-KONTROL.
      * Tabellen holder de ti seneste; en fuld tabel skubbes een
      * plads op, saa den aeldste falder ud.
       IF WS-KONTROL-ANTAL >= 10
           PERFORM VARYING KT-IDX FROM 1 BY 1 UNTIL KT-IDX > 9
               MOVE KONTROL-ENTRY(KT-IDX + 1) TO KONTROL-ENTRY(KT-IDX)
           END-PERFORM
       ELSE
           ADD 1 TO WS-KONTROL-ANTAL
       END-IF.
       MOVE KR-KOERSEL-ID TO KT-KOERSEL-ID(WS-KONTROL-ANTAL).
       MOVE KR-DATO TO KT-DATO(WS-KONTROL-ANTAL).
       MOVE KR-LOEBENR TO KT-LOEBENR(WS-KONTROL-ANTAL).

       FIND-SNAPSHOT.
      * Gennemloeb saldohistorikken og find den seneste godkendte
      * kontrol hvis koersel har skrevet snapshotlinjer.
       MOVE 0 TO WS-VALGT-IDX.
       IF WS-KONTROL-ANTAL = 0
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT SNAPSHOT-FIL.
       IF WS-SNAPSHOT-STATUS = "35"
           EXIT PARAGRAPH
       END-IF.
       IF WS-SNAPSHOT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/SALDO-HISTORIK.txt, "
               "status=" WS-SNAPSHOT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO WS-FORRIGE-SH-ID.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ SNAPSHOT-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF SH-KOERSEL-ID NOT = WS-FORRIGE-SH-ID
                       MOVE SH-KOERSEL-ID TO WS-FORRIGE-SH-ID
                       PERFORM VURDER-SNAPSHOT-ID
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE SNAPSHOT-FIL.
       IF WS-VALGT-IDX > 0
           MOVE KT-KOERSEL-ID(WS-VALGT-IDX) TO WS-SNAPSHOT-ID
       END-IF.

       VURDER-SNAPSHOT-ID.
       PERFORM VARYING KT-IDX FROM 1 BY 1
               UNTIL KT-IDX > WS-KONTROL-ANTAL
           IF KT-KOERSEL-ID(KT-IDX) = SH-KOERSEL-ID
                   AND KT-IDX > WS-VALGT-IDX
               SET WS-VALGT-IDX TO KT-IDX
               MOVE SH-DATO TO WS-SNAPSHOT-DATO
           END-IF
       END-PERFORM.

       LAEG-GRUNDLAG.
      * Intet brugbart snapshot efter en godkendt kontrol: notér
      * dagens hoejeste loebenummer, saa naeste koersel kan regne
      * fra det snapshot Opgave8 skriver i aften.
       MOVE 0 TO WS-FRA-LOEBENR.
       MOVE 0 TO WS-TIL-LOEBENR.
       MOVE "files/POSTERING-HISTORIK.txt" TO WS-STI-HISTORIK.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ HISTORIK-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF HI-LOEBENR NUMERIC
                           MOVE HI-LOEBENR TO WS-LINJE-LOEBENR
                           IF WS-LINJE-LOEBENR > WS-TIL-LOEBENR
                               MOVE WS-LINJE-LOEBENR
                                   TO WS-TIL-LOEBENR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE HISTORIK-FIL
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "SALDOFREMSKRIVNING " WS-DAGS-DATO
           " - INTET SNAPSHOT EFTER EN GODKENDT KONTROL."
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "GRUNDLAG LAGT VED LOEBENR " WS-TIL-LOEBENR
           " - FREMSKRIVNINGEN BEVISES FRA NAESTE KOERSEL."
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM GEM-KONTROL.

       GEM-KONTROL.
      * Dagens kontrol noteres; koeres trinnet igen under samme
      * KOERSEL-ID, erstattes linjen i stedet for at blive gentaget.
       IF WS-KONTROL-ANTAL = 0
               OR KT-KOERSEL-ID(WS-KONTROL-ANTAL) NOT = WS-KOERSEL-ID
           MOVE WS-KOERSEL-ID TO KR-KOERSEL-ID
           MOVE WS-DAGS-DATO TO KR-DATO
           MOVE WS-TIL-LOEBENR TO KR-LOEBENR
           PERFORM TILFOEJ-KONTROL
       ELSE
           MOVE WS-DAGS-DATO TO KT-DATO(WS-KONTROL-ANTAL)
           MOVE WS-TIL-LOEBENR TO KT-LOEBENR(WS-KONTROL-ANTAL)
       END-IF.
       OPEN OUTPUT KONTROL-FIL.
       IF WS-KONTROL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/SALDO-FREMSKRIVNING-KONTROL.txt, status="
               WS-KONTROL-STATUS
           CLOSE RAPPORT-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM VARYING KT-IDX FROM 1 BY 1
               UNTIL KT-IDX > WS-KONTROL-ANTAL
           MOVE SPACES TO KONTROL-RECORD
           MOVE KT-KOERSEL-ID(KT-IDX) TO KR-KOERSEL-ID
           MOVE KT-DATO(KT-IDX) TO KR-DATO
           MOVE KT-LOEBENR(KT-IDX) TO KR-LOEBENR
           WRITE KONTROL-RECORD
       END-PERFORM.
       CLOSE KONTROL-FIL.

      ******************************************************************
      * Primo og bevaegelser til sorteringen                           *
      ******************************************************************
       FRIGIV-PRIMO-OG-BEVAEGELSER.
       OPEN INPUT SNAPSHOT-FIL.
       IF WS-SNAPSHOT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/SALDO-HISTORIK.txt, "
               "status=" WS-SNAPSHOT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ SNAPSHOT-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF SH-KOERSEL-ID = WS-SNAPSHOT-ID
                       MOVE SPACES TO SORT-RECORD
                       MOVE SH-KONTO-ID TO SR-KONTO-ID
                       MOVE "S" TO SR-TYPE
                       MOVE SH-BALANCE TO WS-KONTO-SALDO
                       MOVE WS-KONTO-SALDO TO SR-BELOEB
                       MOVE SH-VALUTA TO SR-VALUTA
                       RELEASE SORT-RECORD
                       ADD 1 TO WS-SNAPSHOT-TAELLER
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE SNAPSHOT-FIL.

      * Paa maanedens sidste bankdag kan HISTORIK-AARSRUL have flyttet
      * tilbagedaterede linjer til sidste aars partition inden
      * motoren koerte; den laeses da med, hvis den findes.
       MOVE "SIBD" TO WS-BANKDAG-FUNKTION.
       CALL "BANKDAG" USING WS-BANKDAG-FUNKTION WS-DAGS-DATO
           WS-BANKDAG-SVAR WS-SIDSTE-BANKDAG.
       IF WS-SIDSTE-BANKDAG = WS-DAGS-DATO
           MOVE WS-DAGS-DATO(1:4) TO WS-FORRIGE-AAR
           SUBTRACT 1 FROM WS-FORRIGE-AAR
           MOVE SPACES TO WS-STI-HISTORIK
           STRING "files/POSTERING-HISTORIK-" WS-FORRIGE-AAR ".txt"
               DELIMITED BY SIZE INTO WS-STI-HISTORIK
           PERFORM FRIGIV-BEVAEGELSER
       END-IF.
       MOVE "files/POSTERING-HISTORIK.txt" TO WS-STI-HISTORIK.
       PERFORM FRIGIV-BEVAEGELSER.

       FRIGIV-BEVAEGELSER.
      * Alle linjer bogfoert efter forrige kontrols loebenummer;
      * linjer fra foer nummereringen har blankt HI-LOEBENR og er
      * for laengst med i et snapshot.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "35"
           EXIT PARAGRAPH
       END-IF.
       IF WS-HISTORIK-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-HISTORIK) ", status="
               WS-HISTORIK-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ HISTORIK-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF HI-LOEBENR NUMERIC
                       MOVE HI-LOEBENR TO WS-LINJE-LOEBENR
                       IF WS-LINJE-LOEBENR > WS-FRA-LOEBENR
                           PERFORM FRIGIV-BEVAEGELSE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE HISTORIK-FIL.

       FRIGIV-BEVAEGELSE.
      * K (kredit) laegger til saldoen, D (debet) traekker fra, som
      * i posteringsmotoren.
       COMPUTE WS-HI-BELOEB = FUNCTION NUMVAL(HI-BELOEB) / 100.
       MOVE SPACES TO SORT-RECORD.
       MOVE HI-KONTO-ID TO SR-KONTO-ID.
       MOVE "H" TO SR-TYPE.
       IF HI-DK = "K"
           MOVE WS-HI-BELOEB TO SR-BELOEB
       ELSE
           COMPUTE SR-BELOEB = 0 - WS-HI-BELOEB
       END-IF.
       MOVE HI-VALUTA TO SR-VALUTA.
       RELEASE SORT-RECORD.
       ADD 1 TO WS-HISTORIK-TAELLER.
       IF WS-LINJE-LOEBENR > WS-TIL-LOEBENR
           MOVE WS-LINJE-LOEBENR TO WS-TIL-LOEBENR
       END-IF.

      ******************************************************************
      * Sammenstilling med kontofilen                                  *
      ******************************************************************
       FREMSKRIV-KONTI.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-KONTOOPL) ", status="
               WS-KONTOOPL-STATUS
           CLOSE RAPPORT-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO WS-FORRIGE-NOEGLE.
       PERFORM LAES-SORTERET.
       PERFORM LAES-KONTO.
       PERFORM UNTIL SORT-ER-SLUT AND KONTO-ER-SLUT
           IF WS-SORT-NOEGLE < WS-KONTO-NOEGLE
               MOVE WS-SORT-NOEGLE TO WS-AKTUEL-NOEGLE
           ELSE
               MOVE WS-KONTO-NOEGLE TO WS-AKTUEL-NOEGLE
           END-IF
           PERFORM SAML-KONTO
           PERFORM VURDER-KONTO
       END-PERFORM.
       CLOSE KONTOOPL-FIL.

       LAES-SORTERET.
       RETURN SORT-FIL
           AT END
               SET SORT-ER-SLUT TO TRUE
               MOVE HIGH-VALUES TO WS-SORT-NOEGLE
           NOT AT END
               MOVE SR-KONTO-ID TO WS-SORT-NOEGLE
       END-RETURN.

       LAES-KONTO.
      * Sammenstillingen forudsaetter KONTO-ID-orden, som udtraekket
      * af masteren giver; en fil i anden orden afvises.
       READ KONTOOPL-FIL
           AT END
               SET KONTO-ER-SLUT TO TRUE
               MOVE HIGH-VALUES TO WS-KONTO-NOEGLE
           NOT AT END
               MOVE KONTO-ID IN KONTO-RECORD TO WS-KONTO-NOEGLE
               IF WS-KONTO-NOEGLE NOT > WS-FORRIGE-NOEGLE
                       AND WS-FORRIGE-NOEGLE NOT = SPACES
                   DISPLAY "FEJL: KontoOpl.txt staar ikke i "
                       "KONTO-ID-orden ved "
                       WS-KONTO-NOEGLE
                       " - dan den paany med KONTOOPL-UDTRAEK."
                   CLOSE KONTOOPL-FIL
                   CLOSE RAPPORT-FIL
                   PERFORM STOP-MED-FEJL
               END-IF
               MOVE WS-KONTO-NOEGLE TO WS-FORRIGE-NOEGLE
       END-READ.

       SAML-KONTO.
      * Saml primo og bevaegelser for WS-AKTUEL-NOEGLE op og hent
      * kontoens nye saldo, hvis den findes i kontofilen.
       MOVE "N" TO WS-HAR-SNAPSHOT.
       MOVE "N" TO WS-I-KONTOFIL.
       MOVE "N" TO WS-HAR-BEVAEGELSE.
       MOVE 0 TO WS-PRIMO WS-BEVAEGELSE WS-AKTUEL.
       MOVE SPACES TO WS-AKTUEL-VALUTA WS-AKTUEL-STATUS
           WS-AKTUEL-AABNET.
       PERFORM UNTIL SORT-ER-SLUT
               OR WS-SORT-NOEGLE NOT = WS-AKTUEL-NOEGLE
           IF SR-TYPE = "S"
      *        Kun kontoens foerste snapshotlinje taeller med.
               IF NOT HAR-SNAPSHOT
                   SET HAR-SNAPSHOT TO TRUE
                   MOVE SR-BELOEB TO WS-PRIMO
               END-IF
           ELSE
               SET HAR-BEVAEGELSE TO TRUE
               ADD SR-BELOEB TO WS-BEVAEGELSE
           END-IF
           IF WS-AKTUEL-VALUTA = SPACES
               MOVE SR-VALUTA TO WS-AKTUEL-VALUTA
           END-IF
           PERFORM LAES-SORTERET
       END-PERFORM.
       IF NOT KONTO-ER-SLUT
               AND WS-KONTO-NOEGLE = WS-AKTUEL-NOEGLE
           SET ER-I-KONTOFIL TO TRUE
           MOVE BALANCE IN KONTO-RECORD TO WS-KONTO-SALDO
           MOVE WS-KONTO-SALDO TO WS-AKTUEL
           MOVE VALUTA-KD IN KONTO-RECORD TO WS-AKTUEL-VALUTA
           MOVE KONTO-STATUS IN KONTO-RECORD TO WS-AKTUEL-STATUS
           MOVE ACCOUNT-OPEN-DATE IN KONTO-RECORD
               TO WS-AKTUEL-AABNET
           PERFORM LAES-KONTO
       END-IF.

       VURDER-KONTO.
      * En konto uden snapshotlinje regnes fra nul, hvis den er
      * oprettet efter snapshottet eller er forsvundet fra
      * kontofilen; ellers kan den ikke bevises.
       IF ER-I-KONTOFIL AND NOT HAR-SNAPSHOT
               AND WS-AKTUEL-AABNET < WS-SNAPSHOT-DATO
           IF WS-AKTUEL = 0 AND NOT HAR-BEVAEGELSE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UOMFATTET-TAELLER
           MOVE WS-AKTUEL TO WS-AKTUEL-EDIT
           MOVE WS-BEVAEGELSE TO WS-BEVAEG-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING "IKKE OMFATTET KONTO-ID=" WS-AKTUEL-NOEGLE
               " " WS-AKTUEL-VALUTA
               " INGEN SNAPSHOTLINJE, SALDO "
               FUNCTION TRIM(WS-AKTUEL-EDIT)
               " BEVAEGELSE " FUNCTION TRIM(WS-BEVAEG-EDIT)
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-FORVENTET = WS-PRIMO + WS-BEVAEGELSE.
       COMPUTE WS-FORSKEL = WS-AKTUEL - WS-FORVENTET.
       PERFORM AKKUMULER-VALUTA.
       IF WS-FORSKEL = 0
           ADD 1 TO WS-AFSTEMT-TAELLER
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-FORSKEL-TAELLER.
       MOVE WS-PRIMO TO WS-PRIMO-EDIT.
       MOVE WS-BEVAEGELSE TO WS-BEVAEG-EDIT.
       MOVE WS-FORVENTET TO WS-FORVENTET-EDIT.
       MOVE WS-AKTUEL TO WS-AKTUEL-EDIT.
       MOVE WS-FORSKEL TO WS-FORSKEL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       IF ER-I-KONTOFIL
           STRING "FORSKEL   KONTO-ID=" WS-AKTUEL-NOEGLE
               " " WS-AKTUEL-VALUTA
               " FORVENTET " FUNCTION TRIM(WS-FORVENTET-EDIT)
               " SALDO " FUNCTION TRIM(WS-AKTUEL-EDIT)
               " FORSKEL " FUNCTION TRIM(WS-FORSKEL-EDIT)
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       ELSE
           STRING "FORSKEL   KONTO-ID=" WS-AKTUEL-NOEGLE
               " " WS-AKTUEL-VALUTA
               " FORVENTET " FUNCTION TRIM(WS-FORVENTET-EDIT)
               " MANGLER I KONTOFILEN"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "          PRIMO " FUNCTION TRIM(WS-PRIMO-EDIT)
           " BEVAEGELSER " FUNCTION TRIM(WS-BEVAEG-EDIT)
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       AKKUMULER-VALUTA.
       SET VT-IDX TO 1.
       SEARCH VALUTA-ENTRY
           AT END
               PERFORM TILFOEJ-VALUTA
           WHEN VT-VALUTA(VT-IDX) = WS-AKTUEL-VALUTA
               CONTINUE
       END-SEARCH.
       ADD WS-PRIMO TO VT-PRIMO(VT-IDX).
       ADD WS-BEVAEGELSE TO VT-BEVAEGELSE(VT-IDX).
       ADD WS-FORVENTET TO VT-FORVENTET(VT-IDX).
       ADD WS-AKTUEL TO VT-AKTUEL(VT-IDX).

       TILFOEJ-VALUTA.
       IF WS-VALUTA-ANTAL >= 20
           DISPLAY "FEJL: Flere end 20 valutaer i kontofilen, "
               "valutatabellen er for lille."
           CLOSE KONTOOPL-FIL
           CLOSE RAPPORT-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       ADD 1 TO WS-VALUTA-ANTAL.
       SET VT-IDX TO WS-VALUTA-ANTAL.
       MOVE WS-AKTUEL-VALUTA TO VT-VALUTA(VT-IDX).

      ******************************************************************
      * Oversigt pr. valuta og totaler                                 *
      ******************************************************************
       SKRIV-VALUTA-OVERSIGT.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "VAL           PRIMO    BEVAEGELSER      FORVENTET"
           "          SALDO        FORSKEL"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM VARYING VT-IDX FROM 1 BY 1
               UNTIL VT-IDX > WS-VALUTA-ANTAL
           COMPUTE WS-VALUTA-FORSKEL
               = VT-AKTUEL(VT-IDX) - VT-FORVENTET(VT-IDX)
           MOVE VT-PRIMO(VT-IDX) TO WS-VT-PRIMO-EDIT
           MOVE VT-BEVAEGELSE(VT-IDX) TO WS-VT-BEVAEG-EDIT
           MOVE VT-FORVENTET(VT-IDX) TO WS-VT-FORVENT-EDIT
           MOVE VT-AKTUEL(VT-IDX) TO WS-VT-AKTUEL-EDIT
           MOVE WS-VALUTA-FORSKEL TO WS-VT-FORSKEL-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING VT-VALUTA(VT-IDX) " " WS-VT-PRIMO-EDIT
               WS-VT-BEVAEG-EDIT WS-VT-FORVENT-EDIT
               WS-VT-AKTUEL-EDIT WS-VT-FORSKEL-EDIT
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-PERFORM.

       SKRIV-TOTALER.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "===================================================="
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "SNAPSHOTLINJER       : " WS-SNAPSHOT-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "HISTORIKLINJER       : " WS-HISTORIK-TAELLER
           "  (LOEBENR " WS-FRA-LOEBENR " - " WS-TIL-LOEBENR ")"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTI AFSTEMT        : " WS-AFSTEMT-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTI MED FORSKEL    : " WS-FORSKEL-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "IKKE OMFATTET        : " WS-UOMFATTET-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
