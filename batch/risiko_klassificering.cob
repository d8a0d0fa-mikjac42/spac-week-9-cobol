       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISIKO-KLASSIFICERING.

      * Risikoklassificering af kunderne efter hvidvaskloven, koert
      * som trin i den daglige kaede. Hver kunde (undtagen lukkede)
      * faar point efter reglerne i files/RISIKO-KONFIG.txt:
      *   UDLAND  - LANDE-KODE er ikke DK,
      *   LAND    - LANDE-KODE staar paa listen (et land pr. linje),
      *   ERHVERV - KUNDE-ART = E (CVR-kunde),
      *   PEP     - PEP-MARKERING = J,
      *   PRODUKT - kunden har en aaben konto af KONTO-TYPE'n i
      *             files/KontoOpl.txt (en linje pr. kontotype),
      *   UDLBET  - kundens udlandsbetalinger (UDLAND-BETALING-
      *             KOERSELs bogfoerte ben i POSTERING-HISTORIK) de
      *             seneste 365 dage naar mindst beloebet; det
      *             hoejeste baand der naas, taeller.
      * Pointsummen giver klassen efter GRAENSE-linjerne for M og H;
      * under M er kunden L. Klassen skrives paa kunderecorden
      * (RISIKO-KLASSE/RISIKO-DATO) og aendringen journalfoeres med
      * foer- og efterbillede i files/KUNDE-JOURNAL.txt. Kunder hvis
      * klasse compliance har sat manuelt i KUNDE-VEDLIGEHOLD
      * (RISIKO-KILDE = M), roeres ikke - beregnes der en hoejere
      * klasse, kommer de alligevel paa rapporten. Rapporten
      * files/RISIKO-AENDRINGER.txt viser kun kunder hvis klasse er
      * aendret siden forrige koersel, med pointsum og de regler der
      * gav point, saa compliance ser bevaegelsen i stedet for en
      * statisk liste. Beloeb omregnes til DKK efter
      * files/VALUTAKURSER.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

      *    Den loebende historik og forrige aars partition (se
      *    batch/historik_aarsrul.cob), saa 365-dagesvinduet ogsaa
      *    daekker tiden foer aarsrullet. Stien saettes pr. kilde.
           SELECT HISTORIK-FIL ASSIGN DYNAMIC WS-STI-HISTORIK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIK-STATUS.

           SELECT KONFIG-FIL ASSIGN TO "files/RISIKO-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT VALUTAKURS-FIL
               ASSIGN TO "files/VALUTAKURSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUTAKURS-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/KUNDE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/RISIKO-AENDRINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  KONTOOPL-FIL.
       01  KONTOOPL-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  HISTORIK-FIL.
       01  HISTORIK-RECORD.
           COPY "copybooks/POSTHIST.cpy".

      * En linje pr. regel. RK-NOEGLE er klassen (M/H) for GRAENSE,
      * landekoden for LAND og kontotypen for PRODUKT; RK-BELOEB
      * bruges kun af UDLBET (mindste sum i DKK).
       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 RK-KODE          PIC X(8).
           05 FILLER           PIC X(1).
           05 RK-NOEGLE        PIC X(20).
           05 FILLER           PIC X(1).
           05 RK-BELOEB        PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 RK-POINT         PIC 9(3).

       FD  VALUTAKURS-FIL.
       01  VALUTAKURS-POST.
           05 VK-KODE          PIC X(3).
           05 FILLER           PIC X(1).
           05 VK-KURS          PIC 9(3)V9999.

      * Samme linjeformat som KUNDE-VEDLIGEHOLD; operatoerfeltet
      * staar blankt for batchens aendringer.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-STI-HISTORIK     PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DAGS-DATO-9      PIC 9(8)   VALUE 0.
       01  WS-DAGS-NR          PIC 9(8)   VALUE 0.
       01  WS-VINDUE-FRA-NR    PIC 9(8)   VALUE 0.
       01  WS-FORRIGE-AAR-9    PIC 9(4)   VALUE 0.
       01  WS-LINJE-DATO-9     PIC 9(8)   VALUE 0.
       01  WS-LINJE-DATO-NR    PIC 9(8)   VALUE 0.
       01  WS-LINJE-BELOEB     PIC S9(9)V99 VALUE 0.

      * Reglerne fra files/RISIKO-KONFIG.txt
       01  WS-REGEL-ANTAL      PIC 9(3)   VALUE 0.
       01  WS-GRAENSE-M        PIC 9(3)   VALUE 0.
       01  WS-GRAENSE-H        PIC 9(3)   VALUE 0.
       01  WS-POINT-UDLAND     PIC 9(3)   VALUE 0.
       01  WS-POINT-ERHVERV    PIC 9(3)   VALUE 0.
       01  WS-POINT-PEP        PIC 9(3)   VALUE 0.
       01  WS-LAND-ANTAL       PIC 9(2)   VALUE 0.
       01  LAND-TABEL.
           05  LAND-ENTRY OCCURS 50 TIMES
                          INDEXED BY LD-IDX.
               10  LDT-KODE        PIC X(2)     VALUE SPACES.
               10  LDT-POINT       PIC 9(3)     VALUE 0.
       01  WS-PRODUKT-ANTAL    PIC 9(2)   VALUE 0.
       01  PRODUKT-TABEL.
           05  PRODUKT-ENTRY OCCURS 20 TIMES
                          INDEXED BY PR-IDX.
               10  PRT-TYPE        PIC X(20)    VALUE SPACES.
               10  PRT-POINT       PIC 9(3)     VALUE 0.
       01  WS-UDLBET-ANTAL     PIC 9(2)   VALUE 0.
       01  UDLBET-TABEL.
           05  UDLBET-ENTRY OCCURS 10 TIMES
                          INDEXED BY UB-IDX.
               10  UBT-BELOEB      PIC 9(9)V99  VALUE 0.
               10  UBT-POINT       PIC 9(3)     VALUE 0.

      * Valutakurser til DKK
       01  WS-KURS-ANTAL       PIC 9(2)   VALUE 0.
       01  VALUTAKURS-TABEL.
           05  KURS-ENTRY OCCURS 20 TIMES
                             INDEXED BY VK-IDX.
               10  KURS-KODE      PIC X(3)     VALUE SPACES.
               10  KURS-VAERDI    PIC 9(3)V9999 VALUE 0.
       01  WS-SOEGE-VALUTA     PIC X(3)   VALUE SPACES.
       01  WS-FUNDET-KURS      PIC 9(3)V9999 VALUE 0.

      * Pr. kunde: udlandsbetalinger i vinduet og hvilke PRODUKT-
      * regler (position = regelnummer) kundens konti rammer.
       01  WS-KUNDE-ANTAL      PIC 9(5)   VALUE 0.
       01  KUNDE-TABEL.
           05  KUNDE-ENTRY OCCURS 20000 TIMES
                           INDEXED BY KT-IDX.
               10  KTT-KUNDE-ID    PIC X(10)     VALUE SPACES.
               10  KTT-UDL-SUM     PIC S9(11)V99 VALUE 0.
               10  KTT-PRODUKTER   PIC X(20)     VALUE SPACES.
       01  WS-SOEGE-KUNDE-ID   PIC X(10)  VALUE SPACES.
       01  WS-KUNDE-FUNDET-IDX PIC 9(5)   VALUE 0.

      * Beregningen for den aktuelle kunde
       01  WS-POINT            PIC 9(3)   VALUE 0.
       01  WS-POINT-SUM        PIC 9(5)   VALUE 0.
       01  WS-BAAND-POINT      PIC 9(3)   VALUE 0.
       01  WS-NY-KLASSE        PIC X(1)   VALUE SPACE.
       01  WS-GRUNDE           PIC X(60)  VALUE SPACES.
       01  WS-GRUNDE-PTR       PIC 9(3)   VALUE 1.
       01  WS-GRUND-TEKST      PIC X(12)  VALUE SPACES.
       01  WS-KLASSE           PIC X(1)   VALUE SPACE.
       01  WS-RANG             PIC 9      VALUE 0.
       01  WS-RANG-GAMMEL      PIC 9      VALUE 0.
       01  WS-RANG-NY          PIC 9      VALUE 0.
       01  WS-GAMMEL-KLASSE    PIC X(1)   VALUE SPACE.
       01  WS-BEMAERKNING      PIC X(22)  VALUE SPACES.
       01  WS-POINT-EDIT       PIC ZZZZ9.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.

       01  WS-KUNDE-TAELLER    PIC 9(7)   VALUE 0.
       01  WS-AENDRET-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-MANUEL-TAELLER   PIC 9(7)   VALUE 0.

      * Historiklinjens transaktionskode - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "RISIKO-KLASSIFICER".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DAGS-DATO-9.
       COMPUTE WS-DAGS-NR = FUNCTION INTEGER-OF-DATE(WS-DAGS-DATO-9).
       COMPUTE WS-VINDUE-FRA-NR = WS-DAGS-NR - 365.
       PERFORM INDLAES-KONFIG.
       IF WS-GRAENSE-M = 0 OR WS-GRAENSE-H = 0
               OR WS-GRAENSE-H < WS-GRAENSE-M
           DISPLAY "FEJL: files/RISIKO-KONFIG.txt mangler eller har "
               "ikke gyldige GRAENSE-linjer for M og H - "
               "klassificeringen kan ikke koeres."
           PERFORM AFBRYD-KOERSEL
       END-IF.
       PERFORM INDLAES-VALUTAKURSER.
       PERFORM OPSAML-PRODUKTER.
       PERFORM OPSAML-UDLANDSBETALINGER.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/RISIKO-AENDRINGER.txt, "
               "status=" WS-RAPPORT-STATUS
           PERFORM AFBRYD-KOERSEL
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AENDREDE RISIKOKLASSER PR. " WS-DAGS-DATO
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KUNDE-JOURNAL.txt, "
               "status=" WS-JOURNAL-STATUS
           CLOSE RAPPORT-FIL
           PERFORM AFBRYD-KOERSEL
       END-IF.
       OPEN I-O MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           CLOSE RAPPORT-FIL
           CLOSE JOURNAL-FIL
           PERFORM AFBRYD-KOERSEL
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ MASTER-FIL NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KUNDE-STATUS IN MASTER-RECORD NOT = "C"
                       ADD 1 TO WS-KUNDE-TAELLER
                       PERFORM KLASSIFICER-KUNDE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE MASTER-FIL.
       CLOSE JOURNAL-FIL.

       IF WS-AENDRET-TAELLER = 0 AND WS-MANUEL-TAELLER = 0
           MOVE "INGEN AENDREDE RISIKOKLASSER" TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KUNDER=" WS-KUNDE-TAELLER
           " AENDRET=" WS-AENDRET-TAELLER
           " MANUEL KLASSE BEHOLDT=" WS-MANUEL-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.

       DISPLAY "RISIKO-KLASSIFICERING: kunder=" WS-KUNDE-TAELLER
           " aendret=" WS-AENDRET-TAELLER
           " manuel klasse beholdt=" WS-MANUEL-TAELLER.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-AENDRET-TAELLER.
       STOP RUN.

       AFBRYD-KOERSEL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-AENDRET-TAELLER.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       INDLAES-KONFIG.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS = "00"
           PERFORM UNTIL WS-KONFIG-STATUS NOT = "00"
               READ KONFIG-FIL INTO KONFIG-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RK-KODE NOT = SPACES
                           PERFORM GEM-REGEL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONFIG-FIL
       END-IF.

       GEM-REGEL.
       IF RK-POINT NOT NUMERIC
           MOVE 0 TO RK-POINT
       END-IF.
       IF RK-BELOEB NOT NUMERIC
           MOVE 0 TO RK-BELOEB
       END-IF.
       ADD 1 TO WS-REGEL-ANTAL.
       EVALUATE RK-KODE
           WHEN "GRAENSE"
               IF RK-NOEGLE(1:1) = "M"
                   MOVE RK-POINT TO WS-GRAENSE-M
               END-IF
               IF RK-NOEGLE(1:1) = "H"
                   MOVE RK-POINT TO WS-GRAENSE-H
               END-IF
           WHEN "UDLAND"
               MOVE RK-POINT TO WS-POINT-UDLAND
           WHEN "ERHVERV"
               MOVE RK-POINT TO WS-POINT-ERHVERV
           WHEN "PEP"
               MOVE RK-POINT TO WS-POINT-PEP
           WHEN "LAND"
               IF WS-LAND-ANTAL < 50
                   ADD 1 TO WS-LAND-ANTAL
                   SET LD-IDX TO WS-LAND-ANTAL
                   MOVE RK-NOEGLE(1:2) TO LDT-KODE(LD-IDX)
                   MOVE RK-POINT TO LDT-POINT(LD-IDX)
               END-IF
           WHEN "PRODUKT"
               IF WS-PRODUKT-ANTAL < 20
                   ADD 1 TO WS-PRODUKT-ANTAL
                   SET PR-IDX TO WS-PRODUKT-ANTAL
                   MOVE RK-NOEGLE TO PRT-TYPE(PR-IDX)
                   MOVE RK-POINT TO PRT-POINT(PR-IDX)
               END-IF
           WHEN "UDLBET"
               IF WS-UDLBET-ANTAL < 10
                   ADD 1 TO WS-UDLBET-ANTAL
                   SET UB-IDX TO WS-UDLBET-ANTAL
                   MOVE RK-BELOEB TO UBT-BELOEB(UB-IDX)
                   MOVE RK-POINT TO UBT-POINT(UB-IDX)
               END-IF
           WHEN OTHER
               DISPLAY "ADVARSEL: Ukendt regel i "
                   "files/RISIKO-KONFIG.txt: " RK-KODE
       END-EVALUATE.

       INDLAES-VALUTAKURSER.
       OPEN INPUT VALUTAKURS-FIL.
       IF WS-VALUTAKURS-STATUS = "00"
           PERFORM UNTIL WS-VALUTAKURS-STATUS NOT = "00"
               READ VALUTAKURS-FIL INTO VALUTAKURS-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-KURS-ANTAL < 20
                           ADD 1 TO WS-KURS-ANTAL
                           MOVE VK-KODE TO KURS-KODE(WS-KURS-ANTAL)
                           MOVE VK-KURS
                               TO KURS-VAERDI(WS-KURS-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAKURS-FIL
       END-IF.

       FIND-KURS.
      * Ukendte og blanke valutaer omregnes 1:1, samme regel som
      * Opgave8 og RAABALANCE.
       MOVE 1 TO WS-FUNDET-KURS.
       SET VK-IDX TO 1.
       IF WS-KURS-ANTAL > 0 AND WS-SOEGE-VALUTA NOT = SPACES
           SEARCH KURS-ENTRY
               AT END
                   CONTINUE
               WHEN KURS-KODE(VK-IDX) = WS-SOEGE-VALUTA
                   MOVE KURS-VAERDI(VK-IDX) TO WS-FUNDET-KURS
           END-SEARCH
       END-IF.

       OPSAML-PRODUKTER.
      * Marker for hver kunde hvilke PRODUKT-regler en aaben konto
      * rammer; en kontotype giver kun point en gang pr. kunde.
       IF WS-PRODUKT-ANTAL > 0
           OPEN INPUT KONTOOPL-FIL
           IF WS-KONTOOPL-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Kan ikke aabne kontofilen, status="
                   WS-KONTOOPL-STATUS " - PRODUKT-reglerne springes "
                   "over."
           ELSE
               PERFORM UNTIL EOF-REACHED
                   READ KONTOOPL-FIL
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF KONTO-STATUS IN KONTOOPL-RECORD
                                   NOT = "C"
                               PERFORM NOTER-PRODUKT
                           END-IF
                   END-READ
               END-PERFORM
               SET EOF-NOT-REACHED TO TRUE
               CLOSE KONTOOPL-FIL
           END-IF
       END-IF.

       NOTER-PRODUKT.
       SET PR-IDX TO 1.
       SEARCH PRODUKT-ENTRY
           AT END
               CONTINUE
           WHEN PR-IDX > WS-PRODUKT-ANTAL
               CONTINUE
           WHEN PRT-TYPE(PR-IDX) = KONTO-TYPE IN KONTOOPL-RECORD
               MOVE KUNDE-ID IN KONTOOPL-RECORD TO WS-SOEGE-KUNDE-ID
               PERFORM FIND-ELLER-OPRET-KUNDE
               SET KT-IDX TO WS-KUNDE-FUNDET-IDX
               MOVE "J" TO KTT-PRODUKTER(KT-IDX)(PR-IDX:1)
       END-SEARCH.

       OPSAML-UDLANDSBETALINGER.
      * UDLAND-BETALING-KOERSEL bogfoerer betalingen som en debet
      * med transaktionskode UDLB; linjer uden kode faar koden udledt
      * af teksten via TRANSKODE-OPSLAG.
       IF WS-UDLBET-ANTAL > 0
           COMPUTE WS-FORRIGE-AAR-9 =
               FUNCTION NUMVAL(WS-DAGS-DATO(1:4)) - 1
           MOVE SPACES TO WS-STI-HISTORIK
           STRING "files/POSTERING-HISTORIK-" WS-FORRIGE-AAR-9
               ".txt" DELIMITED BY SIZE INTO WS-STI-HISTORIK
           PERFORM LAES-HISTORIK-KILDE
           MOVE "files/POSTERING-HISTORIK.txt" TO WS-STI-HISTORIK
           PERFORM LAES-HISTORIK-KILDE
       END-IF.

       LAES-HISTORIK-KILDE.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "00"
           PERFORM UNTIL WS-HISTORIK-STATUS NOT = "00"
               READ HISTORIK-FIL INTO HISTORIK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM KLASSIFICER-HISTORIKLINJE
                       IF HI-DK = "D"
                               AND TK-KODE IN WS-TRANSKODE = "UDLB"
                           PERFORM NOTER-UDLANDSBETALING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIK-FIL
       END-IF.

       NOTER-UDLANDSBETALING.
       MOVE 0 TO WS-LINJE-DATO-NR.
       IF HI-DATO NUMERIC
           MOVE HI-DATO TO WS-LINJE-DATO-9
           COMPUTE WS-LINJE-DATO-NR =
               FUNCTION INTEGER-OF-DATE(WS-LINJE-DATO-9)
       END-IF.
       IF WS-LINJE-DATO-NR >= WS-VINDUE-FRA-NR
               AND HI-BELOEB NOT = SPACES
           MOVE HI-VALUTA TO WS-SOEGE-VALUTA
           PERFORM FIND-KURS
           COMPUTE WS-LINJE-BELOEB ROUNDED =
               FUNCTION NUMVAL(HI-BELOEB) / 100 * WS-FUNDET-KURS
           MOVE HI-KUNDE-ID TO WS-SOEGE-KUNDE-ID
           PERFORM FIND-ELLER-OPRET-KUNDE
           SET KT-IDX TO WS-KUNDE-FUNDET-IDX
           ADD WS-LINJE-BELOEB TO KTT-UDL-SUM(KT-IDX)
       END-IF.

       FIND-ELLER-OPRET-KUNDE.
      * Er tabellen fuld, standses koerslen - en kunde der manglede,
      * ville ellers blive klassificeret for lavt.
       MOVE 0 TO WS-KUNDE-FUNDET-IDX.
       SET KT-IDX TO 1.
       IF WS-KUNDE-ANTAL > 0
           SEARCH KUNDE-ENTRY
               AT END
                   CONTINUE
               WHEN KT-IDX > WS-KUNDE-ANTAL
                   CONTINUE
               WHEN KTT-KUNDE-ID(KT-IDX) = WS-SOEGE-KUNDE-ID
                   SET WS-KUNDE-FUNDET-IDX TO KT-IDX
           END-SEARCH
       END-IF.
       IF WS-KUNDE-FUNDET-IDX = 0
           IF WS-KUNDE-ANTAL >= 20000
               DISPLAY "FEJL: Flere end 20000 kunder med konti eller "
                   "udlandsbetalinger - kundetabellen er for lille."
               PERFORM AFBRYD-KOERSEL
           END-IF
           ADD 1 TO WS-KUNDE-ANTAL
           MOVE WS-KUNDE-ANTAL TO WS-KUNDE-FUNDET-IDX
           SET KT-IDX TO WS-KUNDE-ANTAL
           MOVE WS-SOEGE-KUNDE-ID TO KTT-KUNDE-ID(KT-IDX)
           MOVE 0 TO KTT-UDL-SUM(KT-IDX)
           MOVE SPACES TO KTT-PRODUKTER(KT-IDX)
       END-IF.

       KLASSIFICER-KUNDE.
       PERFORM BEREGN-POINT.
       EVALUATE TRUE
           WHEN WS-POINT-SUM >= WS-GRAENSE-H
               MOVE "H" TO WS-NY-KLASSE
           WHEN WS-POINT-SUM >= WS-GRAENSE-M
               MOVE "M" TO WS-NY-KLASSE
           WHEN OTHER
               MOVE "L" TO WS-NY-KLASSE
       END-EVALUATE.
       MOVE RISIKO-KLASSE IN MASTER-RECORD TO WS-GAMMEL-KLASSE.
       IF RISIKO-KILDE IN MASTER-RECORD = "M"
      *    Manuelt sat klasse: staar fast, men en hoejere beregnet
      *    klasse meldes, saa compliance kan tage stilling.
           MOVE WS-GAMMEL-KLASSE TO WS-KLASSE
           PERFORM FIND-RANG
           MOVE WS-RANG TO WS-RANG-GAMMEL
           MOVE WS-NY-KLASSE TO WS-KLASSE
           PERFORM FIND-RANG
           MOVE WS-RANG TO WS-RANG-NY
           IF WS-RANG-NY > WS-RANG-GAMMEL
               ADD 1 TO WS-MANUEL-TAELLER
               MOVE "MANUEL KLASSE BEHOLDT" TO WS-BEMAERKNING
               PERFORM SKRIV-RAPPORTLINJE
           END-IF
       ELSE
           IF WS-NY-KLASSE NOT = WS-GAMMEL-KLASSE
               PERFORM OPDATER-KLASSE
           END-IF
       END-IF.

       BEREGN-POINT.
      * Pointsummen og en kort liste over de regler der gav point.
       MOVE 0 TO WS-POINT-SUM.
       MOVE SPACES TO WS-GRUNDE.
       MOVE 1 TO WS-GRUNDE-PTR.
       IF LANDE-KODE IN MASTER-RECORD NOT = "DK"
               AND LANDE-KODE IN MASTER-RECORD NOT = SPACES
               AND WS-POINT-UDLAND > 0
           MOVE WS-POINT-UDLAND TO WS-POINT
           MOVE "UDLAND" TO WS-GRUND-TEKST
           PERFORM NOTER-GRUND
       END-IF.
       IF WS-LAND-ANTAL > 0
           SET LD-IDX TO 1
           SEARCH LAND-ENTRY
               AT END
                   CONTINUE
               WHEN LD-IDX > WS-LAND-ANTAL
                   CONTINUE
               WHEN LDT-KODE(LD-IDX) = LANDE-KODE IN MASTER-RECORD
                   MOVE LDT-POINT(LD-IDX) TO WS-POINT
                   MOVE SPACES TO WS-GRUND-TEKST
                   STRING "LAND-" LDT-KODE(LD-IDX)
                       DELIMITED BY SIZE INTO WS-GRUND-TEKST
                   PERFORM NOTER-GRUND
           END-SEARCH
       END-IF.
       IF KUNDE-ART IN MASTER-RECORD = "E" AND WS-POINT-ERHVERV > 0
           MOVE WS-POINT-ERHVERV TO WS-POINT
           MOVE "ERHVERV" TO WS-GRUND-TEKST
           PERFORM NOTER-GRUND
       END-IF.
       IF PEP-MARKERING IN MASTER-RECORD = "J" AND WS-POINT-PEP > 0
           MOVE WS-POINT-PEP TO WS-POINT
           MOVE "PEP" TO WS-GRUND-TEKST
           PERFORM NOTER-GRUND
       END-IF.
       MOVE KUNDE-ID IN MASTER-RECORD TO WS-SOEGE-KUNDE-ID.
       MOVE 0 TO WS-KUNDE-FUNDET-IDX.
       SET KT-IDX TO 1.
       IF WS-KUNDE-ANTAL > 0
           SEARCH KUNDE-ENTRY
               AT END
                   CONTINUE
               WHEN KT-IDX > WS-KUNDE-ANTAL
                   CONTINUE
               WHEN KTT-KUNDE-ID(KT-IDX) = WS-SOEGE-KUNDE-ID
                   SET WS-KUNDE-FUNDET-IDX TO KT-IDX
           END-SEARCH
       END-IF.
       IF WS-KUNDE-FUNDET-IDX > 0
           SET KT-IDX TO WS-KUNDE-FUNDET-IDX
           PERFORM BEREGN-PRODUKT-POINT
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-PRODUKT-ANTAL
           MOVE 0 TO WS-BAAND-POINT
           PERFORM FIND-UDLBET-BAAND
               VARYING UB-IDX FROM 1 BY 1
               UNTIL UB-IDX > WS-UDLBET-ANTAL
           IF WS-BAAND-POINT > 0
               MOVE WS-BAAND-POINT TO WS-POINT
               MOVE "UDLBET" TO WS-GRUND-TEKST
               PERFORM NOTER-GRUND
           END-IF
       END-IF.

       BEREGN-PRODUKT-POINT.
       IF KTT-PRODUKTER(KT-IDX)(PR-IDX:1) = "J"
               AND PRT-POINT(PR-IDX) > 0
           MOVE PRT-POINT(PR-IDX) TO WS-POINT
           MOVE SPACES TO WS-GRUND-TEKST
           STRING FUNCTION TRIM(PRT-TYPE(PR-IDX))
               DELIMITED BY SIZE INTO WS-GRUND-TEKST
           PERFORM NOTER-GRUND
       END-IF.

       FIND-UDLBET-BAAND.
      * Det hoejeste baand kunden naar, taeller - baandene laegges
      * ikke sammen.
       IF KTT-UDL-SUM(KT-IDX) >= UBT-BELOEB(UB-IDX)
               AND UBT-POINT(UB-IDX) > WS-BAAND-POINT
           MOVE UBT-POINT(UB-IDX) TO WS-BAAND-POINT
       END-IF.

       NOTER-GRUND.
       ADD WS-POINT TO WS-POINT-SUM.
       IF WS-GRUNDE-PTR < 48
           STRING FUNCTION TRIM(WS-GRUND-TEKST) " "
               DELIMITED BY SIZE INTO WS-GRUNDE
               WITH POINTER WS-GRUNDE-PTR
       END-IF.

       FIND-RANG.
      * L < M < H; blank (ikke klassificeret) er lavest.
       EVALUATE WS-KLASSE
           WHEN "H"
               MOVE 3 TO WS-RANG
           WHEN "M"
               MOVE 2 TO WS-RANG
           WHEN "L"
               MOVE 1 TO WS-RANG
           WHEN OTHER
               MOVE 0 TO WS-RANG
       END-EVALUATE.

       OPDATER-KLASSE.
       MOVE SPACES TO WS-FOER-BILLEDE.
       MOVE MASTER-RECORD TO WS-FOER-BILLEDE.
       MOVE WS-NY-KLASSE TO RISIKO-KLASSE IN MASTER-RECORD.
       MOVE WS-DAGS-DATO TO RISIKO-DATO IN MASTER-RECORD.
       REWRITE MASTER-RECORD.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kunde " KUNDE-ID IN MASTER-RECORD
               " kunne ikke opdateres, status=" WS-MASTER-STATUS
       ELSE
           ADD 1 TO WS-AENDRET-TAELLER
           PERFORM SKRIV-JOURNAL
           MOVE SPACES TO WS-BEMAERKNING
           PERFORM SKRIV-RAPPORTLINJE
       END-IF.

       SKRIV-JOURNAL.
       MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL.
       MOVE "RET" TO JO-OPERATION.
       MOVE SPACES TO WS-EFTER-BILLEDE.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       MOVE WS-FOER-BILLEDE(1:250) TO JO-FOER.
       MOVE WS-FOER-BILLEDE(251:150) TO JO-FOER-REST.
       MOVE WS-EFTER-BILLEDE(1:250) TO JO-EFTER.
       MOVE WS-EFTER-BILLEDE(251:150) TO JO-EFTER-REST.
       MOVE SPACES TO JO-OPERATOER.
       MOVE WS-NOTIF-PROGRAM TO JO-PROGRAM.
       WRITE JOURNAL-RECORD.

       SKRIV-RAPPORTLINJE.
       CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
           EFTERNAVN IN MASTER-RECORD FULDT-NAVN.
       MOVE WS-POINT-SUM TO WS-POINT-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING KUNDE-ID IN MASTER-RECORD " "
           FULDT-NAVN " "
           "FRA=" WS-GAMMEL-KLASSE
           " TIL=" WS-NY-KLASSE
           " POINT=" WS-POINT-EDIT " "
           WS-GRUNDE(1:32) " "
           WS-BEMAERKNING
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       KLASSIFICER-HISTORIKLINJE.
       CALL "TRANSKODE-OPSLAG" USING HI-TRANSKODE HI-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
