       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEDSKRIVNING-IFRS9.

      * Maanedlig nedskrivningsberegning efter IFRS 9 (forventede
      * kredittab). Hvert laan i files/LAANEPLANER.txt og hvert
      * udnyttet overtraek (aaben konto, der ikke er et laan, med
      * negativ saldo i files/KontoOpl.txt) placeres i et stadie:
      *   3 - misligholdt: laanet er afskrevet
      *       (files/AFSKRIVNINGER.txt), kunden er afdoed, eller
      *       mere end 90 dage i restance/overtraek;
      *   2 - betydelig stigning i kreditrisikoen: mere end 30 dage i
      *       restance/overtraek eller kundens risikoklasse er H;
      *   1 - alle oevrige.
      * Dage i restance regnes fra foerste-set-datoen i
      * files/RESTANCE-STATUS.txt (laan) og files/OVERTRAEK-STATUS.txt
      * (overtraek). Eksponeringen er restgaelden efter seneste
      * forfaldne termin plus ubetalte ydelser for laan og det
      * overtrukne beloeb for overtraek, omregnet til DKK via
      * files/VALUTAKURSER.txt. Nedskrivningen er eksponering gange
      * PD gange LGD fra files/IFRS9-PARAMETRE.txt pr. stadie og
      * produkt. Et afskrevet laan staar i stadie 3 uden nedskrivning
      * - tabet er allerede bogfoert af LAAN-AFSKRIVNING.
      *
      * Rapporten files/NEDSKRIVNINGSRAPPORT.txt viser hver
      * eksponering med sidste maaneds stadie, en opsummering pr.
      * produkt og stadie og aendringen i den samlede nedskrivning.
      * Aendringen pr. produkt bogfoeres som et posteringspar til
      * finans i files/NEDSKRIVNING-FINANS.txt: udgiftskonto og
      * nedskrivningskonto (kontotype ECL-<produkt>, postart UDGIFT
      * og HENSAET i files/KONTOPLAN.txt). Beregningen gemmes i
      * files/NEDSKRIVNING-STATUS.txt som grundlag for naeste maaned.
      * Koeres som trin i maanedsafslutningen - se
      * batch/maaneds_koersel.cob.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FIL ASSIGN TO "files/IFRS9-PARAMETRE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT KONTOPLAN-FIL ASSIGN TO "files/KONTOPLAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOPLAN-STATUS.

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

           SELECT RESTANCE-FIL ASSIGN TO "files/RESTANCE-STATUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTANCE-STATUS.

           SELECT OVERTRAEK-FIL ASSIGN TO "files/OVERTRAEK-STATUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERTRAEK-STATUS.

           SELECT AFSKRIVNING-FIL ASSIGN TO "files/AFSKRIVNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKRIVNING-STATUS.

           SELECT VALUTAKURS-FIL
               ASSIGN TO "files/VALUTAKURSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUTAKURS-STATUS.

           SELECT NEDSKR-STATUS-FIL
               ASSIGN TO "files/NEDSKRIVNING-STATUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEDSKR-STATUS.

           SELECT FINANS-FIL ASSIGN TO "files/NEDSKRIVNING-FINANS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINANS-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/NEDSKRIVNINGSRAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PD og LGD i procent med to decimaler pr. stadie og produkt
      * (LOAN eller OVERTRAEK).
       FD  PARAMETER-FIL.
       01  PARAMETER-POST.
           05 PA-STADIE        PIC 9(1).
           05 FILLER           PIC X(1).
           05 PA-PRODUKT       PIC X(10).
           05 FILLER           PIC X(1).
           05 PA-PD            PIC 9(3)V99.
           05 FILLER           PIC X(1).
           05 PA-LGD           PIC 9(3)V99.
           05 FILLER           PIC X(1).
           05 PA-BESKRIVELSE   PIC X(30).

      * Samme layout som i batch/raabalance.cob.
       FD  KONTOPLAN-FIL.
       01  KONTOPLAN-POST.
           05 KP-KONTO-TYPE    PIC X(20).
           05 FILLER           PIC X(1).
           05 KP-POSTART       PIC X(8).
           05 FILLER           PIC X(1).
           05 KP-GL-KONTO      PIC X(6).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

      * Samme layout som i batch/ydelsesplan_generator.cob.
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

      * Samme layout som i batch/laan_restance.cob.
       FD  RESTANCE-FIL.
       01  RESTANCE-RECORD.
           05 RS-KONTO-ID      PIC X(10).
           05 RS-TERMINER      PIC 9(3).
           05 RS-NIVEAU        PIC 9(1).
           05 RS-FOERSTE-SET   PIC X(8).
           05 RS-SIDST-BREV    PIC X(8).
           05 RS-BELOEB        PIC 9(9)V99.

      * Samme layout som i batch/overtraek_aldring.cob.
       FD  OVERTRAEK-FIL.
       01  OVERTRAEK-RECORD.
           05 ST-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 ST-FOERSTE-SET   PIC X(8).
           05 FILLER           PIC X(1).
           05 ST-DAGE          PIC 9(5).
           05 FILLER           PIC X(1).
           05 ST-SIDST-SET     PIC X(8).

       FD  AFSKRIVNING-FIL.
       01  AFSKRIVNING-POST.
           COPY "copybooks/AFSKRIV.cpy".

       FD  VALUTAKURS-FIL.
       01  VALUTAKURS-POST.
           05 VK-KODE          PIC X(3).
           05 FILLER           PIC X(1).
           05 VK-KURS          PIC 9(3)V9999.

      * En linje pr. eksponering fra seneste beregning.
       FD  NEDSKR-STATUS-FIL.
       01  NEDSKR-STATUS-RECORD.
           05 NS-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 NS-PRODUKT       PIC X(10).
           05 FILLER           PIC X(1).
           05 NS-STADIE        PIC 9(1).
           05 FILLER           PIC X(1).
           05 NS-EAD           PIC 9(11)V99.
           05 FILLER           PIC X(1).
           05 NS-ECL           PIC 9(11)V99.
           05 FILLER           PIC X(1).
           05 NS-DATO          PIC X(8).

      * Posteringerne til finans; hvert par balancerer.
       FD  FINANS-FIL.
       01  FINANS-RECORD.
           05 NF-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 NF-FINANSKONTO   PIC X(6).
           05 FILLER           PIC X(1).
           05 NF-DK            PIC X(1).
           05 FILLER           PIC X(1).
           05 NF-BELOEB        PIC 9(11)V99.
           05 FILLER           PIC X(1).
           05 NF-TEKST         PIC X(40).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-PARAMETER-STATUS PIC XX     VALUE "00".
       01  WS-KONTOPLAN-STATUS PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-PLAN-STATUS      PIC XX     VALUE "00".
       01  WS-YDELSE-STATUS    PIC XX     VALUE "00".
       01  WS-RESTANCE-STATUS  PIC XX     VALUE "00".
       01  WS-OVERTRAEK-STATUS PIC XX     VALUE "00".
       01  WS-AFSKRIVNING-STATUS PIC XX   VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-NEDSKR-STATUS    PIC XX     VALUE "00".
       01  WS-FINANS-STATUS    PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-IDAG-INT         PIC 9(8)   VALUE 0.

      * Stadiegraenserne: dage i restance eller overtraek
       01  WS-DAGE-STADIE-2    PIC 9(5)   VALUE 30.
       01  WS-DAGE-STADIE-3    PIC 9(5)   VALUE 90.

      * PD/LGD pr. stadie og produkt
       01  WS-PA-ANTAL         PIC 9(2)   VALUE 0.
       01  PARAMETER-TABEL.
           05  PARAMETER-ENTRY OCCURS 30 TIMES
                                 INDEXED BY PA-IDX.
               10  PAT-STADIE       PIC 9(1)     VALUE 0.
               10  PAT-PRODUKT      PIC X(10)    VALUE SPACES.
               10  PAT-PD           PIC 9(3)V99  VALUE 0.
               10  PAT-LGD          PIC 9(3)V99  VALUE 0.

      * De to produkter med finanskonti og summer pr. stadie
       01  PRODUKT-TABEL.
           05  PRODUKT-ENTRY OCCURS 2 TIMES
                               INDEXED BY PR-IDX.
               10  PRT-PRODUKT      PIC X(10)    VALUE SPACES.
               10  PRT-KONTO-TYPE   PIC X(20)    VALUE SPACES.
               10  PRT-UDGIFT-KONTO PIC X(6)     VALUE SPACES.
               10  PRT-HENSAET-KONTO PIC X(6)    VALUE SPACES.
               10  PRT-ECL-FOER     PIC 9(11)V99 VALUE 0.
               10  PRT-ECL-NU       PIC 9(11)V99 VALUE 0.
               10  PRT-STADIE OCCURS 3 TIMES.
                   15  PRS-ANTAL    PIC 9(5)     VALUE 0.
                   15  PRS-EAD      PIC 9(11)V99 VALUE 0.
                   15  PRS-ECL      PIC 9(11)V99 VALUE 0.
       01  WS-PR-IDX           PIC 9(1)   VALUE 0.
       01  WS-ST-IDX           PIC 9(1)   VALUE 0.

      * Alle konti med ejer, type, saldo og valuta
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10)    VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10)    VALUE SPACES.
               10  KOT-KONTO-TYPE    PIC X(20)    VALUE SPACES.
               10  KOT-BALANCE       PIC S9(7)V99 VALUE 0.
               10  KOT-VALUTA        PIC X(3)     VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)     VALUE SPACES.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-KONTO-IDX        PIC 9(5)   VALUE 0.

      * Laanene med restgaeld efter seneste forfaldne termin
       01  WS-LAAN-ANTAL       PIC 9(4)   VALUE 0.
       01  LAAN-TABEL.
           05  LAAN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY LN-IDX.
               10  LNT-KONTO-ID     PIC X(10)     VALUE SPACES.
               10  LNT-RESTGAELD    PIC 9(9)V99   VALUE 0.
               10  LNT-SIDST-FORFALD PIC X(8)     VALUE SPACES.
       01  WS-LAAN-IDX         PIC 9(4)   VALUE 0.

      * Restancesager og overtraekssager: konto og foerste-set
       01  WS-RESTANCE-ANTAL   PIC 9(4)   VALUE 0.
       01  RESTANCE-TABEL.
           05  RESTANCE-ENTRY OCCURS 2000 TIMES
                                INDEXED BY RS-IDX.
               10  RST-KONTO-ID     PIC X(10)     VALUE SPACES.
               10  RST-FOERSTE-SET  PIC X(8)      VALUE SPACES.
               10  RST-BELOEB       PIC 9(9)V99   VALUE 0.
       01  WS-OT-ANTAL         PIC 9(4)   VALUE 0.
       01  OVERTRAEK-TABEL.
           05  OVERTRAEK-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY OT-IDX.
               10  OTT-KONTO-ID     PIC X(10)     VALUE SPACES.
               10  OTT-FOERSTE-SET  PIC X(8)      VALUE SPACES.

      * Laan der er afskrevet
       01  WS-AFSKREVET-ANTAL  PIC 9(4)   VALUE 0.
       01  AFSKREVET-TABEL.
           05  AFSKREVET-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY AS-IDX
                                 PIC X(10) VALUE SPACES.
       01  WS-AFSKREVET-FUNDET PIC X      VALUE "N".
           88  ER-AFSKREVET               VALUE "Y".

       01  WS-KURS-ANTAL       PIC 9(2)   VALUE 0.
       01  VALUTAKURS-TABEL.
           05  KURS-ENTRY OCCURS 20 TIMES
                             INDEXED BY VK-IDX.
               10  KURS-KODE      PIC X(3)     VALUE SPACES.
               10  KURS-VAERDI    PIC 9(3)V9999 VALUE 0.
       01  WS-FUNDET-KURS      PIC 9(3)V9999 VALUE 1.

      * Sidste maaneds stadier
       01  WS-FORRIGE-ANTAL    PIC 9(5)   VALUE 0.
       01  FORRIGE-TABEL.
           05  FORRIGE-ENTRY OCCURS 4000 TIMES
                               INDEXED BY FO-IDX.
               10  FOT-KONTO-ID     PIC X(10)    VALUE SPACES.
               10  FOT-STADIE       PIC 9(1)     VALUE 0.

      * Den eksponering der behandles
       01  WS-E-KONTO-ID       PIC X(10)  VALUE SPACES.
       01  WS-E-KUNDE-ID       PIC X(10)  VALUE SPACES.
       01  WS-E-PRODUKT        PIC X(10)  VALUE SPACES.
       01  WS-E-VALUTA         PIC X(3)   VALUE SPACES.
       01  WS-E-BELOEB         PIC 9(11)V99 VALUE 0.
       01  WS-E-EAD            PIC 9(11)V99 VALUE 0.
       01  WS-E-ECL            PIC 9(11)V99 VALUE 0.
       01  WS-ECL-MELLEM       PIC 9(11)V9(6) VALUE 0.
       01  WS-E-FOERSTE-SET    PIC X(8)   VALUE SPACES.
       01  WS-E-DAGE           PIC 9(5)   VALUE 0.
       01  WS-E-RISIKO         PIC X(1)   VALUE SPACE.
       01  WS-E-STADIE         PIC 9(1)   VALUE 1.
       01  WS-E-FORRIGE        PIC X(1)   VALUE SPACE.
       01  WS-E-PD             PIC 9(3)V99 VALUE 0.
       01  WS-E-LGD            PIC 9(3)V99 VALUE 0.
       01  WS-E-AARSAG         PIC X(40)  VALUE SPACES.
       01  WS-E-AFDOED         PIC X      VALUE "N".
           88  E-ER-AFDOED                VALUE "Y".
       01  WS-PARAMETER-FUNDET PIC X      VALUE "N".
           88  PARAMETER-ER-FUNDET        VALUE "Y".
       01  WS-FOERSTE-INT      PIC 9(8)   VALUE 0.

       01  WS-AENDRING         PIC S9(11)V99 VALUE 0.
       01  WS-POSTERING-BELOEB PIC 9(11)V99 VALUE 0.
       01  WS-DEBET-KONTO      PIC X(6)   VALUE SPACES.
       01  WS-KREDIT-KONTO     PIC X(6)   VALUE SPACES.
       01  WS-FINANS-TEKST     PIC X(40)  VALUE SPACES.

       01  WS-EKSPONERING-TAELLER PIC 9(5) VALUE 0.
       01  WS-MANGLER-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-FINANS-TAELLER   PIC 9(5)   VALUE 0.

       01  WS-DAGE-EDIT        PIC Z(4)9.
       01  WS-EAD-EDIT         PIC Z(10)9,99.
       01  WS-ECL-EDIT         PIC Z(10)9,99.
       01  WS-PD-EDIT          PIC ZZ9,99.
       01  WS-LGD-EDIT         PIC ZZ9,99.
       01  WS-FOER-EDIT        PIC Z(10)9,99.
       01  WS-NU-EDIT          PIC Z(10)9,99.
       01  WS-AENDRING-EDIT    PIC -(11)9,99.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)
               VALUE "NEDSKRIVNING-IFRS9".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DATO-9.
       COMPUTE WS-IDAG-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).
       MOVE "LOAN" TO PRT-PRODUKT(1).
       MOVE "ECL-LOAN" TO PRT-KONTO-TYPE(1).
       MOVE "OVERTRAEK" TO PRT-PRODUKT(2).
       MOVE "ECL-OVERTRAEK" TO PRT-KONTO-TYPE(2).
       PERFORM INDLAES-PARAMETRE.
       PERFORM INDLAES-KONTOPLAN.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-LAANEPLANER.
       PERFORM FIND-RESTGAELD.
       PERFORM INDLAES-RESTANCER.
       PERFORM INDLAES-OVERTRAEK.
       PERFORM INDLAES-AFSKRIVNINGER.
       PERFORM INDLAES-VALUTAKURSER.
       PERFORM INDLAES-FORRIGE.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne kundemasteren, "
               "status=" WS-MASTER-STATUS
               " - risikoklasse og doedsfald indgaar ikke."
       END-IF.
       OPEN OUTPUT RAPPORT-FIL.
       OPEN OUTPUT NEDSKR-STATUS-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
               OR WS-NEDSKR-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/NEDSKRIVNINGSRAPPORT.txt eller "
               "files/NEDSKRIVNING-STATUS.txt, status="
               WS-RAPPORT-STATUS "/" WS-NEDSKR-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "NEDSKRIVNINGER EFTER IFRS 9 (FORVENTEDE KREDITTAB) PR. "
           WS-DAGS-DATO
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTO      KUNDE      PRODUKT    DAGE RK ST FOER"
           "  EKSPONERING DKK     PD    LGD  NEDSKRIVNING DKK  AARSAG"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       PERFORM BEHANDL-LAAN
           VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > WS-LAAN-ANTAL.
       PERFORM BEHANDL-OVERTRAEK
           VARYING KO-IDX FROM 1 BY 1 UNTIL KO-IDX > WS-KONTO-ANTAL.

       CLOSE NEDSKR-STATUS-FIL.
       IF WS-MASTER-STATUS = "00"
           CLOSE MASTER-FIL
       END-IF.
       PERFORM SKRIV-OPSUMMERING.
       PERFORM SKRIV-FINANSPOSTERINGER.
       CLOSE RAPPORT-FIL.

       DISPLAY "NEDSKRIVNING-IFRS9: eksponeringer="
           WS-EKSPONERING-TAELLER
           " uden parametre=" WS-MANGLER-TAELLER
           " finansposteringer=" WS-FINANS-TAELLER.
       MOVE WS-EKSPONERING-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       STOP-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       INDLAES-PARAMETRE.
      * Uden parametre kan der ikke beregnes nedskrivninger, og
      * maanedslukningen stoppes.
       OPEN INPUT PARAMETER-FIL.
       IF WS-PARAMETER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/IFRS9-PARAMETRE.txt, status="
               WS-PARAMETER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL WS-PARAMETER-STATUS NOT = "00"
           READ PARAMETER-FIL INTO PARAMETER-POST
               AT END
                   CONTINUE
               NOT AT END
                   IF PA-PRODUKT NOT = SPACES
                           AND PA-STADIE NUMERIC
                           AND WS-PA-ANTAL < 30
                       ADD 1 TO WS-PA-ANTAL
                       SET PA-IDX TO WS-PA-ANTAL
                       MOVE PA-STADIE TO PAT-STADIE(PA-IDX)
                       MOVE PA-PRODUKT TO PAT-PRODUKT(PA-IDX)
                       MOVE PA-PD TO PAT-PD(PA-IDX)
                       MOVE PA-LGD TO PAT-LGD(PA-IDX)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE PARAMETER-FIL.

       INDLAES-KONTOPLAN.
      * Begge produkter skal have en udgifts- og en nedskrivnings-
      * konto, ellers kan aendringen ikke bogfoeres.
       OPEN INPUT KONTOPLAN-FIL.
       IF WS-KONTOPLAN-STATUS = "00"
           PERFORM UNTIL WS-KONTOPLAN-STATUS NOT = "00"
               READ KONTOPLAN-FIL INTO KONTOPLAN-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTER-KONTOPLAN
               END-READ
           END-PERFORM
           CLOSE KONTOPLAN-FIL
       END-IF.
       PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > 2
           IF PRT-UDGIFT-KONTO(PR-IDX) = SPACES
                   OR PRT-HENSAET-KONTO(PR-IDX) = SPACES
               DISPLAY "FEJL: files/KONTOPLAN.txt mangler UDGIFT "
                   "eller HENSAET for kontotype "
                   FUNCTION TRIM(PRT-KONTO-TYPE(PR-IDX))
               PERFORM STOP-MED-FEJL
           END-IF
       END-PERFORM.

       NOTER-KONTOPLAN.
       PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > 2
           IF KP-KONTO-TYPE = PRT-KONTO-TYPE(PR-IDX)
               EVALUATE KP-POSTART
                   WHEN "UDGIFT"
                       MOVE KP-GL-KONTO TO PRT-UDGIFT-KONTO(PR-IDX)
                   WHEN "HENSAET"
                       MOVE KP-GL-KONTO TO PRT-HENSAET-KONTO(PR-IDX)
               END-EVALUATE
           END-IF
       END-PERFORM.

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
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
                       MOVE KONTO-TYPE IN KONTO-RECORD
                           TO KOT-KONTO-TYPE(KO-IDX)
                       MOVE BALANCE IN KONTO-RECORD
                           TO KOT-BALANCE(KO-IDX)
                       MOVE VALUTA-KD IN KONTO-RECORD
                           TO KOT-VALUTA(KO-IDX)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-KONTO-STATUS(KO-IDX)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       INDLAES-LAANEPLANER.
      * Hovedstolen er restgaelden indtil foerste termin forfalder.
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
                           MOVE LP-HOVEDSTOL TO LNT-RESTGAELD(LN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FIL
       END-IF.

       FIND-RESTGAELD.
      * Restgaelden efter den seneste termin med forfald til og med
      * i dag.
       OPEN INPUT YDELSE-FIL.
       IF WS-YDELSE-STATUS = "00"
           PERFORM UNTIL WS-YDELSE-STATUS NOT = "00"
               READ YDELSE-FIL INTO YDELSE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF YP-FORFALD NOT > WS-DAGS-DATO
                           PERFORM NOTER-TERMIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YDELSE-FIL
       END-IF.

       NOTER-TERMIN.
       MOVE 0 TO WS-LAAN-IDX.
       IF WS-LAAN-ANTAL > 0
           SET LN-IDX TO 1
           SEARCH LAAN-ENTRY
               AT END
                   CONTINUE
               WHEN LNT-KONTO-ID(LN-IDX) = YP-KONTO-ID
                   SET WS-LAAN-IDX TO LN-IDX
           END-SEARCH
       END-IF.
       IF WS-LAAN-IDX > 0
           SET LN-IDX TO WS-LAAN-IDX
           IF YP-FORFALD NOT < LNT-SIDST-FORFALD(LN-IDX)
               MOVE YP-FORFALD TO LNT-SIDST-FORFALD(LN-IDX)
               MOVE YP-RESTGAELD TO LNT-RESTGAELD(LN-IDX)
           END-IF
       END-IF.

       INDLAES-RESTANCER.
       OPEN INPUT RESTANCE-FIL.
       IF WS-RESTANCE-STATUS = "00"
           PERFORM UNTIL WS-RESTANCE-STATUS NOT = "00"
               READ RESTANCE-FIL INTO RESTANCE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RS-KONTO-ID NOT = SPACES
                               AND WS-RESTANCE-ANTAL < 2000
                           ADD 1 TO WS-RESTANCE-ANTAL
                           SET RS-IDX TO WS-RESTANCE-ANTAL
                           MOVE RS-KONTO-ID TO RST-KONTO-ID(RS-IDX)
                           MOVE RS-FOERSTE-SET
                               TO RST-FOERSTE-SET(RS-IDX)
                           IF RS-BELOEB NUMERIC
                               MOVE RS-BELOEB TO RST-BELOEB(RS-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTANCE-FIL
       END-IF.

       INDLAES-OVERTRAEK.
       OPEN INPUT OVERTRAEK-FIL.
       IF WS-OVERTRAEK-STATUS = "00"
           PERFORM UNTIL WS-OVERTRAEK-STATUS NOT = "00"
               READ OVERTRAEK-FIL INTO OVERTRAEK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ST-KONTO-ID NOT = SPACES
                               AND WS-OT-ANTAL < 2000
                           ADD 1 TO WS-OT-ANTAL
                           SET OT-IDX TO WS-OT-ANTAL
                           MOVE ST-KONTO-ID TO OTT-KONTO-ID(OT-IDX)
                           MOVE ST-FOERSTE-SET
                               TO OTT-FOERSTE-SET(OT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERTRAEK-FIL
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
                           MOVE VK-KURS TO KURS-VAERDI(WS-KURS-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAKURS-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke aabne files/VALUTAKURSER.txt, "
               "status=" WS-VALUTAKURS-STATUS
               " - alle beloeb regnes som DKK."
       END-IF.

       INDLAES-FORRIGE.
      * Sidste beregning giver stadierne og den bogfoerte
      * nedskrivning pr. produkt; foerste gang er alt nul.
       OPEN INPUT NEDSKR-STATUS-FIL.
       IF WS-NEDSKR-STATUS = "00"
           PERFORM UNTIL WS-NEDSKR-STATUS NOT = "00"
               READ NEDSKR-STATUS-FIL INTO NEDSKR-STATUS-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NS-KONTO-ID NOT = SPACES
                           PERFORM NOTER-FORRIGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEDSKR-STATUS-FIL
       END-IF.

       NOTER-FORRIGE.
       IF WS-FORRIGE-ANTAL < 4000
           ADD 1 TO WS-FORRIGE-ANTAL
           SET FO-IDX TO WS-FORRIGE-ANTAL
           MOVE NS-KONTO-ID TO FOT-KONTO-ID(FO-IDX)
           MOVE NS-STADIE TO FOT-STADIE(FO-IDX)
       END-IF.
       PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > 2
           IF NS-PRODUKT = PRT-PRODUKT(PR-IDX)
               ADD NS-ECL TO PRT-ECL-FOER(PR-IDX)
           END-IF
       END-PERFORM.

       BEHANDL-LAAN.
      * Lukkede laan er indfriet; et afskrevet laan medtages altid.
       MOVE LNT-KONTO-ID(LN-IDX) TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       PERFORM KONTROLLER-AFSKREVET.
       IF ER-AFSKREVET
               OR (WS-KONTO-IDX > 0
                   AND KOT-KONTO-STATUS(WS-KONTO-IDX) NOT = "C")
           MOVE LNT-KONTO-ID(LN-IDX) TO WS-E-KONTO-ID
           MOVE "LOAN" TO WS-E-PRODUKT
           MOVE SPACES TO WS-E-KUNDE-ID
           MOVE "DKK" TO WS-E-VALUTA
           IF WS-KONTO-IDX > 0
               MOVE KOT-KUNDE-ID(WS-KONTO-IDX) TO WS-E-KUNDE-ID
               MOVE KOT-VALUTA(WS-KONTO-IDX) TO WS-E-VALUTA
           END-IF
           MOVE LNT-RESTGAELD(LN-IDX) TO WS-E-BELOEB
           MOVE SPACES TO WS-E-FOERSTE-SET
           IF WS-RESTANCE-ANTAL > 0
               SET RS-IDX TO 1
               SEARCH RESTANCE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RST-KONTO-ID(RS-IDX) = WS-E-KONTO-ID
                       MOVE RST-FOERSTE-SET(RS-IDX)
                           TO WS-E-FOERSTE-SET
                       ADD RST-BELOEB(RS-IDX) TO WS-E-BELOEB
               END-SEARCH
           END-IF
           PERFORM BEHANDL-EKSPONERING
       END-IF.

       BEHANDL-OVERTRAEK.
      * Et udnyttet overtraek: aaben konto, som ikke er et laan, med
      * negativ saldo.
       IF KOT-KONTO-TYPE(KO-IDX) NOT = "LOAN"
               AND KOT-KONTO-STATUS(KO-IDX) NOT = "C"
               AND KOT-BALANCE(KO-IDX) < 0
           MOVE KOT-KONTO-ID(KO-IDX) TO WS-E-KONTO-ID
           MOVE KOT-KUNDE-ID(KO-IDX) TO WS-E-KUNDE-ID
           MOVE "OVERTRAEK" TO WS-E-PRODUKT
           MOVE KOT-VALUTA(KO-IDX) TO WS-E-VALUTA
           COMPUTE WS-E-BELOEB = 0 - KOT-BALANCE(KO-IDX)
           MOVE SPACES TO WS-E-FOERSTE-SET
           MOVE "N" TO WS-AFSKREVET-FUNDET
           IF WS-OT-ANTAL > 0
               SET OT-IDX TO 1
               SEARCH OVERTRAEK-ENTRY
                   AT END
                       CONTINUE
                   WHEN OTT-KONTO-ID(OT-IDX) = WS-E-KONTO-ID
                       MOVE OTT-FOERSTE-SET(OT-IDX)
                           TO WS-E-FOERSTE-SET
               END-SEARCH
           END-IF
           PERFORM BEHANDL-EKSPONERING
       END-IF.

       BEHANDL-EKSPONERING.
       ADD 1 TO WS-EKSPONERING-TAELLER.
       PERFORM FIND-KURS.
       COMPUTE WS-E-EAD ROUNDED = WS-E-BELOEB * WS-FUNDET-KURS.
       MOVE 0 TO WS-E-DAGE.
       IF WS-E-FOERSTE-SET NUMERIC
           MOVE WS-E-FOERSTE-SET TO WS-DATO-9
           COMPUTE WS-FOERSTE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATO-9)
           IF WS-IDAG-INT > WS-FOERSTE-INT
               COMPUTE WS-E-DAGE = WS-IDAG-INT - WS-FOERSTE-INT
           END-IF
       END-IF.
       PERFORM LAES-KUNDE.
       PERFORM BESTEM-STADIE.
       PERFORM BEREGN-NEDSKRIVNING.
       PERFORM FIND-FORRIGE-STADIE.
       PERFORM SKRIV-EKSPONERING.

       LAES-KUNDE.
       MOVE SPACE TO WS-E-RISIKO.
       MOVE "N" TO WS-E-AFDOED.
       IF WS-E-KUNDE-ID NOT = SPACES AND WS-MASTER-STATUS = "00"
           MOVE WS-E-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD
           READ MASTER-FIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RISIKO-KLASSE IN MASTER-RECORD
                       TO WS-E-RISIKO
                   IF AFDOED-MARKERING IN MASTER-RECORD = "D"
                       SET E-ER-AFDOED TO TRUE
                   END-IF
           END-READ
       END-IF.

       BESTEM-STADIE.
      * Staerkeste aarsag vinder.
       MOVE SPACES TO WS-E-AARSAG.
       EVALUATE TRUE
           WHEN ER-AFSKREVET
               MOVE 3 TO WS-E-STADIE
               MOVE "AFSKREVET - TABET ER BOGFOERT"
                   TO WS-E-AARSAG
           WHEN E-ER-AFDOED
               MOVE 3 TO WS-E-STADIE
               MOVE "KUNDEN ER AFDOED" TO WS-E-AARSAG
           WHEN WS-E-DAGE > WS-DAGE-STADIE-3
               MOVE 3 TO WS-E-STADIE
               MOVE "MERE END 90 DAGE OVER FORFALD"
                   TO WS-E-AARSAG
           WHEN WS-E-DAGE > WS-DAGE-STADIE-2
               MOVE 2 TO WS-E-STADIE
               MOVE "MERE END 30 DAGE OVER FORFALD"
                   TO WS-E-AARSAG
           WHEN WS-E-RISIKO = "H"
               MOVE 2 TO WS-E-STADIE
               MOVE "BETYDELIG STIGNING - RISIKOKLASSE H"
                   TO WS-E-AARSAG
           WHEN OTHER
               MOVE 1 TO WS-E-STADIE
       END-EVALUATE.

       BEREGN-NEDSKRIVNING.
       MOVE 0 TO WS-E-PD WS-E-LGD WS-E-ECL.
       MOVE "N" TO WS-PARAMETER-FUNDET.
       IF WS-PA-ANTAL > 0
           SET PA-IDX TO 1
           SEARCH PARAMETER-ENTRY
               AT END
                   CONTINUE
               WHEN PAT-STADIE(PA-IDX) = WS-E-STADIE
                       AND PAT-PRODUKT(PA-IDX) = WS-E-PRODUKT
                   MOVE PAT-PD(PA-IDX) TO WS-E-PD
                   MOVE PAT-LGD(PA-IDX) TO WS-E-LGD
                   SET PARAMETER-ER-FUNDET TO TRUE
           END-SEARCH
       END-IF.
       EVALUATE TRUE
           WHEN ER-AFSKREVET
               MOVE 0 TO WS-E-EAD
           WHEN NOT PARAMETER-ER-FUNDET
               ADD 1 TO WS-MANGLER-TAELLER
               MOVE "INGEN PARAMETRE FOR STADIE/PRODUKT"
                   TO WS-E-AARSAG
           WHEN OTHER
               COMPUTE WS-ECL-MELLEM = WS-E-EAD * WS-E-PD / 100
               COMPUTE WS-E-ECL ROUNDED
                   = WS-ECL-MELLEM * WS-E-LGD / 100
       END-EVALUATE.

       FIND-FORRIGE-STADIE.
       MOVE "-" TO WS-E-FORRIGE.
       IF WS-FORRIGE-ANTAL > 0
           SET FO-IDX TO 1
           SEARCH FORRIGE-ENTRY
               AT END
                   CONTINUE
               WHEN FOT-KONTO-ID(FO-IDX) = WS-E-KONTO-ID
                   MOVE FOT-STADIE(FO-IDX) TO WS-E-FORRIGE
           END-SEARCH
       END-IF.

       SKRIV-EKSPONERING.
       MOVE WS-E-DAGE TO WS-DAGE-EDIT.
       MOVE WS-E-EAD TO WS-EAD-EDIT.
       MOVE WS-E-PD TO WS-PD-EDIT.
       MOVE WS-E-LGD TO WS-LGD-EDIT.
       MOVE WS-E-ECL TO WS-ECL-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING WS-E-KONTO-ID " " WS-E-KUNDE-ID " " WS-E-PRODUKT " "
           WS-DAGE-EDIT "  " WS-E-RISIKO "  " WS-E-STADIE "  "
           WS-E-FORRIGE "  " WS-EAD-EDIT " " WS-PD-EDIT " "
           WS-LGD-EDIT "  " WS-ECL-EDIT "  " WS-E-AARSAG
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       MOVE SPACES TO NEDSKR-STATUS-RECORD.
       MOVE WS-E-KONTO-ID TO NS-KONTO-ID.
       MOVE WS-E-PRODUKT TO NS-PRODUKT.
       MOVE WS-E-STADIE TO NS-STADIE.
       MOVE WS-E-EAD TO NS-EAD.
       MOVE WS-E-ECL TO NS-ECL.
       MOVE WS-DAGS-DATO TO NS-DATO.
       WRITE NEDSKR-STATUS-RECORD.

       IF WS-E-PRODUKT = "LOAN"
           MOVE 1 TO WS-PR-IDX
       ELSE
           MOVE 2 TO WS-PR-IDX
       END-IF.
       MOVE WS-E-STADIE TO WS-ST-IDX.
       ADD 1 TO PRS-ANTAL(WS-PR-IDX, WS-ST-IDX).
       ADD WS-E-EAD TO PRS-EAD(WS-PR-IDX, WS-ST-IDX).
       ADD WS-E-ECL TO PRS-ECL(WS-PR-IDX, WS-ST-IDX).
       ADD WS-E-ECL TO PRT-ECL-NU(WS-PR-IDX).

       SKRIV-OPSUMMERING.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE "OPSUMMERING PR. PRODUKT OG STADIE" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM VARYING WS-PR-IDX FROM 1 BY 1 UNTIL WS-PR-IDX > 2
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1 UNTIL WS-ST-IDX > 3
               MOVE PRS-EAD(WS-PR-IDX, WS-ST-IDX) TO WS-EAD-EDIT
               MOVE PRS-ECL(WS-PR-IDX, WS-ST-IDX) TO WS-ECL-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING PRT-PRODUKT(WS-PR-IDX)
                   " STADIE " WS-ST-IDX
                   " ANTAL=" PRS-ANTAL(WS-PR-IDX, WS-ST-IDX)
                   " EKSPONERING=" FUNCTION TRIM(WS-EAD-EDIT)
                   " NEDSKRIVNING=" FUNCTION TRIM(WS-ECL-EDIT)
                   DELIMITED BY SIZE INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
           END-PERFORM
       END-PERFORM.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE "AENDRING I NEDSKRIVNINGEN SIDEN SIDSTE BEREGNING"
           TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM VARYING WS-PR-IDX FROM 1 BY 1 UNTIL WS-PR-IDX > 2
           COMPUTE WS-AENDRING = PRT-ECL-NU(WS-PR-IDX)
               - PRT-ECL-FOER(WS-PR-IDX)
           MOVE PRT-ECL-FOER(WS-PR-IDX) TO WS-FOER-EDIT
           MOVE PRT-ECL-NU(WS-PR-IDX) TO WS-NU-EDIT
           MOVE WS-AENDRING TO WS-AENDRING-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING PRT-PRODUKT(WS-PR-IDX)
               " FOER=" FUNCTION TRIM(WS-FOER-EDIT)
               " NU=" FUNCTION TRIM(WS-NU-EDIT)
               " AENDRING=" FUNCTION TRIM(WS-AENDRING-EDIT)
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-PERFORM.

       SKRIV-FINANSPOSTERINGER.
      * En stigning udgiftsfoeres (debet udgift, kredit
      * nedskrivningskonto); et fald tilbagefoeres omvendt.
       OPEN EXTEND FINANS-FIL.
       IF WS-FINANS-STATUS = "35"
           OPEN OUTPUT FINANS-FIL
       END-IF.
       IF WS-FINANS-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/NEDSKRIVNING-FINANS.txt, status="
               WS-FINANS-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM VARYING WS-PR-IDX FROM 1 BY 1 UNTIL WS-PR-IDX > 2
           COMPUTE WS-AENDRING = PRT-ECL-NU(WS-PR-IDX)
               - PRT-ECL-FOER(WS-PR-IDX)
           IF WS-AENDRING NOT = 0
               PERFORM SKRIV-FINANSPAR
           END-IF
       END-PERFORM.
       CLOSE FINANS-FIL.

       SKRIV-FINANSPAR.
       MOVE SPACES TO WS-FINANS-TEKST.
       IF WS-AENDRING > 0
           MOVE WS-AENDRING TO WS-POSTERING-BELOEB
           MOVE PRT-UDGIFT-KONTO(WS-PR-IDX) TO WS-DEBET-KONTO
           MOVE PRT-HENSAET-KONTO(WS-PR-IDX) TO WS-KREDIT-KONTO
           STRING "NEDSKRIVNING IFRS 9 "
               FUNCTION TRIM(PRT-PRODUKT(WS-PR-IDX))
               DELIMITED BY SIZE INTO WS-FINANS-TEKST
       ELSE
           COMPUTE WS-POSTERING-BELOEB = 0 - WS-AENDRING
           MOVE PRT-HENSAET-KONTO(WS-PR-IDX) TO WS-DEBET-KONTO
           MOVE PRT-UDGIFT-KONTO(WS-PR-IDX) TO WS-KREDIT-KONTO
           STRING "TILBAGEFOERT NEDSKR. IFRS 9 "
               FUNCTION TRIM(PRT-PRODUKT(WS-PR-IDX))
               DELIMITED BY SIZE INTO WS-FINANS-TEKST
       END-IF.
       MOVE SPACES TO FINANS-RECORD.
       MOVE WS-DAGS-DATO TO NF-DATO.
       MOVE WS-DEBET-KONTO TO NF-FINANSKONTO.
       MOVE "D" TO NF-DK.
       MOVE WS-POSTERING-BELOEB TO NF-BELOEB.
       MOVE WS-FINANS-TEKST TO NF-TEKST.
       WRITE FINANS-RECORD.
       MOVE WS-KREDIT-KONTO TO NF-FINANSKONTO.
       MOVE "K" TO NF-DK.
       WRITE FINANS-RECORD.
       ADD 2 TO WS-FINANS-TAELLER.

       FIND-KONTO.
       MOVE 0 TO WS-KONTO-IDX.
       IF WS-KONTO-ANTAL > 0
           SET KO-IDX TO 1
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
                   SET WS-KONTO-IDX TO KO-IDX
           END-SEARCH
       END-IF.

       KONTROLLER-AFSKREVET.
       MOVE "N" TO WS-AFSKREVET-FUNDET.
       IF WS-AFSKREVET-ANTAL > 0
           SET AS-IDX TO 1
           SEARCH AFSKREVET-ENTRY
               AT END
                   CONTINUE
               WHEN AFSKREVET-ENTRY(AS-IDX) = WS-SOEGE-KONTO
                   MOVE "Y" TO WS-AFSKREVET-FUNDET
           END-SEARCH
       END-IF.

       FIND-KURS.
      * Ukendt valuta regnes som DKK.
       MOVE 1 TO WS-FUNDET-KURS.
       IF WS-KURS-ANTAL > 0
           SET VK-IDX TO 1
           SEARCH KURS-ENTRY
               AT END
                   MOVE 1 TO WS-FUNDET-KURS
               WHEN KURS-KODE(VK-IDX) = WS-E-VALUTA
                   MOVE KURS-VAERDI(VK-IDX) TO WS-FUNDET-KURS
           END-SEARCH
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
