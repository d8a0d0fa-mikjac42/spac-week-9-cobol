      * procent med fire decimaler); aendrer Nationalbanken satsen
      * midt i maaneden, deles perioden ved aendringsdatoen og hver
      * bid tilskrives med sin egen sats (faktiske dage over 365) -
      * ingen filombytning timet paa minuttet laengere. SAVINGS og
      * BOERNEOPSPARING faar kreditrente af positiv saldo, LOAN
      * beregnes debetrente af det skyldige beloeb, og CHECKING
      * beregnes debetrente naar saldoen er negativ (overtraek).
      * Et laan der er afskrevet og givet til
      * inkasso (files/AFSKRIVNINGER.txt), tilskrives ikke mere
      * rente. Renteposteringerne foejes til
      * files/POSTERINGER.txt med maanedens ultimo som valoer, og
      * samlerapporten files/RENTERAPPORT.txt viser baade summerne
      * pr. kontotype/valuta og hvilken sats der gjaldt for hvilke
      * dage.
      * Konti med en individuelt aftalt rente (files/RENTEAFTALER.txt,
      * slaaet op via shared/renteaftale_opslag.cob) tilskrives med
      * aftalens faste sats i stedet for typens baand, eller med
      * aftalens tillaeg/fradrag lagt til hvert baands sats; perioden
      * deles ogsaa ved aftalens begyndelse og udloeb, saa der ikke
      * laengere skal rettes til med haandposteringer efter koerslen.
      * Konti tilhoerende et doedsbo der er udloddet
      * (files/DOEDSBOER.txt, status U eller A) tilskrives ikke mere
      * rente: DOEDSBO-UDLODNING har tilskrevet renten frem til
      * fordelingsdatoen, og hvad der staar tilbage venter kun paa at
      * arven bliver betalt ud.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

           SELECT AFSKRIVNING-FIL ASSIGN TO "files/AFSKRIVNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKRIVNING-STATUS.

           SELECT DOEDSBO-FIL ASSIGN TO "files/DOEDSBOER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOEDSBO-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/RENTERAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  AFSKRIVNING-FIL.
       01  AFSKRIVNING-POST.
           COPY "copybooks/AFSKRIV.cpy".

       FD  DOEDSBO-FIL.
       01  DOEDSBO-POST.
           COPY "copybooks/DOEDSBO.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(80).
       01  WS-RENTESATS-STATUS PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-AFSKRIVNING-STATUS PIC XX   VALUE "00".
       01  WS-DOEDSBO-STATUS   PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "RENTE-TILSKRIVNING".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
               10  RST-BAND-FRA    PIC 9(7)V99  VALUE 0.
               10  RST-SATS        PIC S9(2)V9(4) VALUE 0.

      * Afskrevne laan, som er overdraget til inkasso
       01  WS-AFSKREVET-ANTAL  PIC 9(4)   VALUE 0.
       01  AFSKREVET-TABEL.
           05  AFSKREVET-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY AS-IDX
                                 PIC X(10) VALUE SPACES.
       01  WS-AFSKREVET-FUNDET PIC X      VALUE "N".
           88  ER-AFSKREVET               VALUE "Y".

      * Afdoede kunder hvis bo er udloddet eller afsluttet
       01  WS-UDLODDET-ANTAL   PIC 9(3)   VALUE 0.
       01  UDLODDET-TABEL.
           05  UDLODDET-ENTRY OCCURS 200 TIMES
                                INDEXED BY UB-IDX
                                PIC X(10) VALUE SPACES.
       01  WS-UDLODDET-FUNDET  PIC X      VALUE "N".
           88  ER-UDLODDET-BO             VALUE "Y".

      * Renteberegning for den aktuelle konto
       01  WS-BALANCE-NUM      PIC S9(7)V99 VALUE 0.
       01  WS-SATS             PIC 9(2)V9(4) VALUE 0.
       01  WS-SATS-IDX2        PIC 9(3)   VALUE 0.
       01  WS-SATS-VIS-EDIT    PIC -9,9999.

      * Individuel renteaftale for kontoen der tilskrives - se
      * shared/renteaftale_opslag.cob. WS-SOEGE-KONTO er blank naar
      * bidderne kun beregnes pr. type (rapportens satsoversigt).
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-AFTALE-ART       PIC X(1)   VALUE SPACES.
       01  WS-AFTALE-SATS      PIC S9(2)V9(4) VALUE 0.
       01  WS-AFTALE-SKIFT     PIC X(8)   VALUE SPACES.
       01  WS-AFTALE-BRUGT     PIC X      VALUE "N".
           88  AFTALE-ER-BRUGT            VALUE "Y".
       01  WS-AFTALE-TAELLER   PIC 9(7)   VALUE 0.

      * Posteringslinjens beloeb som hoejrestillede cifre
       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM BEREGN-PERIODE.
       PERFORM INDLAES-RENTESATSER.
       PERFORM INDLAES-AFSKRIVNINGER.
       PERFORM INDLAES-UDLODDEDE-BOER.
       IF WS-SATS-ANTAL = 0
           DISPLAY "FEJL: Ingen rentesatser i files/RENTESATSER.txt."
           MOVE "FEJL" TO WS-NOTIF-STATUS
               WS-NOTIF-STATUS WS-RENTE-TAELLER
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
           END-READ
       END-PERFORM.
       CLOSE KONTOOPL-FIL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.

       PERFORM SKRIV-RENTERAPPORT.
       DISPLAY "RENTE-TILSKRIVNING: konti=" WS-KONTO-TAELLER
           " renteposteringer=" WS-RENTE-TAELLER
           " individuelle renteaftaler=" WS-AFTALE-TAELLER.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-RENTE-TAELLER.

       BEREGN-RENTE-FOR-KONTO.
      * Afgoer om kontoen skal have rente, hvilken vej den traekker,
      * og skriv en postering for beloebet. SAVINGS og
      * BOERNEOPSPARING krediteres rente af positiv saldo, LOAN
      * debiteres rente af det skyldige beloeb, og CHECKING debiteres
      * overtraeksrente af negativ saldo.
      * Lukkede konti (status C), afskrevne laan og konti i et
      * udloddet doedsbo tilskrives ikke rente.
       MOVE BALANCE IN KONTO-RECORD TO WS-BALANCE-NUM.
       PERFORM FIND-RENTESATS.
       PERFORM KONTROLLER-AFSKREVET.
       PERFORM KONTROLLER-UDLODDET-BO.
       IF NOT SATS-ER-FUNDET
           OR KONTO-STATUS IN KONTO-RECORD = "C"
           OR ER-AFSKREVET
           OR ER-UDLODDET-BO
           CONTINUE
       ELSE
           MOVE SPACE TO WS-RENTE-DK
           EVALUATE TRUE
               WHEN (KONTO-TYPE IN KONTO-RECORD = "SAVINGS"
                       OR KONTO-TYPE IN KONTO-RECORD
                           = "BOERNEOPSPARING")
                       AND WS-BALANCE-NUM > 0
                   MOVE "K" TO WS-RENTE-DK
               WHEN KONTO-TYPE IN KONTO-RECORD = "LOAN"
           END-IF
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

       KONTROLLER-AFSKREVET.
       SET WS-AFSKREVET-FUNDET TO "N".
       SET AS-IDX TO 1.
       IF WS-AFSKREVET-ANTAL > 0
           SEARCH AFSKREVET-ENTRY
               AT END
                   SET WS-AFSKREVET-FUNDET TO "N"
               WHEN AFSKREVET-ENTRY(AS-IDX) = KONTO-ID IN KONTO-RECORD
                   SET WS-AFSKREVET-FUNDET TO "Y"
           END-SEARCH
       END-IF.

       INDLAES-UDLODDEDE-BOER.
       OPEN INPUT DOEDSBO-FIL.
       IF WS-DOEDSBO-STATUS = "00"
           PERFORM UNTIL WS-DOEDSBO-STATUS NOT = "00"
               READ DOEDSBO-FIL INTO DOEDSBO-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (DB-ER-UDLODDET OR DB-ER-AFSLUTTET)
                               AND WS-UDLODDET-ANTAL < 200
                           ADD 1 TO WS-UDLODDET-ANTAL
                           MOVE DB-KUNDE-ID
                               TO UDLODDET-ENTRY(WS-UDLODDET-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DOEDSBO-FIL
       END-IF.

       KONTROLLER-UDLODDET-BO.
       SET WS-UDLODDET-FUNDET TO "N".
       SET UB-IDX TO 1.
       IF WS-UDLODDET-ANTAL > 0
           SEARCH UDLODDET-ENTRY
               AT END
                   SET WS-UDLODDET-FUNDET TO "N"
               WHEN UDLODDET-ENTRY(UB-IDX) = KUNDE-ID IN KONTO-RECORD
                   SET WS-UDLODDET-FUNDET TO "Y"
           END-SEARCH
       END-IF.

       FIND-RENTESATS.
      * Har kontoens type overhovedet satslinjer i tabellen?
       SET WS-SATS-FUNDET TO "N".
      * egen sats - negative satser traekker fra, saa summen kan
      * ende som negativ rente paa store indestaaender.
       MOVE KONTO-TYPE IN KONTO-RECORD TO WS-SOEGE-TYPE.
       MOVE KONTO-ID IN KONTO-RECORD TO WS-SOEGE-KONTO.
       SET WS-AFTALE-BRUGT TO "N".
       MOVE 0 TO WS-RENTE-BELOEB.
       COMPUTE WS-SALDO-ABS = FUNCTION ABS(WS-BALANCE-NUM).
       MOVE WS-PERIODE-FRA TO WS-BID-FRA.
               MOVE WS-NAESTE-SKIFT TO WS-BID-FRA
           END-IF
       END-PERFORM.
       IF AFTALE-ER-BRUGT
           ADD 1 TO WS-AFTALE-TAELLER
       END-IF.

       BEREGN-BID-TRANCHER.
       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
      * WS-SOEGE-TYPE og WS-BID-FRA.
       PERFORM BYG-BID-BAND-TABEL.
       PERFORM FIND-NAESTE-SKIFT.
       IF WS-SOEGE-KONTO NOT = SPACES
           PERFORM ANVEND-RENTEAFTALE
       END-IF.
       IF WS-NAESTE-SKIFT = SPACES
           MOVE WS-PERIODE-TIL TO WS-BID-TIL
       ELSE
           END-PERFORM
       END-PERFORM.

       ANVEND-RENTEAFTALE.
      * Har kontoen en individuel aftale i kraft paa bidens foerste
      * dag, afloeser en fast sats hele baandtabellen (eet baand fra
      * nul), mens et tillaeg/fradrag laegges til hvert baands sats.
      * Begynder eller udloeber en aftale inde i perioden, slutter
      * bidden dagen foer.
       CALL "RENTEAFTALE-OPSLAG" USING WS-SOEGE-KONTO WS-BID-FRA
           WS-AFTALE-ART WS-AFTALE-SATS WS-AFTALE-SKIFT.
       EVALUATE WS-AFTALE-ART
           WHEN "F"
               MOVE 1 TO WS-BID-BAND-ANTAL
               MOVE 0 TO BBT-FRA(1)
               MOVE WS-AFTALE-SATS TO BBT-SATS(1)
               SET AFTALE-ER-BRUGT TO TRUE
           WHEN "M"
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > WS-BID-BAND-ANTAL
                   ADD WS-AFTALE-SATS TO BBT-SATS(WS-BAND-IDX)
               END-PERFORM
               SET AFTALE-ER-BRUGT TO TRUE
       END-EVALUATE.
       IF WS-AFTALE-SKIFT NOT = SPACES
               AND WS-AFTALE-SKIFT NOT > WS-PERIODE-TIL
               AND (WS-NAESTE-SKIFT = SPACES
                   OR WS-AFTALE-SKIFT < WS-NAESTE-SKIFT)
           MOVE WS-AFTALE-SKIFT TO WS-NAESTE-SKIFT
       END-IF.

       FIND-NAESTE-SKIFT.
      * Naeste satsaendring for typen efter bidens foerste dag,
      * indenfor perioden; blank naar der ingen er.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE WS-RENTE-DK TO PO-DK.
       MOVE "RENTETILSKRIVNING" TO PO-TEKST.
       MOVE "RTIL" TO PO-TRANSKODE.
      * Renten valoerdateres paa maanedens ultimo, uanset hvilken
      * bankdag koerslen faktisk loeber.
       MOVE WS-PERIODE-TIL TO PO-VALOER-DATO.
       PERFORM SKRIV-POSTERING-I-BATCH.

       AKKUMULER-RENTE-SUM.
      * Laeg rentebeloebet til summen for kontotype/valuta-
           MOVE "INGEN RENTE TILSKREVET" TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.
       IF WS-AFTALE-TAELLER > 0
           MOVE SPACES TO RAPPORT-TEXT
           STRING "HERAF TILSKREVET EFTER INDIVIDUEL RENTEAFTALE: "
               WS-AFTALE-TAELLER " KONTI"
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.
       CLOSE RAPPORT-FIL.

       SKRIV-SATS-BIDDER.
      * finansafdelingen ellers har rekonstrueret i haanden efter
      * hver satsaendring.
       MOVE SUT-KONTO-TYPE(SU-IDX) TO WS-SOEGE-TYPE.
       MOVE SPACES TO WS-SOEGE-KONTO.
       MOVE WS-PERIODE-FRA TO WS-BID-FRA.
       PERFORM UNTIL WS-BID-FRA > WS-PERIODE-TIL
           PERFORM BEREGN-BID

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
