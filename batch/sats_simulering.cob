       IDENTIFICATION DIVISION.
       PROGRAM-ID. SATS-SIMULERING.

      * Konsekvensberegning af et forslag til nye rente- og
      * gebyrsatser, foer ledelsen godkender det: forslaget laegges i
      * files/RENTESATSER-FORSLAG.txt og/eller
      * files/GEBYRSATSER-FORSLAG.txt (samme layout som
      * RENTESATSER.txt og GEBYRSATSER.txt; en manglende forslagsfil
      * betyder uaendrede satser for den del). Programmet regner
      * dagens KontoOpl.txt og OVERDRAWN.txt igennem to gange - med
      * de gaeldende satser og med forslaget - efter samme regler som
      * RENTE-TILSKRIVNING (baand, satsskift i perioden, individuelle
      * renteaftaler, afskrevne laan) og OVERTRAEK-GEBYR (bevillinger,
      * fritagelser, maanedsloft), men skriver ingen posteringer og
      * roerer ingen af de to programmers filer.
      * Renten beregnes for en kalendermaaned, som standard den
      * indevaerende; en anden maaned gives paa kommandolinjen som
      * AAAAMM, f.eks. batch/sats_simulering 202701, saa et forslag
      * med gyldig-fra ude i fremtiden kan ses for maaneden det
      * traeder i kraft. Gebyret beregnes for een koersel af
      * overtraeksgebyret paa dagens overtraeksliste.
      * Rapporten files/SATS-SIMULERING-RAPPORT.txt viser bankens
      * indtaegt (debetrente og gebyr positivt, kreditrente negativt)
      * med gaeldende satser og med forslaget og forskellen pr.
      * kontotype og afdeling, de kunder forslaget rammer hardest i
      * kroner, og hvor mange konti der med forslaget kommer til at
      * betale negativ rente af (en del af) saldoen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT RENTESATS-FIL ASSIGN TO "files/RENTESATSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTESATS-STATUS.

           SELECT FORSLAG-RENTE-FIL
               ASSIGN TO "files/RENTESATSER-FORSLAG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORSLAG-RENTE-STATUS.

           SELECT GEBYRSATS-FIL ASSIGN TO "files/GEBYRSATSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEBYRSATS-STATUS.

           SELECT FORSLAG-GEBYR-FIL
               ASSIGN TO "files/GEBYRSATSER-FORSLAG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORSLAG-GEBYR-STATUS.

           SELECT AFSKRIVNING-FIL ASSIGN TO "files/AFSKRIVNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKRIVNING-STATUS.

           SELECT OVERDRAWN-FIL ASSIGN TO "files/OVERDRAWN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDRAWN-STATUS.

           SELECT BEVILLING-FIL
               ASSIGN TO "files/OVERTRAEK-BEVILLINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEVILLING-STATUS.

           SELECT OPKRAEVET-FIL ASSIGN TO "files/GEBYR-OPKRAEVET.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPKRAEVET-STATUS.

           SELECT FRITAGELSE-FIL
               ASSIGN TO "files/GEBYR-FRITAGELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRITAGELSE-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/SATS-SIMULERING-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  RENTESATS-FIL.
       01  RENTESATS-RECORD.
           05 RENTESATS-TEKST  PIC X(80).

       FD  FORSLAG-RENTE-FIL.
       01  FORSLAG-RENTE-RECORD.
           05 FORSLAG-RENTE-TEKST PIC X(80).

       FD  GEBYRSATS-FIL.
       01  GEBYRSATS-RECORD.
           05 GEBYRSATS-TEKST  PIC X(80).

       FD  FORSLAG-GEBYR-FIL.
       01  FORSLAG-GEBYR-RECORD.
           05 FORSLAG-GEBYR-TEKST PIC X(80).

       FD  AFSKRIVNING-FIL.
       01  AFSKRIVNING-POST.
           COPY "copybooks/AFSKRIV.cpy".

       FD  OVERDRAWN-FIL.
       01  OVERDRAWN-RECORD.
           05 OVERDRAWN-TEXT   PIC X(80).

       FD  BEVILLING-FIL.
       01  BEVILLING-POST.
           05 BV-KONTO-ID      PIC X(10).
           05 BV-BELOEB        PIC 9(7)V99.
           05 BV-UDLOEB        PIC X(8).

       FD  OPKRAEVET-FIL.
       01  OPKRAEVET-RECORD.
           05 OP-KONTO-ID      PIC X(10).
           05 OP-AAR-MAANED    PIC X(6).
           05 OP-SUM           PIC 9(7)V99.

       FD  FRITAGELSE-FIL.
       01  FRITAGELSE-POST.
           05 FR-ID-TYPE       PIC X(1).
           05 FR-ID            PIC X(10).
           05 FR-AARSAG        PIC X(2).
           05 FR-UDLOEB        PIC X(8).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(120).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-RENTESATS-STATUS PIC XX     VALUE "00".
       01  WS-FORSLAG-RENTE-STATUS PIC XX VALUE "00".
       01  WS-GEBYRSATS-STATUS PIC XX     VALUE "00".
       01  WS-FORSLAG-GEBYR-STATUS PIC XX VALUE "00".
       01  WS-AFSKRIVNING-STATUS PIC XX   VALUE "00".
       01  WS-OVERDRAWN-STATUS PIC XX     VALUE "00".
       01  WS-BEVILLING-STATUS PIC XX     VALUE "00".
       01  WS-OPKRAEVET-STATUS PIC XX     VALUE "00".
       01  WS-FRITAGELSE-STATUS PIC XX    VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-KOMMANDOLINJE    PIC X(80)  VALUE SPACES.
       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-AAR-MAANED       PIC X(6)   VALUE SPACES.

      * Satslinje som i RENTESATSER.txt; begge satsfiler laeses ind
      * her og fortolkes ens.
       01  RENTESATS-POST.
           05 RS-KONTO-TYPE    PIC X(20).
           05 FILLER           PIC X(1).
           05 RS-GYLDIG-FRA    PIC X(8).
           05 FILLER           PIC X(1).
           05 RS-BAND-FRA      PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 RS-FORTEGN       PIC X(1).
           05 RS-SATS          PIC 9(2)V9(4).

      * Gebyrsatslinje som i GEBYRSATSER.txt (kun foerste linje
      * bruges, som i OVERTRAEK-GEBYR).
       01  GEBYRSATS-POST.
           05 GS-FAST          PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 GS-SATS          PIC 9(2)V9(4).
           05 FILLER           PIC X(1).
           05 GS-MAKS          PIC 9(7)V99.

      * Rentesatstabellen beregningen arbejder paa - samme opbygning
      * som i RENTE-TILSKRIVNING. De gaeldende satser og forslaget
      * gemmes hver for sig og laegges ind her foer hver beregning;
      * den tomme tabel gemmes ogsaa, saa en indlaesning altid
      * begynder forfra.
       01  WS-SATS-ANTAL       PIC 9(3)   VALUE 0.
       01  RENTESATS-TABEL.
           05  RENTESATS-ENTRY OCCURS 100 TIMES
                                INDEXED BY RS-IDX.
               10  RST-KONTO-TYPE  PIC X(20)    VALUE SPACES.
               10  RST-GYLDIG-FRA  PIC X(8)     VALUE SPACES.
               10  RST-BAND-FRA    PIC 9(7)V99  VALUE 0.
               10  RST-SATS        PIC S9(2)V9(4) VALUE 0.
       01  WS-TOM-SATS-TABEL   PIC X(4300) VALUE SPACES.
       01  WS-NU-SATS-ANTAL    PIC 9(3)   VALUE 0.
       01  WS-NU-SATS-TABEL    PIC X(4300) VALUE SPACES.
       01  WS-FS-SATS-ANTAL    PIC 9(3)   VALUE 0.
       01  WS-FS-SATS-TABEL    PIC X(4300) VALUE SPACES.
       01  WS-FORSLAG-RENTE    PIC X      VALUE "N".
           88  HAR-RENTEFORSLAG           VALUE "Y".

      * Gebyrsatser: gaeldende og foreslaaede
       01  WS-NU-FAST-GEBYR    PIC 9(7)V99   VALUE 0.
       01  WS-NU-PROCENT-SATS  PIC 9(2)V9(4) VALUE 0.
       01  WS-NU-MAKS          PIC 9(7)V99   VALUE 0.
       01  WS-FS-FAST-GEBYR    PIC 9(7)V99   VALUE 0.
       01  WS-FS-PROCENT-SATS  PIC 9(2)V9(4) VALUE 0.
       01  WS-FS-MAKS          PIC 9(7)V99   VALUE 0.
       01  WS-FORSLAG-GEBYR    PIC X      VALUE "N".
           88  HAR-GEBYRFORSLAG           VALUE "Y".
       01  WS-FAST-GEBYR       PIC 9(7)V99   VALUE 0.
       01  WS-PROCENT-SATS     PIC 9(2)V9(4) VALUE 0.
       01  WS-MAKS-PR-MAANED   PIC 9(7)V99   VALUE 0.

      * Afskrevne laan, som er overdraget til inkasso
       01  WS-AFSKREVET-ANTAL  PIC 9(4)   VALUE 0.
       01  AFSKREVET-TABEL.
           05  AFSKREVET-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY AS-IDX
                                 PIC X(10) VALUE SPACES.
       01  WS-AFSKREVET-FUNDET PIC X      VALUE "N".
           88  ER-AFSKREVET               VALUE "Y".

      * Konti fra KontoOpl.txt med beregningens resultater: bankens
      * indtaegt af rente og gebyr med gaeldende satser (NU) og med
      * forslaget (FS), og om kontoen betaler negativ rente af en
      * del af saldoen.
       01  WS-KONTO-ANTAL      PIC 9(4)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KUNDE-ID    PIC X(10)    VALUE SPACES.
               10  KOT-KONTO-ID    PIC X(10)    VALUE SPACES.
               10  KOT-KONTO-TYPE  PIC X(20)    VALUE SPACES.
               10  KOT-AFDELING    PIC X(4)     VALUE SPACES.
               10  KOT-VALUTA-KD   PIC X(3)     VALUE SPACES.
               10  KOT-BALANCE     PIC S9(7)V99 VALUE 0.
               10  KOT-STATUS      PIC X(1)     VALUE SPACES.
               10  KOT-RENTE-NU    PIC S9(7)V99 VALUE 0.
               10  KOT-RENTE-FS    PIC S9(7)V99 VALUE 0.
               10  KOT-GEBYR-NU    PIC 9(7)V99  VALUE 0.
               10  KOT-GEBYR-FS    PIC 9(7)V99  VALUE 0.
               10  KOT-NEGATIV-NU  PIC X(1)     VALUE "N".
               10  KOT-NEGATIV-FS  PIC X(1)     VALUE "N".

      * Renteberegning for den aktuelle konto - felterne hedder som
      * i RENTE-TILSKRIVNING, hvis beregning de deler.
       01  WS-BALANCE-NUM      PIC S9(7)V99 VALUE 0.
       01  WS-SATS             PIC 9(2)V9(4) VALUE 0.
       01  WS-RENTE-BELOEB     PIC S9(7)V99 VALUE 0.
       01  WS-RENTE-DK         PIC X      VALUE SPACE.
       01  WS-SATS-FUNDET      PIC X      VALUE "N".
           88  SATS-ER-FUNDET             VALUE "Y".
       01  WS-INDTAEGT         PIC S9(7)V99 VALUE 0.
       01  WS-NEGATIV-SATS     PIC X      VALUE "N".
           88  HAR-NEGATIV-SATS           VALUE "Y".

       01  WS-PERIODE-FRA      PIC X(8)   VALUE SPACES.
       01  WS-PERIODE-TIL      PIC X(8)   VALUE SPACES.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-NAESTE-MD-INT    PIC 9(8)   VALUE 0.
       01  WS-BID-FRA          PIC X(8)   VALUE SPACES.
       01  WS-BID-TIL          PIC X(8)   VALUE SPACES.
       01  WS-BID-DAGE         PIC 9(3)   VALUE 0.

       01  WS-BID-BAND-ANTAL   PIC 9(2)   VALUE 0.
       01  BID-BAND-TABEL.
           05  BID-BAND-ENTRY OCCURS 10 TIMES.
               10  BBT-FRA         PIC 9(7)V99   VALUE 0.
               10  BBT-SATS        PIC S9(2)V9(4) VALUE 0.
       01  WS-BAND-IDX         PIC 9(2)   VALUE 0.
       01  WS-BAND-IDX2        PIC 9(2)   VALUE 0.
       01  WS-BAND-BYT-FRA     PIC 9(7)V99 VALUE 0.
       01  WS-BAND-BYT-SATS    PIC S9(2)V9(4) VALUE 0.
       01  WS-TRANCHE          PIC S9(9)V99 VALUE 0.
       01  WS-TRANCHE-TOP      PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-ABS        PIC 9(9)V99 VALUE 0.
       01  WS-TRANCHE-RENTE    PIC S9(7)V99 VALUE 0.
       01  WS-NAESTE-SKIFT     PIC X(8)   VALUE SPACES.
       01  WS-BID-FRA-INT      PIC 9(8)   VALUE 0.
       01  WS-BID-TIL-INT      PIC 9(8)   VALUE 0.
       01  WS-SOEGE-TYPE       PIC X(20)  VALUE SPACES.
       01  WS-BEDSTE-FRA       PIC X(8)   VALUE SPACES.
       01  WS-SATS-IDX         PIC 9(3)   VALUE 0.
       01  WS-SATS-IDX2        PIC 9(3)   VALUE 0.

      * Individuel renteaftale - se shared/renteaftale_opslag.cob.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-AFTALE-ART       PIC X(1)   VALUE SPACES.
       01  WS-AFTALE-SATS      PIC S9(2)V9(4) VALUE 0.
       01  WS-AFTALE-SKIFT     PIC X(8)   VALUE SPACES.
       01  WS-AFTALE-BRUGT     PIC X      VALUE "N".
           88  AFTALE-ER-BRUGT            VALUE "Y".

      * Overtraeksgebyr - felter og tabeller som i OVERTRAEK-GEBYR
       01  WS-OT-KONTO-ID      PIC X(10)  VALUE SPACES.
       01  WS-OT-KUNDE-ID      PIC X(10)  VALUE SPACES.
       01  WS-OT-BALANCE-TEKST PIC X(12)  VALUE SPACES.
       01  WS-OT-VALUTA        PIC X(3)   VALUE SPACES.
       01  WS-SPLIT-DEL1       PIC X(80)  VALUE SPACES.
       01  WS-SPLIT-DEL2       PIC X(80)  VALUE SPACES.
       01  WS-SPLIT-DEL3       PIC X(80)  VALUE SPACES.

       01  WS-BEVILLING-ANTAL  PIC 9(3)   VALUE 0.
       01  BEVILLING-TABEL.
           05  BEVILLING-ENTRY OCCURS 500 TIMES
                                 INDEXED BY BV-IDX.
               10  BVT-KONTO-ID    PIC X(10)   VALUE SPACES.
               10  BVT-BELOEB      PIC 9(7)V99 VALUE 0.
       01  WS-BEVILGET-GRAENSE PIC 9(7)V99 VALUE 0.

       01  WS-FRITAG-ANTAL     PIC 9(3)   VALUE 0.
       01  FRITAGELSE-TABEL.
           05  FRITAGELSE-ENTRY OCCURS 200 TIMES
                                  INDEXED BY FR-IDX.
               10  FRT-ID-TYPE     PIC X(1)  VALUE SPACES.
               10  FRT-ID          PIC X(10) VALUE SPACES.
               10  FRT-AARSAG      PIC X(2)  VALUE SPACES.
       01  WS-FRITAGET         PIC X      VALUE "N".
           88  ER-FRITAGET                VALUE "Y".
       01  WS-FRITAG-AARSAG    PIC X(2)   VALUE SPACES.

       01  WS-OVERTRUKKET      PIC 9(7)V99  VALUE 0.
       01  WS-UD-OVER-GRAENSE  PIC S9(8)V99 VALUE 0.
       01  WS-GEBYR            PIC 9(7)V99  VALUE 0.
       01  WS-ALLEREDE         PIC 9(7)V99  VALUE 0.
       01  WS-REST-LOFT        PIC S9(7)V99 VALUE 0.

       01  WS-OPKRAEVET-ANTAL  PIC 9(4)   VALUE 0.
       01  OPKRAEVET-TABEL.
           05  OPKRAEVET-ENTRY OCCURS 500 TIMES
                                INDEXED BY OPK-IDX.
               10  OPT-KONTO-ID    PIC X(10)   VALUE SPACES.
               10  OPT-SUM         PIC 9(7)V99 VALUE 0.
       01  WS-OPK-SOEGE-IDX    PIC 9(4)   VALUE 0.

      * Overtraek paa konti der ikke (laengere) staar i KontoOpl.txt
       01  WS-UKENDT-GEBYR-NU  PIC 9(7)V99  VALUE 0.
       01  WS-UKENDT-GEBYR-FS  PIC 9(7)V99  VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(4)   VALUE 0.

      * Summer pr. kontotype, afdeling og valuta
       01  WS-SUM-ANTAL        PIC 9(3)   VALUE 0.
       01  SIM-SUM-TABEL.
           05  SIM-SUM-ENTRY OCCURS 200 TIMES
                              INDEXED BY SU-IDX.
               10  SUT-KONTO-TYPE  PIC X(20)    VALUE SPACES.
               10  SUT-AFDELING    PIC X(4)     VALUE SPACES.
               10  SUT-VALUTA-KD   PIC X(3)     VALUE SPACES.
               10  SUT-ANTAL       PIC 9(5)     VALUE 0.
               10  SUT-RENTE-NU    PIC S9(9)V99 VALUE 0.
               10  SUT-RENTE-FS    PIC S9(9)V99 VALUE 0.
               10  SUT-GEBYR-NU    PIC S9(9)V99 VALUE 0.
               10  SUT-GEBYR-FS    PIC S9(9)V99 VALUE 0.
       01  WS-SUM-SOEGE-IDX    PIC 9(3)   VALUE 0.

      * Totaler pr. kontotype og i alt
       01  WS-TYPE-SUM.
           05  WS-TS-ANTAL         PIC 9(5)     VALUE 0.
           05  WS-TS-RENTE-NU      PIC S9(9)V99 VALUE 0.
           05  WS-TS-RENTE-FS      PIC S9(9)V99 VALUE 0.
           05  WS-TS-GEBYR-NU      PIC S9(9)V99 VALUE 0.
           05  WS-TS-GEBYR-FS      PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-SUM.
           05  WS-TT-ANTAL         PIC 9(5)     VALUE 0.
           05  WS-TT-RENTE-NU      PIC S9(9)V99 VALUE 0.
           05  WS-TT-RENTE-FS      PIC S9(9)V99 VALUE 0.
           05  WS-TT-GEBYR-NU      PIC S9(9)V99 VALUE 0.
           05  WS-TT-GEBYR-FS      PIC S9(9)V99 VALUE 0.
       01  WS-FORRIGE-TYPE     PIC X(20)  VALUE SPACES.
       01  WS-SUM-BYT          PIC X(76)  VALUE SPACES.

      * Virkning pr. kunde set fra kundens side (positiv = kunden
      * faar mere eller betaler mindre med forslaget).
       01  WS-KUNDE-ANTAL      PIC 9(4)   VALUE 0.
       01  KUNDE-TABEL.
           05  KUNDE-ENTRY OCCURS 2000 TIMES
                            INDEXED BY KU-IDX.
               10  KUT-KUNDE-ID    PIC X(10)    VALUE SPACES.
               10  KUT-KONTI       PIC 9(3)     VALUE 0.
               10  KUT-VIRKNING    PIC S9(9)V99 VALUE 0.
               10  KUT-UDSKREVET   PIC X(1)     VALUE "N".
       01  WS-KUNDE-SOEGE-IDX  PIC 9(4)   VALUE 0.
       01  WS-TOP-MAKS         PIC 9(2)   VALUE 20.
       01  WS-TOP-NR           PIC 9(2)   VALUE 0.
       01  WS-TOP-IDX          PIC 9(4)   VALUE 0.
       01  WS-TOP-ABS          PIC 9(9)V99 VALUE 0.
       01  WS-KUNDE-ABS        PIC 9(9)V99 VALUE 0.
       01  WS-VIRKNING         PIC S9(9)V99 VALUE 0.

       01  WS-NEGATIV-NU-ANTAL PIC 9(5)   VALUE 0.
       01  WS-NEGATIV-FS-ANTAL PIC 9(5)   VALUE 0.
       01  WS-NEGATIV-NYE      PIC 9(5)   VALUE 0.

      * Rapportlinje med faste kolonner
       01  WS-SIM-LINJE.
           05  SL-KONTO-TYPE   PIC X(20).
           05  FILLER          PIC X(1).
           05  SL-AFDELING     PIC X(4).
           05  FILLER          PIC X(1).
           05  SL-VALUTA-KD    PIC X(3).
           05  FILLER          PIC X(1).
           05  SL-ANTAL        PIC Z(4)9.
           05  FILLER          PIC X(1).
           05  SL-RENTE-NU     PIC -(9)9,99.
           05  FILLER          PIC X(1).
           05  SL-RENTE-FS     PIC -(9)9,99.
           05  FILLER          PIC X(1).
           05  SL-GEBYR-NU     PIC -(9)9,99.
           05  FILLER          PIC X(1).
           05  SL-GEBYR-FS     PIC -(9)9,99.
           05  FILLER          PIC X(1).
           05  SL-FORSKEL      PIC -(9)9,99.
       01  WS-BELOEB-EDIT      PIC -(9)9,99.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "SATS-SIMULERING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       MOVE WS-KOERSELS-DATO(1:6) TO WS-AAR-MAANED.
       MOVE RENTESATS-TABEL TO WS-TOM-SATS-TABEL.
       ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE.
       MOVE WS-KOERSELS-DATO TO WS-PERIODE-FRA.
       IF WS-KOMMANDOLINJE NOT = SPACES
           MOVE FUNCTION TRIM(WS-KOMMANDOLINJE) TO WS-PERIODE-FRA(1:6)
           IF WS-PERIODE-FRA(1:6) NOT NUMERIC
                   OR WS-PERIODE-FRA(5:2) < "01"
                   OR WS-PERIODE-FRA(5:2) > "12"
               DISPLAY "FEJL: Angiv rentemaaneden som AAAAMM paa "
                   "kommandolinjen, f.eks.: batch/sats_simulering "
                   "202701"
               MOVE "FEJL" TO WS-NOTIF-STATUS
               CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
                   WS-NOTIF-STATUS WS-NOTIF-ANTAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       PERFORM BEREGN-PERIODE.

       PERFORM INDLAES-RENTESATSER.
       PERFORM INDLAES-GEBYRSATSER.
       IF NOT HAR-RENTEFORSLAG AND NOT HAR-GEBYRFORSLAG
           DISPLAY "FEJL: Hverken files/RENTESATSER-FORSLAG.txt eller "
               "files/GEBYRSATSER-FORSLAG.txt findes - intet at "
               "simulere."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM INDLAES-AFSKRIVNINGER.
       PERFORM INDLAES-OPKRAEVET.
       PERFORM INDLAES-BEVILLINGER.
       PERFORM INDLAES-FRITAGELSER.
       PERFORM INDLAES-KONTOOPL.

       PERFORM BEREGN-RENTE-FOR-KONTO
           VARYING KO-IDX FROM 1 BY 1
           UNTIL KO-IDX > WS-KONTO-ANTAL.
       PERFORM BEREGN-OVERTRAEKSGEBYRER.

       PERFORM OPSUMMER-KONTI
           VARYING KO-IDX FROM 1 BY 1
           UNTIL KO-IDX > WS-KONTO-ANTAL.
       PERFORM SORTER-SUMMER.
       PERFORM SKRIV-RAPPORT.

       DISPLAY "SATS-SIMULERING: konti=" WS-KONTO-ANTAL
           " rentemaaned " WS-PERIODE-FRA "-" WS-PERIODE-TIL
           " nye konti med negativ rente=" WS-NEGATIV-NYE.
       COMPUTE WS-VIRKNING = WS-TT-RENTE-FS + WS-TT-GEBYR-FS
           - WS-TT-RENTE-NU - WS-TT-GEBYR-NU.
       MOVE WS-VIRKNING TO WS-BELOEB-EDIT.
       DISPLAY "SATS-SIMULERING: indtaegtsforskel i alt="
           FUNCTION TRIM(WS-BELOEB-EDIT)
           " - se files/SATS-SIMULERING-RAPPORT.txt".
       MOVE WS-KONTO-ANTAL TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       BEREGN-PERIODE.
      * Rentemaaneden: fra den foerste til maanedens sidste dag
      * (dagen foer den foerste i naeste maaned).
       MOVE "01" TO WS-PERIODE-FRA(7:2).
       MOVE WS-PERIODE-FRA TO WS-DATO-9.
       COMPUTE WS-NAESTE-MD-INT
           = FUNCTION INTEGER-OF-DATE(WS-DATO-9) + 32.
       COMPUTE WS-DATO-9
           = FUNCTION DATE-OF-INTEGER(WS-NAESTE-MD-INT).
       MOVE 01 TO WS-DATO-9(7:2).
       COMPUTE WS-NAESTE-MD-INT
           = FUNCTION INTEGER-OF-DATE(WS-DATO-9) - 1.
       COMPUTE WS-DATO-9
           = FUNCTION DATE-OF-INTEGER(WS-NAESTE-MD-INT).
       MOVE WS-DATO-9 TO WS-PERIODE-TIL.

       INDLAES-RENTESATSER.
      * De gaeldende satser er obligatoriske; mangler forslaget,
      * regnes renten med de gaeldende satser begge gange.
       OPEN INPUT RENTESATS-FIL.
       IF WS-RENTESATS-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/RENTESATSER.txt, "
               "status=" WS-RENTESATS-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-RENTESATS-STATUS NOT = "00"
           READ RENTESATS-FIL INTO RENTESATS-POST
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM OPTAG-SATSLINJE
           END-READ
       END-PERFORM.
       CLOSE RENTESATS-FIL.
       MOVE RENTESATS-TABEL TO WS-NU-SATS-TABEL.
       MOVE WS-SATS-ANTAL TO WS-NU-SATS-ANTAL.

       MOVE WS-TOM-SATS-TABEL TO RENTESATS-TABEL.
       MOVE 0 TO WS-SATS-ANTAL.
       OPEN INPUT FORSLAG-RENTE-FIL.
       IF WS-FORSLAG-RENTE-STATUS = "00"
           SET HAR-RENTEFORSLAG TO TRUE
           PERFORM UNTIL WS-FORSLAG-RENTE-STATUS NOT = "00"
               READ FORSLAG-RENTE-FIL INTO RENTESATS-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM OPTAG-SATSLINJE
               END-READ
           END-PERFORM
           CLOSE FORSLAG-RENTE-FIL
           MOVE RENTESATS-TABEL TO WS-FS-SATS-TABEL
           MOVE WS-SATS-ANTAL TO WS-FS-SATS-ANTAL
       ELSE
           DISPLAY "SATS-SIMULERING: intet renteforslag - "
               "rentesatserne regnes uaendrede."
           MOVE WS-NU-SATS-TABEL TO WS-FS-SATS-TABEL
           MOVE WS-NU-SATS-ANTAL TO WS-FS-SATS-ANTAL
       END-IF.

       OPTAG-SATSLINJE.
       IF RS-GYLDIG-FRA NUMERIC
               AND WS-SATS-ANTAL < 100
           ADD 1 TO WS-SATS-ANTAL
           MOVE RS-KONTO-TYPE TO RST-KONTO-TYPE(WS-SATS-ANTAL)
           MOVE RS-GYLDIG-FRA TO RST-GYLDIG-FRA(WS-SATS-ANTAL)
           MOVE RS-BAND-FRA TO RST-BAND-FRA(WS-SATS-ANTAL)
           IF RS-FORTEGN = "-"
               COMPUTE RST-SATS(WS-SATS-ANTAL) = 0 - RS-SATS
           ELSE
               MOVE RS-SATS TO RST-SATS(WS-SATS-ANTAL)
           END-IF
       END-IF.

       INDLAES-GEBYRSATSER.
       OPEN INPUT GEBYRSATS-FIL.
       IF WS-GEBYRSATS-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/GEBYRSATSER.txt, "
               "status=" WS-GEBYRSATS-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       READ GEBYRSATS-FIL INTO GEBYRSATS-POST
           AT END
               MOVE ZERO TO GEBYRSATS-POST
       END-READ.
       CLOSE GEBYRSATS-FIL.
       MOVE GS-FAST TO WS-NU-FAST-GEBYR WS-FS-FAST-GEBYR.
       MOVE GS-SATS TO WS-NU-PROCENT-SATS WS-FS-PROCENT-SATS.
       MOVE GS-MAKS TO WS-NU-MAKS WS-FS-MAKS.
       OPEN INPUT FORSLAG-GEBYR-FIL.
       IF WS-FORSLAG-GEBYR-STATUS = "00"
           READ FORSLAG-GEBYR-FIL INTO GEBYRSATS-POST
               AT END
                   DISPLAY "ADVARSEL: files/GEBYRSATSER-FORSLAG.txt "
                       "er tom - gebyrsatserne regnes uaendrede."
               NOT AT END
                   SET HAR-GEBYRFORSLAG TO TRUE
                   MOVE GS-FAST TO WS-FS-FAST-GEBYR
                   MOVE GS-SATS TO WS-FS-PROCENT-SATS
                   MOVE GS-MAKS TO WS-FS-MAKS
           END-READ
           CLOSE FORSLAG-GEBYR-FIL
       ELSE
           DISPLAY "SATS-SIMULERING: intet gebyrforslag - "
               "gebyrsatserne regnes uaendrede."
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
                   IF WS-KONTO-ANTAL < 2000
                       ADD 1 TO WS-KONTO-ANTAL
                       SET KO-IDX TO WS-KONTO-ANTAL
                       MOVE KUNDE-ID IN KONTO-RECORD
                           TO KOT-KUNDE-ID(KO-IDX)
                       MOVE KONTO-ID IN KONTO-RECORD
                           TO KOT-KONTO-ID(KO-IDX)
                       MOVE KONTO-TYPE IN KONTO-RECORD
                           TO KOT-KONTO-TYPE(KO-IDX)
                       MOVE KONTO-AFDELING IN KONTO-RECORD
                           TO KOT-AFDELING(KO-IDX)
                       MOVE VALUTA-KD IN KONTO-RECORD
                           TO KOT-VALUTA-KD(KO-IDX)
                       MOVE BALANCE IN KONTO-RECORD
                           TO KOT-BALANCE(KO-IDX)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-STATUS(KO-IDX)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE KONTOOPL-FIL.

       BEREGN-RENTE-FOR-KONTO.
      * Kontoen regnes to gange, foerst med de gaeldende satser og
      * saa med forslaget.
       MOVE WS-NU-SATS-TABEL TO RENTESATS-TABEL.
       MOVE WS-NU-SATS-ANTAL TO WS-SATS-ANTAL.
       PERFORM BEREGN-KONTO-INDTAEGT.
       MOVE WS-INDTAEGT TO KOT-RENTE-NU(KO-IDX).
       MOVE WS-NEGATIV-SATS TO KOT-NEGATIV-NU(KO-IDX).
       MOVE WS-FS-SATS-TABEL TO RENTESATS-TABEL.
       MOVE WS-FS-SATS-ANTAL TO WS-SATS-ANTAL.
       PERFORM BEREGN-KONTO-INDTAEGT.
       MOVE WS-INDTAEGT TO KOT-RENTE-FS(KO-IDX).
       MOVE WS-NEGATIV-SATS TO KOT-NEGATIV-FS(KO-IDX).

       BEREGN-KONTO-INDTAEGT.
      * Samme afgoerelse som RENTE-TILSKRIVNINGs
      * BEREGN-RENTE-FOR-KONTO: SAVINGS og BOERNEOPSPARING faar
      * kreditrente af positiv saldo, LOAN betaler debetrente,
      * CHECKING betaler overtraeksrente af negativ saldo; lukkede
      * konti og afskrevne laan faar ingen rente. Resultatet er
      * bankens indtaegt: kreditrente negativt, debetrente positivt.
       MOVE 0 TO WS-INDTAEGT.
       SET WS-NEGATIV-SATS TO "N".
       MOVE KOT-BALANCE(KO-IDX) TO WS-BALANCE-NUM.
       PERFORM FIND-RENTESATS.
       PERFORM KONTROLLER-AFSKREVET.
       IF NOT SATS-ER-FUNDET
           OR KOT-STATUS(KO-IDX) = "C"
           OR ER-AFSKREVET
           CONTINUE
       ELSE
           MOVE SPACE TO WS-RENTE-DK
           EVALUATE TRUE
               WHEN (KOT-KONTO-TYPE(KO-IDX) = "SAVINGS"
                       OR KOT-KONTO-TYPE(KO-IDX)
                           = "BOERNEOPSPARING")
                       AND WS-BALANCE-NUM > 0
                   MOVE "K" TO WS-RENTE-DK
               WHEN KOT-KONTO-TYPE(KO-IDX) = "LOAN"
                   MOVE "D" TO WS-RENTE-DK
               WHEN KOT-KONTO-TYPE(KO-IDX) = "CHECKING"
                       AND WS-BALANCE-NUM < 0
                   MOVE "D" TO WS-RENTE-DK
           END-EVALUATE
           IF WS-RENTE-DK NOT = SPACE
               PERFORM BEREGN-PERIODE-RENTE
               IF WS-RENTE-DK = "K"
                   COMPUTE WS-INDTAEGT = 0 - WS-RENTE-BELOEB
               ELSE
                   MOVE WS-RENTE-BELOEB TO WS-INDTAEGT
               END-IF
           END-IF
       END-IF.

       KONTROLLER-AFSKREVET.
       SET WS-AFSKREVET-FUNDET TO "N".
       SET AS-IDX TO 1.
       IF WS-AFSKREVET-ANTAL > 0
           SEARCH AFSKREVET-ENTRY
               AT END
                   SET WS-AFSKREVET-FUNDET TO "N"
               WHEN AFSKREVET-ENTRY(AS-IDX) = KOT-KONTO-ID(KO-IDX)
                   SET WS-AFSKREVET-FUNDET TO "Y"
           END-SEARCH
       END-IF.

       FIND-RENTESATS.
      * Har kontoens type overhovedet satslinjer i tabellen?
       SET WS-SATS-FUNDET TO "N".
       MOVE 0 TO WS-SATS.
       SET RS-IDX TO 1.
       SEARCH RENTESATS-ENTRY
           AT END
               SET WS-SATS-FUNDET TO "N"
           WHEN RST-KONTO-TYPE(RS-IDX) = KOT-KONTO-TYPE(KO-IDX)
               SET WS-SATS-FUNDET TO "Y"
               MOVE RST-SATS(RS-IDX) TO WS-SATS
       END-SEARCH.

       BEREGN-PERIODE-RENTE.
      * Som i RENTE-TILSKRIVNING: perioden deles ved typens
      * satsskift og kontoens aftalegraenser, og hver bid regnes
      * tranche for tranche med baandenes egne satser.
       MOVE KOT-KONTO-TYPE(KO-IDX) TO WS-SOEGE-TYPE.
       MOVE KOT-KONTO-ID(KO-IDX) TO WS-SOEGE-KONTO.
       SET WS-AFTALE-BRUGT TO "N".
       MOVE 0 TO WS-RENTE-BELOEB.
       COMPUTE WS-SALDO-ABS = FUNCTION ABS(WS-BALANCE-NUM).
       MOVE WS-PERIODE-FRA TO WS-BID-FRA.
       PERFORM UNTIL WS-BID-FRA > WS-PERIODE-TIL
           PERFORM BEREGN-BID
           PERFORM BEREGN-BID-TRANCHER
           IF WS-NAESTE-SKIFT = SPACES
               MOVE "99999999" TO WS-BID-FRA
           ELSE
               MOVE WS-NAESTE-SKIFT TO WS-BID-FRA
           END-IF
       END-PERFORM.

       BEREGN-BID-TRANCHER.
      * En tranche med negativ sats paa et indlaan betyder at
      * kunden betaler rente af den del af saldoen.
       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BID-BAND-ANTAL
           IF WS-BAND-IDX < WS-BID-BAND-ANTAL
               MOVE BBT-FRA(WS-BAND-IDX + 1) TO WS-TRANCHE-TOP
           ELSE
               MOVE 999999999 TO WS-TRANCHE-TOP
           END-IF
           IF WS-SALDO-ABS < WS-TRANCHE-TOP
               MOVE WS-SALDO-ABS TO WS-TRANCHE-TOP
           END-IF
           COMPUTE WS-TRANCHE
               = WS-TRANCHE-TOP - BBT-FRA(WS-BAND-IDX)
           IF WS-TRANCHE > 0
               COMPUTE WS-TRANCHE-RENTE ROUNDED = WS-TRANCHE
                   * BBT-SATS(WS-BAND-IDX) / 100
                   * WS-BID-DAGE / 365
               ADD WS-TRANCHE-RENTE TO WS-RENTE-BELOEB
               IF WS-RENTE-DK = "K" AND BBT-SATS(WS-BAND-IDX) < 0
                   SET WS-NEGATIV-SATS TO "Y"
               END-IF
           END-IF
       END-PERFORM.

       BEREGN-BID.
      * Fastlaeg bidens baandtabel, slutdato og antal dage ud fra
      * WS-SOEGE-TYPE og WS-BID-FRA.
       PERFORM BYG-BID-BAND-TABEL.
       PERFORM FIND-NAESTE-SKIFT.
       IF WS-SOEGE-KONTO NOT = SPACES
           PERFORM ANVEND-RENTEAFTALE
       END-IF.
       IF WS-NAESTE-SKIFT = SPACES
           MOVE WS-PERIODE-TIL TO WS-BID-TIL
       ELSE
           MOVE WS-NAESTE-SKIFT TO WS-DATO-9
           COMPUTE WS-BID-TIL-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATO-9) - 1
           COMPUTE WS-DATO-9
               = FUNCTION DATE-OF-INTEGER(WS-BID-TIL-INT)
           MOVE WS-DATO-9 TO WS-BID-TIL
       END-IF.
       MOVE WS-BID-FRA TO WS-DATO-9.
       COMPUTE WS-BID-FRA-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).
       MOVE WS-BID-TIL TO WS-DATO-9.
       COMPUTE WS-BID-TIL-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).
       COMPUTE WS-BID-DAGE
           = WS-BID-TIL-INT - WS-BID-FRA-INT + 1.

       BYG-BID-BAND-TABEL.
      * Baandene i kraft paa bidens foerste dag: for hver nedre
      * graense typen kender, tages linjen med den seneste
      * gyldig-fra der ikke ligger efter dagen. Derefter sorteres
      * stigende paa graensen, saa trancherne kan klippes nedefra.
       MOVE 0 TO WS-BID-BAND-ANTAL.
       PERFORM VARYING WS-SATS-IDX FROM 1 BY 1
               UNTIL WS-SATS-IDX > WS-SATS-ANTAL
           IF RST-KONTO-TYPE(WS-SATS-IDX) = WS-SOEGE-TYPE
                   AND RST-GYLDIG-FRA(WS-SATS-IDX)
                       NOT > WS-BID-FRA
               PERFORM MEDTAG-BAND-LINJE
           END-IF
       END-PERFORM.
       PERFORM SORTER-BAND-TABEL.

       MEDTAG-BAND-LINJE.
      * Er baandets nedre graense allerede i bidtabellen, vinder
      * linjen med den senere gyldig-fra (tabellen opbygges i
      * laeseraekkefoelge, saa en senere linje med samme graense og
      * senere dato overskriver). Ellers tilfoejes graensen.
       MOVE 0 TO WS-BAND-IDX2.
       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BID-BAND-ANTAL
           IF BBT-FRA(WS-BAND-IDX)
                   = RST-BAND-FRA(WS-SATS-IDX)
               MOVE WS-BAND-IDX TO WS-BAND-IDX2
           END-IF
       END-PERFORM.
       IF WS-BAND-IDX2 = 0
           IF WS-BID-BAND-ANTAL < 10
               ADD 1 TO WS-BID-BAND-ANTAL
               MOVE RST-BAND-FRA(WS-SATS-IDX)
                   TO BBT-FRA(WS-BID-BAND-ANTAL)
               MOVE RST-SATS(WS-SATS-IDX)
                   TO BBT-SATS(WS-BID-BAND-ANTAL)
               MOVE RST-GYLDIG-FRA(WS-SATS-IDX) TO WS-BEDSTE-FRA
           END-IF
       ELSE
      *    Samme graense: linjen med senest gyldig-fra vinder.
      *    Graensens hidtidige dato huskes ikke pr. baand, saa der
      *    sammenlignes mod alle linjer: tag satsen fra linjen med
      *    max gyldig-fra for netop denne graense.
           PERFORM FIND-SENESTE-FOR-GRAENSE
       END-IF.

       FIND-SENESTE-FOR-GRAENSE.
       MOVE SPACES TO WS-BEDSTE-FRA.
       PERFORM VARYING WS-SATS-IDX2 FROM 1 BY 1
               UNTIL WS-SATS-IDX2 > WS-SATS-ANTAL
           IF RST-KONTO-TYPE(WS-SATS-IDX2) = WS-SOEGE-TYPE
                   AND RST-GYLDIG-FRA(WS-SATS-IDX2)
                       NOT > WS-BID-FRA
                   AND RST-BAND-FRA(WS-SATS-IDX2)
                       = BBT-FRA(WS-BAND-IDX2)
                   AND RST-GYLDIG-FRA(WS-SATS-IDX2)
                       > WS-BEDSTE-FRA
               MOVE RST-GYLDIG-FRA(WS-SATS-IDX2) TO WS-BEDSTE-FRA
               MOVE RST-SATS(WS-SATS-IDX2)
                   TO BBT-SATS(WS-BAND-IDX2)
           END-IF
       END-PERFORM.

       SORTER-BAND-TABEL.
      * Simpel ombytningssortering - tabellen har hoejst ti baand.
       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX >= WS-BID-BAND-ANTAL
           PERFORM VARYING WS-BAND-IDX2 FROM 1 BY 1
                   UNTIL WS-BAND-IDX2 >= WS-BID-BAND-ANTAL
               IF BBT-FRA(WS-BAND-IDX2)
                       > BBT-FRA(WS-BAND-IDX2 + 1)
                   MOVE BBT-FRA(WS-BAND-IDX2)
                       TO WS-BAND-BYT-FRA
                   MOVE BBT-SATS(WS-BAND-IDX2)
                       TO WS-BAND-BYT-SATS
                   MOVE BBT-FRA(WS-BAND-IDX2 + 1)
                       TO BBT-FRA(WS-BAND-IDX2)
                   MOVE BBT-SATS(WS-BAND-IDX2 + 1)
                       TO BBT-SATS(WS-BAND-IDX2)
                   MOVE WS-BAND-BYT-FRA
                       TO BBT-FRA(WS-BAND-IDX2 + 1)
                   MOVE WS-BAND-BYT-SATS
                       TO BBT-SATS(WS-BAND-IDX2 + 1)
               END-IF
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
       MOVE SPACES TO WS-NAESTE-SKIFT.
       PERFORM VARYING WS-SATS-IDX FROM 1 BY 1
               UNTIL WS-SATS-IDX > WS-SATS-ANTAL
           IF RST-KONTO-TYPE(WS-SATS-IDX) = WS-SOEGE-TYPE
                   AND RST-GYLDIG-FRA(WS-SATS-IDX) > WS-BID-FRA
                   AND RST-GYLDIG-FRA(WS-SATS-IDX)
                       NOT > WS-PERIODE-TIL
                   AND (WS-NAESTE-SKIFT = SPACES
                       OR RST-GYLDIG-FRA(WS-SATS-IDX)
                           < WS-NAESTE-SKIFT)
               MOVE RST-GYLDIG-FRA(WS-SATS-IDX)
                   TO WS-NAESTE-SKIFT
           END-IF
       END-PERFORM.

       BEREGN-OVERTRAEKSGEBYRER.
      * Hver linje i dagens overtraeksliste regnes med de gaeldende
      * og de foreslaaede gebyrsatser; mangler listen, er der ingen
      * gebyrer at sammenligne.
       OPEN INPUT OVERDRAWN-FIL.
       IF WS-OVERDRAWN-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne files/OVERDRAWN.txt, "
               "status=" WS-OVERDRAWN-STATUS
               " - gebyrerne indgaar ikke."
       ELSE
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ OVERDRAWN-FIL INTO OVERDRAWN-RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF OVERDRAWN-TEXT(1:9) = "KONTO-ID="
                           PERFORM BEHANDL-OVERTRAEK-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERDRAWN-FIL
       END-IF.

       BEHANDL-OVERTRAEK-LINJE.
       MOVE OVERDRAWN-TEXT(10:10) TO WS-OT-KONTO-ID.
       MOVE OVERDRAWN-TEXT(30:10) TO WS-OT-KUNDE-ID.
       PERFORM KONTROLLER-FRITAGELSE.
       IF NOT ER-FRITAGET
           MOVE SPACES TO WS-SPLIT-DEL1 WS-SPLIT-DEL2 WS-SPLIT-DEL3
           UNSTRING OVERDRAWN-TEXT
               DELIMITED BY "NAVN=" OR "BALANCE="
               INTO WS-SPLIT-DEL1 WS-SPLIT-DEL2 WS-SPLIT-DEL3
           MOVE SPACES TO WS-OT-BALANCE-TEKST WS-OT-VALUTA
           UNSTRING WS-SPLIT-DEL3 DELIMITED BY " "
               INTO WS-OT-BALANCE-TEKST WS-OT-VALUTA
           COMPUTE WS-OVERTRUKKET =
               FUNCTION ABS(FUNCTION NUMVAL(WS-OT-BALANCE-TEKST))
           PERFORM FIND-BEVILGET-GRAENSE
           COMPUTE WS-UD-OVER-GRAENSE
               = WS-OVERTRUKKET - WS-BEVILGET-GRAENSE
           IF WS-UD-OVER-GRAENSE <= 0
               MOVE 0 TO WS-OVERTRUKKET
           ELSE
               MOVE WS-UD-OVER-GRAENSE TO WS-OVERTRUKKET
           END-IF
           PERFORM FIND-ALLEREDE-OPKRAEVET
           PERFORM FIND-OVERTRAEK-KONTO
           MOVE WS-NU-FAST-GEBYR TO WS-FAST-GEBYR
           MOVE WS-NU-PROCENT-SATS TO WS-PROCENT-SATS
           MOVE WS-NU-MAKS TO WS-MAKS-PR-MAANED
           PERFORM BEREGN-GEBYR
           IF WS-FUNDET-IDX > 0
               ADD WS-GEBYR TO KOT-GEBYR-NU(WS-FUNDET-IDX)
           ELSE
               ADD WS-GEBYR TO WS-UKENDT-GEBYR-NU
           END-IF
           MOVE WS-FS-FAST-GEBYR TO WS-FAST-GEBYR
           MOVE WS-FS-PROCENT-SATS TO WS-PROCENT-SATS
           MOVE WS-FS-MAKS TO WS-MAKS-PR-MAANED
           PERFORM BEREGN-GEBYR
           IF WS-FUNDET-IDX > 0
               ADD WS-GEBYR TO KOT-GEBYR-FS(WS-FUNDET-IDX)
           ELSE
               ADD WS-GEBYR TO WS-UKENDT-GEBYR-FS
           END-IF
       END-IF.

       BEREGN-GEBYR.
      * Som OVERTRAEK-GEBYRs BEREGN-OG-OPKRAEV: fast gebyr plus
      * procent af traekket ud over bevillingen, op til maanedens
      * resterende loft.
       IF WS-OVERTRUKKET = 0
           MOVE 0 TO WS-GEBYR
       ELSE
           COMPUTE WS-GEBYR ROUNDED = WS-FAST-GEBYR
               + WS-OVERTRUKKET * WS-PROCENT-SATS / 100
       END-IF.
       COMPUTE WS-REST-LOFT = WS-MAKS-PR-MAANED - WS-ALLEREDE.
       IF WS-REST-LOFT < 0
           MOVE 0 TO WS-REST-LOFT
       END-IF.
       IF WS-GEBYR > WS-REST-LOFT
           MOVE WS-REST-LOFT TO WS-GEBYR
       END-IF.

       FIND-OVERTRAEK-KONTO.
       MOVE 0 TO WS-FUNDET-IDX.
       SET KO-IDX TO 1.
       IF WS-KONTO-ANTAL > 0
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   MOVE 0 TO WS-FUNDET-IDX
               WHEN KOT-KONTO-ID(KO-IDX) = WS-OT-KONTO-ID
                   SET WS-FUNDET-IDX TO KO-IDX
           END-SEARCH
       END-IF.

       INDLAES-OPKRAEVET.
      * Indlaes hvad der allerede er opkraevet i indevaerende maaned.
      * Poster fra tidligere maaneder er uden betydning for loftet og
      * indlaeses ikke.
       OPEN INPUT OPKRAEVET-FIL.
       IF WS-OPKRAEVET-STATUS = "00"
           PERFORM UNTIL WS-OPKRAEVET-STATUS NOT = "00"
               READ OPKRAEVET-FIL INTO OPKRAEVET-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OP-AAR-MAANED = WS-AAR-MAANED
                           ADD 1 TO WS-OPKRAEVET-ANTAL
                           MOVE OP-KONTO-ID TO
                               OPT-KONTO-ID(WS-OPKRAEVET-ANTAL)
                           MOVE OP-SUM TO
                               OPT-SUM(WS-OPKRAEVET-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPKRAEVET-FIL
       END-IF.

       INDLAES-FRITAGELSER.
      * Indlaes de aktive fritagelser; udloebne springes over, saa
      * en udloebet kulance automatisk falder bort.
       OPEN INPUT FRITAGELSE-FIL.
       IF WS-FRITAGELSE-STATUS = "00"
           PERFORM UNTIL WS-FRITAGELSE-STATUS NOT = "00"
               READ FRITAGELSE-FIL INTO FRITAGELSE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (FR-UDLOEB = SPACES
                               OR FR-UDLOEB NOT < WS-KOERSELS-DATO)
                               AND WS-FRITAG-ANTAL < 200
                           ADD 1 TO WS-FRITAG-ANTAL
                           SET FR-IDX TO WS-FRITAG-ANTAL
                           MOVE FR-ID-TYPE
                               TO FRT-ID-TYPE(FR-IDX)
                           MOVE FR-ID TO FRT-ID(FR-IDX)
                           MOVE FR-AARSAG TO FRT-AARSAG(FR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRITAGELSE-FIL
       END-IF.

       KONTROLLER-FRITAGELSE.
       SET WS-FRITAGET TO "N".
       MOVE SPACES TO WS-FRITAG-AARSAG.
       PERFORM VARYING FR-IDX FROM 1 BY 1
               UNTIL FR-IDX > WS-FRITAG-ANTAL
           IF (FRT-ID-TYPE(FR-IDX) = "K"
                   AND FRT-ID(FR-IDX) = WS-OT-KONTO-ID)
               OR (FRT-ID-TYPE(FR-IDX) = "U"
                   AND FRT-ID(FR-IDX) = WS-OT-KUNDE-ID)
               SET WS-FRITAGET TO "Y"
               MOVE FRT-AARSAG(FR-IDX) TO WS-FRITAG-AARSAG
           END-IF
       END-PERFORM.

       INDLAES-BEVILLINGER.
      * Indlaes de aktive bevilgede overtraek; en bevilling med
      * udloebsdato foer i dag taeller som nul.
       OPEN INPUT BEVILLING-FIL.
       IF WS-BEVILLING-STATUS = "00"
           PERFORM UNTIL WS-BEVILLING-STATUS NOT = "00"
               READ BEVILLING-FIL INTO BEVILLING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (BV-UDLOEB = SPACES
                               OR BV-UDLOEB NOT < WS-KOERSELS-DATO)
                               AND WS-BEVILLING-ANTAL < 500
                           ADD 1 TO WS-BEVILLING-ANTAL
                           SET BV-IDX TO WS-BEVILLING-ANTAL
                           MOVE BV-KONTO-ID
                               TO BVT-KONTO-ID(BV-IDX)
                           MOVE BV-BELOEB TO BVT-BELOEB(BV-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BEVILLING-FIL
       END-IF.

       FIND-BEVILGET-GRAENSE.
       MOVE 0 TO WS-BEVILGET-GRAENSE.
       SET BV-IDX TO 1.
       IF WS-BEVILLING-ANTAL > 0
           SEARCH BEVILLING-ENTRY
               AT END
                   MOVE 0 TO WS-BEVILGET-GRAENSE
               WHEN BVT-KONTO-ID(BV-IDX) = WS-OT-KONTO-ID
                   MOVE BVT-BELOEB(BV-IDX) TO WS-BEVILGET-GRAENSE
           END-SEARCH
       END-IF.

       FIND-ALLEREDE-OPKRAEVET.
       MOVE 0 TO WS-ALLEREDE WS-OPK-SOEGE-IDX.
       SET OPK-IDX TO 1.
       IF WS-OPKRAEVET-ANTAL > 0
           SEARCH OPKRAEVET-ENTRY
               AT END
                   MOVE 0 TO WS-OPK-SOEGE-IDX
               WHEN OPT-KONTO-ID(OPK-IDX) = WS-OT-KONTO-ID
                   MOVE OPK-IDX TO WS-OPK-SOEGE-IDX
                   MOVE OPT-SUM(OPK-IDX) TO WS-ALLEREDE
           END-SEARCH
       END-IF.

       OPSUMMER-KONTI.
      * Kontoens beloeb til summen for type/afdeling/valuta, dens
      * virkning til kundens sum, og taelling af negativ rente.
       MOVE 0 TO WS-SUM-SOEGE-IDX.
       SET SU-IDX TO 1.
       IF WS-SUM-ANTAL > 0
           SEARCH SIM-SUM-ENTRY
               AT END
                   MOVE 0 TO WS-SUM-SOEGE-IDX
               WHEN SUT-KONTO-TYPE(SU-IDX) = KOT-KONTO-TYPE(KO-IDX)
                       AND SUT-AFDELING(SU-IDX) = KOT-AFDELING(KO-IDX)
                       AND SUT-VALUTA-KD(SU-IDX)
                           = KOT-VALUTA-KD(KO-IDX)
                   SET WS-SUM-SOEGE-IDX TO SU-IDX
           END-SEARCH
       END-IF.
       IF WS-SUM-SOEGE-IDX = 0
           IF WS-SUM-ANTAL < 200
               ADD 1 TO WS-SUM-ANTAL
               MOVE WS-SUM-ANTAL TO WS-SUM-SOEGE-IDX
               SET SU-IDX TO WS-SUM-ANTAL
               MOVE KOT-KONTO-TYPE(KO-IDX) TO SUT-KONTO-TYPE(SU-IDX)
               MOVE KOT-AFDELING(KO-IDX) TO SUT-AFDELING(SU-IDX)
               MOVE KOT-VALUTA-KD(KO-IDX) TO SUT-VALUTA-KD(SU-IDX)
           ELSE
               DISPLAY "ADVARSEL: For mange type/afdeling-"
                   "kombinationer - konto " KOT-KONTO-ID(KO-IDX)
                   " summeres ikke."
           END-IF
       END-IF.
       IF WS-SUM-SOEGE-IDX > 0
           SET SU-IDX TO WS-SUM-SOEGE-IDX
           ADD 1 TO SUT-ANTAL(SU-IDX)
           ADD KOT-RENTE-NU(KO-IDX) TO SUT-RENTE-NU(SU-IDX)
           ADD KOT-RENTE-FS(KO-IDX) TO SUT-RENTE-FS(SU-IDX)
           ADD KOT-GEBYR-NU(KO-IDX) TO SUT-GEBYR-NU(SU-IDX)
           ADD KOT-GEBYR-FS(KO-IDX) TO SUT-GEBYR-FS(SU-IDX)
       END-IF.
       IF KOT-NEGATIV-NU(KO-IDX) = "Y"
           ADD 1 TO WS-NEGATIV-NU-ANTAL
       END-IF.
       IF KOT-NEGATIV-FS(KO-IDX) = "Y"
           ADD 1 TO WS-NEGATIV-FS-ANTAL
           IF KOT-NEGATIV-NU(KO-IDX) NOT = "Y"
               ADD 1 TO WS-NEGATIV-NYE
           END-IF
       END-IF.
      *    Kundens virkning er bankens indtaegtsforskel med modsat
      *    fortegn.
       COMPUTE WS-VIRKNING = KOT-RENTE-NU(KO-IDX)
           + KOT-GEBYR-NU(KO-IDX) - KOT-RENTE-FS(KO-IDX)
           - KOT-GEBYR-FS(KO-IDX).
       MOVE 0 TO WS-KUNDE-SOEGE-IDX.
       SET KU-IDX TO 1.
       IF WS-KUNDE-ANTAL > 0
           SEARCH KUNDE-ENTRY
               AT END
                   MOVE 0 TO WS-KUNDE-SOEGE-IDX
               WHEN KUT-KUNDE-ID(KU-IDX) = KOT-KUNDE-ID(KO-IDX)
                   SET WS-KUNDE-SOEGE-IDX TO KU-IDX
           END-SEARCH
       END-IF.
       IF WS-KUNDE-SOEGE-IDX = 0 AND WS-KUNDE-ANTAL < 2000
           ADD 1 TO WS-KUNDE-ANTAL
           MOVE WS-KUNDE-ANTAL TO WS-KUNDE-SOEGE-IDX
           SET KU-IDX TO WS-KUNDE-ANTAL
           MOVE KOT-KUNDE-ID(KO-IDX) TO KUT-KUNDE-ID(KU-IDX)
       END-IF.
       IF WS-KUNDE-SOEGE-IDX > 0
           SET KU-IDX TO WS-KUNDE-SOEGE-IDX
           ADD 1 TO KUT-KONTI(KU-IDX)
           ADD WS-VIRKNING TO KUT-VIRKNING(KU-IDX)
       END-IF.

       SORTER-SUMMER.
      * Ombytningssortering paa type, afdeling og valuta, saa
      * rapporten kan give en delsum pr. type.
       PERFORM VARYING WS-SATS-IDX FROM 1 BY 1
               UNTIL WS-SATS-IDX >= WS-SUM-ANTAL
           PERFORM VARYING WS-SATS-IDX2 FROM 1 BY 1
                   UNTIL WS-SATS-IDX2 >= WS-SUM-ANTAL
               IF SIM-SUM-ENTRY(WS-SATS-IDX2)(1:27)
                       > SIM-SUM-ENTRY(WS-SATS-IDX2 + 1)(1:27)
                   MOVE SIM-SUM-ENTRY(WS-SATS-IDX2) TO WS-SUM-BYT
                   MOVE SIM-SUM-ENTRY(WS-SATS-IDX2 + 1)
                       TO SIM-SUM-ENTRY(WS-SATS-IDX2)
                   MOVE WS-SUM-BYT TO SIM-SUM-ENTRY(WS-SATS-IDX2 + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

       SKRIV-RAPPORT.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/SATS-SIMULERING-RAPPORT.txt, status="
               WS-RAPPORT-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "SIMULERING AF RENTE- OG GEBYRSATSER " WS-KOERSELS-DATO
           " - RENTE FOR " WS-PERIODE-FRA " - " WS-PERIODE-TIL
           ", GEBYR FOR EEN KOERSEL PAA DAGENS OVERTRAEK"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       IF HAR-RENTEFORSLAG
           STRING "RENTEFORSLAG: files/RENTESATSER-FORSLAG.txt"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       ELSE
           STRING "RENTEFORSLAG: INGEN (GAELDENDE SATSER)"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       IF HAR-GEBYRFORSLAG
           STRING "GEBYRFORSLAG: files/GEBYRSATSER-FORSLAG.txt"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       ELSE
           STRING "GEBYRFORSLAG: INGEN (GAELDENDE SATSER)"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.
       MOVE "BANKENS INDTAEGT: DEBETRENTE OG GEBYR POSITIVT, "
           & "KREDITRENTE NEGATIVT. FORSKEL = FORSLAG - GAELDENDE."
           TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTOTYPE            AFD  VAL ANTAL"
           "    RENTE NU    RENTE FORSL"
           "     GEBYR NU    GEBYR FORSL"
           "      FORSKEL"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       MOVE SPACES TO WS-FORRIGE-TYPE.
       MOVE ZERO TO WS-TYPE-SUM WS-TOTAL-SUM.
       PERFORM VARYING SU-IDX FROM 1 BY 1
               UNTIL SU-IDX > WS-SUM-ANTAL
           IF SUT-KONTO-TYPE(SU-IDX) NOT = WS-FORRIGE-TYPE
                   AND WS-FORRIGE-TYPE NOT = SPACES
               PERFORM SKRIV-TYPE-SUM
           END-IF
           MOVE SUT-KONTO-TYPE(SU-IDX) TO WS-FORRIGE-TYPE
           MOVE SPACES TO WS-SIM-LINJE
           MOVE SUT-KONTO-TYPE(SU-IDX) TO SL-KONTO-TYPE
           MOVE SUT-AFDELING(SU-IDX) TO SL-AFDELING
           MOVE SUT-VALUTA-KD(SU-IDX) TO SL-VALUTA-KD
           MOVE SUT-ANTAL(SU-IDX) TO SL-ANTAL
           MOVE SUT-RENTE-NU(SU-IDX) TO SL-RENTE-NU
           MOVE SUT-RENTE-FS(SU-IDX) TO SL-RENTE-FS
           MOVE SUT-GEBYR-NU(SU-IDX) TO SL-GEBYR-NU
           MOVE SUT-GEBYR-FS(SU-IDX) TO SL-GEBYR-FS
           COMPUTE SL-FORSKEL = SUT-RENTE-FS(SU-IDX)
               + SUT-GEBYR-FS(SU-IDX) - SUT-RENTE-NU(SU-IDX)
               - SUT-GEBYR-NU(SU-IDX)
           MOVE WS-SIM-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           ADD SUT-ANTAL(SU-IDX) TO WS-TS-ANTAL
           ADD SUT-RENTE-NU(SU-IDX) TO WS-TS-RENTE-NU
           ADD SUT-RENTE-FS(SU-IDX) TO WS-TS-RENTE-FS
           ADD SUT-GEBYR-NU(SU-IDX) TO WS-TS-GEBYR-NU
           ADD SUT-GEBYR-FS(SU-IDX) TO WS-TS-GEBYR-FS
       END-PERFORM.
       IF WS-FORRIGE-TYPE NOT = SPACES
           PERFORM SKRIV-TYPE-SUM
       END-IF.
       IF WS-UKENDT-GEBYR-NU > 0 OR WS-UKENDT-GEBYR-FS > 0
           MOVE SPACES TO WS-SIM-LINJE
           MOVE "(KONTO UKENDT)" TO SL-KONTO-TYPE
           MOVE 0 TO SL-ANTAL SL-RENTE-NU SL-RENTE-FS
           MOVE WS-UKENDT-GEBYR-NU TO SL-GEBYR-NU
           MOVE WS-UKENDT-GEBYR-FS TO SL-GEBYR-FS
           COMPUTE SL-FORSKEL
               = WS-UKENDT-GEBYR-FS - WS-UKENDT-GEBYR-NU
           MOVE WS-SIM-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           ADD WS-UKENDT-GEBYR-NU TO WS-TT-GEBYR-NU
           ADD WS-UKENDT-GEBYR-FS TO WS-TT-GEBYR-FS
       END-IF.
       MOVE SPACES TO WS-SIM-LINJE.
       MOVE "I ALT" TO SL-KONTO-TYPE.
       MOVE WS-TT-ANTAL TO SL-ANTAL.
       MOVE WS-TT-RENTE-NU TO SL-RENTE-NU.
       MOVE WS-TT-RENTE-FS TO SL-RENTE-FS.
       MOVE WS-TT-GEBYR-NU TO SL-GEBYR-NU.
       MOVE WS-TT-GEBYR-FS TO SL-GEBYR-FS.
       COMPUTE SL-FORSKEL = WS-TT-RENTE-FS + WS-TT-GEBYR-FS
           - WS-TT-RENTE-NU - WS-TT-GEBYR-NU.
       MOVE WS-SIM-LINJE TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KUNDER MED STOERST VIRKNING (KUNDENS SIDE: POSITIV = "
           "KUNDEN FAAR MERE ELLER BETALER MINDRE)"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE 0 TO WS-TOP-NR.
       MOVE 1 TO WS-TOP-IDX.
       PERFORM UNTIL WS-TOP-NR NOT < WS-TOP-MAKS
               OR WS-TOP-IDX = 0
           PERFORM FIND-STOERSTE-KUNDE
           IF WS-TOP-IDX > 0
               ADD 1 TO WS-TOP-NR
               PERFORM SKRIV-KUNDE-LINJE
           END-IF
       END-PERFORM.
       IF WS-TOP-NR = 0
           MOVE "  INGEN KUNDER PAAVIRKES" TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTI DER MED FORSLAGET FAAR NEGATIV RENTE AF (EN DEL "
           "AF) SALDOEN: " WS-NEGATIV-NYE
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTI MED NEGATIV RENTE I ALT - GAELDENDE: "
           WS-NEGATIV-NU-ANTAL " FORSLAG: " WS-NEGATIV-FS-ANTAL
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.

       SKRIV-TYPE-SUM.
       MOVE SPACES TO WS-SIM-LINJE.
       STRING "  I ALT " WS-FORRIGE-TYPE DELIMITED BY SIZE
           INTO SL-KONTO-TYPE.
       MOVE WS-TS-ANTAL TO SL-ANTAL.
       MOVE WS-TS-RENTE-NU TO SL-RENTE-NU.
       MOVE WS-TS-RENTE-FS TO SL-RENTE-FS.
       MOVE WS-TS-GEBYR-NU TO SL-GEBYR-NU.
       MOVE WS-TS-GEBYR-FS TO SL-GEBYR-FS.
       COMPUTE SL-FORSKEL = WS-TS-RENTE-FS + WS-TS-GEBYR-FS
           - WS-TS-RENTE-NU - WS-TS-GEBYR-NU.
       MOVE WS-SIM-LINJE TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       ADD WS-TS-ANTAL TO WS-TT-ANTAL.
       ADD WS-TS-RENTE-NU TO WS-TT-RENTE-NU.
       ADD WS-TS-RENTE-FS TO WS-TT-RENTE-FS.
       ADD WS-TS-GEBYR-NU TO WS-TT-GEBYR-NU.
       ADD WS-TS-GEBYR-FS TO WS-TT-GEBYR-FS.
       MOVE ZERO TO WS-TYPE-SUM.

       FIND-STOERSTE-KUNDE.
      * Kunden med stoerst virkning i kroner (numerisk) blandt dem
      * der endnu ikke er skrevet; 0 naar ingen er tilbage.
       MOVE 0 TO WS-TOP-IDX WS-TOP-ABS.
       PERFORM VARYING KU-IDX FROM 1 BY 1
               UNTIL KU-IDX > WS-KUNDE-ANTAL
           IF KUT-UDSKREVET(KU-IDX) = "N"
               COMPUTE WS-KUNDE-ABS
                   = FUNCTION ABS(KUT-VIRKNING(KU-IDX))
               IF WS-KUNDE-ABS > WS-TOP-ABS
                   MOVE WS-KUNDE-ABS TO WS-TOP-ABS
                   SET WS-TOP-IDX TO KU-IDX
               END-IF
           END-IF
       END-PERFORM.

       SKRIV-KUNDE-LINJE.
       SET KU-IDX TO WS-TOP-IDX.
       MOVE "Y" TO KUT-UDSKREVET(KU-IDX).
       MOVE KUT-VIRKNING(KU-IDX) TO WS-BELOEB-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "  " WS-TOP-NR ". KUNDE " KUT-KUNDE-ID(KU-IDX)
           " KONTI=" KUT-KONTI(KU-IDX)
           " VIRKNING=" FUNCTION TRIM(WS-BELOEB-EDIT)
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
