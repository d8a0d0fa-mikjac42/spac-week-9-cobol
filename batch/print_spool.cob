       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-SPOOL.

      * Natlig printspool til trykkeriet: de fysiske breve og
      * oversigter gik hidtil til trykkeriet som hver sin fil, saa en
      * kunde kunne faa fire kuverter paa en uge og banken betalte
      * fuldt porto for hver. Programmet samler dagens dokumenter fra
      * de syv brevfiler til en spoolfil, en kuvert pr. adresse,
      * sorteret efter postnummer til portorabatten.
      *
      * Brevprogrammerne tilmelder hvert dokument i files/PRINT-
      * INDEKS.txt (se shared/print_spool_tilmeld.cob) i samme
      * raekkefoelge som de skriver det, saa indeksets k tilmeldinger
      * af en type svarer til de sidste k dokumenter i typens
      * brevfil. Dokumenterne skilles ad efter filens form:
      *   S - brevet afsluttes med en linje af 36 bindestreger
      *       (velkomstbreve, rykkere, aarsoversigter,
      *       gebyroversigter og engagementsbekraeftelser),
      *   K - kontrolbyte "1" i foerste position starter et nyt
      *       dokument (kontoudtog til print, KUNDE-PRINTFIL-form),
      *   L - en linje pr. dokument (gebyrbrevenes fletlinjer).
      * Er der tilmeldt flere dokumenter end filen indeholder (filen
      * er dannet forfra siden), meldes de manglende paa kontrol-
      * arket. Kunder med returpostadresse (ADRESSE-STATUS U) eller
      * doedsfaldsmarkering sorteres fra og listes, ligesom
      * tilmeldinger paa et ukendt KUNDE-ID.
      *
      * Kuverteringen noeglegives paa adressen (vejnavn, husnummer,
      * etage, side, postnummer og land uden hensyn til store og smaa
      * bogstaver), saa breve til flere kunder paa samme adresse ogsaa
      * laegges i samme kuvert. Danske adresser kommer foerst i
      * postnummerorden, derefter udenlandske efter land og
      * postnummer. Spoolfilen files/PRINT-SPOOL-AAAAMMDD.txt har
      * KUNDE-PRINTFIL-formen (kontrolbyte plus 100 tegn):
      *   K - kuverthoved med kuvertnummer, postnummer og land,
      *   1 - foerste linje i et dokument (nyt ark),
      *   blank - fortsaettelseslinje.
      * Hvert dokument registreres med sin kuvert i
      * files/PRINT-FORSENDELSER.txt (copybooks/PRINTFORS.cpy) med
      * status A, indtil trykkeriets kvittering indlaeses af
      * batch/print_kvittering.cob. Kontrolarket files/PRINT-
      * KONTROL-AAAAMMDD.txt viser pr. dokumenttype tilmeldte,
      * spoolede og frasorterede dokumenter og antal sider (60
      * linjer pr. side), samt kuverttallet. Det forbrugte indeks
      * flyttes til files/behandlet/. En ny koersel samme dag
      * fortsaetter kuvertnummereringen og foejer til dagens filer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRINT-INDEKS-FIL ASSIGN TO "files/PRINT-INDEKS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-INDEKS-STATUS.

      *    De syv brevfiler laeses en ad gangen gennem samme FD.
           SELECT DOKUMENT-FIL ASSIGN DYNAMIC WS-STI-DOKUMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOKUMENT-STATUS.

           SELECT SORT-FIL ASSIGN TO "files/PRINT-SPOOL-SORT.TMP".

           SELECT SPOOL-FIL ASSIGN DYNAMIC WS-STI-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT FORSENDELSE-FIL
               ASSIGN TO "files/PRINT-FORSENDELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORSENDELSE-STATUS.

           SELECT KONTROL-FIL ASSIGN DYNAMIC WS-STI-KONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  PRINT-INDEKS-FIL.
       01  PRINT-INDEKS-RECORD.
           COPY "copybooks/PRINTIDX.cpy".

       FD  DOKUMENT-FIL.
       01  DOKUMENT-RECORD.
           05 DOK-LINJE        PIC X(101).

       SD  SORT-FIL.
       01  SORT-RECORD.
           05 SORT-LANDGRUPPE  PIC X(1).
           05 SORT-LAND        PIC X(2).
           05 SORT-POSTNR      PIC X(4).
           05 SORT-ADRESSE     PIC X(45).
           05 SORT-KUNDE-ID    PIC X(10).
           05 SORT-TYPE-NR     PIC 9(1).
           05 SORT-DOK-NR      PIC 9(6).
           05 SORT-LINJE-NR    PIC 9(6).
           05 SORT-TEKST       PIC X(100).

       FD  SPOOL-FIL.
       01  SPOOL-RECORD.
           05 SP-KONTROLBYTE   PIC X(1).
           05 SP-LINJE         PIC X(100).

       FD  FORSENDELSE-FIL.
       01  FORSENDELSE-RECORD.
           COPY "copybooks/PRINTFORS.cpy".

       FD  KONTROL-FIL.
       01  KONTROL-RECORD.
           05 KONTROL-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-PRINT-INDEKS-STATUS PIC XX  VALUE "00".
       01  WS-DOKUMENT-STATUS  PIC XX     VALUE "00".
       01  WS-SPOOL-STATUS     PIC XX     VALUE "00".
       01  WS-FORSENDELSE-STATUS PIC XX   VALUE "00".
       01  WS-KONTROL-STATUS   PIC XX     VALUE "00".
       01  WS-STI-DOKUMENT     PIC X(60)  VALUE SPACES.
       01  WS-STI-SPOOL        PIC X(60)  VALUE SPACES.
       01  WS-STI-KONTROL      PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-TIDSSTEMPEL      PIC X(14)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

      * Dokumenttyperne: kode, navn paa kontrolarket, brevfil og
      * hvordan filen skilles ad i dokumenter (S, K eller L - se
      * programhovedet). Taellerne er pr. koersel.
       01  WS-TYPE-ANTAL       PIC 9(1)   VALUE 7.
       01  TYPE-TABEL.
           05  TYPE-ENTRY OCCURS 7 TIMES.
               10  TY-KODE         PIC X(4).
               10  TY-NAVN         PIC X(24).
               10  TY-STI          PIC X(40).
               10  TY-REGEL        PIC X(1).
               10  TY-TILMELDT     PIC 9(5).
               10  TY-I-FIL        PIC 9(6).
               10  TY-FORSKYDNING  PIC S9(6).
               10  TY-START        PIC 9(5).
               10  TY-SPOOLET      PIC 9(5).
               10  TY-SIDER        PIC 9(6).
               10  TY-RETURPOST    PIC 9(5).
               10  TY-AFDOED       PIC 9(5).
               10  TY-UKENDT       PIC 9(5).
               10  TY-MANGLER      PIC 9(5).
       01  WS-TYPE-IDX         PIC 9(1)   VALUE 0.
       01  WS-TYPE-FUNDET      PIC X(1)   VALUE "N".
           88  TYPE-ER-FUNDET             VALUE "Y".

      * Dagens tilmeldinger fra indekset. IX-UDFALD: S = spooles,
      * U = returpost, D = afdoed, K = ukendt kunde, M = findes ikke
      * (laengere) i brevfilen. Adressen og sorteringsnoeglen hentes
      * fra kundemasteren for dem der spooles.
       01  WS-MAX-TILMELDINGER PIC 9(5)   VALUE 20000.
       01  WS-IX-ANTAL         PIC 9(5)   VALUE 0.
       01  INDEKS-TABEL.
           05  IX-ENTRY OCCURS 20000 TIMES.
               10  IX-TYPE-NR      PIC 9(1).
               10  IX-SEKVENS      PIC 9(5).
               10  IX-KUNDE-ID     PIC X(10).
               10  IX-UDFALD       PIC X(1).
               10  IX-LANDGRUPPE   PIC X(1).
               10  IX-LAND         PIC X(2).
               10  IX-POSTNR       PIC X(4).
               10  IX-ADRESSE      PIC X(45).
       01  WS-IX-IDX           PIC 9(5)   VALUE 0.
       01  WS-UKENDT-TYPE      PIC 9(5)   VALUE 0.

      * Opslag fra (type, sekvens) til tilmeldingen: typens
      * tilmeldinger ligger fra TY-START + 1 og frem.
       01  POSITION-TABEL.
           05  POS-IX OCCURS 20000 TIMES PIC 9(5).
       01  WS-POS              PIC 9(5)   VALUE 0.
       01  WS-SEKVENS          PIC S9(7)  VALUE 0.

      * Adressenoeglen samles her foer den skrives med store
      * bogstaver.
       01  WS-ADRESSE-NOEGLE.
           05 WS-AN-VEJNAVN    PIC X(30).
           05 WS-AN-HUSNR      PIC X(5).
           05 WS-AN-ETAGE      PIC X(5).
           05 WS-AN-SIDE       PIC X(5).

      * Gennemloeb af en brevfil
       01  WS-DOK-NR           PIC 9(6)   VALUE 0.
       01  WS-LINJE-NR         PIC 9(6)   VALUE 0.
       01  WS-DOK-TEKST        PIC X(100) VALUE SPACES.
       01  WS-DOK-START        PIC X(1)   VALUE "N".
       01  WS-BRUG-LINJE       PIC X(1)   VALUE "N".
       01  WS-SKILLELINJE      PIC X(100)
           VALUE "------------------------------------".

      * Skrivning af spoolfilen: nuvaerende kuvert og dokument
       01  WS-KUVERT-NOEGLE    PIC X(52)  VALUE SPACES.
       01  WS-FORRIGE-KUVERT   PIC X(52)  VALUE SPACES.
       01  WS-DOK-NOEGLE       PIC X(17)  VALUE SPACES.
       01  WS-FORRIGE-DOK      PIC X(17)  VALUE SPACES.
       01  WS-KUVERT-NR        PIC 9(5)   VALUE 0.
       01  WS-KUVERT-ID        PIC X(13)  VALUE SPACES.
       01  WS-DOK-AABENT       PIC X(1)   VALUE "N".
       01  WS-DOK-LINJER       PIC 9(6)   VALUE 0.
       01  WS-DOK-SIDER        PIC 9(4)   VALUE 0.
       01  WS-DOK-KUNDE-ID     PIC X(10)  VALUE SPACES.
       01  WS-DOK-TYPE-NR      PIC 9(1)   VALUE 0.
       01  WS-DOK-POSTNR       PIC X(4)   VALUE SPACES.
       01  WS-DOK-LAND         PIC X(2)   VALUE SPACES.
       01  WS-LINJER-PR-SIDE   PIC 9(2)   VALUE 60.

      * Totaler til kontrolarket
       01  WS-KUVERTER         PIC 9(6)   VALUE 0.
       01  WS-DOKUMENTER       PIC 9(6)   VALUE 0.
       01  WS-SUM-TILMELDT     PIC 9(6)   VALUE 0.
       01  WS-SUM-SIDER        PIC 9(7)   VALUE 0.
       01  WS-SUM-RETURPOST    PIC 9(6)   VALUE 0.
       01  WS-SUM-AFDOED       PIC 9(6)   VALUE 0.
       01  WS-SUM-UKENDT       PIC 9(6)   VALUE 0.
       01  WS-SUM-MANGLER      PIC 9(6)   VALUE 0.
       01  WS-SPARET           PIC 9(6)   VALUE 0.
       01  WS-ANTAL-EDIT       PIC Z(7)9.
       01  WS-ANTAL-EDIT2      PIC Z(7)9.
       01  WS-ANTAL-EDIT3      PIC Z(7)9.
       01  WS-ANTAL-EDIT4      PIC Z(7)9.
       01  WS-ANTAL-EDIT5      PIC Z(7)9.
       01  WS-ANTAL-EDIT6      PIC Z(7)9.
       01  WS-ANTAL-EDIT7      PIC Z(7)9.
       01  WS-AARSAG-TEKST     PIC X(30)  VALUE SPACES.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "PRINT-SPOOL".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL.
       MOVE WS-TIDSSTEMPEL(1:8) TO WS-DAGS-DATO.
       PERFORM KLARGOER-TYPER.

       PERFORM INDLAES-INDEKS.
       IF WS-IX-ANTAL = 0 AND WS-UKENDT-TYPE = 0
           DISPLAY "PRINT-SPOOL: ingen tilmeldte dokumenter i "
               "files/PRINT-INDEKS.txt - intet at spoole."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.

       PERFORM TAEL-DOKUMENTER
           VARYING WS-TYPE-IDX FROM 1 BY 1
           UNTIL WS-TYPE-IDX > WS-TYPE-ANTAL.
       PERFORM AFGOER-UDFALD
           VARYING WS-IX-IDX FROM 1 BY 1
           UNTIL WS-IX-IDX > WS-IX-ANTAL.
       CLOSE MASTER-FIL.

       MOVE SPACES TO WS-STI-SPOOL WS-STI-KONTROL.
       STRING "files/PRINT-SPOOL-" WS-DAGS-DATO ".txt"
           INTO WS-STI-SPOOL.
       STRING "files/PRINT-KONTROL-" WS-DAGS-DATO ".txt"
           INTO WS-STI-KONTROL.
       PERFORM FIND-SIDSTE-KUVERT.

      * Maerke-og-sortere som KUNDEKONTO-FLET: hver linje i et
      * dokument der skal spooles faar kuvertens sorteringsnoegle
      * plus kunde, type, dokument- og linjenummer paa, saa SORTen
      * samler hver adresses dokumenter i postnummerorden med
      * dokumenternes linjer i uaendret raekkefoelge.
       SORT SORT-FIL
           ON ASCENDING KEY SORT-LANDGRUPPE SORT-LAND SORT-POSTNR
               SORT-ADRESSE SORT-KUNDE-ID SORT-TYPE-NR SORT-DOK-NR
               SORT-LINJE-NR
           INPUT PROCEDURE IS MAERK-ALLE-DOKUMENTER
           OUTPUT PROCEDURE IS SKRIV-SPOOL.

       PERFORM SKRIV-KONTROLARK.
       PERFORM FORBRUG-INDEKS.

       DISPLAY "PRINT-SPOOL: " WS-DOKUMENTER " dokumenter i "
           WS-KUVERTER " kuverter, " WS-SUM-SIDER " sider - se "
           FUNCTION TRIM(WS-STI-KONTROL) ".".
       MOVE WS-DOKUMENTER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       KLARGOER-TYPER.
       MOVE "VELK" TO TY-KODE(1).
       MOVE "VELKOMSTBREVE" TO TY-NAVN(1).
       MOVE "files/VELKOMSTBREVE.txt" TO TY-STI(1).
       MOVE "S" TO TY-REGEL(1).
       MOVE "GEBY" TO TY-KODE(2).
       MOVE "GEBYRBREVE" TO TY-NAVN(2).
       MOVE "files/GEBYRBREVE.txt" TO TY-STI(2).
       MOVE "L" TO TY-REGEL(2).
       MOVE "RYKK" TO TY-KODE(3).
       MOVE "RYKKERBREVE" TO TY-NAVN(3).
       MOVE "files/RYKKERBREVE.txt" TO TY-STI(3).
       MOVE "S" TO TY-REGEL(3).
       MOVE "AARS" TO TY-KODE(4).
       MOVE "AARSOVERSIGTER" TO TY-NAVN(4).
       MOVE "files/AARSOVERSIGTER.txt" TO TY-STI(4).
       MOVE "S" TO TY-REGEL(4).
       MOVE "GEBO" TO TY-KODE(5).
       MOVE "GEBYROVERSIGTER" TO TY-NAVN(5).
       MOVE "files/GEBYROVERSIGTER.txt" TO TY-STI(5).
       MOVE "S" TO TY-REGEL(5).
       MOVE "UDTG" TO TY-KODE(6).
       MOVE "KONTOUDTOG" TO TY-NAVN(6).
       MOVE "files/UDTOG-PRINT.txt" TO TY-STI(6).
       MOVE "K" TO TY-REGEL(6).
       MOVE "ENGA" TO TY-KODE(7).
       MOVE "ENGAGEMENTSBEKRAEFTELSER" TO TY-NAVN(7).
       MOVE "files/ENGAGEMENTSBEKRAEFTELSER.txt" TO TY-STI(7).
       MOVE "S" TO TY-REGEL(7).
       PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > WS-TYPE-ANTAL
           MOVE 0 TO TY-TILMELDT(WS-TYPE-IDX) TY-I-FIL(WS-TYPE-IDX)
               TY-FORSKYDNING(WS-TYPE-IDX) TY-START(WS-TYPE-IDX)
               TY-SPOOLET(WS-TYPE-IDX) TY-SIDER(WS-TYPE-IDX)
               TY-RETURPOST(WS-TYPE-IDX) TY-AFDOED(WS-TYPE-IDX)
               TY-UKENDT(WS-TYPE-IDX) TY-MANGLER(WS-TYPE-IDX)
       END-PERFORM.

       INDLAES-INDEKS.
      * Tilmeldingerne nummereres pr. type i indeksets raekkefoelge.
      * Flere tilmeldinger end tabellen kan rumme standser koerslen
      * foer noget er forbrugt, saa intet brev tabes.
       OPEN INPUT PRINT-INDEKS-FIL.
       IF WS-PRINT-INDEKS-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ PRINT-INDEKS-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   PERFORM GEM-TILMELDING
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE PRINT-INDEKS-FIL.
      * Hver types tilmeldinger faar en sammenhaengende blok i
      * positionstabellen.
       MOVE 0 TO WS-POS.
       PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > WS-TYPE-ANTAL
           MOVE WS-POS TO TY-START(WS-TYPE-IDX)
           ADD TY-TILMELDT(WS-TYPE-IDX) TO WS-POS
       END-PERFORM.
       PERFORM VARYING WS-IX-IDX FROM 1 BY 1
               UNTIL WS-IX-IDX > WS-IX-ANTAL
           COMPUTE WS-POS = TY-START(IX-TYPE-NR(WS-IX-IDX))
               + IX-SEKVENS(WS-IX-IDX)
           MOVE WS-IX-IDX TO POS-IX(WS-POS)
       END-PERFORM.

       GEM-TILMELDING.
       MOVE "N" TO WS-TYPE-FUNDET.
       PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > WS-TYPE-ANTAL OR TYPE-ER-FUNDET
           IF TY-KODE(WS-TYPE-IDX) = PX-DOK-TYPE
               MOVE "Y" TO WS-TYPE-FUNDET
           END-IF
       END-PERFORM.
       IF NOT TYPE-ER-FUNDET
           ADD 1 TO WS-UKENDT-TYPE
           DISPLAY "ADVARSEL: ukendt dokumenttype " PX-DOK-TYPE
               " for " PX-KUNDE-ID " i files/PRINT-INDEKS.txt - "
               "springes over."
           EXIT PARAGRAPH
       END-IF.
       SUBTRACT 1 FROM WS-TYPE-IDX.
       IF WS-IX-ANTAL >= WS-MAX-TILMELDINGER
           CLOSE PRINT-INDEKS-FIL
           DISPLAY "FEJL: Mere end " WS-MAX-TILMELDINGER
               " tilmeldinger i files/PRINT-INDEKS.txt - "
               "printspoolen afbrydes, indekset er uroert."
           PERFORM STOP-MED-FEJL
       END-IF.
       ADD 1 TO WS-IX-ANTAL.
       ADD 1 TO TY-TILMELDT(WS-TYPE-IDX).
       MOVE WS-TYPE-IDX TO IX-TYPE-NR(WS-IX-ANTAL).
       MOVE TY-TILMELDT(WS-TYPE-IDX) TO IX-SEKVENS(WS-IX-ANTAL).
       MOVE PX-KUNDE-ID TO IX-KUNDE-ID(WS-IX-ANTAL).
       MOVE "S" TO IX-UDFALD(WS-IX-ANTAL).
       MOVE SPACES TO IX-LANDGRUPPE(WS-IX-ANTAL)
           IX-LAND(WS-IX-ANTAL) IX-POSTNR(WS-IX-ANTAL)
           IX-ADRESSE(WS-IX-ANTAL).

       TAEL-DOKUMENTER.
      * Foerste gennemloeb af typens brevfil: hvor mange dokumenter
      * indeholder den. De sidste TY-TILMELDT af dem er dagens.
       MOVE 0 TO TY-I-FIL(WS-TYPE-IDX).
       IF TY-TILMELDT(WS-TYPE-IDX) = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE TY-STI(WS-TYPE-IDX) TO WS-STI-DOKUMENT.
       OPEN INPUT DOKUMENT-FIL.
       IF WS-DOKUMENT-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ DOKUMENT-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM TAEL-EN-LINJE
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE DOKUMENT-FIL
       ELSE
           DISPLAY "ADVARSEL: " FUNCTION TRIM(TY-STI(WS-TYPE-IDX))
               " kan ikke laeses, status=" WS-DOKUMENT-STATUS
       END-IF.
       COMPUTE TY-FORSKYDNING(WS-TYPE-IDX) = TY-I-FIL(WS-TYPE-IDX)
           - TY-TILMELDT(WS-TYPE-IDX).

       TAEL-EN-LINJE.
       EVALUATE TY-REGEL(WS-TYPE-IDX)
           WHEN "S"
               IF DOK-LINJE(1:100) = WS-SKILLELINJE
                   ADD 1 TO TY-I-FIL(WS-TYPE-IDX)
               END-IF
           WHEN "K"
               IF DOK-LINJE(1:1) = "1"
                   ADD 1 TO TY-I-FIL(WS-TYPE-IDX)
               END-IF
           WHEN OTHER
               IF DOK-LINJE NOT = SPACES
                   ADD 1 TO TY-I-FIL(WS-TYPE-IDX)
               END-IF
       END-EVALUATE.

       AFGOER-UDFALD.
      * Tilmeldinger ud over filens dokumenter er tabt; de oevrige
      * slaas op i kundemasteren for adresse og forsendelsesstatus.
       MOVE IX-TYPE-NR(WS-IX-IDX) TO WS-TYPE-IDX.
       IF TY-FORSKYDNING(WS-TYPE-IDX) + IX-SEKVENS(WS-IX-IDX) < 1
           MOVE "M" TO IX-UDFALD(WS-IX-IDX)
           ADD 1 TO TY-MANGLER(WS-TYPE-IDX)
           EXIT PARAGRAPH
       END-IF.
       MOVE IX-KUNDE-ID(WS-IX-IDX) TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               MOVE "K" TO IX-UDFALD(WS-IX-IDX)
               ADD 1 TO TY-UKENDT(WS-TYPE-IDX)
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN AFDOED-MARKERING IN MASTER-RECORD = "D"
                       MOVE "D" TO IX-UDFALD(WS-IX-IDX)
                       ADD 1 TO TY-AFDOED(WS-TYPE-IDX)
                   WHEN ADRESSE-STATUS IN MASTER-RECORD = "U"
                       MOVE "U" TO IX-UDFALD(WS-IX-IDX)
                       ADD 1 TO TY-RETURPOST(WS-TYPE-IDX)
                   WHEN OTHER
                       PERFORM GEM-ADRESSE
               END-EVALUATE
       END-READ.

       GEM-ADRESSE.
       IF LANDE-KODE IN MASTER-RECORD = "DK"
               OR LANDE-KODE IN MASTER-RECORD = SPACES
           MOVE "0" TO IX-LANDGRUPPE(WS-IX-IDX)
           MOVE "DK" TO IX-LAND(WS-IX-IDX)
       ELSE
           MOVE "1" TO IX-LANDGRUPPE(WS-IX-IDX)
           MOVE LANDE-KODE IN MASTER-RECORD TO IX-LAND(WS-IX-IDX)
       END-IF.
       MOVE POSTNR IN MASTER-RECORD TO IX-POSTNR(WS-IX-IDX).
       MOVE VEJNAVN IN MASTER-RECORD TO WS-AN-VEJNAVN.
       MOVE HUSNR IN MASTER-RECORD TO WS-AN-HUSNR.
       MOVE ETAGE IN MASTER-RECORD TO WS-AN-ETAGE.
       MOVE SIDE IN MASTER-RECORD TO WS-AN-SIDE.
       MOVE FUNCTION UPPER-CASE(WS-ADRESSE-NOEGLE)
           TO IX-ADRESSE(WS-IX-IDX).

       FIND-SIDSTE-KUVERT.
      * Kuvertnumrene er dagens dato plus et loebenummer; en ny
      * koersel samme dag fortsaetter efter det hoejeste nummer i
      * registret.
       MOVE 0 TO WS-KUVERT-NR.
       OPEN INPUT FORSENDELSE-FIL.
       IF WS-FORSENDELSE-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ FORSENDELSE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF PF-KUVERT-ID(1:8) = WS-DAGS-DATO
                               AND PF-KUVERT-ID(9:5) NUMERIC
                               AND PF-KUVERT-ID(9:5) > WS-KUVERT-NR
                           MOVE PF-KUVERT-ID(9:5) TO WS-KUVERT-NR
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE FORSENDELSE-FIL
       END-IF.

       MAERK-ALLE-DOKUMENTER.
       PERFORM MAERK-EN-TYPE
           VARYING WS-TYPE-IDX FROM 1 BY 1
           UNTIL WS-TYPE-IDX > WS-TYPE-ANTAL.

       MAERK-EN-TYPE.
      * Andet gennemloeb af brevfilen: linjerne i dagens dokumenter
      * der skal spooles, RELEASEs med deres noegle.
       IF TY-TILMELDT(WS-TYPE-IDX) = 0 OR TY-I-FIL(WS-TYPE-IDX) = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE TY-STI(WS-TYPE-IDX) TO WS-STI-DOKUMENT.
       OPEN INPUT DOKUMENT-FIL.
       IF WS-DOKUMENT-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       IF TY-REGEL(WS-TYPE-IDX) = "S"
           MOVE 1 TO WS-DOK-NR
       ELSE
           MOVE 0 TO WS-DOK-NR
       END-IF.
       MOVE 0 TO WS-LINJE-NR.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ DOKUMENT-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   PERFORM MAERK-EN-LINJE
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE DOKUMENT-FIL.

       MAERK-EN-LINJE.
      * Linjens dokumentnummer efter filens form; skillelinjen
      * hoerer med til det brev den afslutter.
       MOVE "Y" TO WS-BRUG-LINJE.
       EVALUATE TY-REGEL(WS-TYPE-IDX)
           WHEN "S"
               MOVE DOK-LINJE(1:100) TO WS-DOK-TEKST
           WHEN "K"
               IF DOK-LINJE(1:1) = "1"
                   ADD 1 TO WS-DOK-NR
                   MOVE 0 TO WS-LINJE-NR
               END-IF
               MOVE DOK-LINJE(2:100) TO WS-DOK-TEKST
               IF WS-DOK-NR = 0
                   MOVE "N" TO WS-BRUG-LINJE
               END-IF
           WHEN OTHER
               IF DOK-LINJE = SPACES
                   MOVE "N" TO WS-BRUG-LINJE
               ELSE
                   ADD 1 TO WS-DOK-NR
                   MOVE 0 TO WS-LINJE-NR
               END-IF
               MOVE DOK-LINJE(1:100) TO WS-DOK-TEKST
       END-EVALUATE.
       IF WS-BRUG-LINJE = "Y"
           ADD 1 TO WS-LINJE-NR
           PERFORM RELEASE-LINJE
       END-IF.
       IF TY-REGEL(WS-TYPE-IDX) = "S"
               AND DOK-LINJE(1:100) = WS-SKILLELINJE
           ADD 1 TO WS-DOK-NR
           MOVE 0 TO WS-LINJE-NR
       END-IF.

       RELEASE-LINJE.
       COMPUTE WS-SEKVENS = WS-DOK-NR - TY-FORSKYDNING(WS-TYPE-IDX).
       IF WS-SEKVENS < 1 OR WS-SEKVENS > TY-TILMELDT(WS-TYPE-IDX)
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-POS = TY-START(WS-TYPE-IDX) + WS-SEKVENS.
       MOVE POS-IX(WS-POS) TO WS-IX-IDX.
       IF IX-UDFALD(WS-IX-IDX) NOT = "S"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO SORT-RECORD.
       MOVE IX-LANDGRUPPE(WS-IX-IDX) TO SORT-LANDGRUPPE.
       MOVE IX-LAND(WS-IX-IDX) TO SORT-LAND.
       MOVE IX-POSTNR(WS-IX-IDX) TO SORT-POSTNR.
       MOVE IX-ADRESSE(WS-IX-IDX) TO SORT-ADRESSE.
       MOVE IX-KUNDE-ID(WS-IX-IDX) TO SORT-KUNDE-ID.
       MOVE WS-TYPE-IDX TO SORT-TYPE-NR.
       MOVE WS-DOK-NR TO SORT-DOK-NR.
       MOVE WS-LINJE-NR TO SORT-LINJE-NR.
       MOVE WS-DOK-TEKST TO SORT-TEKST.
       RELEASE SORT-RECORD.

       SKRIV-SPOOL.
      * Ny adresse giver en ny kuvert med kuverthoved; nyt dokument
      * starter paa et nyt ark. Dagens spoolfil og registret
      * udvides, saa en ny koersel samme dag ikke overskriver den
      * foerste.
       OPEN EXTEND SPOOL-FIL.
       IF WS-SPOOL-STATUS = "35"
           OPEN OUTPUT SPOOL-FIL
       END-IF.
       IF WS-SPOOL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-SPOOL) ", status="
               WS-SPOOL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN EXTEND FORSENDELSE-FIL.
       IF WS-FORSENDELSE-STATUS = "35"
           OPEN OUTPUT FORSENDELSE-FIL
       END-IF.
       IF WS-FORSENDELSE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/PRINT-FORSENDELSER.txt"
               ", status=" WS-FORSENDELSE-STATUS
           CLOSE SPOOL-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO WS-FORRIGE-KUVERT WS-FORRIGE-DOK.
       MOVE "N" TO WS-DOK-AABENT.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           RETURN SORT-FIL INTO SORT-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   PERFORM SKRIV-SPOOL-LINJE
           END-RETURN
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       IF WS-DOK-AABENT = "Y"
           PERFORM AFSLUT-DOKUMENT
       END-IF.
       CLOSE SPOOL-FIL.
       CLOSE FORSENDELSE-FIL.

       SKRIV-SPOOL-LINJE.
       MOVE SORT-RECORD(1:52) TO WS-KUVERT-NOEGLE.
       MOVE SORT-RECORD(53:17) TO WS-DOK-NOEGLE.
       IF WS-DOK-AABENT = "Y" AND (WS-DOK-NOEGLE NOT = WS-FORRIGE-DOK
               OR WS-KUVERT-NOEGLE NOT = WS-FORRIGE-KUVERT)
           PERFORM AFSLUT-DOKUMENT
       END-IF.
       IF WS-KUVERT-NOEGLE NOT = WS-FORRIGE-KUVERT
           PERFORM START-KUVERT
       END-IF.
       MOVE SPACES TO SPOOL-RECORD.
       IF WS-DOK-AABENT = "N"
           MOVE "Y" TO WS-DOK-AABENT
           MOVE 0 TO WS-DOK-LINJER
           MOVE SORT-KUNDE-ID TO WS-DOK-KUNDE-ID
           MOVE SORT-TYPE-NR TO WS-DOK-TYPE-NR
           MOVE SORT-POSTNR TO WS-DOK-POSTNR
           MOVE SORT-LAND TO WS-DOK-LAND
           MOVE WS-DOK-NOEGLE TO WS-FORRIGE-DOK
           MOVE "1" TO SP-KONTROLBYTE
       END-IF.
       MOVE SORT-TEKST TO SP-LINJE.
       WRITE SPOOL-RECORD.
       ADD 1 TO WS-DOK-LINJER.

       START-KUVERT.
       ADD 1 TO WS-KUVERT-NR.
       ADD 1 TO WS-KUVERTER.
       MOVE SPACES TO WS-KUVERT-ID.
       STRING WS-DAGS-DATO WS-KUVERT-NR INTO WS-KUVERT-ID.
       MOVE WS-KUVERT-NOEGLE TO WS-FORRIGE-KUVERT.
       MOVE SPACES TO SPOOL-RECORD.
       MOVE "K" TO SP-KONTROLBYTE.
       STRING "KUVERT " WS-KUVERT-ID
           " POSTNR " SORT-POSTNR
           " LAND " SORT-LAND
           INTO SP-LINJE.
       WRITE SPOOL-RECORD.

       AFSLUT-DOKUMENT.
      * Sider regnes med 60 linjer pr. side, paabegyndt side taeller.
       COMPUTE WS-DOK-SIDER = (WS-DOK-LINJER + WS-LINJER-PR-SIDE - 1)
           / WS-LINJER-PR-SIDE.
       ADD 1 TO TY-SPOOLET(WS-DOK-TYPE-NR).
       ADD WS-DOK-SIDER TO TY-SIDER(WS-DOK-TYPE-NR).
       ADD 1 TO WS-DOKUMENTER.
       ADD WS-DOK-SIDER TO WS-SUM-SIDER.
       MOVE SPACES TO FORSENDELSE-RECORD.
       MOVE WS-KUVERT-ID TO PF-KUVERT-ID.
       MOVE WS-DAGS-DATO TO PF-SPOOL-DATO.
       MOVE TY-KODE(WS-DOK-TYPE-NR) TO PF-DOK-TYPE.
       MOVE WS-DOK-KUNDE-ID TO PF-KUNDE-ID.
       MOVE WS-DOK-POSTNR TO PF-POSTNR.
       MOVE WS-DOK-LAND TO PF-LANDE-KODE.
       MOVE WS-DOK-SIDER TO PF-SIDER.
       MOVE "A" TO PF-STATUS.
       WRITE FORSENDELSE-RECORD.
       MOVE "N" TO WS-DOK-AABENT.

       SKRIV-KONTROLARK.
      * Kontrolarket til trykkeriet og driften: pr. dokumenttype
      * tilmeldte, spoolede og frasorterede dokumenter og sider,
      * kuverttallet og en liste over de frasorterede.
       OPEN EXTEND KONTROL-FIL.
       IF WS-KONTROL-STATUS = "35"
           OPEN OUTPUT KONTROL-FIL
       END-IF.
       IF WS-KONTROL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-KONTROL) ", status="
               WS-KONTROL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO KONTROL-TEXT.
       STRING "PRINTSPOOL KONTROLARK " WS-TIDSSTEMPEL(1:8) " "
           WS-TIDSSTEMPEL(9:6) " - SPOOLFIL "
           FUNCTION TRIM(WS-STI-SPOOL)
           INTO KONTROL-TEXT.
       WRITE KONTROL-RECORD.
       MOVE SPACES TO KONTROL-TEXT.
       WRITE KONTROL-RECORD.
       MOVE "TYPE NAVN" TO KONTROL-TEXT.
       MOVE "TILMELDT  SPOOLET    SIDER    RETUR   AFDOED   UKENDT"
           TO KONTROL-TEXT(31:53).
       MOVE "MANGLER" TO KONTROL-TEXT(86:7).
       WRITE KONTROL-RECORD.
       MOVE 0 TO WS-SUM-TILMELDT WS-SUM-RETURPOST WS-SUM-AFDOED
           WS-SUM-UKENDT WS-SUM-MANGLER.
       PERFORM SKRIV-TYPELINJE
           VARYING WS-TYPE-IDX FROM 1 BY 1
           UNTIL WS-TYPE-IDX > WS-TYPE-ANTAL.
       MOVE SPACES TO KONTROL-TEXT.
       MOVE WS-SUM-TILMELDT TO WS-ANTAL-EDIT.
       MOVE WS-DOKUMENTER TO WS-ANTAL-EDIT2.
       MOVE WS-SUM-SIDER TO WS-ANTAL-EDIT7.
       MOVE WS-SUM-RETURPOST TO WS-ANTAL-EDIT3.
       MOVE WS-SUM-AFDOED TO WS-ANTAL-EDIT4.
       MOVE WS-SUM-UKENDT TO WS-ANTAL-EDIT5.
       MOVE WS-SUM-MANGLER TO WS-ANTAL-EDIT6.
       MOVE "I ALT" TO KONTROL-TEXT.
       STRING WS-ANTAL-EDIT " " WS-ANTAL-EDIT2 " " WS-ANTAL-EDIT7
           " " WS-ANTAL-EDIT3 " " WS-ANTAL-EDIT4 " " WS-ANTAL-EDIT5
           " " WS-ANTAL-EDIT6
           INTO KONTROL-TEXT(31:70).
       WRITE KONTROL-RECORD.
       MOVE SPACES TO KONTROL-TEXT.
       WRITE KONTROL-RECORD.
       MOVE 0 TO WS-SPARET.
       IF WS-DOKUMENTER > WS-KUVERTER
           COMPUTE WS-SPARET = WS-DOKUMENTER - WS-KUVERTER
       END-IF.
       MOVE WS-KUVERTER TO WS-ANTAL-EDIT.
       MOVE WS-DOKUMENTER TO WS-ANTAL-EDIT2.
       MOVE WS-SPARET TO WS-ANTAL-EDIT3.
       MOVE SPACES TO KONTROL-TEXT.
       STRING "KUVERTER: " FUNCTION TRIM(WS-ANTAL-EDIT)
           "  DOKUMENTER: " FUNCTION TRIM(WS-ANTAL-EDIT2)
           "  KUVERTER SPARET VED SAMLING: "
           FUNCTION TRIM(WS-ANTAL-EDIT3)
           INTO KONTROL-TEXT.
       WRITE KONTROL-RECORD.
       IF WS-UKENDT-TYPE > 0
           MOVE WS-UKENDT-TYPE TO WS-ANTAL-EDIT
           MOVE SPACES TO KONTROL-TEXT
           STRING "TILMELDINGER MED UKENDT DOKUMENTTYPE: "
               FUNCTION TRIM(WS-ANTAL-EDIT)
               INTO KONTROL-TEXT
           WRITE KONTROL-RECORD
       END-IF.
       IF WS-SUM-RETURPOST + WS-SUM-AFDOED + WS-SUM-UKENDT
               + WS-SUM-MANGLER > 0
           MOVE SPACES TO KONTROL-TEXT
           WRITE KONTROL-RECORD
           MOVE "FRASORTEREDE DOKUMENTER:" TO KONTROL-TEXT
           WRITE KONTROL-RECORD
           PERFORM SKRIV-FRASORTERET
               VARYING WS-IX-IDX FROM 1 BY 1
               UNTIL WS-IX-IDX > WS-IX-ANTAL
       END-IF.
       MOVE SPACES TO KONTROL-TEXT.
       WRITE KONTROL-RECORD.
       CLOSE KONTROL-FIL.

       SKRIV-TYPELINJE.
       ADD TY-TILMELDT(WS-TYPE-IDX) TO WS-SUM-TILMELDT.
       ADD TY-RETURPOST(WS-TYPE-IDX) TO WS-SUM-RETURPOST.
       ADD TY-AFDOED(WS-TYPE-IDX) TO WS-SUM-AFDOED.
       ADD TY-UKENDT(WS-TYPE-IDX) TO WS-SUM-UKENDT.
       ADD TY-MANGLER(WS-TYPE-IDX) TO WS-SUM-MANGLER.
       MOVE TY-TILMELDT(WS-TYPE-IDX) TO WS-ANTAL-EDIT.
       MOVE TY-SPOOLET(WS-TYPE-IDX) TO WS-ANTAL-EDIT2.
       MOVE TY-SIDER(WS-TYPE-IDX) TO WS-ANTAL-EDIT7.
       MOVE TY-RETURPOST(WS-TYPE-IDX) TO WS-ANTAL-EDIT3.
       MOVE TY-AFDOED(WS-TYPE-IDX) TO WS-ANTAL-EDIT4.
       MOVE TY-UKENDT(WS-TYPE-IDX) TO WS-ANTAL-EDIT5.
       MOVE TY-MANGLER(WS-TYPE-IDX) TO WS-ANTAL-EDIT6.
       MOVE SPACES TO KONTROL-TEXT.
       STRING TY-KODE(WS-TYPE-IDX) " " TY-NAVN(WS-TYPE-IDX) " "
           WS-ANTAL-EDIT " " WS-ANTAL-EDIT2 " " WS-ANTAL-EDIT7
           " " WS-ANTAL-EDIT3 " " WS-ANTAL-EDIT4 " " WS-ANTAL-EDIT5
           " " WS-ANTAL-EDIT6
           INTO KONTROL-TEXT.
       WRITE KONTROL-RECORD.

       SKRIV-FRASORTERET.
       EVALUATE IX-UDFALD(WS-IX-IDX)
           WHEN "U"
               MOVE "RETURPOST (ADRESSE-STATUS U)" TO WS-AARSAG-TEKST
           WHEN "D"
               MOVE "AFDOED KUNDE" TO WS-AARSAG-TEKST
           WHEN "K"
               MOVE "UKENDT KUNDE-ID" TO WS-AARSAG-TEKST
           WHEN "M"
               MOVE "IKKE I BREVFILEN" TO WS-AARSAG-TEKST
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE.
       MOVE IX-TYPE-NR(WS-IX-IDX) TO WS-TYPE-IDX.
       MOVE SPACES TO KONTROL-TEXT.
       STRING "  " TY-KODE(WS-TYPE-IDX) " " IX-KUNDE-ID(WS-IX-IDX)
           " " WS-AARSAG-TEKST
           INTO KONTROL-TEXT.
       WRITE KONTROL-RECORD.

       FORBRUG-INDEKS.
      * Det behandlede indeks foejes til dagens fil under
      * files/behandlet/, saa naeste nats spool starter forfra.
       MOVE "mkdir -p files/behandlet" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "cat files/PRINT-INDEKS.txt >> "
           "files/behandlet/PRINT-INDEKS-" WS-DAGS-DATO ".txt"
           " && rm -f files/PRINT-INDEKS.txt"
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       STOP-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       MOVE WS-DOKUMENTER TO WS-NOTIF-ANTAL.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
