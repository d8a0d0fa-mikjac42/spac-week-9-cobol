       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRS-FATCA-UDTRAEK.

      * Aarlig CRS/FATCA-indberetning: for hver indlaans- og
      * opsparingskonto med en ejer der er skattepligtig i udlandet
      * indberettes ultimosaldoen (sidste snapshotlinje i aaret i
      * files/SALDO-HISTORIK.txt) og aarets bruttorenter
      * (rentelinjer krediteret kontoen i aarets partition af
      * files/POSTERING-HISTORIK.txt). Skattelandet er kundens
      * SKATTE-LAND, eller adressens LANDE-KODE naar SKATTE-LAND er
      * blank; DK og blank indberettes ikke, US indberettes under
      * FATCA og alle andre lande under CRS. Faelleskonti fordeles
      * paa ejerne som i SKAT-RENTE-UDTRAEK (primaer ejer fra
      * KontoOpl.txt plus medejere fra files/KONTO-EJERE.txt, lige
      * andele, den sidste ejer baerer afrundingsresten), og hver
      * udenlandsk ejer faar sin egen D-record med sin andel.
      * Leverancen files/CRS-FATCA-INDBERETNING.txt er fastformateret
      * med hoved- og slutrecord; kontrolrapporten
      * files/CRS-FATCA-KONTROL.txt viser antal og summer pr. land og
      * lister kunder uden udenlandsk TIN, saa filialerne kan jagte
      * numrene. Kunderne indberettes alligevel - uden TIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT KONTO-EJER-FIL ASSIGN TO "files/KONTO-EJERE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTO-EJER-STATUS.

           SELECT SALDO-FIL ASSIGN TO "files/SALDO-HISTORIK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDO-STATUS.

      *    Historikken er delt i en partition pr. afsluttet aar plus
      *    den loebende fil (se batch/historik_aarsrul.cob); naar
      *    indberetningen koerer, ligger aarets linjer i partitionen,
      *    saa der laeses baade den og den loebende fil. Stien saettes
      *    pr. kilde.
           SELECT HISTORIK-FIL ASSIGN DYNAMIC WS-STI-HISTORIK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIK-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LEVERANCE-FIL
               ASSIGN TO "files/CRS-FATCA-INDBERETNING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVERANCE-STATUS.

           SELECT KONTROL-FIL
               ASSIGN TO "files/CRS-FATCA-KONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  KONTO-EJER-FIL.
       01  KONTO-EJER-POST.
           05 KE-KONTO-ID      PIC X(10).
           05 KE-KUNDE-ID      PIC X(10).
           05 KE-ROLLE         PIC X(1).

       FD  SALDO-FIL.
       01  SALDO-RECORD.
           05 SH-KOERSEL-ID    PIC X(13).
           05 FILLER           PIC X(1).
           05 SH-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 SH-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 SH-BALANCE       PIC X(9).
           05 FILLER           PIC X(1).
           05 SH-VALUTA        PIC X(3).
           05 FILLER           PIC X(1).
           05 SH-DKK           PIC X(13).

       FD  HISTORIK-FIL.
       01  HISTORIK-RECORD.
           COPY "copybooks/POSTHIST.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

      * Leverancens faste format: H-record med aar og dannelsesdato,
      * D-record pr. konto og udenlandsk ejer, T-record med antal og
      * kontrolsummer.
       FD  LEVERANCE-FIL.
       01  LEVERANCE-RECORD    PIC X(160).

       FD  KONTROL-FIL.
       01  KONTROL-RECORD.
           05 KONTROL-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-KONTO-EJER-STATUS PIC XX    VALUE "00".
       01  WS-SALDO-STATUS     PIC XX     VALUE "00".
       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-LEVERANCE-STATUS PIC XX     VALUE "00".
       01  WS-KONTROL-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-AAR              PIC X(4)   VALUE SPACES.
       01  WS-AAR-START        PIC X(8)   VALUE SPACES.
       01  WS-AAR-SLUT         PIC X(8)   VALUE SPACES.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-STI-HISTORIK     PIC X(60)  VALUE SPACES.

      * Indberetningspligtige konti (laan er ikke finansielle konti
      * i CRS/FATCA's forstand og tages ikke med).
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-IBAN          PIC X(18) VALUE SPACES.
               10  KOT-VALUTA        PIC X(3)  VALUE SPACES.
      *        L = lukket i loebet af aaret (indberettes med saldo nul)
               10  KOT-LUKKET        PIC X(1)  VALUE SPACE.
               10  KOT-ULTIMO-DATO   PIC X(8)  VALUE SPACES.
               10  KOT-ULTIMO        PIC S9(11)V99 VALUE 0.
               10  KOT-RENTE         PIC S9(11)V99 VALUE 0.

      * Medejere (rolle M) pr. konto
       01  WS-EJER-ANTAL       PIC 9(3)   VALUE 0.
       01  EJER-TABEL.
           05  EJER-ENTRY OCCURS 200 TIMES
                            INDEXED BY EJ-IDX.
               10  EJT-KONTO-ID    PIC X(10) VALUE SPACES.
               10  EJT-KUNDE-ID    PIC X(10) VALUE SPACES.

      * Indberettede kunder - til undtagelseslisten over manglende
      * TIN, saa hver kunde kun staar der en gang.
       01  WS-PERSON-ANTAL     PIC 9(5)   VALUE 0.
       01  PERSON-TABEL.
           05  PERSON-ENTRY OCCURS 2000 TIMES
                              INDEXED BY PE-IDX.
               10  PET-KUNDE-ID    PIC X(10) VALUE SPACES.
               10  PET-AFDELING    PIC X(4)  VALUE SPACES.
               10  PET-LAND        PIC X(2)  VALUE SPACES.
               10  PET-NAVN        PIC X(41) VALUE SPACES.
               10  PET-TIN-MANGLER PIC X(1)  VALUE "N".
               10  PET-KONTI       PIC 9(3)  VALUE 0.

      * Antal og summer pr. skatteland til kontrolrapporten
       01  WS-LAND-ANTAL       PIC 9(3)   VALUE 0.
       01  LAND-TABEL.
           05  LAND-ENTRY OCCURS 200 TIMES
                            INDEXED BY LA-IDX.
               10  LAT-LAND        PIC X(2)  VALUE SPACES.
               10  LAT-REGIME      PIC X(1)  VALUE SPACE.
               10  LAT-RECORDS     PIC 9(7)  VALUE 0.
               10  LAT-SALDO-OERER PIC 9(15) VALUE 0.
               10  LAT-RENTE-OERER PIC 9(15) VALUE 0.

       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-SOEGE-KUNDE      PIC X(10)  VALUE SPACES.
       01  WS-SNAP-BELOEB      PIC S9(11)V99 VALUE 0.
       01  WS-POST-BELOEB      PIC S9(11)V99 VALUE 0.
       01  WS-EJER-TAELLER     PIC 9(2)   VALUE 0.
       01  WS-SALDO-ANDEL      PIC S9(11)V99 VALUE 0.
       01  WS-SALDO-REST       PIC S9(11)V99 VALUE 0.
       01  WS-RENTE-ANDEL      PIC S9(11)V99 VALUE 0.
       01  WS-RENTE-REST       PIC S9(11)V99 VALUE 0.
       01  WS-DEL-IDX          PIC 9(2)   VALUE 0.
       01  KONTO-EJER-LISTE.
           05  KEL-ENTRY OCCURS 10 TIMES
                           PIC X(10) VALUE SPACES.

      * Den aktuelle ejers skatteforhold
       01  WS-SKATTE-LAND      PIC X(2)   VALUE SPACES.
       01  WS-REGIME           PIC X(1)   VALUE SPACE.
       01  WS-KUNDE-FUNDET     PIC X(1)   VALUE "N".
           88  KUNDE-ER-FUNDET            VALUE "Y".
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Leveranceformatets records
       01  WS-H-RECORD.
           05 FILLER           PIC X(1)   VALUE "H".
           05 WS-H-AAR         PIC X(4).
           05 WS-H-DATO        PIC X(8).
           05 FILLER           PIC X(147) VALUE SPACES.
      * Regime: C = CRS, F = FATCA. Saldo og renter i oerer i
      * kontoens valuta; negative saldi indberettes som nul.
       01  WS-D-RECORD.
           05 FILLER           PIC X(1)   VALUE "D".
           05 WS-D-REGIME      PIC X(1).
           05 WS-D-LAND        PIC X(2).
           05 WS-D-TIN         PIC X(20).
           05 WS-D-KUNDE-ID    PIC X(10).
           05 WS-D-KUNDE-ART   PIC X(1).
           05 WS-D-NAVN        PIC X(41).
           05 WS-D-KONTO-ID    PIC X(10).
           05 WS-D-IBAN        PIC X(18).
           05 WS-D-VALUTA      PIC X(3).
           05 WS-D-LUKKET      PIC X(1).
           05 WS-D-SALDO       PIC 9(13).
           05 WS-D-RENTE       PIC 9(13).
           05 WS-D-EJERE       PIC 9(2).
           05 FILLER           PIC X(24)  VALUE SPACES.
       01  WS-T-RECORD.
           05 FILLER           PIC X(1)   VALUE "T".
           05 WS-T-ANTAL       PIC 9(7).
           05 WS-T-SUM-SALDO   PIC 9(15).
           05 WS-T-SUM-RENTE   PIC 9(15).
           05 FILLER           PIC X(122) VALUE SPACES.

       01  WS-OERER            PIC 9(13)  VALUE 0.
       01  WS-SUM-SALDO-OERER  PIC 9(15)  VALUE 0.
       01  WS-SUM-RENTE-OERER  PIC 9(15)  VALUE 0.
       01  WS-LEVERET-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-UNDTAGET-TAELLER PIC 9(5)   VALUE 0.

      * Kontrolrapportens linjer
       01  WS-KR-LINJE.
           05 FILLER           PIC X(5)   VALUE "LAND ".
           05 WS-KR-LAND       PIC X(2).
           05 FILLER           PIC X(9)   VALUE "  REGIME ".
           05 WS-KR-REGIME     PIC X(5).
           05 FILLER           PIC X(10)  VALUE "  RECORDS ".
           05 WS-KR-RECORDS    PIC Z(6)9.
           05 FILLER           PIC X(8)   VALUE "  SALDO ".
           05 WS-KR-SALDO      PIC Z(12)9.99.
           05 FILLER           PIC X(8)   VALUE "  RENTE ".
           05 WS-KR-RENTE      PIC Z(12)9.99.
       01  WS-KR-BELOEB        PIC 9(13)V99 VALUE 0.

      * Historiklinjens transaktionskode - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "CRS-FATCA-UDTRAEK".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       DISPLAY "Indberetningsaar (YYYY): " WITH NO ADVANCING.
       ACCEPT WS-AAR.
       IF WS-AAR NOT NUMERIC
           DISPLAY "FEJL: Aarstallet skal vaere fire cifre."
           STOP RUN
       END-IF.
       STRING WS-AAR "0101" DELIMITED BY SIZE INTO WS-AAR-START.
       STRING WS-AAR "1231" DELIMITED BY SIZE INTO WS-AAR-SLUT.

       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-KONTO-EJERE.
       PERFORM INDLAES-SALDO-SNAPSHOTS.
       PERFORM AGGREGER-RENTER.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       OPEN OUTPUT LEVERANCE-FIL.
       OPEN OUTPUT KONTROL-FIL.
       IF WS-LEVERANCE-STATUS NOT = "00"
               OR WS-KONTROL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne leverance- eller "
               "kontrolfilen, status=" WS-LEVERANCE-STATUS "/"
               WS-KONTROL-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.

       MOVE WS-AAR TO WS-H-AAR.
       MOVE WS-DAGS-DATO TO WS-H-DATO.
       MOVE WS-H-RECORD TO LEVERANCE-RECORD.
       WRITE LEVERANCE-RECORD.

       PERFORM BEHANDL-KONTO
           VARYING KO-IDX FROM 1 BY 1
           UNTIL KO-IDX > WS-KONTO-ANTAL.

       MOVE WS-LEVERET-TAELLER TO WS-T-ANTAL.
       MOVE WS-SUM-SALDO-OERER TO WS-T-SUM-SALDO.
       MOVE WS-SUM-RENTE-OERER TO WS-T-SUM-RENTE.
       MOVE WS-T-RECORD TO LEVERANCE-RECORD.
       WRITE LEVERANCE-RECORD.

       PERFORM SKRIV-KONTROLRAPPORT.

       CLOSE MASTER-FIL.
       CLOSE LEVERANCE-FIL.
       CLOSE KONTROL-FIL.
       DISPLAY "CRS-FATCA-UDTRAEK: leveret=" WS-LEVERET-TAELLER
           " uden TIN=" WS-UNDTAGET-TAELLER.
       MOVE WS-LEVERET-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       INDLAES-KONTOOPL.
      * Kun konti der har vaeret aabne i loebet af aaret: oprettet
      * senest ultimo og ikke lukket foer aarets start.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KONTO-TYPE IN KONTO-RECORD NOT = "LOAN"
                           AND ACCOUNT-OPEN-DATE IN KONTO-RECORD
                               NOT > WS-AAR-SLUT
                           AND (KONTO-STATUS IN KONTO-RECORD NOT = "C"
                           OR LUKKET-DATO IN KONTO-RECORD
                               NOT < WS-AAR-START)
                       PERFORM GEM-KONTO
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       GEM-KONTO.
       ADD 1 TO WS-KONTO-ANTAL.
       IF WS-KONTO-ANTAL > 5000
           DISPLAY "FEJL: Flere end 5000 konti, "
               "kontotabellen er for lille."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING
               WS-NOTIF-PROGRAM WS-NOTIF-STATUS
               WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       SET KO-IDX TO WS-KONTO-ANTAL.
       MOVE KONTO-ID IN KONTO-RECORD TO KOT-KONTO-ID(KO-IDX).
       MOVE KUNDE-ID IN KONTO-RECORD TO KOT-KUNDE-ID(KO-IDX).
       MOVE KONTO-IBAN IN KONTO-RECORD TO KOT-IBAN(KO-IDX).
       MOVE VALUTA-KD IN KONTO-RECORD TO KOT-VALUTA(KO-IDX).
       MOVE SPACE TO KOT-LUKKET(KO-IDX).
       IF KONTO-STATUS IN KONTO-RECORD = "C"
               AND LUKKET-DATO IN KONTO-RECORD NOT > WS-AAR-SLUT
           MOVE "L" TO KOT-LUKKET(KO-IDX)
       END-IF.
       MOVE SPACES TO KOT-ULTIMO-DATO(KO-IDX).
       MOVE 0 TO KOT-ULTIMO(KO-IDX).
       MOVE 0 TO KOT-RENTE(KO-IDX).

       INDLAES-KONTO-EJERE.
       OPEN INPUT KONTO-EJER-FIL.
       IF WS-KONTO-EJER-STATUS = "00"
           PERFORM UNTIL WS-KONTO-EJER-STATUS NOT = "00"
               READ KONTO-EJER-FIL INTO KONTO-EJER-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KE-ROLLE = "M"
                               AND WS-EJER-ANTAL < 200
                           ADD 1 TO WS-EJER-ANTAL
                           SET EJ-IDX TO WS-EJER-ANTAL
                           MOVE KE-KONTO-ID
                               TO EJT-KONTO-ID(EJ-IDX)
                           MOVE KE-KUNDE-ID
                               TO EJT-KUNDE-ID(EJ-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-EJER-FIL
       END-IF.

       INDLAES-SALDO-SNAPSHOTS.
      * Ultimosaldoen er den sidste snapshotlinje dateret i eller
      * foer aarets sidste dag - et enkelt gennemloeb, hvor en
      * senere dato overskriver en tidligere.
       OPEN INPUT SALDO-FIL.
       IF WS-SALDO-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Ingen saldohistorik fundet - "
               "ultimosaldi bliver nul."
       ELSE
           PERFORM UNTIL WS-SALDO-STATUS NOT = "00"
               READ SALDO-FIL INTO SALDO-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM BEHANDL-SNAPSHOT
               END-READ
           END-PERFORM
           CLOSE SALDO-FIL
       END-IF.

       BEHANDL-SNAPSHOT.
       MOVE SH-KONTO-ID TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       IF WS-FUNDET-IDX NOT = 0
           SET KO-IDX TO WS-FUNDET-IDX
           IF SH-DATO NOT > WS-AAR-SLUT
                   AND SH-DATO NOT < KOT-ULTIMO-DATO(KO-IDX)
               COMPUTE WS-SNAP-BELOEB
                   = FUNCTION NUMVAL(SH-BALANCE) / 100
               MOVE SH-DATO TO KOT-ULTIMO-DATO(KO-IDX)
               MOVE WS-SNAP-BELOEB TO KOT-ULTIMO(KO-IDX)
           END-IF
       END-IF.

       FIND-KONTO.
       MOVE 0 TO WS-FUNDET-IDX.
       SET KO-IDX TO 1.
       IF WS-KONTO-ANTAL > 0
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   MOVE 0 TO WS-FUNDET-IDX
               WHEN KO-IDX > WS-KONTO-ANTAL
                   MOVE 0 TO WS-FUNDET-IDX
               WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
                   MOVE KO-IDX TO WS-FUNDET-IDX
           END-SEARCH
       END-IF.

       AGGREGER-RENTER.
      * Bruttorenter er rentelinjer krediteret kontoen (HI-DK = K).
      * Aarets partition laeses foerst, derefter den loebende fil -
      * aarsfilteret sorterer alt udenfor aaret fra.
       MOVE SPACES TO WS-STI-HISTORIK.
       STRING "files/POSTERING-HISTORIK-" WS-AAR ".txt"
           INTO WS-STI-HISTORIK.
       PERFORM LAES-RENTE-KILDE.
       MOVE "files/POSTERING-HISTORIK.txt" TO WS-STI-HISTORIK.
       PERFORM LAES-RENTE-KILDE.

       LAES-RENTE-KILDE.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "00"
           PERFORM UNTIL WS-HISTORIK-STATUS NOT = "00"
               READ HISTORIK-FIL INTO HISTORIK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM KLASSIFICER-HISTORIKLINJE
                       IF HI-DATO(1:4) = WS-AAR
                               AND HI-DK = "K"
                               AND TK-GL-KATEGORI IN WS-TRANSKODE
                                   = "RENTE"
                           PERFORM TILSKRIV-KONTO-RENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIK-FIL
       END-IF.

       TILSKRIV-KONTO-RENTE.
       MOVE HI-KONTO-ID TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       IF WS-FUNDET-IDX NOT = 0
           SET KO-IDX TO WS-FUNDET-IDX
           COMPUTE WS-POST-BELOEB
               = FUNCTION NUMVAL(HI-BELOEB) / 100
           ADD WS-POST-BELOEB TO KOT-RENTE(KO-IDX)
       END-IF.

       BEHANDL-KONTO.
      * Find kontoens ejere: primaer ejer fra kontotabellen plus
      * medejere fra krydsreferencen. Saldo og renter fordeles i
      * lige andele; hver udenlandsk ejer indberettes med sin andel.
      * En konto lukket i aaret indberettes med saldo nul.
       IF KOT-LUKKET(KO-IDX) = "L"
           MOVE 0 TO KOT-ULTIMO(KO-IDX)
       END-IF.
       IF KOT-ULTIMO(KO-IDX) < 0
           MOVE 0 TO KOT-ULTIMO(KO-IDX)
       END-IF.
       MOVE 1 TO WS-EJER-TAELLER.
       MOVE SPACES TO KONTO-EJER-LISTE.
       MOVE KOT-KUNDE-ID(KO-IDX) TO KEL-ENTRY(1).
       PERFORM VARYING EJ-IDX FROM 1 BY 1
               UNTIL EJ-IDX > WS-EJER-ANTAL
           IF EJT-KONTO-ID(EJ-IDX) = KOT-KONTO-ID(KO-IDX)
                   AND WS-EJER-TAELLER < 10
               ADD 1 TO WS-EJER-TAELLER
               MOVE EJT-KUNDE-ID(EJ-IDX)
                   TO KEL-ENTRY(WS-EJER-TAELLER)
           END-IF
       END-PERFORM.
       COMPUTE WS-SALDO-ANDEL ROUNDED
           = KOT-ULTIMO(KO-IDX) / WS-EJER-TAELLER.
       COMPUTE WS-SALDO-REST = KOT-ULTIMO(KO-IDX)
           - WS-SALDO-ANDEL * WS-EJER-TAELLER + WS-SALDO-ANDEL.
       COMPUTE WS-RENTE-ANDEL ROUNDED
           = KOT-RENTE(KO-IDX) / WS-EJER-TAELLER.
       COMPUTE WS-RENTE-REST = KOT-RENTE(KO-IDX)
           - WS-RENTE-ANDEL * WS-EJER-TAELLER + WS-RENTE-ANDEL.
       PERFORM VARYING WS-DEL-IDX FROM 1 BY 1
               UNTIL WS-DEL-IDX > WS-EJER-TAELLER
           MOVE KEL-ENTRY(WS-DEL-IDX) TO WS-SOEGE-KUNDE
           PERFORM VURDER-EJER
       END-PERFORM.

       VURDER-EJER.
      * Slaa ejeren op og afgoer skattelandet; DK, blank og ukendte
      * kunder indberettes ikke.
       MOVE WS-SOEGE-KUNDE TO KUNDE-ID IN MASTER-RECORD.
       MOVE "N" TO WS-KUNDE-FUNDET.
       READ MASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO WS-KUNDE-FUNDET
       END-READ.
       IF KUNDE-ER-FUNDET
           IF SKATTE-LAND IN MASTER-RECORD NOT = SPACES
               MOVE SKATTE-LAND IN MASTER-RECORD TO WS-SKATTE-LAND
           ELSE
               MOVE LANDE-KODE IN MASTER-RECORD TO WS-SKATTE-LAND
           END-IF
           IF WS-SKATTE-LAND NOT = SPACES
                   AND WS-SKATTE-LAND NOT = "DK"
               PERFORM SKRIV-D-RECORD
           END-IF
       END-IF.

       SKRIV-D-RECORD.
       IF WS-SKATTE-LAND = "US"
           MOVE "F" TO WS-REGIME
       ELSE
           MOVE "C" TO WS-REGIME
       END-IF.
       CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
           EFTERNAVN IN MASTER-RECORD FULDT-NAVN.
       MOVE WS-REGIME TO WS-D-REGIME.
       MOVE WS-SKATTE-LAND TO WS-D-LAND.
       MOVE SKATTE-TIN IN MASTER-RECORD TO WS-D-TIN.
       MOVE WS-SOEGE-KUNDE TO WS-D-KUNDE-ID.
       MOVE KUNDE-ART IN MASTER-RECORD TO WS-D-KUNDE-ART.
       IF WS-D-KUNDE-ART = SPACE
           MOVE "P" TO WS-D-KUNDE-ART
       END-IF.
       MOVE FULDT-NAVN TO WS-D-NAVN.
       MOVE KOT-KONTO-ID(KO-IDX) TO WS-D-KONTO-ID.
       MOVE KOT-IBAN(KO-IDX) TO WS-D-IBAN.
       MOVE KOT-VALUTA(KO-IDX) TO WS-D-VALUTA.
       MOVE KOT-LUKKET(KO-IDX) TO WS-D-LUKKET.
       MOVE WS-EJER-TAELLER TO WS-D-EJERE.
       IF WS-DEL-IDX = WS-EJER-TAELLER
           COMPUTE WS-OERER ROUNDED = WS-SALDO-REST * 100
           MOVE WS-OERER TO WS-D-SALDO
           COMPUTE WS-OERER ROUNDED
               = FUNCTION ABS(WS-RENTE-REST) * 100
           MOVE WS-OERER TO WS-D-RENTE
       ELSE
           COMPUTE WS-OERER ROUNDED = WS-SALDO-ANDEL * 100
           MOVE WS-OERER TO WS-D-SALDO
           COMPUTE WS-OERER ROUNDED
               = FUNCTION ABS(WS-RENTE-ANDEL) * 100
           MOVE WS-OERER TO WS-D-RENTE
       END-IF.
       ADD WS-D-SALDO TO WS-SUM-SALDO-OERER.
       ADD WS-D-RENTE TO WS-SUM-RENTE-OERER.
       ADD 1 TO WS-LEVERET-TAELLER.
       MOVE WS-D-RECORD TO LEVERANCE-RECORD.
       WRITE LEVERANCE-RECORD.
       PERFORM OPDATER-LAND.
       PERFORM OPDATER-PERSON.

       OPDATER-LAND.
       SET LA-IDX TO 1.
       SEARCH LAND-ENTRY
           AT END
               CONTINUE
           WHEN LA-IDX > WS-LAND-ANTAL
               IF WS-LAND-ANTAL < 200
                   ADD 1 TO WS-LAND-ANTAL
                   SET LA-IDX TO WS-LAND-ANTAL
                   MOVE WS-SKATTE-LAND TO LAT-LAND(LA-IDX)
                   MOVE WS-REGIME TO LAT-REGIME(LA-IDX)
                   PERFORM TAEL-LAND
               END-IF
           WHEN LAT-LAND(LA-IDX) = WS-SKATTE-LAND
               PERFORM TAEL-LAND
       END-SEARCH.

       TAEL-LAND.
       ADD 1 TO LAT-RECORDS(LA-IDX).
       ADD WS-D-SALDO TO LAT-SALDO-OERER(LA-IDX).
       ADD WS-D-RENTE TO LAT-RENTE-OERER(LA-IDX).

       OPDATER-PERSON.
       MOVE 0 TO WS-FUNDET-IDX.
       SET PE-IDX TO 1.
       IF WS-PERSON-ANTAL > 0
           SEARCH PERSON-ENTRY
               AT END
                   MOVE 0 TO WS-FUNDET-IDX
               WHEN PE-IDX > WS-PERSON-ANTAL
                   MOVE 0 TO WS-FUNDET-IDX
               WHEN PET-KUNDE-ID(PE-IDX) = WS-SOEGE-KUNDE
                   MOVE PE-IDX TO WS-FUNDET-IDX
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX = 0
           ADD 1 TO WS-PERSON-ANTAL
           IF WS-PERSON-ANTAL > 2000
               DISPLAY "FEJL: Flere end 2000 indberettede kunder, "
                   "persontabellen er for lille."
               MOVE "FEJL" TO WS-NOTIF-STATUS
               CALL "KOERSEL-NOTIFIKATION" USING
                   WS-NOTIF-PROGRAM WS-NOTIF-STATUS
                   WS-NOTIF-ANTAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PE-IDX TO WS-PERSON-ANTAL
           MOVE WS-SOEGE-KUNDE TO PET-KUNDE-ID(PE-IDX)
           MOVE AFDELING IN MASTER-RECORD TO PET-AFDELING(PE-IDX)
           MOVE WS-SKATTE-LAND TO PET-LAND(PE-IDX)
           MOVE FULDT-NAVN TO PET-NAVN(PE-IDX)
           MOVE 0 TO PET-KONTI(PE-IDX)
           IF SKATTE-TIN IN MASTER-RECORD = SPACES
               MOVE "J" TO PET-TIN-MANGLER(PE-IDX)
               ADD 1 TO WS-UNDTAGET-TAELLER
           ELSE
               MOVE "N" TO PET-TIN-MANGLER(PE-IDX)
           END-IF
       ELSE
           SET PE-IDX TO WS-FUNDET-IDX
       END-IF.
       ADD 1 TO PET-KONTI(PE-IDX).

       SKRIV-KONTROLRAPPORT.
      * Antal og summer pr. skatteland, totaler der skal stemme med
      * T-recorden, og undtagelseslisten over kunder uden TIN.
       MOVE SPACES TO KONTROL-TEXT.
       STRING "CRS/FATCA-INDBERETNING " WS-AAR
           " - KONTROLRAPPORT DANNET " WS-DAGS-DATO
           DELIMITED BY SIZE INTO KONTROL-TEXT.
       WRITE KONTROL-RECORD.
       MOVE ALL "-" TO KONTROL-TEXT.
       WRITE KONTROL-RECORD.
       PERFORM VARYING LA-IDX FROM 1 BY 1
               UNTIL LA-IDX > WS-LAND-ANTAL
           MOVE LAT-LAND(LA-IDX) TO WS-KR-LAND
           IF LAT-REGIME(LA-IDX) = "F"
               MOVE "FATCA" TO WS-KR-REGIME
           ELSE
               MOVE "CRS" TO WS-KR-REGIME
           END-IF
           MOVE LAT-RECORDS(LA-IDX) TO WS-KR-RECORDS
           COMPUTE WS-KR-BELOEB = LAT-SALDO-OERER(LA-IDX) / 100
           MOVE WS-KR-BELOEB TO WS-KR-SALDO
           COMPUTE WS-KR-BELOEB = LAT-RENTE-OERER(LA-IDX) / 100
           MOVE WS-KR-BELOEB TO WS-KR-RENTE
           MOVE WS-KR-LINJE TO KONTROL-TEXT
           WRITE KONTROL-RECORD
       END-PERFORM.
       MOVE ALL "-" TO KONTROL-TEXT.
       WRITE KONTROL-RECORD.
       MOVE SPACES TO WS-KR-LAND WS-KR-REGIME.
       MOVE WS-LEVERET-TAELLER TO WS-KR-RECORDS.
       COMPUTE WS-KR-BELOEB = WS-SUM-SALDO-OERER / 100.
       MOVE WS-KR-BELOEB TO WS-KR-SALDO.
       COMPUTE WS-KR-BELOEB = WS-SUM-RENTE-OERER / 100.
       MOVE WS-KR-BELOEB TO WS-KR-RENTE.
       MOVE WS-KR-LINJE TO KONTROL-TEXT.
       MOVE "I ALT" TO KONTROL-TEXT(1:5).
       WRITE KONTROL-RECORD.
       MOVE SPACES TO KONTROL-TEXT.
       WRITE KONTROL-RECORD.
       MOVE SPACES TO KONTROL-TEXT.
       STRING "UNDTAGELSER - INDBERETTEDE KUNDER UDEN UDENLANDSK "
           "TIN (" WS-UNDTAGET-TAELLER ")"
           DELIMITED BY SIZE INTO KONTROL-TEXT.
       WRITE KONTROL-RECORD.
       PERFORM VARYING PE-IDX FROM 1 BY 1
               UNTIL PE-IDX > WS-PERSON-ANTAL
           IF PET-TIN-MANGLER(PE-IDX) = "J"
               MOVE SPACES TO KONTROL-TEXT
               STRING "AFD=" PET-AFDELING(PE-IDX)
                   " KUNDE-ID=" PET-KUNDE-ID(PE-IDX)
                   " " PET-NAVN(PE-IDX)
                   " LAND=" PET-LAND(PE-IDX)
                   " KONTI=" PET-KONTI(PE-IDX)
                   " - TIN MANGLER"
                   DELIMITED BY SIZE INTO KONTROL-TEXT
               WRITE KONTROL-RECORD
           END-IF
       END-PERFORM.

       KLASSIFICER-HISTORIKLINJE.
       CALL "TRANSKODE-OPSLAG" USING HI-TRANSKODE HI-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
