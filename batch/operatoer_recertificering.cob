       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOER-RECERTIFICERING.

      * Kvartalsvis recertificering af operatoerernes adgang: lister
      * hver operatoer i files/OPERATOERER.txt med roller, status,
      * PIN-dato og seneste paalogning, grupperet pr. afdeling fra
      * files/AFDELINGER.txt, saa afdelingens leder kan gennemgaa og
      * underskrive listen. Operatoerer uden afdeling (centrale
      * funktioner) og operatoerer med en afdelingskode der ikke
      * (laengere) findes, samles til sidst under CENTRAL/UKENDT.
      * Aktive operatoerer der ikke har vaeret logget paa i 90 dage
      * eller aldrig har, markeres INAKTIV, da de er kandidater til
      * deaktivering. Rapporten skrives til
      * files/OPERATOER-RECERTIFICERING.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOER-FIL ASSIGN TO "files/OPERATOERER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOER-STATUS.

           SELECT AFDELING-FIL ASSIGN TO "files/AFDELINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFDELING-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/OPERATOER-RECERTIFICERING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOER-FIL.
       01  OPERATOER-POST.
           COPY "copybooks/OPERATOER.cpy".

       FD  AFDELING-FIL.
       01  AFDELING-POST.
           05 AD-KODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 AD-NAVN          PIC X(20).
           05 FILLER           PIC X(1).
           05 AD-REGION        PIC X(10).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOER-STATUS PIC XX     VALUE "00".
       01  WS-AFDELING-STATUS  PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DATO-NUM         PIC 9(8)   VALUE 0.
       01  WS-DAGS-HELTAL      PIC 9(9)   VALUE 0.
       01  WS-LOGON-HELTAL     PIC 9(9)   VALUE 0.
       01  WS-MAANED           PIC 9(2)   VALUE 0.
       01  WS-KVARTAL          PIC 9(1)   VALUE 0.

      * Afdelingstabellen; sidste gruppe i rapporten er operatoerer
      * uden (kendt) afdeling.
       01  WS-AFDELING-ANTAL   PIC 9(2)   VALUE 0.
       01  AFDELING-TABEL.
           05  AFDELING-ENTRY OCCURS 20 TIMES
                               INDEXED BY AD-IDX.
               10  AFT-KODE          PIC X(4)  VALUE SPACES.
               10  AFT-NAVN          PIC X(20) VALUE SPACES.

      * Operatoerregistret; AFDELING-KENDT angiver om operatoerens
      * afdeling findes i afdelingstabellen.
       01  WS-OPERATOER-ANTAL  PIC 9(3)   VALUE 0.
       01  OPERATOER-TABEL.
           05  OPERATOER-ENTRY OCCURS 200 TIMES
                                INDEXED BY OP-IDX.
               10  OPT-ID            PIC X(10) VALUE SPACES.
               10  OPT-NAVN          PIC X(30) VALUE SPACES.
               10  OPT-ROLLER        PIC X(8)  VALUE SPACES.
               10  OPT-AFDELING      PIC X(4)  VALUE SPACES.
               10  OPT-PIN-DATO      PIC X(8)  VALUE SPACES.
               10  OPT-STATUS        PIC X(1)  VALUE SPACES.
               10  OPT-SIDST-LOGON   PIC X(8)  VALUE SPACES.
               10  OPT-AFDELING-KENDT PIC X(1) VALUE "N".

       01  WS-GRUPPE-ANTAL     PIC 9(3)   VALUE 0.
       01  WS-GRUPPE-TEKST     PIC X(40)  VALUE SPACES.
       01  WS-ROLLE-POS        PIC 9(2)   VALUE 0.
       01  WS-INAKTIV-TAELLER  PIC 9(3)   VALUE 0.

      * Rollebogstavernes betydning - se shared/operatoer_signon.cob.
       01  ROLLE-NAVNE.
           05 FILLER PIC X(16) VALUE "Oopslag         ".
           05 FILLER PIC X(16) VALUE "Vvedligehold    ".
           05 FILLER PIC X(16) VALUE "Bbetalinger     ".
           05 FILLER PIC X(16) VALUE "GGDPR-sletning  ".
           05 FILLER PIC X(16) VALUE "Ccompliance     ".
           05 FILLER PIC X(16) VALUE "Aadministration ".
       01  ROLLE-TABEL REDEFINES ROLLE-NAVNE.
           05  ROLLE-ENTRY OCCURS 6 TIMES INDEXED BY RO-IDX.
               10  RO-BOGSTAV        PIC X(1).
               10  RO-NAVN           PIC X(15).

      * Rapportens linjer
       01  WS-OPERATOER-LINJE.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-ID         PIC X(10).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-NAVN       PIC X(30).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-ROLLER     PIC X(8).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-STATUS     PIC X(12).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-PIN-DATO   PIC X(8).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-LOGON      PIC X(8).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-MARKERING  PIC X(10).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 WS-OL-BEHOLD     PIC X(20).
       01  WS-TAL-EDIT         PIC Z(6)9.
       01  WS-TAL-EDIT-2       PIC Z(6)9.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "OPERATOER-RECERT".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DATO-NUM.
       COMPUTE WS-DAGS-HELTAL = FUNCTION INTEGER-OF-DATE(WS-DATO-NUM).
       MOVE WS-DAGS-DATO(5:2) TO WS-MAANED.
       COMPUTE WS-KVARTAL = (WS-MAANED + 2) / 3.

       PERFORM INDLAES-AFDELINGER.

       OPEN INPUT OPERATOER-FIL.
       IF WS-OPERATOER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/OPERATOERER.txt, "
               "status=" WS-OPERATOER-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-OPERATOER-STATUS NOT = "00"
           READ OPERATOER-FIL INTO OPERATOER-POST
               AT END
                   CONTINUE
               NOT AT END
                   IF OP-ID NOT = SPACES
                       PERFORM GEM-OPERATOER
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE OPERATOER-FIL.
       IF WS-OPERATOER-ANTAL = 200
           DISPLAY "ADVARSEL: Operatoerregistret har flere end 200 "
               "operatoerer - kun de foerste 200 er med."
       END-IF.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/OPERATOER-RECERTIFICERING.txt, status="
               WS-RAPPORT-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM SKRIV-HOVED.
       PERFORM SKRIV-AFDELING
           VARYING AD-IDX FROM 1 BY 1
           UNTIL AD-IDX > WS-AFDELING-ANTAL.
       PERFORM SKRIV-CENTRAL.

       MOVE ALL "=" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-OPERATOER-ANTAL TO WS-TAL-EDIT.
       MOVE WS-INAKTIV-TAELLER TO WS-TAL-EDIT-2.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "I ALT: " FUNCTION TRIM(WS-TAL-EDIT) " operatoerer, "
           FUNCTION TRIM(WS-TAL-EDIT-2)
           " aktive uden paalogning i 90 dage."
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.

       DISPLAY "OPERATOER-RECERTIFICERING: " WS-DAGS-DATO(1:4) "-Q"
           WS-KVARTAL " operatoerer=" WS-OPERATOER-ANTAL
           " inaktive=" WS-INAKTIV-TAELLER.
       MOVE WS-OPERATOER-ANTAL TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       INDLAES-AFDELINGER.
      * Mangler afdelingstabellen, kommer alle operatoerer under
      * CENTRAL/UKENDT.
       OPEN INPUT AFDELING-FIL.
       IF WS-AFDELING-STATUS = "00"
           PERFORM UNTIL WS-AFDELING-STATUS NOT = "00"
               READ AFDELING-FIL INTO AFDELING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AD-KODE NOT = SPACES
                               AND WS-AFDELING-ANTAL < 20
                           ADD 1 TO WS-AFDELING-ANTAL
                           SET AD-IDX TO WS-AFDELING-ANTAL
                           MOVE AD-KODE TO AFT-KODE(AD-IDX)
                           MOVE AD-NAVN TO AFT-NAVN(AD-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFDELING-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke indlaese afdelingstabellen, "
               "status=" WS-AFDELING-STATUS
       END-IF.

       GEM-OPERATOER.
       IF WS-OPERATOER-ANTAL < 200
           ADD 1 TO WS-OPERATOER-ANTAL
           SET OP-IDX TO WS-OPERATOER-ANTAL
           MOVE OP-ID TO OPT-ID(OP-IDX)
           MOVE OP-NAVN TO OPT-NAVN(OP-IDX)
           MOVE OP-ROLLER TO OPT-ROLLER(OP-IDX)
           MOVE OP-AFDELING TO OPT-AFDELING(OP-IDX)
           MOVE OP-PIN-DATO TO OPT-PIN-DATO(OP-IDX)
           MOVE OP-STATUS TO OPT-STATUS(OP-IDX)
           MOVE OP-SIDST-LOGON TO OPT-SIDST-LOGON(OP-IDX)
           MOVE "N" TO OPT-AFDELING-KENDT(OP-IDX)
           IF OP-AFDELING NOT = SPACES
               SET AD-IDX TO 1
               SEARCH AFDELING-ENTRY
                   AT END
                       CONTINUE
                   WHEN AD-IDX > WS-AFDELING-ANTAL
                       CONTINUE
                   WHEN AFT-KODE(AD-IDX) = OP-AFDELING
                       MOVE "Y" TO OPT-AFDELING-KENDT(OP-IDX)
               END-SEARCH
           END-IF
       END-IF.

       SKRIV-HOVED.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "RECERTIFICERING AF OPERATOERADGANG - "
           WS-DAGS-DATO(1:4) "-Q" WS-KVARTAL
           "  (DANNET " WS-DAGS-DATO ")"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE ALL "=" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE "Lederen gennemgaar sin afdelings operatoerer, angiver "
           TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "for hver om adgangen skal beholdes (J) eller fjernes "
           "(N), og underskriver. Listen returneres til "
           "administrationen."
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "Roller: "
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       MOVE 9 TO WS-ROLLE-POS.
       PERFORM VARYING RO-IDX FROM 1 BY 1 UNTIL RO-IDX > 6
           STRING RO-BOGSTAV(RO-IDX) "=" FUNCTION TRIM(RO-NAVN(RO-IDX))
               "  "
               DELIMITED BY SIZE INTO RAPPORT-TEXT
               WITH POINTER WS-ROLLE-POS
       END-PERFORM.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "INAKTIV = aktiv operatoer uden paalogning i 90 dage "
           "eller nogensinde."
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-AFDELING.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AFDELING " AFT-KODE(AD-IDX) " "
           FUNCTION TRIM(AFT-NAVN(AD-IDX))
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       PERFORM SKRIV-GRUPPE-HOVED.
       MOVE 0 TO WS-GRUPPE-ANTAL.
       PERFORM VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > WS-OPERATOER-ANTAL
           IF OPT-AFDELING(OP-IDX) = AFT-KODE(AD-IDX)
               PERFORM SKRIV-OPERATOER
           END-IF
       END-PERFORM.
       PERFORM SKRIV-UNDERSKRIFT.

       SKRIV-CENTRAL.
       MOVE "CENTRAL FUNKTION / UKENDT AFDELING" TO RAPPORT-TEXT.
       PERFORM SKRIV-GRUPPE-HOVED.
       MOVE 0 TO WS-GRUPPE-ANTAL.
       PERFORM VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > WS-OPERATOER-ANTAL
           IF OPT-AFDELING-KENDT(OP-IDX) = "N"
               PERFORM SKRIV-OPERATOER
           END-IF
       END-PERFORM.
       PERFORM SKRIV-UNDERSKRIFT.

       SKRIV-GRUPPE-HOVED.
      * Gruppens overskrift staar allerede i RAPPORT-TEXT.
       MOVE RAPPORT-TEXT TO WS-GRUPPE-TEKST.
       MOVE ALL "=" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-GRUPPE-TEKST TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE ALL "-" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "  OPERATOER   NAVN                            ROLLER    "
           "STATUS        PIN-DATO  LOGON     BEMAERKN.   "
           "BEHOLD (J/N)"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-OPERATOER.
       ADD 1 TO WS-GRUPPE-ANTAL.
       MOVE OPT-ID(OP-IDX) TO WS-OL-ID.
       MOVE OPT-NAVN(OP-IDX) TO WS-OL-NAVN.
       MOVE OPT-ROLLER(OP-IDX) TO WS-OL-ROLLER.
       EVALUATE OPT-STATUS(OP-IDX)
           WHEN "L"
               MOVE "LAAST" TO WS-OL-STATUS
           WHEN "D"
               MOVE "DEAKTIVERET" TO WS-OL-STATUS
           WHEN OTHER
               MOVE "AKTIV" TO WS-OL-STATUS
       END-EVALUATE.
       IF OPT-AFDELING(OP-IDX) NOT = SPACES
               AND OPT-AFDELING-KENDT(OP-IDX) = "N"
           MOVE SPACES TO WS-OL-STATUS
           STRING "AFD " OPT-AFDELING(OP-IDX) "?"
               DELIMITED BY SIZE INTO WS-OL-STATUS
       END-IF.
       MOVE OPT-PIN-DATO(OP-IDX) TO WS-OL-PIN-DATO.
       IF OPT-SIDST-LOGON(OP-IDX) = SPACES
           MOVE "aldrig" TO WS-OL-LOGON
       ELSE
           MOVE OPT-SIDST-LOGON(OP-IDX) TO WS-OL-LOGON
       END-IF.
       MOVE SPACES TO WS-OL-MARKERING.
       IF OPT-STATUS(OP-IDX) NOT = "L" AND NOT = "D"
           PERFORM VURDER-INAKTIV
       END-IF.
       MOVE "[   ]" TO WS-OL-BEHOLD.
       MOVE WS-OPERATOER-LINJE TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       VURDER-INAKTIV.
      * Aktiv operatoer uden paalogning i 90 dage (eller nogensinde)
       MOVE 0 TO WS-DATO-NUM.
       IF OPT-SIDST-LOGON(OP-IDX) IS NUMERIC
           MOVE OPT-SIDST-LOGON(OP-IDX) TO WS-DATO-NUM
       END-IF.
       IF WS-DATO-NUM > 0
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATO-NUM) = 0
           COMPUTE WS-LOGON-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-NUM)
           IF WS-DAGS-HELTAL - WS-LOGON-HELTAL >= 90
               MOVE "INAKTIV" TO WS-OL-MARKERING
               ADD 1 TO WS-INAKTIV-TAELLER
           END-IF
       ELSE
           MOVE "INAKTIV" TO WS-OL-MARKERING
           ADD 1 TO WS-INAKTIV-TAELLER
       END-IF.

       SKRIV-UNDERSKRIFT.
       IF WS-GRUPPE-ANTAL = 0
           MOVE "  (ingen operatoerer)" TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "  Gennemgaaet af leder: ______________________________"
           "   Dato: __________   Underskrift: "
           "______________________________"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
