       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOFOERING-GEBYR.

      * Periodisk kontofoeringsgebyr efter produktbladet, koert som
      * trin i maanedsafslutningen (MAANEDS-KOERSEL) i stedet for at
      * blive faktureret i haanden. Gebyrtabellen
      * files/KONTOGEBYRSATSER.txt har en linje pr. KONTO-TYPE og
      * KUNDE-ART (P = person, E = erhverv) med frekvens og beloeb:
      *   M = hver maaned, K = kvartalsvis (marts, juni, september,
      *   december), H = halvaarligt (juni, december), A = aarligt
      *   (december).
      * Gebyret opkraeves bagud for perioden der slutter med den
      * maaned der lukkes. Beloebet er i DKK (posteringsmotoren
      * omregner paa valutakonti). En konto der er aabnet eller
      * lukket inde i perioden betaler forholdsmaessigt efter antal
      * dage den var aaben; da posteringsmotoren afviser
      * posteringer paa lukkede konti, opkraeves en lukket kontos
      * rest hos kundens aabne CHECKING-konto med den lukkede konto
      * i teksten - har kunden ingen, frafaldes gebyret og staar paa
      * rapporten. Kundeart og doedsfald slaas op i
      * kundemasteren; afdoede kunders konti springes over (boet
      * afvikles for sig).
      * Fritagelser i files/GEBYR-FRITAGELSER.txt (K/U, som ved
      * overtraek og rykkere) overholdes og dokumenteres paa den
      * faelles files/GEBYR-FRITAGET-RAPPORT.txt. Hvert gebyr
      * skrives til files/POSTERINGER.txt med transaktionskode KGEB
      * og til den varige files/GEBYR-LOG.txt (type KONTOFOER), som
      * GEBYROVERSIGT og KUNDE-RENTABILITET laeser. Gebyrloggen er
      * ogsaa programmets hukommelse: en konto der allerede har et
      * KONTOFOER-gebyr dateret i maaneden, opkraeves ikke igen ved
      * en genkoersel. Oversigten staar i
      * files/KONTOGEBYR-RAPPORT.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTOGEBYR-FIL ASSIGN TO "files/KONTOGEBYRSATSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOGEBYR-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT FRITAGELSE-FIL
               ASSIGN TO "files/GEBYR-FRITAGELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRITAGELSE-STATUS.

           SELECT FRITAGET-RAPPORT-FIL
               ASSIGN TO "files/GEBYR-FRITAGET-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRITAGET-RAP-STATUS.

           SELECT GEBYRLOG-FIL ASSIGN TO "files/GEBYR-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEBYRLOG-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/KONTOGEBYR-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KONTOGEBYR-FIL.
       01  KONTOGEBYR-POST.
           05 KG-KONTO-TYPE    PIC X(20).
           05 FILLER           PIC X(1).
           05 KG-KUNDE-ART     PIC X(1).
           05 FILLER           PIC X(1).
           05 KG-FREKVENS      PIC X(1).
           05 FILLER           PIC X(1).
           05 KG-BELOEB        PIC 9(7)V99.

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  FRITAGELSE-FIL.
       01  FRITAGELSE-POST.
           05 FR-ID-TYPE       PIC X(1).
           05 FR-ID            PIC X(10).
           05 FR-AARSAG        PIC X(2).
           05 FR-UDLOEB        PIC X(8).

       FD  FRITAGET-RAPPORT-FIL.
       01  FRITAGET-RAPPORT-RECORD.
           05 FRITAGET-TEKST   PIC X(80).

       FD  GEBYRLOG-FIL.
       01  GEBYRLOG-RECORD.
           05 GL-DATO          PIC X(8).
           05 GL-KUNDE-ID      PIC X(10).
           05 GL-KONTO-ID      PIC X(10).
           05 GL-GEBYR-TYPE    PIC X(10).
           05 GL-BELOEB        PIC 9(7)V99.

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-KONTOGEBYR-STATUS PIC XX    VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-FRITAGELSE-STATUS PIC XX    VALUE "00".
       01  WS-FRITAGET-RAP-STATUS PIC XX  VALUE "00".
       01  WS-GEBYRLOG-STATUS  PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "KONTOFOERING-GEBYR".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-AAR-MAANED       PIC X(6)   VALUE SPACES.
       01  WS-MAANED           PIC 9(2)   VALUE 0.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-DATO-INT         PIC 9(8)   VALUE 0.

      * Gebyrtabellen fra files/KONTOGEBYRSATSER.txt
       01  WS-GEBYRSATS-ANTAL  PIC 9(3)   VALUE 0.
       01  GEBYRSATS-TABEL.
           05  GEBYRSATS-ENTRY OCCURS 100 TIMES
                                INDEXED BY GS-IDX.
               10  GST-KONTO-TYPE  PIC X(20)   VALUE SPACES.
               10  GST-KUNDE-ART   PIC X(1)    VALUE SPACES.
               10  GST-FREKVENS    PIC X(1)    VALUE SPACES.
               10  GST-BELOEB      PIC 9(7)V99 VALUE 0.
       01  WS-SATS-FUNDET      PIC X      VALUE "N".
           88  SATS-ER-FUNDET             VALUE "Y".
       01  WS-TYPE-HAR-GEBYR   PIC X      VALUE "N".
           88  TYPE-HAR-GEBYR             VALUE "Y".
       01  WS-FREKVENS         PIC X(1)   VALUE SPACES.
       01  WS-FREKVENS-TEKST   PIC X(8)   VALUE SPACES.
       01  WS-SATS-BELOEB      PIC 9(7)V99 VALUE 0.

      * Konti fra KontoOpl.txt
       01  WS-KONTO-ANTAL      PIC 9(4)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX KO-IDX2.
               10  KOT-KUNDE-ID    PIC X(10)  VALUE SPACES.
               10  KOT-KONTO-ID    PIC X(10)  VALUE SPACES.
               10  KOT-KONTO-TYPE  PIC X(20)  VALUE SPACES.
               10  KOT-AABNET-DATO PIC X(8)   VALUE SPACES.
               10  KOT-STATUS      PIC X(1)   VALUE SPACES.
               10  KOT-LUKKET-DATO PIC X(8)   VALUE SPACES.

      * Konti der allerede har faaet maanedens kontofoeringsgebyr
      * (fra gebyrloggen)
       01  WS-OPKRAEVET-ANTAL  PIC 9(4)   VALUE 0.
       01  OPKRAEVET-TABEL.
           05  OPKRAEVET-ENTRY OCCURS 2000 TIMES
                                INDEXED BY OPK-IDX
                                PIC X(10) VALUE SPACES.
       01  WS-ER-OPKRAEVET     PIC X      VALUE "N".
           88  ER-OPKRAEVET               VALUE "Y".

      * Aktive gebyrfritagelser pr. kunde eller konto - som i
      * OVERTRAEK-GEBYR.
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
       01  WS-OT-KONTO-ID      PIC X(10)  VALUE SPACES.
       01  WS-OT-KUNDE-ID      PIC X(10)  VALUE SPACES.

      * Den aktuelle kontos periode og gebyr
       01  WS-KUNDE-ART        PIC X(1)   VALUE SPACES.
       01  WS-PERIODE-MDR      PIC 9(2)   VALUE 0.
       01  WS-PERIODE-FRA      PIC X(8)   VALUE SPACES.
       01  WS-PERIODE-TIL      PIC X(8)   VALUE SPACES.
       01  WS-AKTIV-FRA        PIC X(8)   VALUE SPACES.
       01  WS-AKTIV-TIL        PIC X(8)   VALUE SPACES.
       01  WS-PERIODE-DAGE     PIC 9(3)   VALUE 0.
       01  WS-AKTIV-DAGE       PIC 9(3)   VALUE 0.
       01  WS-FRA-INT          PIC 9(8)   VALUE 0.
       01  WS-TIL-INT          PIC 9(8)   VALUE 0.
       01  WS-FRA-AAR          PIC 9(4)   VALUE 0.
       01  WS-FRA-MAANED       PIC 9(2)   VALUE 0.
       01  WS-GEBYR            PIC 9(7)V99 VALUE 0.
       01  WS-DEBET-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-UDFALD           PIC X(34)  VALUE SPACES.

       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-GEBYR-EDIT       PIC Z.ZZZ.ZZ9,99.
       01  WS-DAGE-EDIT        PIC ZZ9.

       01  WS-GEBYR-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-PRORATA-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-FRITAGET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-ALLEREDE-TAELLER PIC 9(5)   VALUE 0.
       01  WS-UDELADT-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-GEBYR-SUM        PIC 9(9)V99 VALUE 0.
       01  WS-SUM-EDIT         PIC ZZZ.ZZZ.ZZ9,99.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "KONTOFOERING-GEBYR".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       MOVE WS-KOERSELS-DATO(1:6) TO WS-AAR-MAANED.
       MOVE WS-KOERSELS-DATO(5:2) TO WS-MAANED.
       PERFORM BEREGN-PERIODE-SLUT.
       PERFORM INDLAES-GEBYRSATSER.
       PERFORM INDLAES-FRITAGELSER.
       PERFORM INDLAES-OPKRAEVET.
       PERFORM INDLAES-KONTOOPL.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS " - kundeart ukendt, intet gebyr "
               "opkraevet."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           OPEN OUTPUT POSTERING-FIL
       END-IF.
       OPEN EXTEND GEBYRLOG-FIL.
       IF WS-GEBYRLOG-STATUS = "35"
           OPEN OUTPUT GEBYRLOG-FIL
       END-IF.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-POSTERING-STATUS NOT = "00"
               OR WS-GEBYRLOG-STATUS NOT = "00"
               OR WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne posteringsfilen, gebyrloggen "
               "eller rapporten, status=" WS-POSTERING-STATUS "/"
               WS-GEBYRLOG-STATUS "/" WS-RAPPORT-STATUS
           CLOSE MASTER-FIL
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
      * Fritagelsesrapporten er faelles med overtraeks- og
      * rykkergebyrerne, saa der tilfoejes.
       OPEN EXTEND FRITAGET-RAPPORT-FIL.
       IF WS-FRITAGET-RAP-STATUS = "35"
           OPEN OUTPUT FRITAGET-RAPPORT-FIL
       END-IF.
       IF WS-FRITAGET-RAP-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne "
               "files/GEBYR-FRITAGET-RAPPORT.txt, status="
               WS-FRITAGET-RAP-STATUS
       END-IF.

       PERFORM SKRIV-RAPPORT-HOVED.
       PERFORM SKRIV-BATCH-HOVED.
       PERFORM BEHANDL-KONTO
           VARYING KO-IDX FROM 1 BY 1
           UNTIL KO-IDX > WS-KONTO-ANTAL.
       PERFORM SKRIV-BATCH-TRAILER.
       PERFORM SKRIV-RAPPORT-FOD.

       CLOSE MASTER-FIL.
       CLOSE POSTERING-FIL.
       CLOSE GEBYRLOG-FIL.
       CLOSE RAPPORT-FIL.
       IF WS-FRITAGET-RAP-STATUS = "00"
           CLOSE FRITAGET-RAPPORT-FIL
       END-IF.

       MOVE WS-GEBYR-SUM TO WS-SUM-EDIT.
       DISPLAY "KONTOFOERING-GEBYR: gebyrer=" WS-GEBYR-TAELLER
           " heraf forholdsmaessige=" WS-PRORATA-TAELLER
           " fritaget=" WS-FRITAGET-TAELLER
           " allerede opkraevet=" WS-ALLEREDE-TAELLER
           " i alt=" FUNCTION TRIM(WS-SUM-EDIT).
       MOVE WS-GEBYR-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       BEREGN-PERIODE-SLUT.
      * Alle perioder slutter med den maaned der lukkes: fra dagens
      * maaned findes den sidste kalenderdag (dagen foer den
      * foerste i naeste maaned).
       MOVE WS-KOERSELS-DATO TO WS-DATO-9.
       MOVE 01 TO WS-DATO-9(7:2).
       COMPUTE WS-DATO-INT
           = FUNCTION INTEGER-OF-DATE(WS-DATO-9) + 32.
       COMPUTE WS-DATO-9 = FUNCTION DATE-OF-INTEGER(WS-DATO-INT).
       MOVE 01 TO WS-DATO-9(7:2).
       COMPUTE WS-DATO-INT
           = FUNCTION INTEGER-OF-DATE(WS-DATO-9) - 1.
       COMPUTE WS-DATO-9 = FUNCTION DATE-OF-INTEGER(WS-DATO-INT).
       MOVE WS-DATO-9 TO WS-PERIODE-TIL.

       INDLAES-GEBYRSATSER.
       OPEN INPUT KONTOGEBYR-FIL.
       IF WS-KONTOGEBYR-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KONTOGEBYRSATSER.txt, "
               "status=" WS-KONTOGEBYR-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-KONTOGEBYR-STATUS NOT = "00"
           READ KONTOGEBYR-FIL INTO KONTOGEBYR-POST
               AT END
                   CONTINUE
               NOT AT END
                   IF KG-BELOEB NOT NUMERIC
                           OR (KG-KUNDE-ART NOT = "P"
                               AND KG-KUNDE-ART NOT = "E")
                           OR (KG-FREKVENS NOT = "M"
                               AND KG-FREKVENS NOT = "K"
                               AND KG-FREKVENS NOT = "H"
                               AND KG-FREKVENS NOT = "A")
                       DISPLAY "ADVARSEL: Ugyldig linje i "
                           "files/KONTOGEBYRSATSER.txt springes over: "
                           KONTOGEBYR-POST
                   ELSE
                       IF WS-GEBYRSATS-ANTAL < 100
                           ADD 1 TO WS-GEBYRSATS-ANTAL
                           SET GS-IDX TO WS-GEBYRSATS-ANTAL
                           MOVE KG-KONTO-TYPE TO GST-KONTO-TYPE(GS-IDX)
                           MOVE KG-KUNDE-ART TO GST-KUNDE-ART(GS-IDX)
                           MOVE KG-FREKVENS TO GST-FREKVENS(GS-IDX)
                           MOVE KG-BELOEB TO GST-BELOEB(GS-IDX)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE KONTOGEBYR-FIL.

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

       INDLAES-OPKRAEVET.
      * Konti der allerede har et kontofoeringsgebyr dateret i
      * maaneden, fra gebyrloggen.
       OPEN INPUT GEBYRLOG-FIL.
       IF WS-GEBYRLOG-STATUS = "00"
           PERFORM UNTIL WS-GEBYRLOG-STATUS NOT = "00"
               READ GEBYRLOG-FIL INTO GEBYRLOG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GL-GEBYR-TYPE = "KONTOFOER"
                               AND GL-DATO(1:6) = WS-AAR-MAANED
                               AND WS-OPKRAEVET-ANTAL < 2000
                           ADD 1 TO WS-OPKRAEVET-ANTAL
                           MOVE GL-KONTO-ID
                               TO OPKRAEVET-ENTRY(WS-OPKRAEVET-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEBYRLOG-FIL
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
                       MOVE ACCOUNT-OPEN-DATE IN KONTO-RECORD
                           TO KOT-AABNET-DATO(KO-IDX)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-STATUS(KO-IDX)
                       MOVE LUKKET-DATO IN KONTO-RECORD
                           TO KOT-LUKKET-DATO(KO-IDX)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE KONTOOPL-FIL.

       BEHANDL-KONTO.
      * Kun kontotyper med en gebyrlinje er interessante; en konto
      * lukket foer dette aars begyndelse kan heller ikke skylde
      * noget (den laengste periode er et aar).
       PERFORM KONTROLLER-TYPE-HAR-GEBYR.
       IF TYPE-HAR-GEBYR
               AND KOT-AABNET-DATO(KO-IDX) NOT > WS-PERIODE-TIL
               AND (KOT-STATUS(KO-IDX) NOT = "C"
                   OR KOT-LUKKET-DATO(KO-IDX)(1:4)
                       NOT < WS-KOERSELS-DATO(1:4))
           PERFORM SLAA-KUNDE-OP
       END-IF.

       KONTROLLER-TYPE-HAR-GEBYR.
       SET WS-TYPE-HAR-GEBYR TO "N".
       SET GS-IDX TO 1.
       IF WS-GEBYRSATS-ANTAL > 0
           SEARCH GEBYRSATS-ENTRY
               AT END
                   SET WS-TYPE-HAR-GEBYR TO "N"
               WHEN GST-KONTO-TYPE(GS-IDX) = KOT-KONTO-TYPE(KO-IDX)
                   SET WS-TYPE-HAR-GEBYR TO "Y"
           END-SEARCH
       END-IF.

       SLAA-KUNDE-OP.
       MOVE KOT-KUNDE-ID(KO-IDX) TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               ADD 1 TO WS-UDELADT-TAELLER
               MOVE 0 TO WS-GEBYR WS-AKTIV-DAGE WS-PERIODE-DAGE
               MOVE "KUNDE IKKE I KUNDEMASTEREN" TO WS-UDFALD
               PERFORM SKRIV-RAPPORT-LINJE
           NOT INVALID KEY
               IF AFDOED-MARKERING IN MASTER-RECORD = "D"
                   ADD 1 TO WS-UDELADT-TAELLER
                   MOVE 0 TO WS-GEBYR WS-AKTIV-DAGE WS-PERIODE-DAGE
                   MOVE "AFDOED - INTET GEBYR" TO WS-UDFALD
                   PERFORM SKRIV-RAPPORT-LINJE
               ELSE
                   IF KUNDE-ART IN MASTER-RECORD = "E"
                       MOVE "E" TO WS-KUNDE-ART
                   ELSE
                       MOVE "P" TO WS-KUNDE-ART
                   END-IF
                   PERFORM FIND-GEBYRSATS
                   IF SATS-ER-FUNDET
                       PERFORM BEREGN-PERIODE
                   END-IF
               END-IF
       END-READ.

       FIND-GEBYRSATS.
       SET WS-SATS-FUNDET TO "N".
       SET GS-IDX TO 1.
       SEARCH GEBYRSATS-ENTRY
           AT END
               SET WS-SATS-FUNDET TO "N"
           WHEN GST-KONTO-TYPE(GS-IDX) = KOT-KONTO-TYPE(KO-IDX)
                   AND GST-KUNDE-ART(GS-IDX) = WS-KUNDE-ART
               SET WS-SATS-FUNDET TO "Y"
               MOVE GST-FREKVENS(GS-IDX) TO WS-FREKVENS
               MOVE GST-BELOEB(GS-IDX) TO WS-SATS-BELOEB
       END-SEARCH.

       BEREGN-PERIODE.
      * Er maaneden en opkraevningsmaaned for frekvensen, gaar
      * perioden de 1, 3, 6 eller 12 maaneder tilbage fra
      * maanedens slutning.
       MOVE 0 TO WS-PERIODE-MDR.
       EVALUATE WS-FREKVENS
           WHEN "M"
               MOVE 1 TO WS-PERIODE-MDR
               MOVE "MAANED" TO WS-FREKVENS-TEKST
           WHEN "K"
               IF FUNCTION MOD(WS-MAANED, 3) = 0
                   MOVE 3 TO WS-PERIODE-MDR
               END-IF
               MOVE "KVARTAL" TO WS-FREKVENS-TEKST
           WHEN "H"
               IF FUNCTION MOD(WS-MAANED, 6) = 0
                   MOVE 6 TO WS-PERIODE-MDR
               END-IF
               MOVE "HALVAAR" TO WS-FREKVENS-TEKST
           WHEN "A"
               IF WS-MAANED = 12
                   MOVE 12 TO WS-PERIODE-MDR
               END-IF
               MOVE "AAR" TO WS-FREKVENS-TEKST
       END-EVALUATE.
       IF WS-PERIODE-MDR > 0
           MOVE WS-KOERSELS-DATO(1:4) TO WS-FRA-AAR
           COMPUTE WS-FRA-MAANED = WS-MAANED - WS-PERIODE-MDR + 1
           MOVE WS-FRA-AAR TO WS-PERIODE-FRA(1:4)
           MOVE WS-FRA-MAANED TO WS-PERIODE-FRA(5:2)
           MOVE "01" TO WS-PERIODE-FRA(7:2)
           PERFORM BEREGN-AKTIVE-DAGE
       END-IF.

       BEREGN-AKTIVE-DAGE.
      * Kontoen betaler for de dage i perioden den var aaben: fra
      * den senere af periodens start og aabningsdagen til den
      * tidligere af periodens slutning og lukkedagen.
       MOVE WS-PERIODE-FRA TO WS-AKTIV-FRA.
       IF KOT-AABNET-DATO(KO-IDX) IS NUMERIC
               AND KOT-AABNET-DATO(KO-IDX) > WS-AKTIV-FRA
           MOVE KOT-AABNET-DATO(KO-IDX) TO WS-AKTIV-FRA
       END-IF.
       MOVE WS-PERIODE-TIL TO WS-AKTIV-TIL.
       IF KOT-STATUS(KO-IDX) = "C"
               AND KOT-LUKKET-DATO(KO-IDX) IS NUMERIC
               AND KOT-LUKKET-DATO(KO-IDX) < WS-AKTIV-TIL
           MOVE KOT-LUKKET-DATO(KO-IDX) TO WS-AKTIV-TIL
       END-IF.
       IF WS-AKTIV-FRA NOT > WS-AKTIV-TIL
           MOVE WS-PERIODE-FRA TO WS-DATO-9
           COMPUTE WS-FRA-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9)
           MOVE WS-PERIODE-TIL TO WS-DATO-9
           COMPUTE WS-TIL-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9)
           COMPUTE WS-PERIODE-DAGE = WS-TIL-INT - WS-FRA-INT + 1
           MOVE WS-AKTIV-FRA TO WS-DATO-9
           COMPUTE WS-FRA-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9)
           MOVE WS-AKTIV-TIL TO WS-DATO-9
           COMPUTE WS-TIL-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9)
           COMPUTE WS-AKTIV-DAGE = WS-TIL-INT - WS-FRA-INT + 1
           IF WS-AKTIV-DAGE = WS-PERIODE-DAGE
               MOVE WS-SATS-BELOEB TO WS-GEBYR
           ELSE
               COMPUTE WS-GEBYR ROUNDED = WS-SATS-BELOEB
                   * WS-AKTIV-DAGE / WS-PERIODE-DAGE
           END-IF
           IF WS-GEBYR > 0
               PERFORM OPKRAEV-GEBYR
           END-IF
       END-IF.

       OPKRAEV-GEBYR.
       PERFORM KONTROLLER-OPKRAEVET.
       MOVE KOT-KONTO-ID(KO-IDX) TO WS-OT-KONTO-ID.
       MOVE KOT-KUNDE-ID(KO-IDX) TO WS-OT-KUNDE-ID.
       PERFORM KONTROLLER-FRITAGELSE.
       EVALUATE TRUE
           WHEN ER-OPKRAEVET
               ADD 1 TO WS-ALLEREDE-TAELLER
               MOVE "ALLEREDE OPKRAEVET I MAANEDEN" TO WS-UDFALD
               PERFORM SKRIV-RAPPORT-LINJE
           WHEN ER-FRITAGET
               ADD 1 TO WS-FRITAGET-TAELLER
               MOVE SPACES TO WS-UDFALD
               STRING "FRITAGET, AARSAG " WS-FRITAG-AARSAG
                   DELIMITED BY SIZE INTO WS-UDFALD
               PERFORM SKRIV-RAPPORT-LINJE
               PERFORM SKRIV-FRITAGET-LINJE
           WHEN OTHER
               MOVE KOT-KONTO-ID(KO-IDX) TO WS-DEBET-KONTO
               IF KOT-STATUS(KO-IDX) = "C"
                   PERFORM FIND-DEBET-KONTO
               END-IF
               IF WS-DEBET-KONTO = SPACES
                   ADD 1 TO WS-UDELADT-TAELLER
                   MOVE "FRAFALDET - INGEN AABEN CHECKING"
                       TO WS-UDFALD
                   PERFORM SKRIV-RAPPORT-LINJE
               ELSE
                   ADD 1 TO WS-GEBYR-TAELLER
                   ADD WS-GEBYR TO WS-GEBYR-SUM
                   IF WS-AKTIV-DAGE NOT = WS-PERIODE-DAGE
                       ADD 1 TO WS-PRORATA-TAELLER
                   END-IF
                   PERFORM SKRIV-GEBYRPOSTERING
                   PERFORM SKRIV-GEBYRLOG
                   IF WS-DEBET-KONTO = KOT-KONTO-ID(KO-IDX)
                       MOVE "OPKRAEVET" TO WS-UDFALD
                   ELSE
                       MOVE SPACES TO WS-UDFALD
                       STRING "OPKRAEVET PAA " WS-DEBET-KONTO
                           DELIMITED BY SIZE INTO WS-UDFALD
                   END-IF
                   PERFORM SKRIV-RAPPORT-LINJE
               END-IF
       END-EVALUATE.

       KONTROLLER-OPKRAEVET.
       SET WS-ER-OPKRAEVET TO "N".
       SET OPK-IDX TO 1.
       IF WS-OPKRAEVET-ANTAL > 0
           SEARCH OPKRAEVET-ENTRY
               AT END
                   SET WS-ER-OPKRAEVET TO "N"
               WHEN OPKRAEVET-ENTRY(OPK-IDX) = KOT-KONTO-ID(KO-IDX)
                   SET WS-ER-OPKRAEVET TO "Y"
           END-SEARCH
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

       FIND-DEBET-KONTO.
      * En lukket konto kan ikke posteres paa; restgebyret tages
      * fra kundens foerste aabne CHECKING-konto, ellers frafaldes
      * det (blank).
       MOVE SPACES TO WS-DEBET-KONTO.
       PERFORM VARYING KO-IDX2 FROM 1 BY 1
               UNTIL KO-IDX2 > WS-KONTO-ANTAL
                   OR WS-DEBET-KONTO NOT = SPACES
           IF KOT-KUNDE-ID(KO-IDX2) = KOT-KUNDE-ID(KO-IDX)
                   AND KOT-KONTO-TYPE(KO-IDX2) = "CHECKING"
                   AND KOT-STATUS(KO-IDX2) NOT = "C"
               MOVE KOT-KONTO-ID(KO-IDX2) TO WS-DEBET-KONTO
           END-IF
       END-PERFORM.

       SKRIV-GEBYRPOSTERING.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-DEBET-KONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       COMPUTE WS-BELOEB-X100 ROUNDED = WS-GEBYR * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "D" TO PO-DK.
       IF WS-DEBET-KONTO = KOT-KONTO-ID(KO-IDX)
           MOVE "KONTOFOERINGSGEBYR" TO PO-TEKST
       ELSE
           STRING "KONTOFOERINGSGEBYR " KOT-KONTO-ID(KO-IDX)
               DELIMITED BY SIZE INTO PO-TEKST
       END-IF.
       MOVE "KGEB" TO PO-TRANSKODE.
       MOVE "DKK" TO PO-VALUTA.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-GEBYRLOG.
      * Gebyret logges paa den konto det vedroerer, ogsaa naar det
      * er trukket paa en anden af kundens konti.
       MOVE SPACES TO GEBYRLOG-RECORD.
       MOVE WS-KOERSELS-DATO TO GL-DATO.
       MOVE KOT-KUNDE-ID(KO-IDX) TO GL-KUNDE-ID.
       MOVE KOT-KONTO-ID(KO-IDX) TO GL-KONTO-ID.
       MOVE "KONTOFOER" TO GL-GEBYR-TYPE.
       MOVE WS-GEBYR TO GL-BELOEB.
       WRITE GEBYRLOG-RECORD.

       SKRIV-FRITAGET-LINJE.
       IF WS-FRITAGET-RAP-STATUS = "00"
           MOVE SPACES TO FRITAGET-TEKST
           STRING "FRITAGET KONTOGEBYR KONTO=" WS-OT-KONTO-ID
               " KUNDE-ID=" WS-OT-KUNDE-ID
               " AARSAG=" WS-FRITAG-AARSAG
               " DATO=" WS-KOERSELS-DATO
               INTO FRITAGET-TEKST
           WRITE FRITAGET-RAPPORT-RECORD
       END-IF.

       SKRIV-RAPPORT-HOVED.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTOFOERINGSGEBYR " WS-AAR-MAANED
           " - KOERT " WS-KOERSELS-DATO
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTO-ID   KUNDE-ID   KONTOTYPE            A FREKVENS "
           "DAGE       GEBYR UDFALD"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-RAPPORT-LINJE.
       MOVE WS-GEBYR TO WS-GEBYR-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       IF WS-PERIODE-DAGE = 0
           STRING KOT-KONTO-ID(KO-IDX) " " KOT-KUNDE-ID(KO-IDX) " "
               KOT-KONTO-TYPE(KO-IDX) "                            "
               WS-UDFALD
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       ELSE
           MOVE WS-AKTIV-DAGE TO WS-DAGE-EDIT
           STRING KOT-KONTO-ID(KO-IDX) " " KOT-KUNDE-ID(KO-IDX) " "
               KOT-KONTO-TYPE(KO-IDX) " " WS-KUNDE-ART " "
               WS-FREKVENS-TEKST " " WS-DAGE-EDIT " "
               WS-GEBYR-EDIT " " WS-UDFALD
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.

       SKRIV-RAPPORT-FOD.
       MOVE WS-GEBYR-SUM TO WS-SUM-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "OPKRAEVET: " WS-GEBYR-TAELLER
           " GEBYRER, I ALT " FUNCTION TRIM(WS-SUM-EDIT) " DKK"
           " - HERAF FORHOLDSMAESSIGE: " WS-PRORATA-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "FRITAGET: " WS-FRITAGET-TAELLER
           "  ALLEREDE OPKRAEVET: " WS-ALLEREDE-TAELLER
           "  UDELADT/FRAFALDET: " WS-UDELADT-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
