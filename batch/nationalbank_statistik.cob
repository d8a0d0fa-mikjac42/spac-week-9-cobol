      * files/NB-STATISTIK-RAPPORT.txt saa tallene kan efterses foer
      * afsendelsen - to dages regneark med fuld revisionsspor i
      * stedet for intet.
      *
      * Hvert pengeinstitut i files/PENGEINSTITUTTER.txt indberetter
      * for sig: kontiene henfoeres til instituttet paa
      * KONTO-PENGEINSTITUT (blank = hovedinstituttet), og der
      * dannes en leverance og en rapport pr. institut.
      * Hovedinstituttets har navnene ovenfor, de andres faar koden
      * paa, f.eks. files/NB-STATISTIK-02.txt. H-recorden baerer
      * instituttets registreringsnummer og indberetnings-ID. Konti
      * med en institutkode der ikke findes i tabellen, kommer ikke
      * med i nogen leverance og meldes paa konsollen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUTAKURS-STATUS.

           SELECT LEVERANCE-FIL ASSIGN DYNAMIC WS-STI-LEVERANCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVERANCE-STATUS.

           SELECT RAPPORT-FIL ASSIGN DYNAMIC WS-STI-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           05 VK-KURS          PIC 9(3)V9999.

      * Leverancens faste format: H-record med dannelsesdato,
      * instituttets registreringsnummer og indberetnings-ID,
      * D-record pr. gruppe (type, valuta, residens R/U, antal,
      * fortegn og DKK-sum i oerer), T-record med gruppetal og
      * kontrolsum.
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-LEVERANCE-STATUS PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-STI-LEVERANCE    PIC X(60)  VALUE SPACES.
       01  WS-STI-RAPPORT      PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
       01  WS-SOEGE-VALUTA     PIC X(3)   VALUE SPACES.
       01  WS-FUNDET-KURS      PIC 9(3)V9999 VALUE 0.

      * Pengeinstitutterne - se shared/pengeinstitut_opslag.cob.
      * Hovedinstituttet er det foerste.
       01  WS-PI-FUNKTION      PIC X(4)   VALUE SPACES.
       01  WS-PI-KODE          PIC X(2)   VALUE SPACES.
       01  WS-PI-SVAR          PIC X      VALUE SPACE.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".
       01  WS-INST-ANTAL       PIC 9(2)   VALUE 0.
       01  INST-TABEL.
           05  INST-ENTRY OCCURS 20 TIMES
                            INDEXED BY IN-IDX.
               10  INT-KODE        PIC X(2)  VALUE SPACES.
               10  INT-REG-NUMMER  PIC X(4)  VALUE SPACES.
               10  INT-NAVN        PIC X(30) VALUE SPACES.
               10  INT-INDBER-ID   PIC X(8)  VALUE SPACES.
       01  WS-KONTO-INST       PIC X(2)   VALUE SPACES.
       01  WS-UKENDT-INST-TAELLER PIC 9(5) VALUE 0.
       01  WS-INST-KONTI       PIC 9(7)   VALUE 0.
       01  WS-INST-GRUPPER     PIC 9(3)   VALUE 0.

      * Grupperingen: institut x kontotype x valuta x residens (R/U)
       01  WS-GRUPPE-ANTAL     PIC 9(3)   VALUE 0.
       01  GRUPPE-TABEL.
           05  GRUPPE-ENTRY OCCURS 240 TIMES
                              INDEXED BY GR-IDX.
               10  GRT-PENGEINST   PIC X(2)     VALUE SPACES.
               10  GRT-KONTO-TYPE  PIC X(20)    VALUE SPACES.
               10  GRT-VALUTA      PIC X(3)     VALUE SPACES.
               10  GRT-RESIDENS    PIC X(1)     VALUE SPACES.
       01  WS-H-RECORD.
           05 FILLER           PIC X(1)   VALUE "H".
           05 WS-H-DATO        PIC X(8).
           05 WS-H-REG-NUMMER  PIC X(4).
           05 WS-H-INDBER-ID   PIC X(8).
           05 FILLER           PIC X(39)  VALUE SPACES.
       01  WS-D-RECORD.
           05 FILLER           PIC X(1)   VALUE "D".
           05 WS-D-TYPE        PIC X(20).
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-VALUTAKURSER.
       PERFORM INDLAES-PENGEINSTITUTTER.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
       END-IF.
       PERFORM GENNEMLOEB-KONTI.
       CLOSE MASTER-FIL.
       PERFORM VARYING IN-IDX FROM 1 BY 1
               UNTIL IN-IDX > WS-INST-ANTAL
           PERFORM DAN-INSTITUT-STIER
           PERFORM SKRIV-LEVERANCE
           PERFORM SKRIV-RAPPORT
       END-PERFORM.

       DISPLAY "NATIONALBANK-STATISTIK: konti=" WS-KONTO-TAELLER
           " grupper=" WS-GRUPPE-ANTAL
           " uden ejeropslag=" WS-UKENDT-EJER-TAELLER
           " institutter=" WS-INST-ANTAL.
       IF WS-UKENDT-INST-TAELLER > 0
           DISPLAY "ADVARSEL: " WS-UKENDT-INST-TAELLER " konti har "
               "en pengeinstitutkode der ikke findes i "
               "files/PENGEINSTITUTTER.txt og er ikke indberettet."
       END-IF.
       MOVE WS-KONTO-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-VALUTAKURS-STATUS
       END-IF.

       INDLAES-PENGEINSTITUTTER.
       MOVE "NAES" TO WS-PI-FUNKTION.
       MOVE SPACES TO WS-PI-KODE.
       MOVE "Y" TO WS-PI-SVAR.
       PERFORM UNTIL WS-PI-SVAR NOT = "Y"
           CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
               WS-PI-KODE WS-PI-POST WS-PI-SVAR
           IF WS-PI-SVAR = "Y" AND WS-INST-ANTAL < 20
               ADD 1 TO WS-INST-ANTAL
               SET IN-IDX TO WS-INST-ANTAL
               MOVE PI-KODE IN WS-PI-POST TO INT-KODE(IN-IDX)
               MOVE PI-REG-NUMMER IN WS-PI-POST
                   TO INT-REG-NUMMER(IN-IDX)
               MOVE PI-NAVN IN WS-PI-POST TO INT-NAVN(IN-IDX)
               MOVE PI-INDBER-ID IN WS-PI-POST
                   TO INT-INDBER-ID(IN-IDX)
               MOVE PI-KODE IN WS-PI-POST TO WS-PI-KODE
           END-IF
       END-PERFORM.
       IF WS-INST-ANTAL = 0
           DISPLAY "FEJL: Tom eller manglende "
               "files/PENGEINSTITUTTER.txt - statistikken kan ikke "
               "dannes."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       DAN-INSTITUT-STIER.
      * Hovedinstituttet beholder de hidtidige filnavne.
       IF IN-IDX = 1
           MOVE "files/NB-STATISTIK.txt" TO WS-STI-LEVERANCE
           MOVE "files/NB-STATISTIK-RAPPORT.txt" TO WS-STI-RAPPORT
       ELSE
           MOVE SPACES TO WS-STI-LEVERANCE
           STRING "files/NB-STATISTIK-" INT-KODE(IN-IDX) ".txt"
               DELIMITED BY SIZE INTO WS-STI-LEVERANCE
           MOVE SPACES TO WS-STI-RAPPORT
           STRING "files/NB-STATISTIK-" INT-KODE(IN-IDX)
               "-RAPPORT.txt"
               DELIMITED BY SIZE INTO WS-STI-RAPPORT
       END-IF.

       FIND-KURS.
      * Ukendte valutaer omregnes 1:1, samme regel som Opgave8.
       MOVE 1 TO WS-FUNDET-KURS.
               NOT AT END
                   IF KONTO-STATUS IN KONTO-RECORD NOT = "C"
                       ADD 1 TO WS-KONTO-TAELLER
                       PERFORM FIND-KONTO-INSTITUT
                       IF WS-KONTO-INST = SPACES
                           ADD 1 TO WS-UKENDT-INST-TAELLER
                       ELSE
                           PERFORM HENFOER-KONTO
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       FIND-KONTO-INSTITUT.
      * Kontoens institut; blank kode er hovedinstituttet, og en
      * ukendt kode giver blank i WS-KONTO-INST.
       MOVE SPACES TO WS-KONTO-INST.
       IF KONTO-PENGEINSTITUT IN KONTO-RECORD = SPACES
           MOVE INT-KODE(1) TO WS-KONTO-INST
       ELSE
           SET IN-IDX TO 1
           SEARCH INST-ENTRY
               AT END
                   CONTINUE
               WHEN INT-KODE(IN-IDX)
                       = KONTO-PENGEINSTITUT IN KONTO-RECORD
                   MOVE INT-KODE(IN-IDX) TO WS-KONTO-INST
           END-SEARCH
       END-IF.

       HENFOER-KONTO.
      * Residensen kommer af ejerens LANDE-KODE: DK eller blank er
      * resident (R), alt andet ikke-resident (U). Konti hvis ejer
           SEARCH GRUPPE-ENTRY
               AT END
                   MOVE 0 TO WS-FUNDET-IDX
               WHEN GRT-PENGEINST(GR-IDX) = WS-KONTO-INST
                       AND GRT-KONTO-TYPE(GR-IDX)
                       = KONTO-TYPE IN KONTO-RECORD
                       AND GRT-VALUTA(GR-IDX)
                           = VALUTA-KD IN KONTO-RECORD
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX = 0
           IF WS-GRUPPE-ANTAL < 240
               ADD 1 TO WS-GRUPPE-ANTAL
               SET GR-IDX TO WS-GRUPPE-ANTAL
               MOVE WS-KONTO-INST TO GRT-PENGEINST(GR-IDX)
               MOVE KONTO-TYPE IN KONTO-RECORD
                   TO GRT-KONTO-TYPE(GR-IDX)
               MOVE VALUTA-KD IN KONTO-RECORD
       END-IF.

       SKRIV-LEVERANCE.
      * Leverancen for instituttet IN-IDX.
       OPEN OUTPUT LEVERANCE-FIL.
       IF WS-LEVERANCE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-LEVERANCE) ", "
               "status=" WS-LEVERANCE-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           STOP RUN
       END-IF.
       MOVE WS-DAGS-DATO TO WS-H-DATO.
       MOVE INT-REG-NUMMER(IN-IDX) TO WS-H-REG-NUMMER.
       MOVE INT-INDBER-ID(IN-IDX) TO WS-H-INDBER-ID.
       MOVE WS-H-RECORD TO LEVERANCE-RECORD.
       WRITE LEVERANCE-RECORD.
       MOVE 0 TO WS-TOTAL-DKK.
       MOVE 0 TO WS-INST-GRUPPER.
       MOVE 0 TO WS-INST-KONTI.
       PERFORM VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GRUPPE-ANTAL
           IF GRT-PENGEINST(GR-IDX) = INT-KODE(IN-IDX)
               PERFORM SKRIV-D-RECORD
           END-IF
       END-PERFORM.
       MOVE WS-INST-GRUPPER TO WS-T-GRUPPER.
       IF WS-TOTAL-DKK < 0
           MOVE "-" TO WS-T-FORTEGN
       ELSE
       WRITE LEVERANCE-RECORD.
       CLOSE LEVERANCE-FIL.

       SKRIV-D-RECORD.
       MOVE GRT-KONTO-TYPE(GR-IDX) TO WS-D-TYPE.
       MOVE GRT-VALUTA(GR-IDX) TO WS-D-VALUTA.
       MOVE GRT-RESIDENS(GR-IDX) TO WS-D-RESIDENS.
       MOVE GRT-ANTAL(GR-IDX) TO WS-D-ANTAL.
       IF GRT-SUM-DKK(GR-IDX) < 0
           MOVE "-" TO WS-D-FORTEGN
       ELSE
           MOVE "+" TO WS-D-FORTEGN
       END-IF.
       COMPUTE WS-OERER ROUNDED
           = FUNCTION ABS(GRT-SUM-DKK(GR-IDX)) * 100.
       MOVE WS-OERER TO WS-D-SUM-OERER.
       ADD GRT-SUM-DKK(GR-IDX) TO WS-TOTAL-DKK.
       MOVE WS-D-RECORD TO LEVERANCE-RECORD.
       WRITE LEVERANCE-RECORD.
       ADD 1 TO WS-INST-GRUPPER.
       ADD GRT-ANTAL(GR-IDX) TO WS-INST-KONTI.

       SKRIV-RAPPORT.
      * Den menneskelaesbare kopi til gennemsyn foer afsendelsen.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-RAPPORT) ", status="
               WS-RAPPORT-STATUS
           STOP RUN
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "NATIONALBANK-STATISTIK PR. " WS-DAGS-DATO
           " " FUNCTION TRIM(INT-NAVN(IN-IDX))
           " REG.NR. " INT-REG-NUMMER(IN-IDX)
           " ID " INT-INDBER-ID(IN-IDX)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GRUPPE-ANTAL
           IF GRT-PENGEINST(GR-IDX) = INT-KODE(IN-IDX)
               MOVE GRT-SUM-DKK(GR-IDX) TO WS-SUM-EDIT
               MOVE SPACES TO RAPPORT-TEXT
               STRING GRT-KONTO-TYPE(GR-IDX) " "
                   GRT-VALUTA(GR-IDX)
                   " RESIDENS=" GRT-RESIDENS(GR-IDX)
                   " ANTAL=" GRT-ANTAL(GR-IDX)
                   " DKK=" FUNCTION TRIM(WS-SUM-EDIT)
                   INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
           END-IF
       END-PERFORM.
       MOVE WS-TOTAL-DKK TO WS-SUM-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "I ALT DKK=" FUNCTION TRIM(WS-SUM-EDIT)
           " KONTI=" WS-INST-KONTI
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTI I ALT=" WS-KONTO-TAELLER
           " UDEN-EJEROPSLAG=" WS-UKENDT-EJER-TAELLER
           " UKENDT-INSTITUT=" WS-UKENDT-INST-TAELLER
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.
