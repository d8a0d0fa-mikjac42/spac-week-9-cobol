      * kunde daekket og udaekket beloeb samt bankens samlede tal -
      * den opgoerelse tilsynet bad om ved sidste inspektion og som
      * tog tre dage i haanden.
      *
      * Garantien gaelder pr. pengeinstitut i
      * files/PENGEINSTITUTTER.txt: indlaanet henfoeres til
      * instituttet paa kontoens KONTO-PENGEINSTITUT (blank =
      * hovedinstituttet), graensen gaelder pr. kunde pr. institut,
      * og der skrives en rapport pr. institut med navn og
      * registreringsnummer i hovedet. Hovedinstituttets har navnet
      * ovenfor, de andres faar koden paa, f.eks.
      * files/INDSKYDERGARANTI-RAPPORT-02.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RAPPORT-FIL ASSIGN DYNAMIC WS-STI-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-STI-RAPPORT      PIC X(60)  VALUE SPACES.

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
       01  WS-SOEGE-INST       PIC X(2)   VALUE SPACES.
       01  WS-UKENDT-INST-TAELLER PIC 9(5) VALUE 0.

      * Garantigraensen: 100.000 EUR omregnet til DKK med dagens
      * EUR-kurs fra kurstabellen.
               10  EJT-KONTO-ID    PIC X(10) VALUE SPACES.
               10  EJT-KUNDE-ID    PIC X(10) VALUE SPACES.

      * Indlaan i DKK pr. institut og kunde
       01  WS-PERSON-ANTAL     PIC 9(5)   VALUE 0.
       01  PERSON-TABEL.
           05  PERSON-ENTRY OCCURS 2000 TIMES
                              INDEXED BY PE-IDX.
               10  PET-PENGEINST   PIC X(2)     VALUE SPACES.
               10  PET-KUNDE-ID    PIC X(10)    VALUE SPACES.
               10  PET-INDLAAN-DKK PIC S9(11)V99 VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.
       END-IF.
       COMPUTE WS-GARANTI-DKK ROUNDED
           = WS-GARANTI-EUR * WS-FUNDET-KURS.
       PERFORM INDLAES-PENGEINSTITUTTER.
       PERFORM INDLAES-KONTO-EJERE.
       PERFORM AGGREGER-INDLAAN.
       PERFORM SKRIV-RAPPORT
           VARYING IN-IDX FROM 1 BY 1
           UNTIL IN-IDX > WS-INST-ANTAL.

       DISPLAY "INDSKYDERGARANTI-RAPPORT: kunder=" WS-KUNDE-TAELLER
           " heraf med udaekket indlaan=" WS-UDAEKKET-TAELLER
           " institutter=" WS-INST-ANTAL.
       IF WS-UKENDT-INST-TAELLER > 0
           DISPLAY "ADVARSEL: " WS-UKENDT-INST-TAELLER " konti har "
               "en pengeinstitutkode der ikke findes i "
               "files/PENGEINSTITUTTER.txt og er ikke med."
       END-IF.
       MOVE WS-KUNDE-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           END-SEARCH
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
               MOVE PI-KODE IN WS-PI-POST TO WS-PI-KODE
           END-IF
       END-PERFORM.
       IF WS-INST-ANTAL = 0
           DISPLAY "FEJL: Tom eller manglende "
               "files/PENGEINSTITUTTER.txt - rapporten kan ikke "
               "dannes."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.

       INDLAES-KONTO-EJERE.
       OPEN INPUT KONTO-EJER-FIL.
       IF WS-KONTO-EJER-STATUS = "00"
                   IF KONTO-TYPE IN KONTO-RECORD NOT = "LOAN"
                           AND KONTO-STATUS IN KONTO-RECORD NOT = "C"
                           AND BALANCE IN KONTO-RECORD > 0
                       PERFORM FIND-KONTO-INSTITUT
                       PERFORM FORDEL-KONTO
                   END-IF
           END-READ
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       FIND-KONTO-INSTITUT.
      * Blank kode er hovedinstituttet; en ukendt kode beholdes og
      * taelles - kontoen kommer ikke med i nogen rapport.
       IF KONTO-PENGEINSTITUT IN KONTO-RECORD = SPACES
           MOVE INT-KODE(1) TO WS-SOEGE-INST
       ELSE
           MOVE KONTO-PENGEINSTITUT IN KONTO-RECORD TO WS-SOEGE-INST
           SET IN-IDX TO 1
           SEARCH INST-ENTRY
               AT END
                   ADD 1 TO WS-UKENDT-INST-TAELLER
               WHEN INT-KODE(IN-IDX) = WS-SOEGE-INST
                   CONTINUE
           END-SEARCH
       END-IF.

       FORDEL-KONTO.
       MOVE VALUTA-KD IN KONTO-RECORD TO WS-SOEGE-VALUTA.
       PERFORM FIND-KURS.
               AT END
                   MOVE 0 TO WS-FUNDET-IDX
               WHEN PET-KUNDE-ID(PE-IDX) = WS-SOEGE-KUNDE
                       AND PET-PENGEINST(PE-IDX) = WS-SOEGE-INST
                   MOVE PE-IDX TO WS-FUNDET-IDX
           END-SEARCH
       END-IF.
           END-IF
           SET PE-IDX TO WS-PERSON-ANTAL
           MOVE WS-SOEGE-KUNDE TO PET-KUNDE-ID(PE-IDX)
           MOVE WS-SOEGE-INST TO PET-PENGEINST(PE-IDX)
           MOVE WS-ANDEL TO PET-INDLAAN-DKK(PE-IDX)
       ELSE
           SET PE-IDX TO WS-FUNDET-IDX
       END-IF.

       SKRIV-RAPPORT.
      * Rapporten for instituttet IN-IDX; hovedinstituttet beholder
      * det hidtidige filnavn.
       IF IN-IDX = 1
           MOVE "files/INDSKYDERGARANTI-RAPPORT.txt" TO WS-STI-RAPPORT
       ELSE
           MOVE SPACES TO WS-STI-RAPPORT
           STRING "files/INDSKYDERGARANTI-RAPPORT-" INT-KODE(IN-IDX)
               ".txt"
               DELIMITED BY SIZE INTO WS-STI-RAPPORT
       END-IF.
       MOVE 0 TO WS-TOTAL-INDLAAN.
       MOVE 0 TO WS-TOTAL-DAEKKET.
       MOVE 0 TO WS-TOTAL-UDAEKKET.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-RAPPORT) ", status="
               WS-RAPPORT-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           FUNCTION TRIM(WS-BELOEB-EDIT) " DKK"
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "PENGEINSTITUT " INT-KODE(IN-IDX) " "
           FUNCTION TRIM(INT-NAVN(IN-IDX))
           " REG.NR. " INT-REG-NUMMER(IN-IDX)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       OPEN INPUT MASTER-FIL.
       PERFORM VARYING PE-IDX FROM 1 BY 1
               UNTIL PE-IDX > WS-PERSON-ANTAL
           IF PET-PENGEINST(PE-IDX) = INT-KODE(IN-IDX)
               PERFORM SKRIV-KUNDELINJE
           END-IF
       END-PERFORM.
       IF WS-MASTER-STATUS = "00"
           CLOSE MASTER-FIL
       END-IF.
