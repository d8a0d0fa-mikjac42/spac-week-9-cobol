      * (eIndkomst-stil), og kunder med rente men blankt eller
      * ugyldigt CPR falder ud paa files/SKAT-UNDTAGELSER.txt i
      * stedet for at forsvinde i et regneark.
      *
      * Hvert pengeinstitut i files/PENGEINSTITUTTER.txt indberetter
      * for sig: renterne henfoeres til instituttet paa kontoens
      * KONTO-PENGEINSTITUT (blank = hovedinstituttet) og goeres op
      * pr. institut og person, med en leverance og en
      * undtagelsesliste pr. institut. Hovedinstituttets har navnene
      * ovenfor, de andres faar koden paa, f.eks.
      * files/SKAT-RENTEINDBERETNING-02.txt. H-recorden baerer
      * instituttets registreringsnummer og indberetnings-ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LEVERANCE-FIL ASSIGN DYNAMIC WS-STI-LEVERANCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVERANCE-STATUS.

           SELECT UNDTAGELSE-FIL ASSIGN DYNAMIC WS-STI-UNDTAGELSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNDTAGELSE-STATUS.

       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

      * Leverancens faste format: H-record med aar, dannelsesdato,
      * instituttets registreringsnummer og indberetnings-ID,
      * D-record pr. person med CPR og aarets renter i oerer,
      * T-record med antal og kontrolsummer.
       FD  LEVERANCE-FIL.
       01  WS-AAR              PIC X(4)   VALUE SPACES.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-STI-HISTORIK     PIC X(60)  VALUE SPACES.
       01  WS-STI-LEVERANCE    PIC X(60)  VALUE SPACES.
       01  WS-STI-UNDTAGELSE   PIC X(60)  VALUE SPACES.

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
               10  INT-INDBER-ID   PIC X(8)  VALUE SPACES.
       01  WS-SOEGE-INST       PIC X(2)   VALUE SPACES.
       01  WS-UKENDT-INST-TAELLER PIC 9(5) VALUE 0.

      * Konti med primaer ejer og institut
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-PENGEINSTITUT PIC X(2)  VALUE SPACES.

      * Medejere (rolle M) pr. konto
       01  WS-EJER-ANTAL       PIC 9(3)   VALUE 0.
               10  EJT-KONTO-ID    PIC X(10) VALUE SPACES.
               10  EJT-KUNDE-ID    PIC X(10) VALUE SPACES.

      * Renteaggregat pr. institut og person (KUNDE-ID)
       01  WS-PERSON-ANTAL     PIC 9(5)   VALUE 0.
       01  PERSON-TABEL.
           05  PERSON-ENTRY OCCURS 2000 TIMES
                              INDEXED BY PE-IDX.
               10  PET-PENGEINST   PIC X(2)     VALUE SPACES.
               10  PET-KUNDE-ID    PIC X(10)    VALUE SPACES.
               10  PET-RENTE-IND   PIC S9(11)V99 VALUE 0.
               10  PET-RENTE-UD    PIC S9(11)V99 VALUE 0.
      * CPR-kontrol via shared/cpr_valider.cob
       01  WS-CPR              PIC X(10)  VALUE SPACES.
       01  WS-CPR-GYLDIG       PIC X      VALUE "N".
      * Undtagelseslisten dannes til indberetningen til SKAT og maa
      * derfor vise det fulde CPR - se shared/cpr_maskering.cob.
       01  WS-MASK-OPERATOER   PIC X(10)  VALUE SPACES.
       01  WS-MASK-FORMAAL     PIC X(10)  VALUE "SKAT".
       01  WS-MASK-VISNING     PIC X(11)  VALUE SPACES.
       01  WS-CVR              PIC X(8)   VALUE SPACES.
       01  WS-CVR-GYLDIG       PIC X      VALUE "N".
       01  WS-KUNDE-ART        PIC X(1)   VALUE SPACE.
           05 FILLER           PIC X(1)   VALUE "H".
           05 WS-H-AAR         PIC X(4).
           05 WS-H-DATO        PIC X(8).
           05 WS-H-REG-NUMMER  PIC X(4).
           05 WS-H-INDBER-ID   PIC X(8).
           05 FILLER           PIC X(35)  VALUE SPACES.
       01  WS-D-RECORD.
           05 FILLER           PIC X(1)   VALUE "D".
           05 WS-D-CPR         PIC X(10).
       01  WS-SUM-UD-OERER     PIC 9(13)  VALUE 0.
       01  WS-LEVERET-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-UNDTAGET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-INST-LEVERET     PIC 9(7)   VALUE 0.

      * Historiklinjens transaktionskode - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
           STOP RUN
       END-IF.

       PERFORM INDLAES-PENGEINSTITUTTER.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-KONTO-EJERE.
       PERFORM AGGREGER-RENTER.
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM SKRIV-INSTITUT
           VARYING IN-IDX FROM 1 BY 1
           UNTIL IN-IDX > WS-INST-ANTAL.
       CLOSE MASTER-FIL.

       DISPLAY "SKAT-RENTE-UDTRAEK: leveret=" WS-LEVERET-TAELLER
           " undtaget=" WS-UNDTAGET-TAELLER
           " institutter=" WS-INST-ANTAL.
       IF WS-UKENDT-INST-TAELLER > 0
           DISPLAY "ADVARSEL: " WS-UKENDT-INST-TAELLER " konti har "
               "en pengeinstitutkode der ikke findes i "
               "files/PENGEINSTITUTTER.txt og er ikke indberettet."
       END-IF.
       MOVE WS-LEVERET-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       SKRIV-INSTITUT.
      * Leverance og undtagelsesliste for instituttet IN-IDX;
      * hovedinstituttet beholder de hidtidige filnavne.
       IF IN-IDX = 1
           MOVE "files/SKAT-RENTEINDBERETNING.txt" TO WS-STI-LEVERANCE
           MOVE "files/SKAT-UNDTAGELSER.txt" TO WS-STI-UNDTAGELSE
       ELSE
           MOVE SPACES TO WS-STI-LEVERANCE
           STRING "files/SKAT-RENTEINDBERETNING-" INT-KODE(IN-IDX)
               ".txt"
               DELIMITED BY SIZE INTO WS-STI-LEVERANCE
           MOVE SPACES TO WS-STI-UNDTAGELSE
           STRING "files/SKAT-UNDTAGELSER-" INT-KODE(IN-IDX) ".txt"
               DELIMITED BY SIZE INTO WS-STI-UNDTAGELSE
       END-IF.
       OPEN OUTPUT LEVERANCE-FIL.
       OPEN OUTPUT UNDTAGELSE-FIL.
       IF WS-LEVERANCE-STATUS NOT = "00"

       MOVE WS-AAR TO WS-H-AAR.
       MOVE WS-DAGS-DATO TO WS-H-DATO.
       MOVE INT-REG-NUMMER(IN-IDX) TO WS-H-REG-NUMMER.
       MOVE INT-INDBER-ID(IN-IDX) TO WS-H-INDBER-ID.
       MOVE WS-H-RECORD TO LEVERANCE-RECORD.
       WRITE LEVERANCE-RECORD.

       MOVE 0 TO WS-INST-LEVERET.
       MOVE 0 TO WS-SUM-IND-OERER.
       MOVE 0 TO WS-SUM-UD-OERER.
       PERFORM VARYING PE-IDX FROM 1 BY 1
               UNTIL PE-IDX > WS-PERSON-ANTAL
           IF PET-PENGEINST(PE-IDX) = INT-KODE(IN-IDX)
               PERFORM SKRIV-PERSON
           END-IF
       END-PERFORM.

       MOVE WS-INST-LEVERET TO WS-T-ANTAL.
       MOVE WS-SUM-IND-OERER TO WS-T-SUM-IND.
       MOVE WS-SUM-UD-OERER TO WS-T-SUM-UD.
       MOVE WS-T-RECORD TO LEVERANCE-RECORD.
       WRITE LEVERANCE-RECORD.

       CLOSE LEVERANCE-FIL.
       CLOSE UNDTAGELSE-FIL.

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
               MOVE PI-INDBER-ID IN WS-PI-POST
                   TO INT-INDBER-ID(IN-IDX)
               MOVE PI-KODE IN WS-PI-POST TO WS-PI-KODE
           END-IF
       END-PERFORM.
       IF WS-INST-ANTAL = 0
           DISPLAY "FEJL: Tom eller manglende "
               "files/PENGEINSTITUTTER.txt - indberetningen kan ikke "
               "dannes."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
                       TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                   MOVE KUNDE-ID IN KONTO-RECORD
                       TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                   PERFORM FIND-KONTO-INSTITUT
                   MOVE WS-SOEGE-INST
                       TO KOT-PENGEINSTITUT(WS-KONTO-ANTAL)
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       FIND-KONTO-INSTITUT.
      * Blank kode er hovedinstituttet; en ukendt kode beholdes og
      * taelles - kontoen kommer ikke med i nogen leverance.
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

       INDLAES-KONTO-EJERE.
       OPEN INPUT KONTO-EJER-FIL.
       IF WS-KONTO-EJER-STATUS = "00"
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM KLASSIFICER-HISTORIKLINJE
                       IF HI-DATO(1:4) = WS-AAR
                               AND TK-ER-SKATTERELEVANT IN WS-TRANSKODE
                           PERFORM FORDEL-RENTELINJE
                       END-IF
               END-READ
           CONTINUE
       ELSE
           SET KO-IDX TO WS-FUNDET-IDX
           MOVE KOT-PENGEINSTITUT(KO-IDX) TO WS-SOEGE-INST
           ADD 1 TO WS-EJER-TAELLER
           MOVE KOT-KUNDE-ID(KO-IDX)
               TO KEL-ENTRY(WS-EJER-TAELLER)
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
           MOVE 0 TO PET-RENTE-IND(PE-IDX)
           MOVE 0 TO PET-RENTE-UD(PE-IDX)
       ELSE
       END-IF.
       IF WS-CVR-GYLDIG = "Y"
           ADD 1 TO WS-LEVERET-TAELLER
           ADD 1 TO WS-INST-LEVERET
           MOVE WS-CVR TO WS-V-CVR
           COMPUTE WS-OERER ROUNDED
               = FUNCTION ABS(PET-RENTE-IND(PE-IDX)) * 100
       END-IF.
       IF WS-CPR-GYLDIG = "Y"
           ADD 1 TO WS-LEVERET-TAELLER
           ADD 1 TO WS-INST-LEVERET
           MOVE WS-CPR TO WS-D-CPR
           COMPUTE WS-OERER ROUNDED
               = FUNCTION ABS(PET-RENTE-IND(PE-IDX)) * 100
           WRITE LEVERANCE-RECORD
       ELSE
           ADD 1 TO WS-UNDTAGET-TAELLER
           CALL "CPR-MASKERING" USING WS-MASK-OPERATOER
               WS-MASK-FORMAAL WS-CPR WS-MASK-VISNING
           MOVE SPACES TO UNDTAGELSE-TEXT
           STRING "KUNDE-ID=" PET-KUNDE-ID(PE-IDX)
               " CPR=" WS-MASK-VISNING
               " - BLANKT ELLER UGYLDIGT CPR, IKKE INDBERETTET"
               INTO UNDTAGELSE-TEXT
           WRITE UNDTAGELSE-RECORD
       END-IF.

       KLASSIFICER-HISTORIKLINJE.
       CALL "TRANSKODE-OPSLAG" USING HI-TRANSKODE HI-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
