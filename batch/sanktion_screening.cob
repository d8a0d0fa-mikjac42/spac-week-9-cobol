       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTION-SCREENING.

      * Screening af kundemasteren mod sanktionslisten
      * files/SANKTIONSLISTE.txt, koert som trin i den daglige kaede
      * lige efter volumenkontrollen. Hele masteren screenes naar
      * listens version (hovedpostens indlaesningstidspunkt, se
      * batch/sanktionsliste_indlaes.cob) er en anden end ved forrige
      * koersel; ellers screenes kun de kunder der er oprettet eller
      * rettet i files/KUNDE-JOURNAL.txt siden forrige koersel.
      * Version og tidspunkt gemmes i files/SANKTION-SCREENET.txt.
      * Personkunder matches paa FORNAVN/EFTERNAVN med
      * foedselsdatoen fra CPR-nummerets datodel (aarhundredet efter
      * 7. ciffer), erhvervskunder paa det samlede firmanavn - selve
      * matchningen ligger i shared/sanktion_match.cob. Mulige hits
      * skrives som aabne linjer i files/SANKTION-KUNDEHITS.txt (se
      * copybooks/SANKTHIT.cpy) til compliance i
      * SANKTION-BEHANDLING. Et par kunde/listepost der allerede staar
      * i filen (aabent, bekraeftet eller afklaret som falsk) meldes
      * ikke igen, og kunder der allerede er sanktionsmarkeret
      * springes over. Mangler listen, advares der og screeningen
      * springes over uden at standse kaeden.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LISTE-FIL ASSIGN TO "files/SANKTIONSLISTE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.

           SELECT SCREENET-FIL ASSIGN TO "files/SANKTION-SCREENET.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENET-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/KUNDE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT HIT-FIL ASSIGN TO "files/SANKTION-KUNDEHITS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

      * Kun hovedposten laeses her - se shared/sanktion_match.cob.
       FD  LISTE-FIL.
       01  LISTE-HOVED.
           05 SH-TYPE          PIC X(1).
           05 SH-VERSION       PIC X(14).
           05 SH-ANTAL         PIC 9(6).
           05 FILLER           PIC X(68).

       FD  SCREENET-FIL.
       01  SCREENET-RECORD.
           05 SS-VERSION       PIC X(14).
           05 FILLER           PIC X(1).
           05 SS-TIDSPUNKT     PIC X(14).

      * Kun operation og billedet efter aendringen bruges - se
      * KUNDE-VEDLIGEHOLD for det fulde linjeformat.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".

       FD  HIT-FIL.
       01  HIT-RECORD.
           COPY "copybooks/SANKTHIT.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-LISTE-STATUS     PIC XX     VALUE "00".
       01  WS-SCREENET-STATUS  PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-HIT-STATUS       PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-START-TIDSPUNKT  PIC X(14)  VALUE SPACES.
       01  WS-LISTE-VERSION    PIC X(14)  VALUE SPACES.
       01  WS-SIDSTE-VERSION   PIC X(14)  VALUE SPACES.
       01  WS-SIDSTE-TIDSPUNKT PIC X(14)  VALUE SPACES.

       01  WS-SCREENINGS-TYPE  PIC X      VALUE "F".
           88  FULD-SCREENING             VALUE "F".
           88  DELTA-SCREENING            VALUE "D".

      * Kunder oprettet eller rettet siden forrige koersel (delta).
      * Flere end tabellen kan rumme giver en fuld screening.
       01  WS-AENDRET-ANTAL    PIC 9(5)   VALUE 0.
       01  AENDRET-TABEL.
           05  AENDRET-ENTRY OCCURS 5000 TIMES
                             INDEXED BY AE-IDX
                             PIC X(10) VALUE SPACES.

      * Par kunde/listepost der allerede staar i hitfilen
       01  WS-KENDT-ANTAL      PIC 9(5)   VALUE 0.
       01  KENDT-TABEL.
           05  KENDT-ENTRY OCCURS 20000 TIMES
                           INDEXED BY KE-IDX.
               10  KET-KUNDE-ID    PIC X(10)  VALUE SPACES.
               10  KET-SANKTION-ID PIC X(10)  VALUE SPACES.

      * Bruges til at kalde SANKTION-MATCH - se
      * shared/sanktion_match.cob.
       01  WS-MATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-MATCH-NAVN-1     PIC X(35)  VALUE SPACES.
       01  WS-MATCH-NAVN-2     PIC X(35)  VALUE SPACES.
       01  WS-MATCH-DATO       PIC X(8)   VALUE SPACES.
       01  WS-MATCH-SCORE      PIC 9(3)   VALUE 0.
       01  WS-MATCH-ID         PIC X(10)  VALUE SPACES.
       01  WS-MATCH-HIT        PIC X      VALUE SPACE.

       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.
       01  WS-FUNDET           PIC X      VALUE "N".
       01  WS-AAR-2            PIC 9(2)   VALUE 0.
       01  WS-AARHUNDREDE      PIC 9(2)   VALUE 0.
       01  WS-CIFFER-7         PIC 9      VALUE 0.

       01  WS-SCREENET-TAELLER PIC 9(7)   VALUE 0.
       01  WS-HIT-TAELLER      PIC 9(7)   VALUE 0.
       01  WS-KENDT-TAELLER    PIC 9(7)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "SANKTION-SCREENING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
      * Tidspunktet tages foer journalen laeses, saa aendringer der
      * journalfoeres mens screeningen koerer, kommer med naeste gang.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TIDSPUNKT.

       PERFORM LAES-LISTE-VERSION.
       IF WS-LISTE-VERSION = SPACES
           DISPLAY "ADVARSEL: Ingen sanktionsliste "
               "(files/SANKTIONSLISTE.txt) - screeningen springes "
               "over."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.

       PERFORM LAES-SIDSTE-SCREENING.
       IF WS-SIDSTE-VERSION = WS-LISTE-VERSION
           SET DELTA-SCREENING TO TRUE
           PERFORM INDLAES-AENDREDE-KUNDER
       ELSE
           SET FULD-SCREENING TO TRUE
       END-IF.
       PERFORM INDLAES-KENDTE-HITS.

       OPEN EXTEND HIT-FIL.
       IF WS-HIT-STATUS = "35"
           OPEN OUTPUT HIT-FIL
       END-IF.
       IF WS-HIT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/SANKTION-KUNDEHITS.txt, status=" WS-HIT-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           CLOSE HIT-FIL
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF FULD-SCREENING
           DISPLAY "SANKTION-SCREENING: ny listeversion "
               WS-LISTE-VERSION " - hele kundemasteren screenes."
           PERFORM UNTIL EOF-REACHED
               READ MASTER-FIL NEXT RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM SCREEN-KUNDE
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
       ELSE
           PERFORM VARYING AE-IDX FROM 1 BY 1
                   UNTIL AE-IDX > WS-AENDRET-ANTAL
               MOVE AENDRET-ENTRY(AE-IDX)
                   TO KUNDE-ID IN MASTER-RECORD
               READ MASTER-FIL KEY IS KUNDE-ID IN MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SCREEN-KUNDE
               END-READ
           END-PERFORM
       END-IF.
       CLOSE MASTER-FIL.
       CLOSE HIT-FIL.

       PERFORM SKRIV-SCREENET.

       DISPLAY "SANKTION-SCREENING: screenet=" WS-SCREENET-TAELLER
           " nye mulige hits=" WS-HIT-TAELLER
           " allerede kendte=" WS-KENDT-TAELLER.
       MOVE WS-HIT-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       LAES-LISTE-VERSION.
       MOVE SPACES TO WS-LISTE-VERSION.
       OPEN INPUT LISTE-FIL.
       IF WS-LISTE-STATUS = "00"
           READ LISTE-FIL
               NOT AT END
                   IF SH-TYPE = "H"
                       MOVE SH-VERSION TO WS-LISTE-VERSION
                   END-IF
           END-READ
           CLOSE LISTE-FIL
       END-IF.

       LAES-SIDSTE-SCREENING.
       MOVE SPACES TO WS-SIDSTE-VERSION WS-SIDSTE-TIDSPUNKT.
       OPEN INPUT SCREENET-FIL.
       IF WS-SCREENET-STATUS = "00"
           READ SCREENET-FIL
               NOT AT END
                   MOVE SS-VERSION TO WS-SIDSTE-VERSION
                   MOVE SS-TIDSPUNKT TO WS-SIDSTE-TIDSPUNKT
           END-READ
           CLOSE SCREENET-FIL
       END-IF.

       INDLAES-AENDREDE-KUNDER.
      * Oprettelser og rettelser journalfoert efter forrige koersel;
      * KUNDE-ID er foerst i billedet efter aendringen.
       OPEN INPUT JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ JOURNAL-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF JO-TIDSSTEMPEL > WS-SIDSTE-TIDSPUNKT
                           AND (JO-OPERATION = "TILFOEJ"
                                OR JO-OPERATION = "RET")
                           PERFORM GEM-AENDRET-KUNDE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE JOURNAL-FIL
       END-IF.

       GEM-AENDRET-KUNDE.
       MOVE "N" TO WS-FUNDET.
       SET AE-IDX TO 1.
       SEARCH AENDRET-ENTRY
           AT END
               CONTINUE
           WHEN AE-IDX > WS-AENDRET-ANTAL
               CONTINUE
           WHEN AENDRET-ENTRY(AE-IDX) = JO-EFTER(1:10)
               MOVE "Y" TO WS-FUNDET
       END-SEARCH.
       IF WS-FUNDET = "N"
           IF WS-AENDRET-ANTAL >= 5000
               SET FULD-SCREENING TO TRUE
           ELSE
               ADD 1 TO WS-AENDRET-ANTAL
               MOVE JO-EFTER(1:10)
                   TO AENDRET-ENTRY(WS-AENDRET-ANTAL)
           END-IF
       END-IF.

       INDLAES-KENDTE-HITS.
       OPEN INPUT HIT-FIL.
       IF WS-HIT-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ HIT-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KH-KUNDE-ID NOT = SPACES
                           PERFORM GEM-KENDT-HIT
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE HIT-FIL
       END-IF.

       GEM-KENDT-HIT.
      * Er tabellen fuld, standses der - ellers ville afklarede hits
      * blive meldt igen.
       IF WS-KENDT-ANTAL >= 20000
           DISPLAY "FEJL: Flere end 20000 linjer i "
               "files/SANKTION-KUNDEHITS.txt - tabellen er for lille."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-KENDT-ANTAL.
       SET KE-IDX TO WS-KENDT-ANTAL.
       MOVE KH-KUNDE-ID TO KET-KUNDE-ID(KE-IDX).
       MOVE KH-SANKTION-ID TO KET-SANKTION-ID(KE-IDX).

       SCREEN-KUNDE.
       IF SANKTION-MARKERING IN MASTER-RECORD = "S"
           CONTINUE
       ELSE
           ADD 1 TO WS-SCREENET-TAELLER
           CALL "KUNDE-NAVN-FORMAT" USING
               FORNAVN IN MASTER-RECORD
               EFTERNAVN IN MASTER-RECORD FULDT-NAVN
           MOVE SPACES TO WS-MATCH-DATO
           IF KUNDE-ART IN MASTER-RECORD = "E"
               MOVE "FULD" TO WS-MATCH-FUNKTION
               MOVE FULDT-NAVN TO WS-MATCH-NAVN-1
               MOVE SPACES TO WS-MATCH-NAVN-2
           ELSE
               MOVE "PERS" TO WS-MATCH-FUNKTION
               MOVE FORNAVN IN MASTER-RECORD TO WS-MATCH-NAVN-1
               MOVE EFTERNAVN IN MASTER-RECORD TO WS-MATCH-NAVN-2
               PERFORM UDLED-FOEDSELSDATO
           END-IF
           CALL "SANKTION-MATCH" USING WS-MATCH-FUNKTION
               WS-MATCH-NAVN-1 WS-MATCH-NAVN-2 WS-MATCH-DATO
               WS-MATCH-SCORE WS-MATCH-ID WS-MATCH-HIT
           IF WS-MATCH-HIT = "J"
               PERFORM REGISTRER-HIT
           END-IF
       END-IF.

       UDLED-FOEDSELSDATO.
      * CPR er DDMMAALLLC; aarhundredet foelger af 7. ciffer:
      * 0-3 = 1900-tallet, 4 og 9 = 2000 til og med AA 36 ellers
      * 1900, 5-8 = 2000 til og med AA 57 ellers 1800.
       IF CPR-NUMMER IN MASTER-RECORD IS NUMERIC
           MOVE CPR-NUMMER IN MASTER-RECORD(5:2) TO WS-AAR-2
           MOVE CPR-NUMMER IN MASTER-RECORD(7:1) TO WS-CIFFER-7
           EVALUATE TRUE
               WHEN WS-CIFFER-7 <= 3
                   MOVE 19 TO WS-AARHUNDREDE
               WHEN WS-CIFFER-7 = 4 OR WS-CIFFER-7 = 9
                   IF WS-AAR-2 <= 36
                       MOVE 20 TO WS-AARHUNDREDE
                   ELSE
                       MOVE 19 TO WS-AARHUNDREDE
                   END-IF
               WHEN OTHER
                   IF WS-AAR-2 <= 57
                       MOVE 20 TO WS-AARHUNDREDE
                   ELSE
                       MOVE 18 TO WS-AARHUNDREDE
                   END-IF
           END-EVALUATE
           MOVE WS-AARHUNDREDE TO WS-MATCH-DATO(1:2)
           MOVE WS-AAR-2 TO WS-MATCH-DATO(3:2)
           MOVE CPR-NUMMER IN MASTER-RECORD(3:2) TO WS-MATCH-DATO(5:2)
           MOVE CPR-NUMMER IN MASTER-RECORD(1:2) TO WS-MATCH-DATO(7:2)
       END-IF.

       REGISTRER-HIT.
       MOVE "N" TO WS-FUNDET.
       SET KE-IDX TO 1.
       SEARCH KENDT-ENTRY
           AT END
               CONTINUE
           WHEN KE-IDX > WS-KENDT-ANTAL
               CONTINUE
           WHEN KET-KUNDE-ID(KE-IDX) = KUNDE-ID IN MASTER-RECORD
               AND KET-SANKTION-ID(KE-IDX) = WS-MATCH-ID
               MOVE "Y" TO WS-FUNDET
       END-SEARCH.
       IF WS-FUNDET = "Y"
           ADD 1 TO WS-KENDT-TAELLER
       ELSE
           MOVE SPACES TO HIT-RECORD
           MOVE WS-DAGS-DATO TO KH-DATO
           MOVE KUNDE-ID IN MASTER-RECORD TO KH-KUNDE-ID
           MOVE FULDT-NAVN TO KH-NAVN
           MOVE WS-MATCH-DATO TO KH-FOEDSELSDATO
           MOVE WS-MATCH-SCORE TO KH-SCORE
           MOVE WS-MATCH-ID TO KH-SANKTION-ID
           MOVE WS-LISTE-VERSION TO KH-LISTE-VERSION
           MOVE "A" TO KH-STATUS
           WRITE HIT-RECORD
           ADD 1 TO WS-HIT-TAELLER
           IF WS-KENDT-ANTAL < 20000
               ADD 1 TO WS-KENDT-ANTAL
               SET KE-IDX TO WS-KENDT-ANTAL
               MOVE KUNDE-ID IN MASTER-RECORD TO KET-KUNDE-ID(KE-IDX)
               MOVE WS-MATCH-ID TO KET-SANKTION-ID(KE-IDX)
           END-IF
           DISPLAY "SANKTION-SCREENING: muligt hit KUNDE-ID="
               KUNDE-ID IN MASTER-RECORD " listepost=" WS-MATCH-ID
               " score=" WS-MATCH-SCORE
       END-IF.

       SKRIV-SCREENET.
       OPEN OUTPUT SCREENET-FIL.
       IF WS-SCREENET-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/SANKTION-SCREENET.txt, status="
               WS-SCREENET-STATUS " - naeste koersel screener igen."
       ELSE
           MOVE SPACES TO SCREENET-RECORD
           MOVE WS-LISTE-VERSION TO SS-VERSION
           MOVE WS-START-TIDSPUNKT TO SS-TIDSPUNKT
           WRITE SCREENET-RECORD
           CLOSE SCREENET-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
