       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEJLKONTO-ALDER.

      * Aldersfordeling af fejlkontoen til finans hver morgen: alle
      * poster i files/FEJLKONTO.txt der endnu staar paa fejlkontoen
      * (aabne, og dem hvis klarering venter paa motoren) fordeles
      * pr. valuta i baandene 1-7, 8-30 og over 30 dage regnet i
      * kalenderdage fra den dag motoren bogfoerte posten paa
      * fejlkontoen. Hvert baand viser antal og nettobeloeb (debet
      * minus kredit), og posterne over 30 dage listes enkeltvis, saa
      * finans kan jagte de aeldste foerst. Rapporten skrives til
      * files/FEJLKONTO-ALDER.txt. Koeres i den daglige kaede efter
      * raabalancen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEJLKONTO-FIL ASSIGN TO "files/FEJLKONTO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEJLKONTO-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/FEJLKONTO-ALDER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEJLKONTO-FIL.
       01  FEJLKONTO-POST.
           COPY "copybooks/FEJLKREC.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FEJLKONTO-STATUS PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DAGS-DATO-9      PIC 9(8)   VALUE 0.
       01  WS-IDAG-INT         PIC 9(8)   VALUE 0.
       01  WS-POST-DATO-9      PIC 9(8)   VALUE 0.
       01  WS-DAGE             PIC 9(5)   VALUE 0.

      * Baandene: 1 = 1-7 dage (samme dag taeller med her), 2 = 8-30
      * dage, 3 = over 30 dage. En post uden gyldig dato laegges i
      * det aeldste baand, saa den ikke overses.
       01  WS-BAAND-NR         PIC 9(1)   VALUE 0.
       01  WS-BAAND-TEKST      PIC X(16)  VALUE SPACES.

      * En linje pr. valuta med antal og nettobeloeb pr. baand
       01  WS-VALUTA-ANTAL     PIC 9(2)   VALUE 0.
       01  VALUTA-TABEL.
           05  VALUTA-ENTRY OCCURS 30 TIMES
                           INDEXED BY VT-IDX.
               10  VT-VALUTA       PIC X(3)  VALUE SPACES.
               10  VT-BAAND OCCURS 3 TIMES.
                   15  VT-ANTAL    PIC 9(5)  VALUE 0.
                   15  VT-NETTO    PIC S9(11)V99 VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(2)   VALUE 0.

      * Redigering til rapporten
       01  WS-BELOEB-EDIT      PIC -(12)9,99.
       01  WS-POST-BELOEB-EDIT PIC Z(6)9,99.

      * Taellere til slutstatus
       01  WS-AABNE-TAELLER    PIC 9(7)   VALUE 0.
       01  WS-GAMLE-TAELLER    PIC 9(7)   VALUE 0.
       01  WS-UKENDT-DATO-TAELLER PIC 9(5) VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "FEJLKONTO-ALDER".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DAGS-DATO-9.
       COMPUTE WS-IDAG-INT
           = FUNCTION INTEGER-OF-DATE(WS-DAGS-DATO-9).
       PERFORM FORDEL-POSTER.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/FEJLKONTO-ALDER.txt, status="
               WS-RAPPORT-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-AABNE-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "FEJLKONTO-ALDER PR. " WS-DAGS-DATO
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       IF WS-VALUTA-ANTAL = 0
           MOVE SPACES TO RAPPORT-TEXT
           MOVE "INGEN POSTER PAA FEJLKONTOEN" TO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.
       PERFORM RAPPORTER-VALUTA
           VARYING VT-IDX FROM 1 BY 1
           UNTIL VT-IDX > WS-VALUTA-ANTAL.
       PERFORM LIST-GAMLE-POSTER.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "POSTER PAA FEJLKONTOEN=" WS-AABNE-TAELLER
           " HERAF OVER 30 DAGE=" WS-GAMLE-TAELLER
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.
       DISPLAY "FEJLKONTO-ALDER: poster=" WS-AABNE-TAELLER
           " over 30 dage=" WS-GAMLE-TAELLER.
       IF WS-UKENDT-DATO-TAELLER > 0
           DISPLAY "ADVARSEL: " WS-UKENDT-DATO-TAELLER
               " fejlkontopost(er) uden gyldig dato er regnet"
               " som over 30 dage"
       END-IF.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-AABNE-TAELLER.
       STOP RUN.

       FORDEL-POSTER.
      * Findes postlisten ikke, har motoren aldrig bogfoert noget paa
      * fejlkontoen - rapporten bliver blot tom.
       OPEN INPUT FEJLKONTO-FIL.
       IF WS-FEJLKONTO-STATUS NOT = "00"
           CONTINUE
       ELSE
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ FEJLKONTO-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF FK-ER-AABEN OR FK-VENTER
                           PERFORM FORDEL-POST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEJLKONTO-FIL
       END-IF.

       FORDEL-POST.
       ADD 1 TO WS-AABNE-TAELLER.
       PERFORM BEREGN-ALDER.
       IF WS-BAAND-NR = 3
           ADD 1 TO WS-GAMLE-TAELLER
       END-IF.
       IF FK-DATO IS NOT NUMERIC
           ADD 1 TO WS-UKENDT-DATO-TAELLER
       END-IF.
       MOVE 0 TO WS-FUNDET-IDX.
       PERFORM VARYING VT-IDX FROM 1 BY 1
               UNTIL VT-IDX > WS-VALUTA-ANTAL
                  OR WS-FUNDET-IDX > 0
           IF VT-VALUTA(VT-IDX) = FK-VALUTA
               SET WS-FUNDET-IDX TO VT-IDX
           END-IF
       END-PERFORM.
       IF WS-FUNDET-IDX = 0
           IF WS-VALUTA-ANTAL >= 30
               DISPLAY "ADVARSEL: Valutatabellen er fuld, post "
                   FK-NR " i " FK-VALUTA " er ikke fordelt"
           ELSE
               ADD 1 TO WS-VALUTA-ANTAL
               MOVE WS-VALUTA-ANTAL TO WS-FUNDET-IDX
               MOVE FK-VALUTA TO VT-VALUTA(WS-FUNDET-IDX)
           END-IF
       END-IF.
       IF WS-FUNDET-IDX > 0
           ADD 1 TO VT-ANTAL(WS-FUNDET-IDX, WS-BAAND-NR)
           IF FK-DK = "K"
               SUBTRACT FK-BELOEB
                   FROM VT-NETTO(WS-FUNDET-IDX, WS-BAAND-NR)
           ELSE
               ADD FK-BELOEB
                   TO VT-NETTO(WS-FUNDET-IDX, WS-BAAND-NR)
           END-IF
       END-IF.

       BEREGN-ALDER.
      * Kalenderdage fra bogfoeringen paa fejlkontoen til i dag.
       IF FK-DATO IS NUMERIC
           MOVE FK-DATO TO WS-POST-DATO-9
           COMPUTE WS-DAGE = WS-IDAG-INT
               - FUNCTION INTEGER-OF-DATE(WS-POST-DATO-9)
           EVALUATE TRUE
               WHEN WS-DAGE <= 7
                   MOVE 1 TO WS-BAAND-NR
               WHEN WS-DAGE <= 30
                   MOVE 2 TO WS-BAAND-NR
               WHEN OTHER
                   MOVE 3 TO WS-BAAND-NR
           END-EVALUATE
       ELSE
           MOVE 99999 TO WS-DAGE
           MOVE 3 TO WS-BAAND-NR
       END-IF.

       RAPPORTER-VALUTA.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "VALUTA " VT-VALUTA(VT-IDX)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM RAPPORTER-BAAND
           VARYING WS-BAAND-NR FROM 1 BY 1 UNTIL WS-BAAND-NR > 3.

       RAPPORTER-BAAND.
       EVALUATE WS-BAAND-NR
           WHEN 1
               MOVE "1-7 DAGE" TO WS-BAAND-TEKST
           WHEN 2
               MOVE "8-30 DAGE" TO WS-BAAND-TEKST
           WHEN 3
               MOVE "OVER 30 DAGE" TO WS-BAAND-TEKST
       END-EVALUATE.
       MOVE VT-NETTO(VT-IDX, WS-BAAND-NR) TO WS-BELOEB-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "  " WS-BAAND-TEKST
           " ANTAL=" VT-ANTAL(VT-IDX, WS-BAAND-NR)
           " NETTO=" WS-BELOEB-EDIT
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       LIST-GAMLE-POSTER.
      * Anden gennemlaesning: posterne over 30 dage enkeltvis.
       IF WS-GAMLE-TAELLER = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       MOVE "POSTER OVER 30 DAGE:" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       OPEN INPUT FEJLKONTO-FIL.
       IF WS-FEJLKONTO-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ FEJLKONTO-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF FK-ER-AABEN OR FK-VENTER
                       PERFORM BEREGN-ALDER
                       IF WS-BAAND-NR = 3
                           PERFORM SKRIV-GAMMEL-POST
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE FEJLKONTO-FIL.

       SKRIV-GAMMEL-POST.
       MOVE FK-BELOEB TO WS-POST-BELOEB-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "  NR=" FK-NR
           " DATO=" FK-DATO
           " DAGE=" WS-DAGE
           " " FK-VALUTA
           " " FK-DK
           " " WS-POST-BELOEB-EDIT
           " KONTO-ID=" FK-KONTO-ID
           " STATUS=" FK-STATUS
           " " FK-AARSAG-KODE
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
