       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNUITET-BEREGN.

      * Faelles beregning af den maanedlige ydelse paa et
      * annuitetslaan: ydelse = H * r * (1+r)^n / ((1+r)^n - 1),
      * hvor r er maanedsrenten (aarlig sats / 100 / 12) og n antal
      * maanedlige terminer. Ved sats nul deles hovedstolen blot i n
      * lige store afdrag. Bruges af YDELSESPLAN-GENERATOR til
      * ydelsesplanerne og af LAAN-ANSOEGNING til
      * raadighedsberegningen, saa kunden faar bevilget netop den
      * ydelse planen siden opkraever. LK-YDELSE er nul, naar
      * LK-TERMINER er nul.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MD-RENTE         PIC V9(10)   VALUE 0.
       01  WS-FAKTOR           PIC 9(6)V9(10) VALUE 0.
      * Ydelsen pr. krone hovedstol, r * (1+r)^n / ((1+r)^n - 1),
      * regnet i trin saa mellemresultaterne holder sig inden for
      * feltbredderne.
       01  WS-ANNUITETSFAKTOR  PIC 9(2)V9(12) VALUE 0.
       01  WS-TERMIN-IDX       PIC 9(3)   VALUE 0.

       LINKAGE SECTION.
       01  LK-HOVEDSTOL        PIC 9(9)V99.
       01  LK-SATS             PIC 9(2)V9(4).
       01  LK-TERMINER         PIC 9(3).
       01  LK-YDELSE           PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-HOVEDSTOL LK-SATS LK-TERMINER
           LK-YDELSE.
       MAIN-PROCEDURE.
       MOVE 0 TO LK-YDELSE.
       IF LK-TERMINER = 0
           GOBACK
       END-IF.
       COMPUTE WS-MD-RENTE ROUNDED = LK-SATS / 100 / 12.
       IF WS-MD-RENTE = 0
           COMPUTE LK-YDELSE ROUNDED = LK-HOVEDSTOL / LK-TERMINER
       ELSE
           MOVE 1 TO WS-FAKTOR
           PERFORM VARYING WS-TERMIN-IDX FROM 1 BY 1
                   UNTIL WS-TERMIN-IDX > LK-TERMINER
               COMPUTE WS-FAKTOR ROUNDED
                   = WS-FAKTOR * (1 + WS-MD-RENTE)
           END-PERFORM
           COMPUTE WS-ANNUITETSFAKTOR ROUNDED
               = WS-MD-RENTE * WS-FAKTOR
           COMPUTE WS-ANNUITETSFAKTOR ROUNDED
               = WS-ANNUITETSFAKTOR / (WS-FAKTOR - 1)
           COMPUTE LK-YDELSE ROUNDED
               = LK-HOVEDSTOL * WS-ANNUITETSFAKTOR
       END-IF.
       GOBACK.
