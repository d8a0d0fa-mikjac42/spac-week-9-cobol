       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREVHOVED-FORMAT.

      * Faelles brevhoved for breve og oversigter til kunder: slaar
      * kundens pengeinstitut (PENGEINSTITUT i KUNDEREC) op gennem
      * PENGEINSTITUT-OPSLAG og stiller de tre linjer brevet skal
      * begynde med op i LK-BREVHOVED - instituttets navn, adresse
      * og registreringsnummer - saa alle brevprogrammer skriver
      * afsenderen ens. Blank kode er hovedinstituttet; en kode der
      * ikke findes i files/PENGEINSTITUTTER.txt giver ogsaa
      * hovedinstituttets brevhoved, saa brevet stadig kan sendes.
      * LK-SVAR:
      *   Y - instituttet er fundet.
      *   N - koden var ukendt; hovedinstituttets brevhoved er brugt.
      *   F - tabellen kunne ikke indlaeses; LK-BREVHOVED er blank.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PI-FUNKTION      PIC X(4)   VALUE "KODE".
       01  WS-PI-KODE          PIC X(2)   VALUE SPACES.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".
       01  WS-PI-SVAR          PIC X      VALUE SPACE.

       LINKAGE SECTION.
       01  LK-KODE             PIC X(2).
       01  LK-BREVHOVED.
           05 LK-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  LK-SVAR             PIC X.

       PROCEDURE DIVISION USING LK-KODE LK-BREVHOVED LK-SVAR.
       MAIN-PROCEDURE.
       MOVE SPACES TO LK-BREVHOVED.
       MOVE LK-KODE TO WS-PI-KODE.
       CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION WS-PI-KODE
           WS-PI-POST WS-PI-SVAR.
       MOVE WS-PI-SVAR TO LK-SVAR.
       IF WS-PI-SVAR = "N"
           MOVE SPACES TO WS-PI-KODE
           CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION WS-PI-KODE
               WS-PI-POST WS-PI-SVAR
           IF WS-PI-SVAR NOT = "Y"
               MOVE "F" TO LK-SVAR
           END-IF
       END-IF.
       IF WS-PI-SVAR NOT = "Y"
           GOBACK
       END-IF.

       MOVE PI-NAVN IN WS-PI-POST TO LK-HOVED-LINJE(1).
       STRING FUNCTION TRIM(PI-VEJ IN WS-PI-POST) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              PI-POSTNR IN WS-PI-POST DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(PI-BY IN WS-PI-POST) DELIMITED BY SIZE
              INTO LK-HOVED-LINJE(2).
       STRING "REG.NR. " DELIMITED BY SIZE
              PI-REG-NUMMER IN WS-PI-POST DELIMITED BY SIZE
              INTO LK-HOVED-LINJE(3).
       GOBACK.
