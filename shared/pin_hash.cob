       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIN-HASH.

      * Envejs-hash af en operatoers PIN til operatoerregistret
      * (OP-PIN-HASH i copybooks/OPERATOER.cpy), saa PIN'en aldrig
      * ligger i klartekst i files/OPERATOERER.txt. PIN'en saltes med
      * operatoer-ID'et, saa to operatoerer med samme PIN ikke faar
      * samme hash, og blandes i tre omgange med multiplikation og
      * rest modulo et stort primtal. Resultatet er femten cifre.
      * Som forskydningen i shared/kontakt_krypter.cob er dette ikke
      * en kryptografisk staerk algoritme, men det kan ikke vendes
      * om til PIN'en uden at proeve alle PIN-koder igennem - og
      * proever nogen det ved terminalen, laases operatoeren efter
      * tre forkerte forsoeg.
      * Kaldes med operatoer-ID, PIN (op til otte tegn) og et felt
      * til hashen, som kalderen sammenligner med eller gemmer.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PRIMTAL           PIC 9(15)   VALUE 999999999999989.
       01  WS-MULTIPLIKATOR     PIC 9(3)    VALUE 257.
       01  WS-HASH              PIC 9(18)   VALUE 0.
       01  WS-HASH-UD           PIC 9(15)   VALUE 0.
       01  WS-SALTET            PIC X(18)   VALUE SPACES.
       01  WS-INDEX             PIC 9(2)    VALUE 0.
       01  WS-OMGANG            PIC 9(1)    VALUE 0.

       LINKAGE SECTION.
       01  LK-OPERATOER-ID      PIC X(10).
       01  LK-PIN               PIC X(8).
       01  LK-HASH              PIC X(15).

       PROCEDURE DIVISION USING LK-OPERATOER-ID LK-PIN LK-HASH.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-SALTET.
           STRING LK-OPERATOER-ID LK-PIN
               DELIMITED BY SIZE INTO WS-SALTET.
           MOVE 0 TO WS-HASH.
           PERFORM VARYING WS-OMGANG FROM 1 BY 1
               UNTIL WS-OMGANG > 3
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > 18
                   COMPUTE WS-HASH = FUNCTION MOD(
                       WS-HASH * WS-MULTIPLIKATOR
                       + FUNCTION ORD(WS-SALTET(WS-INDEX:1))
                       + WS-OMGANG, WS-PRIMTAL)
               END-PERFORM
           END-PERFORM.
           MOVE WS-HASH TO WS-HASH-UD.
           MOVE WS-HASH-UD TO LK-HASH.

           GOBACK.
