       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARBEJDSKOE-OPSAMLING.

      * Natlig opsamling til filialernes faelles arbejdskoe
      * files/ARBEJDSKOE.txt (copybooks/ARBOPG.cpy). De poster der
      * kraever en handling i filialen, staar spredt i hver sin
      * rapport eller koe; her bliver hver af dem til en opgave med
      * type, KUNDE-ID, afdeling, forfaldsdato og status:
      *   KYC    - kunder paa files/KYC-RAPPORT.txt
      *   BEVILL - udloebne og udloebende bevillinger paa
      *            files/BEVILLING-UDLOEB-RAPPORT.txt
      *   OVERTR - konti paa files/OVERTRAEK-ESKALERING.txt der har
      *            staaet i overtraek i WS-OVERTRAEK-MIN-DAGE dage
      *   RYKKER - laan der har faaet RYKKER 2 i files/RYKKERBREVE.txt
      *   ADRESS - returpost i files/ADRESSE-REPARATION.txt
      *   BETREP - betalinger i files/BETALING-REPARATION.txt
      *   DATAKV - kundefelter i files/DATAKVALITET-UNDTAGELSER.txt
      * Konti og IBAN henfoeres til kunden via kontofilen, og
      * opgaven laegges i kundens AFDELING fra kundemasteren (ellers
      * kontoens, ellers WS-STANDARD-AFDELING). Forfaldsdatoen er
      * dags dato plus fristen for typen i
      * files/ARBEJDSKOE-KONFIG.txt. Der dannes ikke en ny opgave
      * naar kunden allerede har en aaben opgave af samme type og
      * emne, og heller ikke naar netop denne forekomst (samme
      * reference) allerede har givet en opgave - ogsaa en lukket -
      * saa en rapport der staar uaendret i flere naetter, ikke
      * fylder koeen op. En kildefil der ikke findes, springes over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPGAVE-FIL ASSIGN TO "files/ARBEJDSKOE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPGAVE-STATUS.

           SELECT KONFIG-FIL ASSIGN TO "files/ARBEJDSKOE-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

      *    Kilderne laeses en ad gangen gennem samme linjefil.
           SELECT KILDE-FIL ASSIGN DYNAMIC WS-KILDE-STI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KILDE-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPGAVE-FIL.
       01  OPGAVE-POST.
           COPY "copybooks/ARBOPG.cpy".

       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 AK-TYPE          PIC X(6).
           05 FILLER           PIC X(1).
           05 AK-FRIST         PIC 9(3).
           05 FILLER           PIC X(1).
           05 AK-TEKST         PIC X(40).

       FD  KILDE-FIL.
       01  KILDE-LINJE         PIC X(200).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-OPGAVE-STATUS    PIC XX     VALUE "00".
       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-KILDE-STATUS     PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KILDE-STI        PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Overtraek giver foerst en opgave naar kontoen har staaet i
      * overtraek saa mange dage i traek.
       01  WS-OVERTRAEK-MIN-DAGE PIC 9(5) VALUE 31.
      * Opgaver der hverken kan henfoeres til en kunde- eller en
      * kontoafdeling, laegges i hovedkontoret.
       01  WS-STANDARD-AFDELING PIC X(4)  VALUE "0001".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-DAGS-INT         PIC 9(8)   VALUE 0.

      * Fristerne pr. opgavetype
       01  WS-KONFIG-ANTAL     PIC 9(2)   VALUE 0.
       01  KONFIG-TABEL.
           05  KONFIG-ENTRY OCCURS 20 TIMES
                             INDEXED BY AK-IDX.
               10  AKT-TYPE         PIC X(6)     VALUE SPACES.
               10  AKT-FRIST        PIC 9(3)     VALUE 0.

      * Kontofilen i hukommelsen: KONTO-ID og IBAN til kunde og
      * kontoafdeling.
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-ENTRY OCCURS 5000 TIMES
                            INDEXED BY KO-IDX.
               10  KOT-KONTO-ID     PIC X(10)    VALUE SPACES.
               10  KOT-KUNDE-ID     PIC X(10)    VALUE SPACES.
               10  KOT-IBAN         PIC X(18)    VALUE SPACES.
               10  KOT-AFDELING     PIC X(4)     VALUE SPACES.

      * Koeens eksisterende opgaver - det der skal til for at afgoere
      * om en ny opgave er en dublet. Nattens nye opgaver tilfoejes
      * ogsaa, saa samme forekomst i to kilder kun giver en opgave.
       01  WS-OPGAVE-ANTAL     PIC 9(5)   VALUE 0.
       01  OPGAVE-TABEL.
           05  OPGAVE-ENTRY OCCURS 20000 TIMES
                             INDEXED BY AO-IDX.
               10  AOT-TYPE         PIC X(6)     VALUE SPACES.
               10  AOT-KUNDE-ID     PIC X(10)    VALUE SPACES.
               10  AOT-EMNE         PIC X(18)    VALUE SPACES.
               10  AOT-REFERENCE    PIC X(20)    VALUE SPACES.
               10  AOT-STATUS       PIC X(1)     VALUE SPACES.
       01  WS-NAESTE-NR        PIC 9(7)   VALUE 0.

      * Den opgave kilden beder om
       01  WS-NY-TYPE          PIC X(6)   VALUE SPACES.
       01  WS-NY-KUNDE-ID      PIC X(10)  VALUE SPACES.
       01  WS-NY-EMNE          PIC X(18)  VALUE SPACES.
       01  WS-NY-REFERENCE     PIC X(20)  VALUE SPACES.
       01  WS-NY-TEKST         PIC X(60)  VALUE SPACES.
       01  WS-NY-KONTO-AFD     PIC X(4)   VALUE SPACES.
       01  WS-NY-AFDELING      PIC X(4)   VALUE SPACES.
       01  WS-FRIST-DAGE       PIC 9(3)   VALUE 0.
       01  WS-DUBLET           PIC X      VALUE "N".
           88  ER-DUBLET                  VALUE "Y".

      * Opsplitning af kildelinjerne
       01  WS-DEL-1            PIC X(200) VALUE SPACES.
       01  WS-DEL-2            PIC X(200) VALUE SPACES.
       01  WS-DEL-3            PIC X(200) VALUE SPACES.
       01  WS-DEL-ANTAL        PIC 9(2)   VALUE 0.
       01  WS-KONTO-ID         PIC X(10)  VALUE SPACES.
       01  WS-DAGE             PIC 9(5)   VALUE 0.

      * Linjen i betalingernes reparationskoe - samme layout som i
      * batch/betaling_reparation.cob.
       01  REPARATION-RECORD.
           05 RQ-MODTAGET      PIC X(8).
           05 RQ-AARSAG        PIC X(2).
           05 RQ-IBAN          PIC X(18).
           05 RQ-AFSENDER      PIC X(35).
           05 RQ-BELOEB        PIC 9(7)V99.
           05 RQ-VALUTA        PIC X(3).
           05 RQ-TEKST         PIC X(30).
       01  WS-BELOEB-EDIT      PIC Z(6)9.99.

      * Nye opgaver pr. type til afslutningslinjen
       01  WS-NY-KYC           PIC 9(5)   VALUE 0.
       01  WS-NY-BEVILLING     PIC 9(5)   VALUE 0.
       01  WS-NY-OVERTRAEK     PIC 9(5)   VALUE 0.
       01  WS-NY-RYKKER        PIC 9(5)   VALUE 0.
       01  WS-NY-ADRESSE       PIC 9(5)   VALUE 0.
       01  WS-NY-BETALING      PIC 9(5)   VALUE 0.
       01  WS-NY-DATAKVALITET  PIC 9(5)   VALUE 0.
       01  WS-NY-I-ALT         PIC 9(7)   VALUE 0.
       01  WS-DUBLET-TAELLER   PIC 9(7)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "ARBEJDSKOE-OPSAML".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DATO-9.
       COMPUTE WS-DAGS-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).
       PERFORM INDLAES-KONFIG.
       PERFORM INDLAES-KONTI.
       PERFORM INDLAES-OPGAVER.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN EXTEND OPGAVE-FIL.
       IF WS-OPGAVE-STATUS = "35"
           OPEN OUTPUT OPGAVE-FIL
       END-IF.
       IF WS-OPGAVE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/ARBEJDSKOE.txt, "
               "status=" WS-OPGAVE-STATUS
           CLOSE MASTER-FIL
           PERFORM STOP-MED-FEJL
       END-IF.

       PERFORM OPSAML-KYC.
       PERFORM OPSAML-BEVILLINGER.
       PERFORM OPSAML-OVERTRAEK.
       PERFORM OPSAML-RYKKERE.
       PERFORM OPSAML-RETURPOST.
       PERFORM OPSAML-BETALINGER.
       PERFORM OPSAML-DATAKVALITET.

       CLOSE OPGAVE-FIL.
       CLOSE MASTER-FIL.

       DISPLAY "ARBEJDSKOE-OPSAMLING: nye opgaver=" WS-NY-I-ALT
           " (kyc=" WS-NY-KYC " bevill=" WS-NY-BEVILLING
           " overtr=" WS-NY-OVERTRAEK " rykker=" WS-NY-RYKKER
           " adress=" WS-NY-ADRESSE " betrep=" WS-NY-BETALING
           " datakv=" WS-NY-DATAKVALITET ") allerede i koeen="
           WS-DUBLET-TAELLER.
       MOVE WS-NY-I-ALT TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       STOP-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       INDLAES-KONFIG.
      * Uden fristerne kan ingen forfaldsdato saettes, saa filen er
      * paakraevet.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/ARBEJDSKOE-KONFIG.txt, status="
               WS-KONFIG-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL WS-KONFIG-STATUS NOT = "00"
           READ KONFIG-FIL
               AT END
                   CONTINUE
               NOT AT END
                   IF AK-TYPE NOT = SPACES AND AK-FRIST IS NUMERIC
                           AND WS-KONFIG-ANTAL < 20
                       ADD 1 TO WS-KONFIG-ANTAL
                       MOVE AK-TYPE TO AKT-TYPE(WS-KONFIG-ANTAL)
                       MOVE AK-FRIST TO AKT-FRIST(WS-KONFIG-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE KONFIG-FIL.

       INDLAES-KONTI.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontofilen, status="
               WS-KONTOOPL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF WS-KONTO-ANTAL < 5000
                       ADD 1 TO WS-KONTO-ANTAL
                       MOVE KONTO-ID IN KONTO-RECORD
                           TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                       MOVE KUNDE-ID IN KONTO-RECORD
                           TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                       MOVE KONTO-IBAN IN KONTO-RECORD
                           TO KOT-IBAN(WS-KONTO-ANTAL)
                       MOVE KONTO-AFDELING IN KONTO-RECORD
                           TO KOT-AFDELING(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       INDLAES-OPGAVER.
       OPEN INPUT OPGAVE-FIL.
       IF WS-OPGAVE-STATUS = "35"
      *    Koeen findes ikke endnu - nattens opgaver bliver de foerste
           CONTINUE
       ELSE
           IF WS-OPGAVE-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne files/ARBEJDSKOE.txt, "
                   "status=" WS-OPGAVE-STATUS
               PERFORM STOP-MED-FEJL
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ OPGAVE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM GEM-OPGAVE-NOEGLE
                       IF AO-OPGAVE-NR IS NUMERIC
                               AND AO-OPGAVE-NR > WS-NAESTE-NR
                           MOVE AO-OPGAVE-NR TO WS-NAESTE-NR
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE OPGAVE-FIL
       END-IF.

       GEM-OPGAVE-NOEGLE.
       IF WS-OPGAVE-ANTAL < 20000
           ADD 1 TO WS-OPGAVE-ANTAL
           MOVE AO-TYPE TO AOT-TYPE(WS-OPGAVE-ANTAL)
           MOVE AO-KUNDE-ID TO AOT-KUNDE-ID(WS-OPGAVE-ANTAL)
           MOVE AO-EMNE TO AOT-EMNE(WS-OPGAVE-ANTAL)
           MOVE AO-REFERENCE TO AOT-REFERENCE(WS-OPGAVE-ANTAL)
           MOVE AO-STATUS TO AOT-STATUS(WS-OPGAVE-ANTAL)
       ELSE
           DISPLAY "ADVARSEL: Mere end 20000 opgaver i "
               "files/ARBEJDSKOE.txt - opgave " AO-OPGAVE-NR
               " indgaar ikke i dublettjekket."
       END-IF.

      ******************************************************************
      * Kilderne                                                       *
      ******************************************************************
       AABN-KILDE.
      * Kilder der ikke findes endnu (ugentlige og maanedlige
      * rapporter foer deres foerste koersel) springes over.
       OPEN INPUT KILDE-FIL.
       IF WS-KILDE-STATUS NOT = "00"
           DISPLAY "ADVARSEL: " FUNCTION TRIM(WS-KILDE-STI)
               " kan ikke laeses, status=" WS-KILDE-STATUS
               " - springes over."
       END-IF.

       OPSAML-KYC.
      * Detaljelinjerne er dem med "SENESTE=": KUNDE-ID foerst, og
      * efter maerket den seneste KYC-dato og markeringen.
       MOVE "files/KYC-RAPPORT.txt" TO WS-KILDE-STI.
       PERFORM AABN-KILDE.
       IF WS-KILDE-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ KILDE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-DEL-1 WS-DEL-2
                       MOVE 0 TO WS-DEL-ANTAL
                       UNSTRING KILDE-LINJE DELIMITED BY " SENESTE="
                           INTO WS-DEL-1 WS-DEL-2
                           TALLYING IN WS-DEL-ANTAL
                       IF WS-DEL-ANTAL = 2 AND WS-DEL-1(1:10)
                               NOT = SPACES
                           MOVE "KYC" TO WS-NY-TYPE
                           MOVE WS-DEL-1(1:10) TO WS-NY-KUNDE-ID
                           MOVE SPACES TO WS-NY-EMNE
                           MOVE WS-DEL-2(1:8) TO WS-NY-REFERENCE
                           MOVE SPACES TO WS-NY-TEKST
                           STRING "KYC-gennemgang "
                               FUNCTION TRIM(WS-DEL-2(10:30))
                               DELIMITED BY SIZE INTO WS-NY-TEKST
                           IF WS-DEL-2(1:8) NOT = SPACES
                               STRING "KYC-gennemgang "
                                   FUNCTION TRIM(WS-DEL-2(10:30))
                                   " - seneste " WS-DEL-2(1:8)
                                   DELIMITED BY SIZE INTO WS-NY-TEKST
                           END-IF
                           MOVE SPACES TO WS-NY-KONTO-AFD
                           PERFORM OPRET-OPGAVE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KILDE-FIL
       END-IF.

       OPSAML-BEVILLINGER.
       MOVE "files/BEVILLING-UDLOEB-RAPPORT.txt" TO WS-KILDE-STI.
       PERFORM AABN-KILDE.
       IF WS-KILDE-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ KILDE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KILDE-LINJE(1:18) = "UDLOEBET KONTO-ID="
                               OR KILDE-LINJE(1:18)
                                   = "VARSEL   KONTO-ID="
                           PERFORM OPSAML-EN-BEVILLING
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KILDE-FIL
       END-IF.

       OPSAML-EN-BEVILLING.
       MOVE KILDE-LINJE(19:10) TO WS-KONTO-ID.
       MOVE SPACES TO WS-DEL-1 WS-DEL-2.
       MOVE 0 TO WS-DEL-ANTAL.
       UNSTRING KILDE-LINJE DELIMITED BY " UDLOEB="
           INTO WS-DEL-1 WS-DEL-2
           TALLYING IN WS-DEL-ANTAL.
       PERFORM FIND-KONTO.
       MOVE "BEVILL" TO WS-NY-TYPE.
       MOVE WS-KONTO-ID TO WS-NY-EMNE.
       MOVE WS-DEL-2(1:8) TO WS-NY-REFERENCE.
       MOVE SPACES TO WS-NY-TEKST.
       IF KILDE-LINJE(1:8) = "UDLOEBET"
           STRING "Overtraeksbevilling paa " WS-KONTO-ID
               " udloeb " WS-DEL-2(1:8)
               DELIMITED BY SIZE INTO WS-NY-TEKST
       ELSE
           STRING "Overtraeksbevilling paa " WS-KONTO-ID
               " udloeber " WS-DEL-2(1:8)
               DELIMITED BY SIZE INTO WS-NY-TEKST
       END-IF.
       PERFORM OPRET-OPGAVE.

       OPSAML-OVERTRAEK.
      * Detaljelinjerne under aldersbaandene: "  KONTO-ID=".
       MOVE "files/OVERTRAEK-ESKALERING.txt" TO WS-KILDE-STI.
       PERFORM AABN-KILDE.
       IF WS-KILDE-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ KILDE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KILDE-LINJE(1:11) = "  KONTO-ID="
                           PERFORM OPSAML-ET-OVERTRAEK
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KILDE-FIL
       END-IF.

       OPSAML-ET-OVERTRAEK.
       MOVE KILDE-LINJE(12:10) TO WS-KONTO-ID.
       MOVE SPACES TO WS-DEL-1 WS-DEL-2 WS-DEL-3.
       MOVE 0 TO WS-DEL-ANTAL.
       UNSTRING KILDE-LINJE DELIMITED BY " FOERSTE-SET=" OR " DAGE="
           INTO WS-DEL-1 WS-DEL-2 WS-DEL-3
           TALLYING IN WS-DEL-ANTAL.
       IF WS-DEL-ANTAL = 3 AND WS-DEL-3(1:5) IS NUMERIC
           MOVE WS-DEL-3(1:5) TO WS-DAGE
           IF WS-DAGE >= WS-OVERTRAEK-MIN-DAGE
               PERFORM FIND-KONTO
               MOVE "OVERTR" TO WS-NY-TYPE
               MOVE WS-KONTO-ID TO WS-NY-EMNE
               MOVE WS-DEL-2(1:8) TO WS-NY-REFERENCE
               MOVE SPACES TO WS-NY-TEKST
               STRING "Konto " WS-KONTO-ID " i overtraek siden "
                   WS-DEL-2(1:8) " (" WS-DAGE " dage)"
                   DELIMITED BY SIZE INTO WS-NY-TEKST
               PERFORM OPRET-OPGAVE
           END-IF
       END-IF.

       OPSAML-RYKKERE.
      * Kun RYKKER 2 giver en opgave - paamindelsen og foerste rykker
      * klarer brevene selv. Engelsksprogede kunders rykker 2 staar
      * som REMINDER 2 RE LOAN. Referencen er rykkermaaneden, saa et
      * laan der stadig er i restance naeste maaned, kan give en ny
      * opgave naar den forrige er lukket.
       MOVE "files/RYKKERBREVE.txt" TO WS-KILDE-STI.
       PERFORM AABN-KILDE.
       IF WS-KILDE-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ KILDE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN KILDE-LINJE(1:20)
                                   = "RYKKER 2 VEDR. LAAN "
                               MOVE KILDE-LINJE(21:) TO WS-DEL-3
                               PERFORM OPSAML-EN-RYKKER
                           WHEN KILDE-LINJE(1:19)
                                   = "REMINDER 2 RE LOAN "
                               MOVE KILDE-LINJE(20:) TO WS-DEL-3
                               PERFORM OPSAML-EN-RYKKER
                       END-EVALUATE
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KILDE-FIL
       END-IF.

       OPSAML-EN-RYKKER.
       MOVE SPACES TO WS-DEL-1 WS-DEL-2.
       UNSTRING WS-DEL-3 DELIMITED BY ":"
           INTO WS-DEL-1 WS-DEL-2.
       MOVE WS-DEL-1(1:10) TO WS-KONTO-ID.
       PERFORM FIND-KONTO.
       MOVE "RYKKER" TO WS-NY-TYPE.
       MOVE WS-KONTO-ID TO WS-NY-EMNE.
       MOVE WS-DAGS-DATO(1:6) TO WS-NY-REFERENCE.
       MOVE SPACES TO WS-NY-TEKST.
       STRING "Laan " FUNCTION TRIM(WS-KONTO-ID) ": "
           FUNCTION TRIM(WS-DEL-2)
           DELIMITED BY SIZE INTO WS-NY-TEKST.
       PERFORM OPRET-OPGAVE.

       OPSAML-RETURPOST.
      * Hovedlinjerne er "<dato> KUNDE-ID=<id> RETURADRESSE=...";
      * kandidatlinjerne under dem springes over.
       MOVE "files/ADRESSE-REPARATION.txt" TO WS-KILDE-STI.
       PERFORM AABN-KILDE.
       IF WS-KILDE-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ KILDE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KILDE-LINJE(9:10) = " KUNDE-ID="
                           MOVE "ADRESS" TO WS-NY-TYPE
                           MOVE KILDE-LINJE(19:10) TO WS-NY-KUNDE-ID
                           MOVE SPACES TO WS-NY-EMNE
                           MOVE KILDE-LINJE(1:8) TO WS-NY-REFERENCE
                           MOVE SPACES TO WS-NY-TEKST
                           STRING "Returpost " KILDE-LINJE(1:8)
                               " - ret adressen"
                               DELIMITED BY SIZE INTO WS-NY-TEKST
                           MOVE SPACES TO WS-NY-KONTO-AFD
                           PERFORM OPRET-OPGAVE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KILDE-FIL
       END-IF.

       OPSAML-BETALINGER.
      * Betalinger til et lukket konto henfoeres til kontoens kunde;
      * et ukendt IBAN har ingen kunde, og opgaven laegges i
      * WS-STANDARD-AFDELING.
       MOVE "files/BETALING-REPARATION.txt" TO WS-KILDE-STI.
       PERFORM AABN-KILDE.
       IF WS-KILDE-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ KILDE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       MOVE KILDE-LINJE TO REPARATION-RECORD
                       IF RQ-IBAN NOT = SPACES
                           PERFORM OPSAML-EN-BETALING
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KILDE-FIL
       END-IF.

       OPSAML-EN-BETALING.
       MOVE SPACES TO WS-NY-KUNDE-ID WS-NY-KONTO-AFD.
       SET KO-IDX TO 1.
       IF WS-KONTO-ANTAL > 0
           SEARCH KONTO-ENTRY
               AT END
                   CONTINUE
               WHEN KO-IDX > WS-KONTO-ANTAL
                   CONTINUE
               WHEN KOT-IBAN(KO-IDX) = RQ-IBAN
                   MOVE KOT-KUNDE-ID(KO-IDX) TO WS-NY-KUNDE-ID
                   MOVE KOT-AFDELING(KO-IDX) TO WS-NY-KONTO-AFD
           END-SEARCH
       END-IF.
       MOVE "BETREP" TO WS-NY-TYPE.
       MOVE RQ-IBAN TO WS-NY-EMNE.
       MOVE SPACES TO WS-NY-REFERENCE.
       STRING RQ-MODTAGET RQ-BELOEB
           DELIMITED BY SIZE INTO WS-NY-REFERENCE.
       MOVE RQ-BELOEB TO WS-BELOEB-EDIT.
       MOVE SPACES TO WS-NY-TEKST.
       STRING "Betaling " RQ-MODTAGET " AARSAG=" RQ-AARSAG " "
           FUNCTION TRIM(WS-BELOEB-EDIT) " " RQ-VALUTA " fra "
           FUNCTION TRIM(RQ-AFSENDER)
           DELIMITED BY SIZE INTO WS-NY-TEKST.
       PERFORM OPRET-OPGAVE.

       OPSAML-DATAKVALITET.
      * En opgave pr. kunde og fejlbehaeftet felt. Referencen er
      * blank: feltet giver en opgave en gang, ikke hver nat det
      * stadig er forkert efter opgaven er lukket.
       MOVE "files/DATAKVALITET-UNDTAGELSER.txt" TO WS-KILDE-STI.
       PERFORM AABN-KILDE.
       IF WS-KILDE-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ KILDE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KILDE-LINJE(1:10) NOT = SPACES
                           MOVE "DATAKV" TO WS-NY-TYPE
                           MOVE KILDE-LINJE(1:10) TO WS-NY-KUNDE-ID
                           MOVE KILDE-LINJE(12:12) TO WS-NY-EMNE
                           MOVE SPACES TO WS-NY-REFERENCE
                           MOVE SPACES TO WS-NY-TEKST
                           STRING "Ret stamdata: "
                               FUNCTION TRIM(KILDE-LINJE(12:12))
                               " er blankt eller ugyldigt"
                               DELIMITED BY SIZE INTO WS-NY-TEKST
                           MOVE SPACES TO WS-NY-KONTO-AFD
                           PERFORM OPRET-OPGAVE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KILDE-FIL
       END-IF.

       FIND-KONTO.
      * KONTO-ID til kunde og kontoafdeling; ukendt konto giver blank
      * kunde, og opgaven henfoeres da kun paa kontoen.
       MOVE SPACES TO WS-NY-KUNDE-ID WS-NY-KONTO-AFD.
       SET KO-IDX TO 1.
       IF WS-KONTO-ANTAL > 0
           SEARCH KONTO-ENTRY
               AT END
                   CONTINUE
               WHEN KO-IDX > WS-KONTO-ANTAL
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = WS-KONTO-ID
                   MOVE KOT-KUNDE-ID(KO-IDX) TO WS-NY-KUNDE-ID
                   MOVE KOT-AFDELING(KO-IDX) TO WS-NY-KONTO-AFD
           END-SEARCH
       END-IF.

      ******************************************************************
      * Dannelse af opgaven                                            *
      ******************************************************************
       OPRET-OPGAVE.
       PERFORM KONTROLLER-DUBLET.
       IF ER-DUBLET
           ADD 1 TO WS-DUBLET-TAELLER
           EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-AFDELING.
       MOVE 0 TO WS-FRIST-DAGE.
       SET AK-IDX TO 1.
       SEARCH KONFIG-ENTRY
           AT END
               DISPLAY "ADVARSEL: Ingen frist for " WS-NY-TYPE
                   " i files/ARBEJDSKOE-KONFIG.txt - forfald i dag."
           WHEN AK-IDX > WS-KONFIG-ANTAL
               DISPLAY "ADVARSEL: Ingen frist for " WS-NY-TYPE
                   " i files/ARBEJDSKOE-KONFIG.txt - forfald i dag."
           WHEN AKT-TYPE(AK-IDX) = WS-NY-TYPE
               MOVE AKT-FRIST(AK-IDX) TO WS-FRIST-DAGE
       END-SEARCH.

       ADD 1 TO WS-NAESTE-NR.
       MOVE SPACES TO OPGAVE-POST.
       MOVE WS-NAESTE-NR TO AO-OPGAVE-NR.
       MOVE WS-NY-AFDELING TO AO-AFDELING.
       MOVE WS-NY-TYPE TO AO-TYPE.
       MOVE WS-NY-KUNDE-ID TO AO-KUNDE-ID.
       MOVE WS-NY-EMNE TO AO-EMNE.
       MOVE WS-NY-REFERENCE TO AO-REFERENCE.
       SET AO-ER-AABEN TO TRUE.
       MOVE WS-DAGS-DATO TO AO-OPRETTET.
       COMPUTE WS-DATO-9 = FUNCTION DATE-OF-INTEGER(
           WS-DAGS-INT + WS-FRIST-DAGE).
       MOVE WS-DATO-9 TO AO-FORFALD.
       MOVE WS-DAGS-DATO TO AO-AENDRET.
       MOVE "NATKOERSEL" TO AO-AENDRET-AF.
       MOVE WS-NY-TEKST TO AO-TEKST.
       WRITE OPGAVE-POST.
       PERFORM GEM-OPGAVE-NOEGLE.

       ADD 1 TO WS-NY-I-ALT.
       EVALUATE TRUE
           WHEN AO-ER-KYC
               ADD 1 TO WS-NY-KYC
           WHEN AO-ER-BEVILLING
               ADD 1 TO WS-NY-BEVILLING
           WHEN AO-ER-OVERTRAEK
               ADD 1 TO WS-NY-OVERTRAEK
           WHEN AO-ER-RYKKER
               ADD 1 TO WS-NY-RYKKER
           WHEN AO-ER-ADRESSE
               ADD 1 TO WS-NY-ADRESSE
           WHEN AO-ER-BETALING
               ADD 1 TO WS-NY-BETALING
           WHEN AO-ER-DATAKVALITET
               ADD 1 TO WS-NY-DATAKVALITET
       END-EVALUATE.

       KONTROLLER-DUBLET.
      * Samme kunde, type og emne: dublet hvis opgaven stadig er
      * aaben eller taget, eller hvis den kom fra samme forekomst.
       MOVE "N" TO WS-DUBLET.
       PERFORM VARYING AO-IDX FROM 1 BY 1
               UNTIL AO-IDX > WS-OPGAVE-ANTAL OR ER-DUBLET
           IF AOT-TYPE(AO-IDX) = WS-NY-TYPE
                   AND AOT-KUNDE-ID(AO-IDX) = WS-NY-KUNDE-ID
                   AND AOT-EMNE(AO-IDX) = WS-NY-EMNE
               IF AOT-STATUS(AO-IDX) = "A" OR "T"
                       OR AOT-REFERENCE(AO-IDX) = WS-NY-REFERENCE
                   SET ER-DUBLET TO TRUE
               END-IF
           END-IF
       END-PERFORM.

       FIND-AFDELING.
      * Kundens afdeling fra masteren, ellers kontoens, ellers
      * hovedkontoret.
       MOVE SPACES TO WS-NY-AFDELING.
       IF WS-NY-KUNDE-ID NOT = SPACES
           MOVE WS-NY-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD
           READ MASTER-FIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AFDELING IN MASTER-RECORD TO WS-NY-AFDELING
           END-READ
       END-IF.
       IF WS-NY-AFDELING = SPACES
           MOVE WS-NY-KONTO-AFD TO WS-NY-AFDELING
       END-IF.
       IF WS-NY-AFDELING = SPACES
           MOVE WS-STANDARD-AFDELING TO WS-NY-AFDELING
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
