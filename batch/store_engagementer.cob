       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-ENGAGEMENTER.

      * Kvartalsopgoerelse af store engagementer til tilsynet: bankens
      * eksponering mod en enkelt kunde eller en gruppe af indbyrdes
      * forbundne kunder sammenholdes med basiskapitalen, og de
      * engagementer der overstiger indberetningsgraensen (10 pct.)
      * skrives til files/STORE-ENGAGEMENTER.txt, stoerste foerst.
      * Engagementer over loftet (25 pct.) markeres saerskilt.
      *
      * Grupperne kommer fra files/KUNDEGRUPPER.txt (vedligeholdes i
      * batch/kundegruppe_vedligehold.cob); en kunde uden gruppe er
      * sit eget engagement. Eksponeringen pr. konto goeres op i DKK
      * via files/VALUTAKURSER.txt (samme omregning som Opgave8) og
      * henfoeres til kontoens primaere ejer:
      *   - LOAN-konti med restgaelden,
      *   - oevrige konti med det stoerste af den bevilgede
      *     overtraeksramme (files/OVERTRAEK-BEVILLINGER.txt, kun
      *     bevillinger der ikke er udloebet) og det udnyttede
      *     overtraek (negativ saldo) - et overtraek inden for rammen
      *     taeller saaledes kun en gang.
      * Lukkede konti og indlaan taeller ikke.
      *
      * Basiskapital og graenser staar i
      * files/STORE-ENGAGEMENTER-KONFIG.txt. Koeres paa forlangende ved
      * kvartalets udgang ligesom de oevrige indberetninger.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONFIG-FIL
               ASSIGN TO "files/STORE-ENGAGEMENTER-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT GRUPPE-FIL ASSIGN TO "files/KUNDEGRUPPER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRUPPE-STATUS.

           SELECT BEVILLING-FIL
               ASSIGN TO "files/OVERTRAEK-BEVILLINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEVILLING-STATUS.

           SELECT VALUTAKURS-FIL
               ASSIGN TO "files/VALUTAKURSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUTAKURS-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

      *    Arbejdsfil til sorteringen efter engagementets stoerrelse.
           SELECT SORT-FIL ASSIGN TO "files/STORE-ENG-SORT.TMP".

           SELECT RAPPORT-FIL
               ASSIGN TO "files/STORE-ENGAGEMENTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 KF-NOEGLE        PIC X(12).
           05 FILLER           PIC X(1).
           05 KF-VAERDI        PIC X(20).
           05 FILLER           PIC X(47).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  GRUPPE-FIL.
       01  GRUPPE-RECORD.
           COPY "copybooks/KUNDEGRP.cpy".

       FD  BEVILLING-FIL.
       01  BEVILLING-POST.
           05 BV-KONTO-ID      PIC X(10).
           05 BV-BELOEB        PIC 9(7)V99.
           05 BV-UDLOEB        PIC X(8).

       FD  VALUTAKURS-FIL.
       01  VALUTAKURS-POST.
           05 VK-KODE          PIC X(3).
           05 FILLER           PIC X(1).
           05 VK-KURS          PIC 9(3)V9999.

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       SD  SORT-FIL.
       01  SORT-RECORD.
           05 SORT-ENGAGEMENT  PIC S9(13)V99.
           05 SORT-ENHED-IDX   PIC 9(5).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(120).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-GRUPPE-STATUS    PIC XX     VALUE "00".
       01  WS-BEVILLING-STATUS PIC XX     VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-MAANED           PIC 9(2)   VALUE 0.
       01  WS-KVARTAL          PIC 9(1)   VALUE 0.

      * Parametrene. Basiskapitalen er femten cifre med to
      * underforstaaede decimaler, graenserne procent med to
      * decimaler (01000 = 10,00 pct.).
       01  WS-BASISKAPITAL     PIC 9(13)V99 VALUE 0.
       01  WS-INDBERETNING-PCT PIC 9(3)V99 VALUE 10.
       01  WS-LOFT-PCT         PIC 9(3)V99 VALUE 25.
       01  WS-KONFIG-CIFRE     PIC 9(15)  VALUE 0.
       01  WS-PCT-CIFRE        PIC 9(5)   VALUE 0.
       01  WS-INDBERETNING-GRAENSE PIC 9(13)V99 VALUE 0.
       01  WS-LOFT-GRAENSE     PIC 9(13)V99 VALUE 0.

      * Tabel over valutakurser til DKK, indlaest en gang ved opstart
       01  WS-KURS-ANTAL       PIC 9(2)   VALUE 0.
       01  VALUTAKURS-TABEL.
           05  KURS-ENTRY OCCURS 20 TIMES
                             INDEXED BY VK-IDX.
               10  KURS-KODE      PIC X(3)     VALUE SPACES.
               10  KURS-VAERDI    PIC 9(3)V9999 VALUE 0.

      * Gaeldende overtraeksbevillinger
       01  WS-BEV-ANTAL        PIC 9(3)   VALUE 0.
       01  BEV-TABEL.
           05  BEV-ENTRY OCCURS 500 TIMES
                           INDEXED BY BE-IDX.
               10  BET-KONTO-ID    PIC X(10)   VALUE SPACES.
               10  BET-BELOEB      PIC 9(7)V99 VALUE 0.

      * Gruppemedlemskaber
       01  WS-GRP-ANTAL        PIC 9(3)   VALUE 0.
       01  GRP-TABEL.
           05  GRP-ENTRY OCCURS 500 TIMES
                           INDEXED BY GR-IDX.
               10  GRT-GRUPPE-ID   PIC X(10)   VALUE SPACES.
               10  GRT-KUNDE-ID    PIC X(10)   VALUE SPACES.
               10  GRT-RELATION    PIC X(1)    VALUE SPACES.

      * Et engagement pr. gruppe (art G) eller kunde uden gruppe
      * (art K), med eksponeringen fordelt paa de tre kilder.
       01  WS-ENHED-ANTAL      PIC 9(5)   VALUE 0.
       01  ENHED-TABEL.
           05  ENHED-ENTRY OCCURS 2000 TIMES
                             INDEXED BY EN-IDX.
               10  ENT-NOEGLE      PIC X(10)      VALUE SPACES.
               10  ENT-ART         PIC X(1)       VALUE SPACES.
               10  ENT-LAAN        PIC S9(13)V99  VALUE 0.
               10  ENT-RAMME       PIC S9(13)V99  VALUE 0.
               10  ENT-OVERTRAEK   PIC S9(13)V99  VALUE 0.
               10  ENT-ENGAGEMENT  PIC S9(13)V99  VALUE 0.
               10  ENT-KONTI       PIC 9(5)       VALUE 0.

      * Den aktuelle kontos bidrag
       01  WS-ENHED-NOEGLE     PIC X(10)  VALUE SPACES.
       01  WS-ENHED-ART        PIC X(1)   VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.
       01  WS-BALANCE-NUM      PIC S9(7)V99 VALUE 0.
       01  WS-DKK-BELOEB       PIC S9(11)V99 VALUE 0.
       01  WS-RAMME-DKK        PIC S9(11)V99 VALUE 0.
       01  WS-OVERTRAEK-DKK    PIC S9(11)V99 VALUE 0.
       01  WS-SOEGE-VALUTA     PIC X(3)   VALUE SPACES.
       01  WS-FUNDET-KURS      PIC 9(3)V9999 VALUE 1.

      * Udskrift
       01  WS-PCT-AF-KAPITAL   PIC 9(5)V99 VALUE 0.
       01  WS-BELOEB-EDIT      PIC -(13)9,99.
       01  WS-BELOEB-EDIT-2    PIC -(13)9,99.
       01  WS-BELOEB-EDIT-3    PIC -(13)9,99.
       01  WS-PCT-EDIT         PIC ZZZZ9,99.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.
       01  WS-MARKERING        PIC X(14)  VALUE SPACES.
       01  WS-CVR-VISNING      PIC X(13)  VALUE SPACES.
       01  WS-INDBERETTET-TAELLER PIC 9(5) VALUE 0.
       01  WS-LOFT-TAELLER     PIC 9(5)   VALUE 0.
       01  WS-GRUPPE-TAELLER   PIC 9(5)   VALUE 0.
       01  WS-SORT-EOF         PIC X      VALUE "N".
           88  SORT-EOF                   VALUE "Y".

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "STORE-ENGAGEMENTER".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO(5:2) TO WS-MAANED.
       COMPUTE WS-KVARTAL = (WS-MAANED + 2) / 3.
       PERFORM INDLAES-KONFIG.
       PERFORM INDLAES-VALUTAKURSER.
       PERFORM INDLAES-BEVILLINGER.
       PERFORM INDLAES-GRUPPER.
       PERFORM OPGOER-EKSPONERINGER.

       COMPUTE WS-INDBERETNING-GRAENSE ROUNDED
           = WS-BASISKAPITAL * WS-INDBERETNING-PCT / 100.
       COMPUTE WS-LOFT-GRAENSE ROUNDED
           = WS-BASISKAPITAL * WS-LOFT-PCT / 100.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/STORE-ENGAGEMENTER.txt, status="
               WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN INPUT MASTER-FIL.
       PERFORM SKRIV-HOVED.

      * Engagementerne over indberetningsgraensen, stoerste foerst.
       SORT SORT-FIL
           ON DESCENDING KEY SORT-ENGAGEMENT
           INPUT PROCEDURE IS UDVAELG-ENGAGEMENTER
           OUTPUT PROCEDURE IS SKRIV-ENGAGEMENTER.

       PERFORM SKRIV-AFSLUTNING.
       IF WS-MASTER-STATUS = "00"
           CLOSE MASTER-FIL
       END-IF.
       CLOSE RAPPORT-FIL.

       DISPLAY "STORE-ENGAGEMENTER: engagementer="
           WS-ENHED-ANTAL " indberettes=" WS-INDBERETTET-TAELLER
           " over loftet=" WS-LOFT-TAELLER.
       IF WS-LOFT-TAELLER > 0
           DISPLAY "ADVARSEL: " WS-LOFT-TAELLER
               " engagement(er) over loftet - se "
               "files/STORE-ENGAGEMENTER.txt."
       END-IF.
       MOVE WS-INDBERETTET-TAELLER TO WS-NOTIF-ANTAL.
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
      * Noegleord i kolonne 1-12, vaerdi fra kolonne 14. Uden
      * basiskapital kan graenserne ikke regnes - koerslen standses.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/STORE-ENGAGEMENTER-KONFIG.txt, status="
               WS-KONFIG-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL WS-KONFIG-STATUS NOT = "00"
           READ KONFIG-FIL INTO KONFIG-POST
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM FORTOLK-KONFIG-LINJE
           END-READ
       END-PERFORM.
       CLOSE KONFIG-FIL.
       IF WS-BASISKAPITAL = 0
           DISPLAY "FEJL: BASISKAPITAL mangler i "
               "files/STORE-ENGAGEMENTER-KONFIG.txt."
           PERFORM STOP-MED-FEJL
       END-IF.

       FORTOLK-KONFIG-LINJE.
       EVALUATE KF-NOEGLE
           WHEN "BASISKAPITAL"
               IF KF-VAERDI(1:15) NUMERIC
                   MOVE KF-VAERDI(1:15) TO WS-KONFIG-CIFRE
                   COMPUTE WS-BASISKAPITAL = WS-KONFIG-CIFRE / 100
               END-IF
           WHEN "INDBERETNING"
               IF KF-VAERDI(1:5) NUMERIC
                   MOVE KF-VAERDI(1:5) TO WS-PCT-CIFRE
                   COMPUTE WS-INDBERETNING-PCT = WS-PCT-CIFRE / 100
               END-IF
           WHEN "LOFT"
               IF KF-VAERDI(1:5) NUMERIC
                   MOVE KF-VAERDI(1:5) TO WS-PCT-CIFRE
                   COMPUTE WS-LOFT-PCT = WS-PCT-CIFRE / 100
               END-IF
       END-EVALUATE.

       INDLAES-VALUTAKURSER.
      * Indlaes valutakurser (til DKK) i hukommelsen.
       OPEN INPUT VALUTAKURS-FIL.
       IF WS-VALUTAKURS-STATUS = "00"
           PERFORM UNTIL WS-VALUTAKURS-STATUS NOT = "00"
               READ VALUTAKURS-FIL INTO VALUTAKURS-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-KURS-ANTAL < 20
                           ADD 1 TO WS-KURS-ANTAL
                           MOVE VK-KODE TO KURS-KODE(WS-KURS-ANTAL)
                           MOVE VK-KURS TO KURS-VAERDI(WS-KURS-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAKURS-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke indlaese valutakurser, status="
               WS-VALUTAKURS-STATUS
       END-IF.

       INDLAES-BEVILLINGER.
      * Kun bevillinger der stadig gaelder, taeller med; en udloebet
      * ramme kan ikke traekkes paa.
       OPEN INPUT BEVILLING-FIL.
       IF WS-BEVILLING-STATUS = "00"
           PERFORM UNTIL WS-BEVILLING-STATUS NOT = "00"
               READ BEVILLING-FIL INTO BEVILLING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BV-KONTO-ID NOT = SPACES
                               AND BV-UDLOEB NOT < WS-DAGS-DATO
                               AND WS-BEV-ANTAL < 500
                           ADD 1 TO WS-BEV-ANTAL
                           SET BE-IDX TO WS-BEV-ANTAL
                           MOVE BV-KONTO-ID TO BET-KONTO-ID(BE-IDX)
                           MOVE BV-BELOEB TO BET-BELOEB(BE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BEVILLING-FIL
       END-IF.

       INDLAES-GRUPPER.
      * Uden gruppefil er hver kunde sit eget engagement.
       OPEN INPUT GRUPPE-FIL.
       IF WS-GRUPPE-STATUS = "00"
           PERFORM UNTIL WS-GRUPPE-STATUS NOT = "00"
               READ GRUPPE-FIL INTO GRUPPE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KG-KUNDE-ID NOT = SPACES
                               AND WS-GRP-ANTAL < 500
                           ADD 1 TO WS-GRP-ANTAL
                           SET GR-IDX TO WS-GRP-ANTAL
                           MOVE KG-GRUPPE-ID TO GRT-GRUPPE-ID(GR-IDX)
                           MOVE KG-KUNDE-ID TO GRT-KUNDE-ID(GR-IDX)
                           MOVE KG-RELATION TO GRT-RELATION(GR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPPE-FIL
       ELSE
           DISPLAY "ADVARSEL: files/KUNDEGRUPPER.txt mangler - "
               "engagementerne opgoeres kun pr. kunde."
       END-IF.

       OPGOER-EKSPONERINGER.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KONTO-STATUS IN KONTO-RECORD NOT = "C"
                       PERFORM OPGOER-KONTO
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       OPGOER-KONTO.
      * Kontoens eksponering i DKK; indlaan giver ingen eksponering.
       MOVE BALANCE IN KONTO-RECORD TO WS-BALANCE-NUM.
       MOVE VALUTA-KD IN KONTO-RECORD TO WS-SOEGE-VALUTA.
       PERFORM FIND-KURS.
       COMPUTE WS-DKK-BELOEB ROUNDED
           = WS-BALANCE-NUM * WS-FUNDET-KURS.
       MOVE 0 TO WS-RAMME-DKK.
       MOVE 0 TO WS-OVERTRAEK-DKK.
       IF KONTO-TYPE IN KONTO-RECORD = "LOAN"
           MOVE FUNCTION ABS(WS-DKK-BELOEB) TO WS-DKK-BELOEB
       ELSE
           SET BE-IDX TO 1
           IF WS-BEV-ANTAL > 0
               SEARCH BEV-ENTRY
                   AT END
                       CONTINUE
                   WHEN BE-IDX > WS-BEV-ANTAL
                       CONTINUE
                   WHEN BET-KONTO-ID(BE-IDX) = KONTO-ID IN KONTO-RECORD
                       COMPUTE WS-RAMME-DKK ROUNDED
                           = BET-BELOEB(BE-IDX) * WS-FUNDET-KURS
               END-SEARCH
           END-IF
           IF WS-DKK-BELOEB < 0
               COMPUTE WS-OVERTRAEK-DKK = 0 - WS-DKK-BELOEB
           END-IF
           MOVE 0 TO WS-DKK-BELOEB
       END-IF.
       IF WS-DKK-BELOEB > 0 OR WS-RAMME-DKK > 0
               OR WS-OVERTRAEK-DKK > 0
           PERFORM FIND-ENHED
           ADD WS-DKK-BELOEB TO ENT-LAAN(EN-IDX)
           ADD WS-RAMME-DKK TO ENT-RAMME(EN-IDX)
           ADD WS-OVERTRAEK-DKK TO ENT-OVERTRAEK(EN-IDX)
           ADD WS-DKK-BELOEB TO ENT-ENGAGEMENT(EN-IDX)
           IF WS-RAMME-DKK > WS-OVERTRAEK-DKK
               ADD WS-RAMME-DKK TO ENT-ENGAGEMENT(EN-IDX)
           ELSE
               ADD WS-OVERTRAEK-DKK TO ENT-ENGAGEMENT(EN-IDX)
           END-IF
           ADD 1 TO ENT-KONTI(EN-IDX)
       END-IF.

       FIND-KURS.
      * Slaa en valutakode op i kurstabellen; ukendte valutaer
      * omregnes 1:1, samme regel som OMREGN-TIL-DKK i Opgave8.
       MOVE 1 TO WS-FUNDET-KURS.
       SET VK-IDX TO 1.
       IF WS-KURS-ANTAL > 0
           SEARCH KURS-ENTRY
               AT END
                   MOVE 1 TO WS-FUNDET-KURS
               WHEN KURS-KODE(VK-IDX) = WS-SOEGE-VALUTA
                   MOVE KURS-VAERDI(VK-IDX) TO WS-FUNDET-KURS
           END-SEARCH
       END-IF.

       FIND-ENHED.
      * Kontoens ejer henfoeres til sin gruppe, hvis den har en;
      * ellers er kunden sit eget engagement. EN-IDX peger bagefter
      * paa engagementet, der oprettes hvis det er nyt.
       MOVE KUNDE-ID IN KONTO-RECORD TO WS-ENHED-NOEGLE.
       MOVE "K" TO WS-ENHED-ART.
       SET GR-IDX TO 1.
       IF WS-GRP-ANTAL > 0
           SEARCH GRP-ENTRY
               AT END
                   CONTINUE
               WHEN GR-IDX > WS-GRP-ANTAL
                   CONTINUE
               WHEN GRT-KUNDE-ID(GR-IDX) = KUNDE-ID IN KONTO-RECORD
                   MOVE GRT-GRUPPE-ID(GR-IDX) TO WS-ENHED-NOEGLE
                   MOVE "G" TO WS-ENHED-ART
           END-SEARCH
       END-IF.
       MOVE 0 TO WS-FUNDET-IDX.
       SET EN-IDX TO 1.
       IF WS-ENHED-ANTAL > 0
           SEARCH ENHED-ENTRY
               AT END
                   MOVE 0 TO WS-FUNDET-IDX
               WHEN EN-IDX > WS-ENHED-ANTAL
                   MOVE 0 TO WS-FUNDET-IDX
               WHEN ENT-NOEGLE(EN-IDX) = WS-ENHED-NOEGLE
                       AND ENT-ART(EN-IDX) = WS-ENHED-ART
                   SET WS-FUNDET-IDX TO EN-IDX
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX = 0
           IF WS-ENHED-ANTAL >= 2000
               DISPLAY "FEJL: Flere end 2000 engagementer, "
                   "engagementstabellen er for lille."
               CLOSE KONTOOPL-FIL
               PERFORM STOP-MED-FEJL
           END-IF
           ADD 1 TO WS-ENHED-ANTAL
           SET EN-IDX TO WS-ENHED-ANTAL
           MOVE WS-ENHED-NOEGLE TO ENT-NOEGLE(EN-IDX)
           MOVE WS-ENHED-ART TO ENT-ART(EN-IDX)
           IF WS-ENHED-ART = "G"
               ADD 1 TO WS-GRUPPE-TAELLER
           END-IF
       ELSE
           SET EN-IDX TO WS-FUNDET-IDX
       END-IF.

       SKRIV-HOVED.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "STORE ENGAGEMENTER - KVARTAL " WS-DAGS-DATO(1:4)
           " K" WS-KVARTAL " - OPGJORT " WS-DAGS-DATO
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-BASISKAPITAL TO WS-BELOEB-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "BASISKAPITAL DKK " FUNCTION TRIM(WS-BELOEB-EDIT)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-INDBERETNING-GRAENSE TO WS-BELOEB-EDIT.
       MOVE WS-INDBERETNING-PCT TO WS-PCT-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "INDBERETNINGSGRAENSE " FUNCTION TRIM(WS-PCT-EDIT)
           " PCT = DKK " FUNCTION TRIM(WS-BELOEB-EDIT)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE WS-LOFT-GRAENSE TO WS-BELOEB-EDIT.
       MOVE WS-LOFT-PCT TO WS-PCT-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "LOFT                 " FUNCTION TRIM(WS-PCT-EDIT)
           " PCT = DKK " FUNCTION TRIM(WS-BELOEB-EDIT)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       UDVAELG-ENGAGEMENTER.
       PERFORM VARYING EN-IDX FROM 1 BY 1
               UNTIL EN-IDX > WS-ENHED-ANTAL
           IF ENT-ENGAGEMENT(EN-IDX) NOT < WS-INDBERETNING-GRAENSE
               MOVE ENT-ENGAGEMENT(EN-IDX) TO SORT-ENGAGEMENT
               SET SORT-ENHED-IDX TO EN-IDX
               RELEASE SORT-RECORD
           END-IF
       END-PERFORM.

       SKRIV-ENGAGEMENTER.
       MOVE "N" TO WS-SORT-EOF.
       PERFORM UNTIL SORT-EOF
           RETURN SORT-FIL
               AT END
                   MOVE "Y" TO WS-SORT-EOF
               NOT AT END
                   SET EN-IDX TO SORT-ENHED-IDX
                   PERFORM SKRIV-ENGAGEMENT
           END-RETURN
       END-PERFORM.

       SKRIV-ENGAGEMENT.
       ADD 1 TO WS-INDBERETTET-TAELLER.
       COMPUTE WS-PCT-AF-KAPITAL ROUNDED
           = ENT-ENGAGEMENT(EN-IDX) * 100 / WS-BASISKAPITAL.
       MOVE SPACES TO WS-MARKERING.
       IF ENT-ENGAGEMENT(EN-IDX) > WS-LOFT-GRAENSE
           MOVE "*OVER LOFTET*" TO WS-MARKERING
           ADD 1 TO WS-LOFT-TAELLER
       END-IF.
       MOVE ENT-ENGAGEMENT(EN-IDX) TO WS-BELOEB-EDIT.
       MOVE WS-PCT-AF-KAPITAL TO WS-PCT-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       IF ENT-ART(EN-IDX) = "G"
           STRING "GRUPPE " ENT-NOEGLE(EN-IDX)
               " ENGAGEMENT DKK " FUNCTION TRIM(WS-BELOEB-EDIT)
               " = " FUNCTION TRIM(WS-PCT-EDIT) " PCT "
               WS-MARKERING
               INTO RAPPORT-TEXT
       ELSE
           MOVE ENT-NOEGLE(EN-IDX) TO KUNDE-ID IN MASTER-RECORD
           PERFORM HENT-KUNDENAVN
           STRING "KUNDE  " ENT-NOEGLE(EN-IDX) " "
               FUNCTION TRIM(FULDT-NAVN)
               " ENGAGEMENT DKK " FUNCTION TRIM(WS-BELOEB-EDIT)
               " = " FUNCTION TRIM(WS-PCT-EDIT) " PCT "
               WS-MARKERING
               INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.
       MOVE ENT-LAAN(EN-IDX) TO WS-BELOEB-EDIT.
       MOVE ENT-RAMME(EN-IDX) TO WS-BELOEB-EDIT-2.
       MOVE ENT-OVERTRAEK(EN-IDX) TO WS-BELOEB-EDIT-3.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "  LAAN=" FUNCTION TRIM(WS-BELOEB-EDIT)
           " BEVILGET OVERTRAEK=" FUNCTION TRIM(WS-BELOEB-EDIT-2)
           " UDNYTTET OVERTRAEK=" FUNCTION TRIM(WS-BELOEB-EDIT-3)
           " KONTI=" ENT-KONTI(EN-IDX)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       IF ENT-ART(EN-IDX) = "G"
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GRP-ANTAL
               IF GRT-GRUPPE-ID(GR-IDX) = ENT-NOEGLE(EN-IDX)
                   PERFORM SKRIV-GRUPPEMEDLEM
               END-IF
           END-PERFORM
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-GRUPPEMEDLEM.
       MOVE GRT-KUNDE-ID(GR-IDX) TO KUNDE-ID IN MASTER-RECORD.
       PERFORM HENT-KUNDENAVN.
       MOVE SPACES TO WS-CVR-VISNING.
       IF KUNDE-ART IN MASTER-RECORD = "E"
           STRING " CVR=" CVR-NUMMER IN MASTER-RECORD
               INTO WS-CVR-VISNING
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "  MEDLEM " GRT-KUNDE-ID(GR-IDX)
           " " GRT-RELATION(GR-IDX) " "
           FUNCTION TRIM(FULDT-NAVN)
           WS-CVR-VISNING
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       HENT-KUNDENAVN.
      * KUNDE-ID IN MASTER-RECORD er sat af kalderen.
       MOVE SPACES TO FULDT-NAVN.
       IF WS-MASTER-STATUS = "00"
           READ MASTER-FIL
               INVALID KEY
                   MOVE "(UKENDT KUNDE)" TO FULDT-NAVN
                   MOVE SPACES TO KUNDE-ART IN MASTER-RECORD
               NOT INVALID KEY
                   CALL "KUNDE-NAVN-FORMAT" USING
                       FORNAVN IN MASTER-RECORD
                       EFTERNAVN IN MASTER-RECORD FULDT-NAVN
           END-READ
       END-IF.

       SKRIV-AFSLUTNING.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "I ALT: ENGAGEMENTER=" WS-ENHED-ANTAL
           " HERAF GRUPPER=" WS-GRUPPE-TAELLER
           " INDBERETTES=" WS-INDBERETTET-TAELLER
           " OVER LOFTET=" WS-LOFT-TAELLER
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
