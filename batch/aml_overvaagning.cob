       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-OVERVAAGNING.

      * Hvidvaskovervaagning af transaktionsmoenstre, koert som trin
      * i den daglige kaede lige efter posteringsmotoren og
      * raabalancen: de linjer i files/POSTERING-HISTORIK.txt der er
      * bogfoert siden forrige koersel, holdes op mod scenarierne i
      * files/AML-SCENARIER.txt. Udvalget sker paa loebenummeret,
      * samme princip som RAABALANCE: sidste gennemgaaede nummer
      * gemmes i files/AML-LOEBENR.txt, saa bagudrettede linjer ikke
      * falder mellem to koersler. Scenarierne er
      *   STRUKTUR - kontantlignende indsaettelser (tekstpraefiks)
      *              lige under en beloebsgraense,
      *   GENNEMLB - en stor indsaettelse der inden for N dage gaar
      *              ud igen med mindst en given procentdel,
      *   DVALE    - omsaetning paa konti hvis kunde KUNDE-DVALE-SWEEP
      *              har sat i status D,
      *   HOEJRISK - debeter med transaktionskode UDLB (UDLAND-
      *              BETALING-KOERSELs udlandsbetalinger og boets
      *              udbetalinger til udlandet) til et land paa
      *              hoejrisikolisten. Koden slaas op via
      *              shared/transkode_opslag.cob, saa aeldre linjer
      *              uden kode klassificeres efter teksten; landet er
      *              modtager-IBANens to foerste tegn efter praefikset
      *              ("UDLANDSBET " eller "BOET UDL ").
      * Hvert ramt scenarie pr. konto giver een alarmlinje i koeen
      * files/AML-ALARMER.txt med KUNDE-ID, KONTO-ID, scenarie og de
      * involverede HI-LOEBENR - se copybooks/AMLALARM.cpy. Alarmerne
      * afgoeres af compliance i AML-ALARM-BEHANDLING. Beloeb omregnes
      * til DKK efter files/VALUTAKURSER.txt, saa graenserne gaelder
      * ens paa tvaers af kontovalutaer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Den loebende historik, og for GENNEMLB-vinduet henover et
      *    aarsskifte ogsaa forrige aars partition (se
      *    batch/historik_aarsrul.cob). Stien saettes pr. kilde.
           SELECT HISTORIK-FIL ASSIGN DYNAMIC WS-STI-HISTORIK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIK-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SCENARIE-FIL ASSIGN TO "files/AML-SCENARIER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCENARIE-STATUS.

           SELECT VALUTAKURS-FIL
               ASSIGN TO "files/VALUTAKURSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUTAKURS-STATUS.

           SELECT SIDSTE-FIL ASSIGN TO "files/AML-LOEBENR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDSTE-STATUS.

           SELECT ALARM-FIL ASSIGN TO "files/AML-ALARMER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIK-FIL.
       01  HISTORIK-RECORD.
           COPY "copybooks/POSTHIST.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

      * En linje pr. scenarieregel; samme scenarie kan staa paa
      * flere linjer (fx et tekstpraefiks pr. linje for STRUKTUR og
      * et land pr. linje for HOEJRISK). Regler med SC-AKTIV
      * forskellig fra J springes over.
       FD  SCENARIE-FIL.
       01  SCENARIE-POST.
           05 SC-KODE          PIC X(8).
           05 FILLER           PIC X(1).
           05 SC-AKTIV         PIC X(1).
           05 FILLER           PIC X(1).
      *    STRUKTUR: graensen der ligges lige under. GENNEMLB:
      *    mindste indsaettelse. DVALE: mindste samlede omsaetning.
      *    HOEJRISK: mindste betaling (0 = alle).
           05 SC-BELOEB        PIC 9(7)V99.
           05 FILLER           PIC X(1).
      *    STRUKTUR: baandet under graensen i procent. GENNEMLB:
      *    hvor stor en del af indsaettelsen der skal gaa ud igen.
           05 SC-PROCENT       PIC 9(3).
           05 FILLER           PIC X(1).
      *    GENNEMLB: vinduet i dage fra indsaettelse til udbetaling.
           05 SC-DAGE          PIC 9(3).
           05 FILLER           PIC X(1).
      *    STRUKTUR: tekstpraefiks for kontantlignende indsaettelser.
      *    HOEJRISK: landekoden (de to foerste tegn i IBAN).
           05 SC-TEKST         PIC X(20).

       FD  VALUTAKURS-FIL.
       01  VALUTAKURS-POST.
           05 VK-KODE          PIC X(3).
           05 FILLER           PIC X(1).
           05 VK-KURS          PIC 9(3)V9999.

       FD  SIDSTE-FIL.
       01  SIDSTE-RECORD.
           05 SIDSTE-VAERDI    PIC 9(7).

       FD  ALARM-FIL.
       01  ALARM-RECORD.
           COPY "copybooks/AMLALARM.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-SCENARIE-STATUS  PIC XX     VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-SIDSTE-STATUS    PIC XX     VALUE "00".
       01  WS-ALARM-STATUS     PIC XX     VALUE "00".
       01  WS-STI-HISTORIK     PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DAGS-DATO-9      PIC 9(8)   VALUE 0.
       01  WS-DAGS-NR          PIC 9(8)   VALUE 0.
       01  WS-SIDSTE-LOEBENR   PIC 9(7)   VALUE 0.
       01  WS-HOEJESTE-LOEBENR PIC 9(7)   VALUE 0.
       01  WS-LINJE-LOEBENR    PIC 9(7)   VALUE 0.

      * Scenarieregler fra files/AML-SCENARIER.txt
       01  WS-REGEL-ANTAL      PIC 9(3)   VALUE 0.
       01  REGEL-TABEL.
           05  REGEL-ENTRY OCCURS 100 TIMES
                            INDEXED BY RG-IDX.
               10  RGT-KODE        PIC X(8)     VALUE SPACES.
               10  RGT-BELOEB      PIC 9(7)V99  VALUE 0.
               10  RGT-PROCENT     PIC 9(3)     VALUE 0.
               10  RGT-DAGE        PIC 9(3)     VALUE 0.
               10  RGT-TEKST       PIC X(20)    VALUE SPACES.
               10  RGT-TEKST-LGD   PIC 9(2)     VALUE 0.
      * Det stoerste GENNEMLB-vindue bestemmer hvor langt tilbage
      * historikken skal laeses ind.
       01  WS-MAKS-DAGE        PIC 9(3)   VALUE 0.
       01  WS-VINDUE-FRA-NR    PIC 9(8)   VALUE 0.
       01  WS-VINDUE-FRA-DATO  PIC 9(8)   VALUE 0.
       01  WS-AKTUELT-AAR-9    PIC 9(4)   VALUE 0.
       01  WS-FORRIGE-AAR-9    PIC 9(4)   VALUE 0.

      * Valutakurser til DKK
       01  WS-KURS-ANTAL       PIC 9(2)   VALUE 0.
       01  VALUTAKURS-TABEL.
           05  KURS-ENTRY OCCURS 20 TIMES
                             INDEXED BY VK-IDX.
               10  KURS-KODE      PIC X(3)     VALUE SPACES.
               10  KURS-VAERDI    PIC 9(3)V9999 VALUE 0.
       01  WS-SOEGE-VALUTA     PIC X(3)   VALUE SPACES.
       01  WS-FUNDET-KURS      PIC 9(3)V9999 VALUE 0.

      * Kunder i dvale (status D) fra kundemasteren
       01  WS-DVALE-ANTAL      PIC 9(5)   VALUE 0.
       01  DVALE-TABEL.
           05  DVALE-ENTRY OCCURS 5000 TIMES
                            INDEXED BY DV-IDX.
               10  DVT-KUNDE-ID    PIC X(10) VALUE SPACES.
       01  WS-DVALE-FUNDET     PIC X      VALUE "N".
           88  KUNDE-I-DVALE              VALUE "Y".

      * Historiklinjerne i vinduet: de nye linjer plus de aeldre
      * linjer GENNEMLB skal kunne se tilbage paa. VIT-NY = "J" for
      * linjer over sidste gennemgaaede loebenummer.
       01  WS-VINDUE-ANTAL     PIC 9(5)   VALUE 0.
       01  VINDUE-TABEL.
           05  VINDUE-ENTRY OCCURS 20000 TIMES
                             INDEXED BY VI-IDX.
               10  VIT-KUNDE-ID    PIC X(10)     VALUE SPACES.
               10  VIT-KONTO-ID    PIC X(10)     VALUE SPACES.
               10  VIT-DATO-NR     PIC 9(8)      VALUE 0.
               10  VIT-DK          PIC X(1)      VALUE SPACES.
               10  VIT-BELOEB      PIC S9(9)V99  VALUE 0.
               10  VIT-TEKST       PIC X(30)     VALUE SPACES.
               10  VIT-TRANSKODE   PIC X(4)      VALUE SPACES.
               10  VIT-LOEBENR     PIC X(7)      VALUE SPACES.
               10  VIT-NY          PIC X(1)      VALUE SPACES.
       01  WS-LINJE-DATO-9     PIC 9(8)   VALUE 0.
       01  WS-LINJE-DATO-NR    PIC 9(8)   VALUE 0.
       01  WS-LINJE-BELOEB     PIC S9(9)V99 VALUE 0.
       01  WS-LINJE-NY         PIC X      VALUE "N".

      * Ramte scenarier pr. konto i denne koersel - een alarm pr.
      * konto og scenarie. HIT-GRAENSE er det samlede beloeb der
      * skal naas foer ramningen bliver til en alarm (DVALE); de
      * oevrige scenarier alarmerer paa hver ramt linje.
       01  WS-HIT-ANTAL        PIC 9(4)   VALUE 0.
       01  HIT-TABEL.
           05  HIT-ENTRY OCCURS 2000 TIMES
                          INDEXED BY HI-IDX.
               10  HIT-KUNDE-ID    PIC X(10)     VALUE SPACES.
               10  HIT-KONTO-ID    PIC X(10)     VALUE SPACES.
               10  HIT-SCENARIE    PIC X(8)      VALUE SPACES.
               10  HIT-BELOEB      PIC S9(9)V99  VALUE 0.
               10  HIT-GRAENSE     PIC 9(7)V99   VALUE 0.
               10  HIT-LINJER      PIC 9(4)      VALUE 0.
               10  HIT-LOEBENR     PIC X(7) OCCURS 5 TIMES
                                                 VALUE SPACES.
       01  WS-HIT-FUNDET-IDX   PIC 9(4)   VALUE 0.
       01  WS-HIT-KUNDE-ID     PIC X(10)  VALUE SPACES.
       01  WS-HIT-KONTO-ID     PIC X(10)  VALUE SPACES.
       01  WS-HIT-SCENARIE     PIC X(8)   VALUE SPACES.
       01  WS-HIT-BELOEB       PIC S9(9)V99 VALUE 0.
       01  WS-HIT-GRAENSE      PIC 9(7)V99 VALUE 0.
       01  WS-HIT-LOEBENR      PIC X(7)   VALUE SPACES.
       01  WS-LN-IDX           PIC 9(2)   VALUE 0.
       01  WS-LN-FINDES        PIC X      VALUE "N".

      * Arbejdsfelter til scenarierne
       01  WS-NY-NR            PIC 9(5)   VALUE 0.
       01  WS-SOEG-NR          PIC S9(5)  VALUE 0.
       01  WS-REGEL-RAMT       PIC X      VALUE "N".
       01  WS-BAAND-BUND       PIC S9(9)V99 VALUE 0.
       01  WS-UD-SUM           PIC S9(11)V99 VALUE 0.
       01  WS-SOEG-STOP        PIC X      VALUE "N".
       01  WS-DAGE-IMELLEM     PIC S9(8)  VALUE 0.
       01  WS-TEKST-LGD        PIC 9(2)   VALUE 0.
       01  WS-LANDE-POS        PIC 9(2)   VALUE 0.

      * Historiklinjens transaktionskode - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.

       01  WS-NAESTE-ALARM-NR  PIC 9(7)   VALUE 0.
       01  WS-NYE-LINJER       PIC 9(7)   VALUE 0.
       01  WS-ALARM-TAELLER    PIC 9(7)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "AML-OVERVAAGNING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DAGS-DATO-9.
       COMPUTE WS-DAGS-NR = FUNCTION INTEGER-OF-DATE(WS-DAGS-DATO-9).
       PERFORM INDLAES-SCENARIER.
       IF WS-REGEL-ANTAL = 0
           DISPLAY "FEJL: Ingen aktive scenarier i "
               "files/AML-SCENARIER.txt - overvaagningen kan ikke "
               "koeres."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ALARM-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM INDLAES-VALUTAKURSER.
       PERFORM INDLAES-DVALE-KUNDER.
       PERFORM INDLAES-SIDSTE-LOEBENR.
       PERFORM INDLAES-VINDUE.
       PERFORM FIND-NAESTE-ALARM-NR.

       PERFORM VURDER-NY-LINJE
           VARYING WS-NY-NR FROM 1 BY 1
           UNTIL WS-NY-NR > WS-VINDUE-ANTAL.

       PERFORM SKRIV-ALARMER.
       PERFORM SKRIV-SIDSTE-LOEBENR.

       DISPLAY "AML-OVERVAAGNING: nye linjer=" WS-NYE-LINJER
           " alarmer=" WS-ALARM-TAELLER.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-ALARM-TAELLER.
       STOP RUN.

       INDLAES-SCENARIER.
       OPEN INPUT SCENARIE-FIL.
       IF WS-SCENARIE-STATUS = "00"
           PERFORM UNTIL WS-SCENARIE-STATUS NOT = "00"
               READ SCENARIE-FIL INTO SCENARIE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-AKTIV = "J"
                               AND SC-KODE NOT = SPACES
                               AND WS-REGEL-ANTAL < 100
                           PERFORM GEM-SCENARIE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCENARIE-FIL
       END-IF.

       GEM-SCENARIE.
       IF SC-BELOEB NOT NUMERIC
           MOVE 0 TO SC-BELOEB
       END-IF.
       IF SC-PROCENT NOT NUMERIC
           MOVE 0 TO SC-PROCENT
       END-IF.
       IF SC-DAGE NOT NUMERIC
           MOVE 0 TO SC-DAGE
       END-IF.
       ADD 1 TO WS-REGEL-ANTAL.
       SET RG-IDX TO WS-REGEL-ANTAL.
       MOVE SC-KODE TO RGT-KODE(RG-IDX).
       MOVE SC-BELOEB TO RGT-BELOEB(RG-IDX).
       MOVE SC-PROCENT TO RGT-PROCENT(RG-IDX).
       MOVE SC-DAGE TO RGT-DAGE(RG-IDX).
       MOVE SC-TEKST TO RGT-TEKST(RG-IDX).
       MOVE 0 TO WS-TEKST-LGD.
       IF SC-TEKST NOT = SPACES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SC-TEKST TRAILING))
               TO WS-TEKST-LGD
       END-IF.
       MOVE WS-TEKST-LGD TO RGT-TEKST-LGD(RG-IDX).
       IF SC-KODE = "GENNEMLB" AND SC-DAGE > WS-MAKS-DAGE
           MOVE SC-DAGE TO WS-MAKS-DAGE
       END-IF.

       INDLAES-VALUTAKURSER.
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
                           MOVE VK-KURS
                               TO KURS-VAERDI(WS-KURS-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAKURS-FIL
       END-IF.

       FIND-KURS.
      * Ukendte og blanke valutaer omregnes 1:1, samme regel som
      * Opgave8 og RAABALANCE.
       MOVE 1 TO WS-FUNDET-KURS.
       SET VK-IDX TO 1.
       IF WS-KURS-ANTAL > 0 AND WS-SOEGE-VALUTA NOT = SPACES
           SEARCH KURS-ENTRY
               AT END
                   CONTINUE
               WHEN KURS-KODE(VK-IDX) = WS-SOEGE-VALUTA
                   MOVE KURS-VAERDI(VK-IDX) TO WS-FUNDET-KURS
           END-SEARCH
       END-IF.

       INDLAES-DVALE-KUNDER.
      * Kun noedvendig naar DVALE-scenariet er aktivt; en manglende
      * kundemaster giver en advarsel, ikke et stop - de oevrige
      * scenarier kan sagtens koeres.
       SET RG-IDX TO 1.
       SEARCH REGEL-ENTRY
           AT END
               CONTINUE
           WHEN RGT-KODE(RG-IDX) = "DVALE"
               PERFORM LAES-DVALE-KUNDER
       END-SEARCH.

       LAES-DVALE-KUNDER.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS " - DVALE-scenariet springes over."
       ELSE
           PERFORM UNTIL EOF-REACHED
               READ MASTER-FIL NEXT RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KUNDE-STATUS IN MASTER-RECORD = "D"
                               AND WS-DVALE-ANTAL < 5000
                           ADD 1 TO WS-DVALE-ANTAL
                           MOVE KUNDE-ID IN MASTER-RECORD
                               TO DVT-KUNDE-ID(WS-DVALE-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE MASTER-FIL
       END-IF.

       INDLAES-SIDSTE-LOEBENR.
      * Findes filen ikke (foerste koersel), gennemgaas hele den
      * loebende historik.
       OPEN INPUT SIDSTE-FIL.
       IF WS-SIDSTE-STATUS = "00"
           READ SIDSTE-FIL INTO SIDSTE-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SIDSTE-VAERDI TO WS-SIDSTE-LOEBENR
           END-READ
           CLOSE SIDSTE-FIL
       END-IF.
       MOVE WS-SIDSTE-LOEBENR TO WS-HOEJESTE-LOEBENR.

       SKRIV-SIDSTE-LOEBENR.
       OPEN OUTPUT SIDSTE-FIL.
       IF WS-SIDSTE-STATUS = "00"
           MOVE WS-HOEJESTE-LOEBENR TO SIDSTE-VAERDI
           WRITE SIDSTE-RECORD
           CLOSE SIDSTE-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/AML-LOEBENR.txt, status=" WS-SIDSTE-STATUS
       END-IF.

       INDLAES-VINDUE.
      * Vinduet starter det stoerste GENNEMLB-antal dage foer i dag.
      * Gaar det ind i forrige aar, laeses forrige aars partition
      * foerst, saa en indsaettelse lige foer aarsrullet stadig ses.
       COMPUTE WS-VINDUE-FRA-NR = WS-DAGS-NR - WS-MAKS-DAGE.
       COMPUTE WS-VINDUE-FRA-DATO =
           FUNCTION DATE-OF-INTEGER(WS-VINDUE-FRA-NR).
       MOVE WS-DAGS-DATO(1:4) TO WS-AKTUELT-AAR-9.
       IF WS-VINDUE-FRA-DATO(1:4) < WS-DAGS-DATO(1:4)
           COMPUTE WS-FORRIGE-AAR-9 = WS-AKTUELT-AAR-9 - 1
           MOVE SPACES TO WS-STI-HISTORIK
           STRING "files/POSTERING-HISTORIK-" WS-FORRIGE-AAR-9
               ".txt" INTO WS-STI-HISTORIK
           PERFORM LAES-HISTORIK-KILDE
       END-IF.
       MOVE "files/POSTERING-HISTORIK.txt" TO WS-STI-HISTORIK.
       PERFORM LAES-HISTORIK-KILDE.

       LAES-HISTORIK-KILDE.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "00"
           PERFORM UNTIL WS-HISTORIK-STATUS NOT = "00"
               READ HISTORIK-FIL INTO HISTORIK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM UDVAELG-HISTORIKLINJE
               END-READ
           END-PERFORM
           CLOSE HISTORIK-FIL
       END-IF.

       UDVAELG-HISTORIKLINJE.
      * Nye linjer (loebenummer over det sidst gennemgaaede) tages
      * altid med; aeldre linjer kun naar de ligger i vinduet.
       MOVE "N" TO WS-LINJE-NY.
       IF HI-LOEBENR NUMERIC
           MOVE HI-LOEBENR TO WS-LINJE-LOEBENR
           IF WS-LINJE-LOEBENR > WS-SIDSTE-LOEBENR
               MOVE "J" TO WS-LINJE-NY
           END-IF
       END-IF.
       MOVE 0 TO WS-LINJE-DATO-NR.
       IF HI-DATO NUMERIC
           MOVE HI-DATO TO WS-LINJE-DATO-9
           COMPUTE WS-LINJE-DATO-NR =
               FUNCTION INTEGER-OF-DATE(WS-LINJE-DATO-9)
       END-IF.
       IF WS-LINJE-NY = "J"
               OR (WS-LINJE-DATO-NR >= WS-VINDUE-FRA-NR
                   AND WS-MAKS-DAGE > 0)
           PERFORM GEM-VINDUESLINJE
       END-IF.

       GEM-VINDUESLINJE.
      * Er tabellen fuld, standses uden at flytte loebenummeret, saa
      * ingen ny linje gaar tabt - naeste koersel tager dem alle.
       IF WS-VINDUE-ANTAL >= 20000
           DISPLAY "FEJL: Flere end 20000 historiklinjer i "
               "overvaagningsvinduet - vinduestabellen er for lille."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ALARM-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE HI-VALUTA TO WS-SOEGE-VALUTA.
       PERFORM FIND-KURS.
       MOVE 0 TO WS-LINJE-BELOEB.
       IF HI-BELOEB NOT = SPACES
           COMPUTE WS-LINJE-BELOEB ROUNDED =
               FUNCTION NUMVAL(HI-BELOEB) / 100 * WS-FUNDET-KURS
       END-IF.
       ADD 1 TO WS-VINDUE-ANTAL.
       SET VI-IDX TO WS-VINDUE-ANTAL.
       MOVE HI-KUNDE-ID TO VIT-KUNDE-ID(VI-IDX).
       MOVE HI-KONTO-ID TO VIT-KONTO-ID(VI-IDX).
       MOVE WS-LINJE-DATO-NR TO VIT-DATO-NR(VI-IDX).
       MOVE HI-DK TO VIT-DK(VI-IDX).
       MOVE WS-LINJE-BELOEB TO VIT-BELOEB(VI-IDX).
       MOVE HI-TEKST TO VIT-TEKST(VI-IDX).
       CALL "TRANSKODE-OPSLAG" USING HI-TRANSKODE HI-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.
       MOVE TK-KODE IN WS-TRANSKODE TO VIT-TRANSKODE(VI-IDX).
       MOVE HI-LOEBENR TO VIT-LOEBENR(VI-IDX).
       MOVE WS-LINJE-NY TO VIT-NY(VI-IDX).
       IF WS-LINJE-NY = "J"
           ADD 1 TO WS-NYE-LINJER
           IF WS-LINJE-LOEBENR > WS-HOEJESTE-LOEBENR
               MOVE WS-LINJE-LOEBENR TO WS-HOEJESTE-LOEBENR
           END-IF
       END-IF.

       FIND-NAESTE-ALARM-NR.
      * Naeste alarmnummer er det hoejeste i koeen plus en.
       MOVE 0 TO WS-NAESTE-ALARM-NR.
       OPEN INPUT ALARM-FIL.
       IF WS-ALARM-STATUS = "00"
           PERFORM UNTIL WS-ALARM-STATUS NOT = "00"
               READ ALARM-FIL INTO ALARM-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AL-ALARM-NR NUMERIC
                               AND AL-ALARM-NR > WS-NAESTE-ALARM-NR
                           MOVE AL-ALARM-NR TO WS-NAESTE-ALARM-NR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALARM-FIL
       END-IF.

       VURDER-NY-LINJE.
       SET VI-IDX TO WS-NY-NR.
       IF VIT-NY(VI-IDX) = "J"
           PERFORM VURDER-REGEL
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REGEL-ANTAL
       END-IF.

       VURDER-REGEL.
       SET VI-IDX TO WS-NY-NR.
       EVALUATE RGT-KODE(RG-IDX)
           WHEN "STRUKTUR"
               PERFORM VURDER-STRUKTUR
           WHEN "GENNEMLB"
               PERFORM VURDER-GENNEMLOEB
           WHEN "DVALE"
               PERFORM VURDER-DVALE
           WHEN "HOEJRISK"
               PERFORM VURDER-HOEJRISIKO
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

       VURDER-STRUKTUR.
      * Kontantlignende indsaettelse (teksten begynder med reglens
      * praefiks) i baandet fra graensen minus procentsatsen og op
      * til - men ikke med - graensen selv.
       IF VIT-DK(VI-IDX) = "K"
               AND RGT-TEKST-LGD(RG-IDX) > 0
           MOVE RGT-TEKST-LGD(RG-IDX) TO WS-TEKST-LGD
           COMPUTE WS-BAAND-BUND = RGT-BELOEB(RG-IDX)
               * (100 - RGT-PROCENT(RG-IDX)) / 100
           IF VIT-TEKST(VI-IDX)(1:WS-TEKST-LGD) =
                   RGT-TEKST(RG-IDX)(1:WS-TEKST-LGD)
                   AND VIT-BELOEB(VI-IDX) >= WS-BAAND-BUND
                   AND VIT-BELOEB(VI-IDX) < RGT-BELOEB(RG-IDX)
               MOVE "STRUKTUR" TO WS-HIT-SCENARIE
               MOVE VIT-BELOEB(VI-IDX) TO WS-HIT-BELOEB
               MOVE 0 TO WS-HIT-GRAENSE
               MOVE VIT-LOEBENR(VI-IDX) TO WS-HIT-LOEBENR
               PERFORM NOTER-HIT
           END-IF
       END-IF.

       VURDER-GENNEMLOEB.
      * En ny udbetaling holdes op mod kontoens seneste indsaettelse
      * paa mindst reglens beloeb inden for vinduet: er mindst
      * procentsatsen af indsaettelsen gaaet ud igen (udbetalingerne
      * imellem medregnet), er pengene loebet lige igennem.
       IF VIT-DK(VI-IDX) = "D"
           MOVE VIT-BELOEB(VI-IDX) TO WS-UD-SUM
           MOVE "N" TO WS-SOEG-STOP
           COMPUTE WS-SOEG-NR = WS-NY-NR - 1
           PERFORM SOEG-INDSAETTELSE
               UNTIL WS-SOEG-NR < 1 OR WS-SOEG-STOP = "J"
       END-IF.

       SOEG-INDSAETTELSE.
       IF VIT-KONTO-ID(WS-SOEG-NR) = VIT-KONTO-ID(WS-NY-NR)
           COMPUTE WS-DAGE-IMELLEM = VIT-DATO-NR(WS-NY-NR)
               - VIT-DATO-NR(WS-SOEG-NR)
           IF WS-DAGE-IMELLEM > RGT-DAGE(RG-IDX)
               MOVE "J" TO WS-SOEG-STOP
           ELSE
               IF VIT-DK(WS-SOEG-NR) = "D"
                   ADD VIT-BELOEB(WS-SOEG-NR) TO WS-UD-SUM
               ELSE
                   IF VIT-BELOEB(WS-SOEG-NR) >= RGT-BELOEB(RG-IDX)
                       MOVE "J" TO WS-SOEG-STOP
                       IF WS-UD-SUM * 100 >= VIT-BELOEB(WS-SOEG-NR)
                               * RGT-PROCENT(RG-IDX)
                           PERFORM NOTER-GENNEMLOEB
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.
       SUBTRACT 1 FROM WS-SOEG-NR.

       NOTER-GENNEMLOEB.
      * Alarmen baerer indsaettelsens beloeb og begge loebenumre.
       MOVE "GENNEMLB" TO WS-HIT-SCENARIE.
       MOVE 0 TO WS-HIT-GRAENSE.
       MOVE VIT-BELOEB(WS-SOEG-NR) TO WS-HIT-BELOEB.
       MOVE VIT-LOEBENR(WS-SOEG-NR) TO WS-HIT-LOEBENR.
       PERFORM NOTER-HIT.
       MOVE 0 TO WS-HIT-BELOEB.
       MOVE VIT-LOEBENR(WS-NY-NR) TO WS-HIT-LOEBENR.
       PERFORM NOTER-HIT.

       VURDER-DVALE.
      * Al omsaetning paa en dvalekunde samles pr. konto; alarmen
      * gives naar summen naar reglens beloeb.
       MOVE "N" TO WS-DVALE-FUNDET.
       SET DV-IDX TO 1.
       IF WS-DVALE-ANTAL > 0
           SEARCH DVALE-ENTRY
               AT END
                   CONTINUE
               WHEN DVT-KUNDE-ID(DV-IDX) = VIT-KUNDE-ID(VI-IDX)
                   SET KUNDE-I-DVALE TO TRUE
           END-SEARCH
       END-IF.
       IF KUNDE-I-DVALE
           MOVE "DVALE" TO WS-HIT-SCENARIE
           MOVE VIT-BELOEB(VI-IDX) TO WS-HIT-BELOEB
           MOVE RGT-BELOEB(RG-IDX) TO WS-HIT-GRAENSE
           MOVE VIT-LOEBENR(VI-IDX) TO WS-HIT-LOEBENR
           PERFORM NOTER-HIT
       END-IF.

       VURDER-HOEJRISIKO.
      * Udlandsbetalinger genkendes paa transaktionskoden UDLB (en
      * linje uden kode har faaet den udledt af teksten ved
      * indlaesningen). Teksten er "UDLANDSBET " eller - for boets
      * udbetalinger - "BOET UDL " efterfulgt af modtagerens IBAN,
      * hvis to foerste tegn er landekoden.
       MOVE 0 TO WS-LANDE-POS.
       IF VIT-TEKST(VI-IDX)(1:11) = "UDLANDSBET "
           MOVE 12 TO WS-LANDE-POS
       ELSE
           IF VIT-TEKST(VI-IDX)(1:9) = "BOET UDL "
               MOVE 10 TO WS-LANDE-POS
           END-IF
       END-IF.
       IF VIT-DK(VI-IDX) = "D"
               AND VIT-TRANSKODE(VI-IDX) = "UDLB"
               AND WS-LANDE-POS > 0
               AND VIT-TEKST(VI-IDX)(WS-LANDE-POS:2)
                   = RGT-TEKST(RG-IDX)(1:2)
               AND VIT-BELOEB(VI-IDX) >= RGT-BELOEB(RG-IDX)
           MOVE "HOEJRISK" TO WS-HIT-SCENARIE
           MOVE VIT-BELOEB(VI-IDX) TO WS-HIT-BELOEB
           MOVE 0 TO WS-HIT-GRAENSE
           MOVE VIT-LOEBENR(VI-IDX) TO WS-HIT-LOEBENR
           PERFORM NOTER-HIT
       END-IF.

       NOTER-HIT.
      * Een ramning pr. konto og scenarie; beloeb summeres og de
      * foerste fem forskellige loebenumre gemmes.
       MOVE VIT-KUNDE-ID(WS-NY-NR) TO WS-HIT-KUNDE-ID.
       MOVE VIT-KONTO-ID(WS-NY-NR) TO WS-HIT-KONTO-ID.
       MOVE 0 TO WS-HIT-FUNDET-IDX.
       SET HI-IDX TO 1.
       IF WS-HIT-ANTAL > 0
           SEARCH HIT-ENTRY
               AT END
                   CONTINUE
               WHEN HIT-KONTO-ID(HI-IDX) = WS-HIT-KONTO-ID
                       AND HIT-SCENARIE(HI-IDX) = WS-HIT-SCENARIE
                   SET WS-HIT-FUNDET-IDX TO HI-IDX
           END-SEARCH
       END-IF.
       IF WS-HIT-FUNDET-IDX = 0
           IF WS-HIT-ANTAL >= 2000
               DISPLAY "ADVARSEL: Ramningstabellen er fuld - konto "
                   WS-HIT-KONTO-ID " scenarie " WS-HIT-SCENARIE
                   " loebenr " WS-HIT-LOEBENR " kommer ikke med."
           ELSE
               ADD 1 TO WS-HIT-ANTAL
               MOVE WS-HIT-ANTAL TO WS-HIT-FUNDET-IDX
               SET HI-IDX TO WS-HIT-FUNDET-IDX
               MOVE WS-HIT-KUNDE-ID TO HIT-KUNDE-ID(HI-IDX)
               MOVE WS-HIT-KONTO-ID TO HIT-KONTO-ID(HI-IDX)
               MOVE WS-HIT-SCENARIE TO HIT-SCENARIE(HI-IDX)
               MOVE WS-HIT-GRAENSE TO HIT-GRAENSE(HI-IDX)
           END-IF
       END-IF.
       IF WS-HIT-FUNDET-IDX > 0
           SET HI-IDX TO WS-HIT-FUNDET-IDX
           ADD WS-HIT-BELOEB TO HIT-BELOEB(HI-IDX)
           MOVE "N" TO WS-LN-FINDES
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > 5
               IF HIT-LOEBENR(HI-IDX, WS-LN-IDX) = WS-HIT-LOEBENR
                   MOVE "J" TO WS-LN-FINDES
               END-IF
           END-PERFORM
           IF WS-LN-FINDES = "N"
               ADD 1 TO HIT-LINJER(HI-IDX)
               IF HIT-LINJER(HI-IDX) <= 5
                   MOVE WS-HIT-LOEBENR
                       TO HIT-LOEBENR(HI-IDX, HIT-LINJER(HI-IDX))
               END-IF
           END-IF
       END-IF.

       SKRIV-ALARMER.
       OPEN EXTEND ALARM-FIL.
       IF WS-ALARM-STATUS = "35"
           OPEN OUTPUT ALARM-FIL
       END-IF.
       IF WS-ALARM-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/AML-ALARMER.txt, "
               "status=" WS-ALARM-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ALARM-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM SKRIV-ALARM
           VARYING HI-IDX FROM 1 BY 1
           UNTIL HI-IDX > WS-HIT-ANTAL.
       CLOSE ALARM-FIL.

       SKRIV-ALARM.
       IF HIT-BELOEB(HI-IDX) >= HIT-GRAENSE(HI-IDX)
           ADD 1 TO WS-NAESTE-ALARM-NR
           ADD 1 TO WS-ALARM-TAELLER
           MOVE SPACES TO ALARM-RECORD
           MOVE WS-NAESTE-ALARM-NR TO AL-ALARM-NR
           MOVE WS-DAGS-DATO TO AL-DATO
           MOVE HIT-KUNDE-ID(HI-IDX) TO AL-KUNDE-ID
           MOVE HIT-KONTO-ID(HI-IDX) TO AL-KONTO-ID
           MOVE HIT-SCENARIE(HI-IDX) TO AL-SCENARIE
           MOVE HIT-BELOEB(HI-IDX) TO AL-BELOEB
           MOVE HIT-LINJER(HI-IDX) TO AL-ANTAL-LINJER
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > 5
               MOVE HIT-LOEBENR(HI-IDX, WS-LN-IDX)
                   TO AL-LOEBENR(WS-LN-IDX)
           END-PERFORM
           MOVE "A" TO AL-STATUS
           WRITE ALARM-RECORD
           DISPLAY "Alarm " AL-ALARM-NR " " AL-SCENARIE
               " kunde " FUNCTION TRIM(AL-KUNDE-ID)
               " konto " FUNCTION TRIM(AL-KONTO-ID)
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
