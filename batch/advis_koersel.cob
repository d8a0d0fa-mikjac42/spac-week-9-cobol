       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVIS-KOERSEL.

      * SMS-/e-mail-advisering, koert som trin i den daglige kaede
      * efter den parallelle gruppe, dvs. efter posteringsmotoren og
      * OVERTRAEK-GEBYR. Kundernes tilmeldinger i
      * files/ADVIS-ABONNEMENTER.txt (copybooks/ADVISABON.cpy)
      * evalueres mod dagens data:
      *   SALD - saldoen i files/KontoOpl.txt er under graensen. Der
      *          adviseres een gang pr. gang saldoen krydser ned under
      *          graensen (AB-UNDER); kommer den op igen, nulstilles
      *          markeringen. Lukkede konti adviseres ikke.
      *   LOEN - en indgaaende postering (HI-DK = K) paa mindst
      *          graensen blandt de linjer i
      *          files/POSTERING-HISTORIK.txt der er bogfoert siden
      *          forrige koersel. Udvalget sker paa loebenummeret som
      *          i AML-OVERVAAGNING.
      *   GEBY - et overtraeksgebyr paalagt af OVERTRAEK-GEBYR, dvs.
      *          en OVERTRAEK-linje i files/GEBYR-LOG.txt skrevet
      *          siden forrige koersel.
      * Sidst gennemgaaede loebenummer og antal gebyrloglinjer gemmes
      * i files/ADVIS-KONTROL.txt, saa en genkoersel samme nat ikke
      * sender beskederne igen. Kanalen kraever kundens samtykke
      * (SAMTYKKE-TELEFON hhv. SAMTYKKE-EMAIL) og at nummeret/
      * adressen ikke er meldt uleverbar (TELEFON-STATUS hhv.
      * EMAIL-STATUS); afdoede og lukkede kunder og lukkede konti
      * adviseres ikke. Beskederne skrives paa kundens sprog (se
      * shared/brev_sprog.cob) med modtageren dekrypteret gennem
      * shared/kontakt_krypter.cob til gatewayens fil
      * files/ADVIS-UDGAAENDE.txt (copybooks/ADVISUD.cpy) og logges
      * uden modtager i files/ADVIS-LOG.txt (copybooks/ADVISLOG.cpy).
      * Frasorterede adviseringer staar med aarsag i
      * files/ADVIS-RAPPORT.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABONNEMENT-FIL
               ASSIGN TO "files/ADVIS-ABONNEMENTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABONNEMENT-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT HISTORIK-FIL
               ASSIGN TO "files/POSTERING-HISTORIK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIK-STATUS.

           SELECT GEBYRLOG-FIL ASSIGN TO "files/GEBYR-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEBYRLOG-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT KONTROL-FIL ASSIGN TO "files/ADVIS-KONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-STATUS.

           SELECT UDGAAENDE-FIL ASSIGN TO "files/ADVIS-UDGAAENDE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDGAAENDE-STATUS.

           SELECT ADVISLOG-FIL ASSIGN TO "files/ADVIS-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVISLOG-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/ADVIS-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABONNEMENT-FIL.
       01  ABONNEMENT-POST.
           COPY "copybooks/ADVISABON.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  HISTORIK-FIL.
       01  HISTORIK-RECORD.
           COPY "copybooks/POSTHIST.cpy".

      * Samme layout som OVERTRAEK-GEBYRs SKRIV-GEBYRLOG.
       FD  GEBYRLOG-FIL.
       01  GEBYRLOG-RECORD.
           05 GL-DATO          PIC X(8).
           05 GL-KUNDE-ID      PIC X(10).
           05 GL-KONTO-ID      PIC X(10).
           05 GL-GEBYR-TYPE    PIC X(10).
           05 GL-BELOEB        PIC 9(7)V99.

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

      * Sidst gennemgaaede HI-LOEBENR og antal linjer i gebyrloggen
      * ved forrige koersel.
       FD  KONTROL-FIL.
       01  KONTROL-RECORD.
           05 KR-LOEBENR       PIC 9(7).
           05 FILLER           PIC X(1).
           05 KR-GEBYRLOG-LINJER PIC 9(7).

       FD  UDGAAENDE-FIL.
       01  UDGAAENDE-RECORD.
           COPY "copybooks/ADVISUD.cpy".

       FD  ADVISLOG-FIL.
       01  ADVISLOG-RECORD.
           COPY "copybooks/ADVISLOG.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEKST    PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-ABONNEMENT-STATUS PIC XX    VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-GEBYRLOG-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KONTROL-STATUS   PIC XX     VALUE "00".
       01  WS-UDGAAENDE-STATUS PIC XX     VALUE "00".
       01  WS-ADVISLOG-STATUS  PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.

      * Tilmeldingerne; AB-UNDER opdateres undervejs og registret
      * skrives tilbage til sidst.
       01  WS-AB-ANTAL         PIC 9(4)   VALUE 0.
       01  AB-TABEL.
           05  AB-ENTRY OCCURS 3000 TIMES
                          INDEXED BY AB-IDX.
               10  ABT-KONTO-ID    PIC X(10)    VALUE SPACES.
               10  ABT-TYPE        PIC X(4)     VALUE SPACES.
               10  ABT-GRAENSE     PIC 9(7)V99  VALUE 0.
               10  ABT-KANAL       PIC X(1)     VALUE SPACES.
               10  ABT-UNDER       PIC X(1)     VALUE SPACES.
               10  ABT-AENDRET-DATO PIC X(8)    VALUE SPACES.
               10  ABT-AENDRET-AF  PIC X(10)    VALUE SPACES.
       01  WS-AB-AENDRET       PIC X      VALUE "N".
           88  AB-ER-AENDRET              VALUE "Y".

      * Kontofilen efter dagens bogfoering
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10)    VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10)    VALUE SPACES.
               10  KOT-BALANCE       PIC S9(7)V99 VALUE 0.
               10  KOT-VALUTA-KD     PIC X(3)     VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)     VALUE SPACES.
       01  WS-KONTO-IDX        PIC 9(5)   VALUE 0.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.

      * Kontrolfilens vaerdier: foer og efter koerslen
       01  WS-SIDSTE-LOEBENR   PIC 9(7)   VALUE 0.
       01  WS-HOEJESTE-LOEBENR PIC 9(7)   VALUE 0.
       01  WS-LINJE-LOEBENR    PIC 9(7)   VALUE 0.
       01  WS-SIDSTE-GEBYRLINJER PIC 9(7) VALUE 0.
       01  WS-GEBYRLOG-NR      PIC 9(7)   VALUE 0.

      * Den advisering der er ved at blive dannet
       01  WS-AKT-KONTO-ID     PIC X(10)  VALUE SPACES.
       01  WS-AKT-BELOEB       PIC S9(7)V99 VALUE 0.
       01  WS-AKT-DATO         PIC X(8)   VALUE SPACES.
       01  WS-AKT-TEKST        PIC X(30)  VALUE SPACES.
       01  WS-AKT-VALUTA       PIC X(3)   VALUE SPACES.
       01  WS-AARSAG           PIC X(30)  VALUE SPACES.
       01  WS-SENDT            PIC X      VALUE "N".
           88  ER-SENDT                   VALUE "Y".

      * Beskednummer: dagens dato plus et loebenummer, der fortsaetter
      * fra dagens hoejeste i adviseringsloggen.
       01  WS-BESKED-NR        PIC 9(6)   VALUE 0.
       01  WS-BESKED-ID        PIC X(14)  VALUE SPACES.

      * Kundens sprog og formatering - se shared/brev_sprog.cob.
       01  WS-SPROG            PIC X      VALUE "D".
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.
       01  WS-BELOEB-TEKST     PIC X(40)  VALUE SPACES.
       01  WS-GRAENSE-TEKST    PIC X(40)  VALUE SPACES.
       01  WS-DATO-TEKST       PIC X(40)  VALUE SPACES.
       01  WS-BELOEB-EDIT      PIC -(6)9,99.
       01  WS-BESKED-TEKST     PIC X(160) VALUE SPACES.

      * Laengder til CALL "KONTAKT-KRYPTER" - se
      * shared/kontakt_krypter.cob. TELEFON/EMAIL ligger krypteret paa
      * masteren og dekrypteres kun til gatewayens fil.
       01  WS-LAENGDE-TELEFON  PIC 9(3)   VALUE 8.
       01  WS-LAENGDE-EMAIL    PIC 9(3)   VALUE 50.
       01  WS-KRYPT-FUNKTION   PIC X(4)   VALUE "DEKR".
       01  WS-TELEFON-KLAR     PIC X(8)   VALUE SPACES.
       01  WS-EMAIL-KLAR       PIC X(50)  VALUE SPACES.

      * Taellere til rapporten
       01  WS-NYE-LINJER       PIC 9(7)   VALUE 0.
       01  WS-NYE-GEBYRER      PIC 9(7)   VALUE 0.
       01  WS-SENDT-SALD       PIC 9(7)   VALUE 0.
       01  WS-SENDT-LOEN       PIC 9(7)   VALUE 0.
       01  WS-SENDT-GEBY       PIC 9(7)   VALUE 0.
       01  WS-SENDT-IALT       PIC 9(7)   VALUE 0.
       01  WS-FRASORTERET      PIC 9(7)   VALUE 0.
       01  WS-ANTAL-EDIT       PIC Z(6)9.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "ADVIS-KOERSEL".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-ABONNEMENTER.
       IF WS-AB-ANTAL = 0
           DISPLAY "ADVIS-KOERSEL: ingen tilmeldte adviseringer."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-SENDT-IALT
           STOP RUN
       END-IF.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS " - adviseringen kan ikke koeres."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-SENDT-IALT
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-KONTROL.
       PERFORM FIND-NAESTE-BESKED-NR.
       PERFORM AABN-UDDATA.

       PERFORM VURDER-SALDO
           VARYING AB-IDX FROM 1 BY 1
           UNTIL AB-IDX > WS-AB-ANTAL.
       PERFORM GENNEMGAA-HISTORIK.
       PERFORM GENNEMGAA-GEBYRLOG.

       PERFORM SKRIV-RAPPORT-SLUT.
       CLOSE UDGAAENDE-FIL ADVISLOG-FIL RAPPORT-FIL MASTER-FIL.
       PERFORM SKRIV-KONTROL.
       IF AB-ER-AENDRET
           PERFORM SKRIV-ABONNEMENTER-TILBAGE
       END-IF.

       DISPLAY "ADVIS-KOERSEL: beskeder=" WS-SENDT-IALT
           " (saldo=" WS-SENDT-SALD " indgaaende=" WS-SENDT-LOEN
           " gebyr=" WS-SENDT-GEBY ") frasorteret=" WS-FRASORTERET.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-SENDT-IALT.
       STOP RUN.

       INDLAES-ABONNEMENTER.
       OPEN INPUT ABONNEMENT-FIL.
       IF WS-ABONNEMENT-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ ABONNEMENT-FIL INTO ABONNEMENT-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF AB-KONTO-ID NOT = SPACES
                               AND WS-AB-ANTAL < 3000
                           ADD 1 TO WS-AB-ANTAL
                           SET AB-IDX TO WS-AB-ANTAL
                           PERFORM GEM-ABONNEMENT
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE ABONNEMENT-FIL
       END-IF.

       GEM-ABONNEMENT.
       IF AB-GRAENSE NOT NUMERIC
           MOVE 0 TO AB-GRAENSE
       END-IF.
       MOVE AB-KONTO-ID TO ABT-KONTO-ID(AB-IDX).
       MOVE AB-TYPE TO ABT-TYPE(AB-IDX).
       MOVE AB-GRAENSE TO ABT-GRAENSE(AB-IDX).
       MOVE AB-KANAL TO ABT-KANAL(AB-IDX).
       MOVE AB-UNDER TO ABT-UNDER(AB-IDX).
       MOVE AB-AENDRET-DATO TO ABT-AENDRET-DATO(AB-IDX).
       MOVE AB-AENDRET-AF TO ABT-AENDRET-AF(AB-IDX).

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne files/KontoOpl.txt, "
               "status=" WS-KONTOOPL-STATUS
               " - kun gebyradviseringer kan dannes."
       ELSE
           PERFORM UNTIL EOF-REACHED
               READ KONTOOPL-FIL INTO KONTO-RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-KONTO-ANTAL < 2000
                           ADD 1 TO WS-KONTO-ANTAL
                           MOVE KONTO-ID IN KONTO-RECORD
                               TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                           MOVE KUNDE-ID IN KONTO-RECORD
                               TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                           MOVE BALANCE IN KONTO-RECORD
                               TO KOT-BALANCE(WS-KONTO-ANTAL)
                           MOVE VALUTA-KD IN KONTO-RECORD
                               TO KOT-VALUTA-KD(WS-KONTO-ANTAL)
                           MOVE KONTO-STATUS IN KONTO-RECORD
                               TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KONTOOPL-FIL
       END-IF.

       FIND-KONTO.
       MOVE 0 TO WS-KONTO-IDX.
       IF WS-KONTO-ANTAL > 0
           SET KO-IDX TO 1
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
                   SET WS-KONTO-IDX TO KO-IDX
           END-SEARCH
       END-IF.

       INDLAES-KONTROL.
      * Findes filen ikke (foerste koersel), tages hele den loebende
      * historik ikke med: saa ville kunderne faa adviseringer om
      * gamle indbetalinger. Udgangspunktet er i stedet den hoejeste
      * loebenummer i historikken og gebyrloggens nuvaerende laengde,
      * bortset fra dagens linjer.
       OPEN INPUT KONTROL-FIL.
       IF WS-KONTROL-STATUS = "00"
           READ KONTROL-FIL INTO KONTROL-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF KR-LOEBENR NUMERIC
                       MOVE KR-LOEBENR TO WS-SIDSTE-LOEBENR
                   END-IF
                   IF KR-GEBYRLOG-LINJER NUMERIC
                       MOVE KR-GEBYRLOG-LINJER
                           TO WS-SIDSTE-GEBYRLINJER
                   END-IF
           END-READ
           CLOSE KONTROL-FIL
       ELSE
           PERFORM FIND-UDGANGSPUNKT
       END-IF.
       MOVE WS-SIDSTE-LOEBENR TO WS-HOEJESTE-LOEBENR.

       FIND-UDGANGSPUNKT.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "00"
           PERFORM UNTIL WS-HISTORIK-STATUS NOT = "00"
               READ HISTORIK-FIL INTO HISTORIK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HI-LOEBENR NUMERIC
                               AND HI-DATO NOT = WS-DAGS-DATO
                           MOVE HI-LOEBENR TO WS-LINJE-LOEBENR
                           IF WS-LINJE-LOEBENR > WS-SIDSTE-LOEBENR
                               MOVE WS-LINJE-LOEBENR
                                   TO WS-SIDSTE-LOEBENR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIK-FIL
       END-IF.
       OPEN INPUT GEBYRLOG-FIL.
       IF WS-GEBYRLOG-STATUS = "00"
           PERFORM UNTIL WS-GEBYRLOG-STATUS NOT = "00"
               READ GEBYRLOG-FIL INTO GEBYRLOG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GL-DATO NOT = WS-DAGS-DATO
                           ADD 1 TO WS-SIDSTE-GEBYRLINJER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEBYRLOG-FIL
       END-IF.

       SKRIV-KONTROL.
       OPEN OUTPUT KONTROL-FIL.
       IF WS-KONTROL-STATUS = "00"
           MOVE SPACES TO KONTROL-RECORD
           MOVE WS-HOEJESTE-LOEBENR TO KR-LOEBENR
           MOVE WS-GEBYRLOG-NR TO KR-GEBYRLOG-LINJER
           WRITE KONTROL-RECORD
           CLOSE KONTROL-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/ADVIS-KONTROL.txt, status=" WS-KONTROL-STATUS
       END-IF.

       FIND-NAESTE-BESKED-NR.
      * Fortsaet fra dagens hoejeste beskednummer i loggen, saa en
      * genkoersel samme dag ikke genbruger et nummer gatewayen
      * allerede har faaet.
       OPEN INPUT ADVISLOG-FIL.
       IF WS-ADVISLOG-STATUS = "00"
           PERFORM UNTIL WS-ADVISLOG-STATUS NOT = "00"
               READ ADVISLOG-FIL INTO ADVISLOG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AL-BESKED-ID(1:8) = WS-DAGS-DATO
                               AND AL-BESKED-ID(9:6) NUMERIC
                               AND AL-BESKED-ID(9:6) > WS-BESKED-NR
                           MOVE AL-BESKED-ID(9:6) TO WS-BESKED-NR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADVISLOG-FIL
       END-IF.

       AABN-UDDATA.
       OPEN EXTEND UDGAAENDE-FIL.
       IF WS-UDGAAENDE-STATUS = "35"
           OPEN OUTPUT UDGAAENDE-FIL
       END-IF.
       OPEN EXTEND ADVISLOG-FIL.
       IF WS-ADVISLOG-STATUS = "35"
           OPEN OUTPUT ADVISLOG-FIL
       END-IF.
       IF WS-UDGAAENDE-STATUS NOT = "00"
               OR WS-ADVISLOG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/ADVIS-UDGAAENDE.txt "
               "eller files/ADVIS-LOG.txt, status="
               WS-UDGAAENDE-STATUS "/" WS-ADVISLOG-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-SENDT-IALT
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT RAPPORT-FIL.
       MOVE SPACES TO RAPPORT-TEKST.
       STRING "ADVISERINGSKOERSEL " WS-DAGS-DATO
           " - FRASORTEREDE ADVISERINGER" INTO RAPPORT-TEKST.
       WRITE RAPPORT-RECORD.
       MOVE ALL "-" TO RAPPORT-TEKST.
       WRITE RAPPORT-RECORD.

       VURDER-SALDO.
      * Kun SALD-tilmeldinger; saldoen er efter dagens bogfoering.
      * Krydsningen markeres ogsaa naar beskeden frasorteres, saa den
      * kun staar een gang i rapporten. Lukkede konti springes over.
       IF ABT-TYPE(AB-IDX) = "SALD"
           MOVE ABT-KONTO-ID(AB-IDX) TO WS-SOEGE-KONTO
           PERFORM FIND-KONTO
           IF WS-KONTO-IDX > 0
                   AND KOT-KONTO-STATUS(WS-KONTO-IDX) NOT = "C"
               IF KOT-BALANCE(WS-KONTO-IDX) < ABT-GRAENSE(AB-IDX)
                   IF ABT-UNDER(AB-IDX) NOT = "J"
                       MOVE ABT-KONTO-ID(AB-IDX) TO WS-AKT-KONTO-ID
                       MOVE KOT-BALANCE(WS-KONTO-IDX) TO WS-AKT-BELOEB
                       MOVE WS-DAGS-DATO TO WS-AKT-DATO
                       MOVE SPACES TO WS-AKT-TEKST
                       PERFORM DAN-ADVISERING
                       MOVE "J" TO ABT-UNDER(AB-IDX)
                       SET AB-ER-AENDRET TO TRUE
                       IF ER-SENDT
                           ADD 1 TO WS-SENDT-SALD
                       END-IF
                   END-IF
               ELSE
                   IF ABT-UNDER(AB-IDX) = "J"
                       MOVE SPACE TO ABT-UNDER(AB-IDX)
                       SET AB-ER-AENDRET TO TRUE
                   END-IF
               END-IF
           END-IF
       END-IF.

       GENNEMGAA-HISTORIK.
      * Nye linjer er dem med loebenummer over det sidst
      * gennemgaaede; kun krediteringer kan udloese en LOEN-
      * advisering.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "00"
           PERFORM UNTIL WS-HISTORIK-STATUS NOT = "00"
               READ HISTORIK-FIL INTO HISTORIK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VURDER-HISTORIKLINJE
               END-READ
           END-PERFORM
           CLOSE HISTORIK-FIL
       END-IF.

       VURDER-HISTORIKLINJE.
       IF HI-LOEBENR NUMERIC
           MOVE HI-LOEBENR TO WS-LINJE-LOEBENR
           IF WS-LINJE-LOEBENR > WS-SIDSTE-LOEBENR
               ADD 1 TO WS-NYE-LINJER
               IF WS-LINJE-LOEBENR > WS-HOEJESTE-LOEBENR
                   MOVE WS-LINJE-LOEBENR TO WS-HOEJESTE-LOEBENR
               END-IF
               IF HI-DK = "K" AND HI-BELOEB NOT = SPACES
                   COMPUTE WS-AKT-BELOEB =
                       FUNCTION NUMVAL(HI-BELOEB) / 100
                   PERFORM VURDER-LOEN
                       VARYING AB-IDX FROM 1 BY 1
                       UNTIL AB-IDX > WS-AB-ANTAL
               END-IF
           END-IF
       END-IF.

       VURDER-LOEN.
       IF ABT-TYPE(AB-IDX) = "LOEN"
               AND ABT-KONTO-ID(AB-IDX) = HI-KONTO-ID
               AND WS-AKT-BELOEB >= ABT-GRAENSE(AB-IDX)
           MOVE HI-KONTO-ID TO WS-AKT-KONTO-ID
           MOVE HI-DATO TO WS-AKT-DATO
           MOVE HI-TEKST TO WS-AKT-TEKST
           PERFORM DAN-ADVISERING
           IF ER-SENDT
               ADD 1 TO WS-SENDT-LOEN
           END-IF
       END-IF.

       GENNEMGAA-GEBYRLOG.
      * Gebyrloggen foejes kun til; linjerne efter dem der var ved
      * forrige koersel er nye. Er loggen blevet kortere (oprydning),
      * tages kun dagens overtraeksgebyrer.
       OPEN INPUT GEBYRLOG-FIL.
       IF WS-GEBYRLOG-STATUS = "00"
           PERFORM UNTIL WS-GEBYRLOG-STATUS NOT = "00"
               READ GEBYRLOG-FIL INTO GEBYRLOG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-GEBYRLOG-NR
                       IF WS-GEBYRLOG-NR > WS-SIDSTE-GEBYRLINJER
                               AND GL-GEBYR-TYPE = "OVERTRAEK"
                           ADD 1 TO WS-NYE-GEBYRER
                           PERFORM VURDER-GEBYRLINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEBYRLOG-FIL
       END-IF.
       IF WS-GEBYRLOG-NR < WS-SIDSTE-GEBYRLINJER
           MOVE 0 TO WS-SIDSTE-GEBYRLINJER WS-GEBYRLOG-NR
           OPEN INPUT GEBYRLOG-FIL
           IF WS-GEBYRLOG-STATUS = "00"
               PERFORM UNTIL WS-GEBYRLOG-STATUS NOT = "00"
                   READ GEBYRLOG-FIL INTO GEBYRLOG-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-GEBYRLOG-NR
                           IF GL-DATO = WS-DAGS-DATO
                                   AND GL-GEBYR-TYPE = "OVERTRAEK"
                               ADD 1 TO WS-NYE-GEBYRER
                               PERFORM VURDER-GEBYRLINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEBYRLOG-FIL
           END-IF
       END-IF.

       VURDER-GEBYRLINJE.
       IF GL-BELOEB NOT NUMERIC
           MOVE 0 TO GL-BELOEB
       END-IF.
       PERFORM VURDER-GEBYR
           VARYING AB-IDX FROM 1 BY 1
           UNTIL AB-IDX > WS-AB-ANTAL.

       VURDER-GEBYR.
       IF ABT-TYPE(AB-IDX) = "GEBY"
               AND ABT-KONTO-ID(AB-IDX) = GL-KONTO-ID
           MOVE GL-KONTO-ID TO WS-AKT-KONTO-ID
           MOVE GL-BELOEB TO WS-AKT-BELOEB
           MOVE GL-DATO TO WS-AKT-DATO
           MOVE SPACES TO WS-AKT-TEKST
           PERFORM DAN-ADVISERING
           IF ER-SENDT
               ADD 1 TO WS-SENDT-GEBY
           END-IF
       END-IF.

       DAN-ADVISERING.
      * Faelles for de tre typer: AB-IDX peger paa tilmeldingen og
      * WS-AKT-felterne er sat. Kunden og kanalen kontrolleres,
      * modtageren dekrypteres, og beskeden skrives og logges.
       MOVE "N" TO WS-SENDT.
       MOVE SPACES TO WS-AARSAG.
       MOVE WS-AKT-KONTO-ID TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       IF WS-KONTO-IDX = 0
           MOVE "KONTO UKENDT" TO WS-AARSAG
       ELSE
           MOVE KOT-VALUTA-KD(WS-KONTO-IDX) TO WS-AKT-VALUTA
           IF KOT-KONTO-STATUS(WS-KONTO-IDX) = "C"
               MOVE "KONTO LUKKET" TO WS-AARSAG
           ELSE
               MOVE KOT-KUNDE-ID(WS-KONTO-IDX)
                   TO KUNDE-ID IN MASTER-RECORD
               READ MASTER-FIL
                   INVALID KEY
                       MOVE "KUNDE UKENDT" TO WS-AARSAG
                   NOT INVALID KEY
                       PERFORM KONTROLLER-KANAL
               END-READ
           END-IF
       END-IF.
       IF WS-AARSAG = SPACES
           PERFORM SKRIV-BESKED
           MOVE "Y" TO WS-SENDT
           ADD 1 TO WS-SENDT-IALT
       ELSE
           PERFORM SKRIV-FRASORTERET
       END-IF.

       KONTROLLER-KANAL.
      * Samtykket kan vaere traekket tilbage og nummeret/adressen
      * meldt uleverbar siden tilmeldingen - derfor kontrolleres det
      * ved hver advisering og ikke kun i ADVIS-VEDLIGEHOLD.
       EVALUATE TRUE
           WHEN AFDOED-MARKERING IN MASTER-RECORD NOT = SPACE
               MOVE "KUNDE AFDOED" TO WS-AARSAG
           WHEN KUNDE-STATUS IN MASTER-RECORD = "C"
               MOVE "KUNDE LUKKET" TO WS-AARSAG
           WHEN ABT-KANAL(AB-IDX) = "S"
                   AND SAMTYKKE-TELEFON IN MASTER-RECORD NOT = "J"
               MOVE "INTET SAMTYKKE TIL SMS" TO WS-AARSAG
           WHEN ABT-KANAL(AB-IDX) = "S"
                   AND TELEFON-STATUS IN MASTER-RECORD = "U"
               MOVE "TELEFONNUMMER ULEVERBART" TO WS-AARSAG
           WHEN ABT-KANAL(AB-IDX) = "S"
                   AND TELEFON IN MASTER-RECORD = SPACES
               MOVE "INTET TELEFONNUMMER" TO WS-AARSAG
           WHEN ABT-KANAL(AB-IDX) = "E"
                   AND SAMTYKKE-EMAIL IN MASTER-RECORD NOT = "J"
               MOVE "INTET SAMTYKKE TIL E-MAIL" TO WS-AARSAG
           WHEN ABT-KANAL(AB-IDX) = "E"
                   AND EMAIL-STATUS IN MASTER-RECORD = "U"
               MOVE "E-MAILADRESSE ULEVERBAR" TO WS-AARSAG
           WHEN ABT-KANAL(AB-IDX) = "E"
                   AND EMAIL IN MASTER-RECORD = SPACES
               MOVE "INGEN E-MAILADRESSE" TO WS-AARSAG
           WHEN ABT-KANAL(AB-IDX) NOT = "S"
                   AND ABT-KANAL(AB-IDX) NOT = "E"
               MOVE "UKENDT KANAL" TO WS-AARSAG
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

       SKRIV-BESKED.
       ADD 1 TO WS-BESKED-NR.
       MOVE SPACES TO WS-BESKED-ID.
       STRING WS-DAGS-DATO WS-BESKED-NR DELIMITED BY SIZE
           INTO WS-BESKED-ID.
       PERFORM AFGOER-SPROG.
       PERFORM DAN-BESKEDTEKST.

       MOVE SPACES TO UDGAAENDE-RECORD.
       MOVE WS-BESKED-ID TO AU-BESKED-ID.
       MOVE ABT-KANAL(AB-IDX) TO AU-KANAL.
       IF ABT-KANAL(AB-IDX) = "S"
           CALL "KONTAKT-KRYPTER" USING WS-KRYPT-FUNKTION
               WS-LAENGDE-TELEFON WS-TELEFON-KLAR
               TELEFON IN MASTER-RECORD
               NOEGLE-VERSION IN MASTER-RECORD
           MOVE WS-TELEFON-KLAR TO AU-MODTAGER
       ELSE
           CALL "KONTAKT-KRYPTER" USING WS-KRYPT-FUNKTION
               WS-LAENGDE-EMAIL WS-EMAIL-KLAR
               EMAIL IN MASTER-RECORD
               NOEGLE-VERSION IN MASTER-RECORD
           MOVE WS-EMAIL-KLAR TO AU-MODTAGER
       END-IF.
       MOVE WS-SPROG TO AU-SPROG.
       MOVE WS-BESKED-TEKST TO AU-TEKST.
       WRITE UDGAAENDE-RECORD.
       MOVE SPACES TO WS-TELEFON-KLAR WS-EMAIL-KLAR.

       MOVE SPACES TO ADVISLOG-RECORD.
       MOVE WS-BESKED-ID TO AL-BESKED-ID.
       MOVE WS-DAGS-DATO TO AL-DATO.
       MOVE KUNDE-ID IN MASTER-RECORD TO AL-KUNDE-ID.
       MOVE WS-AKT-KONTO-ID TO AL-KONTO-ID.
       MOVE ABT-TYPE(AB-IDX) TO AL-TYPE.
       MOVE ABT-KANAL(AB-IDX) TO AL-KANAL.
       WRITE ADVISLOG-RECORD.

       AFGOER-SPROG.
       MOVE SPROG IN MASTER-RECORD TO WS-SPROG.
       MOVE LANDE-KODE IN MASTER-RECORD TO WS-SPROG-TEKST.
       MOVE "SPRG" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.

       DAN-BESKEDTEKST.
      * Beloeb og dato formateres efter sproget; graensen kun til
      * saldoadviseringen.
       MOVE WS-AKT-BELOEB TO WS-BELOEB-EDIT.
       MOVE WS-BELOEB-EDIT TO WS-BELOEB-TEKST.
       MOVE "BELB" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-BELOEB-TEKST.
       MOVE ABT-GRAENSE(AB-IDX) TO WS-BELOEB-EDIT.
       MOVE WS-BELOEB-EDIT TO WS-GRAENSE-TEKST.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-GRAENSE-TEKST.
       MOVE WS-AKT-DATO TO WS-DATO-TEKST.
       MOVE "DATO" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-DATO-TEKST.
       MOVE SPACES TO WS-BESKED-TEKST.
       EVALUATE TRUE
           WHEN ABT-TYPE(AB-IDX) = "SALD" AND WS-SPROG = "E"
               STRING "The balance on account " WS-AKT-KONTO-ID
                   " is " FUNCTION TRIM(WS-BELOEB-TEKST) " "
                   WS-AKT-VALUTA ", below your alert limit of "
                   FUNCTION TRIM(WS-GRAENSE-TEKST) " "
                   WS-AKT-VALUTA "."
                   DELIMITED BY SIZE INTO WS-BESKED-TEKST
           WHEN ABT-TYPE(AB-IDX) = "SALD"
               STRING "Saldoen paa konto " WS-AKT-KONTO-ID
                   " er " FUNCTION TRIM(WS-BELOEB-TEKST) " "
                   WS-AKT-VALUTA " og dermed under din graense paa "
                   FUNCTION TRIM(WS-GRAENSE-TEKST) " "
                   WS-AKT-VALUTA "."
                   DELIMITED BY SIZE INTO WS-BESKED-TEKST
           WHEN ABT-TYPE(AB-IDX) = "LOEN" AND WS-SPROG = "E"
               STRING FUNCTION TRIM(WS-BELOEB-TEKST) " "
                   WS-AKT-VALUTA " has been credited to account "
                   WS-AKT-KONTO-ID " on "
                   FUNCTION TRIM(WS-DATO-TEKST) ": "
                   FUNCTION TRIM(WS-AKT-TEKST) "."
                   DELIMITED BY SIZE INTO WS-BESKED-TEKST
           WHEN ABT-TYPE(AB-IDX) = "LOEN"
               STRING "Der er indsat "
                   FUNCTION TRIM(WS-BELOEB-TEKST) " "
                   WS-AKT-VALUTA " paa konto " WS-AKT-KONTO-ID
                   " den " FUNCTION TRIM(WS-DATO-TEKST) ": "
                   FUNCTION TRIM(WS-AKT-TEKST) "."
                   DELIMITED BY SIZE INTO WS-BESKED-TEKST
           WHEN WS-SPROG = "E"
               STRING "An overdraft fee of "
                   FUNCTION TRIM(WS-BELOEB-TEKST) " "
                   WS-AKT-VALUTA " has been charged to account "
                   WS-AKT-KONTO-ID " on "
                   FUNCTION TRIM(WS-DATO-TEKST) "."
                   DELIMITED BY SIZE INTO WS-BESKED-TEKST
           WHEN OTHER
               STRING "Der er opkraevet et overtraeksgebyr paa "
                   FUNCTION TRIM(WS-BELOEB-TEKST) " "
                   WS-AKT-VALUTA " paa konto " WS-AKT-KONTO-ID
                   " den " FUNCTION TRIM(WS-DATO-TEKST) "."
                   DELIMITED BY SIZE INTO WS-BESKED-TEKST
       END-EVALUATE.

       SKRIV-FRASORTERET.
       ADD 1 TO WS-FRASORTERET.
       MOVE SPACES TO RAPPORT-TEKST.
       STRING "KONTO=" WS-AKT-KONTO-ID
           " TYPE=" ABT-TYPE(AB-IDX)
           " KANAL=" ABT-KANAL(AB-IDX)
           " DATO=" WS-AKT-DATO
           " AARSAG=" FUNCTION TRIM(WS-AARSAG)
           DELIMITED BY SIZE INTO RAPPORT-TEKST.
       WRITE RAPPORT-RECORD.

       SKRIV-RAPPORT-SLUT.
       IF WS-FRASORTERET = 0
           MOVE "Ingen frasorterede adviseringer." TO RAPPORT-TEKST
           WRITE RAPPORT-RECORD
       END-IF.
       MOVE ALL "-" TO RAPPORT-TEKST.
       WRITE RAPPORT-RECORD.
       MOVE WS-NYE-LINJER TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEKST.
       STRING "Nye historiklinjer       : " WS-ANTAL-EDIT
           DELIMITED BY SIZE INTO RAPPORT-TEKST.
       WRITE RAPPORT-RECORD.
       MOVE WS-NYE-GEBYRER TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEKST.
       STRING "Nye overtraeksgebyrer    : " WS-ANTAL-EDIT
           DELIMITED BY SIZE INTO RAPPORT-TEKST.
       WRITE RAPPORT-RECORD.
       MOVE WS-SENDT-SALD TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEKST.
       STRING "Beskeder, saldo (SALD)   : " WS-ANTAL-EDIT
           DELIMITED BY SIZE INTO RAPPORT-TEKST.
       WRITE RAPPORT-RECORD.
       MOVE WS-SENDT-LOEN TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEKST.
       STRING "Beskeder, indgaaende (LOEN): " WS-ANTAL-EDIT
           DELIMITED BY SIZE INTO RAPPORT-TEKST.
       WRITE RAPPORT-RECORD.
       MOVE WS-SENDT-GEBY TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEKST.
       STRING "Beskeder, gebyr (GEBY)   : " WS-ANTAL-EDIT
           DELIMITED BY SIZE INTO RAPPORT-TEKST.
       WRITE RAPPORT-RECORD.
       MOVE WS-FRASORTERET TO WS-ANTAL-EDIT.
       MOVE SPACES TO RAPPORT-TEKST.
       STRING "Frasorteret              : " WS-ANTAL-EDIT
           DELIMITED BY SIZE INTO RAPPORT-TEKST.
       WRITE RAPPORT-RECORD.

       SKRIV-ABONNEMENTER-TILBAGE.
      * Kun AB-UNDER er aendret; resten skrives som indlaest.
       OPEN OUTPUT ABONNEMENT-FIL.
       IF WS-ABONNEMENT-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/ADVIS-ABONNEMENTER.txt, status="
               WS-ABONNEMENT-STATUS
       ELSE
           PERFORM VARYING AB-IDX FROM 1 BY 1
                   UNTIL AB-IDX > WS-AB-ANTAL
               MOVE SPACES TO ABONNEMENT-POST
               MOVE ABT-KONTO-ID(AB-IDX) TO AB-KONTO-ID
               MOVE ABT-TYPE(AB-IDX) TO AB-TYPE
               MOVE ABT-GRAENSE(AB-IDX) TO AB-GRAENSE
               MOVE ABT-KANAL(AB-IDX) TO AB-KANAL
               MOVE ABT-UNDER(AB-IDX) TO AB-UNDER
               MOVE ABT-AENDRET-DATO(AB-IDX) TO AB-AENDRET-DATO
               MOVE ABT-AENDRET-AF(AB-IDX) TO AB-AENDRET-AF
               WRITE ABONNEMENT-POST
           END-PERFORM
           CLOSE ABONNEMENT-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
