      * (samme princip som Opgave8's checkpoint), og ingen numre
      * genbruges eller springes over. Udtogene skrives samlet til
      * files/KONTOUDTOG.txt, hvor UDTOG-DISTRIBUTION fordeler dem
      * paa kanal. Kundens pengeinstitut staar under hovedet som i
      * KONTOUDTOG (BREVHOVED-FORMAT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-LINJE-TAELLER    PIC 9(5)   VALUE 0.

       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.

      * Kundens korrespondancesprog og udtogets sprogafhaengige
      * felter - samme haandtering som KONTOUDTOG.
       01  WS-SPROG            PIC X      VALUE "D".
           88  SPROG-ER-ENGELSK           VALUE "E".
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.
       01  WS-FRA-DATO-TEKST   PIC X(12)  VALUE SPACES.
       01  WS-TIL-DATO-TEKST   PIC X(12)  VALUE SPACES.
       01  WS-DATO-TEKST       PIC X(11)  VALUE SPACES.
       01  WS-AKTUEL-KUNDE     PIC X(10)  VALUE SPACES.
       01  WS-UDTOG-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-STI-HISTORIK     PIC X(60)  VALUE SPACES.
       01  WS-LOEB-AAR         PIC 9(4)   VALUE 0.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

      * Historiklinjens transaktionskode - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.
       01  WS-UDTOG-TEKST      PIC X(30)  VALUE SPACES.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "KONTOUDTOG-MASSE".
                       COMPUTE HTT-BELOEB(HT-IDX)
                           = FUNCTION NUMVAL(HI-BELOEB) / 100
                       MOVE HI-DK TO HTT-DK(HT-IDX)
                       PERFORM VAELG-UDTOGSTEKST
                       MOVE WS-UDTOG-TEKST TO HTT-TEKST(HT-IDX)
               END-READ
           END-PERFORM
           CLOSE HISTORIK-FIL
       SKRIV-KUNDE-UDTOG.
       ADD 1 TO WS-UDTOG-TAELLER.
       MOVE SPACES TO FULDT-NAVN.
       MOVE "D" TO WS-SPROG.
       MOVE WS-AKTUEL-KUNDE TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               MOVE "(UKENDT KUNDE)" TO FULDT-NAVN
               MOVE SPACES TO PENGEINSTITUT IN MASTER-RECORD
           NOT INVALID KEY
               CALL "KUNDE-NAVN-FORMAT" USING
                   FORNAVN IN MASTER-RECORD
                   EFTERNAVN IN MASTER-RECORD FULDT-NAVN
               PERFORM AFGOER-SPROG
       END-READ.
       MOVE WS-FRA-DATO TO WS-SPROG-TEKST.
       PERFORM FORMATER-DATO.
       MOVE WS-SPROG-TEKST TO WS-FRA-DATO-TEKST.
       MOVE WS-TIL-DATO TO WS-SPROG-TEKST.
       PERFORM FORMATER-DATO.
       MOVE WS-SPROG-TEKST TO WS-TIL-DATO-TEKST.
       MOVE SPACES TO UDTOG-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "STATEMENT FOR " WS-AKTUEL-KUNDE
               " " FUNCTION TRIM(FULDT-NAVN)
               INTO UDTOG-TEXT
       ELSE
           STRING "KONTOUDTOG FOR " WS-AKTUEL-KUNDE
               " " FUNCTION TRIM(FULDT-NAVN)
               INTO UDTOG-TEXT
       END-IF.
       WRITE UDTOG-RECORD.
       MOVE SPACES TO UDTOG-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "PERIOD: " FUNCTION TRIM(WS-FRA-DATO-TEKST)
               " - " FUNCTION TRIM(WS-TIL-DATO-TEKST)
               INTO UDTOG-TEXT
       ELSE
           STRING "PERIODE: " FUNCTION TRIM(WS-FRA-DATO-TEKST)
               " - " FUNCTION TRIM(WS-TIL-DATO-TEKST)
               INTO UDTOG-TEXT
       END-IF.
       WRITE UDTOG-RECORD.
       MOVE SPACES TO UDTOG-TEXT.
       WRITE UDTOG-RECORD.
       PERFORM SKRIV-INSTITUT-HOVED.
       PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > WS-KONTO-ANTAL
           IF KOT-KUNDE-ID(KO-IDX) = WS-AKTUEL-KUNDE
           END-IF
       END-PERFORM.

       SKRIV-INSTITUT-HOVED.
      * Kundens pengeinstituts navn, adresse og reg.nr. under
      * udtogets hovedlinjer - hovedlinjen "KONTOUDTOG FOR" skal
      * blive foerst, den starter udtoget i UDTOG-DISTRIBUTION.
       CALL "BREVHOVED-FORMAT" USING PENGEINSTITUT IN MASTER-RECORD
           WS-BREVHOVED WS-BREVHOVED-SVAR.
       IF WS-BREVHOVED-SVAR = "F"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-HOVED-IDX FROM 1 BY 1 UNTIL WS-HOVED-IDX > 3
           MOVE SPACES TO UDTOG-TEXT
           MOVE WS-HOVED-LINJE(WS-HOVED-IDX) TO UDTOG-TEXT
           WRITE UDTOG-RECORD
       END-PERFORM.
       MOVE SPACES TO UDTOG-TEXT.
       WRITE UDTOG-RECORD.

       SKRIV-KONTO-UDTOG.
       PERFORM TRAEK-UDSKRIFTSNUMMER.
       MOVE 0 TO WS-SUM-PERIODE WS-SUM-EFTER WS-LINJE-TAELLER.
       COMPUTE WS-PRIMO-SALDO
           = WS-ULTIMO-SALDO - WS-SUM-PERIODE.
       MOVE SPACES TO UDTOG-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "ACCOUNT " FUNCTION TRIM(KOT-KONTO-ID(KO-IDX))
               " (" FUNCTION TRIM(KOT-VALUTA-KD(KO-IDX)) ")"
               " STATEMENT NO. " WS-UDSKRIFT-NR
               INTO UDTOG-TEXT
       ELSE
           STRING "KONTO " FUNCTION TRIM(KOT-KONTO-ID(KO-IDX))
               " (" FUNCTION TRIM(KOT-VALUTA-KD(KO-IDX)) ")"
               " UDSKRIFT NR. " WS-UDSKRIFT-NR
               INTO UDTOG-TEXT
       END-IF.
       WRITE UDTOG-RECORD.
       MOVE WS-PRIMO-SALDO TO WS-SALDO-EDIT.
       MOVE WS-SALDO-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE SPACES TO UDTOG-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "  OPENING BALANCE " WS-FRA-DATO-TEKST " : "
               FUNCTION TRIM(WS-SPROG-TEKST)
               INTO UDTOG-TEXT
       ELSE
           STRING "  PRIMOSALDO  " WS-FRA-DATO-TEKST " : "
               FUNCTION TRIM(WS-SPROG-TEKST)
               INTO UDTOG-TEXT
       END-IF.
       WRITE UDTOG-RECORD.
       PERFORM VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > WS-HIST-ANTAL
                       = 0 - HTT-BELOEB(HT-IDX)
                   MOVE WS-POST-FORTEGN TO WS-BELOEB-EDIT
               END-IF
               MOVE HTT-DATO(HT-IDX) TO WS-SPROG-TEKST
               PERFORM FORMATER-DATO
               MOVE WS-SPROG-TEKST TO WS-DATO-TEKST
               MOVE WS-BELOEB-EDIT TO WS-SPROG-TEKST
               PERFORM FORMATER-BELOEB
               MOVE SPACES TO UDTOG-TEXT
               STRING "  " WS-DATO-TEKST
                   " " HTT-TEKST(HT-IDX)
                   " " FUNCTION TRIM(WS-SPROG-TEKST)
                   INTO UDTOG-TEXT
               WRITE UDTOG-RECORD
           END-IF
       END-PERFORM.
       IF WS-LINJE-TAELLER = 0
           IF SPROG-ER-ENGELSK
               MOVE "  (NO TRANSACTIONS IN THE PERIOD)" TO UDTOG-TEXT
           ELSE
               MOVE "  (INGEN POSTERINGER I PERIODEN)" TO UDTOG-TEXT
           END-IF
           WRITE UDTOG-RECORD
       END-IF.
       MOVE WS-ULTIMO-SALDO TO WS-SALDO-EDIT.
       MOVE WS-SALDO-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE SPACES TO UDTOG-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "  CLOSING BALANCE " WS-TIL-DATO-TEKST " : "
               FUNCTION TRIM(WS-SPROG-TEKST)
               INTO UDTOG-TEXT
       ELSE
           STRING "  ULTIMOSALDO " WS-TIL-DATO-TEKST " : "
               FUNCTION TRIM(WS-SPROG-TEKST)
               INTO UDTOG-TEXT
       END-IF.
       WRITE UDTOG-RECORD.
       MOVE SPACES TO UDTOG-TEXT.
       WRITE UDTOG-RECORD.
           CLOSE CHECKPOINT-FIL
       END-IF.

       KLASSIFICER-HISTORIKLINJE.
       CALL "TRANSKODE-OPSLAG" USING HI-TRANSKODE HI-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.

       VAELG-UDTOGSTEKST.
      * Kunden ser kodens kundetekst fra transaktionskodetabellen,
      * hvis linjen baerer en kode og koden har en; ellers (aeldre
      * linjer uden kode, koder uden kundetekst) linjens egen tekst.
       MOVE HI-TEKST TO WS-UDTOG-TEKST.
       IF HI-TRANSKODE NOT = SPACES
           PERFORM KLASSIFICER-HISTORIKLINJE
           IF WS-TRANSKODE-SVAR = "Y"
                   AND TK-KUNDETEKST IN WS-TRANSKODE NOT = SPACES
               MOVE TK-KUNDETEKST IN WS-TRANSKODE TO WS-UDTOG-TEKST
           END-IF
       END-IF.

       AFGOER-SPROG.
      * Kundens sprog; ukendte kunder giver dansk.
       MOVE SPROG IN MASTER-RECORD TO WS-SPROG.
       MOVE LANDE-KODE IN MASTER-RECORD TO WS-SPROG-TEKST.
       MOVE "SPRG" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.

       FORMATER-DATO.
      * Datoen AAAAMMDD i WS-SPROG-TEKST skrives om efter sproget.
       MOVE "DATO" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.

       FORMATER-BELOEB.
      * Det redigerede beloeb i WS-SPROG-TEKST skrives om efter
      * sproget (decimalkomma eller -punktum).
       MOVE "BELB" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
