      * af kundens konti i files/KontoOpl.txt vises primosaldo, alle
      * bogfoerte posteringer i perioden (fra files/POSTERING-HISTORIK
      * .txt, som posteringsmotoren vedligeholder) og ultimosaldo.
      * Udtoget skrives paa kundens korrespondancesprog (SPROG i
      * kundemasteren, se shared/brev_sprog.cob): dansk med komma som
      * decimalseparator som i Opgave8, eller engelsk med punktum;
      * datoer formateres tilsvarende, og kundens pengeinstitut
      * staar under hovedet (BREVHOVED-FORMAT). Erstatter den hidtidige
      * noedloesning hvor filialen klippede kundens blok ud af
      * KUNDEKONTO.txt, som kun viser en oejebliksbalance.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  RESERVATION-FIL.
       01  RESERVATION-RECORD.
           COPY "copybooks/RESERVREC.cpy".

       FD  STORNO-FIL.
       01  STORNO-FIL-RECORD.
      * Kundens navn fra kundemasteren til udtogets hoved
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-KUNDE-PENGEINST  PIC X(2)   VALUE SPACES.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.

      * Kundens korrespondancesprog og udtogets sprogafhaengige felter
       01  WS-SPROG            PIC X      VALUE "D".
           88  SPROG-ER-ENGELSK           VALUE "E".
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.
       01  WS-FRA-DATO-TEKST   PIC X(12)  VALUE SPACES.
       01  WS-TIL-DATO-TEKST   PIC X(12)  VALUE SPACES.
       01  WS-DATO-TEKST       PIC X(11)  VALUE SPACES.

      * Kundens konti fra KontoOpl.txt
       01  WS-KONTI-ANTAL      PIC 9(2)   VALUE 0.
       01  KUNDE-KONTO-TABEL.
       01  WS-POST-BELOEB      PIC S9(7)V99 VALUE 0.
       01  WS-POST-FORTEGN     PIC S9(7)V99 VALUE 0.

      * Formaterede visningsfelter; BREV-SPROG bytter til punktum
      * som decimalseparator for engelske kunder
       01  WS-BELOEB-EDIT      PIC -(6)9,99.
       01  WS-SALDO-EDIT       PIC -(9)9,99.

           88  FASE-ER-SUMMERING          VALUE "S".
           88  FASE-ER-UDSKRIFT           VALUE "U".

      * Historiklinjens transaktionskode - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.
       01  WS-UDTOG-TEKST      PIC X(30)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
                   CALL "KUNDE-NAVN-FORMAT" USING
                       FORNAVN IN MASTER-RECORD
                       EFTERNAVN IN MASTER-RECORD FULDT-NAVN
                   MOVE PENGEINSTITUT IN MASTER-RECORD
                       TO WS-KUNDE-PENGEINST
                   PERFORM AFGOER-SPROG
           END-READ
           CLOSE MASTER-FIL
       END-IF.
       MOVE WS-FRA-DATO TO WS-SPROG-TEKST.
       PERFORM FORMATER-DATO.
       MOVE WS-SPROG-TEKST TO WS-FRA-DATO-TEKST.
       MOVE WS-TIL-DATO TO WS-SPROG-TEKST.
       PERFORM FORMATER-DATO.
       MOVE WS-SPROG-TEKST TO WS-TIL-DATO-TEKST.

       AFGOER-SPROG.
      * Kundens sprog; ukendte kunder og en utilgaengelig master
      * giver dansk.
       MOVE SPROG IN MASTER-RECORD TO WS-SPROG.
       MOVE LANDE-KODE IN MASTER-RECORD TO WS-SPROG-TEKST.
       MOVE "SPRG" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.

       INDLAES-KUNDENS-KONTI.
      * Find kundens konti ved et enkelt gennemloeb af KontoOpl.txt.

       SKRIV-UDTOG-HOVED.
       MOVE SPACES TO UDTOG-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "STATEMENT FOR " FUNCTION TRIM(WS-SOEGE-ID)
               " " FUNCTION TRIM(FULDT-NAVN)
               INTO UDTOG-TEXT
       ELSE
           STRING "KONTOUDTOG FOR " FUNCTION TRIM(WS-SOEGE-ID)
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

       SKRIV-INSTITUT-HOVED.
      * Kundens pengeinstituts navn, adresse og reg.nr. under
      * udtogets hovedlinjer - hovedlinjen "KONTOUDTOG FOR" skal
      * blive foerst, den starter udtoget i UDTOG-DISTRIBUTION.
      * Kundemasteren er lukket her, saa koden er gemt ved
      * navneopslaget (blank for ukendte kunder = hovedinstituttet).
       CALL "BREVHOVED-FORMAT" USING WS-KUNDE-PENGEINST
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

       COMPUTE WS-PRIMO-SALDO =
           WS-ULTIMO-SALDO - WS-SUM-PERIODE.
       MOVE SPACES TO UDTOG-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "ACCOUNT " FUNCTION TRIM(KK-KONTO-ID(KK-IDX))
               " (" FUNCTION TRIM(KK-VALUTA-KD(KK-IDX)) ")"
               INTO UDTOG-TEXT
       ELSE
           STRING "KONTO " FUNCTION TRIM(KK-KONTO-ID(KK-IDX))
               " (" FUNCTION TRIM(KK-VALUTA-KD(KK-IDX)) ")"
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
       SET FASE-ER-UDSKRIFT TO TRUE.
       PERFORM GENNEMLOEB-HISTORIK.
       IF WS-POSTERING-TAELLER = 0
           MOVE SPACES TO UDTOG-TEXT
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
      * Bogfoert kontra disponibelt: aktive reservationer traekkes
      * fra den aktuelle saldo - vises kun naar kontoen har
           COMPUTE WS-DISPONIBEL
               = KK-BALANCE(KK-IDX) - WS-RES-FUNDET-SUM
           MOVE WS-DISPONIBEL TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT TO WS-SPROG-TEKST
           PERFORM FORMATER-BELOEB
           MOVE SPACES TO UDTOG-TEXT
           IF SPROG-ER-ENGELSK
               STRING "  AVAILABLE (AFTER RESERVATIONS): "
                   FUNCTION TRIM(WS-SPROG-TEKST)
                   INTO UDTOG-TEXT
           ELSE
               STRING "  DISPONIBELT (EFTER RESERVATIONER): "
                   FUNCTION TRIM(WS-SPROG-TEKST)
                   INTO UDTOG-TEXT
           END-IF
           WRITE UDTOG-RECORD
       END-IF.
       MOVE SPACES TO UDTOG-TEXT.
                           INTO WS-REF-VISNING
                   END-IF
                   MOVE WS-POST-FORTEGN TO WS-BELOEB-EDIT
                   PERFORM VAELG-UDTOGSTEKST
                   MOVE HI-DATO TO WS-SPROG-TEKST
                   PERFORM FORMATER-DATO
                   MOVE WS-SPROG-TEKST TO WS-DATO-TEKST
                   MOVE WS-BELOEB-EDIT TO WS-SPROG-TEKST
                   PERFORM FORMATER-BELOEB
                   MOVE SPACES TO UDTOG-TEXT
                   STRING "  " WS-DATO-TEKST " " WS-UDTOG-TEKST " "
                       FUNCTION TRIM(WS-SPROG-TEKST)
                       " NR=" HI-LOEBENR
                       WS-STORNO-MAERKE
                       WS-REF-VISNING
           END-SEARCH
       END-IF.
       IF LINJE-ER-STORNERET
           IF SPROG-ER-ENGELSK
               MOVE " (REVERSED)" TO WS-STORNO-MAERKE
           ELSE
               MOVE " (STORNERET)" TO WS-STORNO-MAERKE
           END-IF
       END-IF.

       INDLAES-RESERVATIONER.
           CLOSE STORNO-FIL
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
