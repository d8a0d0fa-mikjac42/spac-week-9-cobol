      * KUNDE-NAVN-FORMAT og adresseblokken er landekode-afhaengig
      * som i VELKOMSTBREV - raamaterialet har ligget der hele tiden,
      * det har bare aldrig vaeret foejet sammen til ét dokument.
      * Oversigten skrives paa kundens korrespondancesprog (dansk
      * eller engelsk, med beloeb paa sprogets form - se
      * shared/brev_sprog.cob) og begynder med brevhovedet for
      * kundens pengeinstitut (BREVHOVED-FORMAT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-KONTI-I-BREV     PIC 9(3)   VALUE 0.

       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.
       01  WS-PRIMO-EDIT       PIC -(9)9,99.
       01  WS-ULTIMO-EDIT      PIC -(9)9,99.
       01  WS-SUM-EDIT         PIC -(9)9,99.
       01  WS-BREV-TAELLER     PIC 9(5)   VALUE 0.

      * Kundens korrespondancesprog og de beloeb der er formateret
      * efter det
       01  WS-SPROG            PIC X      VALUE "D".
           88  SPROG-ER-ENGELSK           VALUE "E".
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.
       01  WS-PRIMO-TEKST      PIC X(14)  VALUE SPACES.

      * Historiklinjens transaktionskode - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "AARSOVERSIGT".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

      * Tilmelding af hvert brev til den natlige printspool - se
      * shared/print_spool_tilmeld.cob.
       01  WS-PRINT-DOK-TYPE   PIC X(4)   VALUE "AARS".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
           SET KO-IDX TO WS-FUNDET-IDX
           COMPUTE WS-POST-BELOEB
               = FUNCTION NUMVAL(HI-BELOEB) / 100
           PERFORM KLASSIFICER-HISTORIKLINJE
           EVALUATE TK-GL-KATEGORI IN WS-TRANSKODE
               WHEN "RENTE"
                   IF HI-DK = "K"
                       ADD WS-POST-BELOEB
                           TO KOT-RENTE-IND(KO-IDX)
                       ADD WS-POST-BELOEB
                           TO KOT-RENTE-UD(KO-IDX)
                   END-IF
               WHEN "GEBYR"
                   ADD WS-POST-BELOEB TO KOT-GEBYR(KO-IDX)
           END-EVALUATE
       END-IF.
           PERFORM SKRIV-TOTALER
       END-IF.

       SKRIV-INSTITUT-HOVED.
      * Kundens pengeinstituts navn, adresse og reg.nr. oeverst i
      * brevet og en blank linje foer adresseblokken.
       CALL "BREVHOVED-FORMAT" USING PENGEINSTITUT IN MASTER-RECORD
           WS-BREVHOVED WS-BREVHOVED-SVAR.
       IF WS-BREVHOVED-SVAR = "F"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-HOVED-IDX FROM 1 BY 1 UNTIL WS-HOVED-IDX > 3
           MOVE SPACES TO OVERSIGT-TEXT
           MOVE WS-HOVED-LINJE(WS-HOVED-IDX) TO OVERSIGT-TEXT
           WRITE OVERSIGT-RECORD
       END-PERFORM.
       MOVE SPACES TO OVERSIGT-TEXT.
       WRITE OVERSIGT-RECORD.

       SKRIV-BREVHOVED.
       CALL "PRINT-SPOOL-TILMELD" USING WS-PRINT-DOK-TYPE
           KUNDE-ID IN MASTER-RECORD.
       MOVE SPROG IN MASTER-RECORD TO WS-SPROG.
       MOVE LANDE-KODE IN MASTER-RECORD TO WS-SPROG-TEKST.
       MOVE "SPRG" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.
       PERFORM SKRIV-INSTITUT-HOVED.
       CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
           EFTERNAVN IN MASTER-RECORD FULDT-NAVN.
       MOVE SPACES TO OVERSIGT-TEXT.
       MOVE SPACES TO OVERSIGT-TEXT.
       WRITE OVERSIGT-RECORD.
       MOVE SPACES TO OVERSIGT-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "ANNUAL STATEMENT FOR " WS-AAR
               " - CUSTOMER " FUNCTION TRIM(KUNDE-ID IN MASTER-RECORD)
               INTO OVERSIGT-TEXT
       ELSE
           STRING "AARSOVERSIGT FOR " WS-AAR
               " - KUNDE " FUNCTION TRIM(KUNDE-ID IN MASTER-RECORD)
               INTO OVERSIGT-TEXT
       END-IF.
       WRITE OVERSIGT-RECORD.

       SKRIV-KONTOLINJE.
       MOVE KOT-PRIMO(KO-IDX) TO WS-PRIMO-EDIT.
       MOVE WS-PRIMO-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE WS-SPROG-TEKST TO WS-PRIMO-TEKST.
       MOVE KOT-ULTIMO(KO-IDX) TO WS-ULTIMO-EDIT.
       MOVE WS-ULTIMO-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE SPACES TO OVERSIGT-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "  ACCOUNT " KOT-KONTO-ID(KO-IDX)
               " (" KOT-VALUTA-KD(KO-IDX) ")"
               " OPENING=" FUNCTION TRIM(WS-PRIMO-TEKST)
               " CLOSING=" FUNCTION TRIM(WS-SPROG-TEKST)
               INTO OVERSIGT-TEXT
       ELSE
           STRING "  KONTO " KOT-KONTO-ID(KO-IDX)
               " (" KOT-VALUTA-KD(KO-IDX) ")"
               " PRIMO=" FUNCTION TRIM(WS-PRIMO-TEKST)
               " ULTIMO=" FUNCTION TRIM(WS-SPROG-TEKST)
               INTO OVERSIGT-TEXT
       END-IF.
       WRITE OVERSIGT-RECORD.
       ADD KOT-RENTE-IND(KO-IDX) TO WS-SUM-RENTE-IND.
       ADD KOT-RENTE-UD(KO-IDX) TO WS-SUM-RENTE-UD.

       SKRIV-TOTALER.
       MOVE WS-SUM-RENTE-IND TO WS-SUM-EDIT.
       MOVE WS-SUM-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE SPACES TO OVERSIGT-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "  TOTAL INTEREST RECEIVED: "
               FUNCTION TRIM(WS-SPROG-TEKST) INTO OVERSIGT-TEXT
       ELSE
           STRING "  RENTER MODTAGET I ALT: "
               FUNCTION TRIM(WS-SPROG-TEKST) INTO OVERSIGT-TEXT
       END-IF.
       WRITE OVERSIGT-RECORD.
       MOVE WS-SUM-RENTE-UD TO WS-SUM-EDIT.
       MOVE WS-SUM-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE SPACES TO OVERSIGT-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "  TOTAL INTEREST PAID    : "
               FUNCTION TRIM(WS-SPROG-TEKST) INTO OVERSIGT-TEXT
       ELSE
           STRING "  RENTER BETALT I ALT  : "
               FUNCTION TRIM(WS-SPROG-TEKST) INTO OVERSIGT-TEXT
       END-IF.
       WRITE OVERSIGT-RECORD.
       MOVE WS-SUM-GEBYR TO WS-SUM-EDIT.
       MOVE WS-SUM-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE SPACES TO OVERSIGT-TEXT.
       IF SPROG-ER-ENGELSK
           STRING "  TOTAL FEES             : "
               FUNCTION TRIM(WS-SPROG-TEKST) INTO OVERSIGT-TEXT
       ELSE
           STRING "  GEBYRER I ALT        : "
               FUNCTION TRIM(WS-SPROG-TEKST) INTO OVERSIGT-TEXT
       END-IF.
       WRITE OVERSIGT-RECORD.
       MOVE SPACES TO OVERSIGT-TEXT.
       MOVE "------------------------------------" TO OVERSIGT-TEXT.
       WRITE OVERSIGT-RECORD.

       FORMATER-BELOEB.
      * Det redigerede beloeb i WS-SPROG-TEKST skrives om efter
      * sproget (decimalkomma eller -punktum).
       MOVE "BELB" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.

       KLASSIFICER-HISTORIKLINJE.
       CALL "TRANSKODE-OPSLAG" USING HI-TRANSKODE HI-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
