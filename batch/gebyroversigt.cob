      * flettes som brev - navn via KUNDE-NAVN-FORMAT og
      * landekode-afhaengig adresseblok som VELKOMSTBREV - med hver
      * enkelt gebyrlinje (dato, type, beloeb) og aarets total.
      * Brevet skrives paa kundens korrespondancesprog (dansk eller
      * engelsk, med datoer og beloeb paa sprogets form - se
      * shared/brev_sprog.cob) og begynder med brevhovedet for
      * kundens pengeinstitut (BREVHOVED-FORMAT).
      * Brevene skrives til files/GEBYROVERSIGTER.txt, og
      * kontrolrapporten files/GEBYROVERSIGT-KONTROL.txt afstemmer
      * brevenes samlede sum mod aarets gebyrposteringer i
       01  WS-DIFFERENS        PIC S9(11)V99 VALUE 0.

       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.
       01  WS-BELOEB-EDIT      PIC -(8)9,99.
       01  WS-SUM-EDIT         PIC -(10)9,99.
       01  WS-BREV-TAELLER     PIC 9(5)   VALUE 0.
       01  WS-GLI-IDX2         PIC 9(5)   VALUE 0.

      * Kundens korrespondancesprog og brevets sprogafhaengige felter
       01  WS-SPROG            PIC X      VALUE "D".
           88  SPROG-ER-ENGELSK           VALUE "E".
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.
       01  WS-DATO-TEKST       PIC X(12)  VALUE SPACES.
       01  WS-TYPE-TEKST       PIC X(12)  VALUE SPACES.

      * Historiklinjens transaktionskode - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "GEBYROVERSIGT".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

      * Tilmelding af hvert brev til den natlige printspool - se
      * shared/print_spool_tilmeld.cob.
       01  WS-PRINT-DOK-TYPE   PIC X(4)   VALUE "GEBO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
                   AND GLT-SKREVET(WS-GLI-IDX2) = "N"
               MOVE "J" TO GLT-SKREVET(WS-GLI-IDX2)
               ADD GLT-BELOEB(WS-GLI-IDX2) TO WS-KUNDE-SUM
               PERFORM SKRIV-GEBYRLINJE
           END-IF
       END-PERFORM.
       ADD WS-KUNDE-SUM TO WS-BREV-SUM.
       MOVE WS-KUNDE-SUM TO WS-SUM-EDIT.
       MOVE WS-SUM-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE SPACES TO BREV-TEKST.
       IF SPROG-ER-ENGELSK
           STRING "  TOTAL FEES FOR " WS-AAR ": "
               FUNCTION TRIM(WS-SPROG-TEKST)
               INTO BREV-TEKST
       ELSE
           STRING "  GEBYRER I ALT FOR " WS-AAR ": "
               FUNCTION TRIM(WS-SPROG-TEKST)
               INTO BREV-TEKST
       END-IF.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       MOVE "------------------------------------" TO BREV-TEKST.
       WRITE BREV-RECORD.

       SKRIV-GEBYRLINJE.
      * Dato, gebyrtype, konto og beloeb; paa engelsk oversaettes
      * de kendte gebyrtyper.
       MOVE GLT-DATO(WS-GLI-IDX2) TO WS-SPROG-TEKST.
       MOVE "DATO" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.
       MOVE WS-SPROG-TEKST TO WS-DATO-TEKST.
       MOVE GLT-TYPE(WS-GLI-IDX2) TO WS-TYPE-TEKST.
       IF SPROG-ER-ENGELSK
           EVALUATE GLT-TYPE(WS-GLI-IDX2)
               WHEN "KONTOFOER"
                   MOVE "ACCOUNT FEE" TO WS-TYPE-TEKST
               WHEN "OVERTRAEK"
                   MOVE "OVERDRAFT" TO WS-TYPE-TEKST
               WHEN "RYKKER"
                   MOVE "REMINDER" TO WS-TYPE-TEKST
           END-EVALUATE
       END-IF.
       MOVE GLT-BELOEB(WS-GLI-IDX2) TO WS-BELOEB-EDIT.
       MOVE WS-BELOEB-EDIT TO WS-SPROG-TEKST.
       PERFORM FORMATER-BELOEB.
       MOVE SPACES TO BREV-TEKST.
       IF SPROG-ER-ENGELSK
           STRING "  " FUNCTION TRIM(WS-DATO-TEKST)
               " " WS-TYPE-TEKST
               " ACCOUNT " GLT-KONTO-ID(WS-GLI-IDX2)
               " " FUNCTION TRIM(WS-SPROG-TEKST)
               INTO BREV-TEKST
       ELSE
           STRING "  " FUNCTION TRIM(WS-DATO-TEKST)
               " " GLT-TYPE(WS-GLI-IDX2)
               " KONTO " GLT-KONTO-ID(WS-GLI-IDX2)
               " " FUNCTION TRIM(WS-SPROG-TEKST)
               INTO BREV-TEKST
       END-IF.
       WRITE BREV-RECORD.

       FORMATER-BELOEB.
      * Det redigerede beloeb i WS-SPROG-TEKST skrives om efter
      * sproget (decimalkomma eller -punktum).
       MOVE "BELB" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.

       SKRIV-INSTITUT-HOVED.
      * Kundens pengeinstituts navn, adresse og reg.nr. oeverst i
      * brevet og en blank linje foer adresseblokken.
       CALL "BREVHOVED-FORMAT" USING PENGEINSTITUT IN MASTER-RECORD
           WS-BREVHOVED WS-BREVHOVED-SVAR.
       IF WS-BREVHOVED-SVAR = "F"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-HOVED-IDX FROM 1 BY 1 UNTIL WS-HOVED-IDX > 3
           MOVE SPACES TO BREV-TEKST
           MOVE WS-HOVED-LINJE(WS-HOVED-IDX) TO BREV-TEKST
           WRITE BREV-RECORD
       END-PERFORM.
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.

       SKRIV-BREVHOVED.
      * Ukendte kunder faar brevet paa dansk.
       CALL "PRINT-SPOOL-TILMELD" USING WS-PRINT-DOK-TYPE
           WS-AKTUEL-KUNDE.
       MOVE SPACES TO FULDT-NAVN.
       MOVE "D" TO WS-SPROG.
       IF WS-MASTER-STATUS = "00"
           MOVE WS-AKTUEL-KUNDE TO KUNDE-ID IN MASTER-RECORD
           READ MASTER-FIL
                   CALL "KUNDE-NAVN-FORMAT" USING
                       FORNAVN IN MASTER-RECORD
                       EFTERNAVN IN MASTER-RECORD FULDT-NAVN
                   MOVE SPROG IN MASTER-RECORD TO WS-SPROG
                   MOVE LANDE-KODE IN MASTER-RECORD
                       TO WS-SPROG-TEKST
                   MOVE "SPRG" TO WS-SPROG-FUNKTION
                   CALL "BREV-SPROG" USING WS-SPROG-FUNKTION
                       WS-SPROG WS-SPROG-TEKST
           END-READ
       END-IF.
      * Ukendte kunder faar hovedinstituttets brevhoved.
       IF WS-MASTER-STATUS NOT = "00"
               OR FULDT-NAVN = "(UKENDT KUNDE)"
           MOVE SPACES TO PENGEINSTITUT IN MASTER-RECORD
       END-IF.
       PERFORM SKRIV-INSTITUT-HOVED.
       MOVE SPACES TO BREV-TEKST.
       MOVE FULDT-NAVN TO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       IF SPROG-ER-ENGELSK
           STRING "ANNUAL FEE STATEMENT FOR " WS-AAR
               " - CUSTOMER " FUNCTION TRIM(WS-AKTUEL-KUNDE)
               INTO BREV-TEKST
       ELSE
           STRING "GEBYROVERSIGT FOR " WS-AAR
               " - KUNDE " FUNCTION TRIM(WS-AKTUEL-KUNDE)
               INTO BREV-TEKST
       END-IF.
       WRITE BREV-RECORD.

       SKRIV-KONTROLRAPPORT.
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM KLASSIFICER-HISTORIKLINJE
                       IF HI-DATO(1:4) = WS-AAR
                               AND TK-GL-KATEGORI IN WS-TRANSKODE
                                   = "GEBYR"
                           COMPUTE WS-POST-BELOEB
                               = FUNCTION NUMVAL(HI-BELOEB) / 100
                           ADD WS-POST-BELOEB TO WS-HISTORIK-SUM
           CLOSE HISTORIK-FIL
       END-IF.

       KLASSIFICER-HISTORIKLINJE.
       CALL "TRANSKODE-OPSLAG" USING HI-TRANSKODE HI-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
