      * ud fra den flade tekstfil files/Kundeoplysninger.txt, som stadig er
      * det format kundeoplysningerne leveres i fra opstrøms systemer.
      * Køres før Opgave6/7/8 når der er kommet en ny flad afleverings-fil.
      *
      * Leverancen ejer kun felterne til og med AFDELING. Resten af
      * recorden (adressestatus, CVR, doedsfald, sanktion, risiko,
      * PEP, skatteland, adgang, sprog, retshold, uleverbar-status og
      * pengeinstitut) saettes af bankens egne programmer; de tages
      * derfor over fra den hidtidige master paa KUNDE-ID, som
      * BEVAR-COMPLIANCEFELTER goer i kunde_vedligehold_batch. Den
      * hidtidige master kopieres til en arbejdsfil foer den
      * overskrives, og hver kunde sammenlignes med sin gamle record:
      * nye kunder journalfoeres som TILFOEJ, aendrede som RET og
      * kunder der ikke laengere er med i leverancen som SLET (se
      * shared/kunde_journal.cob), saa DWH-DELTA-UDTRAEK og
      * SANKTION-SCREENING ser leverancens aendringer som alle andre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTERET-STATUS.

      *    Den hidtidige master i KUNDE-ID-orden, gemt foer MASTER-FIL
      *    aabnes OUTPUT - se GEM-GAMMEL-MASTER.
           SELECT GAMMEL-FIL
               ASSIGN TO "files/KUNDEOPL-GENOPBYG-GAMMEL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAMMEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLAD-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  GAMMEL-FIL.
       01  GAMMEL-POST.
           COPY "copybooks/KUNDEREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAD-STATUS      PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-SORTERET-STATUS  PIC XX     VALUE "00".
       01  WS-CPR-RAPPORT-STATUS PIC XX   VALUE "00".
       01  WS-GODKENDT-STATUS  PIC XX     VALUE "00".
       01  WS-GAMMEL-STATUS    PIC XX     VALUE "00".
       01  WS-GODKENDT-ANTAL   PIC 9(7)   VALUE 0.
       01  WS-FLAD-TAELLER     PIC 9(7)   VALUE 0.

       01  WS-LAEST-TAELLER    PIC 9(7)   VALUE 0.
       01  WS-SKREVET-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-CPR-FEJL-TAELLER PIC 9(5)   VALUE 0.
       01  WS-NY-TAELLER       PIC 9(7)   VALUE 0.
       01  WS-RETTET-TAELLER   PIC 9(7)   VALUE 0.
       01  WS-FJERNET-TAELLER  PIC 9(7)   VALUE 0.

      * Modulus 11-kontrol af CPR-NUMMER ved genopbygning - se
      * shared/cpr_valider.cob. Blank er tilladt (aeldre leverancer
       01  WS-EMAIL-KRYPT      PIC X(50)  VALUE SPACES.
       01  WS-NOEGLE-STATUS    PIC XX     VALUE "00".
       01  WS-AKTUEL-NOEGLE    PIC X(1)   VALUE "1".
      * Kontaktoplysningerne i den gamle record, dekrypteret - se
      * BEVAR-MASTERFELTER.
       01  WS-GML-TELEFON      PIC X(8)   VALUE SPACES.
       01  WS-GML-EMAIL        PIC X(50)  VALUE SPACES.

      * Kunden som den stod i den hidtidige master. WS-GAMMEL-ID er
      * HIGH-VALUES naar arbejdsfilen er laest til ende, og
      * WS-LEVERET-ID ved leverancens slutning, saa resten af de
      * gamle kunder da falder ud som SLET.
       01  GAMMEL-KUNDE.
           COPY "copybooks/KUNDEREC.cpy".
       01  WS-GAMMEL-ID        PIC X(10)  VALUE SPACES.
       01  WS-LEVERET-ID       PIC X(10)  VALUE SPACES.
       01  WS-KUNDE-MATCH      PIC X      VALUE "N".
           88  KUNDE-FANDTES              VALUE "J".

      * Foer- og efterbillede til aendringsjournalen - se
      * shared/kunde_journal.cob.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE SPACES.
       01  WS-JOURNAL-OPERATOER PIC X(10) VALUE SPACES.
       01  WS-JOURNAL-PROGRAM  PIC X(20)  VALUE "KUNDEOPL-GENOPBYG".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM KONTROLLER-GODKENDT-LEVERANCE.
           PERFORM SORTER-KUNDEOPLYSNINGER.

           PERFORM GEM-GAMMEL-MASTER.

           OPEN OUTPUT CPR-RAPPORT.
           IF WS-CPR-RAPPORT-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
               STOP RUN
           END-IF.

           OPEN INPUT GAMMEL-FIL.
           IF WS-GAMMEL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/KUNDEOPL-GENOPBYG-GAMMEL.TMP, status="
                   WS-GAMMEL-STATUS
               CLOSE SORTERET-FIL
               STOP RUN
           END-IF.
           PERFORM LAES-GAMMEL-KUNDE.

           OPEN OUTPUT MASTER-FIL.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/KUNDEOPL-MASTER.DAT, status="
                   WS-MASTER-STATUS
               CLOSE SORTERET-FIL
               CLOSE GAMMEL-FIL
               STOP RUN
           END-IF.

                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LAEST-TAELLER
                       MOVE KUNDE-ID IN FLAD-RECORD TO WS-LEVERET-ID
                       PERFORM FJERN-FORSVUNDNE-KUNDER
                       MOVE FLAD-RECORD TO MASTER-RECORD
                       PERFORM VALIDER-CPR-NUMMER
                       IF WS-GAMMEL-ID = WS-LEVERET-ID
                           SET KUNDE-FANDTES TO TRUE
                           PERFORM BEVAR-MASTERFELTER
                       ELSE
                           MOVE "N" TO WS-KUNDE-MATCH
                       END-IF
                       PERFORM KRYPTER-KONTAKTOPL-I-MASTER
                       WRITE MASTER-RECORD
                       IF WS-MASTER-STATUS = "00"
                          OR WS-MASTER-STATUS = "02"
                           ADD 1 TO WS-SKREVET-TAELLER
                           PERFORM JOURNALFOER-KUNDE
                       ELSE
                           DISPLAY "FEJL: KUNDE-ID "
                               KUNDE-ID IN FLAD-RECORD
                               " kunne ikke skrives, status="
                               WS-MASTER-STATUS
                       END-IF
                       IF KUNDE-FANDTES
                           PERFORM LAES-GAMMEL-KUNDE
                       END-IF
               END-READ
           END-PERFORM.

      *    Gamle kunder efter leverancens hoejeste KUNDE-ID
           MOVE HIGH-VALUES TO WS-LEVERET-ID.
           PERFORM FJERN-FORSVUNDNE-KUNDER.

           CLOSE SORTERET-FIL.
           CLOSE GAMMEL-FIL.
           CLOSE MASTER-FIL.
           CLOSE CPR-RAPPORT.

           DISPLAY "Genopbygning af kundemaster faerdig.".
           DISPLAY "Laest fra flad fil : " WS-LAEST-TAELLER.
           DISPLAY "Skrevet til master : " WS-SKREVET-TAELLER.
           DISPLAY "Nye kunder         : " WS-NY-TAELLER.
           DISPLAY "Rettede kunder     : " WS-RETTET-TAELLER.
           DISPLAY "Fjernede kunder    : " WS-FJERNET-TAELLER.
           DISPLAY "CPR-fejl           : " WS-CPR-FEJL-TAELLER.
           STOP RUN.

               CLOSE NOEGLE-FIL
           END-IF.

       GEM-GAMMEL-MASTER.
      * Kopier den hidtidige master til arbejdsfilen, foer MASTER-FIL
      * aabnes OUTPUT og toemmes. Findes der ingen master endnu
      * (status 35), er alle leverancens kunder nye. Kan en
      * eksisterende master ikke laeses, stoppes der, saa de felter
      * kun masteren har, ikke gaar tabt.
           OPEN OUTPUT GAMMEL-FIL.
           IF WS-GAMMEL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/KUNDEOPL-GENOPBYG-GAMMEL.TMP, status="
                   WS-GAMMEL-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FIL.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "Ingen tidligere kundemaster - alle kunder "
                   "journalfoeres som nye."
               CLOSE GAMMEL-FIL
               EXIT PARAGRAPH
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke laese den hidtidige "
                   "files/KUNDEOPL-MASTER.DAT, status="
                   WS-MASTER-STATUS
               CLOSE GAMMEL-FIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-REACHED
               READ MASTER-FIL NEXT RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       WRITE GAMMEL-POST FROM MASTER-RECORD
               END-READ
           END-PERFORM.
           SET EOF-NOT-REACHED TO TRUE.
           CLOSE MASTER-FIL.
           CLOSE GAMMEL-FIL.

       LAES-GAMMEL-KUNDE.
           READ GAMMEL-FIL INTO GAMMEL-KUNDE
               AT END
                   MOVE HIGH-VALUES TO WS-GAMMEL-ID
               NOT AT END
                   MOVE KUNDE-ID IN GAMMEL-KUNDE TO WS-GAMMEL-ID
           END-READ.

       FJERN-FORSVUNDNE-KUNDER.
      * Gamle kunder med et KUNDE-ID foran den leverede kunde er ikke
      * med i leverancen og forsvinder med genopbygningen.
           PERFORM UNTIL WS-GAMMEL-ID NOT < WS-LEVERET-ID
               MOVE GAMMEL-KUNDE TO WS-FOER-BILLEDE
               MOVE SPACES TO WS-EFTER-BILLEDE
               MOVE "SLET" TO WS-JOURNAL-OPERATION
               CALL "KUNDE-JOURNAL" USING WS-JOURNAL-PROGRAM
                   WS-JOURNAL-OPERATION WS-JOURNAL-OPERATOER
                   WS-FOER-BILLEDE WS-EFTER-BILLEDE
               ADD 1 TO WS-FJERNET-TAELLER
               PERFORM LAES-GAMMEL-KUNDE
           END-PERFORM.

       BEVAR-MASTERFELTER.
      * Felterne efter AFDELING er ikke med i leverancen (se SORT-
      * RECORD) og tages over fra den gamle record, saa en ny
      * leverance ikke rydder en sanktions-, risiko-, PEP-, adgangs-
      * eller retsholdmarkering, et doedsfald eller kundens
      * skatteland, sprog og pengeinstitut.
           MOVE ADRESSE-STATUS IN GAMMEL-KUNDE
               TO ADRESSE-STATUS IN MASTER-RECORD.
           MOVE KUNDE-ART IN GAMMEL-KUNDE
               TO KUNDE-ART IN MASTER-RECORD.
           MOVE CVR-NUMMER IN GAMMEL-KUNDE
               TO CVR-NUMMER IN MASTER-RECORD.
           MOVE AFDOED-MARKERING IN GAMMEL-KUNDE
               TO AFDOED-MARKERING IN MASTER-RECORD.
           MOVE AFDOED-DATO IN GAMMEL-KUNDE
               TO AFDOED-DATO IN MASTER-RECORD.
           MOVE SANKTION-MARKERING IN GAMMEL-KUNDE
               TO SANKTION-MARKERING IN MASTER-RECORD.
           MOVE SANKTION-DATO IN GAMMEL-KUNDE
               TO SANKTION-DATO IN MASTER-RECORD.
           MOVE SANKTION-ID IN GAMMEL-KUNDE
               TO SANKTION-ID IN MASTER-RECORD.
           MOVE RISIKO-KLASSE IN GAMMEL-KUNDE
               TO RISIKO-KLASSE IN MASTER-RECORD.
           MOVE RISIKO-KILDE IN GAMMEL-KUNDE
               TO RISIKO-KILDE IN MASTER-RECORD.
           MOVE RISIKO-DATO IN GAMMEL-KUNDE
               TO RISIKO-DATO IN MASTER-RECORD.
           MOVE PEP-MARKERING IN GAMMEL-KUNDE
               TO PEP-MARKERING IN MASTER-RECORD.
           MOVE PEP-DATO IN GAMMEL-KUNDE
               TO PEP-DATO IN MASTER-RECORD.
           MOVE SKATTE-LAND IN GAMMEL-KUNDE
               TO SKATTE-LAND IN MASTER-RECORD.
           MOVE SKATTE-TIN IN GAMMEL-KUNDE
               TO SKATTE-TIN IN MASTER-RECORD.
           MOVE ADGANG-MARKERING IN GAMMEL-KUNDE
               TO ADGANG-MARKERING IN MASTER-RECORD.
           MOVE SPROG IN GAMMEL-KUNDE
               TO SPROG IN MASTER-RECORD.
           MOVE RETSHOLD-MARKERING IN GAMMEL-KUNDE
               TO RETSHOLD-MARKERING IN MASTER-RECORD.
           MOVE RETSHOLD-DATO IN GAMMEL-KUNDE
               TO RETSHOLD-DATO IN MASTER-RECORD.
           MOVE PENGEINSTITUT IN GAMMEL-KUNDE
               TO PENGEINSTITUT IN MASTER-RECORD.
      * Uleverbar-markeringen bevares, medmindre leverancen har et
      * andet nummer hhv. en anden adresse. De gamle vaerdier ligger
      * krypteret under den gamle records egen noegleversion.
           MOVE "DEKR" TO WS-KRYPT-FUNKTION.
           CALL "KONTAKT-KRYPTER" USING WS-KRYPT-FUNKTION
               WS-LAENGDE-TELEFON WS-GML-TELEFON TELEFON IN GAMMEL-KUNDE
               NOEGLE-VERSION IN GAMMEL-KUNDE.
           CALL "KONTAKT-KRYPTER" USING WS-KRYPT-FUNKTION
               WS-LAENGDE-EMAIL WS-GML-EMAIL EMAIL IN GAMMEL-KUNDE
               NOEGLE-VERSION IN GAMMEL-KUNDE.
           IF TELEFON IN MASTER-RECORD = WS-GML-TELEFON
               MOVE TELEFON-STATUS IN GAMMEL-KUNDE
                   TO TELEFON-STATUS IN MASTER-RECORD
               MOVE TELEFON-STATUS-DATO IN GAMMEL-KUNDE
                   TO TELEFON-STATUS-DATO IN MASTER-RECORD
           ELSE
               MOVE SPACES TO TELEFON-STATUS IN MASTER-RECORD
                   TELEFON-STATUS-DATO IN MASTER-RECORD
           END-IF.
           IF EMAIL IN MASTER-RECORD = WS-GML-EMAIL
               MOVE EMAIL-STATUS IN GAMMEL-KUNDE
                   TO EMAIL-STATUS IN MASTER-RECORD
               MOVE EMAIL-STATUS-DATO IN GAMMEL-KUNDE
                   TO EMAIL-STATUS-DATO IN MASTER-RECORD
           ELSE
               MOVE SPACES TO EMAIL-STATUS IN MASTER-RECORD
                   EMAIL-STATUS-DATO IN MASTER-RECORD
           END-IF.
           MOVE SPACES TO WS-GML-TELEFON WS-GML-EMAIL.

       JOURNALFOER-KUNDE.
      * En ny kunde journalfoeres som TILFOEJ, en kunde hvis record er
      * aendret i forhold til den gamle som RET; en uaendret kunde
      * giver ingen journallinje. Er kontaktfelterne krypteret under
      * en aeldre noegleversion, er recorden paa disk aendret og
      * journalfoeres derfor ogsaa.
           IF KUNDE-FANDTES
               IF MASTER-RECORD = GAMMEL-KUNDE
                   EXIT PARAGRAPH
               END-IF
               MOVE GAMMEL-KUNDE TO WS-FOER-BILLEDE
               MOVE "RET" TO WS-JOURNAL-OPERATION
               ADD 1 TO WS-RETTET-TAELLER
           ELSE
               MOVE SPACES TO WS-FOER-BILLEDE
               MOVE "TILFOEJ" TO WS-JOURNAL-OPERATION
               ADD 1 TO WS-NY-TAELLER
           END-IF.
           MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
           CALL "KUNDE-JOURNAL" USING WS-JOURNAL-PROGRAM
               WS-JOURNAL-OPERATION WS-JOURNAL-OPERATOER
               WS-FOER-BILLEDE WS-EFTER-BILLEDE.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
