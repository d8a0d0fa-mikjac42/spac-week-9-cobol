       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

      * Samme linjeformat som KUNDE-VEDLIGEHOLD: operatoerfeltet
      * staar blankt for batch-anvendte aendringer, og resten af
      * billederne ud over 250 tegn ligger bagest paa linjen.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
       01  WS-CPR-GYLDIG       PIC X      VALUE "Y".
           88  CPR-ER-GYLDIG              VALUE "Y".

      * Kontrol af en ny kundes pengeinstitut - se
      * shared/pengeinstitut_opslag.cob.
       01  WS-PI-FUNKTION      PIC X(4)   VALUE "KODE".
       01  WS-PI-SVAR          PIC X      VALUE SPACE.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".

      * Laengder til CALL "KONTAKT-KRYPTER" - se
      * shared/kontakt_krypter.cob. Transaktionsfilen kommer med
      * klartekst; masteren skal have felterne krypteret, praecis som
       01  WS-EMAIL-KRYPT      PIC X(50)  VALUE SPACES.
       01  WS-NOEGLE-STATUS    PIC XX     VALUE "00".
       01  WS-AKTUEL-NOEGLE    PIC X(1)   VALUE "1".
      * Kontaktoplysningerne foer rettelsen, dekrypteret - se
      * BEVAR-COMPLIANCEFELTER.
       01  WS-GML-TELEFON      PIC X(8)   VALUE SPACES.
       01  WS-GML-EMAIL        PIC X(50)  VALUE SPACES.

       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
      * Kunderecorden som den stod foer en rettelse - se
      * BEVAR-COMPLIANCEFELTER.
       01  GAMMEL-KUNDE.
           COPY "copybooks/KUNDEREC.cpy".
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.

      * Delt laas paa kundemasteren - se shared/master_laas.cob.
       01  WS-LAAS-FUNKTION    PIC X(4)   VALUE SPACES.
           AND KYC-DATO IN TR-KUNDE NOT NUMERIC
           MOVE "UGYLDIG KYC-DATO" TO WS-AARSAG
       END-IF.
       IF WS-AARSAG = SPACES
           AND PENGEINSTITUT IN TR-KUNDE NOT = SPACES
           MOVE "KODE" TO WS-PI-FUNKTION
           CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
               PENGEINSTITUT IN TR-KUNDE WS-PI-POST WS-PI-SVAR
           IF WS-PI-SVAR NOT = "Y"
               MOVE "UKENDT PENGEINSTITUT" TO WS-AARSAG
           END-IF
       END-IF.

       ANVEND-OPRETTELSE.
       MOVE KUNDE-ID IN TR-KUNDE TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               MOVE TR-KUNDE TO MASTER-RECORD
               PERFORM RYD-COMPLIANCEFELTER
               PERFORM KRYPTER-KONTAKTOPL
               WRITE MASTER-RECORD
               IF WS-MASTER-STATUS = "00"
               MOVE SPACES TO WS-FOER-BILLEDE
               MOVE MASTER-RECORD TO WS-FOER-BILLEDE
               MOVE TR-KUNDE TO MASTER-RECORD
               PERFORM BEVAR-COMPLIANCEFELTER
               PERFORM KRYPTER-KONTAKTOPL
               REWRITE MASTER-RECORD
               IF WS-MASTER-STATUS = "00"
               END-IF
       END-READ.

       RYD-COMPLIANCEFELTER.
      * Sanktionsmarkering, risikoklasse, PEP-, adgangs- og
      * retsholdmarkering saettes centralt (SANKTION-BEHANDLING,
      * RISIKO-KLASSIFICERING og KUNDE-VEDLIGEHOLD), aldrig af en
      * filials transaktionsfil.
      * En ny kunde starter derfor uden dem.
       MOVE SPACES TO SANKTION-MARKERING IN MASTER-RECORD
           SANKTION-DATO IN MASTER-RECORD
           SANKTION-ID IN MASTER-RECORD
           RISIKO-KLASSE IN MASTER-RECORD
           RISIKO-KILDE IN MASTER-RECORD
           RISIKO-DATO IN MASTER-RECORD
           PEP-MARKERING IN MASTER-RECORD
           PEP-DATO IN MASTER-RECORD
           ADGANG-MARKERING IN MASTER-RECORD
           RETSHOLD-MARKERING IN MASTER-RECORD
           RETSHOLD-DATO IN MASTER-RECORD.
      * Gatewayens uleverbar-markering saettes kun af
      * batch/advis_leveringsstatus.cob.
       MOVE SPACES TO TELEFON-STATUS IN MASTER-RECORD
           TELEFON-STATUS-DATO IN MASTER-RECORD
           EMAIL-STATUS IN MASTER-RECORD
           EMAIL-STATUS-DATO IN MASTER-RECORD.

       BEVAR-COMPLIANCEFELTER.
      * ... og en rettelse kan ikke aendre eller rydde dem: de
      * tages over fra recorden som den stod foer rettelsen.
       MOVE WS-FOER-BILLEDE TO GAMMEL-KUNDE.
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
       MOVE ADGANG-MARKERING IN GAMMEL-KUNDE
           TO ADGANG-MARKERING IN MASTER-RECORD.
       MOVE RETSHOLD-MARKERING IN GAMMEL-KUNDE
           TO RETSHOLD-MARKERING IN MASTER-RECORD.
       MOVE RETSHOLD-DATO IN GAMMEL-KUNDE
           TO RETSHOLD-DATO IN MASTER-RECORD.
      * Skatteland og TIN kan filialen godt indsende, men aeldre
      * transaktionsfiler har ikke felterne med; blanke felter i
      * transaktionen bevarer derfor de nuvaerende.
       IF SKATTE-LAND IN MASTER-RECORD = SPACES
           MOVE SKATTE-LAND IN GAMMEL-KUNDE
               TO SKATTE-LAND IN MASTER-RECORD
       END-IF.
       IF SKATTE-TIN IN MASTER-RECORD = SPACES
           MOVE SKATTE-TIN IN GAMMEL-KUNDE
               TO SKATTE-TIN IN MASTER-RECORD
       END-IF.
      * Det samme gaelder korrespondancesproget.
       IF SPROG IN MASTER-RECORD = SPACES
           MOVE SPROG IN GAMMEL-KUNDE TO SPROG IN MASTER-RECORD
       END-IF.
      * Pengeinstituttet angives ved oprettelsen; kundens konti og
      * IBAN'er hoerer til det, saa en rettelse flytter ikke kunden.
       MOVE PENGEINSTITUT IN GAMMEL-KUNDE
           TO PENGEINSTITUT IN MASTER-RECORD.
      * Uleverbar-markeringen bevares, medmindre transaktionen
      * retter nummeret hhv. adressen. De gamle vaerdier ligger
      * krypteret under recordens egen noegleversion.
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

       SKRIV-JOURNAL.
      * Samme foer/efter-billeder som den interaktive skaerm skriver,
      * saa batch-anvendte aendringer kan spores og rulles tilbage
      * med batch/kunde_journal_gendan.cob paa praecis samme maade.
       MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL.
       MOVE SPACES TO WS-EFTER-BILLEDE.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       MOVE WS-FOER-BILLEDE(1:250) TO JO-FOER.
       MOVE WS-FOER-BILLEDE(251:150) TO JO-FOER-REST.
       MOVE WS-EFTER-BILLEDE(1:250) TO JO-EFTER.
       MOVE WS-EFTER-BILLEDE(251:150) TO JO-EFTER-REST.
       MOVE SPACES TO JO-OPERATOER.
       MOVE WS-NOTIF-PROGRAM TO JO-PROGRAM.
       WRITE JOURNAL-RECORD.

       KRYPTER-KONTAKTOPL.
