       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBAN-TILDELING.

      * Tildeler IBAN til konti i kontomasteren der endnu ikke har
      * et (blank KONTO-IBAN). IBAN'et bygges af landekoden fra
      * ejerens LANDE-KODE i kundemasteren, to ISO 7064-kontrolcifre
      * beregnet i shared/iban_beregn.cob, registreringsnummeret for
      * kontoens pengeinstitut (KONTO-PENGEINSTITUT slaaet op i
      * files/PENGEINSTITUTTER.txt) og KONTO-ID som kontodel. Hvert
      * tildelt IBAN
      * kontrolleres med en valideringslaesning foer det gemmes, og
      * der skrives en rapportlinje pr. tildeling til
      * files/IBAN-RAPPORT.txt. Konti hvis ejer ikke findes i
      * kundemasteren springes over og rapporteres - de ligger i
      * forvejen i reject-filen fra Opgave8s ejerskabskontrol.
      * Kontiene gennemloebes i KONTO-ID-orden i den indekserede
      * kontomaster, og hver tildeling omskrives paa stedet; den flade
      * files/KontoOpl.txt dannes bagefter paany af
      * batch/kontoopl_udtraek.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KONTO-ID IN KONTOMASTER-RECORD
               ALTERNATE RECORD KEY IS KUNDE-ID IN KONTOMASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-KONTOMASTER-STATUS.

           SELECT KUNDE-MASTER-FIL
               ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER

       DATA DIVISION.
       FILE SECTION.
       FD  KONTOMASTER-FIL.
       01  KONTOMASTER-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  KUNDE-MASTER-FIL.
       01  MASTER-RECORD.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-KONTOMASTER-STATUS PIC XX   VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Registreringsnummeret for kontoens pengeinstitut - indgaar
      * som de fire foerste positioner af kontodelen i IBAN'et. Se
      * shared/pengeinstitut_opslag.cob.
       01  WS-REG-NUMMER       PIC X(4)   VALUE SPACES.
       01  WS-PI-FUNKTION      PIC X(4)   VALUE "KODE".
       01  WS-PI-SVAR          PIC X      VALUE SPACE.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".

      * Arbejdsfelter for tildelingen af et enkelt IBAN
       01  WS-IBAN-FUNKTION    PIC X(4)   VALUE SPACES.
       01  WS-TILDELT-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-UGYLDIG-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-SPRUNGET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

      * Foerbillede af kontoen til kontojournalen - se
      * shared/konto_journal.cob.
       01  WS-KONTO-FOER-BILLEDE PIC X(93) VALUE SPACES.
       01  WS-KONTO-OPERATION  PIC X(8)   VALUE "RET".
       01  WS-JOURNAL-OPERATOER PIC X(10) VALUE SPACES.
       01  WS-JOURNAL-PROGRAM  PIC X(20)  VALUE "IBAN-TILDELING".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       OPEN I-O KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-KONTOMASTER-STATUS
           STOP RUN
       END-IF.

       OPEN INPUT KUNDE-MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           STOP RUN
       END-IF.

       PERFORM UNTIL EOF-REACHED
           READ KONTOMASTER-FIL NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KONTO-IBAN IN KONTOMASTER-RECORD = SPACES
                       IF KONTO-STATUS IN KONTOMASTER-RECORD
                               NOT = "C"
                           PERFORM TILDEL-IBAN
                       END-IF
                   ELSE
      *                Konti der allerede ankom med et IBAN (fx fra
      *                en indlaest leverance) kontrolleres, saa et
      *                forvansket IBAN fanges her og ikke foerst hos
      *                en modtager.
                       PERFORM KONTROLLER-IBAN
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.

       CLOSE KUNDE-MASTER-FIL.
       CLOSE RAPPORT-FIL.
       CLOSE KONTOMASTER-FIL.
       IF WS-TILDELT-TAELLER > 0
           PERFORM DAN-KONTOUDTRAEK
       END-IF.

       DISPLAY "IBAN-TILDELING: tildelt=" WS-TILDELT-TAELLER
           " ugyldige=" WS-UGYLDIG-TAELLER
       KONTROLLER-IBAN.
      * Kontroller et allerede udfyldt IBAN med ISO 7064-resten; et
      * ugyldigt IBAN rapporteres men aendres ikke - det er en sag
      * for manuel opfoelgning mod den leverance det kom fra. Det
      * samme gaelder et IBAN hvis registreringsnummer ikke er
      * kontoens pengeinstituts.
       MOVE KONTO-IBAN IN KONTOMASTER-RECORD TO WS-IBAN.
       MOVE "VALI" TO WS-IBAN-FUNKTION.
       CALL "IBAN-BEREGN" USING WS-IBAN-FUNKTION
           WS-IBAN WS-IBAN-GYLDIG.
           ADD 1 TO WS-UGYLDIG-TAELLER
           MOVE SPACES TO RAPPORT-TEXT
           STRING "UGYLDIGT IBAN KONTO-ID="
               FUNCTION TRIM(KONTO-ID IN KONTOMASTER-RECORD)
               " IBAN=" KONTO-IBAN IN KONTOMASTER-RECORD
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-REG-NUMMER.
       IF WS-PI-SVAR = "Y" AND WS-IBAN(5:4) NOT = WS-REG-NUMMER
           ADD 1 TO WS-UGYLDIG-TAELLER
           MOVE SPACES TO RAPPORT-TEXT
           STRING "FORKERT REGNR KONTO-ID="
               FUNCTION TRIM(KONTO-ID IN KONTOMASTER-RECORD)
               " IBAN=" KONTO-IBAN IN KONTOMASTER-RECORD
               " INSTITUT=" WS-REG-NUMMER
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       FIND-REG-NUMMER.
      * Registreringsnummeret for kontoens pengeinstitut; blank kode
      * er hovedinstituttet.
       MOVE "KODE" TO WS-PI-FUNKTION.
       CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
           KONTO-PENGEINSTITUT IN KONTOMASTER-RECORD WS-PI-POST
           WS-PI-SVAR.
       MOVE PI-REG-NUMMER IN WS-PI-POST TO WS-REG-NUMMER.

       DAN-KONTOUDTRAEK.
      * Den flade KontoOpl.txt dannes paany af masteren. Fejler
      * udtraekket, er tildelingerne stadig gemt i masteren; filen
      * dannes igen af naeste udtraek.
       MOVE "batch/kontoopl_udtraek" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "ADVARSEL: KONTOOPL-UDTRAEK fejlede - koer den "
               "manuelt, saa KontoOpl.txt svarer til masteren."
           MOVE 0 TO RETURN-CODE
       END-IF.

       TILDEL-IBAN.
      * Byg IBAN-skelettet for en enkelt konto, faa kontrolcifrene
      * beregnet, kontroller resultatet med en valideringslaesning og
      * omskriv kontoen i masteren. Ejerens LANDE-KODE henter vi med
      * et indekseret opslag i kundemasteren; blank landekode
      * behandles som DK ligesom i Opgave8s adresse- og telefonregler.
       MOVE KUNDE-ID IN KONTOMASTER-RECORD
           TO KUNDE-ID IN MASTER-RECORD.
       READ KUNDE-MASTER-FIL
           INVALID KEY
               ADD 1 TO WS-SPRUNGET-TAELLER
               MOVE SPACES TO RAPPORT-TEXT
               STRING "SPRUNGET OVER KONTO-ID="
                   FUNCTION TRIM(KONTO-ID IN KONTOMASTER-RECORD)
                   " - EJER "
                   FUNCTION TRIM(KUNDE-ID IN KONTOMASTER-RECORD)
                   " FINDES IKKE I KUNDEMASTEREN"
                   INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
               END-WRITE
           NOT INVALID KEY
               PERFORM DAN-IBAN
       END-READ.

       DAN-IBAN.
       MOVE LANDE-KODE IN MASTER-RECORD TO WS-LANDE-KODE.
       IF WS-LANDE-KODE = SPACES
           MOVE "DK" TO WS-LANDE-KODE
       END-IF.
       PERFORM FIND-REG-NUMMER.
       IF WS-PI-SVAR NOT = "Y"
           ADD 1 TO WS-SPRUNGET-TAELLER
           MOVE SPACES TO RAPPORT-TEXT
           STRING "SPRUNGET OVER KONTO-ID="
               FUNCTION TRIM(KONTO-ID IN KONTOMASTER-RECORD)
               " - PENGEINSTITUT "
               KONTO-PENGEINSTITUT IN KONTOMASTER-RECORD
               " FINDES IKKE"
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-IBAN.
       STRING WS-LANDE-KODE "00" WS-REG-NUMMER
           KONTO-ID IN KONTOMASTER-RECORD
           INTO WS-IBAN.
       MOVE "BREG" TO WS-IBAN-FUNKTION.
       CALL "IBAN-BEREGN" USING WS-IBAN-FUNKTION
           WS-IBAN WS-IBAN-GYLDIG.
       IF IBAN-ER-GYLDIGT
           MOVE "VALI" TO WS-IBAN-FUNKTION
           CALL "IBAN-BEREGN" USING WS-IBAN-FUNKTION
               WS-IBAN WS-IBAN-GYLDIG
       END-IF.
       IF IBAN-ER-GYLDIGT
           MOVE KONTOMASTER-RECORD TO WS-KONTO-FOER-BILLEDE
           MOVE WS-IBAN TO KONTO-IBAN IN KONTOMASTER-RECORD
           PERFORM OMSKRIV-KONTO
           ADD 1 TO WS-TILDELT-TAELLER
           MOVE SPACES TO RAPPORT-TEXT
           STRING "TILDELT KONTO-ID="
               FUNCTION TRIM(KONTO-ID IN KONTOMASTER-RECORD)
               " IBAN=" WS-IBAN
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       ELSE
           ADD 1 TO WS-SPRUNGET-TAELLER
           MOVE SPACES TO RAPPORT-TEXT
           STRING "AFVIST KONTO-ID="
               FUNCTION TRIM(KONTO-ID IN KONTOMASTER-RECORD)
               " - IBAN BESTOD IKKE KONTROLLEN"
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       OMSKRIV-KONTO.
      * Kun KONTO-IBAN er aendret; resten af recorden, saldoen med,
      * skrives tilbage som den blev laest.
       REWRITE KONTOMASTER-RECORD.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Omskrivning af konto "
               KONTO-ID IN KONTOMASTER-RECORD
               " i kontomasteren fejlede, status="
               WS-KONTOMASTER-STATUS
           CLOSE KONTOMASTER-FIL
           CLOSE KUNDE-MASTER-FIL
           CLOSE RAPPORT-FIL
           STOP RUN
       END-IF.
       PERFORM SKRIV-KONTO-JOURNAL.

       SKRIV-KONTO-JOURNAL.
      * WS-KONTO-FOER-BILLEDE og WS-KONTO-OPERATION er sat af
      * kalderen; efterbilledet er kontoen som den netop er skrevet.
       CALL "KONTO-JOURNAL" USING WS-JOURNAL-PROGRAM WS-KONTO-OPERATION
           WS-JOURNAL-OPERATOER WS-KONTO-FOER-BILLEDE
           KONTOMASTER-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
