      * anonymiseringsplaceholder; KUNDE-ID beholdes uaendret saa
      * KontoOpl.txt-rækkerne i Opgave8 stadig kan slaas op mod
      * kunden, som bogfoeringsreglerne kraever.
      * Kundens linjer i henvendelsesloggen (files/HENVENDELSE-LOG.txt)
      * faar friteksten overskrevet; dato, kanal og emne bliver
      * staaende, saa maanedsstatistikken pr. emne stadig stemmer.
      * En kunde under retligt hold (RETSHOLD-MARKERING = J) kan
      * ikke slettes, foer holdet er ophaevet i KUNDE-VEDLIGEHOLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Henvendelsesloggen kopieres til en midlertidig fil med
      *    kundens fritekst overskrevet, og kopien skiftes ind.
           SELECT HENVENDELSE-FIL ASSIGN TO "files/HENVENDELSE-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HENVENDELSE-STATUS.

           SELECT HENVENDELSE-NY-FIL
               ASSIGN TO "files/HENVENDELSE-LOG-NY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HENVENDELSE-NY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       FD  AUDIT-LOG-FIL.
       01  AUDIT-LOG-RECORD    PIC X(80).

       FD  HENVENDELSE-FIL.
       01  HENVENDELSE-POST.
           COPY "copybooks/HENVLOG.cpy".

       FD  HENVENDELSE-NY-FIL.
       01  HENVENDELSE-NY-POST PIC X(125).

       WORKING-STORAGE SECTION.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".
       01  WS-AUDIT-STATUS     PIC XX     VALUE "00".
       01  WS-AUDIT-TIDSSTEMPEL PIC X(14) VALUE SPACES.
       01  WS-SOEGE-ID         PIC X(10)  VALUE SPACES.
       01  WS-HENVENDELSE-STATUS PIC XX   VALUE "00".
       01  WS-HENVENDELSE-NY-STATUS PIC XX VALUE "00".
       01  WS-HENV-TAELLER     PIC 9(5)   VALUE 0.
       01  WS-KOMMANDO         PIC X(120) VALUE SPACES.

      * Paalogning kraever rollen G (GDPR) - en uigenkaldelig
      * sletning har hidtil kunnet koeres af enhver med adgang til
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

      * Foer- og efterbillede til aendringsjournalen - se
      * shared/kunde_journal.cob.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE "ANONYM".
       01  WS-JOURNAL-PROGRAM  PIC X(20)  VALUE "KUNDE-GDPR-SLETNING".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
           INVALID KEY
               DISPLAY "FEJL: Kunde ikke fundet."
           NOT INVALID KEY
               IF RETSHOLD-MARKERING = "J"
                   DISPLAY "FEJL: Kunden er under retligt hold (siden "
                       RETSHOLD-DATO ") og kan ikke slettes."
               ELSE
                   DISPLAY "Slet persondata for "
                       FUNCTION TRIM(FORNAVN) " "
                       FUNCTION TRIM(EFTERNAVN) " (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF BEKRAEFTET
                       PERFORM ANONYMISER-KUNDE
                   ELSE
                       DISPLAY "Sletning annulleret."
                   END-IF
               END-IF
       END-READ.

       MOVE SPACES            TO VEJNAVN HUSNR ETAGE SIDE BYNAVN
                                  POSTNR LANDE-KODE TELEFON EMAIL
                                  CPR-NUMMER CVR-NUMMER
                                  AFDOED-DATO TELEFON-STATUS
                                  TELEFON-STATUS-DATO EMAIL-STATUS
                                  EMAIL-STATUS-DATO.
       REWRITE MASTER-RECORD.
       IF WS-MASTER-STATUS = "00"
           DISPLAY "Kunde " FUNCTION TRIM(WS-SOEGE-ID)
               " er anonymiseret."
           PERFORM ANONYMISER-HENVENDELSER
           PERFORM SKRIV-AUDIT-LOG
           PERFORM SKRIV-KUNDE-JOURNAL
       ELSE
           DISPLAY "FEJL ved anonymisering, status="
               WS-MASTER-STATUS
       END-IF.

       ANONYMISER-HENVENDELSER.
      * Kopien skiftes kun ind naar den er skrevet helt; en
      * manglende log betyder blot at der intet er at rydde.
       MOVE 0 TO WS-HENV-TAELLER.
       OPEN INPUT HENVENDELSE-FIL.
       IF WS-HENVENDELSE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT HENVENDELSE-NY-FIL.
       IF WS-HENVENDELSE-NY-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/HENVENDELSE-LOG-NY.TMP"
               ", status=" WS-HENVENDELSE-NY-STATUS
               " - henvendelsesloggen er IKKE anonymiseret."
           CLOSE HENVENDELSE-FIL
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-HENVENDELSE-STATUS NOT = "00"
           READ HENVENDELSE-FIL
               AT END
                   CONTINUE
               NOT AT END
                   IF HL-KUNDE-ID = WS-SOEGE-ID
                       MOVE "SLETTET (GDPR)" TO HL-TEKST
                       ADD 1 TO WS-HENV-TAELLER
                   END-IF
                   WRITE HENVENDELSE-NY-POST FROM HENVENDELSE-POST
           END-READ
       END-PERFORM.
       CLOSE HENVENDELSE-FIL.
       CLOSE HENVENDELSE-NY-FIL.
       MOVE SPACES TO WS-KOMMANDO.
       IF WS-HENV-TAELLER > 0
           STRING "mv -f files/HENVENDELSE-LOG-NY.TMP "
               "files/HENVENDELSE-LOG.txt"
               INTO WS-KOMMANDO
       ELSE
           MOVE "rm -f files/HENVENDELSE-LOG-NY.TMP" TO WS-KOMMANDO
       END-IF.
       CALL "SYSTEM" USING WS-KOMMANDO.
       DISPLAY "Henvendelser anonymiseret: " WS-HENV-TAELLER.

       SKRIV-AUDIT-LOG.
      * En linje i den faelles revisionslog pr. gennemfoert
      * sletning: hvem slettede hvem hvornaar. Selve persondataene
           CLOSE AUDIT-LOG-FIL
       END-IF.

       SKRIV-KUNDE-JOURNAL.
      * WS-FOER-BILLEDE og WS-JOURNAL-OPERATION er sat af kalderen;
      * efterbilledet er recorden som den netop er skrevet.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       CALL "KUNDE-JOURNAL" USING WS-JOURNAL-PROGRAM
           WS-JOURNAL-OPERATION WS-OPERATOER-ID WS-FOER-BILLEDE
           WS-EFTER-BILLEDE.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
