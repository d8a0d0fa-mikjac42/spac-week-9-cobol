       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTO-LUKNING.

      * Superviseret lukning af en konto i kontomasteren. Konti
      * har hidtil kun kunnet aabnes (ACCOUNT-OPEN-DATE), saa doede
      * konti blev liggende i kontofilen og i alle udtraek for evigt.
      * Programmet tager et KONTO-ID, kraever at saldoen er nul (en
      * foerst), og saetter KONTO-STATUS til C med dagens dato som
      * LUKKET-DATO. Lukkede konti udelades af Opgave8-output og af
      * NYE-KONTI-MAANED; maanedsrapporten over lukninger er
      * batch/lukkede_konti_maaned.cob. Kontoen laeses og omskrives
      * paa KONTO-ID i den indekserede kontomaster, samme moenster
      * som posteringsmotoren, og den flade files/KontoOpl.txt dannes
      * bagefter paany af batch/kontoopl_udtraek.cob.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID IN MASTER-RECORD
               ALTERNATE RECORD KEY IS KUNDE-ID IN MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KONTOMASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".

      * Operatoerens indtastning og opslagsresultat
       01  WS-LUK-KONTO        PIC X(10)  VALUE SPACES.
       01  WS-SALDO            PIC S9(7)V99 VALUE 0.
       01  WS-BEKRAEFT         PIC X      VALUE "N".
           88  BEKRAEFTET                 VALUE "J".

       01  WS-BALANCE-EDIT     PIC -(6)9,99.

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

      * Foerbillede af kontoen til kontojournalen - se
      * shared/konto_journal.cob.
       01  WS-KONTO-FOER-BILLEDE PIC X(93) VALUE SPACES.
       01  WS-KONTO-OPERATION  PIC X(8)   VALUE "RET".
       01  WS-JOURNAL-PROGRAM  PIC X(20)  VALUE "KONTO-LUKNING".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       OPEN I-O KONTOMASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-MASTER-STATUS
           STOP RUN
       END-IF.

       DISPLAY "KONTO-ID der skal lukkes: " WITH NO ADVANCING.
       ACCEPT WS-LUK-KONTO.

       MOVE WS-LUK-KONTO TO KONTO-ID IN MASTER-RECORD.
       READ KONTOMASTER-FIL
           INVALID KEY
               DISPLAY "FEJL: Kontoen findes ikke."
               CLOSE KONTOMASTER-FIL
               STOP RUN
       END-READ.
       IF KONTO-STATUS IN MASTER-RECORD = "C"
           DISPLAY "FEJL: Kontoen er allerede lukket ("
               LUKKET-DATO IN MASTER-RECORD ")."
           CLOSE KONTOMASTER-FIL
           STOP RUN
       END-IF.
       MOVE BALANCE IN MASTER-RECORD TO WS-SALDO.
       IF WS-SALDO NOT = 0
           MOVE WS-SALDO TO WS-BALANCE-EDIT
           DISPLAY "FEJL: Kontoen kan ikke lukkes med en saldo paa "
               FUNCTION TRIM(WS-BALANCE-EDIT) " "
               VALUTA-KD IN MASTER-RECORD
               " - toem den via konto_overfoersel foerst."
           CLOSE KONTOMASTER-FIL
           STOP RUN
       END-IF.

       DISPLAY "Luk konto " WS-LUK-KONTO " (KUNDE-ID "
           KUNDE-ID IN MASTER-RECORD ", " FUNCTION
           TRIM(KONTO-TYPE IN MASTER-RECORD) ") pr. "
           WS-KOERSELS-DATO ".".
       DISPLAY "Godkend lukning (J/N): " WITH NO ADVANCING.
       ACCEPT WS-BEKRAEFT.
       IF NOT BEKRAEFTET
           DISPLAY "Lukning annulleret."
           CLOSE KONTOMASTER-FIL
           STOP RUN
       END-IF.

      * Kun status og lukkedato aendres; resten af recorden, saldoen
      * med, skrives tilbage som den blev laest.
       MOVE MASTER-RECORD TO WS-KONTO-FOER-BILLEDE.
       MOVE "C" TO KONTO-STATUS IN MASTER-RECORD.
       MOVE WS-KOERSELS-DATO TO LUKKET-DATO IN MASTER-RECORD.
       REWRITE MASTER-RECORD.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Omskrivning af konto " WS-LUK-KONTO
               " i kontomasteren fejlede, status=" WS-MASTER-STATUS
           CLOSE KONTOMASTER-FIL
           STOP RUN
       END-IF.
       PERFORM SKRIV-KONTO-JOURNAL.
       CLOSE KONTOMASTER-FIL.
       PERFORM DAN-KONTOUDTRAEK.
       DISPLAY "Kontoen er lukket pr. " WS-KOERSELS-DATO
           " - traeder i kraft ved naeste koersel.".
       STOP RUN.

       DAN-KONTOUDTRAEK.
      * Den flade KontoOpl.txt dannes paany af masteren. Fejler
      * udtraekket, er lukningen stadig gemt i masteren; filen
      * dannes igen af naeste udtraek.
       MOVE "batch/kontoopl_udtraek" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "ADVARSEL: KONTOOPL-UDTRAEK fejlede - koer den "
               "manuelt, saa KontoOpl.txt svarer til masteren."
           MOVE 0 TO RETURN-CODE
       END-IF.

       SKRIV-KONTO-JOURNAL.
      * WS-KONTO-FOER-BILLEDE og WS-KONTO-OPERATION er sat af
      * kalderen; efterbilledet er kontoen som den netop er skrevet.
       CALL "KONTO-JOURNAL" USING WS-JOURNAL-PROGRAM WS-KONTO-OPERATION
           WS-OPERATOER-ID WS-KONTO-FOER-BILLEDE MASTER-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
