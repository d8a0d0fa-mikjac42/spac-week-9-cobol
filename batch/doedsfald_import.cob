      * i files/BOOPGOERELSE-RAPPORT.txt: engagementet konto for
      * konto plus paaloeben, endnu ikke tilskrevet rente frem til
      * doedsdatoen (fra maanedens start, kontotypens gaeldende
      * sats - eller kontoens individuelt aftalte rente, se
      * shared/renteaftale_opslag.cob - faktiske dage over 365).
      * Markeringen faar posteringsmotoren til at afvise
      * debiteringer (undtagen godkendte botransaktioner med BOET i
      * teksten), FAST-OVERFOERSEL-KOERSEL til at springe kundens
      * ordrer over og brevproduktionen til at tie. Den behandlede
      * adviseringsfil flyttes til files/behandlet/.

       ENVIRONMENT DIVISION.
               10  ADT-DOEDSDATO   PIC X(8)  VALUE SPACES.
               10  ADT-MATCHET     PIC X(1)  VALUE "N".

      * Boopgoerelsen dannes til skifteretten og viser derfor det
      * fulde CPR - se shared/cpr_maskering.cob.
       01  WS-MASK-OPERATOER   PIC X(10)  VALUE SPACES.
       01  WS-MASK-FORMAAL     PIC X(10)  VALUE "SKIFTERET".
       01  WS-MASK-VISNING     PIC X(11)  VALUE SPACES.

      * Rentesatser til paaloeben rente (linjen med seneste
      * gyldig-fra og band-fra 0 pr. type)
       01  WS-SATS-ANTAL       PIC 9(3)   VALUE 0.
       01  WS-SATS             PIC S9(2)V9(4) VALUE 0.
       01  WS-BEDSTE-FRA       PIC X(8)   VALUE SPACES.
       01  WS-SATS-IDX         PIC 9(3)   VALUE 0.
      * Individuel renteaftale i kraft paa doedsdatoen
       01  WS-AFTALE-ART       PIC X(1)   VALUE SPACES.
       01  WS-AFTALE-SATS      PIC S9(2)V9(4) VALUE 0.
       01  WS-AFTALE-SKIFT     PIC X(8)   VALUE SPACES.

      * Boopgoerelsen for den aktuelle kunde
       01  WS-DOEDSDATO        PIC X(8)   VALUE SPACES.

       01  WS-MARKERET-TAELLER PIC 9(3)   VALUE 0.

      * Foer- og efterbillede til aendringsjournalen - se
      * shared/kunde_journal.cob.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE "RET".
       01  WS-JOURNAL-OPERATOER PIC X(10) VALUE SPACES.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "DOEDSFALD-IMPORT".
           WRITE RAPPORT-RECORD
       ELSE
           ADD 1 TO WS-MARKERET-TAELLER
           MOVE MASTER-RECORD TO WS-FOER-BILLEDE
           MOVE "D" TO AFDOED-MARKERING IN MASTER-RECORD
           MOVE ADT-DOEDSDATO(AD-IDX)
               TO AFDOED-DATO IN MASTER-RECORD
           REWRITE MASTER-RECORD
           IF WS-MASTER-STATUS = "00"
               PERFORM SKRIV-KUNDE-JOURNAL
           END-IF
           MOVE ADT-DOEDSDATO(AD-IDX) TO WS-DOEDSDATO
           MOVE KUNDE-ID IN MASTER-RECORD TO WS-AKTUEL-KUNDE
           CALL "KUNDE-NAVN-FORMAT" USING
       SKRIV-BO-KONTOLINJE.
       MOVE BALANCE IN KONTO-RECORD TO WS-BALANCE-NUM.
       PERFORM FIND-SATS.
       PERFORM ANVEND-RENTEAFTALE.
       COMPUTE WS-PAALOEBEN ROUNDED = WS-BALANCE-NUM
           * WS-SATS / 100 * WS-RENTE-DAGE / 365.
       MOVE WS-BALANCE-NUM TO WS-SALDO-EDIT.
           END-IF
       END-PERFORM.

       ANVEND-RENTEAFTALE.
      * En individuelt aftalt fast sats afloeser typens sats; et
      * tillaeg/fradrag laegges til den.
       CALL "RENTEAFTALE-OPSLAG" USING KONTO-ID IN KONTO-RECORD
           WS-DOEDSDATO WS-AFTALE-ART WS-AFTALE-SATS WS-AFTALE-SKIFT.
       EVALUATE WS-AFTALE-ART
           WHEN "F"
               MOVE WS-AFTALE-SATS TO WS-SATS
           WHEN "M"
               ADD WS-AFTALE-SATS TO WS-SATS
       END-EVALUATE.

       RAPPORTER-UMATCHEDE.
       PERFORM VARYING AD-IDX FROM 1 BY 1
               UNTIL AD-IDX > WS-ADVIS-ANTAL
           IF ADT-MATCHET(AD-IDX) = "N"
               CALL "CPR-MASKERING" USING WS-MASK-OPERATOER
                   WS-MASK-FORMAAL ADT-CPR(AD-IDX) WS-MASK-VISNING
               MOVE SPACES TO RAPPORT-TEXT
               STRING "ADVISERING CPR=" WS-MASK-VISNING
                   " MATCHEDE INGEN KUNDE"
                   INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       SKRIV-KUNDE-JOURNAL.
      * WS-FOER-BILLEDE og WS-JOURNAL-OPERATION er sat af kalderen;
      * efterbilledet er recorden som den netop er skrevet.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       CALL "KUNDE-JOURNAL" USING WS-NOTIF-PROGRAM WS-JOURNAL-OPERATION
           WS-JOURNAL-OPERATOER WS-FOER-BILLEDE WS-EFTER-BILLEDE.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
