      * opslaget ingen konto bag et GYLDIGT IBAN, siges netop det
      * udtrykkeligt, for det er dét der er interessant i en
      * undersoegelse.
      * Ejernes CPR-/CVR-numre vises gennem den faelles maskering
      * (shared/cpr_maskering.cob) efter operatoerens roller.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Hvert opslag logges i adgangsloggen - se
      * shared/adgang_log.cob.
       01  WS-ADGANG-PROGRAM   PIC X(20)  VALUE "KONTO-OPSLAG".

      * CPR/CVR vises gennem den faelles maskering - se
      * shared/cpr_maskering.cob.
       01  WS-MASK-FORMAAL     PIC X(10)  VALUE SPACES.
       01  WS-MASK-NUMMER      PIC X(10)  VALUE SPACES.
       01  WS-MASK-VISNING     PIC X(11)  VALUE SPACES.

       01  WS-INDTASTNING      PIC X(18)  VALUE SPACES.
       01  WS-ER-IBAN          PIC X      VALUE "N".
           88  OPSLAG-PAA-IBAN            VALUE "Y".
           STOP RUN
       END-IF.

       CALL "ADGANG-LOG" USING WS-ADGANG-PROGRAM WS-OPERATOER-ID
           WS-FU-KUNDE-ID WS-FU-KONTO-ID.
       PERFORM VIS-KONTO.
       PERFORM VIS-EJERE.
       PERFORM VIS-SIDSTE-POSTERINGER.
                   CALL "KUNDE-NAVN-FORMAT" USING
                       FORNAVN IN MASTER-RECORD
                       EFTERNAVN IN MASTER-RECORD FULDT-NAVN
                   PERFORM MASKER-EJER-NUMMER
                   DISPLAY "EJER    : " WS-FU-KUNDE-ID " "
                       FUNCTION TRIM(FULDT-NAVN) "  " WS-MASK-VISNING
           END-READ
           PERFORM VIS-MEDEJERE
           CLOSE MASTER-FIL
               CALL "KUNDE-NAVN-FORMAT" USING
                   FORNAVN IN MASTER-RECORD
                   EFTERNAVN IN MASTER-RECORD FULDT-NAVN
               PERFORM MASKER-EJER-NUMMER
               DISPLAY "MEDEJER : " KE-KUNDE-ID " "
                   FUNCTION TRIM(FULDT-NAVN) "  " WS-MASK-VISNING
       END-READ.

       MASKER-EJER-NUMMER.
      * Erhvervskunder vises med CVR, personer med CPR.
       IF KUNDE-ART IN MASTER-RECORD = "E"
           MOVE CVR-NUMMER IN MASTER-RECORD TO WS-MASK-NUMMER
       ELSE
           MOVE CPR-NUMMER IN MASTER-RECORD TO WS-MASK-NUMMER
       END-IF.
       CALL "CPR-MASKERING" USING WS-OPERATOER-ID WS-MASK-FORMAAL
           WS-MASK-NUMMER WS-MASK-VISNING.

       VIS-SIDSTE-POSTERINGER.
      * Forrige aars partition og den loebende fil laeses igennem;
      * rulletabellen beholder de ti nyeste linjer.
