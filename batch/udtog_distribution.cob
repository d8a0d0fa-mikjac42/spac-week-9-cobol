
      * Fordeling af producerede kontoudtog paa kanal: spoolen
      * files/KONTOUDTOG.txt (et eller flere udtog, hvert indledt af
      * "KONTOUDTOG FOR <kunde-id> ..." eller for engelsksprogede
      * kunder "STATEMENT FOR <kunde-id> ...") laeses igennem, og hvert
      * udtog sendes efter kundens samtykker paa masteren: kunder
      * med SAMTYKKE-EMAIL = J faar udtoget i den digitale udbakke
      * files/spool/EBOKS-<kunde-id>.txt (en fil pr. kunde til
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

      * Tilmelding af hvert brev til den natlige printspool - se
      * shared/print_spool_tilmeld.cob.
       01  WS-PRINT-DOK-TYPE   PIC X(4)   VALUE "UDTG".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       STOP RUN.

       FORDEL-LINJE.
      * En hovedlinje "KONTOUDTOG FOR <kunde-id>" (paa engelsk
      * "STATEMENT FOR <kunde-id>") starter et nyt udtog og afgoer
      * kanalen; alle foelgende linjer foelger med paa den valgte
      * kanal til naeste hovedlinje.
       IF SPOOL-LINJE(1:15) = "KONTOUDTOG FOR "
           MOVE SPOOL-LINJE(16:10) TO WS-AKTUEL-KUNDE
           PERFORM START-NYT-UDTOG
       END-IF.
       IF SPOOL-LINJE(1:14) = "STATEMENT FOR "
           MOVE SPOOL-LINJE(15:10) TO WS-AKTUEL-KUNDE
           PERFORM START-NYT-UDTOG
       END-IF.
       EVALUATE TRUE
               IF WS-FOERSTE-LINJE = "Y"
                   MOVE "1" TO PR-KONTROLBYTE
                   MOVE "N" TO WS-FOERSTE-LINJE
                   CALL "PRINT-SPOOL-TILMELD" USING
                       WS-PRINT-DOK-TYPE WS-AKTUEL-KUNDE
               ELSE
                   MOVE " " TO PR-KONTROLBYTE
               END-IF
           CLOSE DIGITAL-FIL
           MOVE "N" TO WS-DIGITAL-AABEN
       END-IF.
       MOVE "P" TO WS-KANAL.
       MOVE "Y" TO WS-FOERSTE-LINJE.
       MOVE WS-AKTUEL-KUNDE TO KUNDE-ID IN MASTER-RECORD.
