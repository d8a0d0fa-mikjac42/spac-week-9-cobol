       01  WS-BELOEB-EDIT2     PIC -(9)9,99.
       01  WS-STOR-EDIT        PIC -(10)9,99.

      * Historiklinjens transaktionskode - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "KUNDE-RENTABILITET".
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM KLASSIFICER-HISTORIKLINJE
                       IF HI-DATO NOT < WS-FRA-DATO
                               AND TK-GL-KATEGORI IN WS-TRANSKODE
                                   = "RENTE"
                           MOVE HI-KONTO-ID TO WS-SOEGE-KONTO
                           PERFORM FIND-KONTO-EJER
                           IF WS-SOEGE-KUNDE NOT = SPACES
           WRITE RAPPORT-RECORD
       END-PERFORM.

       KLASSIFICER-HISTORIKLINJE.
       CALL "TRANSKODE-OPSLAG" USING HI-TRANSKODE HI-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
