      * ikke-fundne ID'er giver et udtrykkeligt not found-objekt, saa
      * intranettet kan skelne et forgaeves opslag fra et opslag der
      * aldrig skete.
      * Terminalopslag kraever paalogning med rollen O, og hvert
      * vist kunderecord logges i adgangsloggen (shared/adgang_log.cob)
      * med operatoeren; JSON-opslag logges med operatoer INTRANET, da
      * intranettet selv har styr paa sine brugere.
      * CPR-/CVR-nummeret vises gennem den faelles maskering
      * (shared/cpr_maskering.cob), saa en operatoer med kun rollen O
      * ser CPR som DDMMAA-XXXX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-LAAS-SVAR        PIC X       VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)   VALUE SPACES.

      * Paalogning kraever rollen O (opslag) - se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)    VALUE "O".
       01  WS-OPERATOER-ID     PIC X(10)   VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)    VALUE "N".
       01  WS-ADGANG-PROGRAM   PIC X(20)   VALUE "KUNDE-OPSLAG".
       01  WS-ADGANG-KONTO-ID  PIC X(10)   VALUE SPACES.

      * CPR/CVR vises gennem den faelles maskering - se
      * shared/cpr_maskering.cob.
       01  WS-MASK-FORMAAL     PIC X(10)   VALUE SPACES.
       01  WS-MASK-NUMMER      PIC X(10)   VALUE SPACES.
       01  WS-MASK-VISNING     PIC X(11)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE.
       IF FUNCTION TRIM(WS-KOMMANDOLINJE) = "JSON"
           MOVE "INTRANET" TO WS-OPERATOER-ID
       ELSE
           CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
               WS-OPERATOER-ID WS-SIGNON-SVAR
           IF WS-SIGNON-SVAR NOT = "Y"
               STOP RUN
           END-IF
       END-IF.
       MOVE "DELT" TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.
           STOP RUN
       END-IF.

       IF FUNCTION TRIM(WS-KOMMANDOLINJE) = "JSON"
           SET ER-JSON-TILSTAND TO TRUE
           PERFORM KOER-JSON-TILSTAND
           INVALID KEY
               PERFORM SKRIV-IKKE-FUNDET-JSON
           NOT INVALID KEY
               CALL "ADGANG-LOG" USING WS-ADGANG-PROGRAM
                   WS-OPERATOER-ID KUNDE-ID IN MASTER-RECORD
                   WS-ADGANG-KONTO-ID
               MOVE MASTER-RECORD TO KUNDEOPL
               PERFORM DEKRYPTER-KONTAKTOPL
               PERFORM SAMMENSAET-FULDT-NAVN
           INVALID KEY
               DISPLAY "Kunde ikke fundet: " FUNCTION TRIM(WS-SOEGE-ID)
           NOT INVALID KEY
               CALL "ADGANG-LOG" USING WS-ADGANG-PROGRAM
                   WS-OPERATOER-ID KUNDE-ID IN MASTER-RECORD
                   WS-ADGANG-KONTO-ID
               MOVE MASTER-RECORD TO KUNDEOPL
               PERFORM DEKRYPTER-KONTAKTOPL
               PERFORM SAMMENSAET-FULDT-NAVN
       DISPLAY "-----------------------------".
       DISPLAY "Kunde ID   : " KUNDE-ID IN KUNDEOPL.
       DISPLAY "Navn       : " FULDT-NAVN.
       IF KUNDE-ART IN MASTER-RECORD = "E"
           MOVE CVR-NUMMER IN MASTER-RECORD TO WS-MASK-NUMMER
           CALL "CPR-MASKERING" USING WS-OPERATOER-ID WS-MASK-FORMAAL
               WS-MASK-NUMMER WS-MASK-VISNING
           DISPLAY "CVR        : " WS-MASK-VISNING
       ELSE
           MOVE CPR-NUMMER IN KUNDEOPL TO WS-MASK-NUMMER
           CALL "CPR-MASKERING" USING WS-OPERATOER-ID WS-MASK-FORMAAL
               WS-MASK-NUMMER WS-MASK-VISNING
           DISPLAY "CPR        : " WS-MASK-VISNING
       END-IF.
      * Danske adresser har etage/side ("2. tv"), udenlandske ikke -
      * gren derfor paa LANDE-KODE i stedet for altid at vise dem.
       IF LANDE-KODE IN KUNDEOPL = "DK" OR
