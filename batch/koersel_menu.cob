
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VALG             PIC 99     VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.
       01  WS-ANON-SVAR        PIC X      VALUE SPACE.
       01  WS-INTEGRITET-SVAR  PIC X      VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   PERFORM KOER-DAGLIGT-KOERSEL
               WHEN 6
                   PERFORM KOER-RETENTION-OPRYDNING
               WHEN 7
                   PERFORM KOER-KUNDEEMNE-OPRYDNING
               WHEN 8
                   PERFORM KOER-ARBEJDSKOE-RAPPORT
               WHEN 9
                   PERFORM KOER-KUNDE-ANONYMISERING
               WHEN 10
                   PERFORM KOER-REGISTER-INTEGRITET
               WHEN 11
                   PERFORM KOER-ADGANG-RAPPORT
               WHEN 0
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
       DISPLAY "4. Film-opslag (MOVIE-LOOKUP)".
       DISPLAY "5. Hele den daglige batch-kaede (Opgave6-7-8)".
       DISPLAY "6. Retention-oprydning efter politik (ugentlig)".
       DISPLAY "7. Oprydning i kundeemner (ugentlig)".
       DISPLAY "8. Forfaldne opgaver i arbejdskoeen (ugentlig)".
       DISPLAY "9. Anonymisering af lukkede kunder (aarlig)".
       DISPLAY "10. Integritetskontrol af registrene (ugentlig)".
       DISPLAY "11. Rapport over adgang til kundedata (ugentlig)".
       DISPLAY "0. Afslut".
       DISPLAY "Valg: " WITH NO ADVANCING.

           DISPLAY "KOERSEL-MENU: retention_oprydning fejlede, kode="
               RETURN-CODE
       END-IF.

       KOER-KUNDEEMNE-OPRYDNING.
       MOVE "batch/kundeemne_oprydning" TO WS-KOMMANDO
       CALL "SYSTEM" USING WS-KOMMANDO
       IF RETURN-CODE NOT = 0
           DISPLAY "KOERSEL-MENU: kundeemne_oprydning fejlede, kode="
               RETURN-CODE
       END-IF.

       KOER-ARBEJDSKOE-RAPPORT.
       MOVE "batch/arbejdskoe_rapport" TO WS-KOMMANDO
       CALL "SYSTEM" USING WS-KOMMANDO
       IF RETURN-CODE NOT = 0
           DISPLAY "KOERSEL-MENU: arbejdskoe_rapport fejlede, kode="
               RETURN-CODE
       END-IF.

       KOER-KUNDE-ANONYMISERING.
      * Proevekoerslen laves foerst og gennemgaas; udfoerelsen
      * kraever paalogning med rollen G.
       DISPLAY "Proevekoersel (P) eller udfoer (U): "
           WITH NO ADVANCING.
       MOVE SPACE TO WS-ANON-SVAR.
       ACCEPT WS-ANON-SVAR.
       MOVE FUNCTION UPPER-CASE(WS-ANON-SVAR) TO WS-ANON-SVAR.
       EVALUATE WS-ANON-SVAR
           WHEN "P"
               MOVE "batch/kunde_anonymisering PROEVE" TO WS-KOMMANDO
           WHEN "U"
               MOVE "batch/kunde_anonymisering UDFOER" TO WS-KOMMANDO
           WHEN OTHER
               DISPLAY "Ugyldigt svar - intet koert."
               EXIT PARAGRAPH
       END-EVALUATE.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "KOERSEL-MENU: kunde_anonymisering fejlede, kode="
               RETURN-CODE
       END-IF.

       KOER-REGISTER-INTEGRITET.
      * Proevekoerslen viser kun rapporten; ugekoerslen rydder de
      * kategorier files/INTEGRITET-KONFIG.txt naevner.
       DISPLAY "Proevekoersel (P) eller ugekoersel (U): "
           WITH NO ADVANCING.
       MOVE SPACE TO WS-INTEGRITET-SVAR.
       ACCEPT WS-INTEGRITET-SVAR.
       MOVE FUNCTION UPPER-CASE(WS-INTEGRITET-SVAR)
           TO WS-INTEGRITET-SVAR.
       EVALUATE WS-INTEGRITET-SVAR
           WHEN "P"
               MOVE "batch/register_integritet PROEVE" TO WS-KOMMANDO
           WHEN "U"
               MOVE "batch/register_integritet" TO WS-KOMMANDO
           WHEN OTHER
               DISPLAY "Ugyldigt svar - intet koert."
               EXIT PARAGRAPH
       END-EVALUATE.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "KOERSEL-MENU: register_integritet fejlede, kode="
               RETURN-CODE
       END-IF.

       KOER-ADGANG-RAPPORT.
      * Programmet spoerger selv efter periodens slutdato.
       MOVE "batch/adgang_rapport" TO WS-KOMMANDO
       CALL "SYSTEM" USING WS-KOMMANDO
       IF RETURN-CODE NOT = 0
           DISPLAY "KOERSEL-MENU: adgang_rapport fejlede, kode="
               RETURN-CODE
       END-IF.
