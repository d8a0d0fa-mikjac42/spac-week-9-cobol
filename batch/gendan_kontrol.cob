           FUNCTION TRIM(WS-SAET-NAVN)
           "/KUNDE-JOURNAL.txt files/backup/"
           FUNCTION TRIM(WS-SAET-NAVN)
           "/KONTO-JOURNAL.txt files/backup/"
           FUNCTION TRIM(WS-SAET-NAVN)
           "/POSTERING-LOEBENR.txt files/ 2>/dev/null; true"
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
