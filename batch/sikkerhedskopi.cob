      * Journalerne er valgfrie - findes de, kommer de med.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "cp -p files/KUNDE-JOURNAL.txt "
           "files/KONTO-JOURNAL.txt files/FULDMAGT-JOURNAL.txt "
           "files/POSTERING-LOEBENR.txt files/backup/"
           FUNCTION TRIM(WS-SAET-NAVN)
           "/ 2>/dev/null; true"
