       01  KUNDE-UD-RECORD     PIC X(249).

       FD  KONTO-UD-FIL.
       01  KONTO-UD-RECORD     PIC X(93).

       FD  KONTROL-FIL.
       01  KONTROL-RECORD.
           05 KU-LUKKET-DATO   PIC X(8).
           05 KU-IBAN          PIC X(18).
           05 KU-AFDELING      PIC X(4).
           05 KU-PENGEINSTITUT PIC X(2).

       01  WS-KUNDE-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-KONTO-TAELLER    PIC 9(5)   VALUE 0.
       MOVE LUKKET-DATO IN KONTO-IND-RECORD TO KU-LUKKET-DATO.
       MOVE KONTO-IBAN IN KONTO-IND-RECORD TO KU-IBAN.
       MOVE KONTO-AFDELING IN KONTO-IND-RECORD TO KU-AFDELING.
       MOVE KONTO-PENGEINSTITUT IN KONTO-IND-RECORD
           TO KU-PENGEINSTITUT.
       MOVE WS-KONTO-UD TO KONTO-UD-RECORD.
       WRITE KONTO-UD-RECORD.

