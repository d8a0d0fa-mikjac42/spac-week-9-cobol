           05 PRINT-TELEFON     PIC X(8).
           05 FILLER            PIC X(2)    VALUE SPACES.
           05 PRINT-EMAIL       PIC X(50).
           05 FILLER            PIC X(2)    VALUE SPACES.
           05 PRINT-CPR         PIC X(11).

       SD  SORT-FIL.
       01  SORT-RECORD.
      * Arbejdsfelt til den sammensatte adresse i printfil-linjen
       01  WS-PRINT-ADRESSE PIC X(60)  VALUE SPACES.

      * Printfilen udleveres til filialerne og er ikke dannet til
      * SKAT, skifteretten eller en indsigtsanmodning, saa CPR
      * skrives maskeret - se shared/cpr_maskering.cob.
       01  WS-MASK-OPERATOER PIC X(10) VALUE SPACES.
       01  WS-MASK-FORMAAL  PIC X(10)  VALUE SPACES.
       01  WS-MASK-NUMMER   PIC X(10)  VALUE SPACES.
       01  WS-MASK-VISNING  PIC X(11)  VALUE SPACES.

      * Taeller til koerselsloggen
       01  WS-KUNDE-TAELLER PIC 9(7)   VALUE 0.
       01  WS-AUDIT-TIDSSTEMPEL PIC X(14) VALUE SPACES.
       MOVE WS-PRINT-ADRESSE TO PRINT-ADRESSE
       MOVE WS-TELEFON-KLAR TO PRINT-TELEFON
       MOVE WS-EMAIL-KLAR TO PRINT-EMAIL
       MOVE CPR-NUMMER IN KUNDEOPL TO WS-MASK-NUMMER
       CALL "CPR-MASKERING" USING WS-MASK-OPERATOER WS-MASK-FORMAAL
           WS-MASK-NUMMER WS-MASK-VISNING
       MOVE WS-MASK-VISNING TO PRINT-CPR
       WRITE PRINT-RECORD.

       SKRIV-SIDEFOD.
