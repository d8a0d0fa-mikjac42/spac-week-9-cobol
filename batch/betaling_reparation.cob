       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-RETUR-STATUS     PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "BETALING-REPARATION".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
       PERFORM BEHANDL-KOEPOST
           VARYING WS-VIS-IDX FROM 1 BY 1
           UNTIL WS-VIS-IDX > WS-KOE-ANTAL.
       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE RETUR-FIL.
       PERFORM SKRIV-KOE-TILBAGE.
               WS-RETUR-STATUS
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       BEHANDL-KOEPOST.
       SET KOE-IDX TO WS-VIS-IDX.
           MOVE SPACES TO PO-TEKST
           STRING "INDBETALING "
               KQT-AFSENDER(KOE-IDX)(1:18) INTO PO-TEKST
           MOVE "INDB" TO PO-TRANSKODE
      *    Modtagedagen som valoer, saa reparationen ikke koster
      *    kunden rentedage.
           MOVE KQT-MODTAGET(KOE-IDX) TO PO-VALOER-DATO
           MOVE KQT-VALUTA(KOE-IDX) TO PO-VALUTA
           PERFORM SKRIV-POSTERING-I-BATCH
           DISPLAY "Krediteret "
               FUNCTION TRIM(WS-MAAL-KONTO)
               " via files/POSTERINGER.txt."
           END-PERFORM
           CLOSE REPARATION-FIL
       END-IF.

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
