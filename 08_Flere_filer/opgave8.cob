               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

      *    Den indekserede kontomaster, som posteringsmotoren
      *    bogfoerer i, med KUNDE-ID som alternativ
      *    noegle, saa SKRIV-KUNDE-KONTI-TIL-OUTPUT kan STARTe paa
      *    kundens noegle og laese netop dens konti i stedet for at
      *    scanne hele den flade fil en gang pr. kunde.
      * den flade fil pr. kunde.
       OPEN INPUT KONTO-MASTER-FIL.
       IF WS-KONTO-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren (konverter "
               "med batch/kontoopl_genopbyg KONVERTER), status="
               WS-KONTO-MASTER-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
