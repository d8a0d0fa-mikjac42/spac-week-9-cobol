      ******************************************************************
      * Faelles afsnit til de programmer der foejer posteringer til    *
      * files/POSTERINGER.txt: blokken indrammes af et batchhoved og   *
      * en trailer med antal og debet-/kredit-hashtotaler, som         *
      * posteringsmotoren kontrollerer foer den bogfoerer noget fra    *
      * blokken - se shared/postering_batch.cob og POSTKTRL.cpy.       *
      * Kraever POSTERING-FIL/POSTERING-RECORD (POSTREC.cpy) samt      *
      * WS-BATCH-FUNKTION PIC X(4) og WS-BATCH-PROGRAM PIC X(20) med   *
      * programmets navn. COPY'es sidst i PROCEDURE DIVISION ligesom   *
      * BYGSTIER.cpy.                                                  *
      ******************************************************************
       SKRIV-BATCH-HOVED.
      * Lige efter OPEN af posteringsfilen, foer foerste postering.
       MOVE "STRT" TO WS-BATCH-FUNKTION.
       CALL "POSTERING-BATCH" USING WS-BATCH-FUNKTION
           WS-BATCH-PROGRAM POSTERING-RECORD.
       WRITE POSTERING-RECORD.

       SKRIV-POSTERING-I-BATCH.
      * Laeg den opbyggede postering til blokkens tal og skriv den.
       MOVE "TAEL" TO WS-BATCH-FUNKTION.
       CALL "POSTERING-BATCH" USING WS-BATCH-FUNKTION
           WS-BATCH-PROGRAM POSTERING-RECORD.
       WRITE POSTERING-RECORD.

       SKRIV-BATCH-TRAILER.
      * Lige foer CLOSE af posteringsfilen.
       MOVE "SLUT" TO WS-BATCH-FUNKTION.
       CALL "POSTERING-BATCH" USING WS-BATCH-FUNKTION
           WS-BATCH-PROGRAM POSTERING-RECORD.
       WRITE POSTERING-RECORD.
