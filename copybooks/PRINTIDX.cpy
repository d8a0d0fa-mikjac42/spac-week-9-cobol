      ******************************************************************
      * Copybook til linjen i files/PRINT-INDEKS.txt, indekset over    *
      * de fysiske breve og oversigter der er dannet siden sidste      *
      * printspool. Hvert brevprogram tilmelder et dokument gennem     *
      * shared/print_spool_tilmeld.cob i samme oejeblik det begynder   *
      * at skrive det, saa indeksets raekkefoelge pr. dokumenttype er  *
      * raekkefoelgen i brevfilen. Den natlige batch/print_spool.cob   *
      * laeser og forbruger indekset.                                  *
      ******************************************************************
      *    Tidspunkt for tilmeldingen (AAAAMMDDTTMMSS).
           05 PX-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
      *    Dokumenttype: VELK velkomstbrev, GEBY gebyrbrev, RYKK
      *    rykkerbrev, AARS aarsoversigt, GEBO gebyroversigt, UDTG
      *    kontoudtog til print, ENGA engagementsbekraeftelse.
           05 PX-DOK-TYPE      PIC X(4).
           05 FILLER           PIC X(1).
           05 PX-KUNDE-ID      PIC X(10).
