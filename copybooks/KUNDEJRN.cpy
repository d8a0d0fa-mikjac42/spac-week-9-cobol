      ******************************************************************
      * Copybook til linjen i files/KUNDE-JOURNAL.txt, aendrings-      *
      * journalen over kundemasteren med foer- og efterbillede af hver *
      * aendring. Skrives af KUNDE-VEDLIGEHOLD og de oevrige           *
      * programmer der retter kunderecords - direkte eller gennem      *
      * shared/kunde_journal.cob - og laeses af KUNDE-JOURNAL-GENDAN,  *
      * KUNDE-INDSIGT, SANKTION-SCREENING og DWH-DELTA-UDTRAEK.        *
      * Billedfelterne er bredere end kunderecorden; det der ikke er   *
      * plads til i de foerste 250 tegn, ligger i JO-FOER-REST/        *
      * JO-EFTER-REST bagest paa linjen.                               *
      ******************************************************************
      *    Tidspunkt for aendringen (AAAAMMDDTTMMSS).
           05 JO-TIDSSTEMPEL   PIC X(14).
      *    TILFOEJ/OPRET, RET eller SLET; ANONYM naar kunden er
      *    anonymiseret eller slettet efter GDPR (uden foerbillede).
           05 JO-OPERATION     PIC X(8).
           05 JO-FOER          PIC X(250).
           05 JO-EFTER         PIC X(250).
      *    Operatoeren der foretog aendringen - se
      *    shared/operatoer_signon.cob. Blank ved batchkoersler.
           05 JO-OPERATOER     PIC X(10).
           05 JO-FOER-REST     PIC X(150).
           05 JO-EFTER-REST    PIC X(150).
      *    Programmet der skrev linjen. Blank paa linjer fra foer
      *    feltet kom til.
           05 JO-PROGRAM       PIC X(20).
