      ******************************************************************
      * Copybook til linjen i files/KONTO-JOURNAL.txt, aendrings-      *
      * journalen over kontomasteren. Programmerne der opretter eller  *
      * omskriver en konto i files/KONTOOPL-MASTER.DAT skriver en      *
      * linje pr. aendring gennem shared/konto_journal.cob. Filen      *
      * foejes kun til og laeses af DWH-DELTA-UDTRAEK.                 *
      * Billedfelterne er bredere end kontorecorden (se                *
      * copybooks/KONTOREC.cpy), saa senere feltudvidelser ikke        *
      * aendrer linjeformatet.                                         *
      ******************************************************************
      *    Tidspunkt for aendringen (AAAAMMDDTTMMSS).
           05 KJ-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
           05 KJ-PROGRAM       PIC X(20).
           05 FILLER           PIC X(1).
      *    OPRET = ny konto (foerbilledet er blankt), RET = omskrevet.
      *    Konti slettes ikke; en lukket konto er en RET med
      *    KONTO-STATUS "C".
           05 KJ-OPERATION     PIC X(8).
           05 FILLER           PIC X(1).
      *    Blank ved batchkoersler.
           05 KJ-OPERATOER     PIC X(10).
           05 FILLER           PIC X(1).
           05 KJ-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 KJ-FOER          PIC X(120).
           05 FILLER           PIC X(1).
           05 KJ-EFTER         PIC X(120).
