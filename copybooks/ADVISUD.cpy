      ******************************************************************
      * Copybook til den udgaaende beskedfil                           *
      * files/ADVIS-UDGAAENDE.txt, som SMS/e-mail-gatewayen afhenter:  *
      * en linje pr. besked med modtageren i klartekst. Filen skrives  *
      * (foejes til) af batch/advis_koersel.cob; gatewayen fjerner     *
      * den naar beskederne er hentet.                                 *
      ******************************************************************
           05 AU-BESKED-ID     PIC X(14).
           05 FILLER           PIC X(1).
      *    Kanal: S = SMS, E = e-mail.
           05 AU-KANAL         PIC X(1).
           05 FILLER           PIC X(1).
      *    Telefonnummer (SMS) eller e-mailadresse, dekrypteret.
           05 AU-MODTAGER      PIC X(50).
           05 FILLER           PIC X(1).
      *    Beskedens sprog: D = dansk, E = engelsk.
           05 AU-SPROG         PIC X(1).
           05 FILLER           PIC X(1).
           05 AU-TEKST         PIC X(160).
