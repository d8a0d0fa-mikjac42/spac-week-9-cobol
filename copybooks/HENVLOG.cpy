      ******************************************************************
      * Copybook til henvendelsesloggen files/HENVENDELSE-LOG.txt: en  *
      * linje pr. kundehenvendelse, skrevet gennem                     *
      * shared/henvendelse_tilfoej.cob fra HENVENDELSE-REGISTRERING og *
      * KUNDE-ENGAGEMENT. KUNDE-ENGAGEMENT viser kundens sidste ti     *
      * henvendelser, KUNDE-INDSIGT tager dem med i indsigtssvaret, og *
      * KUNDE-GDPR-SLETNING overskriver friteksten ved sletning.       *
      * Emnekoderne staar i files/HENVENDELSE-EMNER.txt; maanedens     *
      * fordeling pr. emne laves af batch/henvendelse_rapport.cob.     *
      ******************************************************************
           05 HL-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
      *    Tidspunkt for henvendelsen (AAAAMMDD og TTMMSS).
           05 HL-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 HL-TID           PIC X(6).
           05 FILLER           PIC X(1).
           05 HL-OPERATOER     PIC X(10).
           05 FILLER           PIC X(1).
      *    Kanal: T = telefon, F = filial (personligt fremmoede),
      *    B = brev, E = e-mail.
           05 HL-KANAL         PIC X(1).
               88 HL-ER-TELEFON           VALUE "T".
               88 HL-ER-FILIAL            VALUE "F".
               88 HL-ER-BREV              VALUE "B".
               88 HL-ER-EMAIL             VALUE "E".
               88 HL-KANAL-GYLDIG         VALUE "T" "F" "B" "E".
           05 FILLER           PIC X(1).
           05 HL-EMNE          PIC X(4).
           05 FILLER           PIC X(1).
      *    Fritekst: hvad kunden ville, og hvad der blev lovet.
           05 HL-TEKST         PIC X(80).
