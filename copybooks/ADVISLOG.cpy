      ******************************************************************
      * Copybook til adviseringsloggen files/ADVIS-LOG.txt: en linje   *
      * pr. besked afleveret til SMS/e-mail-gatewayen, skrevet af      *
      * batch/advis_koersel.cob. Loggen har ikke modtagerens nummer    *
      * eller adresse med - de ligger krypteret paa kundemasteren.     *
      * Gatewayens leveringsstatus indlaeses af                        *
      * batch/advis_leveringsstatus.cob, der saetter AL-LEVERING.      *
      ******************************************************************
      *    Beskednummer: afsendelsesdatoen AAAAMMDD plus loebenummer.
      *    Gatewayen melder leveringsstatus tilbage paa nummeret.
           05 AL-BESKED-ID     PIC X(14).
           05 FILLER           PIC X(1).
           05 AL-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 AL-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 AL-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 AL-TYPE          PIC X(4).
           05 FILLER           PIC X(1).
           05 AL-KANAL         PIC X(1).
           05 FILLER           PIC X(1).
      *    Leveringsstatus: blank = afleveret til gatewayen, afventer
      *    status, L = leveret, U = uleverbar (nummer/adresse
      *    permanent afvist), F = midlertidig fejl (gatewayen har
      *    opgivet beskeden, men kanalen er ikke afvist).
           05 AL-LEVERING      PIC X(1).
           05 FILLER           PIC X(1).
           05 AL-LEVERING-DATO PIC X(8).
           05 FILLER           PIC X(1).
           05 AL-AARSAG        PIC X(30).
