      ******************************************************************
      * Copybook til betalingslageret files/BETALINGSLAGER.txt - en    *
      * linje pr. enkeltbetaling med betalingsdato frem i tiden.       *
      * Oprettes og annulleres i batch/betalingslager_vedligehold.cob  *
      * og udfoeres paa forfaldsdagen af batch/betalingslager_koersel  *
      * .cob. En intern betaling (type I) gaar til en konto i huset    *
      * efter samme regler som KONTO-OVERFOERSEL; en ekstern (type E)  *
      * frigives til files/BETALINGSORDRER.txt i samme format som      *
      * UDLAND-BETALING-KOERSEL laeser.                                *
      ******************************************************************
           05 BL-LAGER-ID      PIC 9(6).
           05 BL-TYPE          PIC X(1).
               88 BL-ER-INTERN            VALUE "I".
               88 BL-ER-EKSTERN           VALUE "E".
      *    Den kunde der bad om betalingen (kontoejeren eller en
      *    fuldmaegtig).
           05 BL-KUNDE-ID      PIC X(10).
           05 BL-FRA-KONTO     PIC X(10).
      *    Kun type I.
           05 BL-TIL-KONTO     PIC X(10).
      *    Kun type E: modtagerens IBAN og navn.
           05 BL-IBAN          PIC X(18).
           05 BL-NAVN          PIC X(35).
      *    Beloebet i fra-kontoens valuta.
           05 BL-BELOEB        PIC 9(7)V99.
           05 BL-VALUTA        PIC X(3).
           05 BL-TEKST         PIC X(30).
      *    Den dag kunden bad om; falder den paa en lukkedag, udfoeres
      *    betalingen naeste bankdag.
           05 BL-BETALINGSDATO PIC X(8).
      *    G = afventer godkendelse af en anden operatoer (over
      *    fire-oejne-graensen), A = afventer forfald, F = manglede
      *    daekning og forsoeges igen, U = udfoert, R = afvist,
      *    S = annulleret.
           05 BL-STATUS        PIC X(1).
               88 BL-ER-AABEN             VALUE "G" "A" "F".
               88 BL-KAN-UDFOERES         VALUE "A" "F".
               88 BL-ER-AFSLUTTET         VALUE "U" "R" "S".
      *    Antal dage betalingen er forsoegt uden daekning.
           05 BL-FORSOEG       PIC 9(2).
           05 BL-AFSLUTTET     PIC X(8).
           05 BL-AARSAG        PIC X(30).
           05 BL-OPRETTET      PIC X(8).
           05 BL-OPRETTET-AF   PIC X(10).
           05 BL-GODKENDT-AF   PIC X(10).
