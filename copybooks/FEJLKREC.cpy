      ******************************************************************
      * Copybook til fejlkontoens postliste files/FEJLKONTO.txt: en    *
      * linje pr. afvist postering som posteringsmotoren har bogfoert  *
      * paa fejlkontoen i stedet for at lade beloebet forsvinde fra    *
      * bogfoeringen. Fejlkontoen er en pr. valuta, FEJLKT-<valuta>,   *
      * og henfoeres til finansbogholderiet via kontotypen FEJLKONTO i *
      * files/KONTOPLAN.txt. Posten bliver staaende, til en operatoer  *
      * har omposteret den til den rigtige konto eller returneret den  *
      * i batch/fejlkonto_klarering.cob, og motoren har bogfoert       *
      * klareringen - se batch/postering_motor.cob.                    *
      ******************************************************************
           05 FK-NR            PIC 9(6).
      *    Dagen posten blev bogfoert paa fejlkontoen - alderen i
      *    batch/fejlkonto_alder.cob regnes herfra.
           05 FK-DATO          PIC X(8).
           05 FK-VALUTA        PIC X(3).
           05 FK-BELOEB        PIC 9(7)V99.
      *    D/K som den afviste postering - fejlkontoen bogfoeres med
      *    samme side, klareringen med den modsatte.
           05 FK-DK            PIC X(1).
      *    Den afviste posterings konto, tekst og reference.
           05 FK-KONTO-ID      PIC X(10).
           05 FK-TEKST         PIC X(30).
           05 FK-REFERENCE     PIC X(13).
      *    Motorens aarsagskode og -tekst for afvisningen.
           05 FK-AARSAG-KODE   PIC X(2).
           05 FK-AARSAG        PIC X(30).
           05 FK-STATUS        PIC X(1).
               88 FK-ER-AABEN             VALUE "A".
               88 FK-VENTER               VALUE "V".
               88 FK-ER-OMPOSTERET        VALUE "K".
               88 FK-ER-RETURNERET        VALUE "R".
               88 FK-ER-AFSLUTTET         VALUE "K" "R".
      *    Operatoerens beslutning: O = omposter til FK-NY-KONTO-ID,
      *    R = returner. Klareringens posteringer i
      *    files/POSTERINGER.txt baerer referencen FK-KLAR-REF.
           05 FK-HANDLING      PIC X(1).
           05 FK-NY-KONTO-ID   PIC X(10).
           05 FK-KLAR-REF      PIC X(13).
           05 FK-KLAR-DATO     PIC X(8).
           05 FK-OPERATOER     PIC X(10).
      *    Hvorfor en klarering er afvist og posten aabnet igen.
           05 FK-NOTE          PIC X(30).
      *    Den afviste posterings transaktionskode; ompostering til
      *    den rigtige konto beholder den, saa posten klassificeres
      *    som den oprindelig var tiltaenkt.
           05 FK-TRANSKODE     PIC X(4).
