      ******************************************************************
      * Copybook til adviseringsregistret files/ADVIS-ABONNEMENTER.txt:*
      * kundens tilmeldinger til SMS-/e-mail-advisering, en linje pr.  *
      * konto, adviseringstype og kanal. Vedligeholdes i               *
      * batch/advis_vedligehold.cob og evalueres hver nat af           *
      * batch/advis_koersel.cob, der skriver beskederne til            *
      * SMS/e-mail-gatewayen.                                          *
      ******************************************************************
           05 AB-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
      *    Adviseringstype: SALD = saldoen er kommet under
      *    graensebeloebet, LOEN = indgaaende beloeb (loen o.l.) paa
      *    mindst graensebeloebet, GEBY = overtraeksgebyr opkraevet.
           05 AB-TYPE          PIC X(4).
               88 AB-ER-SALDO              VALUE "SALD".
               88 AB-ER-LOEN               VALUE "LOEN".
               88 AB-ER-GEBYR              VALUE "GEBY".
           05 FILLER           PIC X(1).
      *    Graensebeloebet i kontoens valuta; bruges ikke af GEBY.
           05 AB-GRAENSE       PIC 9(7)V99.
           05 FILLER           PIC X(1).
      *    Kanal: S = SMS til TELEFON, E = e-mail til EMAIL. Kanalen
      *    kraever kundens samtykke (SAMTYKKE-TELEFON hhv.
      *    SAMTYKKE-EMAIL i copybooks/KUNDEREC.cpy).
           05 AB-KANAL         PIC X(1).
               88 AB-ER-SMS                VALUE "S".
               88 AB-ER-EMAIL              VALUE "E".
           05 FILLER           PIC X(1).
      *    SALD: J = saldoen stod under graensen ved seneste koersel
      *    og kunden er adviseret; blank = over graensen. Saa
      *    adviseres der kun een gang pr. gang saldoen krydser ned
      *    under graensen. Vedligeholdes af adviseringskoerslen.
           05 AB-UNDER         PIC X(1).
           05 FILLER           PIC X(1).
      *    Seneste aendring, dato og operatoer.
           05 AB-AENDRET-DATO  PIC X(8).
           05 FILLER           PIC X(1).
           05 AB-AENDRET-AF    PIC X(10).
