      ******************************************************************
      * Copybook til arvingerne i files/DOEDSBO-ARVINGER.txt - en      *
      * linje pr. arving i et doedsbo (copybooks/DOEDSBO.cpy), noeglet *
      * paa den afdoedes KUNDE-ID og et loebenummer i boet. En arving  *
      * faar enten en andel i procent af det der er tilbage, naar de   *
      * faste beloeb er betalt, eller et fast beloeb; andelene skal    *
      * tilsammen vaere 100 %. Pengene gaar til en konto i huset       *
      * (DA-KONTO-ID) eller til et IBAN i en anden bank (DA-IBAN).     *
      ******************************************************************
           05 DA-KUNDE-ID      PIC X(10).
           05 DA-NR            PIC 9(2).
           05 DA-NAVN          PIC X(35).
           05 DA-ART           PIC X(1).
               88 DA-ER-ANDEL             VALUE "P".
               88 DA-ER-FAST              VALUE "F".
      *    Kun art P: procent med fire decimaler.
           05 DA-ANDEL         PIC 9(3)V9(4).
      *    Kun art F: beloebet i boets valuta.
           05 DA-BELOEB        PIC 9(7)V99.
      *    Modtagerkontoen: KONTO-ID i huset eller IBAN udenfor.
           05 DA-KONTO-ID      PIC X(10).
           05 DA-IBAN          PIC X(18).
      *    Udfyldes ved udlodningen.
           05 DA-UDBETALT      PIC 9(9)V99.
           05 DA-UDBETALT-DATO PIC X(8).
