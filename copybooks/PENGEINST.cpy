      ******************************************************************
      * Copybook til linjen i files/PENGEINSTITUTTER.txt, tabellen     *
      * over de pengeinstitutter installationen driver. Hvert          *
      * institut har sit eget registreringsnummer, sin egen            *
      * finansbogfoering og sine egne indberetninger og brevhoveder;   *
      * kunder og konti henfoeres til et institut med PENGEINSTITUT i  *
      * KUNDEREC og KONTO-PENGEINSTITUT i KONTOREC. Foerste linje er   *
      * hovedinstituttet: en blank kode paa en kunde eller konto       *
      * (aeldre records) betyder hovedinstituttet. Opslag sker         *
      * gennem shared/pengeinstitut_opslag.cob.                        *
      ******************************************************************
           05 PI-KODE          PIC X(2).
           05 FILLER           PIC X(1).
      *    Registreringsnummeret i instituttets IBAN'er (position 5-8)
      *    - se shared/iban_beregn.cob.
           05 PI-REG-NUMMER    PIC X(4).
           05 FILLER           PIC X(1).
      *    Navn og adresse til brevhoveder og indberetningers hoved.
           05 PI-NAVN          PIC X(30).
           05 FILLER           PIC X(1).
           05 PI-VEJ           PIC X(30).
           05 FILLER           PIC X(1).
           05 PI-POSTNR        PIC X(4).
           05 FILLER           PIC X(1).
           05 PI-BY            PIC X(20).
           05 FILLER           PIC X(1).
      *    Praefiks foran finanskontonummeret i instituttets egen
      *    finansbogfoering (raabalance og SAF-T); blank = kontoplanens
      *    nummer uaendret.
           05 PI-GL-PRAEFIKS   PIC X(2).
           05 FILLER           PIC X(1).
      *    Instituttets identifikation i indberetningerne til
      *    Nationalbanken og SKAT og i SAF-T-udtraekket (CVR-nummer,
      *    kontrolleres med modulus 11 - se shared/cvr_valider.cob).
           05 PI-INDBER-ID     PIC X(8).
