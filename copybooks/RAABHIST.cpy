      ******************************************************************
      * Copybook til linjen i files/RAABALANCE-HISTORIK.txt, som       *
      * RAABALANCE foejer til ved hver koersel: en R-linje med         *
      * koerslens loebenummerinterval, en K-linje pr. valutakurs       *
      * koerslen omregnede med og en G-linje pr. finanskonto med       *
      * koerslens debet og kredit i DKK. Filen slettes aldrig og er    *
      * grundlaget for SAF-T-udtraekkets afstemning mod de daglige     *
      * balancer (se batch/saft_eksport.cob).                          *
      ******************************************************************
      *    R = koersel, K = valutakurs, G = finanskonto.
           05 RH-TYPE          PIC X(1).
           05 FILLER           PIC X(1).
      *    Koerslens dato (AAAAMMDD) - samme paa alle linjer fra
      *    koerslen.
           05 RH-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 RH-DATA          PIC X(60).
      *    R: koerslen tog loebenumrene over RR-LNR-FRA til og med
      *    RR-LNR-TIL (ens naar intet nyt var bogfoert).
           05 RH-KOERSEL REDEFINES RH-DATA.
              10 RR-LNR-FRA       PIC 9(7).
              10 FILLER           PIC X(1).
              10 RR-LNR-TIL       PIC 9(7).
              10 FILLER           PIC X(1).
              10 RR-LINJER        PIC 9(7).
              10 FILLER           PIC X(1).
              10 RR-UMAPPEDE      PIC 9(5).
              10 FILLER           PIC X(31).
      *    K: kursen som i files/VALUTAKURSER.txt.
           05 RH-KURS REDEFINES RH-DATA.
              10 RK-VALUTA        PIC X(3).
              10 FILLER           PIC X(1).
              10 RK-KURS          PIC 9(3)V9999.
              10 FILLER           PIC X(49).
      *    G: finanskontoens debet og kredit i koerslen, i oere, i
      *    pengeinstituttets finansbogfoering (RG-PENGEINSTITUT, se
      *    copybooks/PENGEINST.cpy; blank paa linjer fra foer
      *    institutkoden = hovedinstituttet).
           05 RH-FINANS REDEFINES RH-DATA.
              10 RG-KONTO         PIC X(6).
              10 FILLER           PIC X(1).
              10 RG-DEBET         PIC 9(13)V99.
              10 FILLER           PIC X(1).
              10 RG-KREDIT        PIC 9(13)V99.
              10 FILLER           PIC X(1).
              10 RG-PENGEINSTITUT PIC X(2).
              10 FILLER           PIC X(19).
