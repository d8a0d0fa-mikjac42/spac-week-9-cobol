      *    af motoren foer den naar historikken. Blank paa linjer fra
      *    foer feltet kom til.
           05 HI-VALUTA        PIC X(3).
      *    Transaktionskode - se PO-TRANSKODE i copybooks/POSTREC.cpy.
      *    Blank paa linjer fra foer feltet kom til; de klassificeres
      *    efter teksten gennem shared/transkode_opslag.cob.
           05 HI-TRANSKODE     PIC X(4).
