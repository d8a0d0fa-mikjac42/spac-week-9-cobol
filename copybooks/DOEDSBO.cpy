      ******************************************************************
      * Copybook til doedsboregistret files/DOEDSBOER.txt - en linje   *
      * pr. afdoed kunde (AFDOED-MARKERING = D) hvis bo skal udloddes  *
      * fra banken: bobestyrer/skifteadministrator, fordelingsdato og  *
      * boets fremdrift. Arvingerne staar i files/DOEDSBO-ARVINGER.txt *
      * (copybooks/ARVING.cpy). Registreres og godkendes i             *
      * batch/doedsbo_vedligehold.cob og udloddes af                   *
      * batch/doedsbo_udlodning.cob i den daglige kaede.               *
      ******************************************************************
           05 DB-KUNDE-ID      PIC X(10).
      *    R = registreret (arvinger kan rettes), G = godkendt af en
      *    anden operatoer og klar til udlodning paa fordelingsdatoen,
      *    U = udloddet (betalingerne er sendt, kontiene lukkes naar
      *    de staar i nul), A = afsluttet (konti og kunde lukket).
           05 DB-STATUS        PIC X(1).
               88 DB-ER-REGISTRERET       VALUE "R".
               88 DB-ER-GODKENDT          VALUE "G".
               88 DB-ER-UDLODDET          VALUE "U".
               88 DB-ER-AFSLUTTET         VALUE "A".
      *    Bobestyrer eller skifteadministrator, som faar
      *    boopgoerelsen.
           05 DB-BOBESTYRER    PIC X(35).
           05 DB-ADRESSE       PIC X(40).
           05 DB-POSTBY        PIC X(30).
      *    Den dag boet goeres op pr.; rente tilskrives frem hertil.
           05 DB-FORDELING-DATO PIC X(8).
      *    Udfyldes ved udlodningen: boets valuta, tilskrevet rente
      *    og det samlede beloeb fordelt til arvingerne.
           05 DB-VALUTA        PIC X(3).
           05 DB-RENTE         PIC 9(7)V99.
           05 DB-UDLODDET      PIC 9(9)V99.
           05 DB-UDLODNING-DATO PIC X(8).
           05 DB-AFSLUTTET     PIC X(8).
      *    Hvorfor udlodningen eller afslutningen venter (blank naar
      *    intet venter) - vises i vedligeholdelsen og rapporten.
           05 DB-AARSAG        PIC X(40).
           05 DB-OPRETTET      PIC X(8).
           05 DB-OPRETTET-AF   PIC X(10).
           05 DB-GODKENDT-AF   PIC X(10).
