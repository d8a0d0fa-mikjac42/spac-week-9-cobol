      ******************************************************************
      * Copybook til omlaegningsfilen files/LAAN-OMLAEGNINGER.txt: en  *
      * linje pr. aendring af et laans betalingsforloeb efter en       *
      * bestemt termin - fuld indfrielse eller ekstraordinaert afdrag  *
      * - skrevet af batch/laan_indfrielse.cob. Laaneaftalen i         *
      * files/LAANEPLANER.txt roeres ikke; YDELSESPLAN-GENERATOR       *
      * afspiller omlaegningerne i filens raekkefoelge, saa en ny      *
      * generering giver samme plan, og terminnumrene fortsaetter      *
      * uaendret efter omlaegningen (LAAN-OPKRAEVET.txt noegler paa    *
      * konto og terminnummer).                                        *
      ******************************************************************
           05 OL-LAAN-KONTO    PIC X(10).
           05 FILLER           PIC X(1).
      *    Omlaegningen gaelder fra terminen efter denne.
           05 OL-EFTER-TERMIN  PIC 9(3).
           05 FILLER           PIC X(1).
      *    I = indfriet (ingen terminer efter), K = kortere loebetid
      *    med uaendret ydelse, L = lavere ydelse med uaendret
      *    loebetid.
           05 OL-ART           PIC X(1).
               88 OL-INDFRIET             VALUE "I".
               88 OL-KORTERE-LOEBETID     VALUE "K".
               88 OL-LAVERE-YDELSE        VALUE "L".
           05 FILLER           PIC X(1).
      *    Restgaelden efter omlaegningen (nul ved indfrielse).
           05 OL-RESTGAELD     PIC 9(9)V99.
           05 FILLER           PIC X(1).
      *    Det indbetalte afdrag.
           05 OL-BELOEB        PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 OL-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 OL-REGISTRERET-AF PIC X(10).
