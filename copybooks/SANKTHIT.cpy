      ******************************************************************
      * Copybook til hitlinjen i files/SANKTION-KUNDEHITS.txt, koeen   *
      * af mulige sanktionshits paa kunder som SANKTION-SCREENING      *
      * danner og compliance afgoer i SANKTION-BEHANDLING. En linje    *
      * pr. kunde og listepost; afgjorte hits bliver staaende med      *
      * afgoerelse, dato, operatoer og begrundelse, saa samme par ikke *
      * meldes igen ved naeste screening og koeen er sporet af hvad    *
      * der er besluttet og af hvem.                                   *
      ******************************************************************
      *    Dato hittet blev dannet (AAAAMMDD).
           05 KH-DATO          PIC X(8).
           05 KH-KUNDE-ID      PIC X(10).
      *    Kundens navn og foedselsdato (fra CPR-datodelen, blank for
      *    erhvervskunder og kunder uden CPR) som de blev screenet.
           05 KH-NAVN          PIC X(41).
           05 KH-FOEDSELSDATO  PIC X(8).
      *    Matchscoren 0-100 og listeposten bag den - se
      *    shared/sanktion_match.cob.
           05 KH-SCORE         PIC 9(3).
           05 KH-SANKTION-ID   PIC X(10).
      *    Listens version (indlaesningstidspunkt) ved screeningen.
           05 KH-LISTE-VERSION PIC X(14).
      *    A = aaben, B = bekraeftet (kunden er sanktionsmarkeret),
      *    F = falsk hit (samme kunde og listepost meldes ikke igen).
           05 KH-STATUS        PIC X(1).
           05 KH-AFGJORT-DATO  PIC X(8).
           05 KH-OPERATOER     PIC X(10).
           05 KH-BEGRUNDELSE   PIC X(60).
