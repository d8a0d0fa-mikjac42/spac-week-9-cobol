      ******************************************************************
      * Copybook til operatoerregistret files/OPERATOERER.txt - en     *
      * linje pr. operatoer. Vedligeholdes i OPERATOER-VEDLIGEHOLD     *
      * (rollen A) og laeses af paalogningen                           *
      * (shared/operatoer_signon.cob), der ogsaa skriver PIN-skift,    *
      * fejltaeller og seneste paalogning tilbage, af adgangsrapporten *
      * og af den kvartalsvise recertificeringsrapport.                *
      ******************************************************************
           05 OP-ID            PIC X(10).
           05 OP-NAVN          PIC X(30).
      *    Rollebogstaver - se shared/operatoer_signon.cob.
           05 OP-ROLLER        PIC X(8).
      *    Operatoerens egen afdeling (kode fra files/AFDELINGER.txt);
      *    blank = central funktion uden egen afdeling, hvis opslag
      *    ikke holdes op mod kundens afdeling.
           05 OP-AFDELING      PIC X(4).
      *    Operatoerens eget KUNDE-ID, hvis medarbejderen selv er
      *    kunde i banken; bruges til at finde opslag paa kunder med
      *    samme efternavn og adresse som medarbejderen. Blank = ikke
      *    kunde.
           05 OP-KUNDE-ID      PIC X(10).
      *    Hash af operatoerens PIN (shared/pin_hash.cob, saltet med
      *    OP-ID); PIN'en selv gemmes ingen steder. Blank = ingen PIN
      *    sat, og operatoeren kan ikke logge paa.
           05 OP-PIN-HASH      PIC X(15).
      *    Dagen PIN'en sidst blev skiftet (AAAAMMDD). Er den mere
      *    end 90 dage gammel, eller 00000000 efter oprettelse eller
      *    nulstilling, skal operatoeren vaelge en ny ved paalogning.
           05 OP-PIN-DATO      PIC X(8).
      *    Forkerte PIN-forsoeg i traek; nulstilles ved korrekt PIN.
           05 OP-FEJL-ANTAL    PIC 9(1).
      *    A eller blank = aktiv, L = laast efter tre forkerte PIN
      *    (laases op ved PIN-nulstilling), D = deaktiveret.
           05 OP-STATUS        PIC X(1).
               88 OP-ER-AKTIV              VALUE "A" " ".
               88 OP-ER-LAAST              VALUE "L".
               88 OP-ER-DEAKTIVERET        VALUE "D".
      *    Dato for seneste gennemfoerte paalogning (AAAAMMDD).
           05 OP-SIDST-LOGON   PIC X(8).
