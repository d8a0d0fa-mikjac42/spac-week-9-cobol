      ******************************************************************
      * Copybook til alarmlinjen i files/AML-ALARMER.txt, koeen af     *
      * hvidvask-alarmer som AML-OVERVAAGNING danner i natkaeden og    *
      * som compliance afgoer i AML-ALARM-BEHANDLING. En linje pr.     *
      * alarm; afgjorte alarmer bliver staaende i filen med afgoerelse,*
      * dato, operatoer og begrundelse, saa koeen ogsaa er sporet af   *
      * hvad der er besluttet og af hvem.                              *
      ******************************************************************
      *    Fortloebende alarmnummer - naeste nummer er hoejeste i
      *    filen plus en.
           05 AL-ALARM-NR      PIC 9(7).
      *    Dato alarmen blev dannet (AAAAMMDD).
           05 AL-DATO          PIC X(8).
           05 AL-KUNDE-ID      PIC X(10).
           05 AL-KONTO-ID      PIC X(10).
      *    Scenariet der gav alarmen - koden fra
      *    files/AML-SCENARIER.txt: STRUKTUR (kontantlignende
      *    indsaettelser lige under graensen), GENNEMLB (penge ind og
      *    straks ud igen), DVALE (omsaetning paa en kunde i dvale),
      *    HOEJRISK (udlandsbetaling til hoejrisikoland).
           05 AL-SCENARIE      PIC X(8).
      *    Samlet beloeb i DKK for linjerne bag alarmen.
           05 AL-BELOEB        PIC 9(9)V99.
      *    Antal historiklinjer bag alarmen og de foerste fem af
      *    deres HI-LOEBENR; flere linjer end fem ses i historikken
      *    paa kontoen.
           05 AL-ANTAL-LINJER  PIC 9(4).
           05 AL-LOEBENR       PIC X(7) OCCURS 5 TIMES.
      *    A = aaben, I = lukket uden mistanke, H = indberettet til
      *    Hvidvasksekretariatet (FIU).
           05 AL-STATUS        PIC X(1).
           05 AL-AFGJORT-DATO  PIC X(8).
           05 AL-OPERATOER     PIC X(10).
           05 AL-BEGRUNDELSE   PIC X(60).
