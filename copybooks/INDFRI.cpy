      ******************************************************************
      * Copybook til indfrielsesregistret files/LAAN-INDFRIELSER.txt:  *
      * en linje pr. indfrielsestilbud givet af                        *
      * batch/laan_indfrielse_tilbud.cob. Linjen baerer tilbuddets     *
      * beregning, saa indfrielsen i batch/laan_indfrielse.cob         *
      * bogfoerer praecis det beloeb kunden har faaet oplyst, og       *
      * status foelger sagen til laanekontoen er lukket.               *
      ******************************************************************
           05 FR-LAAN-KONTO    PIC X(10).
           05 FILLER           PIC X(1).
           05 FR-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 FR-TILBUD-DATO   PIC X(8).
           05 FILLER           PIC X(1).
      *    Sidste dag beloebet gaelder; renten er beregnet hertil.
           05 FR-GYLDIG-TIL    PIC X(8).
           05 FILLER           PIC X(1).
      *    Seneste opkraevede termin, som restgaelden er taget efter.
      *    Er en ny termin opkraevet siden, er tilbuddet foraeldet.
           05 FR-SIDST-TERMIN  PIC 9(3).
           05 FILLER           PIC X(1).
           05 FR-RESTGAELD     PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 FR-RESTANCE      PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 FR-RENTE         PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 FR-GEBYR         PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 FR-TOTAL         PIC 9(9)V99.
           05 FILLER           PIC X(1).
      *    T = tilbud givet, I = indfriet og bogfoert (laanekontoen
      *    venter paa at saldoen er nul), L = laanekontoen er lukket.
           05 FR-STATUS        PIC X(1).
               88 FR-ER-TILBUD            VALUE "T".
               88 FR-ER-INDFRIET          VALUE "I".
               88 FR-ER-LUKKET            VALUE "L".
           05 FILLER           PIC X(1).
           05 FR-BEHANDLET-DATO PIC X(8).
           05 FILLER           PIC X(1).
           05 FR-OPRETTET-AF   PIC X(10).
           05 FILLER           PIC X(1).
           05 FR-INDFRIET-AF   PIC X(10).
