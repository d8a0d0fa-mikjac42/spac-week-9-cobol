      ******************************************************************
      * Copybook til linjen i files/KUNDEGRUPPER.txt - registret over  *
      * grupper af indbyrdes forbundne kunder til opgoerelsen af store *
      * engagementer. En linje pr. medlem; en kunde kan hoere til en   *
      * gruppe ad gangen. Vedligeholdes i                              *
      * batch/kundegruppe_vedligehold.cob og laeses af                 *
      * batch/store_engagementer.cob.                                  *
      ******************************************************************
           05 KG-GRUPPE-ID     PIC X(10).
           05 KG-KUNDE-ID      PIC X(10).
      *    Medlemmets tilknytning: M = moderselskab, D = datterselskab
      *    (begge erhvervskunder med CVR), H = husstand med faelles
      *    oekonomi, O = anden oekonomisk afhaengighed (fx kautionist
      *    eller ejer af en enkeltmandsvirksomhed).
           05 KG-RELATION      PIC X(1).
               88 KG-ER-MODER             VALUE "M".
               88 KG-ER-DATTER            VALUE "D".
               88 KG-ER-HUSSTAND          VALUE "H".
               88 KG-ER-AFHAENGIG         VALUE "O".
               88 KG-RELATION-GYLDIG      VALUE "M" "D" "H" "O".
           05 KG-OPRETTET      PIC X(8).
