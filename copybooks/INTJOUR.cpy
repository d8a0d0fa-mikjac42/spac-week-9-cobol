      ******************************************************************
      * Copybook til linjen i files/INTEGRITET-JOURNAL.txt - journalen *
      * over linjer som REGISTER-INTEGRITET har ryddet ud af et        *
      * satellitregister. Filen foejes kun til. Foerbilledet er hele   *
      * registerlinjen som den stod, saa en linje der er fjernet ved   *
      * en fejl, kan saettes ind igen uaendret.                        *
      ******************************************************************
           05 IJ-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
      *    Registret linjen stod i, f.eks. FULDMAGTER - se
      *    KLARGOER-REGISTRE i batch/register_integritet.cob.
           05 IJ-REGISTER      PIC X(20).
           05 FILLER           PIC X(1).
      *    Kategorien der fik linjen ryddet: KTOM/KTOL = kontoen
      *    mangler/er lukket, KNDM/KNDL/KNDD/KNDA = kunden mangler/er
      *    lukket/er afdoed/er anonymiseret, UDLB = udloebet.
           05 IJ-KATEGORI      PIC X(4).
           05 FILLER           PIC X(1).
      *    Linjens nummer i registret foer oprydningen.
           05 IJ-LINJENR       PIC 9(7).
           05 FILLER           PIC X(1).
           05 IJ-FOER          PIC X(100).
