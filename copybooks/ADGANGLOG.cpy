      ******************************************************************
      * Copybook til linjen i files/ADGANGS-LOG.txt, loggen over       *
      * laeseadgang til kundedata. Opslagsprogrammerne (KUNDE-OPSLAG,  *
      * KONTO-OPSLAG, KUNDE-ENGAGEMENT) skriver en linje pr. opslag    *
      * gennem shared/adgang_log.cob, saa det altid kan besvares hvem  *
      * der har set en kunde. Ugerapporten batch/adgang_rapport.cob    *
      * laeser loggen og fremhaever usaedvanlige moenstre.             *
      ******************************************************************
      *    Tidspunkt for opslaget (AAAAMMDDTTMMSS).
           05 AG-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
           05 AG-OPERATOER     PIC X(10).
           05 FILLER           PIC X(1).
           05 AG-PROGRAM       PIC X(20).
           05 FILLER           PIC X(1).
      *    Kunden der blev vist. Ved kontoopslag er det kontoens
      *    primaere ejer, og AG-KONTO-ID er udfyldt.
           05 AG-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 AG-KONTO-ID      PIC X(10).
