      ******************************************************************
      * Copybook til linjen i files/PRINT-FORSENDELSER.txt, registret  *
      * over dokumenter sendt til trykkeriet: en linje pr. dokument    *
      * med den kuvert det er lagt i. Linjerne skrives af              *
      * batch/print_spool.cob, og trykkeriets kvittering indlaeses     *
      * af batch/print_kvittering.cob, der saetter status og dato, saa *
      * det kan besvares om et givet brev faktisk er sendt.            *
      ******************************************************************
      *    Kuvertnummer: spooldatoen AAAAMMDD plus loebenummer.
           05 PF-KUVERT-ID     PIC X(13).
           05 FILLER           PIC X(1).
           05 PF-SPOOL-DATO    PIC X(8).
           05 FILLER           PIC X(1).
           05 PF-DOK-TYPE      PIC X(4).
           05 FILLER           PIC X(1).
           05 PF-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 PF-POSTNR        PIC X(4).
           05 FILLER           PIC X(1).
           05 PF-LANDE-KODE    PIC X(2).
           05 FILLER           PIC X(1).
           05 PF-SIDER         PIC 9(4).
           05 FILLER           PIC X(1).
      *    Status: A = afleveret til trykkeriet, afventer kvittering,
      *    S = sendt (postlagt ifoelge trykkeriet), F = ikke sendt
      *    (trykkeriets fejlkode i PF-AARSAG).
           05 PF-STATUS        PIC X(1).
           05 FILLER           PIC X(1).
           05 PF-KVITTERINGS-DATO PIC X(8).
           05 FILLER           PIC X(1).
           05 PF-AARSAG        PIC X(20).
