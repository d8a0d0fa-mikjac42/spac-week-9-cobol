      ******************************************************************
      * Copybook til linjen i files/DWH-DELTA-<AAAAMMDD>.txt, det      *
      * natlige deltaudtraek til datavarehuset fra DWH-DELTA-UDTRAEK.  *
      * Filen starter med en HOVD-linje, har en linje pr. aendring     *
      * (KUND, KNTO, HIST) og slutter med en KTRL-linje med antal pr.  *
      * entitet, saa varehuset kan bekraefte at alt er indlaest.       *
      * Billederne er recorden som den staar i masteren/historikken;   *
      * kontaktfelterne er altsaa fortsat krypterede.                  *
      ******************************************************************
      *    HOVD, KUND (kunderecord), KNTO (kontorecord), HIST
      *    (historiklinje) eller KTRL.
           05 DD-TYPE          PIC X(4).
           05 FILLER           PIC X(1).
      *    I = indsat, U = aendret, D = slettet. Historiklinjer er
      *    altid I. Blank paa HOVD og KTRL.
           05 DD-AENDRING      PIC X(1).
           05 FILLER           PIC X(1).
      *    Tidspunkt for aendringen (AAAAMMDDTTMMSS); for HIST er det
      *    bogfoeringsdatoen uden klokkeslaet.
           05 DD-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
      *    Programmet der foretog aendringen; blank hvor journalen
      *    ikke har det (aeldre linjer og historiklinjer).
           05 DD-PROGRAM       PIC X(20).
           05 FILLER           PIC X(1).
      *    KUNDE-ID for KUND, KONTO-ID for KNTO og HIST.
           05 DD-NOEGLE        PIC X(10).
           05 FILLER           PIC X(1).
      *    Recorden efter aendringen; blank ved D.
           05 DD-BILLEDE       PIC X(400).
      *    HOVD: hvilket udtraek filen indeholder. DH-TILSTAND er
      *    NORMAL, GENSEND (gendannet for en tidligere dato) eller
      *    GRUNDLAG (foerste koersel - varehuset tager en fuld kopi).
      *    DH-FULD-KOPI er J, naar en journal ikke passede med
      *    forrige udtraek (gendannet fra sikkerhedskopi) eller
      *    kontomasteren er konverteret siden, og varehuset boer
      *    tage en fuld kopi.
           05 DD-HOVED REDEFINES DD-BILLEDE.
              10 DH-DATO          PIC X(8).
              10 FILLER           PIC X(1).
              10 DH-KOERSEL-ID    PIC X(13).
              10 FILLER           PIC X(1).
              10 DH-TILSTAND      PIC X(8).
              10 FILLER           PIC X(1).
              10 DH-DANNET        PIC X(14).
              10 FILLER           PIC X(1).
              10 DH-FULD-KOPI     PIC X(1).
              10 FILLER           PIC X(352).
      *    KTRL: antal linjer pr. entitet og aendringstype, antal
      *    linjer i alt mellem HOVD og KTRL og de intervaller i
      *    journalerne (linjenumre) og historikken (HI-LOEBENR over
      *    DK-LNR-FRA til og med DK-LNR-TIL) udtraekket daekker.
           05 DD-KONTROL REDEFINES DD-BILLEDE.
              10 DK-KUNDE-I       PIC 9(7).
              10 FILLER           PIC X(1).
              10 DK-KUNDE-U       PIC 9(7).
              10 FILLER           PIC X(1).
              10 DK-KUNDE-D       PIC 9(7).
              10 FILLER           PIC X(1).
              10 DK-KONTO-I       PIC 9(7).
              10 FILLER           PIC X(1).
              10 DK-KONTO-U       PIC 9(7).
              10 FILLER           PIC X(1).
              10 DK-HIST          PIC 9(7).
              10 FILLER           PIC X(1).
              10 DK-I-ALT         PIC 9(7).
              10 FILLER           PIC X(1).
              10 DK-KJ-FRA        PIC 9(9).
              10 FILLER           PIC X(1).
              10 DK-KJ-TIL        PIC 9(9).
              10 FILLER           PIC X(1).
              10 DK-AJ-FRA        PIC 9(9).
              10 FILLER           PIC X(1).
              10 DK-AJ-TIL        PIC 9(9).
              10 FILLER           PIC X(1).
              10 DK-LNR-FRA       PIC 9(7).
              10 FILLER           PIC X(1).
              10 DK-LNR-TIL       PIC 9(7).
              10 FILLER           PIC X(289).
