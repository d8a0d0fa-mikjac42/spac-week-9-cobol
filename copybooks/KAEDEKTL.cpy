      ******************************************************************
      * Copybook til kaedekontrollen files/KAEDE-KONTROL.txt: den      *
      * daglige kaedes logbog, skrevet af batch/dagligt_koersel.cob.   *
      * Filen foejes kun til. Pr. kaedestart en KSTR-linje, pr.        *
      * gennemfoert trin en TRIN-linje efterfulgt af en UDDT-linje pr. *
      * outputfil med filens aftryk, og en KSLT-linje naar hele        *
      * kaeden er i maal. En genoptaget kaede faar en GENO-linje og    *
      * fortsaetter under den oprindelige KSTR. Til kaedemonitoren     *
      * (batch/kaede_monitor.cob) skrives desuden en TSTR-linje naar   *
      * et trin startes, en TFEJ-linje naar det fejler og en           *
      * TSPR-linje naar kaedekontrollen springer det over.             *
      ******************************************************************
      *    Bankdagen kaeden koerer for.
           05 KK-DATO          PIC X(8).
           05 FILLER           PIC X(1).
      *    KSTR = kaedestart, GENO = genoptaget, TRIN = trin
      *    gennemfoert, UDDT = outputfilens aftryk efter trinnet,
      *    KSLT = kaeden gennemfoert, TSTR = trin startet, TFEJ =
      *    trin fejlet, TSPR = trin sprunget over.
           05 KK-TYPE          PIC X(4).
           05 FILLER           PIC X(1).
      *    Koersels-ID'et som det stod da linjen blev skrevet - se
      *    shared/koersel_id.cob.
           05 KK-KOERSEL-ID    PIC X(13).
           05 FILLER           PIC X(1).
           05 KK-TRIN          PIC X(20).
           05 FILLER           PIC X(1).
      *    J = trinnet taaler at blive koert igen samme dag, N = det
      *    bogfoerer eller foejer penge til og koeres hoejst een gang
      *    pr. bankdag.
           05 KK-GENTAGELIG    PIC X(1).
           05 FILLER           PIC X(1).
           05 KK-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
      *    Kun paa UDDT: filen og dens aftryk (cksum-kontrolsum og
      *    stoerrelse, eller MANGLER naar filen ikke fandtes). Paa
      *    TFEJ staar trinnets slutkode i KK-AFTRYK (KODE=n, eller
      *    INTET SVAR naar et baggrundstrin aldrig meldte tilbage).
           05 KK-FIL           PIC X(40).
           05 FILLER           PIC X(1).
           05 KK-AFTRYK        PIC X(24).
