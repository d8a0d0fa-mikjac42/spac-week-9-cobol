      ******************************************************************
      * Copybook til sikkerhedsregistret files/SIKKERHEDER.txt: de     *
      * sikkerheder der staar bag hvert laan (LOAN-konto) - pantebrev  *
      * i fast ejendom, pant i bil og pantsatte indlaan paa en SAVINGS-*
      * eller TERM-konto. En linje pr. sikkerhed; typerne med          *
      * belaaningsgraense og revurderingsinterval staar i              *
      * files/SIKKERHED-KONFIG.txt. Vedligeholdes i                    *
      * batch/sikkerhed_vedligehold.cob; pantsatte indlaan spaerres    *
      * for haevning i batch/postering_motor.cob, og                   *
      * batch/belaaning_rapport.cob stiller restgaelden op mod         *
      * sikkerhederne ved maanedsafslutningen.                         *
      ******************************************************************
      *    Laanet sikkerheden staar bag, og sikkerhedens loebenummer
      *    under laanet.
           05 SK-LAAN-KONTO    PIC X(10).
           05 FILLER           PIC X(1).
           05 SK-NR            PIC 9(3).
           05 FILLER           PIC X(1).
      *    EJD = pantebrev i fast ejendom, BIL = pant i bil,
      *    INDL = pantsat indlaan (SK-PANT-KONTO).
           05 SK-TYPE          PIC X(4).
               88 SK-ER-EJENDOM           VALUE "EJD ".
               88 SK-ER-BIL               VALUE "BIL ".
               88 SK-ER-INDLAAN           VALUE "INDL".
           05 FILLER           PIC X(1).
           05 SK-BESKRIVELSE   PIC X(30).
           05 FILLER           PIC X(1).
      *    Seneste vurdering og dens dato. For et pantsat indlaan er
      *    vaerdien kontoens saldo ved registreringen; rapporten
      *    bruger altid den aktuelle saldo.
           05 SK-VAERDI        PIC 9(9)V99.
           05 FILLER           PIC X(1).
           05 SK-VURDERET      PIC X(8).
           05 FILLER           PIC X(1).
      *    Prioritet: 01 = foerste prioritet (ingen foranstaaende
      *    pant), 02 og derover = efter anden kreditors pant.
           05 SK-PRIORITET     PIC 9(2).
           05 FILLER           PIC X(1).
      *    Den pantsatte indlaanskonto; blank for oevrige typer.
           05 SK-PANT-KONTO    PIC X(10).
           05 FILLER           PIC X(1).
      *    A = aktiv, F = frigivet (spaerringen ophaever).
           05 SK-STATUS        PIC X(1).
               88 SK-ER-AKTIV             VALUE "A".
               88 SK-ER-FRIGIVET          VALUE "F".
           05 FILLER           PIC X(1).
      *    Seneste aendring, dato og operatoer.
           05 SK-AENDRET-DATO  PIC X(8).
           05 FILLER           PIC X(1).
           05 SK-AENDRET-AF    PIC X(10).
