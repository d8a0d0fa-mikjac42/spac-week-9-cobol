      ******************************************************************
      * Copybook til filialernes arbejdskoe files/ARBEJDSKOE.txt: en   *
      * linje pr. opfoelgningsopgave. Opgaverne dannes hver nat af     *
      * batch/arbejdskoe_opsamling.cob ud fra de rapporter og koeer    *
      * der kraever en handling i filialen (KYC, bevillinger,          *
      * overtraek, rykkere, returpost, betalingsreparation og          *
      * datakvalitet), tages, lukkes og omfordeles i                   *
      * batch/arbejdskoe_behandling.cob, og forfaldne opgaver listes   *
      * ugentligt pr. afdeling af batch/arbejdskoe_rapport.cob.        *
      ******************************************************************
           05 AO-OPGAVE-NR     PIC 9(7).
           05 FILLER           PIC X(1).
      *    Afdelingen opgaven ligger i (kode fra files/AFDELINGER.txt).
           05 AO-AFDELING      PIC X(4).
           05 FILLER           PIC X(1).
      *    Opgavetypen - fristen pr. type staar i
      *    files/ARBEJDSKOE-KONFIG.txt.
           05 AO-TYPE          PIC X(6).
               88 AO-ER-KYC               VALUE "KYC".
               88 AO-ER-BEVILLING         VALUE "BEVILL".
               88 AO-ER-OVERTRAEK         VALUE "OVERTR".
               88 AO-ER-RYKKER            VALUE "RYKKER".
               88 AO-ER-ADRESSE           VALUE "ADRESS".
               88 AO-ER-BETALING          VALUE "BETREP".
               88 AO-ER-DATAKVALITET      VALUE "DATAKV".
           05 FILLER           PIC X(1).
      *    Blank naar opgaven ikke kan henfoeres til en kunde (fx en
      *    betaling til et ukendt IBAN).
           05 AO-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
      *    Hvad hos kunden opgaven gaelder: KONTO-ID for bevilling,
      *    overtraek og rykker, IBAN for betalingsreparation, feltnavn
      *    for datakvalitet; blank naar den gaelder kunden som helhed.
      *    KUNDE-ID + TYPE + EMNE er "samme kunde og aarsag" - der
      *    dannes ikke en ny opgave mens en saadan er aaben.
           05 AO-EMNE          PIC X(18).
           05 FILLER           PIC X(1).
      *    Kildens kendetegn for netop denne forekomst (KYC-dato,
      *    bevillingens udloeb, foerste overtraeksdag, rykkermaaned,
      *    returpostdato, modtagelsesdato og beloeb). En forekomst der
      *    allerede har givet en opgave - ogsaa en lukket - giver ikke
      *    en ny.
           05 AO-REFERENCE     PIC X(20).
           05 FILLER           PIC X(1).
      *    A = aaben, T = taget af AO-ANSVARLIG, L = lukket.
           05 AO-STATUS        PIC X(1).
               88 AO-ER-AABEN             VALUE "A".
               88 AO-ER-TAGET             VALUE "T".
               88 AO-ER-LUKKET            VALUE "L".
               88 AO-ER-UAFSLUTTET        VALUE "A" "T".
           05 FILLER           PIC X(1).
           05 AO-OPRETTET      PIC X(8).
           05 FILLER           PIC X(1).
           05 AO-FORFALD       PIC X(8).
           05 FILLER           PIC X(1).
           05 AO-ANSVARLIG     PIC X(10).
           05 FILLER           PIC X(1).
           05 AO-AENDRET       PIC X(8).
           05 FILLER           PIC X(1).
           05 AO-AENDRET-AF    PIC X(10).
           05 FILLER           PIC X(1).
           05 AO-TEKST         PIC X(60).
           05 FILLER           PIC X(1).
      *    Seneste note fra behandlingen; den fulde historik staar i
      *    files/ARBEJDSKOE-JOURNAL.txt.
           05 AO-NOTE          PIC X(60).
