      ******************************************************************
      * Copybook til kundeemneregistret files/KUNDEEMNER.txt: en       *
      * linje pr. kundeemne (prospekt) fra indtastning til             *
      * konvertering til kunde. Vedligeholdes i                        *
      * batch/kundeemne_vedligehold.cob; opgivne og hensygnende        *
      * emner fjernes af batch/kundeemne_oprydning.cob efter 90 dage   *
      * uden aktivitet. Dokumentkravene pr. kundeart ligger i          *
      * files/KUNDEEMNE-DOKUMENTKRAV.txt.                              *
      ******************************************************************
           05 KE-EMNE-NR       PIC 9(6).
           05 FILLER           PIC X(1).
      *    Kundeart som i kunderecorden: P = person, E = erhverv.
           05 KE-KUNDE-ART     PIC X(1).
           05 FILLER           PIC X(1).
      *    Navn og adresse med kunderecordens feltlaengder, saa de
      *    flyttes uaendret over ved konverteringen.
           05 KE-FORNAVN       PIC X(20).
           05 FILLER           PIC X(1).
           05 KE-EFTERNAVN     PIC X(20).
           05 FILLER           PIC X(1).
           05 KE-VEJNAVN       PIC X(30).
           05 FILLER           PIC X(1).
           05 KE-HUSNR         PIC X(5).
           05 FILLER           PIC X(1).
           05 KE-ETAGE         PIC X(5).
           05 FILLER           PIC X(1).
           05 KE-SIDE          PIC X(5).
           05 FILLER           PIC X(1).
           05 KE-POSTNR        PIC X(4).
           05 FILLER           PIC X(1).
           05 KE-BYNAVN        PIC X(20).
           05 FILLER           PIC X(1).
           05 KE-LANDE-KODE    PIC X(2).
           05 FILLER           PIC X(1).
      *    CPR-nummer for personer, CVR-nummer for erhverv. Maa vaere
      *    blankt eller ugyldigt mens emnet venter, men skal vaere
      *    gyldigt foer konverteringen.
           05 KE-CPR-NUMMER    PIC X(10).
           05 FILLER           PIC X(1).
           05 KE-CVR-NUMMER    PIC X(8).
           05 FILLER           PIC X(1).
           05 KE-AFDELING      PIC X(4).
           05 FILLER           PIC X(1).
      *    De oenskede produkter: kontotype og valuta; blank type =
      *    ubrugt plads. Kontiene oprettes ved konverteringen.
           05 KE-PRODUKT OCCURS 3 TIMES.
               10 KE-PRODUKT-TYPE   PIC X(20).
               10 KE-PRODUKT-VALUTA PIC X(3).
               10 FILLER            PIC X(1).
      *    Koderne paa de modtagne dokumenter fra tjeklisten; blank =
      *    ubrugt plads.
           05 KE-DOKUMENT OCCURS 8 TIMES.
               10 KE-DOK-KODE       PIC X(6).
               10 FILLER            PIC X(1).
      *    E = emne (venter), K = konverteret til kunde, O = opgivet.
           05 KE-STATUS        PIC X(1).
               88 KE-ER-EMNE              VALUE "E".
               88 KE-ER-KONVERTERET       VALUE "K".
               88 KE-ER-OPGIVET           VALUE "O".
           05 FILLER           PIC X(1).
      *    Sanktionsscreeningen ved konverteringen: blank = ikke
      *    screenet, R = ren, H = muligt hit (afventer compliance),
      *    F = hittet afklaret som falsk af compliance (gaelder kun
      *    den listepost der staar i KE-SANKTION-ID), B = hittet
      *    bekraeftet - emnet er opgivet.
           05 KE-SANKTION      PIC X(1).
               88 KE-SANKTION-REN         VALUE "R".
               88 KE-SANKTION-HIT         VALUE "H".
               88 KE-SANKTION-FALSK       VALUE "F".
               88 KE-SANKTION-BEKRAEFTET  VALUE "B".
           05 KE-SANKTION-ID   PIC X(10).
           05 FILLER           PIC X(1).
           05 KE-SANKTION-SCORE PIC 9(3).
           05 FILLER           PIC X(1).
      *    Hvem og hvornaar: indtastet, sidst aendret (styrer
      *    oprydningen efter 90 dage), og compliance-operatoeren der
      *    afgjorde et sanktionshit.
           05 KE-OPRETTET      PIC X(8).
           05 FILLER           PIC X(1).
           05 KE-OPRETTET-AF   PIC X(10).
           05 FILLER           PIC X(1).
           05 KE-AENDRET       PIC X(8).
           05 FILLER           PIC X(1).
           05 KE-AENDRET-AF    PIC X(10).
           05 FILLER           PIC X(1).
           05 KE-AFKLARET-AF   PIC X(10).
           05 FILLER           PIC X(1).
      *    Ved konverteringen: den oprettede kundes KUNDE-ID.
           05 KE-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
      *    Det pengeinstitut emnet bliver kunde i (kode i
      *    files/PENGEINSTITUTTER.txt); blank = hovedinstituttet.
      *    Kunden og kontiene oprettes i instituttet ved
      *    konverteringen.
           05 KE-PENGEINSTITUT PIC X(2).
