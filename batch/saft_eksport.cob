       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFT-EKSPORT.

      * Periodeudtraek af finansbogfoeringen i SAF-T Financial-
      * formatet (XML), som bogfoeringsreglerne kraever at banken kan
      * aflevere. Udtraekket dannes af de samme data og efter de
      * samme regler som RAABALANCE: historiklinjerne i
      * files/POSTERING-HISTORIK.txt og aarspartitionerne
      * files/POSTERING-HISTORIK-AAAA.txt henfoeres via kontoplanen
      * files/KONTOPLAN.txt (kontotype + postart -> finanskonto),
      * omregnes til DKK og modposteres paa afviklingskontoen 999999.
      *
      * Perioden angives som fra- og tildato paa kommandolinjen,
      * f.eks. batch/saft_eksport 20260101 20261231; uden parameter
      * tages forrige kalendermaaned. Perioden skal ligge inden for
      * et kalenderaar og maa ikke slutte efter i dag. Filen skrives
      * som files/saft/SAFT_<fra>_<til>.xml med:
      *   Header          - pengeinstituttet fra
      *                     files/PENGEINSTITUTTER.txt (indberetnings-
      *                     ID som CVR, navn og adresse), DKK og
      *                     perioden.
      *   MasterFiles     - finanskontiene fra kontoplanen med primo-
      *                     og ultimosaldo, og de kunder der optraeder
      *                     paa periodens linjer, med navn og adresse
      *                     fra kundemasteren og CVR for
      *                     erhvervskunder (KUNDE-ART E).
      *   GeneralLedgerEntries - i datoorden en Transaction pr.
      *                     HI-REFERENCE og dato (linjer uden
      *                     reference staar alene) med
      *                     laveste HI-LOEBENR som TransactionID og to
      *                     Line pr. historiklinje: finanskontoen og
      *                     modposten paa 999999 (RecordID med -M).
      * Primosaldoen er alle henfoerte linjer dateret foer perioden,
      * regnet fra FOERSTE-AAR i konfigurationen (historikkens
      * foerste aar; mangler noeglen, regnes fra periodens aar).
      * Linjer uden loebenummer er fra foer nummereringen; de er
      * hverken med i RAABALANCE eller her og taelles kun.
      *
      * Valutalinjer omregnes med de kurser den RAABALANCE-koersel
      * der tog linjen brugte (files/RAABALANCE-HISTORIK.txt, se
      * copybooks/RAABHIST.cpy); linjer ingen koersel har taget,
      * omregnes med de aktuelle kurser.
      *
      * Kontrolrapporten files/saft/SAFT_<fra>_<til>-KONTROL.txt
      * afstemmer pr. finanskonto udtraekkets debet og kredit mod
      * summen af de RAABALANCE-koersler der er koert i perioden.
      * De to udvaelger forskelligt - udtraekket paa bogfoeringsdato,
      * balancen paa loebenummer - saa forskydningen laegges til:
      * linjer koerslerne tog men som er dateret uden for perioden,
      * minus linjer dateret i perioden som koerslerne ikke tog.
      * Umappede linjer er ikke med paa nogen af siderne og listes.
      * En afvigelse siges paa konsollen; udtraekket dannes alligevel,
      * saa afvigelsen kan undersoeges med filen i haanden.
      *
      * Hvert pengeinstitut har sin egen finansbogfoering og sit eget
      * udtraek. Instituttets kode kan gives som tredje parameter,
      * f.eks. batch/saft_eksport 20260101 20261231 02; uden tages
      * hovedinstituttet. Udtraekket har kun linjer paa instituttets
      * konti (KONTO-PENGEINSTITUT; fejlkontoen og ukendte konti
      * hoerer til hovedinstituttet), finanskontiene med
      * instituttets GL-praefiks foran, og afstemmes mod
      * instituttets G-linjer i RAABALANCE-historikken. Andre
      * institutters filer faar koden bag perioden i navnet,
      * SAFT_<fra>_<til>-<kode>.xml. Som i RAABALANCE modposteres en
      * overfoersel mellem institutterne - en HI-REFERENCE med ben i
      * mere end et institut - paa mellemregningskontoen 998000.
      * Referencerne sorteres i et gennemloeb forud for udtraekket.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONFIG-FIL ASSIGN TO "files/SAFT-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT KONTOPLAN-FIL ASSIGN TO "files/KONTOPLAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOPLAN-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT VALUTAKURS-FIL
               ASSIGN TO "files/VALUTAKURSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUTAKURS-STATUS.

           SELECT BALHIST-FIL
               ASSIGN TO "files/RAABALANCE-HISTORIK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.

      *    Historikken er delt i en partition pr. afsluttet aar plus
      *    den loebende fil (se batch/historik_aarsrul.cob); stien
      *    saettes pr. kilde, samme loekke som KONTOUDTOG.
           SELECT HISTORIK-FIL ASSIGN DYNAMIC WS-STI-HISTORIK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIK-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SORT-FIL ASSIGN TO "files/SAFT-SORT.TMP".

      *    Referencerne med institut til fundet af overfoersler
      *    mellem institutterne.
           SELECT REFSORT-FIL ASSIGN TO "files/SAFT-REFSORT.TMP".

      *    Transaktionerne skrives hertil under sorteringen og
      *    kopieres ind i udtraekket efter stamdataene.
           SELECT POSTER-FIL ASSIGN TO "files/SAFT-POSTER.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTER-STATUS.

      *    Periodens kunde-id'er, en pr. linje, og samme sorteret.
           SELECT KUNDE-FIL ASSIGN TO "files/SAFT-KUNDER.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KUNDE-STATUS.

           SELECT KUNDESORT-FIL ASSIGN TO "files/SAFT-KUNDESORT.TMP".

           SELECT KUNDEUD-FIL ASSIGN TO "files/SAFT-KUNDER-SORT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KUNDEUD-STATUS.

           SELECT XML-FIL ASSIGN DYNAMIC WS-STI-XML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XML-STATUS.

           SELECT RAPPORT-FIL ASSIGN DYNAMIC WS-STI-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 KF-NOEGLE        PIC X(12).
           05 FILLER           PIC X(1).
           05 KF-VAERDI        PIC X(60).

       FD  KONTOPLAN-FIL.
       01  KONTOPLAN-POST.
           05 KP-KONTO-TYPE    PIC X(20).
           05 FILLER           PIC X(1).
           05 KP-POSTART       PIC X(8).
           05 FILLER           PIC X(1).
           05 KP-GL-KONTO      PIC X(6).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  VALUTAKURS-FIL.
       01  VALUTAKURS-POST.
           05 VK-KODE          PIC X(3).
           05 FILLER           PIC X(1).
           05 VK-KURS          PIC 9(3)V9999.

       FD  BALHIST-FIL.
       01  BALHIST-RECORD.
           COPY "copybooks/RAABHIST.cpy".

       FD  HISTORIK-FIL.
       01  HISTORIK-RECORD.
           COPY "copybooks/POSTHIST.cpy".

       SD  SORT-FIL.
       01  SORT-RECORD.
      *    HI-REFERENCE med R foran, eller L og loebenummeret for en
      *    linje uden reference.
           05 SO-GRUPPE        PIC X(14).
           05 SO-LOEBENR       PIC X(7).
           05 SO-DATO          PIC X(8).
           05 SO-VALOER        PIC X(8).
           05 SO-KUNDE-ID      PIC X(10).
           05 SO-GL-KONTO      PIC X(6).
           05 SO-DK            PIC X(1).
           05 SO-BELOEB        PIC 9(9)V99.
           05 SO-VALUTA        PIC X(3).
           05 SO-KURS          PIC 9(3)V9999.
           05 SO-DKK           PIC 9(11)V99.
           05 SO-REFERENCE     PIC X(13).
           05 SO-TEKST         PIC X(30).
           05 SO-MODKONTO      PIC X(6).

       SD  REFSORT-FIL.
       01  REFSORT-RECORD.
           05 RS-REFERENCE     PIC X(13).
           05 RS-PENGEINST     PIC X(2).

       FD  POSTER-FIL.
       01  POSTER-RECORD.
           05 POSTER-LINJE     PIC X(200).

       FD  KUNDE-FIL.
       01  KUNDE-TMP-RECORD.
           05 KT-KUNDE-ID      PIC X(10).

       SD  KUNDESORT-FIL.
       01  KUNDESORT-RECORD.
           05 KS-KUNDE-ID      PIC X(10).

       FD  KUNDEUD-FIL.
       01  KUNDEUD-RECORD.
           05 KU-KUNDE-ID      PIC X(10).

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  XML-FIL.
       01  XML-RECORD.
           05 XML-LINJE        PIC X(200).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOPLAN-STATUS PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-BALHIST-STATUS   PIC XX     VALUE "00".
       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-POSTER-STATUS    PIC XX     VALUE "00".
       01  WS-KUNDE-STATUS     PIC XX     VALUE "00".
       01  WS-KUNDEUD-STATUS   PIC XX     VALUE "00".
       01  WS-XML-STATUS       PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-STI-HISTORIK     PIC X(60)  VALUE SPACES.
       01  WS-STI-XML          PIC X(60)  VALUE SPACES.
       01  WS-STI-RAPPORT      PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".
       01  WS-SORT-SLUT        PIC X      VALUE "N".
           88  SORT-ER-SLUT               VALUE "Y".

       01  WS-KOMMANDOLINJE    PIC X(80)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-TIDSSTEMPEL      PIC X(14)  VALUE SPACES.
       01  WS-FRA-DATO         PIC X(8)   VALUE SPACES.
       01  WS-TIL-DATO         PIC X(8)   VALUE SPACES.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-DATO-INT         PIC 9(7)   VALUE 0.
       01  WS-DATO-OK          PIC X(1)   VALUE "J".

      * Pengeinstituttet udtraekket dannes for - se
      * shared/pengeinstitut_opslag.cob.
       01  WS-INST-PARAM       PIC X(2)   VALUE SPACES.
       01  WS-PI-FUNKTION      PIC X(4)   VALUE "KODE".
       01  WS-PI-KODE          PIC X(2)   VALUE SPACES.
       01  WS-PI-SVAR          PIC X      VALUE SPACE.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".
       01  WS-HOVEDINSTITUT    PIC X(2)   VALUE SPACES.
       01  WS-INST-KODE        PIC X(2)   VALUE SPACES.
       01  WS-GL-PRAEFIKS      PIC X(2)   VALUE SPACES.
       01  WS-KONTO-INST       PIC X(2)   VALUE SPACES.
       01  WS-VIS-KONTO        PIC X(8)   VALUE SPACES.
       01  WS-FIL-SUFFIKS      PIC X(3)   VALUE SPACES.

      * Overfoersler mellem institutterne: referencer med ben i mere
      * end et institut, fundet ved sorteringen af referencerne.
       01  WS-BLANDET-ANTAL    PIC 9(5)   VALUE 0.
       01  BLANDET-TABEL.
           05  BLANDET-ENTRY OCCURS 10000 TIMES
                               INDEXED BY BL-IDX.
               10  BLT-REFERENCE   PIC X(13) VALUE SPACES.
       01  WS-FORRIGE-REF      PIC X(13)  VALUE SPACES.
       01  WS-FORRIGE-REF-INST PIC X(2)   VALUE SPACES.
       01  WS-REF-NOTERET      PIC X(1)   VALUE "N".
       01  WS-MODKONTO         PIC X(6)   VALUE SPACES.

      * Selskabet - pengeinstituttet fra files/PENGEINSTITUTTER.txt
       01  WS-SELSKAB-CVR      PIC X(8)   VALUE SPACES.
       01  WS-SELSKAB-NAVN     PIC X(60)  VALUE SPACES.
       01  WS-SELSKAB-VEJ      PIC X(60)  VALUE SPACES.
       01  WS-SELSKAB-POSTNR   PIC X(4)   VALUE SPACES.
       01  WS-SELSKAB-BY       PIC X(60)  VALUE SPACES.
       01  WS-CVR-GYLDIG       PIC X      VALUE SPACE.

      * Aarsloekken over historikkens kilder
       01  WS-AKTUELT-AAR      PIC 9(4)   VALUE 0.
       01  WS-FOERSTE-AAR      PIC 9(4)   VALUE 0.
       01  WS-LOEB-AAR         PIC 9(4)   VALUE 0.

      * Kontoplanen i hukommelsen
       01  WS-PLAN-ANTAL       PIC 9(3)   VALUE 0.
       01  KONTOPLAN-TABEL.
           05  KONTOPLAN-ENTRY OCCURS 200 TIMES
                                 INDEXED BY KP-IDX.
               10  KPT-KONTO-TYPE  PIC X(20) VALUE SPACES.
               10  KPT-POSTART     PIC X(8)  VALUE SPACES.
               10  KPT-GL-KONTO    PIC X(6)  VALUE SPACES.

      * Kontotype pr. konto fra kontofilen
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KONTO-TYPE    PIC X(20) VALUE SPACES.
               10  KOT-PENGEINSTITUT PIC X(2)  VALUE SPACES.

      * Aktuelle valutakurser til DKK
       01  WS-KURS-ANTAL       PIC 9(2)   VALUE 0.
       01  VALUTAKURS-TABEL.
           05  KURS-ENTRY OCCURS 20 TIMES
                             INDEXED BY VK-IDX.
               10  KURS-KODE      PIC X(3)     VALUE SPACES.
               10  KURS-VAERDI    PIC 9(3)V9999 VALUE 0.
       01  WS-SOEGE-VALUTA     PIC X(3)   VALUE SPACES.
       01  WS-FUNDET-KURS      PIC 9(3)V9999 VALUE 0.

      * RAABALANCE-koerslerne der har taget linjer, med de kurser
      * hver koersel brugte (KR-KURS-FRA er foerste plads i
      * kurshistorikken, KR-KURS-ANTAL antallet).
       01  WS-KR-ANTAL         PIC 9(4)   VALUE 0.
       01  KOERSEL-TABEL.
           05  KOERSEL-ENTRY OCCURS 5000 TIMES
                               INDEXED BY KR-IDX.
               10  KR-LNR-FRA      PIC 9(7)  VALUE 0.
               10  KR-LNR-TIL      PIC 9(7)  VALUE 0.
               10  KR-KURS-FRA     PIC 9(5)  VALUE 0.
               10  KR-KURS-ANTAL   PIC 9(2)  VALUE 0.
       01  WS-KH-ANTAL         PIC 9(5)   VALUE 0.
       01  KURSHISTORIK-TABEL.
           05  KURSHIST-ENTRY OCCURS 50000 TIMES.
               10  KH-KODE         PIC X(3)     VALUE SPACES.
               10  KH-KURS         PIC 9(3)V9999 VALUE 0.
       01  WS-KH-IDX           PIC 9(5)   VALUE 0.
       01  WS-KH-SIDSTE        PIC 9(5)   VALUE 0.
       01  WS-KOERSEL-NR       PIC 9(4)   VALUE 0.
       01  WS-KOERSEL-GEMT     PIC X(1)   VALUE "N".
       01  WS-KOERSEL-I-PERIODE PIC X(1)  VALUE "N".
       01  WS-KR-MIN-FRA       PIC 9(7)   VALUE 9999999.
       01  WS-KR-MAX-TIL       PIC 9(7)   VALUE 0.

      * Loebenummerintervallet de RAABALANCE-koersler der er koert i
      * perioden, har taget (over KTRL-FRA til og med KTRL-TIL).
       01  WS-BAL-KOERSLER     PIC 9(5)   VALUE 0.
       01  WS-KTRL-FRA         PIC 9(7)   VALUE 9999999.
       01  WS-KTRL-TIL         PIC 9(7)   VALUE 0.

      * Finanskontiene: beskrivelse, primosaldo (netto debet),
      * periodens debet og kredit i udtraekket, datoforskydningen
      * mod balancerne og summen af periodens balancer.
       01  WS-GL-ANTAL         PIC 9(3)   VALUE 0.
       01  GL-TABEL.
           05  GL-ENTRY OCCURS 200 TIMES
                          INDEXED BY GL-IDX.
               10  GLT-KONTO       PIC X(6)      VALUE SPACES.
               10  GLT-BESKRIVELSE PIC X(30)     VALUE SPACES.
               10  GLT-PRIMO       PIC S9(13)V99 VALUE 0.
               10  GLT-DEBET       PIC S9(13)V99 VALUE 0.
               10  GLT-KREDIT      PIC S9(13)V99 VALUE 0.
               10  GLT-TID-DEBET   PIC S9(13)V99 VALUE 0.
               10  GLT-TID-KREDIT  PIC S9(13)V99 VALUE 0.
               10  GLT-BAL-DEBET   PIC S9(13)V99 VALUE 0.
               10  GLT-BAL-KREDIT  PIC S9(13)V99 VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(3)   VALUE 0.
       01  WS-SOEGE-GL         PIC X(6)   VALUE SPACES.
       01  WS-NY-BESKRIVELSE   PIC X(30)  VALUE SPACES.

       01  WS-POSTART          PIC X(8)   VALUE SPACES.
      * Linjens transaktionskode - se shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.
       01  WS-KONTO-TYPE       PIC X(20)  VALUE SPACES.
       01  WS-GL-KONTO         PIC X(6)   VALUE SPACES.
       01  WS-LINJE-LOEBENR    PIC 9(7)   VALUE 0.
       01  WS-POST-BELOEB      PIC S9(9)V99  VALUE 0.
       01  WS-DKK-BELOEB       PIC S9(11)V99 VALUE 0.
       01  WS-DEBET-BELOEB     PIC S9(11)V99 VALUE 0.
       01  WS-KREDIT-BELOEB    PIC S9(11)V99 VALUE 0.
       01  WS-BYT-BELOEB       PIC S9(11)V99 VALUE 0.
       01  WS-I-PERIODE        PIC X(1)   VALUE "N".
           88  LINJE-I-PERIODE            VALUE "J".
       01  WS-I-INTERVAL       PIC X(1)   VALUE "N".
           88  LINJE-I-INTERVAL           VALUE "J".

      * Transaktionerne i udtraekket
       01  WS-FORRIGE-GRUPPE   PIC X(14)  VALUE SPACES.
       01  WS-FORRIGE-DATO     PIC X(8)   VALUE SPACES.
       01  WS-LINJE-KONTO      PIC X(6)   VALUE SPACES.
       01  WS-LINJE-DK         PIC X(1)   VALUE SPACES.
       01  WS-LINJE-RECORD-ID  PIC X(9)   VALUE SPACES.
       01  WS-LINJE-KUNDE      PIC X(10)  VALUE SPACES.
       01  WS-BELOEB-ELEMENT   PIC X(12)  VALUE SPACES.
       01  WS-TOTAL-DEBET      PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-KREDIT     PIC S9(13)V99 VALUE 0.
       01  WS-FORRIGE-KUNDE    PIC X(10)  VALUE SPACES.

      * Formatering til XML (punktum som decimalseparator, ISO-
      * datoer AAAA-MM-DD)
       01  WS-SALDO            PIC S9(13)V99 VALUE 0.
       01  WS-SALDO-TYPE       PIC X(7)   VALUE SPACES.
       01  WS-XML-BELOEB-EDIT  PIC Z(12)9.99.
       01  WS-XML-BELOEB       PIC X(16)  VALUE SPACES.
       01  WS-XML-VALUTA-EDIT  PIC Z(8)9.99.
       01  WS-XML-KURS-EDIT    PIC ZZ9.9999.
       01  WS-ISO-DATO         PIC X(10)  VALUE SPACES.
       01  WS-DATO-IND         PIC X(8)   VALUE SPACES.
       01  WS-ISO-FRA-DATO     PIC X(10)  VALUE SPACES.
       01  WS-ISO-TIL-DATO     PIC X(10)  VALUE SPACES.
       01  WS-ANTAL-EDIT       PIC Z(6)9.

      * Tegn der skal skrives om i XML-tekst (&, < og >)
       01  WS-ESC-IND          PIC X(60)  VALUE SPACES.
       01  WS-ESC-UD           PIC X(150) VALUE SPACES.
       01  WS-ESC-LAENGDE      PIC 9(3)   VALUE 0.
       01  WS-ESC-POS          PIC 9(3)   VALUE 0.
       01  WS-ESC-PTR          PIC 9(3)   VALUE 0.
       01  WS-ESC-NAVN         PIC X(150) VALUE SPACES.
       01  WS-ESC-VEJ          PIC X(150) VALUE SPACES.
       01  WS-ESC-BY           PIC X(150) VALUE SPACES.

       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Taellere til rapport og konsol
       01  WS-LINJE-TAELLER    PIC 9(7)   VALUE 0.
       01  WS-TRANS-ANTAL      PIC 9(7)   VALUE 0.
       01  WS-KUNDE-ANTAL      PIC 9(7)   VALUE 0.
       01  WS-KUNDE-UKENDT     PIC 9(7)   VALUE 0.
       01  WS-UMAPPET-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-UDEN-LNR-TAELLER PIC 9(7)   VALUE 0.
       01  WS-TID-PLUS-TAELLER PIC 9(7)   VALUE 0.
       01  WS-TID-MINUS-TAELLER PIC 9(7)  VALUE 0.
       01  WS-AFVIG-TAELLER    PIC 9(3)   VALUE 0.
       01  WS-BELOEB-EDIT      PIC -(12)9.99.
       01  WS-BELOEB-EDIT2     PIC -(12)9.99.
       01  WS-BELOEB-EDIT3     PIC -(12)9.99.
       01  WS-KONTROL-DEBET    PIC S9(13)V99 VALUE 0.
       01  WS-KONTROL-KREDIT   PIC S9(13)V99 VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "SAFT-EKSPORT".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL.
       PERFORM FASTLAEG-PERIODE.
       PERFORM INDLAES-KONFIG.
       PERFORM INDLAES-KONTOPLAN.
       IF WS-PLAN-ANTAL = 0
           DISPLAY "FEJL: Tom eller manglende files/KONTOPLAN.txt - "
               "SAF-T-udtraekket kan ikke dannes."
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-VALUTAKURSER.
       PERFORM INDLAES-BALANCEHISTORIK.
       SORT REFSORT-FIL
           ON ASCENDING KEY RS-REFERENCE RS-PENGEINST
           INPUT PROCEDURE IS FRIGIV-REFERENCER
           OUTPUT PROCEDURE IS FIND-BLANDEDE-REFERENCER.

       MOVE SPACES TO WS-KOMMANDO.
       STRING "mkdir -p files/saft" INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       MOVE SPACES TO WS-STI-XML.
       IF WS-INST-KODE NOT = WS-HOVEDINSTITUT
           STRING "-" WS-INST-KODE DELIMITED BY SIZE
               INTO WS-FIL-SUFFIKS
       END-IF.
       STRING "files/saft/SAFT_" WS-FRA-DATO "_" WS-TIL-DATO
           WS-FIL-SUFFIKS DELIMITED BY SPACE
           ".xml" DELIMITED BY SIZE INTO WS-STI-XML.
       MOVE SPACES TO WS-STI-RAPPORT.
       STRING "files/saft/SAFT_" WS-FRA-DATO "_" WS-TIL-DATO
           WS-FIL-SUFFIKS DELIMITED BY SPACE
           "-KONTROL.txt"
           DELIMITED BY SIZE INTO WS-STI-RAPPORT.
       MOVE WS-FRA-DATO TO WS-DATO-IND.
       PERFORM DAN-ISO-DATO.
       MOVE WS-ISO-DATO TO WS-ISO-FRA-DATO.
       MOVE WS-TIL-DATO TO WS-DATO-IND.
       PERFORM DAN-ISO-DATO.
       MOVE WS-ISO-DATO TO WS-ISO-TIL-DATO.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-RAPPORT) ", status="
               WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "SAF-T KONTROL FOR " WS-FRA-DATO " - " WS-TIL-DATO
           " PENGEINSTITUT " WS-INST-KODE
           " DANNET " WS-TIDSSTEMPEL
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SORT SORT-FIL
           ON ASCENDING KEY SO-DATO SO-GRUPPE SO-LOEBENR
           INPUT PROCEDURE IS FRIGIV-HISTORIK
           OUTPUT PROCEDURE IS SKRIV-TRANSAKTIONER.
       SORT KUNDESORT-FIL
           ON ASCENDING KEY KS-KUNDE-ID
           USING KUNDE-FIL
           GIVING KUNDEUD-FIL.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           CLOSE RAPPORT-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN OUTPUT XML-FIL.
       IF WS-XML-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               FUNCTION TRIM(WS-STI-XML) ", status=" WS-XML-STATUS
           CLOSE RAPPORT-FIL
           CLOSE MASTER-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM SKRIV-XML-HOVED.
       PERFORM SKRIV-XML-FINANSKONTI.
       PERFORM SKRIV-XML-KUNDER.
       PERFORM SKRIV-XML-POSTERINGER.
       CLOSE XML-FIL.
       CLOSE MASTER-FIL.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "rm -f files/SAFT-POSTER.TMP files/SAFT-KUNDER.TMP "
           "files/SAFT-KUNDER-SORT.TMP"
           DELIMITED BY SIZE INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       PERFORM SKRIV-KONTROL.
       CLOSE RAPPORT-FIL.

       DISPLAY "SAFT-EKSPORT: " FUNCTION TRIM(WS-STI-XML)
           " transaktioner=" WS-TRANS-ANTAL
           " linjer=" WS-LINJE-TAELLER
           " kunder=" WS-KUNDE-ANTAL
           " umappede=" WS-UMAPPET-TAELLER.
       IF WS-AFVIG-TAELLER > 0
           DISPLAY "ADVARSEL: SAF-T-udtraekket afstemmer ikke mod "
               "RAABALANCE paa " WS-AFVIG-TAELLER
               " finanskonti - se " FUNCTION TRIM(WS-STI-RAPPORT)
       END-IF.
       IF WS-BAL-KOERSLER = 0
           DISPLAY "ADVARSEL: Ingen RAABALANCE-koersler i perioden - "
               "udtraekket er ikke afstemt."
       END-IF.
       MOVE WS-TRANS-ANTAL TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       STOP-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

      ******************************************************************
      * Periode, konfiguration og opslagstabeller                      *
      ******************************************************************
       FASTLAEG-PERIODE.
      * Uden parameter forrige kalendermaaned: fra den foerste i
      * maaneden foer denne til dagen foer den foerste i denne.
       ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE.
       IF WS-KOMMANDOLINJE = SPACES
           MOVE WS-DAGS-DATO TO WS-DATO-9
           MOVE 01 TO WS-DATO-9(7:2)
           COMPUTE WS-DATO-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATO-9) - 1
           COMPUTE WS-DATO-9 = FUNCTION DATE-OF-INTEGER(WS-DATO-INT)
           MOVE WS-DATO-9 TO WS-TIL-DATO
           MOVE 01 TO WS-DATO-9(7:2)
           MOVE WS-DATO-9 TO WS-FRA-DATO
       ELSE
           UNSTRING WS-KOMMANDOLINJE DELIMITED BY ALL SPACE
               INTO WS-FRA-DATO WS-TIL-DATO WS-INST-PARAM
           MOVE "J" TO WS-DATO-OK
           IF WS-FRA-DATO NOT NUMERIC OR WS-TIL-DATO NOT NUMERIC
               MOVE "N" TO WS-DATO-OK
           ELSE
               MOVE WS-FRA-DATO TO WS-DATO-9
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATO-9) NOT = 0
                   MOVE "N" TO WS-DATO-OK
               END-IF
               MOVE WS-TIL-DATO TO WS-DATO-9
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATO-9) NOT = 0
                   MOVE "N" TO WS-DATO-OK
               END-IF
               IF WS-FRA-DATO > WS-TIL-DATO
                       OR WS-TIL-DATO > WS-DAGS-DATO
                       OR WS-FRA-DATO(1:4) NOT = WS-TIL-DATO(1:4)
                   MOVE "N" TO WS-DATO-OK
               END-IF
           END-IF
           IF WS-DATO-OK NOT = "J"
               DISPLAY "FEJL: Angiv perioden som to datoer AAAAMMDD "
                   "inden for samme aar (tildato ikke efter i dag) "
                   "og evt. pengeinstituttets kode paa "
                   "kommandolinjen, f.eks.: batch/saft_eksport "
                   "20260101 20261231 02"
               PERFORM STOP-MED-FEJL
           END-IF
       END-IF.

       INDLAES-KONFIG.
      * Pengeinstituttets identitet til Header fra instituttabellen
      * og historikkens foerste aar fra konfigurationen.
       MOVE SPACES TO WS-PI-KODE.
       CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION WS-PI-KODE
           WS-PI-POST WS-PI-SVAR.
       MOVE PI-KODE IN WS-PI-POST TO WS-HOVEDINSTITUT.
       MOVE WS-INST-PARAM TO WS-PI-KODE.
       CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION WS-PI-KODE
           WS-PI-POST WS-PI-SVAR.
       IF WS-PI-SVAR NOT = "Y"
           DISPLAY "FEJL: Pengeinstitut '" WS-INST-PARAM
               "' findes ikke i files/PENGEINSTITUTTER.txt."
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE PI-KODE IN WS-PI-POST TO WS-INST-KODE.
       MOVE PI-GL-PRAEFIKS IN WS-PI-POST TO WS-GL-PRAEFIKS.
       MOVE PI-INDBER-ID IN WS-PI-POST TO WS-SELSKAB-CVR.
       MOVE PI-NAVN IN WS-PI-POST TO WS-SELSKAB-NAVN.
       MOVE PI-VEJ IN WS-PI-POST TO WS-SELSKAB-VEJ.
       MOVE PI-POSTNR IN WS-PI-POST TO WS-SELSKAB-POSTNR.
       MOVE PI-BY IN WS-PI-POST TO WS-SELSKAB-BY.
       CALL "CVR-VALIDER" USING WS-SELSKAB-CVR WS-CVR-GYLDIG.
       IF WS-CVR-GYLDIG NOT = "Y" OR WS-SELSKAB-NAVN = SPACES
           DISPLAY "FEJL: Pengeinstitut " WS-INST-KODE " skal have "
               "et gyldigt indberetnings-ID (CVR) og et navn i "
               "files/PENGEINSTITUTTER.txt."
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/SAFT-KONFIG.txt, "
               "status=" WS-KONFIG-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL WS-KONFIG-STATUS NOT = "00"
           READ KONFIG-FIL INTO KONFIG-POST
               AT END
                   CONTINUE
               NOT AT END
                   IF KF-NOEGLE = "FOERSTE-AAR"
                           AND KF-VAERDI(1:4) NUMERIC
                       MOVE KF-VAERDI(1:4) TO WS-FOERSTE-AAR
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE KONFIG-FIL.
       IF WS-FOERSTE-AAR = 0
           MOVE WS-FRA-DATO(1:4) TO WS-FOERSTE-AAR
           DISPLAY "ADVARSEL: FOERSTE-AAR mangler i "
               "files/SAFT-KONFIG.txt - primosaldi regnes kun fra "
               WS-FOERSTE-AAR "."
       END-IF.
       IF WS-FOERSTE-AAR > WS-FRA-DATO(1:4)
           MOVE WS-FRA-DATO(1:4) TO WS-FOERSTE-AAR
       END-IF.

       INDLAES-KONTOPLAN.
      * Kontoplanen og finanskontiene; en finanskonto beskrives med
      * den foerste kontotype og postart der peger paa den.
       OPEN INPUT KONTOPLAN-FIL.
       IF WS-KONTOPLAN-STATUS = "00"
           PERFORM UNTIL WS-KONTOPLAN-STATUS NOT = "00"
               READ KONTOPLAN-FIL INTO KONTOPLAN-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KP-KONTO-TYPE NOT = SPACES
                               AND WS-PLAN-ANTAL < 200
                           ADD 1 TO WS-PLAN-ANTAL
                           SET KP-IDX TO WS-PLAN-ANTAL
                           MOVE KP-KONTO-TYPE
                               TO KPT-KONTO-TYPE(KP-IDX)
                           MOVE KP-POSTART TO KPT-POSTART(KP-IDX)
                           MOVE KP-GL-KONTO
                               TO KPT-GL-KONTO(KP-IDX)
                           MOVE SPACES TO WS-NY-BESKRIVELSE
                           STRING FUNCTION TRIM(KP-KONTO-TYPE) " "
                               FUNCTION TRIM(KP-POSTART)
                               DELIMITED BY SIZE
                               INTO WS-NY-BESKRIVELSE
                           MOVE KP-GL-KONTO TO WS-SOEGE-GL
                           PERFORM FIND-GL-IDX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOPLAN-FIL
       END-IF.
       IF WS-PLAN-ANTAL > 0
           MOVE "AFVIKLINGSKONTO" TO WS-NY-BESKRIVELSE
           MOVE "999999" TO WS-SOEGE-GL
           PERFORM FIND-GL-IDX
       END-IF.

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-KONTO-ANTAL
                   IF WS-KONTO-ANTAL > 2000
                       DISPLAY "FEJL: Flere end 2000 konti i "
                           "KontoOpl.txt, kontotabellen er for "
                           "lille."
                       PERFORM STOP-MED-FEJL
                   END-IF
                   MOVE KONTO-ID IN KONTO-RECORD
                       TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                   MOVE KONTO-TYPE IN KONTO-RECORD
                       TO KOT-KONTO-TYPE(WS-KONTO-ANTAL)
                   IF KONTO-PENGEINSTITUT IN KONTO-RECORD = SPACES
                       MOVE WS-HOVEDINSTITUT
                           TO KOT-PENGEINSTITUT(WS-KONTO-ANTAL)
                   ELSE
                       MOVE KONTO-PENGEINSTITUT IN KONTO-RECORD
                           TO KOT-PENGEINSTITUT(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       INDLAES-VALUTAKURSER.
       OPEN INPUT VALUTAKURS-FIL.
       IF WS-VALUTAKURS-STATUS = "00"
           PERFORM UNTIL WS-VALUTAKURS-STATUS NOT = "00"
               READ VALUTAKURS-FIL INTO VALUTAKURS-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-KURS-ANTAL < 20
                           ADD 1 TO WS-KURS-ANTAL
                           MOVE VK-KODE TO KURS-KODE(WS-KURS-ANTAL)
                           MOVE VK-KURS
                               TO KURS-VAERDI(WS-KURS-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAKURS-FIL
       END-IF.

       INDLAES-BALANCEHISTORIK.
      * Koerslerne med kurser til omregningen, og for koerslerne i
      * perioden deres loebenummerinterval og finanskontotal til
      * afstemningen. Koersler der intet tog, fylder ikke i tabellen.
       OPEN INPUT BALHIST-FIL.
       IF WS-BALHIST-STATUS NOT = "00"
           DISPLAY "ADVARSEL: files/RAABALANCE-HISTORIK.txt findes "
               "ikke - der omregnes med de aktuelle kurser, og der "
               "er intet at afstemme mod."
       ELSE
           PERFORM UNTIL WS-BALHIST-STATUS NOT = "00"
               READ BALHIST-FIL INTO BALHIST-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM BEHANDL-BALANCELINJE
               END-READ
           END-PERFORM
           CLOSE BALHIST-FIL
       END-IF.
       IF WS-BAL-KOERSLER = 0
           MOVE 0 TO WS-KTRL-FRA
           MOVE 0 TO WS-KTRL-TIL
       END-IF.

       BEHANDL-BALANCELINJE.
       EVALUATE RH-TYPE
           WHEN "R"
               MOVE "N" TO WS-KOERSEL-GEMT
               MOVE "N" TO WS-KOERSEL-I-PERIODE
               IF RH-DATO NOT < WS-FRA-DATO
                       AND RH-DATO NOT > WS-TIL-DATO
                   MOVE "J" TO WS-KOERSEL-I-PERIODE
                   ADD 1 TO WS-BAL-KOERSLER
                   IF RR-LNR-FRA < WS-KTRL-FRA
                       MOVE RR-LNR-FRA TO WS-KTRL-FRA
                   END-IF
                   IF RR-LNR-TIL > WS-KTRL-TIL
                       MOVE RR-LNR-TIL TO WS-KTRL-TIL
                   END-IF
               END-IF
               IF RR-LNR-TIL > RR-LNR-FRA
                   IF WS-KR-ANTAL >= 5000
                       DISPLAY "FEJL: Flere end 5000 RAABALANCE-"
                           "koersler i historikken, tabellen er for "
                           "lille."
                       PERFORM STOP-MED-FEJL
                   END-IF
                   ADD 1 TO WS-KR-ANTAL
                   SET KR-IDX TO WS-KR-ANTAL
                   MOVE RR-LNR-FRA TO KR-LNR-FRA(KR-IDX)
                   MOVE RR-LNR-TIL TO KR-LNR-TIL(KR-IDX)
                   COMPUTE KR-KURS-FRA(KR-IDX) = WS-KH-ANTAL + 1
                   MOVE 0 TO KR-KURS-ANTAL(KR-IDX)
                   MOVE "J" TO WS-KOERSEL-GEMT
                   IF RR-LNR-FRA < WS-KR-MIN-FRA
                       MOVE RR-LNR-FRA TO WS-KR-MIN-FRA
                   END-IF
                   IF RR-LNR-TIL > WS-KR-MAX-TIL
                       MOVE RR-LNR-TIL TO WS-KR-MAX-TIL
                   END-IF
               END-IF
           WHEN "K"
               IF WS-KOERSEL-GEMT = "J"
                   IF WS-KH-ANTAL >= 50000
                       DISPLAY "FEJL: Flere end 50000 kurser i "
                           "RAABALANCE-historikken, tabellen er for "
                           "lille."
                       PERFORM STOP-MED-FEJL
                   END-IF
                   ADD 1 TO WS-KH-ANTAL
                   MOVE RK-VALUTA TO KH-KODE(WS-KH-ANTAL)
                   MOVE RK-KURS TO KH-KURS(WS-KH-ANTAL)
                   ADD 1 TO KR-KURS-ANTAL(WS-KR-ANTAL)
               END-IF
           WHEN "G"
               IF RG-PENGEINSTITUT = SPACES
                   MOVE WS-HOVEDINSTITUT TO RG-PENGEINSTITUT
               END-IF
               IF WS-KOERSEL-I-PERIODE = "J"
                       AND RG-PENGEINSTITUT = WS-INST-KODE
                   MOVE "UKENDT FINANSKONTO" TO WS-NY-BESKRIVELSE
                   MOVE RG-KONTO TO WS-SOEGE-GL
                   PERFORM FIND-GL-IDX
                   IF WS-FUNDET-IDX > 0
                       SET GL-IDX TO WS-FUNDET-IDX
                       ADD RG-DEBET TO GLT-BAL-DEBET(GL-IDX)
                       ADD RG-KREDIT TO GLT-BAL-KREDIT(GL-IDX)
                   END-IF
               END-IF
       END-EVALUATE.

      ******************************************************************
      * Overfoersler mellem institutterne (referencesorteringen)       *
      ******************************************************************
       FRIGIV-REFERENCER.
      * Hver nummereret linje med reference frigives med sit
      * institut, fra alle historikkens kilder.
       MOVE WS-DAGS-DATO(1:4) TO WS-AKTUELT-AAR.
       PERFORM VARYING WS-LOEB-AAR FROM WS-FOERSTE-AAR BY 1
               UNTIL WS-LOEB-AAR >= WS-AKTUELT-AAR
           MOVE SPACES TO WS-STI-HISTORIK
           STRING "files/POSTERING-HISTORIK-"
               WS-LOEB-AAR ".txt"
               INTO WS-STI-HISTORIK
           PERFORM LAES-REFERENCE-KILDE
       END-PERFORM.
       MOVE "files/POSTERING-HISTORIK.txt" TO WS-STI-HISTORIK.
       PERFORM LAES-REFERENCE-KILDE.

       LAES-REFERENCE-KILDE.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ HISTORIK-FIL INTO HISTORIK-RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF HI-LOEBENR NUMERIC
                               AND HI-REFERENCE NOT = SPACES
                           PERFORM FIND-KONTO-TYPE
                           MOVE HI-REFERENCE TO RS-REFERENCE
                           MOVE WS-KONTO-INST TO RS-PENGEINST
                           RELEASE REFSORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE HISTORIK-FIL
       END-IF.

       FIND-BLANDEDE-REFERENCER.
      * En reference er blandet naar den optraeder med mere end et
      * institut; den noteres een gang.
       MOVE SPACES TO WS-FORRIGE-REF.
       MOVE "N" TO WS-SORT-SLUT.
       PERFORM UNTIL SORT-ER-SLUT
           RETURN REFSORT-FIL
               AT END
                   MOVE "Y" TO WS-SORT-SLUT
               NOT AT END
                   PERFORM VURDER-REFERENCE
           END-RETURN
       END-PERFORM.
       MOVE "N" TO WS-SORT-SLUT.
       IF WS-BLANDET-ANTAL > 0
           MOVE "MELLEMREGNING PENGEINSTITUTTER"
               TO WS-NY-BESKRIVELSE
           MOVE "998000" TO WS-SOEGE-GL
           PERFORM FIND-GL-IDX
       END-IF.

       VURDER-REFERENCE.
       IF RS-REFERENCE NOT = WS-FORRIGE-REF
           MOVE RS-REFERENCE TO WS-FORRIGE-REF
           MOVE RS-PENGEINST TO WS-FORRIGE-REF-INST
           MOVE "N" TO WS-REF-NOTERET
           EXIT PARAGRAPH
       END-IF.
       IF RS-PENGEINST NOT = WS-FORRIGE-REF-INST
               AND WS-REF-NOTERET = "N"
           IF WS-BLANDET-ANTAL >= 10000
               DISPLAY "FEJL: Flere end 10000 overfoersler mellem "
                   "pengeinstitutterne i historikken, tabellen er "
                   "for lille."
               PERFORM STOP-MED-FEJL
           END-IF
           ADD 1 TO WS-BLANDET-ANTAL
           MOVE RS-REFERENCE TO BLT-REFERENCE(WS-BLANDET-ANTAL)
           MOVE "J" TO WS-REF-NOTERET
       END-IF.

       FIND-MODKONTO.
      * Afviklingskontoen, eller mellemregningskontoen for en
      * overfoersel mellem institutterne.
       MOVE "999999" TO WS-MODKONTO.
       IF HI-REFERENCE NOT = SPACES AND WS-BLANDET-ANTAL > 0
           SET BL-IDX TO 1
           SEARCH BLANDET-ENTRY
               AT END
                   CONTINUE
               WHEN BLT-REFERENCE(BL-IDX) = HI-REFERENCE
                   MOVE "998000" TO WS-MODKONTO
           END-SEARCH
       END-IF.

      ******************************************************************
      * Gennemloeb af historikken (sorteringens input)                 *
      ******************************************************************
       FRIGIV-HISTORIK.
      * Alle aar fra historikkens foerste til i dag: linjer foer
      * perioden giver primosaldoen, periodens linjer frigives til
      * sorteringen, og koerslernes interval giver forskydningen.
       OPEN OUTPUT KUNDE-FIL.
       IF WS-KUNDE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/SAFT-KUNDER.TMP, "
               "status=" WS-KUNDE-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE WS-DAGS-DATO(1:4) TO WS-AKTUELT-AAR.
       PERFORM VARYING WS-LOEB-AAR FROM WS-FOERSTE-AAR BY 1
               UNTIL WS-LOEB-AAR >= WS-AKTUELT-AAR
           MOVE SPACES TO WS-STI-HISTORIK
           STRING "files/POSTERING-HISTORIK-"
               WS-LOEB-AAR ".txt"
               INTO WS-STI-HISTORIK
           PERFORM LAES-HISTORIK-KILDE
       END-PERFORM.
       MOVE "files/POSTERING-HISTORIK.txt" TO WS-STI-HISTORIK.
       PERFORM LAES-HISTORIK-KILDE.
       CLOSE KUNDE-FIL.

       LAES-HISTORIK-KILDE.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ HISTORIK-FIL INTO HISTORIK-RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM BEHANDL-HISTORIKLINJE
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE HISTORIK-FIL
       END-IF.

       BEHANDL-HISTORIKLINJE.
       MOVE "N" TO WS-I-PERIODE.
       MOVE "N" TO WS-I-INTERVAL.
       IF HI-DATO NOT < WS-FRA-DATO AND HI-DATO NOT > WS-TIL-DATO
           MOVE "J" TO WS-I-PERIODE
       END-IF.
       IF HI-LOEBENR NOT NUMERIC
           IF LINJE-I-PERIODE
               ADD 1 TO WS-UDEN-LNR-TAELLER
           END-IF
           EXIT PARAGRAPH
       END-IF.
       MOVE HI-LOEBENR TO WS-LINJE-LOEBENR.
       IF WS-LINJE-LOEBENR > WS-KTRL-FRA
               AND WS-LINJE-LOEBENR NOT > WS-KTRL-TIL
           MOVE "J" TO WS-I-INTERVAL
       END-IF.
      * Linjer efter perioden som periodens balancer ikke tog, har
      * ingen betydning for udtraekket.
       IF HI-DATO > WS-TIL-DATO AND NOT LINJE-I-INTERVAL
           EXIT PARAGRAPH
       END-IF.
      * Kun linjer paa udtraekkets instituts konti.
       PERFORM FIND-KONTO-TYPE.
       IF WS-KONTO-INST NOT = WS-INST-KODE
           EXIT PARAGRAPH
       END-IF.

      * Henfoeringen er RAABALANCE's.
       PERFORM UDLED-POSTART.
       IF HI-KONTO-ID(1:7) = "FEJLKT-"
           MOVE "FEJLKONTO" TO WS-KONTO-TYPE
           MOVE HI-KONTO-ID(8:3) TO WS-POSTART
       END-IF.
       PERFORM FIND-GL-KONTO.
       IF WS-GL-KONTO = SPACES
           IF LINJE-I-PERIODE OR LINJE-I-INTERVAL
               ADD 1 TO WS-UMAPPET-TAELLER
               MOVE SPACES TO RAPPORT-TEXT
               STRING "UMAPPET: KONTO-ID=" HI-KONTO-ID
                   " TYPE=" FUNCTION TRIM(WS-KONTO-TYPE)
                   " POSTART=" WS-POSTART
                   " NR=" HI-LOEBENR
                   " DATO=" HI-DATO
                   DELIMITED BY SIZE INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
           END-IF
           EXIT PARAGRAPH
       END-IF.

       COMPUTE WS-POST-BELOEB = FUNCTION NUMVAL(HI-BELOEB) / 100.
       IF HI-VALUTA = SPACES
           MOVE "DKK" TO WS-SOEGE-VALUTA
       ELSE
           MOVE HI-VALUTA TO WS-SOEGE-VALUTA
       END-IF.
       PERFORM FIND-KURS.
       COMPUTE WS-DKK-BELOEB ROUNDED
           = WS-POST-BELOEB * WS-FUNDET-KURS.
       IF HI-DK = "D"
           MOVE WS-DKK-BELOEB TO WS-DEBET-BELOEB
           MOVE 0 TO WS-KREDIT-BELOEB
       ELSE
           MOVE 0 TO WS-DEBET-BELOEB
           MOVE WS-DKK-BELOEB TO WS-KREDIT-BELOEB
       END-IF.
       MOVE WS-GL-KONTO TO WS-SOEGE-GL.
       PERFORM AKKUMULER-GL.
       MOVE WS-KREDIT-BELOEB TO WS-BYT-BELOEB.
       MOVE WS-DEBET-BELOEB TO WS-KREDIT-BELOEB.
       MOVE WS-BYT-BELOEB TO WS-DEBET-BELOEB.
       PERFORM FIND-MODKONTO.
       MOVE WS-MODKONTO TO WS-SOEGE-GL.
       PERFORM AKKUMULER-GL.

       IF LINJE-I-PERIODE AND NOT LINJE-I-INTERVAL
           ADD 1 TO WS-TID-MINUS-TAELLER
       END-IF.
       IF LINJE-I-INTERVAL AND NOT LINJE-I-PERIODE
           ADD 1 TO WS-TID-PLUS-TAELLER
       END-IF.
       IF LINJE-I-PERIODE
           PERFORM FRIGIV-LINJE
       END-IF.

       FRIGIV-LINJE.
       ADD 1 TO WS-LINJE-TAELLER.
       MOVE SPACES TO SORT-RECORD.
       IF HI-REFERENCE = SPACES
           STRING "L" HI-LOEBENR DELIMITED BY SIZE INTO SO-GRUPPE
       ELSE
           STRING "R" HI-REFERENCE DELIMITED BY SIZE INTO SO-GRUPPE
       END-IF.
       MOVE HI-LOEBENR TO SO-LOEBENR.
       MOVE HI-DATO TO SO-DATO.
       MOVE HI-VALOER-DATO TO SO-VALOER.
       MOVE HI-KUNDE-ID TO SO-KUNDE-ID.
       MOVE WS-GL-KONTO TO SO-GL-KONTO.
       MOVE HI-DK TO SO-DK.
       MOVE WS-POST-BELOEB TO SO-BELOEB.
       MOVE WS-SOEGE-VALUTA TO SO-VALUTA.
       MOVE WS-FUNDET-KURS TO SO-KURS.
       MOVE WS-DKK-BELOEB TO SO-DKK.
       MOVE HI-REFERENCE TO SO-REFERENCE.
       MOVE HI-TEKST TO SO-TEKST.
       MOVE WS-MODKONTO TO SO-MODKONTO.
       RELEASE SORT-RECORD.
       IF HI-KUNDE-ID NOT = SPACES
               AND HI-KUNDE-ID NOT = WS-FORRIGE-KUNDE
           MOVE HI-KUNDE-ID TO KT-KUNDE-ID
           WRITE KUNDE-TMP-RECORD
           MOVE HI-KUNDE-ID TO WS-FORRIGE-KUNDE
       END-IF.

       UDLED-POSTART.
       CALL "TRANSKODE-OPSLAG" USING HI-TRANSKODE HI-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.
       MOVE TK-GL-KATEGORI IN WS-TRANSKODE TO WS-POSTART.

       FIND-KONTO-TYPE.
      * Kontotype og institut; fejlkontoen og konti der ikke findes
      * i kontofilen, hoerer til hovedinstituttet.
       MOVE SPACES TO WS-KONTO-TYPE.
       MOVE WS-HOVEDINSTITUT TO WS-KONTO-INST.
       SET KO-IDX TO 1.
       IF WS-KONTO-ANTAL > 0
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = HI-KONTO-ID
                   MOVE KOT-KONTO-TYPE(KO-IDX) TO WS-KONTO-TYPE
                   MOVE KOT-PENGEINSTITUT(KO-IDX) TO WS-KONTO-INST
           END-SEARCH
       END-IF.

       FIND-GL-KONTO.
       MOVE SPACES TO WS-GL-KONTO.
       SET KP-IDX TO 1.
       IF WS-PLAN-ANTAL > 0
           SEARCH KONTOPLAN-ENTRY
               AT END
                   CONTINUE
               WHEN KPT-KONTO-TYPE(KP-IDX) = WS-KONTO-TYPE
                       AND KPT-POSTART(KP-IDX) = WS-POSTART
                   MOVE KPT-GL-KONTO(KP-IDX) TO WS-GL-KONTO
           END-SEARCH
       END-IF.

       FIND-KURS.
      * Kursen fra den koersel der tog linjen; uden koersel, eller
      * havde koerslen ikke valutaen, gaelder samme regel som i
      * RAABALANCE: aktuel kurs, og ukendte valutaer 1:1.
       PERFORM FIND-KOERSEL.
       MOVE 1 TO WS-FUNDET-KURS.
       IF WS-KOERSEL-NR > 0
           SET KR-IDX TO WS-KOERSEL-NR
           COMPUTE WS-KH-SIDSTE
               = KR-KURS-FRA(KR-IDX) + KR-KURS-ANTAL(KR-IDX) - 1
           PERFORM VARYING WS-KH-IDX FROM KR-KURS-FRA(KR-IDX) BY 1
                   UNTIL WS-KH-IDX > WS-KH-SIDSTE
               IF KH-KODE(WS-KH-IDX) = WS-SOEGE-VALUTA
                   MOVE KH-KURS(WS-KH-IDX) TO WS-FUNDET-KURS
               END-IF
           END-PERFORM
       ELSE
           SET VK-IDX TO 1
           IF WS-KURS-ANTAL > 0
               SEARCH KURS-ENTRY
                   AT END
                       CONTINUE
                   WHEN KURS-KODE(VK-IDX) = WS-SOEGE-VALUTA
                       MOVE KURS-VAERDI(VK-IDX) TO WS-FUNDET-KURS
               END-SEARCH
           END-IF
       END-IF.

       FIND-KOERSEL.
      * Historikken ligger i loebenummerorden, saa den koersel der
      * tog forrige linje, proeves foerst.
       IF WS-KOERSEL-NR > 0
           SET KR-IDX TO WS-KOERSEL-NR
           IF WS-LINJE-LOEBENR > KR-LNR-FRA(KR-IDX)
                   AND WS-LINJE-LOEBENR NOT > KR-LNR-TIL(KR-IDX)
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE 0 TO WS-KOERSEL-NR.
       IF WS-LINJE-LOEBENR > WS-KR-MIN-FRA
               AND WS-LINJE-LOEBENR NOT > WS-KR-MAX-TIL
           SET KR-IDX TO 1
           SEARCH KOERSEL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LINJE-LOEBENR > KR-LNR-FRA(KR-IDX)
                       AND WS-LINJE-LOEBENR NOT > KR-LNR-TIL(KR-IDX)
                   SET WS-KOERSEL-NR TO KR-IDX
           END-SEARCH
       END-IF.

       FIND-GL-IDX.
      * Finanskontoen i WS-SOEGE-GL; en ny konto oprettes med
      * beskrivelsen i WS-NY-BESKRIVELSE. WS-FUNDET-IDX = 0 kun naar
      * tabellen er fuld.
       MOVE 0 TO WS-FUNDET-IDX.
       SET GL-IDX TO 1.
       IF WS-GL-ANTAL > 0
           SEARCH GL-ENTRY
               AT END
                   CONTINUE
               WHEN GLT-KONTO(GL-IDX) = WS-SOEGE-GL
                   SET WS-FUNDET-IDX TO GL-IDX
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX = 0 AND WS-GL-ANTAL < 200
           ADD 1 TO WS-GL-ANTAL
           SET GL-IDX TO WS-GL-ANTAL
           MOVE WS-SOEGE-GL TO GLT-KONTO(GL-IDX)
           MOVE WS-NY-BESKRIVELSE TO GLT-BESKRIVELSE(GL-IDX)
           MOVE WS-GL-ANTAL TO WS-FUNDET-IDX
       END-IF.

       AKKUMULER-GL.
      * Primo for linjer foer perioden; periodens linjer i udtraekket.
      * Forskydningen mod balancerne: plus for linjer koerslerne tog
      * uden for perioden, minus for periodens linjer de ikke tog.
       MOVE SPACES TO WS-NY-BESKRIVELSE.
       PERFORM FIND-GL-IDX.
       IF WS-FUNDET-IDX > 0
           SET GL-IDX TO WS-FUNDET-IDX
           IF HI-DATO < WS-FRA-DATO
               ADD WS-DEBET-BELOEB TO GLT-PRIMO(GL-IDX)
               SUBTRACT WS-KREDIT-BELOEB FROM GLT-PRIMO(GL-IDX)
           END-IF
           IF LINJE-I-PERIODE
               ADD WS-DEBET-BELOEB TO GLT-DEBET(GL-IDX)
               ADD WS-KREDIT-BELOEB TO GLT-KREDIT(GL-IDX)
               IF NOT LINJE-I-INTERVAL
                   SUBTRACT WS-DEBET-BELOEB FROM GLT-TID-DEBET(GL-IDX)
                   SUBTRACT WS-KREDIT-BELOEB
                       FROM GLT-TID-KREDIT(GL-IDX)
               END-IF
           ELSE
               IF LINJE-I-INTERVAL
                   ADD WS-DEBET-BELOEB TO GLT-TID-DEBET(GL-IDX)
                   ADD WS-KREDIT-BELOEB TO GLT-TID-KREDIT(GL-IDX)
               END-IF
           END-IF
       END-IF.

      ******************************************************************
      * Transaktionerne (sorteringens output) til files/SAFT-POSTER.TMP*
      ******************************************************************
       SKRIV-TRANSAKTIONER.
       OPEN OUTPUT POSTER-FIL.
       IF WS-POSTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/SAFT-POSTER.TMP, "
               "status=" WS-POSTER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO WS-FORRIGE-GRUPPE.
       MOVE "N" TO WS-SORT-SLUT.
       PERFORM UNTIL SORT-ER-SLUT
           RETURN SORT-FIL
               AT END
                   MOVE "Y" TO WS-SORT-SLUT
               NOT AT END
                   PERFORM SKRIV-SORTERET-LINJE
           END-RETURN
       END-PERFORM.
       IF WS-TRANS-ANTAL > 0
           MOVE "      </Transaction>" TO POSTER-LINJE
           WRITE POSTER-RECORD
       END-IF.
       CLOSE POSTER-FIL.

       SKRIV-SORTERET-LINJE.
      * Ny transaktion ved skift i dato eller reference; hver
      * historiklinje giver finanskontoens linje og modposten paa
      * 999999 (998000 for en overfoersel mellem institutterne).
       IF SO-GRUPPE NOT = WS-FORRIGE-GRUPPE
               OR SO-DATO NOT = WS-FORRIGE-DATO
           IF WS-TRANS-ANTAL > 0
               MOVE "      </Transaction>" TO POSTER-LINJE
               WRITE POSTER-RECORD
           END-IF
           ADD 1 TO WS-TRANS-ANTAL
           MOVE SO-GRUPPE TO WS-FORRIGE-GRUPPE
           MOVE SO-DATO TO WS-FORRIGE-DATO
           PERFORM SKRIV-TRANSAKTIONSHOVED
       END-IF.
       MOVE SO-GL-KONTO TO WS-LINJE-KONTO.
       MOVE SO-DK TO WS-LINJE-DK.
       MOVE SO-LOEBENR TO WS-LINJE-RECORD-ID.
       MOVE SO-KUNDE-ID TO WS-LINJE-KUNDE.
       PERFORM SKRIV-TRANSAKTIONSLINJE.
       MOVE SO-MODKONTO TO WS-LINJE-KONTO.
       IF SO-DK = "D"
           MOVE "K" TO WS-LINJE-DK
       ELSE
           MOVE "D" TO WS-LINJE-DK
       END-IF.
       MOVE SPACES TO WS-LINJE-RECORD-ID.
       STRING SO-LOEBENR "-M" DELIMITED BY SIZE
           INTO WS-LINJE-RECORD-ID.
       MOVE SPACES TO WS-LINJE-KUNDE.
       PERFORM SKRIV-TRANSAKTIONSLINJE.

       SKRIV-TRANSAKTIONSHOVED.
       MOVE SO-DATO TO WS-DATO-IND.
       PERFORM DAN-ISO-DATO.
       MOVE "      <Transaction>" TO POSTER-LINJE.
       WRITE POSTER-RECORD.
       MOVE SPACES TO POSTER-LINJE.
       STRING "        <TransactionID>" SO-LOEBENR
           "</TransactionID>"
           DELIMITED BY SIZE INTO POSTER-LINJE.
       WRITE POSTER-RECORD.
       MOVE SPACES TO POSTER-LINJE.
       STRING "        <Period>" SO-DATO(5:2) "</Period><PeriodYear>"
           SO-DATO(1:4) "</PeriodYear>"
           DELIMITED BY SIZE INTO POSTER-LINJE.
       WRITE POSTER-RECORD.
       MOVE SPACES TO POSTER-LINJE.
       STRING "        <TransactionDate>" WS-ISO-DATO
           "</TransactionDate>"
           DELIMITED BY SIZE INTO POSTER-LINJE.
       WRITE POSTER-RECORD.
       MOVE SO-TEKST TO WS-ESC-IND.
       PERFORM ESCAPE-XML-TEKST.
       MOVE SPACES TO POSTER-LINJE.
       STRING "        <Description>" FUNCTION TRIM(WS-ESC-UD)
           "</Description>"
           DELIMITED BY SIZE INTO POSTER-LINJE.
       WRITE POSTER-RECORD.
       MOVE SPACES TO POSTER-LINJE.
       STRING "        <SystemEntryDate>" WS-ISO-DATO
           "</SystemEntryDate><GLPostingDate>" WS-ISO-DATO
           "</GLPostingDate>"
           DELIMITED BY SIZE INTO POSTER-LINJE.
       WRITE POSTER-RECORD.

       SKRIV-TRANSAKTIONSLINJE.
      * En Line: kontoen i WS-LINJE-KONTO, D/K i WS-LINJE-DK og
      * beloebet i DKK, med valuta, valutabeloeb og kurs naar
      * linjen er bogfoert i fremmed valuta.
       MOVE "        <Line>" TO POSTER-LINJE.
       WRITE POSTER-RECORD.
       MOVE WS-LINJE-KONTO TO WS-SOEGE-GL.
       PERFORM DAN-VIS-KONTO.
       MOVE SPACES TO POSTER-LINJE.
       STRING "          <RecordID>" FUNCTION TRIM(WS-LINJE-RECORD-ID)
           "</RecordID><AccountID>" FUNCTION TRIM(WS-VIS-KONTO)
           "</AccountID>"
           DELIMITED BY SIZE INTO POSTER-LINJE.
       WRITE POSTER-RECORD.
       IF SO-VALOER NOT = SPACES
           MOVE SO-VALOER TO WS-DATO-IND
           PERFORM DAN-ISO-DATO
           MOVE SPACES TO POSTER-LINJE
           STRING "          <ValueDate>" WS-ISO-DATO "</ValueDate>"
               DELIMITED BY SIZE INTO POSTER-LINJE
           WRITE POSTER-RECORD
       END-IF.
       IF SO-REFERENCE NOT = SPACES
           MOVE SPACES TO POSTER-LINJE
           STRING "          <SourceDocumentID>"
               FUNCTION TRIM(SO-REFERENCE) "</SourceDocumentID>"
               DELIMITED BY SIZE INTO POSTER-LINJE
           WRITE POSTER-RECORD
       END-IF.
       IF WS-LINJE-KUNDE NOT = SPACES
           MOVE SPACES TO POSTER-LINJE
           STRING "          <CustomerID>"
               FUNCTION TRIM(WS-LINJE-KUNDE) "</CustomerID>"
               DELIMITED BY SIZE INTO POSTER-LINJE
           WRITE POSTER-RECORD
       END-IF.
       MOVE SO-TEKST TO WS-ESC-IND.
       PERFORM ESCAPE-XML-TEKST.
       MOVE SPACES TO POSTER-LINJE.
       STRING "          <Description>" FUNCTION TRIM(WS-ESC-UD)
           "</Description>"
           DELIMITED BY SIZE INTO POSTER-LINJE.
       WRITE POSTER-RECORD.
       IF WS-LINJE-DK = "D"
           MOVE "DebitAmount" TO WS-BELOEB-ELEMENT
           ADD SO-DKK TO WS-TOTAL-DEBET
       ELSE
           MOVE "CreditAmount" TO WS-BELOEB-ELEMENT
           ADD SO-DKK TO WS-TOTAL-KREDIT
       END-IF.
       MOVE SO-DKK TO WS-XML-BELOEB-EDIT.
       MOVE FUNCTION TRIM(WS-XML-BELOEB-EDIT) TO WS-XML-BELOEB.
       MOVE SPACES TO POSTER-LINJE.
       IF SO-VALUTA = "DKK"
           STRING "          <" FUNCTION TRIM(WS-BELOEB-ELEMENT)
               "><Amount>" FUNCTION TRIM(WS-XML-BELOEB)
               "</Amount></" FUNCTION TRIM(WS-BELOEB-ELEMENT) ">"
               DELIMITED BY SIZE INTO POSTER-LINJE
       ELSE
           MOVE SO-BELOEB TO WS-XML-VALUTA-EDIT
           MOVE SO-KURS TO WS-XML-KURS-EDIT
           STRING "          <" FUNCTION TRIM(WS-BELOEB-ELEMENT)
               "><Amount>" FUNCTION TRIM(WS-XML-BELOEB)
               "</Amount><CurrencyCode>" SO-VALUTA
               "</CurrencyCode><CurrencyAmount>"
               FUNCTION TRIM(WS-XML-VALUTA-EDIT)
               "</CurrencyAmount><ExchangeRate>"
               FUNCTION TRIM(WS-XML-KURS-EDIT)
               "</ExchangeRate></" FUNCTION TRIM(WS-BELOEB-ELEMENT)
               ">"
               DELIMITED BY SIZE INTO POSTER-LINJE
       END-IF.
       WRITE POSTER-RECORD.
       MOVE "        </Line>" TO POSTER-LINJE.
       WRITE POSTER-RECORD.

      ******************************************************************
      * Udtraekket: Header, MasterFiles og GeneralLedgerEntries        *
      ******************************************************************
       SKRIV-XML-HOVED.
       MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
           TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       STRING "<AuditFile xmlns=""urn:StandardAuditFile-Taxation-"
           "Financial:DK"">"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "  <Header>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE WS-DAGS-DATO TO WS-DATO-IND.
       PERFORM DAN-ISO-DATO.
       MOVE SPACES TO XML-LINJE.
       STRING "    <AuditFileVersion>1.0</AuditFileVersion>"
           "<AuditFileCountry>DK</AuditFileCountry>"
           "<AuditFileDateCreated>" WS-ISO-DATO
           "</AuditFileDateCreated>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE WS-SELSKAB-NAVN TO WS-ESC-IND.
       PERFORM ESCAPE-XML-TEKST.
       MOVE WS-ESC-UD TO WS-ESC-NAVN.
       MOVE WS-SELSKAB-VEJ TO WS-ESC-IND.
       PERFORM ESCAPE-XML-TEKST.
       MOVE WS-ESC-UD TO WS-ESC-VEJ.
       MOVE WS-SELSKAB-BY TO WS-ESC-IND.
       PERFORM ESCAPE-XML-TEKST.
       MOVE WS-ESC-UD TO WS-ESC-BY.
       MOVE SPACES TO XML-LINJE.
       STRING "    <SoftwareCompanyName>" FUNCTION TRIM(WS-ESC-NAVN)
           "</SoftwareCompanyName><SoftwareID>DL100</SoftwareID>"
           "<SoftwareVersion>1.0</SoftwareVersion>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "    <Company>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       STRING "      <RegistrationNumber>" WS-SELSKAB-CVR
           "</RegistrationNumber><Name>" FUNCTION TRIM(WS-ESC-NAVN)
           "</Name>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       STRING "      <Address><StreetName>" FUNCTION TRIM(WS-ESC-VEJ)
           "</StreetName><City>" FUNCTION TRIM(WS-ESC-BY)
           "</City><PostalCode>" WS-SELSKAB-POSTNR
           "</PostalCode><Country>DK</Country></Address>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "    </Company>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "    <DefaultCurrencyCode>DKK</DefaultCurrencyCode>"
           TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       STRING "    <SelectionCriteria><SelectionStartDate>"
           WS-ISO-FRA-DATO "</SelectionStartDate><SelectionEndDate>"
           WS-ISO-TIL-DATO "</SelectionEndDate></SelectionCriteria>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "    <TaxAccountingBasis>A</TaxAccountingBasis>"
           TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "  </Header>" TO XML-LINJE.
       WRITE XML-RECORD.

       SKRIV-XML-FINANSKONTI.
      * Finanskontiene med primo og ultimo; en saldo skrives som
      * debet- eller kreditsaldo efter fortegnet.
       MOVE "  <MasterFiles>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "    <GeneralLedgerAccounts>" TO XML-LINJE.
       WRITE XML-RECORD.
       PERFORM VARYING GL-IDX FROM 1 BY 1
               UNTIL GL-IDX > WS-GL-ANTAL
           MOVE "      <Account>" TO XML-LINJE
           WRITE XML-RECORD
           MOVE GLT-BESKRIVELSE(GL-IDX) TO WS-ESC-IND
           PERFORM ESCAPE-XML-TEKST
           MOVE GLT-KONTO(GL-IDX) TO WS-SOEGE-GL
           PERFORM DAN-VIS-KONTO
           MOVE SPACES TO XML-LINJE
           STRING "        <AccountID>" FUNCTION TRIM(WS-VIS-KONTO)
               "</AccountID><AccountDescription>"
               FUNCTION TRIM(WS-ESC-UD)
               "</AccountDescription><AccountType>GL</AccountType>"
               DELIMITED BY SIZE INTO XML-LINJE
           WRITE XML-RECORD
           MOVE "Opening" TO WS-SALDO-TYPE
           MOVE GLT-PRIMO(GL-IDX) TO WS-SALDO
           PERFORM SKRIV-XML-SALDO
           MOVE "Closing" TO WS-SALDO-TYPE
           COMPUTE WS-SALDO = GLT-PRIMO(GL-IDX)
               + GLT-DEBET(GL-IDX) - GLT-KREDIT(GL-IDX)
           PERFORM SKRIV-XML-SALDO
           MOVE "      </Account>" TO XML-LINJE
           WRITE XML-RECORD
       END-PERFORM.
       MOVE "    </GeneralLedgerAccounts>" TO XML-LINJE.
       WRITE XML-RECORD.

       SKRIV-XML-SALDO.
       MOVE SPACES TO XML-LINJE.
       IF WS-SALDO < 0
           COMPUTE WS-SALDO = 0 - WS-SALDO
           MOVE WS-SALDO TO WS-XML-BELOEB-EDIT
           STRING "        <" FUNCTION TRIM(WS-SALDO-TYPE)
               "CreditBalance>" FUNCTION TRIM(WS-XML-BELOEB-EDIT)
               "</" FUNCTION TRIM(WS-SALDO-TYPE) "CreditBalance>"
               DELIMITED BY SIZE INTO XML-LINJE
       ELSE
           MOVE WS-SALDO TO WS-XML-BELOEB-EDIT
           STRING "        <" FUNCTION TRIM(WS-SALDO-TYPE)
               "DebitBalance>" FUNCTION TRIM(WS-XML-BELOEB-EDIT)
               "</" FUNCTION TRIM(WS-SALDO-TYPE) "DebitBalance>"
               DELIMITED BY SIZE INTO XML-LINJE
       END-IF.
       WRITE XML-RECORD.

       SKRIV-XML-KUNDER.
      * Periodens kunder i kunde-id-orden fra kundemasteren. En kunde
      * der ikke findes (slettet siden), skrives kun med nummeret.
       OPEN INPUT KUNDEUD-FIL.
       IF WS-KUNDEUD-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke laese files/SAFT-KUNDER-SORT.TMP, "
               "status=" WS-KUNDEUD-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO WS-FORRIGE-KUNDE.
       PERFORM UNTIL EOF-REACHED
           READ KUNDEUD-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KU-KUNDE-ID NOT = WS-FORRIGE-KUNDE
                       MOVE KU-KUNDE-ID TO WS-FORRIGE-KUNDE
                       PERFORM SKRIV-XML-KUNDE
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KUNDEUD-FIL.
       IF WS-KUNDE-ANTAL > 0
           MOVE "    </Customers>" TO XML-LINJE
           WRITE XML-RECORD
       END-IF.
       MOVE "  </MasterFiles>" TO XML-LINJE.
       WRITE XML-RECORD.

       SKRIV-XML-KUNDE.
       IF WS-KUNDE-ANTAL = 0
           MOVE "    <Customers>" TO XML-LINJE
           WRITE XML-RECORD
       END-IF.
       ADD 1 TO WS-KUNDE-ANTAL.
       MOVE "      <Customer>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE KU-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               PERFORM SKRIV-XML-UKENDT-KUNDE
           NOT INVALID KEY
               PERFORM SKRIV-XML-KUNDEDATA
       END-READ.
       MOVE "      </Customer>" TO XML-LINJE.
       WRITE XML-RECORD.

       SKRIV-XML-UKENDT-KUNDE.
       ADD 1 TO WS-KUNDE-UKENDT.
       MOVE SPACES TO XML-LINJE.
       STRING "        <Name>UKENDT KUNDE</Name><CustomerID>"
           FUNCTION TRIM(KU-KUNDE-ID) "</CustomerID>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.

       SKRIV-XML-KUNDEDATA.
       IF KUNDE-ART IN MASTER-RECORD = "E"
               AND CVR-NUMMER IN MASTER-RECORD NOT = SPACES
           MOVE SPACES TO XML-LINJE
           STRING "        <RegistrationNumber>"
               CVR-NUMMER IN MASTER-RECORD "</RegistrationNumber>"
               DELIMITED BY SIZE INTO XML-LINJE
           WRITE XML-RECORD
       END-IF.
       CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
           EFTERNAVN IN MASTER-RECORD FULDT-NAVN.
       MOVE FULDT-NAVN TO WS-ESC-IND.
       PERFORM ESCAPE-XML-TEKST.
       MOVE SPACES TO XML-LINJE.
       STRING "        <Name>" FUNCTION TRIM(WS-ESC-UD) "</Name>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE VEJNAVN IN MASTER-RECORD TO WS-ESC-IND.
       PERFORM ESCAPE-XML-TEKST.
       MOVE WS-ESC-UD TO WS-ESC-VEJ.
       MOVE BYNAVN IN MASTER-RECORD TO WS-ESC-IND.
       PERFORM ESCAPE-XML-TEKST.
       MOVE WS-ESC-UD TO WS-ESC-BY.
       MOVE SPACES TO XML-LINJE.
       STRING "        <Address><StreetName>" FUNCTION TRIM(WS-ESC-VEJ)
           "</StreetName><Number>"
           FUNCTION TRIM(HUSNR IN MASTER-RECORD)
           "</Number><City>" FUNCTION TRIM(WS-ESC-BY)
           "</City><PostalCode>" POSTNR IN MASTER-RECORD
           "</PostalCode><Country>"
           LANDE-KODE IN MASTER-RECORD "</Country></Address>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       STRING "        <CustomerID>" FUNCTION TRIM(KU-KUNDE-ID)
           "</CustomerID>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.

       SKRIV-XML-POSTERINGER.
      * Antal og totaler foran journalen, saa transaktionerne fra
      * files/SAFT-POSTER.TMP.
       MOVE "  <GeneralLedgerEntries>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE WS-TRANS-ANTAL TO WS-ANTAL-EDIT.
       MOVE SPACES TO XML-LINJE.
       STRING "    <NumberOfEntries>" FUNCTION TRIM(WS-ANTAL-EDIT)
           "</NumberOfEntries>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE WS-TOTAL-DEBET TO WS-XML-BELOEB-EDIT.
       MOVE SPACES TO XML-LINJE.
       STRING "    <TotalDebit>" FUNCTION TRIM(WS-XML-BELOEB-EDIT)
           "</TotalDebit>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE WS-TOTAL-KREDIT TO WS-XML-BELOEB-EDIT.
       MOVE SPACES TO XML-LINJE.
       STRING "    <TotalCredit>" FUNCTION TRIM(WS-XML-BELOEB-EDIT)
           "</TotalCredit>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "    <Journal>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       STRING "      <JournalID>POSTERING</JournalID><Description>"
           "Bogfoerte posteringer</Description><Type>GL</Type>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       OPEN INPUT POSTER-FIL.
       IF WS-POSTER-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ POSTER-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       WRITE XML-RECORD FROM POSTER-RECORD
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE POSTER-FIL
       END-IF.
       MOVE "    </Journal>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "  </GeneralLedgerEntries>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "</AuditFile>" TO XML-LINJE.
       WRITE XML-RECORD.

       DAN-VIS-KONTO.
      * Finanskontoen i WS-SOEGE-GL med instituttets GL-praefiks
      * foran, som den staar i instituttets finansbogfoering.
       MOVE SPACES TO WS-VIS-KONTO.
       STRING WS-GL-PRAEFIKS DELIMITED BY SPACE
           WS-SOEGE-GL DELIMITED BY SIZE
           INTO WS-VIS-KONTO.

       DAN-ISO-DATO.
      * AAAAMMDD i WS-DATO-IND til AAAA-MM-DD i WS-ISO-DATO.
       MOVE SPACES TO WS-ISO-DATO.
       STRING WS-DATO-IND(1:4) "-" WS-DATO-IND(5:2) "-"
           WS-DATO-IND(7:2)
           DELIMITED BY SIZE INTO WS-ISO-DATO.

       ESCAPE-XML-TEKST.
      * Skriv &, < og > om til entiteter, saa navne og tekster som
      * "HANSEN & SOEN" ikke oedelaegger dokumentet.
       MOVE SPACES TO WS-ESC-UD.
       MOVE 1 TO WS-ESC-PTR.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-IND TRAILING))
           TO WS-ESC-LAENGDE.
       IF WS-ESC-IND = SPACES
           MOVE 0 TO WS-ESC-LAENGDE
       END-IF.
       PERFORM VARYING WS-ESC-POS FROM 1 BY 1
               UNTIL WS-ESC-POS > WS-ESC-LAENGDE
           EVALUATE WS-ESC-IND(WS-ESC-POS:1)
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO WS-ESC-UD WITH POINTER WS-ESC-PTR
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO WS-ESC-UD WITH POINTER WS-ESC-PTR
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO WS-ESC-UD WITH POINTER WS-ESC-PTR
               WHEN OTHER
                   STRING WS-ESC-IND(WS-ESC-POS:1) DELIMITED BY SIZE
                       INTO WS-ESC-UD WITH POINTER WS-ESC-PTR
           END-EVALUATE
       END-PERFORM.

      ******************************************************************
      * Kontrolrapporten                                               *
      ******************************************************************
       SKRIV-KONTROL.
      * Pr. finanskonto: udtraek + forskydning = periodens balancer.
       MOVE SPACES TO RAPPORT-TEXT.
       IF WS-BAL-KOERSLER = 0
           STRING "ADVARSEL: INGEN RAABALANCE-KOERSLER I PERIODEN - "
               "INTET AT AFSTEMME MOD"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       ELSE
           STRING "RAABALANCE-KOERSLER I PERIODEN=" WS-BAL-KOERSLER
               " LOEBENR OVER " WS-KTRL-FRA " TIL OG MED "
               WS-KTRL-TIL
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "FORSKYDNING: TAGET AF BALANCERNE, DATERET UDEN FOR "
           "PERIODEN=" WS-TID-PLUS-TAELLER
           " DATERET I PERIODEN, IKKE TAGET=" WS-TID-MINUS-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM VARYING GL-IDX FROM 1 BY 1
               UNTIL GL-IDX > WS-GL-ANTAL
           IF GLT-DEBET(GL-IDX) NOT = 0
                   OR GLT-KREDIT(GL-IDX) NOT = 0
                   OR GLT-TID-DEBET(GL-IDX) NOT = 0
                   OR GLT-TID-KREDIT(GL-IDX) NOT = 0
                   OR GLT-BAL-DEBET(GL-IDX) NOT = 0
                   OR GLT-BAL-KREDIT(GL-IDX) NOT = 0
               PERFORM SKRIV-KONTROL-KONTO
           END-IF
       END-PERFORM.
       MOVE SPACES TO RAPPORT-TEXT.
       MOVE WS-TOTAL-DEBET TO WS-BELOEB-EDIT.
       MOVE WS-TOTAL-KREDIT TO WS-BELOEB-EDIT2.
       STRING "TRANSAKTIONER=" WS-TRANS-ANTAL
           " HISTORIKLINJER=" WS-LINJE-TAELLER
           " DEBET=" FUNCTION TRIM(WS-BELOEB-EDIT)
           " KREDIT=" FUNCTION TRIM(WS-BELOEB-EDIT2)
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KUNDER=" WS-KUNDE-ANTAL
           " HERAF IKKE I KUNDEMASTEREN=" WS-KUNDE-UKENDT
           " UMAPPEDE=" WS-UMAPPET-TAELLER
           " UDEN LOEBENR=" WS-UDEN-LNR-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       IF WS-AFVIG-TAELLER = 0
           STRING "AFSTEMNING MOD RAABALANCE: OK"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       ELSE
           STRING "AFSTEMNING MOD RAABALANCE: AFVIGELSE PAA "
               WS-AFVIG-TAELLER " FINANSKONTI"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.

       SKRIV-KONTROL-KONTO.
       COMPUTE WS-KONTROL-DEBET
           = GLT-DEBET(GL-IDX) + GLT-TID-DEBET(GL-IDX).
       COMPUTE WS-KONTROL-KREDIT
           = GLT-KREDIT(GL-IDX) + GLT-TID-KREDIT(GL-IDX).
       MOVE SPACES TO RAPPORT-TEXT.
       MOVE GLT-DEBET(GL-IDX) TO WS-BELOEB-EDIT.
       MOVE GLT-TID-DEBET(GL-IDX) TO WS-BELOEB-EDIT2.
       MOVE GLT-BAL-DEBET(GL-IDX) TO WS-BELOEB-EDIT3.
       MOVE GLT-KONTO(GL-IDX) TO WS-SOEGE-GL.
       PERFORM DAN-VIS-KONTO.
       STRING "FINANSKONTO " WS-VIS-KONTO
           " DEBET  UDTRAEK=" FUNCTION TRIM(WS-BELOEB-EDIT)
           " FORSKYDNING=" FUNCTION TRIM(WS-BELOEB-EDIT2)
           " RAABALANCE=" FUNCTION TRIM(WS-BELOEB-EDIT3)
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       MOVE GLT-KREDIT(GL-IDX) TO WS-BELOEB-EDIT.
       MOVE GLT-TID-KREDIT(GL-IDX) TO WS-BELOEB-EDIT2.
       MOVE GLT-BAL-KREDIT(GL-IDX) TO WS-BELOEB-EDIT3.
       STRING "            " WS-VIS-KONTO
           " KREDIT UDTRAEK=" FUNCTION TRIM(WS-BELOEB-EDIT)
           " FORSKYDNING=" FUNCTION TRIM(WS-BELOEB-EDIT2)
           " RAABALANCE=" FUNCTION TRIM(WS-BELOEB-EDIT3)
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       IF WS-BAL-KOERSLER > 0
               AND (WS-KONTROL-DEBET NOT = GLT-BAL-DEBET(GL-IDX)
                 OR WS-KONTROL-KREDIT NOT = GLT-BAL-KREDIT(GL-IDX))
           ADD 1 TO WS-AFVIG-TAELLER
           MOVE SPACES TO RAPPORT-TEXT
           STRING "            " WS-VIS-KONTO
               " AFVIGELSE: UDTRAEK + FORSKYDNING ER IKKE "
               "RAABALANCE"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
