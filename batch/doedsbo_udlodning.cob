       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOEDSBO-UDLODNING.

      * Dagligt trin: udlodning af godkendte doedsboer til arvingerne
      * og afslutning af udloddede boer. Registret er
      * files/DOEDSBOER.txt (copybooks/DOEDSBO.cpy), arvingerne
      * files/DOEDSBO-ARVINGER.txt (copybooks/ARVING.cpy) - begge
      * vedligeholdes i batch/doedsbo_vedligehold.cob.
      *
      * Et godkendt bo (status G) udloddes paa fordelingsdatoen eller
      * foerste koersel derefter:
      *  - Indlaansrente fra maanedens foerste til fordelingsdatoen
      *    tilskrives den afdoedes SAVINGS- og BOERNEOPSPARING-konti
      *    med samme satser, baand og individuelle aftaler som
      *    RENTE-TILSKRIVNING. Ligger fordelingsdatoen i en tidligere
      *    maaned, har maanedsafslutningen allerede taget renten.
      *  - De faste beloeb betales foerst; resten deles efter
      *    procentandelene, og oereafrundingen gaar til den sidste
      *    arving med en andel, saa hele boet fordeles.
      *  - Arvinger med konto i huset faar et balancerende
      *    posteringspar (programbogstav B); debetteksten begynder med
      *    BOET, saa posteringsmotoren lader den gaa igennem paa den
      *    afdoedes konto. Arvinger i andre banker faar en ordre i
      *    files/BETALINGSORDRER.txt til UDLAND-BETALING-KOERSEL.
      *  - Bobestyreren faar en boopgoerelse med saldo og rente pr.
      *    konto og hvad hver arving har faaet, i
      *    files/DOEDSBO-OPGOERELSER.txt.
      * Boet udloddes ikke paa maanedens sidste bankdag, hvor
      * maanedsafslutningen ellers ville tilskrive renten en gang
      * til; det tages naeste bankdag. Har boet gaeld (laan eller
      * negativ saldo), konti i flere valutaer, eller passer
      * arvingerne ikke sammen med boets midler, standses det med en
      * aarsag i registret og rapporten, og udlodningen venter til
      * det er rettet.
      *
      * Et udloddet bo (status U) afsluttes, naar betalingerne er
      * bogfoert: konti der staar i nul lukkes (status C), og naar
      * den afdoede ingen aabne konti har tilbage, lukkes kunden og
      * boet saettes til A. Kundens lukning journaliseres i
      * files/KUNDE-JOURNAL.txt som ved RISIKO-KLASSIFICERING.
      * Koerselsrapporten er files/DOEDSBO-RAPPORT.txt.
      *
      * Kontiene laeses fra den indekserede kontomaster, og de konti
      * der lukkes, omskrives paa KONTO-ID der; den flade
      * files/KontoOpl.txt dannes derefter paany af
      * batch/kontoopl_udtraek.cob.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOEDSBO-FIL ASSIGN TO "files/DOEDSBOER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOEDSBO-STATUS.

           SELECT ARVING-FIL ASSIGN TO "files/DOEDSBO-ARVINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARVING-STATUS.

           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID IN KONTO-RECORD
               ALTERNATE RECORD KEY IS KUNDE-ID IN KONTO-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-KONTOMASTER-STATUS.

      *    Kundemasteren slaas op direkte paa KUNDE-ID: doedsfalds-
      *    markering og navn, og kunden lukkes naar boet afsluttes.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RENTESATS-FIL ASSIGN TO "files/RENTESATSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTESATS-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

      *    Loebenummer-taeller til transaktionsreferencen, delt med
      *    KONTO-OVERFOERSEL saa referencerne ikke stoeder sammen.
           SELECT REFNR-FIL ASSIGN TO "files/POSTERING-REFNR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNR-STATUS.

           SELECT ORDRE-FIL ASSIGN TO "files/BETALINGSORDRER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/KUNDE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPGOER-FIL
               ASSIGN TO "files/DOEDSBO-OPGOERELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPGOER-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/DOEDSBO-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOEDSBO-FIL.
       01  DOEDSBO-POST.
           COPY "copybooks/DOEDSBO.cpy".

       FD  ARVING-FIL.
       01  ARVING-POST.
           COPY "copybooks/ARVING.cpy".

       FD  KONTOMASTER-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

      * Samme satslinje som RENTE-TILSKRIVNING laeser.
       FD  RENTESATS-FIL.
       01  RENTESATS-POST.
           05 RS-KONTO-TYPE    PIC X(20).
           05 FILLER           PIC X(1).
           05 RS-GYLDIG-FRA    PIC X(8).
           05 FILLER           PIC X(1).
           05 RS-BAND-FRA      PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 RS-FORTEGN       PIC X(1).
           05 RS-SATS          PIC 9(2)V9(4).

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  REFNR-FIL.
       01  REFNR-RECORD.
           05 REFNR-VAERDI     PIC 9(4).

      * Samme layout som UDLAND-BETALING-KOERSEL laeser.
       FD  ORDRE-FIL.
       01  ORDRE-RECORD.
           05 BO-FRA-KONTO     PIC X(10).
           05 BO-IBAN          PIC X(18).
           05 BO-NAVN          PIC X(35).
           05 BO-BELOEB        PIC 9(7)V99.
           05 BO-VALUTA        PIC X(3).
           05 BO-TEKST         PIC X(30).
           05 BO-FRIGIVET      PIC X(1).

       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".

       FD  OPGOER-FIL.
       01  OPGOER-RECORD.
           05 OPGOER-TEKST     PIC X(100).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-DOEDSBO-STATUS   PIC XX     VALUE "00".
       01  WS-ARVING-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOMASTER-STATUS PIC XX   VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-RENTESATS-STATUS PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".
       01  WS-ORDRE-STATUS     PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-OPGOER-STATUS    PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "DOEDSBO-UDLODNING".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.

      * Maanedens sidste bankdag - se shared/bankdag.cob. Paa den
      * dag udsaettes udlodningerne til efter maanedsafslutningen.
       01  WS-BANKDAG-FUNKTION PIC X(4)   VALUE SPACES.
       01  WS-BANKDAG-SVAR     PIC X      VALUE SPACES.
       01  WS-SIDSTE-BANKDAG   PIC X(8)   VALUE SPACES.
       01  WS-UDSKYD           PIC X      VALUE "N".
           88  UDSKYD-UDLODNING           VALUE "Y".

      * Registret og arvingerne holdes i hukommelsen under koerslen
      * og skrives samlet tilbage til sidst.
       01  WS-DOEDSBO-ANTAL    PIC 9(3)   VALUE 0.
       01  DOEDSBO-TABEL.
           05  DOEDSBO-ENTRY OCCURS 200 TIMES
                         INDEXED BY DB-IDX.
               10  DBT-LINJE       PIC X(231)  VALUE SPACES.
       01  WS-ARVING-ANTAL     PIC 9(4)   VALUE 0.
       01  ARVING-TABEL.
           05  ARVING-ENTRY OCCURS 1000 TIMES
                             INDEXED BY DA-IDX.
               10  DAT-LINJE       PIC X(111)  VALUE SPACES.
       01  WS-ARBEJDE          PIC X      VALUE "N".
           88  ER-ARBEJDE                 VALUE "Y".

      * Kontomasteren holdes i hukommelsen under koerslen, saa boets
      * konti kan findes paa kunde-ID; de konti der lukkes, er
      * maerket i KOT-LUKKES og omskrives i masteren til sidst.
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KONTO-TYPE    PIC X(20) VALUE SPACES.
               10  KOT-BALANCE       PIC S9(7)V99 VALUE 0.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-AABNET-DATO   PIC X(8)  VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
               10  KOT-LUKKET-DATO   PIC X(8)  VALUE SPACES.
               10  KOT-IBAN          PIC X(18) VALUE SPACES.
               10  KOT-AFDELING      PIC X(4)  VALUE SPACES.
               10  KOT-LUKKES        PIC X(1)  VALUE "N".
                   88  KOT-SKAL-LUKKES           VALUE "J".
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.


      * Boets konti: kontotabellens raekke, saldo, stubrente og hvad
      * der endnu ikke er fordelt fra kontoen.
       01  WS-BK-ANTAL         PIC 9(2)   VALUE 0.
       01  BO-KONTO-TABEL.
           05  BO-KONTO-ENTRY OCCURS 50 TIMES.
               10  BKT-KONTO-IDX     PIC 9(5)    VALUE 0.
               10  BKT-RENTE         PIC 9(7)V99 VALUE 0.
               10  BKT-REST          PIC 9(9)V99 VALUE 0.
       01  WS-BK-IDX           PIC 9(2)   VALUE 0.

      * Boets arvinger: arvingtabellens raekke og det beloeb
      * arvingen skal have.
       01  WS-BA-ANTAL         PIC 9(3)   VALUE 0.
       01  BO-ARVING-TABEL.
           05  BO-ARVING-ENTRY OCCURS 99 TIMES.
               10  BAT-ARVING-IDX    PIC 9(4)    VALUE 0.
               10  BAT-BELOEB        PIC 9(9)V99 VALUE 0.
       01  WS-BA-IDX           PIC 9(3)   VALUE 0.

      * Boets summer
       01  WS-STANDS-AARSAG    PIC X(40)  VALUE SPACES.
       01  WS-BO-VALUTA        PIC X(3)   VALUE SPACES.
       01  WS-BO-SALDO         PIC 9(9)V99 VALUE 0.
       01  WS-BO-RENTE         PIC 9(7)V99 VALUE 0.
       01  WS-BO-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-ANDEL-SUM        PIC 9(5)V9(4) VALUE 0.
       01  WS-FAST-SUM         PIC 9(9)V99 VALUE 0.
       01  WS-PROCENT-ANTAL    PIC 9(3)   VALUE 0.
       01  WS-SIDSTE-PROCENT   PIC 9(3)   VALUE 0.
       01  WS-RESTBELOEB       PIC 9(9)V99 VALUE 0.
       01  WS-FORDELT          PIC 9(9)V99 VALUE 0.
       01  WS-MANGLER          PIC 9(9)V99 VALUE 0.
       01  WS-DEL-BELOEB       PIC 9(9)V99 VALUE 0.
       01  WS-MED-RENTE        PIC X      VALUE "N".
           88  TILSKRIV-STUBRENTE         VALUE "Y".
       01  WS-AABNE-KONTI      PIC 9(3)   VALUE 0.
       01  WS-LUKKET-HER       PIC 9(3)   VALUE 0.
       01  WS-REST-SALDO       PIC S9(9)V99 VALUE 0.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.
       01  WS-ANTAL-VIS        PIC ZZ9.

      * IBAN-kontrollen - se shared/iban_beregn.cob
       01  WS-IBAN-FUNKTION    PIC X(4)   VALUE "VALI".
       01  WS-IBAN             PIC X(18)  VALUE SPACES.
       01  WS-IBAN-GYLDIG      PIC X      VALUE "N".

      * Tabel over rentesatser pr. kontotype med gyldig-fra-dato og
      * saldobaand, som i RENTE-TILSKRIVNING.
       01  WS-SATS-ANTAL       PIC 9(3)   VALUE 0.
       01  RENTESATS-TABEL.
           05  RENTESATS-ENTRY OCCURS 100 TIMES
                                INDEXED BY RS-IDX.
               10  RST-KONTO-TYPE  PIC X(20)    VALUE SPACES.
               10  RST-GYLDIG-FRA  PIC X(8)     VALUE SPACES.
               10  RST-BAND-FRA    PIC 9(7)V99  VALUE 0.
               10  RST-SATS        PIC S9(2)V9(4) VALUE 0.

      * Stubrenten for den aktuelle konto: perioden fra maanedens
      * foerste til fordelingsdatoen, delt i bidder ved
      * satsaendringer og renteaftalers begyndelse og udloeb.
       01  WS-BALANCE-NUM      PIC S9(7)V99 VALUE 0.
       01  WS-RENTE-BELOEB     PIC S9(7)V99 VALUE 0.
       01  WS-PERIODE-FRA      PIC X(8)   VALUE SPACES.
       01  WS-PERIODE-TIL      PIC X(8)   VALUE SPACES.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-BID-FRA          PIC X(8)   VALUE SPACES.
       01  WS-BID-TIL          PIC X(8)   VALUE SPACES.
       01  WS-BID-DAGE         PIC 9(3)   VALUE 0.
       01  WS-BID-BAND-ANTAL   PIC 9(2)   VALUE 0.
       01  BID-BAND-TABEL.
           05  BID-BAND-ENTRY OCCURS 10 TIMES.
               10  BBT-FRA         PIC 9(7)V99   VALUE 0.
               10  BBT-SATS        PIC S9(2)V9(4) VALUE 0.
       01  WS-BAND-IDX         PIC 9(2)   VALUE 0.
       01  WS-BAND-IDX2        PIC 9(2)   VALUE 0.
       01  WS-BAND-BYT-FRA     PIC 9(7)V99 VALUE 0.
       01  WS-BAND-BYT-SATS    PIC S9(2)V9(4) VALUE 0.
       01  WS-TRANCHE          PIC S9(9)V99 VALUE 0.
       01  WS-TRANCHE-TOP      PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-ABS        PIC 9(9)V99 VALUE 0.
       01  WS-TRANCHE-RENTE    PIC S9(7)V99 VALUE 0.
       01  WS-NAESTE-SKIFT     PIC X(8)   VALUE SPACES.
       01  WS-BID-FRA-INT      PIC 9(8)   VALUE 0.
       01  WS-BID-TIL-INT      PIC 9(8)   VALUE 0.
       01  WS-SOEGE-TYPE       PIC X(20)  VALUE SPACES.
       01  WS-BEDSTE-FRA       PIC X(8)   VALUE SPACES.
       01  WS-SATS-IDX         PIC 9(3)   VALUE 0.
       01  WS-SATS-IDX2        PIC 9(3)   VALUE 0.

      * Individuel renteaftale - se shared/renteaftale_opslag.cob.
       01  WS-AFTALE-KONTO     PIC X(10)  VALUE SPACES.
       01  WS-AFTALE-ART       PIC X(1)   VALUE SPACES.
       01  WS-AFTALE-SATS      PIC S9(2)V9(4) VALUE 0.
       01  WS-AFTALE-SKIFT     PIC X(8)   VALUE SPACES.

      * Posteringslinjens beloeb som hoejrestillede cifre, og
      * parrets faelles reference: koerselsdato + programbogstav B +
      * firecifret loebenummer fra files/POSTERING-REFNR.txt.
       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-REFNR            PIC 9(4)   VALUE 0.
       01  WS-REFERENCE        PIC X(13)  VALUE SPACES.

      * Journalens foer- og efterbillede af kunden
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.

      * Datoer i boopgoerelsen formateres som i kundebrevene - se
      * shared/brev_sprog.cob.
       01  WS-BREV-FUNKTION    PIC X(4)   VALUE "DATO".
       01  WS-BREV-SPROG       PIC X(1)   VALUE "D".
       01  WS-BREV-TEKST       PIC X(40)  VALUE SPACES.
       01  WS-DATO-VIS         PIC X(12)  VALUE SPACES.

      * Linjerne i boopgoerelsen
       01  WS-KONTO-LINJE.
           05 KL-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 KL-KONTO-TYPE    PIC X(20).
           05 KL-SALDO         PIC Z(8)9,99.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 KL-RENTE         PIC Z(6)9,99.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 KL-I-ALT         PIC Z(8)9,99.
       01  WS-ARVING-LINJE.
           05 AL-NR            PIC Z9.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 AL-NAVN          PIC X(35).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 AL-GRUNDLAG      PIC X(16).
           05 AL-BELOEB        PIC Z(8)9,99.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 AL-MODTAGER      PIC X(24).
       01  WS-ANDEL-EDIT       PIC ZZ9,9999.
       01  WS-SUM-EDIT         PIC Z(8)9,99.
       01  WS-SALDO-EDIT       PIC -(8)9,99.

      * Taellere til rapport og notifikation
       01  WS-UDLODDET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-STANDSET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-UDSAT-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-AFSLUTTET-TAELLER PIC 9(5)  VALUE 0.
       01  WS-AFVENTER-TAELLER PIC 9(5)   VALUE 0.
       01  WS-KONTI-LUKKET     PIC 9(5)   VALUE 0.
       01  WS-POSTERING-TAELLER PIC 9(7)  VALUE 0.
       01  WS-ORDRE-TAELLER    PIC 9(7)   VALUE 0.

      * Foerbillede af kontoen til kontojournalen - se
      * shared/konto_journal.cob.
       01  WS-KONTO-FOER-BILLEDE PIC X(93) VALUE SPACES.
       01  WS-KONTO-OPERATION  PIC X(8)   VALUE "RET".
       01  WS-JOURNAL-OPERATOER PIC X(10) VALUE SPACES.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "DOEDSBO-UDLODNING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM INDLAES-DOEDSBOER.

      * Intet bo at udlodde eller afslutte i dag - ingen filer roeres.
       PERFORM VARYING DB-IDX FROM 1 BY 1
               UNTIL DB-IDX > WS-DOEDSBO-ANTAL
           MOVE DBT-LINJE(DB-IDX) TO DOEDSBO-POST
           IF DB-ER-UDLODDET
                   OR (DB-ER-GODKENDT
                       AND DB-FORDELING-DATO NOT > WS-KOERSELS-DATO)
               SET ER-ARBEJDE TO TRUE
           END-IF
       END-PERFORM.
       IF NOT ER-ARBEJDE
           DISPLAY "DOEDSBO-UDLODNING: ingen doedsboer at udlodde "
               "eller afslutte."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.

       MOVE "SIBD" TO WS-BANKDAG-FUNKTION.
       CALL "BANKDAG" USING WS-BANKDAG-FUNKTION WS-KOERSELS-DATO
           WS-BANKDAG-SVAR WS-SIDSTE-BANKDAG.
       IF WS-SIDSTE-BANKDAG = WS-KOERSELS-DATO
           SET UDSKYD-UDLODNING TO TRUE
       END-IF.

       PERFORM INDLAES-ARVINGER.
       PERFORM INDLAES-KONTOMASTER.
       PERFORM INDLAES-RENTESATSER.

       OPEN I-O MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN EXTEND POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           OPEN OUTPUT POSTERING-FIL
       END-IF.
       IF WS-POSTERING-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/POSTERINGER.txt, status="
               WS-POSTERING-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN EXTEND ORDRE-FIL.
       IF WS-ORDRE-STATUS = "35"
           OPEN OUTPUT ORDRE-FIL
       END-IF.
       IF WS-ORDRE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/BETALINGSORDRER.txt, "
               "status=" WS-ORDRE-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KUNDE-JOURNAL.txt, "
               "status=" WS-JOURNAL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN OUTPUT OPGOER-FIL.
       IF WS-OPGOER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/DOEDSBO-OPGOERELSER.txt, status="
               WS-OPGOER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/DOEDSBO-RAPPORT.txt, "
               "status=" WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       MOVE SPACES TO RAPPORT-TEXT.
       STRING "DOEDSBOER - UDLODNING OG AFSLUTNING "
           WS-KOERSELS-DATO DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

      * Foerst afsluttes de boer der blev udloddet tidligere, saa et
      * bo der udloddes i dag ikke ses som afsluttet foer
      * posteringsmotoren har bogfoert betalingerne.
       PERFORM VARYING DB-IDX FROM 1 BY 1
               UNTIL DB-IDX > WS-DOEDSBO-ANTAL
           MOVE DBT-LINJE(DB-IDX) TO DOEDSBO-POST
           EVALUATE TRUE
               WHEN DB-ER-UDLODDET
                   PERFORM AFSLUT-DOEDSBO
               WHEN DB-ER-GODKENDT
                       AND DB-FORDELING-DATO NOT > WS-KOERSELS-DATO
                   IF UDSKYD-UDLODNING
                       PERFORM UDSAET-DOEDSBO
                   ELSE
                       PERFORM UDLOD-DOEDSBO
                   END-IF
           END-EVALUATE
           MOVE DOEDSBO-POST TO DBT-LINJE(DB-IDX)
       END-PERFORM.

       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "UDLODDET: " WS-UDLODDET-TAELLER
           "  STANDSET: " WS-STANDSET-TAELLER
           "  UDSAT: " WS-UDSAT-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AFSLUTTET: " WS-AFSLUTTET-TAELLER
           "  AFVENTER: " WS-AFVENTER-TAELLER
           "  KONTI LUKKET: " WS-KONTI-LUKKET
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE ORDRE-FIL.
       CLOSE JOURNAL-FIL.
       CLOSE OPGOER-FIL.
       CLOSE RAPPORT-FIL.
       CLOSE MASTER-FIL.

       IF WS-KONTI-LUKKET > 0
           PERFORM LUK-KONTI-I-MASTEREN
       END-IF.
       PERFORM SKRIV-DOEDSBOER-TILBAGE.
       PERFORM SKRIV-ARVINGER-TILBAGE.

       DISPLAY "DOEDSBO-UDLODNING: udloddet=" WS-UDLODDET-TAELLER
           " standset=" WS-STANDSET-TAELLER
           " udsat=" WS-UDSAT-TAELLER
           " afsluttet=" WS-AFSLUTTET-TAELLER
           " posteringer=" WS-POSTERING-TAELLER
           " ordrer=" WS-ORDRE-TAELLER.
       COMPUTE WS-NOTIF-ANTAL
           = WS-UDLODDET-TAELLER + WS-AFSLUTTET-TAELLER.
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

       INDLAES-DOEDSBOER.
       OPEN INPUT DOEDSBO-FIL.
       IF WS-DOEDSBO-STATUS = "35"
      *    Intet register endnu - intet at goere
           CONTINUE
       ELSE
           IF WS-DOEDSBO-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne files/DOEDSBOER.txt, "
                   "status=" WS-DOEDSBO-STATUS
               PERFORM STOP-MED-FEJL
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ DOEDSBO-FIL INTO DOEDSBO-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-DOEDSBO-ANTAL >= 200
                           DISPLAY "FEJL: Flere end 200 doedsboer i "
                               "registret - det kan ikke skrives "
                               "sikkert tilbage."
                           CLOSE DOEDSBO-FIL
                           PERFORM STOP-MED-FEJL
                       END-IF
                       ADD 1 TO WS-DOEDSBO-ANTAL
                       SET DB-IDX TO WS-DOEDSBO-ANTAL
                       MOVE DOEDSBO-POST TO DBT-LINJE(DB-IDX)
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE DOEDSBO-FIL
       END-IF.

       INDLAES-ARVINGER.
       OPEN INPUT ARVING-FIL.
       IF WS-ARVING-STATUS = "35"
           CONTINUE
       ELSE
           IF WS-ARVING-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/DOEDSBO-ARVINGER.txt, status="
                   WS-ARVING-STATUS
               PERFORM STOP-MED-FEJL
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ ARVING-FIL INTO ARVING-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-ARVING-ANTAL >= 1000
                           DISPLAY "FEJL: Flere end 1000 arvinger i "
                               "files/DOEDSBO-ARVINGER.txt."
                           CLOSE ARVING-FIL
                           PERFORM STOP-MED-FEJL
                       END-IF
                       ADD 1 TO WS-ARVING-ANTAL
                       SET DA-IDX TO WS-ARVING-ANTAL
                       MOVE ARVING-POST TO DAT-LINJE(DA-IDX)
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE ARVING-FIL
       END-IF.

       INDLAES-KONTOMASTER.
      * Indlaes kontomasteren i KONTO-TABEL, en raekke pr. konto i
      * KONTO-ID-orden.
       OPEN INPUT KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-KONTOMASTER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KONTOMASTER-FIL NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-KONTO-ANTAL
                   IF WS-KONTO-ANTAL > 2000
                       DISPLAY "FEJL: Flere end 2000 konti i "
                           "kontomasteren, kontotabellen er for lille."
                       CLOSE KONTOMASTER-FIL
                       PERFORM STOP-MED-FEJL
                   END-IF
                   MOVE KUNDE-ID IN KONTO-RECORD
                       TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                   MOVE KONTO-ID IN KONTO-RECORD
                       TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                   MOVE KONTO-TYPE IN KONTO-RECORD
                       TO KOT-KONTO-TYPE(WS-KONTO-ANTAL)
                   MOVE BALANCE IN KONTO-RECORD
                       TO KOT-BALANCE(WS-KONTO-ANTAL)
                   MOVE VALUTA-KD IN KONTO-RECORD
                       TO KOT-VALUTA-KD(WS-KONTO-ANTAL)
                   MOVE ACCOUNT-OPEN-DATE IN KONTO-RECORD
                       TO KOT-AABNET-DATO(WS-KONTO-ANTAL)
                   MOVE KONTO-STATUS IN KONTO-RECORD
                       TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                   MOVE LUKKET-DATO IN KONTO-RECORD
                       TO KOT-LUKKET-DATO(WS-KONTO-ANTAL)
                   MOVE KONTO-IBAN IN KONTO-RECORD
                       TO KOT-IBAN(WS-KONTO-ANTAL)
                   MOVE KONTO-AFDELING IN KONTO-RECORD
                       TO KOT-AFDELING(WS-KONTO-ANTAL)
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOMASTER-FIL.

       INDLAES-RENTESATSER.
       OPEN INPUT RENTESATS-FIL.
       IF WS-RENTESATS-STATUS = "00"
           PERFORM UNTIL WS-RENTESATS-STATUS NOT = "00"
               READ RENTESATS-FIL INTO RENTESATS-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RS-GYLDIG-FRA NUMERIC
                               AND WS-SATS-ANTAL < 100
                           ADD 1 TO WS-SATS-ANTAL
                           MOVE RS-KONTO-TYPE TO
                               RST-KONTO-TYPE(WS-SATS-ANTAL)
                           MOVE RS-GYLDIG-FRA TO
                               RST-GYLDIG-FRA(WS-SATS-ANTAL)
                           MOVE RS-BAND-FRA TO
                               RST-BAND-FRA(WS-SATS-ANTAL)
                           IF RS-FORTEGN = "-"
                               COMPUTE RST-SATS(WS-SATS-ANTAL)
                                   = 0 - RS-SATS
                           ELSE
                               MOVE RS-SATS TO
                                   RST-SATS(WS-SATS-ANTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENTESATS-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke indlaese rentesatser, status="
               WS-RENTESATS-STATUS " - ingen stubrente."
       END-IF.

       FIND-KONTO.
       MOVE 0 TO WS-FUNDET-IDX.
       SET KO-IDX TO 1.
       SEARCH KONTO-TABEL-ENTRY
           AT END
               MOVE 0 TO WS-FUNDET-IDX
           WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
               MOVE KO-IDX TO WS-FUNDET-IDX
       END-SEARCH.

       UDSAET-DOEDSBO.
       ADD 1 TO WS-UDSAT-TAELLER.
       MOVE "UDSAT TIL EFTER MAANEDSAFSLUTNINGEN" TO DB-AARSAG.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "UDSAT     KUNDE-ID " DB-KUNDE-ID
           "  SIDSTE BANKDAG I MAANEDEN - UDLODDES NAESTE BANKDAG"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       STANDS-DOEDSBO.
      * Boet bliver staaende som godkendt med aarsagen i registret;
      * det tages igen hver koersel, til aarsagen er rettet.
       ADD 1 TO WS-STANDSET-TAELLER.
       MOVE WS-STANDS-AARSAG TO DB-AARSAG.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "STANDSET  KUNDE-ID " DB-KUNDE-ID "  "
           WS-STANDS-AARSAG DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       AFSLUT-DOEDSBO.
      * Luk de af den afdoedes konti der staar i nul. Er der ikke
      * flere aabne konti, lukkes kunden og boet er afsluttet;
      * ellers venter boet paa at de sidste betalinger bliver
      * bogfoert.
       MOVE 0 TO WS-AABNE-KONTI.
       MOVE 0 TO WS-LUKKET-HER.
       MOVE 0 TO WS-REST-SALDO.
       PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > WS-KONTO-ANTAL
           IF KOT-KUNDE-ID(KO-IDX) = DB-KUNDE-ID
                   AND KOT-KONTO-STATUS(KO-IDX) NOT = "C"
               IF KOT-BALANCE(KO-IDX) = 0
                   MOVE "C" TO KOT-KONTO-STATUS(KO-IDX)
                   MOVE WS-KOERSELS-DATO TO KOT-LUKKET-DATO(KO-IDX)
                   SET KOT-SKAL-LUKKES(KO-IDX) TO TRUE
                   ADD 1 TO WS-LUKKET-HER
                   ADD 1 TO WS-KONTI-LUKKET
               ELSE
                   ADD 1 TO WS-AABNE-KONTI
                   ADD KOT-BALANCE(KO-IDX) TO WS-REST-SALDO
               END-IF
           END-IF
       END-PERFORM.
       IF WS-AABNE-KONTI > 0
           ADD 1 TO WS-AFVENTER-TAELLER
           MOVE "AFVENTER BETALINGER - KONTI IKKE I NUL"
               TO DB-AARSAG
           MOVE WS-AABNE-KONTI TO WS-ANTAL-VIS
           MOVE WS-REST-SALDO TO WS-SALDO-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING "AFVENTER  KUNDE-ID " DB-KUNDE-ID "  "
               WS-ANTAL-VIS " KONTI MED SALDO I ALT "
               WS-SALDO-EDIT DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
           EXIT PARAGRAPH
       END-IF.

       MOVE DB-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF KUNDE-STATUS IN MASTER-RECORD NOT = "C"
                   MOVE SPACES TO WS-FOER-BILLEDE
                   MOVE MASTER-RECORD TO WS-FOER-BILLEDE
                   MOVE "C" TO KUNDE-STATUS IN MASTER-RECORD
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ADVARSEL: Kunne ikke lukke kunde "
                               DB-KUNDE-ID
                       NOT INVALID KEY
                           PERFORM SKRIV-JOURNAL
                   END-REWRITE
               END-IF
       END-READ.
       MOVE "A" TO DB-STATUS.
       MOVE WS-KOERSELS-DATO TO DB-AFSLUTTET.
       MOVE SPACES TO DB-AARSAG.
       ADD 1 TO WS-AFSLUTTET-TAELLER.
       MOVE WS-LUKKET-HER TO WS-ANTAL-VIS.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "AFSLUTTET KUNDE-ID " DB-KUNDE-ID "  "
           WS-ANTAL-VIS " KONTI LUKKET I DAG, KUNDEN LUKKET"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM SKRIV-AFSLUTNINGSBREV.

       SKRIV-JOURNAL.
       MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL.
       MOVE "RET" TO JO-OPERATION.
       MOVE SPACES TO WS-EFTER-BILLEDE.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       MOVE WS-FOER-BILLEDE(1:250) TO JO-FOER.
       MOVE WS-FOER-BILLEDE(251:150) TO JO-FOER-REST.
       MOVE WS-EFTER-BILLEDE(1:250) TO JO-EFTER.
       MOVE WS-EFTER-BILLEDE(251:150) TO JO-EFTER-REST.
       MOVE SPACES TO JO-OPERATOER.
       MOVE WS-NOTIF-PROGRAM TO JO-PROGRAM.
       WRITE JOURNAL-RECORD.

       UDLOD-DOEDSBO.
       MOVE SPACES TO WS-STANDS-AARSAG.
       MOVE DB-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               MOVE "KUNDEN FINDES IKKE I KUNDEMASTEREN"
                   TO WS-STANDS-AARSAG
       END-READ.
       IF WS-STANDS-AARSAG = SPACES
               AND AFDOED-MARKERING IN MASTER-RECORD NOT = "D"
           MOVE "KUNDEN ER IKKE MARKERET AFDOED"
               TO WS-STANDS-AARSAG
       END-IF.
       IF WS-STANDS-AARSAG NOT = SPACES
           PERFORM STANDS-DOEDSBO
           EXIT PARAGRAPH
       END-IF.
       CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
           EFTERNAVN IN MASTER-RECORD FULDT-NAVN.

      * Stubrenten tilskrives kun naar fordelingsdatoen ligger i
      * indevaerende maaned; ellers har maanedsafslutningen allerede
      * taget hele maaneden.
       MOVE "N" TO WS-MED-RENTE.
       IF DB-FORDELING-DATO(1:6) = WS-KOERSELS-DATO(1:6)
               AND WS-SATS-ANTAL > 0
           SET TILSKRIV-STUBRENTE TO TRUE
           MOVE DB-FORDELING-DATO TO WS-PERIODE-FRA
           MOVE "01" TO WS-PERIODE-FRA(7:2)
           MOVE DB-FORDELING-DATO TO WS-PERIODE-TIL
       END-IF.

       PERFORM SAML-BO-KONTI.
       IF WS-STANDS-AARSAG = SPACES
           PERFORM SAML-ARVINGER
       END-IF.
       IF WS-STANDS-AARSAG = SPACES
           PERFORM KONTROLLER-FORDELING
       END-IF.
       IF WS-STANDS-AARSAG NOT = SPACES
           PERFORM STANDS-DOEDSBO
           EXIT PARAGRAPH
       END-IF.

       PERFORM BEREGN-ARVEBELOEB.
       PERFORM SKRIV-STUBRENTER.
       PERFORM SKRIV-OPGOERELSE-HOVED.
       PERFORM SKRIV-OPGOERELSE-KONTI.
       PERFORM VARYING WS-BA-IDX FROM 1 BY 1
               UNTIL WS-BA-IDX > WS-BA-ANTAL
           PERFORM UDBETAL-ARVING
       END-PERFORM.
       PERFORM SKRIV-OPGOERELSE-SLUT.

       MOVE WS-BO-VALUTA TO DB-VALUTA.
       MOVE WS-BO-RENTE TO DB-RENTE.
       MOVE WS-BO-TOTAL TO DB-UDLODDET.
       MOVE WS-KOERSELS-DATO TO DB-UDLODNING-DATO.
       MOVE "U" TO DB-STATUS.
       MOVE SPACES TO DB-AARSAG.
       ADD 1 TO WS-UDLODDET-TAELLER.
       MOVE WS-BO-TOTAL TO WS-SUM-EDIT.
       MOVE WS-BA-ANTAL TO WS-ANTAL-VIS.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "UDLODDET  KUNDE-ID " DB-KUNDE-ID "  "
           WS-SUM-EDIT " " WS-BO-VALUTA " TIL " WS-ANTAL-VIS
           " ARVINGER" DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SAML-BO-KONTI.
      * Saml den afdoedes aabne konti med saldo og stubrente. Boet
      * skal vaere uden gaeld og i een valuta.
       MOVE 0 TO WS-BK-ANTAL.
       MOVE 0 TO WS-BO-SALDO.
       MOVE 0 TO WS-BO-RENTE.
       MOVE 0 TO WS-BO-TOTAL.
       MOVE SPACES TO WS-BO-VALUTA.
       PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > WS-KONTO-ANTAL
                   OR WS-STANDS-AARSAG NOT = SPACES
           IF KOT-KUNDE-ID(KO-IDX) = DB-KUNDE-ID
                   AND KOT-KONTO-STATUS(KO-IDX) NOT = "C"
               EVALUATE TRUE
                   WHEN KOT-KONTO-TYPE(KO-IDX) = "LOAN"
                           OR KOT-BALANCE(KO-IDX) < 0
                       MOVE "BOET HAR GAELD - AFVIKLES MANUELT"
                           TO WS-STANDS-AARSAG
                   WHEN WS-BO-VALUTA NOT = SPACES
                           AND KOT-VALUTA-KD(KO-IDX) NOT = WS-BO-VALUTA
                       MOVE "BOETS KONTI ER I FLERE VALUTAER"
                           TO WS-STANDS-AARSAG
                   WHEN WS-BK-ANTAL >= 50
                       MOVE "FOR MANGE KONTI I BOET"
                           TO WS-STANDS-AARSAG
                   WHEN OTHER
                       MOVE KOT-VALUTA-KD(KO-IDX) TO WS-BO-VALUTA
                       ADD 1 TO WS-BK-ANTAL
                       MOVE KO-IDX TO BKT-KONTO-IDX(WS-BK-ANTAL)
                       PERFORM BEREGN-STUBRENTE
                       MOVE WS-RENTE-BELOEB TO BKT-RENTE(WS-BK-ANTAL)
                       COMPUTE BKT-REST(WS-BK-ANTAL)
                           = KOT-BALANCE(KO-IDX) + WS-RENTE-BELOEB
                       ADD KOT-BALANCE(KO-IDX) TO WS-BO-SALDO
                       ADD WS-RENTE-BELOEB TO WS-BO-RENTE
                       ADD BKT-REST(WS-BK-ANTAL) TO WS-BO-TOTAL
               END-EVALUATE
           END-IF
       END-PERFORM.
       IF WS-STANDS-AARSAG = SPACES AND WS-BO-TOTAL = 0
           MOVE "BOET HAR INGEN MIDLER I BANKEN" TO WS-STANDS-AARSAG
       END-IF.

       BEREGN-STUBRENTE.
      * Kreditrente af positiv saldo paa SAVINGS og BOERNEOPSPARING
      * fra maanedens foerste til fordelingsdatoen, regnet som
      * RENTE-TILSKRIVNING goer det. Giver et negativt baand i alt
      * negativ rente, tilskrives ingen stubrente.
       MOVE 0 TO WS-RENTE-BELOEB.
       MOVE KOT-BALANCE(KO-IDX) TO WS-BALANCE-NUM.
       IF TILSKRIV-STUBRENTE
               AND WS-BALANCE-NUM > 0
               AND (KOT-KONTO-TYPE(KO-IDX) = "SAVINGS"
                   OR KOT-KONTO-TYPE(KO-IDX) = "BOERNEOPSPARING")
           MOVE KOT-KONTO-TYPE(KO-IDX) TO WS-SOEGE-TYPE
           MOVE KOT-KONTO-ID(KO-IDX) TO WS-AFTALE-KONTO
           PERFORM BEREGN-PERIODE-RENTE
           IF WS-RENTE-BELOEB < 0
               MOVE 0 TO WS-RENTE-BELOEB
           END-IF
       END-IF.

       SAML-ARVINGER.
      * Saml boets arvinger og kontroller modtagerkontiene igen -
      * de kan vaere lukket siden godkendelsen.
       MOVE 0 TO WS-BA-ANTAL.
       MOVE 0 TO WS-ANDEL-SUM.
       MOVE 0 TO WS-FAST-SUM.
       MOVE 0 TO WS-PROCENT-ANTAL.
       MOVE 0 TO WS-SIDSTE-PROCENT.
       PERFORM VARYING DA-IDX FROM 1 BY 1
               UNTIL DA-IDX > WS-ARVING-ANTAL
                   OR WS-STANDS-AARSAG NOT = SPACES
           MOVE DAT-LINJE(DA-IDX) TO ARVING-POST
           IF DA-KUNDE-ID = DB-KUNDE-ID
               IF WS-BA-ANTAL >= 99
                   MOVE "FOR MANGE ARVINGER I BOET"
                       TO WS-STANDS-AARSAG
               ELSE
                   ADD 1 TO WS-BA-ANTAL
                   SET BAT-ARVING-IDX(WS-BA-ANTAL) TO DA-IDX
                   MOVE 0 TO BAT-BELOEB(WS-BA-ANTAL)
                   IF DA-ER-ANDEL
                       ADD DA-ANDEL TO WS-ANDEL-SUM
                       ADD 1 TO WS-PROCENT-ANTAL
                       MOVE WS-BA-ANTAL TO WS-SIDSTE-PROCENT
                   ELSE
                       ADD DA-BELOEB TO WS-FAST-SUM
                   END-IF
                   PERFORM KONTROLLER-MODTAGER
               END-IF
           END-IF
       END-PERFORM.

       KONTROLLER-MODTAGER.
       IF DA-KONTO-ID NOT = SPACES
           MOVE DA-KONTO-ID TO WS-SOEGE-KONTO
           PERFORM FIND-KONTO
           EVALUATE TRUE
               WHEN WS-FUNDET-IDX = 0
                   MOVE "ARVINGENS KONTO FINDES IKKE"
                       TO WS-STANDS-AARSAG
               WHEN KOT-KONTO-STATUS(WS-FUNDET-IDX) = "C"
                   MOVE "ARVINGENS KONTO ER LUKKET"
                       TO WS-STANDS-AARSAG
               WHEN KOT-KUNDE-ID(WS-FUNDET-IDX) = DB-KUNDE-ID
                   MOVE "ARVINGENS KONTO ER DEN AFDOEDES"
                       TO WS-STANDS-AARSAG
               WHEN KOT-VALUTA-KD(WS-FUNDET-IDX) NOT = WS-BO-VALUTA
                   MOVE "ARVINGENS KONTO ER I EN ANDEN VALUTA"
                       TO WS-STANDS-AARSAG
           END-EVALUATE
       ELSE
           MOVE DA-IBAN TO WS-IBAN
           CALL "IBAN-BEREGN" USING WS-IBAN-FUNKTION
               WS-IBAN WS-IBAN-GYLDIG
           IF WS-IBAN-GYLDIG NOT = "Y"
               MOVE "ARVINGENS IBAN ER UGYLDIGT" TO WS-STANDS-AARSAG
           END-IF
       END-IF.

       KONTROLLER-FORDELING.
      * Arvingerne skal tilsammen faa praecis boets midler: med
      * procentandele skal de summe til 100 (99,99 tillades for
      * tredjedele) og de faste beloeb maa ikke overstige boet; uden
      * andele skal de faste beloeb daekke boet til sidste oere.
       EVALUATE TRUE
           WHEN WS-BA-ANTAL = 0
               MOVE "INGEN ARVINGER REGISTRERET" TO WS-STANDS-AARSAG
           WHEN WS-FAST-SUM > WS-BO-TOTAL
               MOVE "FASTE BELOEB OVERSTIGER BOETS MIDLER"
                   TO WS-STANDS-AARSAG
           WHEN WS-PROCENT-ANTAL > 0
                   AND (WS-ANDEL-SUM < 99,99 OR WS-ANDEL-SUM > 100)
               MOVE "ANDELENE GIVER IKKE 100 PROCENT"
                   TO WS-STANDS-AARSAG
           WHEN WS-PROCENT-ANTAL = 0 AND WS-FAST-SUM < WS-BO-TOTAL
               MOVE "FASTE BELOEB DAEKKER IKKE HELE BOET"
                   TO WS-STANDS-AARSAG
       END-EVALUATE.

       BEREGN-ARVEBELOEB.
      * Faste beloeb foerst; resten fordeles efter andelene (regnet
      * mod andelenes sum, saa tre tredjedele paa 99,99 fordeler
      * hele resten), og den sidste arving med andel faar
      * afrundingen.
       COMPUTE WS-RESTBELOEB = WS-BO-TOTAL - WS-FAST-SUM.
       MOVE 0 TO WS-FORDELT.
       PERFORM VARYING WS-BA-IDX FROM 1 BY 1
               UNTIL WS-BA-IDX > WS-BA-ANTAL
           MOVE DAT-LINJE(BAT-ARVING-IDX(WS-BA-IDX)) TO ARVING-POST
           IF DA-ER-FAST
               MOVE DA-BELOEB TO BAT-BELOEB(WS-BA-IDX)
           ELSE
               IF WS-BA-IDX NOT = WS-SIDSTE-PROCENT
                   COMPUTE BAT-BELOEB(WS-BA-IDX) ROUNDED
                       = WS-RESTBELOEB * DA-ANDEL / WS-ANDEL-SUM
                   ADD BAT-BELOEB(WS-BA-IDX) TO WS-FORDELT
               END-IF
           END-IF
       END-PERFORM.
       IF WS-SIDSTE-PROCENT > 0
           COMPUTE BAT-BELOEB(WS-SIDSTE-PROCENT)
               = WS-RESTBELOEB - WS-FORDELT
       END-IF.

       SKRIV-STUBRENTER.
      * Stubrenten bogfoeres paa kontoen foer arven traekkes, med
      * fordelingsdatoen som valoer.
       PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-ANTAL
           IF BKT-RENTE(WS-BK-IDX) > 0
               SET KO-IDX TO BKT-KONTO-IDX(WS-BK-IDX)
               MOVE SPACES TO POSTERING-RECORD
               MOVE KOT-KONTO-ID(KO-IDX) TO PO-KONTO-ID
               MOVE WS-KOERSELS-DATO TO PO-DATO
               COMPUTE WS-BELOEB-X100 ROUNDED
                   = BKT-RENTE(WS-BK-IDX) * 100
               MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT
               MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB
               MOVE "K" TO PO-DK
               STRING "BOET RENTE TIL " DB-FORDELING-DATO
                   DELIMITED BY SIZE INTO PO-TEKST
               MOVE "RTIL" TO PO-TRANSKODE
               MOVE DB-FORDELING-DATO TO PO-VALOER-DATO
               PERFORM SKRIV-POSTERING-I-BATCH
               ADD 1 TO WS-POSTERING-TAELLER
           END-IF
       END-PERFORM.

       UDBETAL-ARVING.
      * Arvingens beloeb traekkes fra boets konti i raekkefoelge,
      * saa meget som hver konto har tilbage; et beloeb kan derfor
      * komme fra flere konti.
       MOVE DAT-LINJE(BAT-ARVING-IDX(WS-BA-IDX)) TO ARVING-POST.
       MOVE BAT-BELOEB(WS-BA-IDX) TO WS-MANGLER.
       PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-ANTAL OR WS-MANGLER = 0
           IF BKT-REST(WS-BK-IDX) > 0
               IF BKT-REST(WS-BK-IDX) < WS-MANGLER
                   MOVE BKT-REST(WS-BK-IDX) TO WS-DEL-BELOEB
               ELSE
                   MOVE WS-MANGLER TO WS-DEL-BELOEB
               END-IF
               SET KO-IDX TO BKT-KONTO-IDX(WS-BK-IDX)
               IF DA-KONTO-ID NOT = SPACES
                   PERFORM SKRIV-ARVEPAR
               ELSE
                   PERFORM SKRIV-ARVEORDRE
               END-IF
               SUBTRACT WS-DEL-BELOEB FROM BKT-REST(WS-BK-IDX)
               SUBTRACT WS-DEL-BELOEB FROM WS-MANGLER
           END-IF
       END-PERFORM.
       MOVE BAT-BELOEB(WS-BA-IDX) TO DA-UDBETALT.
       MOVE WS-KOERSELS-DATO TO DA-UDBETALT-DATO.
       MOVE ARVING-POST TO DAT-LINJE(BAT-ARVING-IDX(WS-BA-IDX)).
       PERFORM SKRIV-OPGOERELSE-ARVING.

       SKRIV-ARVEPAR.
      * Balancerende par til en konto i huset: debet paa den
      * afdoedes konto (teksten begynder med BOET), kredit paa
      * arvingens konto, samme reference.
       PERFORM DAN-REFERENCE.
       COMPUTE WS-BELOEB-X100 ROUNDED = WS-DEL-BELOEB * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE KOT-KONTO-ID(KO-IDX) TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "D" TO PO-DK.
       STRING "BOET ARV TIL " DA-KONTO-ID
           DELIMITED BY SIZE INTO PO-TEKST.
       MOVE "BOUD" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE DA-KONTO-ID TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "K" TO PO-DK.
       STRING "ARV FRA DOEDSBO " DB-KUNDE-ID
           DELIMITED BY SIZE INTO PO-TEKST.
       MOVE "BOUD" TO PO-TRANSKODE.
       MOVE WS-KOERSELS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       ADD 2 TO WS-POSTERING-TAELLER.

       SKRIV-ARVEORDRE.
      * Arving i en anden bank: en ordre til UDLAND-BETALING-KOERSEL
      * fra den afdoedes konto. Teksten begynder med BOET, saa
      * debetposteringen gaar igennem paa den afdoedes konto.
       MOVE SPACES TO ORDRE-RECORD.
       MOVE KOT-KONTO-ID(KO-IDX) TO BO-FRA-KONTO.
       MOVE DA-IBAN TO BO-IBAN.
       MOVE DA-NAVN TO BO-NAVN.
       MOVE WS-DEL-BELOEB TO BO-BELOEB.
       MOVE WS-BO-VALUTA TO BO-VALUTA.
       STRING "BOET ARV EFTER " DB-KUNDE-ID
           DELIMITED BY SIZE INTO BO-TEKST.
       WRITE ORDRE-RECORD.
       ADD 1 TO WS-ORDRE-TAELLER.

       DAN-REFERENCE.
      * Traek naeste loebenummer og dan parrets faelles reference,
      * koerselsdato + programbogstav B + firecifret loebenummer.
       MOVE 0 TO WS-REFNR.
       OPEN INPUT REFNR-FIL.
       IF WS-REFNR-STATUS = "00"
           READ REFNR-FIL INTO REFNR-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE REFNR-VAERDI TO WS-REFNR
           END-READ
           CLOSE REFNR-FIL
       END-IF.
       ADD 1 TO WS-REFNR.
       OPEN OUTPUT REFNR-FIL.
       IF WS-REFNR-STATUS = "00"
           MOVE WS-REFNR TO REFNR-VAERDI
           WRITE REFNR-RECORD
           CLOSE REFNR-FIL
       END-IF.
       MOVE SPACES TO WS-REFERENCE.
       STRING WS-KOERSELS-DATO "B" WS-REFNR
           INTO WS-REFERENCE.

       FORMATER-DATO.
       MOVE SPACES TO WS-BREV-TEKST.
       MOVE WS-DATO-VIS(1:8) TO WS-BREV-TEKST.
       CALL "BREV-SPROG" USING WS-BREV-FUNKTION WS-BREV-SPROG
           WS-BREV-TEKST.
       MOVE WS-BREV-TEKST TO WS-DATO-VIS.

       SKRIV-BOBESTYRER-ADRESSE.
       MOVE DB-BOBESTYRER TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE DB-ADRESSE TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE DB-POSTBY TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE SPACES TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE SPACES TO OPGOER-TEKST.
       STRING "Vedr. doedsboet efter "
           FUNCTION TRIM(FULDT-NAVN) ", KUNDE-ID " DB-KUNDE-ID
           DELIMITED BY SIZE INTO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE AFDOED-DATO IN MASTER-RECORD TO WS-DATO-VIS.
       PERFORM FORMATER-DATO.
       MOVE SPACES TO OPGOER-TEKST.
       STRING "Doedsdato: " WS-DATO-VIS
           DELIMITED BY SIZE INTO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE SPACES TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.

       SKRIV-OPGOERELSE-HOVED.
       PERFORM SKRIV-BOBESTYRER-ADRESSE.
       MOVE DB-FORDELING-DATO TO WS-DATO-VIS.
       PERFORM FORMATER-DATO.
       MOVE SPACES TO OPGOER-TEKST.
       STRING "BOOPGOERELSE PR. " WS-DATO-VIS
           DELIMITED BY SIZE INTO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE SPACES TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.

       SKRIV-OPGOERELSE-KONTI.
       MOVE SPACES TO OPGOER-TEKST.
       STRING "Konto       Kontotype                  Saldo"
           "       Rente         I alt"
           DELIMITED BY SIZE INTO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-ANTAL
           SET KO-IDX TO BKT-KONTO-IDX(WS-BK-IDX)
           MOVE KOT-KONTO-ID(KO-IDX) TO KL-KONTO-ID
           MOVE KOT-KONTO-TYPE(KO-IDX) TO KL-KONTO-TYPE
           MOVE KOT-BALANCE(KO-IDX) TO KL-SALDO
           MOVE BKT-RENTE(WS-BK-IDX) TO KL-RENTE
           MOVE BKT-REST(WS-BK-IDX) TO KL-I-ALT
           MOVE WS-KONTO-LINJE TO OPGOER-TEKST
           WRITE OPGOER-RECORD
       END-PERFORM.
       MOVE SPACES TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE WS-BO-TOTAL TO WS-SUM-EDIT.
       MOVE SPACES TO OPGOER-TEKST.
       STRING "Boets midler i alt: " WS-SUM-EDIT " " WS-BO-VALUTA
           DELIMITED BY SIZE INTO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE SPACES TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE "Fordeling til arvingerne:" TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.

       SKRIV-OPGOERELSE-ARVING.
       MOVE DA-NR TO AL-NR.
       MOVE DA-NAVN TO AL-NAVN.
       MOVE SPACES TO AL-GRUNDLAG.
       IF DA-ER-ANDEL
           MOVE DA-ANDEL TO WS-ANDEL-EDIT
           STRING "ANDEL " WS-ANDEL-EDIT " %"
               DELIMITED BY SIZE INTO AL-GRUNDLAG
       ELSE
           MOVE "FAST BELOEB" TO AL-GRUNDLAG
       END-IF.
       MOVE DA-UDBETALT TO AL-BELOEB.
       MOVE SPACES TO AL-MODTAGER.
       IF DA-KONTO-ID NOT = SPACES
           STRING "KONTO " DA-KONTO-ID
               DELIMITED BY SIZE INTO AL-MODTAGER
       ELSE
           STRING "IBAN " DA-IBAN
               DELIMITED BY SIZE INTO AL-MODTAGER
       END-IF.
       MOVE WS-ARVING-LINJE TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.

       SKRIV-OPGOERELSE-SLUT.
       MOVE SPACES TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE WS-BO-TOTAL TO WS-SUM-EDIT.
       MOVE SPACES TO OPGOER-TEKST.
       STRING "Udloddet i alt: " WS-SUM-EDIT " " WS-BO-VALUTA
           DELIMITED BY SIZE INTO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE SPACES TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE SPACES TO OPGOER-TEKST.
       STRING "Beloeb til konti i banken er bogfoert i dag. Beloeb "
           "til konti i andre banker sendes"
           DELIMITED BY SIZE INTO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE SPACES TO OPGOER-TEKST.
       STRING "med naeste udlandskoersel. Den afdoedes konti lukkes, "
           "naar alle betalinger er"
           DELIMITED BY SIZE INTO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE "gennemfoert og kontiene staar i nul." TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE SPACES TO OPGOER-TEKST.
       MOVE "------------------------------------" TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.

       SKRIV-AFSLUTNINGSBREV.
      * Kort meddelelse til bobestyreren om at boet er afsluttet.
       MOVE SPACES TO FULDT-NAVN.
       IF WS-MASTER-STATUS = "00"
           CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
               EFTERNAVN IN MASTER-RECORD FULDT-NAVN
       END-IF.
       PERFORM SKRIV-BOBESTYRER-ADRESSE.
       MOVE WS-KOERSELS-DATO TO WS-DATO-VIS.
       PERFORM FORMATER-DATO.
       MOVE SPACES TO OPGOER-TEKST.
       STRING "Alle udbetalinger fra boet er gennemfoert, og den "
           "afdoedes konti er lukket pr. " WS-DATO-VIS
           DELIMITED BY SIZE INTO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE "Boet er hermed afsluttet i banken." TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.
       MOVE SPACES TO OPGOER-TEKST.
       MOVE "------------------------------------" TO OPGOER-TEKST.
       WRITE OPGOER-RECORD.

       BEREGN-PERIODE-RENTE.
      * Del perioden ved typens satsaendringer og aftalens skift;
      * indenfor hver bid deles saldoen i trancher efter baandene i
      * kraft, og hver tranche tilskrives med sit baands sats.
       MOVE 0 TO WS-RENTE-BELOEB.
       COMPUTE WS-SALDO-ABS = FUNCTION ABS(WS-BALANCE-NUM).
       MOVE WS-PERIODE-FRA TO WS-BID-FRA.
       PERFORM UNTIL WS-BID-FRA > WS-PERIODE-TIL
           PERFORM BEREGN-BID
           PERFORM BEREGN-BID-TRANCHER
           IF WS-NAESTE-SKIFT = SPACES
               MOVE "99999999" TO WS-BID-FRA
           ELSE
               MOVE WS-NAESTE-SKIFT TO WS-BID-FRA
           END-IF
       END-PERFORM.

       BEREGN-BID-TRANCHER.
       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BID-BAND-ANTAL
           IF WS-BAND-IDX < WS-BID-BAND-ANTAL
               MOVE BBT-FRA(WS-BAND-IDX + 1) TO WS-TRANCHE-TOP
           ELSE
               MOVE 999999999 TO WS-TRANCHE-TOP
           END-IF
           IF WS-SALDO-ABS < WS-TRANCHE-TOP
               MOVE WS-SALDO-ABS TO WS-TRANCHE-TOP
           END-IF
           COMPUTE WS-TRANCHE
               = WS-TRANCHE-TOP - BBT-FRA(WS-BAND-IDX)
           IF WS-TRANCHE > 0
               COMPUTE WS-TRANCHE-RENTE ROUNDED = WS-TRANCHE
                   * BBT-SATS(WS-BAND-IDX) / 100
                   * WS-BID-DAGE / 365
               ADD WS-TRANCHE-RENTE TO WS-RENTE-BELOEB
           END-IF
       END-PERFORM.

       BEREGN-BID.
       PERFORM BYG-BID-BAND-TABEL.
       PERFORM FIND-NAESTE-SKIFT.
       PERFORM ANVEND-RENTEAFTALE.
       IF WS-NAESTE-SKIFT = SPACES
           MOVE WS-PERIODE-TIL TO WS-BID-TIL
       ELSE
           MOVE WS-NAESTE-SKIFT TO WS-DATO-9
           COMPUTE WS-BID-TIL-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATO-9) - 1
           COMPUTE WS-DATO-9
               = FUNCTION DATE-OF-INTEGER(WS-BID-TIL-INT)
           MOVE WS-DATO-9 TO WS-BID-TIL
       END-IF.
       MOVE WS-BID-FRA TO WS-DATO-9.
       COMPUTE WS-BID-FRA-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).
       MOVE WS-BID-TIL TO WS-DATO-9.
       COMPUTE WS-BID-TIL-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9).
       COMPUTE WS-BID-DAGE
           = WS-BID-TIL-INT - WS-BID-FRA-INT + 1.

       BYG-BID-BAND-TABEL.
       MOVE 0 TO WS-BID-BAND-ANTAL.
       PERFORM VARYING WS-SATS-IDX FROM 1 BY 1
               UNTIL WS-SATS-IDX > WS-SATS-ANTAL
           IF RST-KONTO-TYPE(WS-SATS-IDX) = WS-SOEGE-TYPE
                   AND RST-GYLDIG-FRA(WS-SATS-IDX)
                       NOT > WS-BID-FRA
               PERFORM MEDTAG-BAND-LINJE
           END-IF
       END-PERFORM.
       PERFORM SORTER-BAND-TABEL.

       MEDTAG-BAND-LINJE.
       MOVE 0 TO WS-BAND-IDX2.
       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BID-BAND-ANTAL
           IF BBT-FRA(WS-BAND-IDX)
                   = RST-BAND-FRA(WS-SATS-IDX)
               MOVE WS-BAND-IDX TO WS-BAND-IDX2
           END-IF
       END-PERFORM.
       IF WS-BAND-IDX2 = 0
           IF WS-BID-BAND-ANTAL < 10
               ADD 1 TO WS-BID-BAND-ANTAL
               MOVE RST-BAND-FRA(WS-SATS-IDX)
                   TO BBT-FRA(WS-BID-BAND-ANTAL)
               MOVE RST-SATS(WS-SATS-IDX)
                   TO BBT-SATS(WS-BID-BAND-ANTAL)
           END-IF
       ELSE
           PERFORM FIND-SENESTE-FOR-GRAENSE
       END-IF.

       FIND-SENESTE-FOR-GRAENSE.
       MOVE SPACES TO WS-BEDSTE-FRA.
       PERFORM VARYING WS-SATS-IDX2 FROM 1 BY 1
               UNTIL WS-SATS-IDX2 > WS-SATS-ANTAL
           IF RST-KONTO-TYPE(WS-SATS-IDX2) = WS-SOEGE-TYPE
                   AND RST-GYLDIG-FRA(WS-SATS-IDX2)
                       NOT > WS-BID-FRA
                   AND RST-BAND-FRA(WS-SATS-IDX2)
                       = BBT-FRA(WS-BAND-IDX2)
                   AND RST-GYLDIG-FRA(WS-SATS-IDX2)
                       > WS-BEDSTE-FRA
               MOVE RST-GYLDIG-FRA(WS-SATS-IDX2) TO WS-BEDSTE-FRA
               MOVE RST-SATS(WS-SATS-IDX2)
                   TO BBT-SATS(WS-BAND-IDX2)
           END-IF
       END-PERFORM.

       SORTER-BAND-TABEL.
      * Simpel ombytningssortering - tabellen har hoejst ti baand.
       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX >= WS-BID-BAND-ANTAL
           PERFORM VARYING WS-BAND-IDX2 FROM 1 BY 1
                   UNTIL WS-BAND-IDX2 >= WS-BID-BAND-ANTAL
               IF BBT-FRA(WS-BAND-IDX2)
                       > BBT-FRA(WS-BAND-IDX2 + 1)
                   MOVE BBT-FRA(WS-BAND-IDX2)
                       TO WS-BAND-BYT-FRA
                   MOVE BBT-SATS(WS-BAND-IDX2)
                       TO WS-BAND-BYT-SATS
                   MOVE BBT-FRA(WS-BAND-IDX2 + 1)
                       TO BBT-FRA(WS-BAND-IDX2)
                   MOVE BBT-SATS(WS-BAND-IDX2 + 1)
                       TO BBT-SATS(WS-BAND-IDX2)
                   MOVE WS-BAND-BYT-FRA
                       TO BBT-FRA(WS-BAND-IDX2 + 1)
                   MOVE WS-BAND-BYT-SATS
                       TO BBT-SATS(WS-BAND-IDX2 + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

       ANVEND-RENTEAFTALE.
      * En fast aftalt sats afloeser hele baandtabellen, et
      * tillaeg/fradrag laegges til hvert baands sats; aftalens
      * begyndelse og udloeb deler perioden.
       CALL "RENTEAFTALE-OPSLAG" USING WS-AFTALE-KONTO WS-BID-FRA
           WS-AFTALE-ART WS-AFTALE-SATS WS-AFTALE-SKIFT.
       EVALUATE WS-AFTALE-ART
           WHEN "F"
               MOVE 1 TO WS-BID-BAND-ANTAL
               MOVE 0 TO BBT-FRA(1)
               MOVE WS-AFTALE-SATS TO BBT-SATS(1)
           WHEN "M"
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > WS-BID-BAND-ANTAL
                   ADD WS-AFTALE-SATS TO BBT-SATS(WS-BAND-IDX)
               END-PERFORM
       END-EVALUATE.
       IF WS-AFTALE-SKIFT NOT = SPACES
               AND WS-AFTALE-SKIFT NOT > WS-PERIODE-TIL
               AND (WS-NAESTE-SKIFT = SPACES
                   OR WS-AFTALE-SKIFT < WS-NAESTE-SKIFT)
           MOVE WS-AFTALE-SKIFT TO WS-NAESTE-SKIFT
       END-IF.

       FIND-NAESTE-SKIFT.
       MOVE SPACES TO WS-NAESTE-SKIFT.
       PERFORM VARYING WS-SATS-IDX FROM 1 BY 1
               UNTIL WS-SATS-IDX > WS-SATS-ANTAL
           IF RST-KONTO-TYPE(WS-SATS-IDX) = WS-SOEGE-TYPE
                   AND RST-GYLDIG-FRA(WS-SATS-IDX) > WS-BID-FRA
                   AND RST-GYLDIG-FRA(WS-SATS-IDX)
                       NOT > WS-PERIODE-TIL
                   AND (WS-NAESTE-SKIFT = SPACES
                       OR RST-GYLDIG-FRA(WS-SATS-IDX)
                           < WS-NAESTE-SKIFT)
               MOVE RST-GYLDIG-FRA(WS-SATS-IDX)
                   TO WS-NAESTE-SKIFT
           END-IF
       END-PERFORM.

       LUK-KONTI-I-MASTEREN.
      * De lukkede konti laeses paany paa KONTO-ID, og kun status og
      * lukkedato aendres, saa masterens saldo og oevrige felter
      * staar som de er. Derefter dannes KontoOpl.txt paany.
       OPEN I-O KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               " til opdatering, status=" WS-KONTOMASTER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > WS-KONTO-ANTAL
           IF KOT-SKAL-LUKKES(KO-IDX)
               PERFORM LUK-KONTO-I-MASTEREN
           END-IF
       END-PERFORM.
       CLOSE KONTOMASTER-FIL.
       MOVE "batch/kontoopl_udtraek" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "ADVARSEL: KONTOOPL-UDTRAEK fejlede - koer den "
               "manuelt, saa KontoOpl.txt svarer til masteren."
           MOVE 0 TO RETURN-CODE
       END-IF.

       LUK-KONTO-I-MASTEREN.
       MOVE KOT-KONTO-ID(KO-IDX) TO KONTO-ID IN KONTO-RECORD.
       READ KONTOMASTER-FIL
           INVALID KEY
               DISPLAY "ADVARSEL: Konto " KOT-KONTO-ID(KO-IDX)
                   " findes ikke laengere i kontomasteren."
               EXIT PARAGRAPH
       END-READ.
       MOVE KONTO-RECORD TO WS-KONTO-FOER-BILLEDE.
       MOVE "C" TO KONTO-STATUS IN KONTO-RECORD.
       MOVE KOT-LUKKET-DATO(KO-IDX) TO LUKKET-DATO IN KONTO-RECORD.
       REWRITE KONTO-RECORD.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Omskrivning af konto " KOT-KONTO-ID(KO-IDX)
               " i kontomasteren fejlede, status="
               WS-KONTOMASTER-STATUS
           CLOSE KONTOMASTER-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM SKRIV-KONTO-JOURNAL.

       SKRIV-DOEDSBOER-TILBAGE.
       OPEN OUTPUT DOEDSBO-FIL.
       IF WS-DOEDSBO-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/DOEDSBOER.txt, "
               "status=" WS-DOEDSBO-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM VARYING DB-IDX FROM 1 BY 1
               UNTIL DB-IDX > WS-DOEDSBO-ANTAL
           MOVE DBT-LINJE(DB-IDX) TO DOEDSBO-POST
           WRITE DOEDSBO-POST
       END-PERFORM.
       CLOSE DOEDSBO-FIL.

       SKRIV-ARVINGER-TILBAGE.
       IF WS-ARVING-ANTAL = 0
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT ARVING-FIL.
       IF WS-ARVING-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/DOEDSBO-ARVINGER.txt, "
               "status=" WS-ARVING-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM VARYING DA-IDX FROM 1 BY 1
               UNTIL DA-IDX > WS-ARVING-ANTAL
           MOVE DAT-LINJE(DA-IDX) TO ARVING-POST
           WRITE ARVING-POST
       END-PERFORM.
       CLOSE ARVING-FIL.

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".

       SKRIV-KONTO-JOURNAL.
      * WS-KONTO-FOER-BILLEDE og WS-KONTO-OPERATION er sat af
      * kalderen; efterbilledet er kontoen som den netop er skrevet.
       CALL "KONTO-JOURNAL" USING WS-NOTIF-PROGRAM WS-KONTO-OPERATION
           WS-JOURNAL-OPERATOER WS-KONTO-FOER-BILLEDE KONTO-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
