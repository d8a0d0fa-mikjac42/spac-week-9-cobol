      * Den fulde koersels-raekkefoelge, med hvilken fil hvert trin
      * laeser og skriver, staar dokumenteret som en JCL-job-stream i
      * batch/DAGLIGT.JCL.
      * Hvert gennemfoert trin logges for bankdagen i kaedekontrollen
      * files/KAEDE-KONTROL.txt (copybooks/KAEDEKTL.cpy) med aftryk af
      * trinnets outputfiler. Fejler kaeden, tilbyder naeste start at
      * genoptage fra det foerste ufuldfoerte trin - efter kontrol af
      * at de gennemfoerte trins output staar uroert - under samme
      * koersels-ID. Parameter GENOPTAG genoptager uden at spoerge,
      * FORFRA starter kaeden forfra. Trin der bogfoerer eller foejer
      * penge til (posteringsmotoren m.fl.) koeres aldrig to gange for
      * samme bankdag, heller ikke ved FORFRA.
      * Kaedekontrollen faar ogsaa en linje naar et trin startes,
      * fejler eller springes over, saa kaedemonitoren
      * (batch/kaede_monitor.cob) kan vise kaedens fremdrift mens
      * den koerer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.

           SELECT KAEDE-FIL ASSIGN TO "files/KAEDE-KONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KAEDE-STATUS.

      *    Aftrykket af en outputfil (cksum) laeses tilbage herfra.
           SELECT AFTRYK-FIL ASSIGN TO "files/KAEDE-AFTRYK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFTRYK-STATUS.

      *    Koersels-ID'et en genoptaget kaede skal beholde - se
      *    shared/koersel_id.cob.
           SELECT GENOPTAG-FIL ASSIGN TO "files/KAEDE-GENOPTAG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENOPTAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RC-FIL.
       01  RC-RECORD.
           05 RC-VAERDI        PIC X(10).

       FD  KAEDE-FIL.
       01  KAEDE-RECORD.
           COPY "copybooks/KAEDEKTL.cpy".

       FD  AFTRYK-FIL.
       01  AFTRYK-RECORD.
           05 AFTRYK-VAERDI    PIC X(24).

       FD  GENOPTAG-FIL.
       01  GENOPTAG-RECORD    PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-KOMMANDO         PIC X(250) VALUE SPACES.

               10  PAR-RC-FIL      PIC X(30).
               10  PAR-FAERDIG     PIC X(1).
               10  PAR-RC          PIC S9(4).
      *            J = gennemfoert foer genoptagelsen, ikke startet.
               10  PAR-SPRUNGET    PIC X(1).
       01  WS-PAR-IDX          PIC 9(1)   VALUE 0.
       01  WS-PAR-MANGLER      PIC 9(1)   VALUE 0.
       01  WS-PAR-FEJL         PIC 9(1)   VALUE 0.
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

      * Kaedekontrollen: trintabellen i kaedens raekkefoelge med
      * gentagelighed og de outputfiler hvis aftryk logges naar
      * trinnet er gennemfoert (KLARGOER-TRINTABEL), og hvad
      * files/KAEDE-KONTROL.txt siger om bankdagen.
       01  WS-KAEDE-STATUS     PIC XX     VALUE "00".
       01  WS-AFTRYK-STATUS    PIC XX     VALUE "00".
       01  WS-GENOPTAG-STATUS  PIC XX     VALUE "00".
       01  WS-KAEDE-EOF        PIC X      VALUE "N".
       01  WS-KAEDE-PARAM      PIC X(20)  VALUE SPACES.
       01  WS-KAEDE-SVAR       PIC X(1)   VALUE SPACES.
      *    F = frisk kaede, G = genoptaget kaede.
       01  WS-KAEDE-TILSTAND   PIC X(1)   VALUE "F".
           88  KAEDE-GENOPTAGES           VALUE "G".
      *    Seneste KSTR for bankdagen, og om den blev fulgt af KSLT.
       01  WS-KAEDE-FUNDET     PIC X(1)   VALUE "N".
       01  WS-KAEDE-AFSLUTTET  PIC X(1)   VALUE "N".
       01  WS-KAEDE-START-ID   PIC X(13)  VALUE SPACES.
       01  WS-KOERSEL-ID       PIC X(13)  VALUE SPACES.
       01  WS-ID-FUNKTION      PIC X(4)   VALUE "LAES".
       01  WS-TIDSSTEMPEL      PIC X(14)  VALUE SPACES.
       01  WS-FOERSTE-MANGLER  PIC X(20)  VALUE SPACES.
       01  WS-ANTAL-GENNEMFOERT PIC 9(3)  VALUE 0.
       01  WS-ANTAL-AENDRET    PIC 9(3)   VALUE 0.
       01  WS-TRIN-SPRING      PIC X(1)   VALUE "N".
       01  WS-FIL-IDX          PIC 9(1)   VALUE 0.
       01  WS-AKTUELT-AFTRYK   PIC X(24)  VALUE SPACES.
       01  WS-AFTRYK-STI       PIC X(40)  VALUE SPACES.
       01  WS-KAEDE-LINJETYPE  PIC X(4)   VALUE SPACES.
      *    Trinnets slutkode paa TFEJ-linjen til kaedemonitoren.
       01  WS-TRIN-SLUTKODE    PIC X(24)  VALUE SPACES.
       01  WS-SLUTKODE-EDIT    PIC -(8)9.

       01  WS-TRIN-ANTAL       PIC 9(2)   VALUE 0.
       01  WS-TRIN-IDX         PIC 9(2)   VALUE 0.
       01  WS-SOEG-IDX         PIC 9(2)   VALUE 0.
       01  TRIN-TABEL.
           05  TT-ENTRY OCCURS 40 TIMES.
               10  TT-NAVN         PIC X(20).
               10  TT-GENTAGELIG   PIC X(1).
               10  TT-FIL          PIC X(40) OCCURS 5 TIMES.
      *        J = gennemfoert i den kaede der genoptages.
               10  TT-I-KAEDE      PIC X(1).
      *        J = gennemfoert i en hvilken som helst kaede i dag.
               10  TT-I-DAG        PIC X(1).

      * Senest loggede aftryk pr. outputfil i den kaede der
      * genoptages - det der skal staa uroert foer genoptagelsen.
       01  WS-AFTRYK-ANTAL     PIC 9(3)   VALUE 0.
       01  WS-AFTRYK-IDX       PIC 9(3)   VALUE 0.
       01  AFTRYK-TABEL.
           05  AT-ENTRY OCCURS 150 TIMES.
               10  AT-FIL          PIC X(40).
               10  AT-AFTRYK       PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
           STOP RUN
       END-IF.

      * Kaedekontrollen: blev dagens kaede ikke gennemfoert, tilbydes
      * genoptagelse fra det foerste ufuldfoerte trin; ellers startes
      * en ny kaede for bankdagen.
       PERFORM KLARGOER-TRINTABEL.
       PERFORM KLARGOER-KAEDEKONTROL.

      * Friskhedskontrol af referencetabellerne foer noget andet -
      * en kaede paa uge gamle valutakurser er vaerre end ingen
      * kaede. Operatoer-override for en enkelt cyklus haandteres
       DISPLAY "DAGLIGT-KOERSEL: kontrollerer referencedata.".
       MOVE "batch/reference_kontrol" TO WS-KOMMANDO
       MOVE "REFERENCE-KONTROL" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: referencekontrollen afviste "
               "dagens tilstand, kode=" WS-RETUR-KODE
       DISPLAY "DAGLIGT-KOERSEL: kontrollerer inputvolumen.".
       MOVE "batch/volumen_kontrol" TO WS-KOMMANDO
       MOVE "VOLUMEN-KONTROL" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: volumenkontrollen afviste "
               "dagens input, kode=" WS-RETUR-KODE
           STOP RUN
       END-IF.

      * Sanktionsscreening af kundemasteren, foer dagens betalinger
      * og posteringer - mulige hits laegges i koeen til compliance.
       DISPLAY "DAGLIGT-KOERSEL: starter sanktionsscreeningen.".
       MOVE "batch/sanktion_screening" TO WS-KOMMANDO
       MOVE "SANKTION-SCREENING" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: sanktionsscreeningen fejlede, "
               "kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

       DISPLAY "DAGLIGT-KOERSEL: starter Opgave6.".
       MOVE "06_Laesning_af_fil/opgave6" TO WS-KOMMANDO
       MOVE "OPGAVE6" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: Opgave6 fejlede, kode="
               WS-RETUR-KODE
       DISPLAY "DAGLIGT-KOERSEL: starter Opgave7.".
       MOVE "07_Skrivning_i_fil/opgave7" TO WS-KOMMANDO
       MOVE "OPGAVE7" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: Opgave7 fejlede, kode="
               WS-RETUR-KODE
           STOP RUN
       END-IF.

      * Udlaeg fra Gaeldsstyrelsen: nye ordrer fryses, ophaevelser
      * frigives, og frysninger hvis ventetid er gaaet, udbetales via
      * posteringsfilen. Koeres foer de faste overfoersler, saa en
      * ny frysning gaelder allerede i dagens koersel.
       DISPLAY "DAGLIGT-KOERSEL: behandler udlaeg.".
       MOVE "batch/udlaeg_koersel" TO WS-KOMMANDO
       MOVE "UDLAEG" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: udlaeg fejlede, kode="
               WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Kortafregning: kortselskabets afregninger matches mod de
      * aabne kortreservationer og laegges i posteringsfilen, og
      * udloebne kortreservationer ryddes. Koeres efter udlaeg, saa
      * en ny frysning ser kortreservationerne som stadig holdt.
       DISPLAY "DAGLIGT-KOERSEL: behandler kortafregning.".
       MOVE "batch/kort_afregning" TO WS-KOMMANDO
       MOVE "KORT-AFREGNING" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: kortafregning fejlede, kode="
               WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

       DISPLAY "DAGLIGT-KOERSEL: udfoerer faste overfoersler.".
       MOVE "batch/fast_overfoersel_koersel" TO WS-KOMMANDO
       MOVE "FAST-OVERFOERSEL" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: faste overfoersler fejlede, "
               "kode=" WS-RETUR-KODE
           STOP RUN
       END-IF.

      * Betalingslager: enkeltbetalinger med betalingsdato frem i
      * tiden udfoeres paa forfaldsdagen - interne som posteringspar
      * til motoren, eksterne som ordrer til udlandsbetalingen.
      * Koeres efter de faste overfoersler, saa de faste ordrer har
      * foerste ret til dagens saldo.
       DISPLAY "DAGLIGT-KOERSEL: behandler betalingslager.".
       MOVE "batch/betalingslager_koersel" TO WS-KOMMANDO
       MOVE "BETALINGSLAGER" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: betalingslager fejlede, kode="
               WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Doedsboer: godkendte boer udloddes paa fordelingsdatoen -
      * arv til konti i huset som posteringspar til motoren, til
      * andre banker som ordrer til udlandsbetalingen - og udloddede
      * boer afsluttes naar kontiene staar i nul. Paa maanedens
      * sidste bankdag udsaetter trinnet selv udlodningerne.
       DISPLAY "DAGLIGT-KOERSEL: behandler doedsboer.".
       MOVE "batch/doedsbo_udlodning" TO WS-KOMMANDO
       MOVE "DOEDSBO-UDLODNING" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: doedsbo-udlodning fejlede, kode="
               WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Terminsforfald: udloebne terminsindskud frigives og deres
      * slutrente laegges i posteringsfilen, saa motoren bogfoerer
      * den sammen med resten af dagens posteringer.
       DISPLAY "DAGLIGT-KOERSEL: behandler terminsforfald.".
       MOVE "batch/termin_udloeb" TO WS-KOMMANDO
       MOVE "TERMIN-UDLOEB" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: terminsforfald fejlede, kode="
               WS-RETUR-KODE
           STOP RUN
       END-IF.

      * Rentevarsel: nye fremtidige linjer i RENTESATSER.txt varsles
      * til de beroerte kunder, og linjer der ikke overholder
      * varselsfristen fjernes - foer maanedsafslutningen, saa en
      * ulovlig aendring aldrig naar rentetilskrivningen.
       DISPLAY "DAGLIGT-KOERSEL: kontrollerer renteaendringer.".
       MOVE "batch/rente_varsel" TO WS-KOMMANDO
       MOVE "RENTE-VARSEL" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: rentevarsel fejlede, kode="
               WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Maanedsafslutning: paa maanedens sidste bankdag koeres
      * maanedsdriveren, som selv kender sidst lukkede periode og
      * naegter at lukke samme maaned to gange - renterne og de
               "starter maanedsafslutningen."
           MOVE "batch/maaneds_koersel" TO WS-KOMMANDO
           MOVE "MAANEDS-KOERSEL" TO WS-STAT-PROGRAM
           PERFORM KOER-TRIN
           IF WS-RETUR-KODE NOT = 0
               DISPLAY "DAGLIGT-KOERSEL: maanedsafslutningen "
                   "fejlede, kode=" WS-RETUR-KODE
       DISPLAY "DAGLIGT-KOERSEL: starter posteringsmotoren.".
       MOVE "batch/postering_motor" TO WS-KOMMANDO
       MOVE "POSTERING-MOTOR" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: posteringsmotoren fejlede, kode="
               WS-RETUR-KODE
           STOP RUN
       END-IF.

      * Motoren bogfoerer i den indekserede kontomaster; den flade
      * KontoOpl.txt som resten af kaeden laeser, dannes her af
      * masteren - se batch/kontoopl_udtraek.cob.
       DISPLAY "DAGLIGT-KOERSEL: danner KontoOpl.txt af kontomasteren.".
       MOVE "batch/kontoopl_udtraek" TO WS-KOMMANDO
       MOVE "KONTOOPL-UDTRAEK" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: udtraekket af kontomasteren "
               "fejlede, kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Fremskrivningskontrollen: forrige snapshot plus de bogfoerte
      * linjer siden skal give den nye KontoOpl.txt; ved forskel
      * standses kaeden her - se batch/saldo_fremskrivning.cob.
       DISPLAY "DAGLIGT-KOERSEL: kontrollerer saldofremskrivningen.".
       MOVE "batch/saldo_fremskrivning" TO WS-KOMMANDO
       MOVE "SALDO-FREMSKRIVNING" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: saldofremskrivningen "
               "afstemmer ikke, kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Raabalancen: dagens bogfoerte linjer henfoert til
      * finanskonti, lige efter motoren saa finans faar balancen for
      * praecis de posteringer der netop er bogfoert.
       DISPLAY "DAGLIGT-KOERSEL: danner raabalancen.".
       MOVE "batch/raabalance" TO WS-KOMMANDO
       MOVE "RAABALANCE" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: raabalancen fejlede, kode="
               WS-RETUR-KODE
           STOP RUN
       END-IF.

      * Fejlkontoens aldersfordeling til finans: de poster motoren
      * har bogfoert paa fejlkontoen og som endnu ikke er klaret -
      * se batch/fejlkonto_alder.cob.
       DISPLAY "DAGLIGT-KOERSEL: danner fejlkontoens aldersfordeling.".
       MOVE "batch/fejlkonto_alder" TO WS-KOMMANDO
       MOVE "FEJLKONTO-ALDER" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: fejlkontoens aldersfordeling "
               "fejlede, kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Hvidvaskovervaagningen: dagens nye historiklinjer holdes op
      * mod scenarierne, og ramninger gaar i alarmkoeen til
      * compliance - se batch/aml_overvaagning.cob.
       DISPLAY "DAGLIGT-KOERSEL: starter hvidvaskovervaagningen.".
       MOVE "batch/aml_overvaagning" TO WS-KOMMANDO
       MOVE "AML-OVERVAAGNING" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: hvidvaskovervaagningen fejlede, "
               "kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Risikoklassificering efter hvidvaskloven - efter
      * posteringsmotoren, saa dagens udlandsbetalinger er med.
       DISPLAY "DAGLIGT-KOERSEL: starter risikoklassificeringen.".
       MOVE "batch/risiko_klassificering" TO WS-KOMMANDO
       MOVE "RISIKO-KLASSIFICER" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: risikoklassificeringen "
               "fejlede, kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * camt.053-kontoudtog til tilmeldte erhvervskonti - efter
      * posteringsmotoren, saa dagens posteringer og saldi er med.
       DISPLAY "DAGLIGT-KOERSEL: starter camt.053-eksporten.".
       MOVE "batch/camt053_eksport" TO WS-KOMMANDO
       MOVE "CAMT053-EKSPORT" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: camt.053-eksporten "
               "fejlede, kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       DISPLAY "DAGLIGT-KOERSEL: starter Opgave8.".
       MOVE "08_Flere_filer/opgave8" TO WS-KOMMANDO
       MOVE "OPGAVE8" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: Opgave8 fejlede, kode="
               WS-RETUR-KODE
           STOP RUN
       END-IF.

      * Overtraeksdaekning: konti med en daekningsaftale faar
      * overtraekket daekket fra egen opsparing og tages af
      * overtraekslisten, FOER gebyr og aldring i den parallelle
      * gruppe laeser den - se batch/overtraek_daekning.cob.
       DISPLAY "DAGLIGT-KOERSEL: daekker overtraek fra opsparing.".
       MOVE "batch/overtraek_daekning" TO WS-KOMMANDO
       MOVE "OVERTRAEK-DAEKNING" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: overtraeksdaekningen fejlede, "
               "kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Cash pool-sweep: erhvervskunders underkonti toemmes til
      * eller fyldes op fra poolens topkonto, efter dagens oevrige
      * posteringer og daekninger - se batch/cashpool_sweep.cob.
       DISPLAY "DAGLIGT-KOERSEL: sweeper cash pools.".
       MOVE "batch/cashpool_sweep" TO WS-KOMMANDO
       MOVE "CASHPOOL-SWEEP" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: cash pool-sweepet fejlede, "
               "kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Den parallelle gruppe: afstemning, KPI, gebyr og aldring
      * afhaenger alle kun af Opgave8's output - med overtraekslisten
      * som overtraeksdaekningen har efterladt den - og koerer
      * samtidig.
       DISPLAY "DAGLIGT-KOERSEL: starter den parallelle gruppe "
           "(afstemning, KPI, gebyr, aldring, datakvalitet).".
       PERFORM KLARGOER-PARALLEL-GRUPPE.
           STOP RUN
       END-IF.

      * Gatewayens leveringsstatus for de forrige adviseringer
      * indlaeses foerst, saa numre og adresser den har afvist er
      * markeret uleverbare foer nattens beskeder dannes - se
      * batch/advis_leveringsstatus.cob.
       DISPLAY "DAGLIGT-KOERSEL: indlaeser adviseringernes "
           "leveringsstatus.".
       MOVE "batch/advis_leveringsstatus" TO WS-KOMMANDO
       MOVE "ADVIS-LEVERING" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: indlaesningen af leveringsstatus "
               "fejlede, kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Saldo-, indbetalings- og gebyradviseringer: efter den
      * parallelle gruppe, saa dagens saldi er bogfoert og
      * OVERTRAEK-GEBYRs gebyrer er logget - se
      * batch/advis_koersel.cob.
       DISPLAY "DAGLIGT-KOERSEL: danner SMS-/e-mail-"
           "adviseringer.".
       MOVE "batch/advis_koersel" TO WS-KOMMANDO
       MOVE "ADVIS-KOERSEL" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: adviseringskoerslen "
               "fejlede, kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Filialernes arbejdskoe: dagens rapporter og koeer samles til
      * opgaver pr. afdeling - efter den parallelle gruppe, saa
      * overtraekseskaleringen og datakvalitetens undtagelser er
      * nattens - se batch/arbejdskoe_opsamling.cob.
       DISPLAY "DAGLIGT-KOERSEL: samler arbejdskoeen op.".
       MOVE "batch/arbejdskoe_opsamling" TO WS-KOMMANDO
       MOVE "ARBEJDSKOE-OPSAML" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: opsamlingen til arbejdskoeen "
               "fejlede, kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Trykkeriets kvittering for den forrige spool indlaeses
      * foerst, saa forsendelsesregistret er ajour foer nattens
      * kuverter foejes til - se batch/print_kvittering.cob.
       DISPLAY "DAGLIGT-KOERSEL: indlaeser trykkeriets kvittering.".
       MOVE "batch/print_kvittering" TO WS-KOMMANDO
       MOVE "PRINT-KVITTERING" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: indlaesningen af "
               "printkvitteringen fejlede, kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Nattens printspool: alle dagens fysiske breve og oversigter
      * samles i en kuvert pr. adresse i postnummerorden - sidst,
      * efter alle brevdannende trin - se batch/print_spool.cob.
       DISPLAY "DAGLIGT-KOERSEL: danner printspoolen.".
       MOVE "batch/print_spool" TO WS-KOMMANDO
       MOVE "PRINT-SPOOL" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: printspoolen "
               "fejlede, kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Deltaudtraekket til datavarehuset: dagens aendringer i kunde-
      * og kontomasteren og de nye historiklinjer - sidst, saa alle
      * dagens aendringer er med - se batch/dwh_delta_udtraek.cob.
       DISPLAY "DAGLIGT-KOERSEL: danner deltaudtraekket til "
           "datavarehuset.".
       MOVE "batch/dwh_delta_udtraek" TO WS-KOMMANDO
       MOVE "DWH-DELTA-UDTRAEK" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: deltaudtraekket til "
               "datavarehuset fejlede, kode=" WS-RETUR-KODE
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

       DISPLAY "DAGLIGT-KOERSEL: alle trin gennemfoert.".
       MOVE "KSLT" TO WS-KAEDE-LINJETYPE.
       PERFORM SKRIV-KAEDESTATUS.
       PERFORM FRIGIV-MASTER-LAAS

      * Natligt sikkerhedssaet med manifest, taget EFTER laasen er
       DISPLAY "DAGLIGT-KOERSEL: tager sikkerhedssaet.".
       MOVE "batch/sikkerhedskopi" TO WS-KOMMANDO
       MOVE "SIKKERHEDSKOPI" TO WS-STAT-PROGRAM
       PERFORM KOER-TRIN
       IF WS-RETUR-KODE NOT = 0
           DISPLAY "DAGLIGT-KOERSEL: sikkerhedssaettet fejlede, "
               "kode=" WS-RETUR-KODE " - ingen frisk fallback i "
               UNTIL WS-PAR-IDX > WS-PAR-ANTAL
           MOVE "N" TO PAR-FAERDIG(WS-PAR-IDX)
           MOVE 0 TO PAR-RC(WS-PAR-IDX)
           MOVE "N" TO PAR-SPRUNGET(WS-PAR-IDX)
           MOVE SPACES TO WS-KOMMANDO
           STRING "rm -f "
               FUNCTION TRIM(PAR-RC-FIL(WS-PAR-IDX))
      * Trinnet startes i baggrunden; skallen skriver trinnets
      * slutkode i arbejdsfilen naar det er i maal. STRT-stemplet
      * saettes nu, SLUT-stemplet naar slutkoden dukker op, saa
      * statistikken faar de faktiske start- og sluttider. Et trin
      * kaedekontrollen springer over regnes som gennemfoert.
       MOVE PAR-NAVN(WS-PAR-IDX) TO WS-STAT-PROGRAM.
       PERFORM VURDER-SPRING.
       IF WS-TRIN-SPRING = "J"
           MOVE "Y" TO PAR-FAERDIG(WS-PAR-IDX)
           MOVE 0 TO PAR-RC(WS-PAR-IDX)
           MOVE "J" TO PAR-SPRUNGET(WS-PAR-IDX)
           MOVE "TSPR" TO WS-KAEDE-LINJETYPE
           PERFORM SKRIV-TRINSTATUS
       ELSE
           MOVE "TSTR" TO WS-KAEDE-LINJETYPE
           PERFORM SKRIV-TRINSTATUS
           MOVE "STRT" TO WS-STAT-FUNKTION
           CALL "KOERSEL-STATISTIK" USING WS-STAT-FUNKTION
               WS-STAT-PROGRAM
           MOVE SPACES TO WS-KOMMANDO
           STRING "( "
               FUNCTION TRIM(PAR-KOMMANDO(WS-PAR-IDX))
               "; echo $? > "
               FUNCTION TRIM(PAR-RC-FIL(WS-PAR-IDX))
               " ) &"
               INTO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO
       END-IF.

       VENT-PAA-PARALLEL-GRUPPE.
      * Vent til alle trins slutkoder er skrevet; der polles en
               DISPLAY "DAGLIGT-KOERSEL: "
                   FUNCTION TRIM(PAR-NAVN(WS-PAR-IDX))
                   " svarede aldrig - regnes som fejlet."
               MOVE PAR-NAVN(WS-PAR-IDX) TO WS-STAT-PROGRAM
               MOVE "INTET SVAR" TO WS-TRIN-SLUTKODE
               MOVE "TFEJ" TO WS-KAEDE-LINJETYPE
               PERFORM SKRIV-TRINSTATUS
           ELSE
               IF PAR-RC(WS-PAR-IDX) NOT = 0
                   ADD 1 TO WS-PAR-FEJL
                   DISPLAY "DAGLIGT-KOERSEL: "
                       FUNCTION TRIM(PAR-NAVN(WS-PAR-IDX))
                       " fejlede, kode=" PAR-RC(WS-PAR-IDX)
                   MOVE PAR-NAVN(WS-PAR-IDX) TO WS-STAT-PROGRAM
                   MOVE PAR-RC(WS-PAR-IDX) TO WS-SLUTKODE-EDIT
                   MOVE SPACES TO WS-TRIN-SLUTKODE
                   STRING "KODE=" FUNCTION TRIM(WS-SLUTKODE-EDIT)
                       DELIMITED BY SIZE INTO WS-TRIN-SLUTKODE
                   MOVE "TFEJ" TO WS-KAEDE-LINJETYPE
                   PERFORM SKRIV-TRINSTATUS
               ELSE
                   IF PAR-SPRUNGET(WS-PAR-IDX) = "N"
                       MOVE PAR-NAVN(WS-PAR-IDX) TO WS-STAT-PROGRAM
                       PERFORM REGISTRER-TRIN
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-KOMMANDO
       END-IF.

       FRIGIV-MASTER-LAAS.
      * Genoptagelsens ID-markering gaelder kun for denne koersel og
      * fjernes sammen med laasen.
       MOVE "rm -f files/KAEDE-GENOPTAG.TMP" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       MOVE "FRI " TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.

       KOER-TRIN.
      * Et trin i kaeden: WS-KOMMANDO og WS-STAT-PROGRAM er sat af
      * kalderen. Trin kaedekontrollen springer over faar slutkode
      * nul; et gennemfoert trin logges i kaedekontrollen.
       PERFORM VURDER-SPRING.
       IF WS-TRIN-SPRING = "J"
           MOVE 0 TO WS-RETUR-KODE
           MOVE "TSPR" TO WS-KAEDE-LINJETYPE
           PERFORM SKRIV-TRINSTATUS
       ELSE
           MOVE "TSTR" TO WS-KAEDE-LINJETYPE
           PERFORM SKRIV-TRINSTATUS
           MOVE "STRT" TO WS-STAT-FUNKTION
           CALL "KOERSEL-STATISTIK" USING WS-STAT-FUNKTION
               WS-STAT-PROGRAM
           CALL "SYSTEM" USING WS-KOMMANDO
           MOVE RETURN-CODE TO WS-RETUR-KODE
           MOVE "SLUT" TO WS-STAT-FUNKTION
           CALL "KOERSEL-STATISTIK" USING WS-STAT-FUNKTION
               WS-STAT-PROGRAM
           IF WS-RETUR-KODE = 0
               PERFORM REGISTRER-TRIN
           ELSE
               MOVE WS-RETUR-KODE TO WS-SLUTKODE-EDIT
               MOVE SPACES TO WS-TRIN-SLUTKODE
               STRING "KODE=" FUNCTION TRIM(WS-SLUTKODE-EDIT)
                   DELIMITED BY SIZE INTO WS-TRIN-SLUTKODE
               MOVE "TFEJ" TO WS-KAEDE-LINJETYPE
               PERFORM SKRIV-TRINSTATUS
           END-IF
       END-IF.

       VURDER-SPRING.
      * Et ikke-gentageligt trin der allerede er koert for bankdagen
      * springes altid over; ved genoptagelse desuden de trin den
      * afbrudte kaede naaede at gennemfoere.
       MOVE "N" TO WS-TRIN-SPRING.
       PERFORM FIND-TRIN.
       IF WS-TRIN-IDX > 0
           IF KAEDE-GENOPTAGES
               AND TT-I-KAEDE(WS-TRIN-IDX) = "J"
               DISPLAY "DAGLIGT-KOERSEL: "
                   FUNCTION TRIM(WS-STAT-PROGRAM)
                   " blev gennemfoert foer genoptagelsen - "
                   "springes over."
               MOVE "J" TO WS-TRIN-SPRING
           ELSE
               IF TT-GENTAGELIG(WS-TRIN-IDX) = "N"
                   AND TT-I-DAG(WS-TRIN-IDX) = "J"
                   DISPLAY "DAGLIGT-KOERSEL: "
                       FUNCTION TRIM(WS-STAT-PROGRAM)
                       " er allerede koert for " WS-DAGS-DATO
                       " og maa ikke koeres igen - springes over."
                   MOVE "J" TO WS-TRIN-SPRING
               END-IF
           END-IF
       END-IF.

       FIND-TRIN.
      * Slaar WS-STAT-PROGRAM op i trintabellen; WS-TRIN-IDX = 0
      * naar trinnet ikke foeres i kaedekontrollen.
       MOVE 0 TO WS-TRIN-IDX.
       PERFORM VARYING WS-SOEG-IDX FROM 1 BY 1
               UNTIL WS-SOEG-IDX > WS-TRIN-ANTAL
                  OR WS-TRIN-IDX > 0
           IF TT-NAVN(WS-SOEG-IDX) = WS-STAT-PROGRAM
               MOVE WS-SOEG-IDX TO WS-TRIN-IDX
           END-IF
       END-PERFORM.

       REGISTRER-TRIN.
      * TRIN-linje for det gennemfoerte trin og en UDDT-linje med
      * aftrykket af hver af trinnets outputfiler, saa en senere
      * genoptagelse kan se om de er roert siden.
       PERFORM FIND-TRIN.
       IF WS-TRIN-IDX > 0
           MOVE "J" TO TT-I-KAEDE(WS-TRIN-IDX)
           MOVE "J" TO TT-I-DAG(WS-TRIN-IDX)
           MOVE "LAES" TO WS-ID-FUNKTION
           CALL "KOERSEL-ID" USING WS-ID-FUNKTION WS-KOERSEL-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL
           PERFORM AABN-KAEDEKONTROL
           IF WS-KAEDE-STATUS = "00"
               MOVE SPACES TO KAEDE-RECORD
               MOVE WS-DAGS-DATO TO KK-DATO
               MOVE "TRIN" TO KK-TYPE
               MOVE WS-KOERSEL-ID TO KK-KOERSEL-ID
               MOVE WS-STAT-PROGRAM TO KK-TRIN
               MOVE TT-GENTAGELIG(WS-TRIN-IDX) TO KK-GENTAGELIG
               MOVE WS-TIDSSTEMPEL TO KK-TIDSSTEMPEL
               WRITE KAEDE-RECORD
               PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                       UNTIL WS-FIL-IDX > 5
                   IF TT-FIL(WS-TRIN-IDX, WS-FIL-IDX) NOT = SPACES
                       MOVE TT-FIL(WS-TRIN-IDX, WS-FIL-IDX)
                           TO WS-AFTRYK-STI
                       PERFORM BEREGN-AFTRYK
                       MOVE SPACES TO KAEDE-RECORD
                       MOVE WS-DAGS-DATO TO KK-DATO
                       MOVE "UDDT" TO KK-TYPE
                       MOVE WS-KOERSEL-ID TO KK-KOERSEL-ID
                       MOVE WS-STAT-PROGRAM TO KK-TRIN
                       MOVE TT-GENTAGELIG(WS-TRIN-IDX) TO KK-GENTAGELIG
                       MOVE WS-TIDSSTEMPEL TO KK-TIDSSTEMPEL
                       MOVE WS-AFTRYK-STI TO KK-FIL
                       MOVE WS-AKTUELT-AFTRYK TO KK-AFTRYK
                       WRITE KAEDE-RECORD
                   END-IF
               END-PERFORM
               CLOSE KAEDE-FIL
           END-IF
       END-IF.

       SKRIV-KAEDESTATUS.
      * KSTR-, GENO- eller KSLT-linje; WS-KAEDE-LINJETYPE er sat af
      * kalderen.
       MOVE "LAES" TO WS-ID-FUNKTION.
       CALL "KOERSEL-ID" USING WS-ID-FUNKTION WS-KOERSEL-ID.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL.
       PERFORM AABN-KAEDEKONTROL.
       IF WS-KAEDE-STATUS = "00"
           MOVE SPACES TO KAEDE-RECORD
           MOVE WS-DAGS-DATO TO KK-DATO
           MOVE WS-KAEDE-LINJETYPE TO KK-TYPE
           MOVE WS-KOERSEL-ID TO KK-KOERSEL-ID
           MOVE WS-TIDSSTEMPEL TO KK-TIDSSTEMPEL
           WRITE KAEDE-RECORD
           CLOSE KAEDE-FIL
       END-IF.

       SKRIV-TRINSTATUS.
      * TSTR-, TFEJ- eller TSPR-linje for trinnet i WS-STAT-PROGRAM
      * til kaedemonitoren; WS-KAEDE-LINJETYPE (og paa TFEJ
      * WS-TRIN-SLUTKODE) er sat af kalderen. Trin uden for
      * trintabellen logges ikke.
       PERFORM FIND-TRIN.
       IF WS-TRIN-IDX > 0
           MOVE "LAES" TO WS-ID-FUNKTION
           CALL "KOERSEL-ID" USING WS-ID-FUNKTION WS-KOERSEL-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL
           PERFORM AABN-KAEDEKONTROL
           IF WS-KAEDE-STATUS = "00"
               MOVE SPACES TO KAEDE-RECORD
               MOVE WS-DAGS-DATO TO KK-DATO
               MOVE WS-KAEDE-LINJETYPE TO KK-TYPE
               MOVE WS-KOERSEL-ID TO KK-KOERSEL-ID
               MOVE WS-STAT-PROGRAM TO KK-TRIN
               MOVE TT-GENTAGELIG(WS-TRIN-IDX) TO KK-GENTAGELIG
               MOVE WS-TIDSSTEMPEL TO KK-TIDSSTEMPEL
               IF WS-KAEDE-LINJETYPE = "TFEJ"
                   MOVE WS-TRIN-SLUTKODE TO KK-AFTRYK
               END-IF
               WRITE KAEDE-RECORD
               CLOSE KAEDE-FIL
           END-IF
       END-IF.

       AABN-KAEDEKONTROL.
       OPEN EXTEND KAEDE-FIL.
       IF WS-KAEDE-STATUS = "35"
           OPEN OUTPUT KAEDE-FIL
       END-IF.
       IF WS-KAEDE-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/KAEDE-KONTROL.txt, status=" WS-KAEDE-STATUS
       END-IF.

       BEREGN-AFTRYK.
      * Aftrykket af WS-AFTRYK-STI er cksums kontrolsum og
      * stoerrelse; MANGLER naar filen ikke findes.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "if test -f " FUNCTION TRIM(WS-AFTRYK-STI)
           "; then cksum < " FUNCTION TRIM(WS-AFTRYK-STI)
           "; else echo MANGLER; fi > files/KAEDE-AFTRYK.TMP"
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       MOVE "MANGLER" TO WS-AKTUELT-AFTRYK.
       OPEN INPUT AFTRYK-FIL.
       IF WS-AFTRYK-STATUS = "00"
           READ AFTRYK-FIL INTO AFTRYK-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE AFTRYK-VAERDI TO WS-AKTUELT-AFTRYK
           END-READ
           CLOSE AFTRYK-FIL
       END-IF.
       MOVE "rm -f files/KAEDE-AFTRYK.TMP" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       KLARGOER-KAEDEKONTROL.
      * Parameter: blank = spoerg hvis dagens kaede er ufuldfoert,
      * GENOPTAG = genoptag uden at spoerge, FORFRA = start forfra
      * (ikke-gentagelige trin springes stadig over).
       ACCEPT WS-KAEDE-PARAM FROM COMMAND-LINE.
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KAEDE-PARAM))
           TO WS-KAEDE-PARAM.
       IF WS-KAEDE-PARAM NOT = SPACES
           AND WS-KAEDE-PARAM NOT = "GENOPTAG"
           AND WS-KAEDE-PARAM NOT = "FORFRA"
           DISPLAY "DAGLIGT-KOERSEL: ukendt parameter "
               FUNCTION TRIM(WS-KAEDE-PARAM)
               " - brug GENOPTAG eller FORFRA."
           PERFORM FRIGIV-MASTER-LAAS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "rm -f files/KAEDE-GENOPTAG.TMP" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       PERFORM LAES-KAEDEKONTROL.
       MOVE "F" TO WS-KAEDE-TILSTAND.
       IF WS-KAEDE-FUNDET = "J" AND WS-KAEDE-AFSLUTTET = "N"
           AND WS-ANTAL-GENNEMFOERT > 0
           PERFORM FIND-FOERSTE-MANGLENDE
           DISPLAY "DAGLIGT-KOERSEL: kaeden for " WS-DAGS-DATO
               " blev ikke gennemfoert - " WS-ANTAL-GENNEMFOERT
               " trin er i maal, foerste ufuldfoerte trin er "
               FUNCTION TRIM(WS-FOERSTE-MANGLER) "."
           EVALUATE WS-KAEDE-PARAM
               WHEN "GENOPTAG"
                   MOVE "J" TO WS-KAEDE-SVAR
               WHEN "FORFRA"
                   MOVE "N" TO WS-KAEDE-SVAR
               WHEN OTHER
                   DISPLAY "Genoptag fra "
                       FUNCTION TRIM(WS-FOERSTE-MANGLER)
                       " (J) eller start forfra (N): "
                       WITH NO ADVANCING
                   ACCEPT WS-KAEDE-SVAR
                   MOVE FUNCTION UPPER-CASE(WS-KAEDE-SVAR)
                       TO WS-KAEDE-SVAR
           END-EVALUATE
           EVALUATE WS-KAEDE-SVAR
               WHEN "J"
                   PERFORM KONTROLLER-AFTRYK
                   IF WS-ANTAL-AENDRET > 0
                       DISPLAY "DAGLIGT-KOERSEL: " WS-ANTAL-AENDRET
                           " outputfil(er) er aendret siden trinnene "
                           "blev gennemfoert - genoptagelse afvist. "
                           "Genskab filerne eller start FORFRA."
                       PERFORM FRIGIV-MASTER-LAAS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "G" TO WS-KAEDE-TILSTAND
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "DAGLIGT-KOERSEL: intet gyldigt svar - "
                       "kaeden standses. Start igen med GENOPTAG "
                       "eller FORFRA."
                   PERFORM FRIGIV-MASTER-LAAS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
       ELSE
           IF WS-KAEDE-PARAM = "GENOPTAG"
               DISPLAY "DAGLIGT-KOERSEL: ingen ufuldfoert kaede for "
                   WS-DAGS-DATO " - kaeden startes forfra."
           END-IF
       END-IF.
       IF KAEDE-GENOPTAGES
           DISPLAY "DAGLIGT-KOERSEL: genoptager kaeden fra "
               FUNCTION TRIM(WS-FOERSTE-MANGLER) "."
           PERFORM BEVAR-KOERSEL-ID
           MOVE "GENO" TO WS-KAEDE-LINJETYPE
       ELSE
           PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
                   UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
               MOVE "N" TO TT-I-KAEDE(WS-TRIN-IDX)
           END-PERFORM
           MOVE "KSTR" TO WS-KAEDE-LINJETYPE
       END-IF.
       PERFORM SKRIV-KAEDESTATUS.

       LAES-KAEDEKONTROL.
      * Bankdagens linjer: den seneste KSTR nulstiller billedet af
      * den kaede der evt. skal genoptages, mens TT-I-DAG husker
      * hvert trin gennemfoert i en hvilken som helst af dagens kaeder.
       MOVE "N" TO WS-KAEDE-FUNDET.
       MOVE "N" TO WS-KAEDE-AFSLUTTET.
       MOVE SPACES TO WS-KAEDE-START-ID.
       MOVE 0 TO WS-ANTAL-GENNEMFOERT.
       MOVE 0 TO WS-AFTRYK-ANTAL.
       OPEN INPUT KAEDE-FIL.
       IF WS-KAEDE-STATUS = "00"
           MOVE "N" TO WS-KAEDE-EOF
           PERFORM UNTIL WS-KAEDE-EOF = "J"
               READ KAEDE-FIL INTO KAEDE-RECORD
                   AT END
                       MOVE "J" TO WS-KAEDE-EOF
                   NOT AT END
                       IF KK-DATO = WS-DAGS-DATO
                           PERFORM BEHANDL-KAEDELINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KAEDE-FIL
       END-IF.

       BEHANDL-KAEDELINJE.
       EVALUATE KK-TYPE
           WHEN "KSTR"
               MOVE "J" TO WS-KAEDE-FUNDET
               MOVE "N" TO WS-KAEDE-AFSLUTTET
               MOVE KK-KOERSEL-ID TO WS-KAEDE-START-ID
               MOVE 0 TO WS-ANTAL-GENNEMFOERT
               MOVE 0 TO WS-AFTRYK-ANTAL
               PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
                       UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
                   MOVE "N" TO TT-I-KAEDE(WS-TRIN-IDX)
               END-PERFORM
           WHEN "KSLT"
               MOVE "J" TO WS-KAEDE-AFSLUTTET
           WHEN "TRIN"
               MOVE KK-TRIN TO WS-STAT-PROGRAM
               PERFORM FIND-TRIN
               IF WS-TRIN-IDX > 0
                   MOVE "J" TO TT-I-KAEDE(WS-TRIN-IDX)
                   MOVE "J" TO TT-I-DAG(WS-TRIN-IDX)
                   ADD 1 TO WS-ANTAL-GENNEMFOERT
               END-IF
           WHEN "UDDT"
               PERFORM GEM-AFTRYK
       END-EVALUATE.

       GEM-AFTRYK.
      * Seneste aftryk pr. fil vinder - flere trin skriver samme fil.
       MOVE 0 TO WS-AFTRYK-IDX.
       PERFORM VARYING WS-SOEG-IDX FROM 1 BY 1
               UNTIL WS-SOEG-IDX > WS-AFTRYK-ANTAL
                  OR WS-AFTRYK-IDX > 0
           IF AT-FIL(WS-SOEG-IDX) = KK-FIL
               MOVE WS-SOEG-IDX TO WS-AFTRYK-IDX
           END-IF
       END-PERFORM.
       IF WS-AFTRYK-IDX = 0 AND WS-AFTRYK-ANTAL < 150
           ADD 1 TO WS-AFTRYK-ANTAL
           MOVE WS-AFTRYK-ANTAL TO WS-AFTRYK-IDX
           MOVE KK-FIL TO AT-FIL(WS-AFTRYK-IDX)
       END-IF.
       IF WS-AFTRYK-IDX > 0
           MOVE KK-AFTRYK TO AT-AFTRYK(WS-AFTRYK-IDX)
       END-IF.

       FIND-FOERSTE-MANGLENDE.
      * Foerste trin i kaedens raekkefoelge der hverken er
      * gennemfoert eller skal springes over i dag.
       MOVE SPACES TO WS-FOERSTE-MANGLER.
       PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
               UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
                  OR WS-FOERSTE-MANGLER NOT = SPACES
           IF TT-I-KAEDE(WS-TRIN-IDX) = "N"
               AND NOT (TT-GENTAGELIG(WS-TRIN-IDX) = "N"
                        AND TT-I-DAG(WS-TRIN-IDX) = "J")
               AND NOT (TT-NAVN(WS-TRIN-IDX) = "MAANEDS-KOERSEL"
                        AND WS-DAGS-DATO NOT = WS-SIDSTE-BANKDAG)
               MOVE TT-NAVN(WS-TRIN-IDX) TO WS-FOERSTE-MANGLER
           END-IF
       END-PERFORM.
       IF WS-FOERSTE-MANGLER = SPACES
           MOVE "(kaedens afslutning)" TO WS-FOERSTE-MANGLER
       END-IF.

       KONTROLLER-AFTRYK.
      * De gennemfoerte trins outputfiler skal staa som de blev
      * efterladt - ellers bygger resten af kaeden paa andet end det
      * de gennemfoerte trin producerede.
       MOVE 0 TO WS-ANTAL-AENDRET.
       PERFORM VARYING WS-AFTRYK-IDX FROM 1 BY 1
               UNTIL WS-AFTRYK-IDX > WS-AFTRYK-ANTAL
           MOVE AT-FIL(WS-AFTRYK-IDX) TO WS-AFTRYK-STI
           PERFORM BEREGN-AFTRYK
           IF WS-AKTUELT-AFTRYK NOT = AT-AFTRYK(WS-AFTRYK-IDX)
               ADD 1 TO WS-ANTAL-AENDRET
               DISPLAY "DAGLIGT-KOERSEL: "
                   FUNCTION TRIM(WS-AFTRYK-STI) " er aendret (logget "
                   FUNCTION TRIM(AT-AFTRYK(WS-AFTRYK-IDX)) ", nu "
                   FUNCTION TRIM(WS-AKTUELT-AFTRYK) ")."
           END-IF
       END-PERFORM.

       BEVAR-KOERSEL-ID.
      * Har den afbrudte kaede allerede dannet sit koersels-ID
      * (Opgave6 er naaet), skal genoptagelsen fortsaette under det:
      * ID'et laegges i files/KAEDE-GENOPTAG.TMP, som KOERSEL-ID's
      * NY-funktion da returnerer i stedet for at danne et nyt.
       MOVE "LAES" TO WS-ID-FUNKTION.
       CALL "KOERSEL-ID" USING WS-ID-FUNKTION WS-KOERSEL-ID.
       IF WS-KOERSEL-ID NOT = WS-KAEDE-START-ID
           AND WS-KOERSEL-ID NOT = "UKENDT"
           OPEN OUTPUT GENOPTAG-FIL
           IF WS-GENOPTAG-STATUS = "00"
               MOVE WS-KOERSEL-ID TO GENOPTAG-RECORD
               WRITE GENOPTAG-RECORD
               CLOSE GENOPTAG-FIL
               DISPLAY "DAGLIGT-KOERSEL: kaeden fortsaetter under "
                   "koersels-ID " WS-KOERSEL-ID "."
           ELSE
               DISPLAY "ADVARSEL: Kan ikke skrive "
                   "files/KAEDE-GENOPTAG.TMP, status="
                   WS-GENOPTAG-STATUS
           END-IF
       END-IF.

       KLARGOER-TRINTABEL.
      * Kaedens trin i koerselsraekkefoelge: navnet (som i
      * KOERSEL-STATISTIK), om trinnet taaler at blive koert igen
      * samme bankdag, og de outputfiler - jf. batch/DAGLIGT.JCL -
      * hvis aftryk logges naar trinnet er gennemfoert. Trin der
      * danner eller bogfoerer posteringer er ikke gentagelige.
       MOVE SPACES TO TRIN-TABEL.
       MOVE 0 TO WS-TRIN-ANTAL.
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "REFERENCE-KONTROL" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "VOLUMEN-KONTROL" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/VOLUMEN-STATISTIK.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "SANKTION-SCREENING" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/SANKTION-KUNDEHITS.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "OPGAVE6" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/KUNDE-PRINTFIL.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "OPGAVE7" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/KundeoplysningerOut.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "UDLAEG" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "N" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/UDLAEG-REGISTER.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/POSTERINGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "KORT-AFREGNING" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "N" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/RESERVATIONER.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/POSTERINGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "FAST-OVERFOERSEL" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "N" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/FAST-OVERFOERSEL-SIDSTE.txt"
           TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/POSTERINGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "BETALINGSLAGER" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "N" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/BETALINGSLAGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/POSTERINGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "DOEDSBO-UDLODNING" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "N" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/DOEDSBOER.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/KontoOpl.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       MOVE "files/POSTERINGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 3).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "TERMIN-UDLOEB" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "N" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/TERMIN-KONTI.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/POSTERINGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "RENTE-VARSEL" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/RENTEVARSEL-KENDTE.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "MAANEDS-KOERSEL" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "N" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/MAANEDSLUK-STATUS.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "POSTERING-MOTOR" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "N" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/KONTOOPL-MASTER.DAT" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/POSTERING-HISTORIK.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       MOVE "files/FEJLKONTO.txt" TO TT-FIL(WS-TRIN-ANTAL, 3).
       MOVE "files/POSTERING-LOEBENR.txt" TO TT-FIL(WS-TRIN-ANTAL, 4).
      * Motoren flytter posteringsfilen til files/behandlet/, saa
      * "mangler" er det forventede aftryk efter den.
       MOVE "files/POSTERINGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 5).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "KONTOOPL-UDTRAEK" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/KontoOpl.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "SALDO-FREMSKRIVNING" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/SALDO-FREMSKRIVNING.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/SALDO-FREMSKRIVNING-KONTROL.txt"
           TO TT-FIL(WS-TRIN-ANTAL, 2).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "RAABALANCE" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/RAABALANCE.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/RAABALANCE-HISTORIK.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "FEJLKONTO-ALDER" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/FEJLKONTO-ALDER.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "AML-OVERVAAGNING" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/AML-ALARMER.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "RISIKO-KLASSIFICER" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/RISIKO-AENDRINGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "CAMT053-EKSPORT" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/CAMT053-LOG.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "OPGAVE8" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/KUNDEKONTO.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/OVERDRAWN.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "OVERTRAEK-DAEKNING" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "N" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/DAEKNING-LOG.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/POSTERINGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       MOVE "files/OVERDRAWN.txt" TO TT-FIL(WS-TRIN-ANTAL, 3).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "CASHPOOL-SWEEP" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "N" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/CASHPOOL-POSITIONER.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/POSTERINGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "AFSTEM-KUNDEKONTO" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/AFSTEMNINGSRAPPORT.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "KPI-OPSAMLING" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/KPI-HISTORIK.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "OVERTRAEK-GEBYR" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "N" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/GEBYR-LOG.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/POSTERINGER.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "OVERTRAEK-ALDRING" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/OVERTRAEK-STATUS.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "DATAKVALITET" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/DATAKVALITET-HISTORIK.txt"
           TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "ADVIS-LEVERING" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/ADVIS-LOG.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "ADVIS-KOERSEL" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/ADVIS-LOG.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       MOVE "files/ADVIS-KONTROL.txt" TO TT-FIL(WS-TRIN-ANTAL, 2).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "ARBEJDSKOE-OPSAML" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/ARBEJDSKOE.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "PRINT-KVITTERING" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/PRINT-FORSENDELSER.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "PRINT-SPOOL" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/PRINT-FORSENDELSER.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       ADD 1 TO WS-TRIN-ANTAL.
       MOVE "DWH-DELTA-UDTRAEK" TO TT-NAVN(WS-TRIN-ANTAL).
       MOVE "J" TO TT-GENTAGELIG(WS-TRIN-ANTAL).
       MOVE "files/DWH-DELTA-KONTROL.txt" TO TT-FIL(WS-TRIN-ANTAL, 1).
       PERFORM VARYING WS-TRIN-IDX FROM 1 BY 1
               UNTIL WS-TRIN-IDX > WS-TRIN-ANTAL
           MOVE "N" TO TT-I-KAEDE(WS-TRIN-IDX)
           MOVE "N" TO TT-I-DAG(WS-TRIN-IDX)
       END-PERFORM.
