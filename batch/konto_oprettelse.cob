       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTO-OPRETTELSE.

      * Superviseret oprettelse af en konto i kontomasteren -
      * modstykket til KONTO-LUKNING. Hidtil er nye konti kun
      * opstaaet naar opstroems leverede en ny kontofil, saa
      * filialerne har faxet kontoanmodninger og ventet i dage.
      * Programmet tager et KUNDE-ID (skal findes i kundemasteren),
      * et nyt KONTO-ID (maa ikke findes i kontomasteren i forvejen),
      * kontotype mod files/KONTOTYPER.txt, valuta mod
      * files/VALUTAKURSER.txt og afdeling mod files/AFDELINGER.txt.
      * ACCOUNT-OPEN-DATE stemples med dags dato, saldoen starter paa
      * nul, og IBAN tildeles med det samme via shared/iban_beregn
      * (samme regler som batch/iban_tildeling.cob). Kontoen arver
      * ejerens pengeinstitut (KUNDEREC PENGEINSTITUT), og IBAN'et
      * faar instituttets registreringsnummer. Recorden
      * skrives paa KONTO-ID i den indekserede kontomaster, og den
      * flade files/KontoOpl.txt dannes bagefter paany af
      * batch/kontoopl_udtraek.cob.
      * En BOERNEOPSPARING kan kun oprettes til en mindreaarig ejer
      * (alderen udledes af CPR-NUMMER); den registreres med
      * indskyder, aarligt indskudsloft og laasedato i
      * files/BOERNEOPSPARING.txt (copybooks/BOERNOPS.cpy), med
      * standardvaerdierne fra files/BOERNEOPSPARING-KONFIG.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID IN KONTO-RECORD
               ALTERNATE RECORD KEY IS KUNDE-ID IN KONTO-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-KONTOMASTER-STATUS.

           SELECT KONTOTYPE-FIL ASSIGN TO "files/KONTOTYPER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMIN-STATUS.

      *    Boerneopsparinger: indskyder, indskudsloft og laasedato,
      *    saa posteringsmotoren kan laase kontoen og
      *    batch/boerneopsparing_frigiv.cob frigive den.
           SELECT BOERN-FIL ASSIGN TO "files/BOERNEOPSPARING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOERN-STATUS.

           SELECT BOERN-KONFIG-FIL
               ASSIGN TO "files/BOERNEOPSPARING-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOERN-KONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KUNDE-MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  KONTOMASTER-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

           05 FILLER           PIC X(1).
           05 AF-NAVN          PIC X(21).
           05 AF-REGION        PIC X(4).
           05 FILLER           PIC X(7).
      *    L = lukket (ved en afdelingssammenlaegning); blank = aaben.
           05 AF-STATUS        PIC X(1).

       FD  TERMIN-FIL.
       01  TERMIN-POST.
           05 TK-SATS          PIC 9(2)V9(4).
           05 TK-STATUS        PIC X(1).

       FD  BOERN-FIL.
       01  BOERN-POST.
           COPY "copybooks/BOERNOPS.cpy".

       FD  BOERN-KONFIG-FIL.
       01  BOERN-KONFIG-POST.
           05 BK-NOEGLE        PIC X(12).
           05 FILLER           PIC X(1).
           05 BK-VAERDI        PIC X(20).
           05 FILLER           PIC X(47).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOMASTER-STATUS PIC XX   VALUE "00".
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.
       01  WS-KONTOTYPE-STATUS PIC XX     VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-AFDELING-STATUS  PIC XX     VALUE "00".
       01  WS-TERMIN-STATUS    PIC XX     VALUE "00".
       01  WS-BOERN-STATUS     PIC XX     VALUE "00".
       01  WS-BOERN-KONFIG-STATUS PIC XX  VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
       01  WS-LANDE-KODE       PIC X(2)   VALUE SPACES.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * IBAN-tildeling, samme regler som batch/iban_tildeling.cob.
      * Registreringsnummeret er ejerens pengeinstituts - se
      * shared/pengeinstitut_opslag.cob.
       01  WS-PENGEINSTITUT    PIC X(2)   VALUE SPACES.
       01  WS-PI-FUNKTION      PIC X(4)   VALUE "KODE".
       01  WS-PI-SVAR          PIC X      VALUE SPACE.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".
       01  WS-REG-NUMMER       PIC X(4)   VALUE SPACES.
       01  WS-IBAN-FUNKTION    PIC X(4)   VALUE SPACES.
       01  WS-IBAN             PIC X(18)  VALUE SPACES.
       01  WS-IBAN-GYLDIG      PIC X      VALUE "Y".
       01  WS-TERMIN-UDLOEB    PIC X(8)   VALUE SPACES.
       01  WS-TERMIN-SATS      PIC 9(2)V9(4) VALUE 0.

      * Vilkaar naar kontotypen er BOERNEOPSPARING. Standard-
      * frigivelsesalder og hoejeste aarlige indskudsloft (hele
      * kroner) fra files/BOERNEOPSPARING-KONFIG.txt.
       01  WS-BO-STD-ALDER     PIC 9(2)   VALUE 18.
       01  WS-BO-MAKS-LOFT     PIC 9(7)   VALUE 6000.
       01  WS-EJER-CPR         PIC X(10)  VALUE SPACES.
       01  WS-BO-FOEDSELSDATO  PIC X(8)   VALUE SPACES.
       01  WS-BO-ALDER-NU      PIC 9(3)   VALUE 0.
       01  WS-BO-ALDER         PIC 9(2)   VALUE 0.
       01  WS-BO-LOFT          PIC 9(7)   VALUE 0.
       01  WS-BO-INDSKYDER     PIC X(10)  VALUE SPACES.
       01  WS-BO-INDSKYDER-NAVN PIC X(41) VALUE SPACES.
       01  WS-BO-LAAST-TIL     PIC X(8)   VALUE SPACES.
       01  WS-BO-DATO-9        PIC 9(8)   VALUE 0.
       01  WS-BO-AAR           PIC 9(4)   VALUE 0.

      * Foerbillede af kontoen til kontojournalen - se
      * shared/konto_journal.cob.
       01  WS-KONTO-FOER-BILLEDE PIC X(93) VALUE SPACES.
       01  WS-KONTO-OPERATION  PIC X(8)   VALUE "OPRET".
       01  WS-JOURNAL-PROGRAM  PIC X(20)  VALUE "KONTO-OPRETTELSE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       IF ER-FUNDET
           DISPLAY "FEJL: KONTO-ID "
               FUNCTION TRIM(WS-KONTO-ID)
               " findes allerede i kontomasteren."
           STOP RUN
       END-IF.

           ACCEPT WS-TERMIN-SATS
       END-IF.

       IF WS-KONTO-TYPE = "BOERNEOPSPARING"
           PERFORM BOERNEOPSPARING-VILKAAR
       END-IF.

       DISPLAY "Valuta (fx DKK): " WITH NO ADVANCING.
       ACCEPT WS-VALUTA.
       PERFORM KONTROLLER-VALUTA.
       PERFORM KONTROLLER-AFDELING.
       IF NOT ER-FUNDET
           DISPLAY "FEJL: Afdelingen findes ikke i "
               "files/AFDELINGER.txt eller er lukket."
           STOP RUN
       END-IF.

       IF WS-KONTO-TYPE = "TERM"
           PERFORM SKRIV-TERMIN-RECORD
       END-IF.
       IF WS-KONTO-TYPE = "BOERNEOPSPARING"
           PERFORM SKRIV-BOERN-RECORD
       END-IF.
       PERFORM DAN-KONTOUDTRAEK.
       DISPLAY "Kontoen er oprettet i kontomasteren.".
       STOP RUN.

       DAN-KONTOUDTRAEK.
      * Den flade KontoOpl.txt dannes paany af masteren. Fejler
      * udtraekket, er kontoen stadig oprettet i masteren; filen
      * dannes igen af naeste udtraek.
       MOVE "batch/kontoopl_udtraek" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "ADVARSEL: KONTOOPL-UDTRAEK fejlede - koer den "
               "manuelt, saa KontoOpl.txt svarer til masteren."
           MOVE 0 TO RETURN-CODE
       END-IF.

       SKRIV-TERMIN-RECORD.
       OPEN EXTEND TERMIN-FIL.
       IF WS-TERMIN-STATUS = "35"
           CLOSE TERMIN-FIL
       END-IF.

       BOERNEOPSPARING-VILKAAR.
      * Ejeren skal vaere mindreaarig efter foedselsdatoen i
      * CPR-NUMMER. Laasedatoen er foedselsdagen det aar barnet
      * fylder frigivelsesalderen (1. marts for 29. februar uden for
      * skudaar).
       PERFORM INDLAES-BOERN-KONFIG.
       CALL "CPR-FOEDSELSDATO" USING WS-EJER-CPR WS-BO-FOEDSELSDATO.
       IF WS-BO-FOEDSELSDATO = SPACES
           DISPLAY "FEJL: Ejerens CPR-NUMMER mangler eller giver "
               "ingen gyldig foedselsdato - en boerneopsparing "
               "kraever ejerens alder."
           STOP RUN
       END-IF.
       COMPUTE WS-BO-ALDER-NU = FUNCTION NUMVAL(WS-KOERSELS-DATO(1:4))
           - FUNCTION NUMVAL(WS-BO-FOEDSELSDATO(1:4)).
       IF WS-KOERSELS-DATO(5:4) < WS-BO-FOEDSELSDATO(5:4)
           SUBTRACT 1 FROM WS-BO-ALDER-NU
       END-IF.
       IF WS-BO-ALDER-NU NOT < 18
           DISPLAY "FEJL: Ejeren er " WS-BO-ALDER-NU " aar - en "
               "boerneopsparing kan kun oprettes til et barn."
           STOP RUN
       END-IF.
       DISPLAY "Ejeren er foedt " WS-BO-FOEDSELSDATO
           " (" WS-BO-ALDER-NU " aar).".

       DISPLAY "Aftalt frigivelsesalder (blank = "
           WS-BO-STD-ALDER "): " WITH NO ADVANCING.
       MOVE 0 TO WS-BO-ALDER.
       ACCEPT WS-BO-ALDER.
       IF WS-BO-ALDER = 0
           MOVE WS-BO-STD-ALDER TO WS-BO-ALDER
       END-IF.
       IF WS-BO-ALDER NOT > WS-BO-ALDER-NU
           DISPLAY "FEJL: Frigivelsesalderen skal vaere over "
               "ejerens nuvaerende alder."
           STOP RUN
       END-IF.
       COMPUTE WS-BO-AAR = FUNCTION NUMVAL(WS-BO-FOEDSELSDATO(1:4))
           + WS-BO-ALDER.
       MOVE WS-BO-FOEDSELSDATO TO WS-BO-LAAST-TIL.
       MOVE WS-BO-AAR TO WS-BO-LAAST-TIL(1:4).
       MOVE WS-BO-LAAST-TIL TO WS-BO-DATO-9.
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-BO-DATO-9) NOT = 0
           MOVE "0301" TO WS-BO-LAAST-TIL(5:4)
       END-IF.

       DISPLAY "Indskyders KUNDE-ID (foraelder): "
           WITH NO ADVANCING.
       ACCEPT WS-BO-INDSKYDER.
       IF WS-BO-INDSKYDER = WS-KUNDE-ID
           DISPLAY "FEJL: Indskyderen kan ikke vaere barnet selv."
           STOP RUN
       END-IF.
       PERFORM KONTROLLER-INDSKYDER.
       IF NOT ER-FUNDET
           DISPLAY "FEJL: KUNDE-ID "
               FUNCTION TRIM(WS-BO-INDSKYDER)
               " findes ikke i kundemasteren."
           STOP RUN
       END-IF.
       DISPLAY "Indskyder: " FUNCTION TRIM(WS-BO-INDSKYDER-NAVN).

       DISPLAY "Aarligt indskudsloft i hele kroner (blank = "
           WS-BO-MAKS-LOFT "): " WITH NO ADVANCING.
       MOVE 0 TO WS-BO-LOFT.
       ACCEPT WS-BO-LOFT.
       IF WS-BO-LOFT = 0
           MOVE WS-BO-MAKS-LOFT TO WS-BO-LOFT
       END-IF.
       IF WS-BO-LOFT > WS-BO-MAKS-LOFT
           DISPLAY "FEJL: Indskudsloftet kan hoejst vaere "
               WS-BO-MAKS-LOFT " kr. om aaret."
           STOP RUN
       END-IF.
       DISPLAY "Kontoen laases til " WS-BO-LAAST-TIL
           " (alder " WS-BO-ALDER "), loft " WS-BO-LOFT
           " kr. om aaret.".

       INDLAES-BOERN-KONFIG.
      * Noeglen i position 1-12, vaerdien fra position 14; mangler
      * filen, bruges 18 aar og 6000 kr.
       OPEN INPUT BOERN-KONFIG-FIL.
       IF WS-BOERN-KONFIG-STATUS = "00"
           PERFORM UNTIL WS-BOERN-KONFIG-STATUS NOT = "00"
               READ BOERN-KONFIG-FIL INTO BOERN-KONFIG-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE BK-NOEGLE
                           WHEN "FRIGIVALDER"
                               IF BK-VAERDI(1:2) NUMERIC
                                   MOVE BK-VAERDI(1:2)
                                       TO WS-BO-STD-ALDER
                               END-IF
                           WHEN "AARSLOFT"
                               IF BK-VAERDI(1:7) NUMERIC
                                   MOVE BK-VAERDI(1:7)
                                       TO WS-BO-MAKS-LOFT
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BOERN-KONFIG-FIL
       END-IF.

       KONTROLLER-INDSKYDER.
       SET WS-FUNDET TO "N".
       OPEN INPUT KUNDE-MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           STOP RUN
       END-IF.
       MOVE WS-BO-INDSKYDER TO KUNDE-ID IN MASTER-RECORD.
       READ KUNDE-MASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET WS-FUNDET TO "Y"
               CALL "KUNDE-NAVN-FORMAT" USING
                   FORNAVN IN MASTER-RECORD
                   EFTERNAVN IN MASTER-RECORD WS-BO-INDSKYDER-NAVN
       END-READ.
       CLOSE KUNDE-MASTER-FIL.

       SKRIV-BOERN-RECORD.
       OPEN EXTEND BOERN-FIL.
       IF WS-BOERN-STATUS = "35"
           OPEN OUTPUT BOERN-FIL
       END-IF.
       IF WS-BOERN-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/BOERNEOPSPARING.txt, status=" WS-BOERN-STATUS
       ELSE
           MOVE SPACES TO BOERN-POST
           MOVE WS-KONTO-ID TO BO-KONTO-ID
           MOVE WS-BO-INDSKYDER TO BO-INDSKYDER
           MOVE WS-BO-FOEDSELSDATO TO BO-FOEDSELSDATO
           MOVE WS-BO-ALDER TO BO-FRIGIV-ALDER
           MOVE WS-BO-LAAST-TIL TO BO-LAAST-TIL
           MOVE WS-BO-LOFT TO BO-AARSLOFT
           SET BO-ER-LAAST TO TRUE
           MOVE WS-OPERATOER-ID TO BO-OPRETTET-AF
           WRITE BOERN-POST
           CLOSE BOERN-FIL
       END-IF.

       KONTROLLER-KUNDE.
       SET WS-FUNDET TO "N".
       OPEN INPUT KUNDE-MASTER-FIL.
                   FORNAVN IN MASTER-RECORD
                   EFTERNAVN IN MASTER-RECORD FULDT-NAVN
               MOVE LANDE-KODE IN MASTER-RECORD TO WS-LANDE-KODE
               MOVE CPR-NUMMER IN MASTER-RECORD TO WS-EJER-CPR
               MOVE PENGEINSTITUT IN MASTER-RECORD TO WS-PENGEINSTITUT
       END-READ.
       CLOSE KUNDE-MASTER-FIL.

       KONTROLLER-KONTO-LEDIG.
      * Slaa KONTO-ID op paa noeglen i kontomasteren.
       SET WS-FUNDET TO "N".
       OPEN INPUT KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-KONTOMASTER-STATUS
           STOP RUN
       END-IF.
       MOVE WS-KONTO-ID TO KONTO-ID IN KONTO-RECORD.
       READ KONTOMASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET WS-FUNDET TO "Y"
       END-READ.
       CLOSE KONTOMASTER-FIL.

       KONTROLLER-KONTOTYPE.
       SET WS-FUNDET TO "N".
                       CONTINUE
                   NOT AT END
                       IF AF-KODE = WS-AFDELING
                           AND AF-STATUS NOT = "L"
                           SET WS-FUNDET TO "Y"
                       END-IF
               END-READ
       IF WS-LANDE-KODE = SPACES
           MOVE "DK" TO WS-LANDE-KODE
       END-IF.
       MOVE "KODE" TO WS-PI-FUNKTION.
       CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
           WS-PENGEINSTITUT WS-PI-POST WS-PI-SVAR.
       IF WS-PI-SVAR NOT = "Y"
           DISPLAY "FEJL: Ejerens pengeinstitut " WS-PENGEINSTITUT
               " findes ikke i files/PENGEINSTITUTTER.txt."
           MOVE "N" TO WS-IBAN-GYLDIG
           EXIT PARAGRAPH
       END-IF.
       MOVE PI-REG-NUMMER IN WS-PI-POST TO WS-REG-NUMMER.
       MOVE SPACES TO WS-IBAN.
       STRING WS-LANDE-KODE "00" WS-REG-NUMMER WS-KONTO-ID
           INTO WS-IBAN.
       END-IF.

       SKRIV-KONTO-RECORD.
      * Skriv den nye konto i kontomasteren: saldo nul, status A,
      * aabnet i dag, ingen lukkedato.
       OPEN I-O KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren til "
               "tilfoejelse, status=" WS-KONTOMASTER-STATUS
           STOP RUN
       END-IF.
       MOVE SPACES TO KONTO-RECORD.
       MOVE SPACES TO LUKKET-DATO IN KONTO-RECORD.
       MOVE WS-IBAN TO KONTO-IBAN IN KONTO-RECORD.
       MOVE WS-AFDELING TO KONTO-AFDELING IN KONTO-RECORD.
       MOVE WS-PENGEINSTITUT TO KONTO-PENGEINSTITUT IN KONTO-RECORD.
       WRITE KONTO-RECORD
           INVALID KEY
               DISPLAY "FEJL: KONTO-ID "
                   FUNCTION TRIM(WS-KONTO-ID)
                   " kunne ikke skrives i kontomasteren, status="
                   WS-KONTOMASTER-STATUS
               CLOSE KONTOMASTER-FIL
               STOP RUN
       END-WRITE.
       PERFORM SKRIV-KONTO-JOURNAL.
       CLOSE KONTOMASTER-FIL.

       SKRIV-KONTO-JOURNAL.
      * WS-KONTO-FOER-BILLEDE og WS-KONTO-OPERATION er sat af
      * kalderen; efterbilledet er kontoen som den netop er skrevet.
       CALL "KONTO-JOURNAL" USING WS-JOURNAL-PROGRAM WS-KONTO-OPERATION
           WS-OPERATOER-ID WS-KONTO-FOER-BILLEDE KONTO-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
