       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOINFO-SERVER.

      * Kontoinformationstjeneste for tredjepartsudbydere
      * (betalingstjenestelovens kontooplysningstjeneste): et
      * residentprogram efter samme anmodningskatalog-moenster som
      * MOVIE-LOOKUP's SERVER-tilstand. Kataloget
      * files/ais_anmodninger/ afsoeges hvert sekund; hver
      * <navn>.txt besvares i <navn>.result.json og slettes, og en
      * fil ved navn shutdown.txt afslutter loekken paent. Kan
      * svarfilen ikke aabnes, bliver anmodningen liggende til
      * naeste gennemloeb.
      * En anmodning er linjer paa formen NOEGLE=vaerdi:
      *   SAMTYKKE=      samtykke-ID fra files/AIS-SAMTYKKER.txt
      *                  (copybooks/AISSAMTYK.cpy) - altid paakraevet
      *   UDBYDER=       udbyderens ID - skal vaere samtykkets udbyder
      *   FORESPOERGSEL= KONTI, SALDI, TRANSAKTIONER eller TILBAGEKALD
      *   KONTO=         KONTO-ID; paakraevet ved TRANSAKTIONER, blank
      *                  ved SALDI = alle samtykkets konti
      *   FRA=/TIL=      periode for TRANSAKTIONER (AAAAMMDD); blank
      *                  FRA = 90 dage tilbage, blank TIL = i dag
      *   KUNDE=         KUNDE-ID ved TILBAGEKALD, som kundens egen
      *                  kanal (netbanken) sender, naar kunden selv
      *                  tilbagekalder et samtykke
      * Samtykkeregistret laeses frisk for hver anmodning, saa et
      * tilbagekald slaar igennem med det samme. En anmodning afvises
      * med {"error":"afvist","aarsag":...}, naar samtykket er
      * ukendt, tilhoerer en anden udbyder, er tilbagekaldt eller
      * udloebet, ikke omfatter forespoergslens type, eller naar
      * kontoen ikke er naevnt i samtykket eller ikke laengere
      * tilhoerer kunden (primaer ejer eller medejer i
      * files/KONTO-EJERE.txt). Konti der ikke laengere tilhoerer
      * kunden udelades af KONTI og SALDI uden konto.
      * Saldi hentes fra kontomasteren, og den disponible saldo er
      * den bogfoerte fratrukket de aktive reservationer i
      * files/RESERVATIONER.txt - samme regel som kontoudtoget og
      * posteringsmotorens disponibel-kontrol. Transaktioner hentes
      * fra posteringshistorikken: aarspartitionerne for periodens
      * aar (sprunget over naar partitionens indeks viser at kontoen
      * ikke findes i den) og den loebende fil.
      * Hver besvaret anmodning - ogsaa de afviste - logges i
      * files/AIS-ADGANGSLOG.txt (copybooks/AISLOG.cpy). Samtykker
      * oprettes og tilbagekaldes af en operatoer i
      * batch/ais_samtykke_vedligehold.cob.
      * Beloeb skrives med punktum som decimaltegn, som JSON kraever.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Katalogliste: hvert gennemloeb skriver navnene paa de
      *    ventende anmodninger hertil - se KOER-SERVER.
           SELECT ANMODNINGSLISTE-FIL
               ASSIGN TO "files/ais_anmodninger.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.

           SELECT ANMODNING-FIL ASSIGN DYNAMIC WS-STI-ANMODNING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANMODNING-STATUS.

           SELECT SVAR-FIL ASSIGN DYNAMIC WS-STI-SVAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVAR-STATUS.

           SELECT SAMTYKKE-FIL ASSIGN TO "files/AIS-SAMTYKKER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMTYKKE-STATUS.

           SELECT AIS-LOG-FIL ASSIGN TO "files/AIS-ADGANGSLOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIS-LOG-STATUS.

           SELECT KONTO-MASTER-FIL
               ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID IN KONTO-MASTER-RECORD
               ALTERNATE RECORD KEY IS
                   KUNDE-ID IN KONTO-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-KONTO-MASTER-STATUS.

           SELECT KONTO-EJER-FIL ASSIGN TO "files/KONTO-EJERE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTO-EJER-STATUS.

           SELECT RESERVATION-FIL ASSIGN TO "files/RESERVATIONER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-STATUS.

      *    Historikken er delt i en partition pr. afsluttet aar plus
      *    den loebende fil (se batch/historik_aarsrul.cob). Stien
      *    saettes pr. kilde.
           SELECT HISTORIK-FIL ASSIGN DYNAMIC WS-STI-HISTORIK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIK-STATUS.

      *    Partitionens indeks over distinkte KONTO-ID'er, saa
      *    partitioner uden kontoen springes helt over.
           SELECT INDEKS-FIL ASSIGN DYNAMIC WS-STI-INDEKS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEKS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANMODNINGSLISTE-FIL.
       01  ANMODNINGSLISTE-RECORD PIC X(200).

       FD  ANMODNING-FIL.
       01  ANMODNING-RECORD    PIC X(80).

       FD  SVAR-FIL.
       01  SVAR-RECORD         PIC X(500).

       FD  SAMTYKKE-FIL.
       01  SAMTYKKE-POST.
           COPY "copybooks/AISSAMTYK.cpy".

       FD  AIS-LOG-FIL.
       01  AIS-LOG-RECORD.
           COPY "copybooks/AISLOG.cpy".

       FD  KONTO-MASTER-FIL.
       01  KONTO-MASTER-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  KONTO-EJER-FIL.
       01  KONTO-EJER-POST.
           05 KE-KONTO-ID      PIC X(10).
           05 KE-KUNDE-ID      PIC X(10).
           05 KE-ROLLE         PIC X(1).

       FD  RESERVATION-FIL.
       01  RESERVATION-RECORD.
           COPY "copybooks/RESERVREC.cpy".

       FD  HISTORIK-FIL.
       01  HISTORIK-RECORD.
           COPY "copybooks/POSTHIST.cpy".

       FD  INDEKS-FIL.
       01  INDEKS-RECORD.
           05 IX-KONTO-ID      PIC X(10).

       WORKING-STORAGE SECTION.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-LISTE-STATUS     PIC XX     VALUE "00".
       01  WS-ANMODNING-STATUS PIC XX     VALUE "00".
       01  WS-SVAR-STATUS      PIC XX     VALUE "00".
       01  WS-SAMTYKKE-STATUS  PIC XX     VALUE "00".
       01  WS-AIS-LOG-STATUS   PIC XX     VALUE "00".
       01  WS-KONTO-MASTER-STATUS PIC XX  VALUE "00".
       01  WS-KONTO-EJER-STATUS PIC XX    VALUE "00".
       01  WS-RESERVATION-STATUS PIC XX   VALUE "00".
       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-INDEKS-STATUS    PIC XX     VALUE "00".
       01  WS-STI-ANMODNING    PIC X(200) VALUE SPACES.
       01  WS-STI-SVAR         PIC X(200) VALUE SPACES.
       01  WS-STI-HISTORIK     PIC X(60)  VALUE SPACES.
       01  WS-STI-INDEKS       PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Serverloekken - samme opbygning som MOVIE-LOOKUP's
      * RUN-SERVER-MODE.
       01  WS-KOMMANDO         PIC X(300) VALUE SPACES.
       01  WS-STOP             PIC X      VALUE "N".
           88  STOP-ER-BEDT               VALUE "Y".
       01  WS-LISTE-SLUT       PIC X      VALUE "N".
           88  LISTE-ER-SLUT              VALUE "Y".
       01  WS-BESVARET-GENNEMLOEB PIC 9(3) VALUE 0.
       01  WS-BESVARET-ANTAL   PIC 9(7)   VALUE 0.
       01  WS-AFVIST-ANTAL     PIC 9(7)   VALUE 0.
       01  WS-ANMODNING-LAENGDE PIC 9(4)  VALUE 0.

      * Den aktuelle anmodning, som den stod i filen.
       01  WS-ANMODNING.
           05 WS-ANM-SAMTYKKE  PIC X(12)  VALUE SPACES.
           05 WS-ANM-UDBYDER   PIC X(10)  VALUE SPACES.
           05 WS-ANM-FORESPOERGSEL PIC X(13) VALUE SPACES.
               88 ANM-KONTI               VALUE "KONTI".
               88 ANM-SALDI               VALUE "SALDI".
               88 ANM-TRANSAKTIONER       VALUE "TRANSAKTIONER".
               88 ANM-TILBAGEKALD         VALUE "TILBAGEKALD".
           05 WS-ANM-KONTO     PIC X(10)  VALUE SPACES.
           05 WS-ANM-FRA       PIC X(8)   VALUE SPACES.
           05 WS-ANM-TIL       PIC X(8)   VALUE SPACES.
           05 WS-ANM-KUNDE     PIC X(10)  VALUE SPACES.
       01  WS-ANM-NOEGLE       PIC X(20)  VALUE SPACES.
       01  WS-ANM-VAERDI       PIC X(60)  VALUE SPACES.
       01  WS-ANMODNINGSNAVN   PIC X(40)  VALUE SPACES.

      * Afvisningens aarsag; blank = anmodningen godkendes.
       01  WS-AARSAG           PIC X(30)  VALUE SPACES.
       01  WS-SAMTYKKE-FUNDET  PIC X      VALUE "N".
           88  SAMTYKKE-ER-FUNDET         VALUE "Y".
       01  WS-UDLEVERET        PIC 9(5)   VALUE 0.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DATO-NUM         PIC 9(8)   VALUE 0.
       01  WS-DATO-HELTAL      PIC 9(7)   VALUE 0.

      * Konti kunden er medejer af, indlaest pr. anmodning.
       01  WS-MEDEJER-ANTAL    PIC 9(2)   VALUE 0.
       01  MEDEJER-TABEL.
           05  MEDEJER-KONTO   PIC X(10) OCCURS 50 TIMES
                               VALUE SPACES.
       01  WS-MEDEJER-IDX      PIC 9(2)   VALUE 0.

       01  WS-KONTO-IDX        PIC 9(2)   VALUE 0.
       01  WS-AKTUEL-KONTO     PIC X(10)  VALUE SPACES.
       01  WS-KONTO-ADGANG     PIC X      VALUE "N".
           88  KONTO-ER-TILLADT           VALUE "Y".
       01  WS-KONTO-I-SAMTYKKE PIC X      VALUE "N".
           88  KONTO-ER-I-SAMTYKKE        VALUE "Y".
       01  WS-MASTER-AABEN     PIC X      VALUE "N".
           88  MASTER-ER-AABEN            VALUE "Y".

      * Saldo og reservationer for kontoen i KONTO-MASTER-RECORD.
       01  WS-BALANCE-NUM      PIC 9(7)V99 VALUE 0.
       01  WS-RESERVERET       PIC 9(9)V99 VALUE 0.
       01  WS-DISPONIBEL       PIC S9(9)V99 VALUE 0.
       01  WS-BOGFOERT-EDIT    PIC -(9)9.99.
       01  WS-RESERVERET-EDIT  PIC -(9)9.99.
       01  WS-DISPONIBEL-EDIT  PIC -(9)9.99.

      * Transaktioner: periode og aarsgennemloeb.
       01  WS-FRA-DATO         PIC X(8)   VALUE SPACES.
       01  WS-TIL-DATO         PIC X(8)   VALUE SPACES.
       01  WS-AKTUELT-AAR      PIC 9(4)   VALUE 0.
       01  WS-FRA-AAR          PIC 9(4)   VALUE 0.
       01  WS-SIDSTE-AAR       PIC 9(4)   VALUE 0.
       01  WS-LOEB-AAR         PIC 9(4)   VALUE 0.
       01  WS-PARTITION-SPRING PIC X      VALUE "N".
           88  PARTITION-SPRINGES-OVER    VALUE "Y".
       01  WS-POST-BELOEB      PIC S9(9)V99 VALUE 0.
       01  WS-POST-EDIT        PIC -(9)9.99.
       01  WS-VALOER-DATO      PIC X(8)   VALUE SPACES.

      * Tilbagekald: registret skrives tilbage med den aendrede linje.
       01  WS-SA-ANTAL         PIC 9(3)   VALUE 0.
       01  SA-TABEL.
           05  SA-ENTRY OCCURS 500 TIMES PIC X(213) VALUE SPACES.
       01  WS-SA-IDX           PIC 9(3)   VALUE 0.
       01  WS-SA-FULD          PIC X      VALUE "N".
           88  SA-TABEL-FULD              VALUE "Y".

      * JSON-opbygning og escaping (dobbelt anfoerselstegn og
      * backslash faar foranstillet backslash - samme regel som
      * KUNDE-OPSLAG's ESCAPE-JSON-STRENG).
       01  WS-JSON-BUFFER      PIC X(500) VALUE SPACES.
       01  WS-ELEMENT-ANTAL    PIC 9(5)   VALUE 0.
       01  WS-ESCAPE-IND       PIC X(100) VALUE SPACES.
       01  WS-ESCAPE-UD        PIC X(200) VALUE SPACES.
       01  WS-ESCAPE-LAENGDE   PIC 9(3)   VALUE 0.
       01  WS-ESCAPE-IDX       PIC 9(3)   VALUE 0.
       01  WS-ESCAPE-UD-POS    PIC 9(3)   VALUE 0.
       01  WS-ESC-TEKST        PIC X(200) VALUE SPACES.
       01  WS-ESC-SAMTYKKE     PIC X(200) VALUE SPACES.
       01  WS-KONTO-STATUS-TEKST PIC X(6) VALUE SPACES.

       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "KONTOINFO-SERVER".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       PERFORM KOER-SERVER.
       DISPLAY "KONTOINFO-SERVER: stop modtaget efter "
           WS-BESVARET-ANTAL " anmodning(er), heraf "
           WS-AFVIST-ANTAL " afvist.".
       MOVE "OK" TO WS-NOTIF-STATUS.
       MOVE WS-BESVARET-ANTAL TO WS-NOTIF-ANTAL.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       KOER-SERVER.
      * Afsoeg kataloget til en stopfil dukker op. Hvert gennemloeb
      * lister de ventende *.txt-anmodninger; hver enkelt besvares
      * og slettes, og et tomt gennemloeb sover et sekund, saa
      * loekken ikke koerer i tomgang.
       MOVE "mkdir -p files/ais_anmodninger" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       DISPLAY "KONTOINFO-SERVER: afsoeger files/ais_anmodninger/ "
           "(stop med files/ais_anmodninger/shutdown.txt).".
       PERFORM UNTIL STOP-ER-BEDT
           MOVE 0 TO WS-BESVARET-GENNEMLOEB
           MOVE "ls files/ais_anmodninger/*.txt > "
               & "files/ais_anmodninger.lst 2>/dev/null"
               TO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO
           PERFORM BEHANDL-ANMODNINGSLISTE
           IF WS-BESVARET-GENNEMLOEB = 0
                   AND NOT STOP-ER-BEDT
               MOVE "sleep 1" TO WS-KOMMANDO
               CALL "SYSTEM" USING WS-KOMMANDO
           END-IF
       END-PERFORM.
       MOVE "rm -f files/ais_anmodninger.lst" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       BEHANDL-ANMODNINGSLISTE.
       MOVE "N" TO WS-LISTE-SLUT.
       OPEN INPUT ANMODNINGSLISTE-FIL.
       IF WS-LISTE-STATUS NOT = "00"
           SET LISTE-ER-SLUT TO TRUE
       END-IF.
       PERFORM UNTIL LISTE-ER-SLUT OR STOP-ER-BEDT
           READ ANMODNINGSLISTE-FIL
               AT END
                   SET LISTE-ER-SLUT TO TRUE
               NOT AT END
                   IF ANMODNINGSLISTE-RECORD NOT = SPACES
                       MOVE FUNCTION TRIM(ANMODNINGSLISTE-RECORD)
                           TO WS-STI-ANMODNING
                       PERFORM BEHANDL-EN-ANMODNINGSFIL
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-LISTE-STATUS = "00" OR WS-LISTE-STATUS = "10"
           CLOSE ANMODNINGSLISTE-FIL
       END-IF.

       BEHANDL-EN-ANMODNINGSFIL.
      * shutdown.txt afslutter loekken; alt andet er en anmodning.
       IF WS-STI-ANMODNING = "files/ais_anmodninger/shutdown.txt"
           SET STOP-ER-BEDT TO TRUE
           MOVE "rm -f files/ais_anmodninger/shutdown.txt"
               TO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO
       ELSE
           PERFORM BESVAR-ANMODNING
       END-IF.

       BESVAR-ANMODNING.
      * <navn>.txt besvares i <navn>.result.json; anmodningen
      * slettes bagefter, saa den ikke besvares to gange.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-STI-ANMODNING))
           TO WS-ANMODNING-LAENGDE.
       MOVE SPACES TO WS-STI-SVAR.
       STRING WS-STI-ANMODNING(1:WS-ANMODNING-LAENGDE - 4)
           ".result.json"
           DELIMITED BY SIZE INTO WS-STI-SVAR.
       MOVE SPACES TO WS-ANMODNINGSNAVN.
       IF WS-ANMODNING-LAENGDE > 22
           MOVE WS-STI-ANMODNING(23:WS-ANMODNING-LAENGDE - 22)
               TO WS-ANMODNINGSNAVN
       END-IF.
       OPEN OUTPUT SVAR-FIL.
       IF WS-SVAR-STATUS NOT = "00"
      *    Anmodningen bliver liggende, saa naeste gennemloeb kan
      *    proeve igen, naar det der blokerede svarfilen er rettet;
      *    at droppe den stille ville lade udbyderen vente paa et
      *    svar der aldrig kommer.
           DISPLAY "KONTOINFO-SERVER: kan ikke aabne svarfil for "
               FUNCTION TRIM(WS-STI-ANMODNING)
               ", status=" WS-SVAR-STATUS
               " - anmodningen venter til naeste gennemloeb."
           EXIT PARAGRAPH
       END-IF.

       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE SPACES TO WS-AARSAG.
       MOVE 0 TO WS-UDLEVERET.
       PERFORM LAES-ANMODNING.
       PERFORM KONTROLLER-SAMTYKKE.
       IF WS-AARSAG = SPACES
           EVALUATE TRUE
               WHEN ANM-KONTI
                   PERFORM SVAR-KONTI
               WHEN ANM-SALDI
                   PERFORM SVAR-SALDI
               WHEN ANM-TRANSAKTIONER
                   PERFORM SVAR-TRANSAKTIONER
               WHEN ANM-TILBAGEKALD
                   PERFORM SVAR-TILBAGEKALD
           END-EVALUATE
       END-IF.
       IF WS-AARSAG NOT = SPACES
           PERFORM SKRIV-AFVISNING
           ADD 1 TO WS-AFVIST-ANTAL
       END-IF.
       PERFORM SKRIV-ADGANGSLOG.
       CLOSE SVAR-FIL.
       ADD 1 TO WS-BESVARET-GENNEMLOEB.
       ADD 1 TO WS-BESVARET-ANTAL.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "rm -f " FUNCTION TRIM(WS-STI-ANMODNING)
           DELIMITED BY SIZE INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       LAES-ANMODNING.
       MOVE SPACES TO WS-ANMODNING.
       OPEN INPUT ANMODNING-FIL.
       IF WS-ANMODNING-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ ANMODNING-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   PERFORM FORTOLK-ANMODNINGSLINJE
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE ANMODNING-FIL.

       FORTOLK-ANMODNINGSLINJE.
       MOVE SPACES TO WS-ANM-NOEGLE WS-ANM-VAERDI.
       UNSTRING ANMODNING-RECORD DELIMITED BY "="
           INTO WS-ANM-NOEGLE WS-ANM-VAERDI.
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANM-NOEGLE))
           TO WS-ANM-NOEGLE.
       MOVE FUNCTION TRIM(WS-ANM-VAERDI) TO WS-ANM-VAERDI.
       EVALUATE WS-ANM-NOEGLE
           WHEN "SAMTYKKE"
               MOVE WS-ANM-VAERDI TO WS-ANM-SAMTYKKE
           WHEN "UDBYDER"
               MOVE WS-ANM-VAERDI TO WS-ANM-UDBYDER
           WHEN "FORESPOERGSEL"
               MOVE FUNCTION UPPER-CASE(WS-ANM-VAERDI)
                   TO WS-ANM-FORESPOERGSEL
           WHEN "KONTO"
               MOVE WS-ANM-VAERDI TO WS-ANM-KONTO
           WHEN "FRA"
               MOVE WS-ANM-VAERDI TO WS-ANM-FRA
           WHEN "TIL"
               MOVE WS-ANM-VAERDI TO WS-ANM-TIL
           WHEN "KUNDE"
               MOVE WS-ANM-VAERDI TO WS-ANM-KUNDE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

       KONTROLLER-SAMTYKKE.
      * Samtykket slaas op og holdes op mod anmodningen. Den foerste
      * regel der ikke er opfyldt, bliver afvisningens aarsag.
       IF NOT ANM-KONTI AND NOT ANM-SALDI
               AND NOT ANM-TRANSAKTIONER AND NOT ANM-TILBAGEKALD
           MOVE "ukendt forespoergsel" TO WS-AARSAG
           EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-SAMTYKKE.
       IF WS-AARSAG NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF NOT SAMTYKKE-ER-FUNDET
           MOVE "ukendt samtykke" TO WS-AARSAG
           EXIT PARAGRAPH
       END-IF.
      * Kunden tilbagekalder gennem sin egen kanal, der angiver
      * KUNDE-ID'et; alle andre forespoergsler kommer fra udbyderen.
       IF ANM-TILBAGEKALD
           IF WS-ANM-KUNDE NOT = SA-KUNDE-ID
               MOVE "anden kundes samtykke" TO WS-AARSAG
           END-IF
           IF WS-AARSAG = SPACES AND SA-ER-TILBAGEKALDT
               MOVE "allerede tilbagekaldt"
                   TO WS-AARSAG
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF WS-ANM-UDBYDER NOT = SA-UDBYDER-ID
           MOVE "anden udbyders samtykke" TO WS-AARSAG
           EXIT PARAGRAPH
       END-IF.
       IF NOT SA-ER-AKTIV
           MOVE "samtykket er tilbagekaldt" TO WS-AARSAG
           EXIT PARAGRAPH
       END-IF.
       IF SA-UDLOEB < WS-DAGS-DATO
           MOVE "samtykket er udloebet" TO WS-AARSAG
           EXIT PARAGRAPH
       END-IF.
       IF (ANM-KONTI AND NOT SA-MAA-KONTI)
               OR (ANM-SALDI AND NOT SA-MAA-SALDI)
               OR (ANM-TRANSAKTIONER AND NOT SA-MAA-TRANS)
           MOVE "uden for samtykkets omfang" TO WS-AARSAG
           EXIT PARAGRAPH
       END-IF.
       PERFORM INDLAES-MEDEJERSKAB.
       OPEN INPUT KONTO-MASTER-FIL.
       IF WS-KONTO-MASTER-STATUS NOT = "00"
           DISPLAY "KONTOINFO-SERVER: kan ikke aabne kontomasteren, "
               "status=" WS-KONTO-MASTER-STATUS
           MOVE "kontodata utilgaengelige" TO WS-AARSAG
           EXIT PARAGRAPH
       END-IF.
       SET MASTER-ER-AABEN TO TRUE.
      * En forespoergsel paa en bestemt konto afvises, hvis kontoen
      * ikke er naevnt i samtykket eller ikke laengere er kundens.
       IF ANM-TRANSAKTIONER AND WS-ANM-KONTO = SPACES
           MOVE "KONTO mangler" TO WS-AARSAG
       END-IF.
       IF WS-AARSAG = SPACES AND WS-ANM-KONTO NOT = SPACES
               AND NOT ANM-KONTI
           MOVE WS-ANM-KONTO TO WS-AKTUEL-KONTO
           PERFORM KONTROLLER-KONTO-ADGANG
           IF NOT KONTO-ER-I-SAMTYKKE
               MOVE "kontoen er ikke omfattet" TO WS-AARSAG
           ELSE
               IF NOT KONTO-ER-TILLADT
                   MOVE "kontoen tilhoerer ikke kunden"
                       TO WS-AARSAG
               END-IF
           END-IF
       END-IF.
       IF WS-AARSAG NOT = SPACES
           CLOSE KONTO-MASTER-FIL
           MOVE "N" TO WS-MASTER-AABEN
       END-IF.

       FIND-SAMTYKKE.
      * Registret laeses frisk for hver anmodning, saa en
      * operatoers eller kundens tilbagekald gaelder med det samme.
       MOVE "N" TO WS-SAMTYKKE-FUNDET.
       IF WS-ANM-SAMTYKKE = SPACES
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT SAMTYKKE-FIL.
       IF WS-SAMTYKKE-STATUS = "35"
           EXIT PARAGRAPH
       END-IF.
       IF WS-SAMTYKKE-STATUS NOT = "00"
           DISPLAY "KONTOINFO-SERVER: kan ikke aabne "
               "files/AIS-SAMTYKKER.txt, status=" WS-SAMTYKKE-STATUS
           MOVE "samtykker utilgaengelige" TO WS-AARSAG
           EXIT PARAGRAPH
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED OR SAMTYKKE-ER-FUNDET
           READ SAMTYKKE-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF SA-SAMTYKKE-ID = WS-ANM-SAMTYKKE
                       SET SAMTYKKE-ER-FUNDET TO TRUE
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE SAMTYKKE-FIL.

       INDLAES-MEDEJERSKAB.
      * Konti hvor samtykkets kunde staar som medejer.
       MOVE 0 TO WS-MEDEJER-ANTAL.
       OPEN INPUT KONTO-EJER-FIL.
       IF WS-KONTO-EJER-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ KONTO-EJER-FIL INTO KONTO-EJER-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KE-KUNDE-ID = SA-KUNDE-ID
                               AND KE-ROLLE = "M"
                               AND WS-MEDEJER-ANTAL < 50
                           ADD 1 TO WS-MEDEJER-ANTAL
                           MOVE KE-KONTO-ID
                               TO MEDEJER-KONTO(WS-MEDEJER-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KONTO-EJER-FIL
       END-IF.

       KONTROLLER-KONTO-ADGANG.
      * Er WS-AKTUEL-KONTO naevnt i samtykket, og er den stadig
      * kundens? Kontoen laeses ind i KONTO-MASTER-RECORD.
       MOVE "N" TO WS-KONTO-I-SAMTYKKE.
       MOVE "N" TO WS-KONTO-ADGANG.
       PERFORM VARYING WS-KONTO-IDX FROM 1 BY 1
               UNTIL WS-KONTO-IDX > SA-KONTO-ANTAL
                  OR WS-KONTO-IDX > 10
           IF SA-KONTO-ID(WS-KONTO-IDX) = WS-AKTUEL-KONTO
               SET KONTO-ER-I-SAMTYKKE TO TRUE
           END-IF
       END-PERFORM.
       IF NOT KONTO-ER-I-SAMTYKKE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-AKTUEL-KONTO TO KONTO-ID IN KONTO-MASTER-RECORD.
       READ KONTO-MASTER-FIL
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF KUNDE-ID IN KONTO-MASTER-RECORD = SA-KUNDE-ID
           SET KONTO-ER-TILLADT TO TRUE
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-MEDEJER-IDX FROM 1 BY 1
               UNTIL WS-MEDEJER-IDX > WS-MEDEJER-ANTAL
           IF MEDEJER-KONTO(WS-MEDEJER-IDX) = WS-AKTUEL-KONTO
               SET KONTO-ER-TILLADT TO TRUE
           END-IF
       END-PERFORM.

       SVAR-KONTI.
      * Kontolisten: samtykkets konti der stadig er kundens.
       PERFORM SKRIV-SVARHOVED.
       MOVE '"konti":[' TO SVAR-RECORD.
       WRITE SVAR-RECORD.
       MOVE 0 TO WS-ELEMENT-ANTAL.
       PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > SA-KONTO-ANTAL
                  OR WS-SA-IDX > 10
           MOVE SA-KONTO-ID(WS-SA-IDX) TO WS-AKTUEL-KONTO
           PERFORM KONTROLLER-KONTO-ADGANG
           IF KONTO-ER-TILLADT
               PERFORM SKRIV-KONTO-ELEMENT
           END-IF
       END-PERFORM.
       MOVE "]}" TO SVAR-RECORD.
       WRITE SVAR-RECORD.
       CLOSE KONTO-MASTER-FIL.
       MOVE "N" TO WS-MASTER-AABEN.
       MOVE WS-ELEMENT-ANTAL TO WS-UDLEVERET.

       SKRIV-KONTO-ELEMENT.
       IF KONTO-STATUS IN KONTO-MASTER-RECORD = "C"
           MOVE "lukket" TO WS-KONTO-STATUS-TEKST
       ELSE
           MOVE "aaben" TO WS-KONTO-STATUS-TEKST
       END-IF.
       MOVE KONTO-TYPE IN KONTO-MASTER-RECORD TO WS-ESCAPE-IND.
       PERFORM ESCAPE-JSON-STRENG.
       MOVE WS-ESCAPE-UD TO WS-ESC-TEKST.
       MOVE SPACES TO WS-JSON-BUFFER.
       STRING
           '{"konto_id":"'
           FUNCTION TRIM(KONTO-ID IN KONTO-MASTER-RECORD)
           '","iban":"' FUNCTION TRIM(KONTO-IBAN IN KONTO-MASTER-RECORD)
           '","type":"' FUNCTION TRIM(WS-ESC-TEKST)
           '","valuta":"' VALUTA-KD IN KONTO-MASTER-RECORD
           '","status":"' FUNCTION TRIM(WS-KONTO-STATUS-TEKST)
           '"}'
           DELIMITED BY SIZE INTO WS-JSON-BUFFER.
       PERFORM SKRIV-ELEMENT.

       SVAR-SALDI.
      * Bogfoert, reserveret og disponibel saldo for den anmodede
      * konto, eller for alle samtykkets konti der stadig er kundens.
       PERFORM SKRIV-SVARHOVED.
       MOVE '"saldi":[' TO SVAR-RECORD.
       WRITE SVAR-RECORD.
       MOVE 0 TO WS-ELEMENT-ANTAL.
       IF WS-ANM-KONTO NOT = SPACES
      *    Kontoen er kontrolleret og laest i KONTROLLER-SAMTYKKE.
           PERFORM SKRIV-SALDO-ELEMENT
       ELSE
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > SA-KONTO-ANTAL
                      OR WS-SA-IDX > 10
               MOVE SA-KONTO-ID(WS-SA-IDX) TO WS-AKTUEL-KONTO
               PERFORM KONTROLLER-KONTO-ADGANG
               IF KONTO-ER-TILLADT
                   PERFORM SKRIV-SALDO-ELEMENT
               END-IF
           END-PERFORM
       END-IF.
       MOVE "]}" TO SVAR-RECORD.
       WRITE SVAR-RECORD.
       CLOSE KONTO-MASTER-FIL.
       MOVE "N" TO WS-MASTER-AABEN.
       MOVE WS-ELEMENT-ANTAL TO WS-UDLEVERET.

       SKRIV-SALDO-ELEMENT.
       MOVE BALANCE IN KONTO-MASTER-RECORD TO WS-BALANCE-NUM.
       PERFORM SUMMER-RESERVATIONER.
       COMPUTE WS-DISPONIBEL = WS-BALANCE-NUM - WS-RESERVERET.
       MOVE WS-BALANCE-NUM TO WS-BOGFOERT-EDIT.
       MOVE WS-RESERVERET TO WS-RESERVERET-EDIT.
       MOVE WS-DISPONIBEL TO WS-DISPONIBEL-EDIT.
       MOVE SPACES TO WS-JSON-BUFFER.
       STRING
           '{"konto_id":"'
           FUNCTION TRIM(KONTO-ID IN KONTO-MASTER-RECORD)
           '","valuta":"' VALUTA-KD IN KONTO-MASTER-RECORD
           '","bogfoert":' FUNCTION TRIM(WS-BOGFOERT-EDIT)
           ',"reserveret":' FUNCTION TRIM(WS-RESERVERET-EDIT)
           ',"disponibel":' FUNCTION TRIM(WS-DISPONIBEL-EDIT)
           '}'
           DELIMITED BY SIZE INTO WS-JSON-BUFFER.
       PERFORM SKRIV-ELEMENT.

       SUMMER-RESERVATIONER.
      * De aktive reservationer paa kontoen - samme regel som
      * kontoudtogets INDLAES-RESERVATIONER: uden udloeb eller med
      * udloeb i dag eller senere.
       MOVE 0 TO WS-RESERVERET.
       OPEN INPUT RESERVATION-FIL.
       IF WS-RESERVATION-STATUS = "00"
           PERFORM UNTIL WS-RESERVATION-STATUS NOT = "00"
               READ RESERVATION-FIL INTO RESERVATION-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RE-KONTO-ID = KONTO-ID IN KONTO-MASTER-RECORD
                               AND (RE-UDLOEB = SPACES
                               OR RE-UDLOEB NOT < WS-DAGS-DATO)
                           ADD RE-BELOEB TO WS-RESERVERET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FIL
       END-IF.

       SVAR-TRANSAKTIONER.
      * Kontoens posteringer i perioden, i historikkens raekkefoelge.
       MOVE WS-ANM-FRA TO WS-FRA-DATO.
       MOVE WS-ANM-TIL TO WS-TIL-DATO.
       IF WS-TIL-DATO = SPACES
           MOVE WS-DAGS-DATO TO WS-TIL-DATO
       END-IF.
       IF WS-FRA-DATO = SPACES
           MOVE WS-DAGS-DATO TO WS-DATO-NUM
           COMPUTE WS-DATO-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-NUM) - 90
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATO-HELTAL)
               TO WS-DATO-NUM
           MOVE WS-DATO-NUM TO WS-FRA-DATO
       END-IF.
       IF WS-FRA-DATO NOT NUMERIC OR WS-TIL-DATO NOT NUMERIC
               OR WS-FRA-DATO > WS-TIL-DATO
           MOVE "ugyldig periode" TO WS-AARSAG
           CLOSE KONTO-MASTER-FIL
           MOVE "N" TO WS-MASTER-AABEN
           EXIT PARAGRAPH
       END-IF.
       PERFORM SKRIV-SVARHOVED.
       MOVE SPACES TO SVAR-RECORD.
       STRING '"konto_id":"' FUNCTION TRIM(WS-ANM-KONTO)
           '","fra":"' WS-FRA-DATO
           '","til":"' WS-TIL-DATO
           '","transaktioner":['
           DELIMITED BY SIZE INTO SVAR-RECORD.
       WRITE SVAR-RECORD.
       MOVE 0 TO WS-ELEMENT-ANTAL.

       MOVE WS-DAGS-DATO(1:4) TO WS-AKTUELT-AAR.
       MOVE WS-FRA-DATO(1:4) TO WS-FRA-AAR.
       MOVE WS-TIL-DATO(1:4) TO WS-SIDSTE-AAR.
       IF WS-SIDSTE-AAR >= WS-AKTUELT-AAR
           COMPUTE WS-SIDSTE-AAR = WS-AKTUELT-AAR - 1
       END-IF.
       PERFORM VARYING WS-LOEB-AAR FROM WS-FRA-AAR BY 1
               UNTIL WS-LOEB-AAR > WS-SIDSTE-AAR
           PERFORM KONTROLLER-PARTITION-INDEKS
           IF NOT PARTITION-SPRINGES-OVER
               MOVE SPACES TO WS-STI-HISTORIK
               STRING "files/POSTERING-HISTORIK-"
                   WS-LOEB-AAR ".txt"
                   INTO WS-STI-HISTORIK
               PERFORM LAES-HISTORIK-KILDE
           END-IF
       END-PERFORM.
       MOVE "files/POSTERING-HISTORIK.txt" TO WS-STI-HISTORIK.
       PERFORM LAES-HISTORIK-KILDE.

       MOVE "]}" TO SVAR-RECORD.
       WRITE SVAR-RECORD.
       CLOSE KONTO-MASTER-FIL.
       MOVE "N" TO WS-MASTER-AABEN.
       MOVE WS-ELEMENT-ANTAL TO WS-UDLEVERET.

       KONTROLLER-PARTITION-INDEKS.
      * Findes partitionens indeks, og staar kontoen ikke i det,
      * kan hele partitionen springes over. Uden indeks laeses
      * partitionen for en sikkerheds skyld.
       SET WS-PARTITION-SPRING TO "N".
       MOVE SPACES TO WS-STI-INDEKS.
       STRING "files/POSTERING-HISTORIK-" WS-LOEB-AAR ".IDX"
           INTO WS-STI-INDEKS.
       OPEN INPUT INDEKS-FIL.
       IF WS-INDEKS-STATUS = "00"
           SET WS-PARTITION-SPRING TO "Y"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ INDEKS-FIL INTO INDEKS-RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF IX-KONTO-ID = WS-ANM-KONTO
                           SET WS-PARTITION-SPRING TO "N"
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE INDEKS-FIL
       END-IF.

       LAES-HISTORIK-KILDE.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ HISTORIK-FIL INTO HISTORIK-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF HI-KONTO-ID = WS-ANM-KONTO
                           AND HI-DATO NOT < WS-FRA-DATO
                           AND HI-DATO NOT > WS-TIL-DATO
                       PERFORM SKRIV-TRANSAKTION-ELEMENT
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE HISTORIK-FIL.

       SKRIV-TRANSAKTION-ELEMENT.
       COMPUTE WS-POST-BELOEB = FUNCTION NUMVAL(HI-BELOEB) / 100.
       IF HI-DK NOT = "K"
           COMPUTE WS-POST-BELOEB = 0 - WS-POST-BELOEB
       END-IF.
       MOVE WS-POST-BELOEB TO WS-POST-EDIT.
       MOVE HI-VALOER-DATO TO WS-VALOER-DATO.
       IF WS-VALOER-DATO = SPACES
           MOVE HI-DATO TO WS-VALOER-DATO
       END-IF.
       MOVE HI-TEKST TO WS-ESCAPE-IND.
       PERFORM ESCAPE-JSON-STRENG.
       MOVE WS-ESCAPE-UD TO WS-ESC-TEKST.
       MOVE SPACES TO WS-JSON-BUFFER.
       STRING
           '{"dato":"' HI-DATO
           '","valoer":"' WS-VALOER-DATO
           '","beloeb":' FUNCTION TRIM(WS-POST-EDIT)
           ',"valuta":"' FUNCTION TRIM(HI-VALUTA)
           '","tekst":"' FUNCTION TRIM(WS-ESC-TEKST)
           '","reference":"' FUNCTION TRIM(HI-REFERENCE)
           '"}'
           DELIMITED BY SIZE INTO WS-JSON-BUFFER.
       PERFORM SKRIV-ELEMENT.

       SVAR-TILBAGEKALD.
      * Kundens eget tilbagekald: registret laeses, samtykkets linje
      * faar status T med dags dato og K (kunden), og registret
      * skrives tilbage.
       MOVE 0 TO WS-SA-ANTAL.
       MOVE "N" TO WS-SA-FULD.
       OPEN INPUT SAMTYKKE-FIL.
       IF WS-SAMTYKKE-STATUS NOT = "00"
           MOVE "samtykker utilgaengelige" TO WS-AARSAG
           EXIT PARAGRAPH
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ SAMTYKKE-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF WS-SA-ANTAL < 500
                       ADD 1 TO WS-SA-ANTAL
                       IF SA-SAMTYKKE-ID = WS-ANM-SAMTYKKE
                           MOVE "T" TO SA-STATUS
                           MOVE WS-DAGS-DATO TO SA-TILBAGEKALDT
                           MOVE "K" TO SA-TILBAGEKALDT-AF
                       END-IF
                       MOVE SAMTYKKE-POST TO SA-ENTRY(WS-SA-ANTAL)
                   ELSE
                       SET SA-TABEL-FULD TO TRUE
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE SAMTYKKE-FIL.
      * Et register der ikke kan holdes helt i tabellen, skrives
      * ikke tilbage - det ville miste linjerne efter den sidste.
       IF SA-TABEL-FULD
           DISPLAY "KONTOINFO-SERVER: samtykkeregistret har over "
               "500 linjer - tilbagekaldet kan ikke gemmes."
           MOVE "samtykker utilgaengelige" TO WS-AARSAG
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT SAMTYKKE-FIL.
       IF WS-SAMTYKKE-STATUS NOT = "00"
           DISPLAY "KONTOINFO-SERVER: kan ikke skrive "
               "files/AIS-SAMTYKKER.txt, status=" WS-SAMTYKKE-STATUS
           MOVE "samtykker utilgaengelige" TO WS-AARSAG
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-ANTAL
           MOVE SA-ENTRY(WS-SA-IDX) TO SAMTYKKE-POST
           WRITE SAMTYKKE-POST
       END-PERFORM.
       CLOSE SAMTYKKE-FIL.
       MOVE WS-ANM-SAMTYKKE TO WS-ESCAPE-IND.
       PERFORM ESCAPE-JSON-STRENG.
       MOVE SPACES TO SVAR-RECORD.
       STRING '{"samtykke_id":"' FUNCTION TRIM(WS-ESCAPE-UD)
           '","status":"tilbagekaldt","dato":"' WS-DAGS-DATO
           '"}'
           DELIMITED BY SIZE INTO SVAR-RECORD.
       WRITE SVAR-RECORD.

       SKRIV-SVARHOVED.
      * Foerste linje i et godkendt svar; resten af objektet
      * skrives paa de foelgende linjer, og svaret laeses tilbage som
      * et sammenhaengende JSON-objekt - som MOVIE-LOOKUP's
      * WRITE-PAGED-RESULTS.
       MOVE SPACES TO SVAR-RECORD.
       STRING '{"samtykke_id":"' SA-SAMTYKKE-ID
           '","kunde_id":"' FUNCTION TRIM(SA-KUNDE-ID)
           '",'
           DELIMITED BY SIZE INTO SVAR-RECORD.
       WRITE SVAR-RECORD.

       SKRIV-ELEMENT.
      * WS-JSON-BUFFER er naeste element i svarets liste; elementer
      * efter det foerste faar kommaet foran.
       MOVE SPACES TO SVAR-RECORD.
       IF WS-ELEMENT-ANTAL > 0
           STRING "," FUNCTION TRIM(WS-JSON-BUFFER)
               DELIMITED BY SIZE INTO SVAR-RECORD
       ELSE
           MOVE WS-JSON-BUFFER TO SVAR-RECORD
       END-IF.
       WRITE SVAR-RECORD.
       ADD 1 TO WS-ELEMENT-ANTAL.

       SKRIV-AFVISNING.
       IF MASTER-ER-AABEN
           CLOSE KONTO-MASTER-FIL
           MOVE "N" TO WS-MASTER-AABEN
       END-IF.
       MOVE WS-ANM-SAMTYKKE TO WS-ESCAPE-IND.
       PERFORM ESCAPE-JSON-STRENG.
       MOVE WS-ESCAPE-UD TO WS-ESC-SAMTYKKE.
       MOVE SPACES TO SVAR-RECORD.
       STRING '{"error":"afvist","aarsag":"' FUNCTION TRIM(WS-AARSAG)
           '","samtykke_id":"' FUNCTION TRIM(WS-ESC-SAMTYKKE)
           '"}'
           DELIMITED BY SIZE INTO SVAR-RECORD.
       WRITE SVAR-RECORD.

       SKRIV-ADGANGSLOG.
      * En linje pr. besvaret anmodning, godkendt eller afvist. Som
      * ADGANG-LOG aabnes loggen EXTEND pr. linje, saa hver adgang
      * staar i filen med det samme.
       OPEN EXTEND AIS-LOG-FIL.
       IF WS-AIS-LOG-STATUS = "35"
           OPEN OUTPUT AIS-LOG-FIL
       END-IF.
       IF WS-AIS-LOG-STATUS NOT = "00"
           DISPLAY "KONTOINFO-SERVER: kan ikke skrive "
               "files/AIS-ADGANGSLOG.txt, status=" WS-AIS-LOG-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO AIS-LOG-RECORD.
       MOVE FUNCTION CURRENT-DATE(1:14) TO AI-TIDSSTEMPEL.
       MOVE WS-ANM-SAMTYKKE TO AI-SAMTYKKE-ID.
       MOVE WS-ANM-UDBYDER TO AI-UDBYDER-ID.
       IF SAMTYKKE-ER-FUNDET
           MOVE SA-KUNDE-ID TO AI-KUNDE-ID
       ELSE
           MOVE WS-ANM-KUNDE TO AI-KUNDE-ID
       END-IF.
       MOVE WS-ANM-FORESPOERGSEL TO AI-FORESPOERGSEL.
       MOVE WS-ANM-KONTO TO AI-KONTO-ID.
       IF WS-AARSAG = SPACES
           SET AI-ER-GODKENDT TO TRUE
       ELSE
           SET AI-ER-AFVIST TO TRUE
           MOVE WS-AARSAG TO AI-AARSAG
       END-IF.
       MOVE WS-UDLEVERET TO AI-ANTAL.
       MOVE WS-ANMODNINGSNAVN TO AI-ANMODNING.
       WRITE AIS-LOG-RECORD.
       CLOSE AIS-LOG-FIL.

       ESCAPE-JSON-STRENG.
      * Escaper WS-ESCAPE-IND ind i WS-ESCAPE-UD: anfoerselstegn og
      * backslash faar foranstillet backslash.
       MOVE SPACES TO WS-ESCAPE-UD.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESCAPE-IND))
           TO WS-ESCAPE-LAENGDE.
       IF WS-ESCAPE-IND = SPACES
           MOVE 0 TO WS-ESCAPE-LAENGDE
       END-IF.
       MOVE 1 TO WS-ESCAPE-UD-POS.
       PERFORM VARYING WS-ESCAPE-IDX FROM 1 BY 1
               UNTIL WS-ESCAPE-IDX > WS-ESCAPE-LAENGDE
                  OR WS-ESCAPE-UD-POS > 198
           IF WS-ESCAPE-IND(WS-ESCAPE-IDX:1) = '"'
                   OR WS-ESCAPE-IND(WS-ESCAPE-IDX:1) = "\"
               MOVE "\" TO WS-ESCAPE-UD(WS-ESCAPE-UD-POS:1)
               ADD 1 TO WS-ESCAPE-UD-POS
           END-IF
           MOVE WS-ESCAPE-IND(WS-ESCAPE-IDX:1)
               TO WS-ESCAPE-UD(WS-ESCAPE-UD-POS:1)
           ADD 1 TO WS-ESCAPE-UD-POS
       END-PERFORM.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
