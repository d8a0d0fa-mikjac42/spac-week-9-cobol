       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFDELING-SAMMENLAEG.

      * Sammenlaegning og lukning af en afdeling (filial): tager en
      * gammel og en ny afdelingskode, kontrollerer begge mod
      * files/AFDELINGER.txt og flytter i en samlet, kontrolleret
      * koersel alt hvad der staar paa den gamle afdeling over paa
      * den nye:
      *   - kunderne i kundemasteren (AFDELING),
      *   - konti i kontomasteren (KONTO-AFDELING); den flade
      *     files/KontoOpl.txt dannes bagefter paany af masteren,
      *   - aabne og tagne opgaver i arbejdskoeen
      *     files/ARBEJDSKOE.txt,
      *   - ventende kundeemner i files/KUNDEEMNER.txt,
      *   - operatoerer i files/OPERATOERER.txt.
      * Lukkede opgaver og afsluttede emner bliver staaende som
      * historik. Den gamle afdeling markeres lukket i
      * AFDELINGER.txt FOER noget flyttes, saa intet nyt kan
      * henfoeres til den undervejs; alle programmer der tildeler en
      * afdeling, afviser en lukket. Hver enkelt aendring
      * journalfoeres i files/AFDELING-FLYT-JOURNAL.txt og desuden i
      * registrets egen journal (KUNDE-JOURNAL, ARBEJDSKOE-JOURNAL,
      * OPERATOER-JOURNAL), saa kundeaendringerne kan fortrydes med
      * batch/kunde_journal_gendan.cob som alle andre rettelser.
      * Hver beroert kunde - flyttet selv eller ejer af en flyttet
      * konto - faar et brev om sin nye afdeling efter skabelonen
      * files/AFDELING-FLYT-SKABELON.txt (&NAVN, &GAMMEL, &NY) -
      * engelsk files/AFDELING-FLYT-SKABELON-EN.txt efter kundens
      * korrespondancesprog - under brevhovedet for kundens
      * pengeinstitut (BREVHOVED-FORMAT) i
      * files/AFDELING-FLYT-BREVE.txt. Afdoede og ophoerte kunder
      * faar intet brev; kunder med returpost-markeret adresse
      * (ADRESSE-STATUS U) faar heller intet, men staar i journalen.
      * Koerslen kan genstartes med de samme koder efter et nedbrud:
      * en allerede lukket gammel afdeling accepteres, og det der
      * stadig staar paa den, flyttes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KONTO-ID IN KONTOMASTER-RECORD
               ALTERNATE RECORD KEY IS KUNDE-ID IN KONTOMASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-KONTOMASTER-STATUS.

           SELECT AFDELING-FIL ASSIGN TO "files/AFDELINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFDELING-STATUS.

           SELECT OPGAVE-FIL ASSIGN TO "files/ARBEJDSKOE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPGAVE-STATUS.

           SELECT EMNE-FIL ASSIGN TO "files/KUNDEEMNER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMNE-STATUS.

           SELECT OPERATOER-FIL ASSIGN TO "files/OPERATOERER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOER-STATUS.

      *    Den nye udgave af et register skrives hertil og skiftes
      *    ind med mv, naar den staar faerdig.
           SELECT NY-FIL ASSIGN DYNAMIC WS-NY-STI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NY-STATUS.

           SELECT JOURNAL-FIL
               ASSIGN TO "files/AFDELING-FLYT-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT KUNDEJOURNAL-FIL ASSIGN TO "files/KUNDE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KUNDEJOURNAL-STATUS.

           SELECT OPGJOURNAL-FIL
               ASSIGN TO "files/ARBEJDSKOE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPGJOURNAL-STATUS.

           SELECT OPJOURNAL-FIL ASSIGN TO "files/OPERATOER-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPJOURNAL-STATUS.

           SELECT SKABELON-FIL ASSIGN DYNAMIC WS-SKABELON-STI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKABELON-STATUS.

           SELECT BREV-FIL ASSIGN TO "files/AFDELING-FLYT-BREVE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  KONTOMASTER-FIL.
       01  KONTOMASTER-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  AFDELING-FIL.
       01  AFDELING-POST.
           05 AD-KODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 AD-NAVN          PIC X(20).
           05 FILLER           PIC X(1).
           05 AD-REGION        PIC X(10).
           05 FILLER           PIC X(1).
      *    L = lukket; blank = aaben. En lukket afdeling har
      *    lukkedatoen og den afdeling der overtog den.
           05 AD-STATUS        PIC X(1).
           05 FILLER           PIC X(1).
           05 AD-LUKKET-DATO   PIC X(8).
           05 FILLER           PIC X(1).
           05 AD-OVERTAGET-AF  PIC X(4).

       FD  OPGAVE-FIL.
       01  OPGAVE-POST.
           COPY "copybooks/ARBOPG.cpy".

       FD  EMNE-FIL.
       01  EMNE-POST.
           COPY "copybooks/KUNDEEMNE.cpy".

       FD  OPERATOER-FIL.
       01  OPERATOER-POST.
           COPY "copybooks/OPERATOER.cpy".

       FD  NY-FIL.
       01  NY-LINJE            PIC X(400).

       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 JOURNAL-TEXT     PIC X(132).

      * Samme linjeformat som KUNDE-VEDLIGEHOLD.
       FD  KUNDEJOURNAL-FIL.
       01  KUNDEJOURNAL-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".

      * Samme linjeformat som ARBEJDSKOE-BEHANDLING.
       FD  OPGJOURNAL-FIL.
       01  OPGJOURNAL-RECORD.
           05 AJ-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
           05 AJ-HANDLING      PIC X(8).
           05 FILLER           PIC X(1).
           05 AJ-OPGAVE-NR     PIC 9(7).
           05 FILLER           PIC X(1).
           05 AJ-OPERATOER     PIC X(10).
           05 FILLER           PIC X(1).
           05 AJ-AFDELING      PIC X(4).
           05 FILLER           PIC X(1).
           05 AJ-ANSVARLIG     PIC X(10).
           05 FILLER           PIC X(1).
           05 AJ-NOTE          PIC X(60).

       FD  OPJOURNAL-FIL.
       01  OPJOURNAL-RECORD.
           COPY "copybooks/OPERJOUR.cpy".

       FD  SKABELON-FIL.
       01  SKABELON-RECORD.
           05 SKABELON-TEKST   PIC X(80).

       FD  BREV-FIL.
       01  BREV-RECORD.
           05 BREV-TEKST       PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOMASTER-STATUS PIC XX   VALUE "00".
       01  WS-AFDELING-STATUS  PIC XX     VALUE "00".
       01  WS-OPGAVE-STATUS    PIC XX     VALUE "00".
       01  WS-EMNE-STATUS      PIC XX     VALUE "00".
       01  WS-OPERATOER-STATUS PIC XX     VALUE "00".
       01  WS-NY-STATUS        PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-KUNDEJOURNAL-STATUS PIC XX  VALUE "00".
       01  WS-OPGJOURNAL-STATUS PIC XX    VALUE "00".
       01  WS-OPJOURNAL-STATUS PIC XX     VALUE "00".
       01  WS-SKABELON-STATUS  PIC XX     VALUE "00".
       01  WS-BREV-STATUS      PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "A".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Delt laas paa kundemasteren, saa koerslen ikke skriver midt
      * i den natlige kaedes koersel - se shared/master_laas.cob.
       01  WS-LAAS-FUNKTION    PIC X(4)   VALUE SPACES.
       01  WS-LAAS-HOLDER      PIC X(20)  VALUE "AFDELING-SAMMENLAEG".
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

       01  WS-GAMMEL-AFD       PIC X(4)   VALUE SPACES.
       01  WS-NY-AFD           PIC X(4)   VALUE SPACES.
       01  WS-GAMMEL-NAVN      PIC X(20)  VALUE SPACES.
       01  WS-NY-NAVN          PIC X(20)  VALUE SPACES.
       01  WS-GAMMEL-IDX       PIC 9(2)   VALUE 0.
       01  WS-NY-IDX           PIC 9(2)   VALUE 0.
       01  WS-BEKRAEFT         PIC X      VALUE "N".
           88  BEKRAEFTET                 VALUE "J".
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-TIDSSTEMPEL      PIC X(14)  VALUE SPACES.

      * Afdelingstabellen holdes i hukommelsen og skrives samlet
      * tilbage med den gamle afdeling markeret lukket.
       01  WS-AFD-ANTAL        PIC 9(2)   VALUE 0.
       01  AFD-TABEL.
           05  AFD-ENTRY OCCURS 50 TIMES
                          INDEXED BY AF-IDX.
               10  AFT-KODE         PIC X(4)     VALUE SPACES.
               10  AFT-NAVN         PIC X(20)    VALUE SPACES.
               10  AFT-REGION       PIC X(10)    VALUE SPACES.
               10  AFT-STATUS       PIC X(1)     VALUE SPACES.
               10  AFT-LUKKET-DATO  PIC X(8)     VALUE SPACES.
               10  AFT-OVERTAGET-AF PIC X(4)     VALUE SPACES.

      * Koerslen gennemloebes foerst i taelletilstand, saa
      * operatoeren ser omfanget foer bekraeftelsen, og derefter i
      * flyttetilstand, hvor registrene skrives om.
       01  WS-TILSTAND         PIC X      VALUE "T".
           88  TAEL-TILSTAND              VALUE "T".
           88  FLYT-TILSTAND              VALUE "F".

       01  WS-KUNDE-TAELLER    PIC 9(7)   VALUE 0.
       01  WS-KONTO-TAELLER    PIC 9(7)   VALUE 0.
       01  WS-OPGAVE-TAELLER   PIC 9(7)   VALUE 0.
       01  WS-EMNE-TAELLER     PIC 9(7)   VALUE 0.
       01  WS-OPERATOER-TAELLER PIC 9(7)  VALUE 0.
       01  WS-BREV-TAELLER     PIC 9(7)   VALUE 0.
       01  WS-UDELADT-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-RETUR-TAELLER    PIC 9(7)   VALUE 0.

      * Beroerte kunder: flyttet selv eller ejer af en flyttet konto.
      * Hver kunde faar et brev, ogsaa naar flere konti er flyttet.
       01  WS-BEROERT-ANTAL    PIC 9(5)   VALUE 0.
       01  BEROERT-TABEL.
           05  BEROERT-ENTRY OCCURS 10000 TIMES
                              INDEXED BY BE-IDX.
               10  BET-KUNDE-ID     PIC X(10)    VALUE SPACES.
       01  WS-BEROERT-KUNDE    PIC X(10)  VALUE SPACES.
       01  WS-BEROERT-FULD     PIC X      VALUE "N".

       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-TILSTAND-FOER    PIC X(26)  VALUE SPACES.
       01  WS-TILSTAND-EFTER   PIC X(26)  VALUE SPACES.

       01  WS-NY-STI           PIC X(60)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

      * Brevskabelonerne (sprog 1 dansk, sprog 2 engelsk) og
      * fletningen af &NAVN, &GAMMEL og &NY.
       01  WS-SKABELON-STI     PIC X(60)  VALUE SPACES.
       01  SKABELON-TABEL.
           05  SKABELON-SPROG OCCURS 2 TIMES.
               10  WS-SKABELON-ANTAL PIC 9(2) VALUE 0.
               10  SKABELON-LINJE OCCURS 30 TIMES
                                   PIC X(80)  VALUE SPACES.
       01  WS-SKABELON-IDX     PIC 9(2)   VALUE 0.
      * Kundens korrespondancesprog - se shared/brev_sprog.cob.
       01  WS-SPROG            PIC X      VALUE "D".
           88  SPROG-ER-ENGELSK           VALUE "E".
       01  WS-SPROG-IDX        PIC 9      VALUE 1.
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.
       01  WS-FLET-LINJE       PIC X(100) VALUE SPACES.
       01  WS-FLET-DEL1        PIC X(100) VALUE SPACES.
       01  WS-FLET-DEL2        PIC X(100) VALUE SPACES.
       01  WS-FLET-MARKOER     PIC X(7)   VALUE SPACES.
       01  WS-FLET-VAERDI      PIC X(41)  VALUE SPACES.
       01  WS-MARKOER-ANTAL    PIC 9(2)   VALUE 0.
       01  WS-GAMMEL-TEKST     PIC X(41)  VALUE SPACES.
       01  WS-NY-TEKST         PIC X(41)  VALUE SPACES.

      * Foerbillede af kontoen til kontojournalen - se
      * shared/konto_journal.cob.
       01  WS-KONTO-FOER-BILLEDE PIC X(93) VALUE SPACES.
       01  WS-KONTO-OPERATION  PIC X(8)   VALUE "RET".
       01  WS-JOURNAL-PROGRAM  PIC X(20)  VALUE "AFDELING-SAMMENLAEG".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL.
       PERFORM INDLAES-AFDELINGER.

       DISPLAY "Afdeling der lukkes (gammel kode): " WITH NO ADVANCING.
       ACCEPT WS-GAMMEL-AFD.
       DISPLAY "Afdeling der overtager (ny kode) : " WITH NO ADVANCING.
       ACCEPT WS-NY-AFD.
       PERFORM KONTROLLER-KODER.

       MOVE "DELT" TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.
       IF WS-LAAS-SVAR NOT = "Y"
           DISPLAY "FEJL: Kundemasteren er i brug af "
               FUNCTION TRIM(WS-LAAS-EJER) " - proev igen senere."
           STOP RUN
       END-IF.
       OPEN I-O MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

      * Omfanget vises foer bekraeftelsen.
       SET TAEL-TILSTAND TO TRUE.
       PERFORM FLYT-ALT.
       DISPLAY "Afdeling " WS-GAMMEL-AFD " " FUNCTION TRIM(
           WS-GAMMEL-NAVN) " lukkes og flyttes til " WS-NY-AFD " "
           FUNCTION TRIM(WS-NY-NAVN) ":".
       DISPLAY "  Kunder            : " WS-KUNDE-TAELLER.
       DISPLAY "  Konti             : " WS-KONTO-TAELLER.
       DISPLAY "  Aabne opgaver     : " WS-OPGAVE-TAELLER.
       DISPLAY "  Ventende emner    : " WS-EMNE-TAELLER.
       DISPLAY "  Operatoerer       : " WS-OPERATOER-TAELLER.
       DISPLAY "Gennemfoer sammenlaegningen (J/N): " WITH NO ADVANCING.
       ACCEPT WS-BEKRAEFT.
       IF NOT BEKRAEFTET
           DISPLAY "Sammenlaegning annulleret."
           CLOSE MASTER-FIL
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

       PERFORM AABN-JOURNALER.
       PERFORM LUK-GAMMEL-AFDELING.
       SET FLYT-TILSTAND TO TRUE.
       PERFORM FLYT-ALT.
       PERFORM SKRIV-BREVE.
       PERFORM SKRIV-JOURNAL-SUM.
       CLOSE MASTER-FIL.
       CLOSE JOURNAL-FIL KUNDEJOURNAL-FIL OPGJOURNAL-FIL
           OPJOURNAL-FIL.
       PERFORM FRIGIV-MASTER-LAAS.
       DISPLAY "AFDELING-SAMMENLAEG: afdeling " WS-GAMMEL-AFD
           " er lukket og overtaget af " WS-NY-AFD ".".
       DISPLAY "  Kunder flyttet    : " WS-KUNDE-TAELLER.
       DISPLAY "  Konti flyttet     : " WS-KONTO-TAELLER.
       DISPLAY "  Opgaver flyttet   : " WS-OPGAVE-TAELLER.
       DISPLAY "  Emner flyttet     : " WS-EMNE-TAELLER.
       DISPLAY "  Operatoerer       : " WS-OPERATOER-TAELLER.
       DISPLAY "  Breve             : " WS-BREV-TAELLER
           " (returpost " WS-RETUR-TAELLER ", udeladt "
           WS-UDELADT-TAELLER ")".
       STOP RUN.

       FRIGIV-MASTER-LAAS.
       MOVE "FRI " TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.

       STOP-MED-FEJL.
      * Det der allerede er flyttet, er journalfoert; en ny koersel
      * med de samme koder flytter resten.
       CLOSE MASTER-FIL.
       PERFORM FRIGIV-MASTER-LAAS.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       FLYT-ALT.
      * Samme gennemloeb i begge tilstande; taellerne nulstilles, saa
      * flyttetilstanden taeller det der faktisk blev flyttet.
       MOVE 0 TO WS-KUNDE-TAELLER WS-KONTO-TAELLER WS-OPGAVE-TAELLER
           WS-EMNE-TAELLER WS-OPERATOER-TAELLER.
       PERFORM FLYT-KUNDER.
       PERFORM FLYT-KONTI.
       PERFORM FLYT-OPGAVER.
       PERFORM FLYT-EMNER.
       PERFORM FLYT-OPERATOERER.

      ******************************************************************
      * Afdelingerne                                                   *
      ******************************************************************
       INDLAES-AFDELINGER.
       OPEN INPUT AFDELING-FIL.
       IF WS-AFDELING-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/AFDELINGER.txt, "
               "status=" WS-AFDELING-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-AFDELING-STATUS NOT = "00"
           MOVE SPACES TO AFDELING-POST
           READ AFDELING-FIL
               AT END
                   CONTINUE
               NOT AT END
                   IF AD-KODE NOT = SPACES
                       IF WS-AFD-ANTAL >= 50
                           DISPLAY "FEJL: Flere end 50 afdelinger i "
                               "files/AFDELINGER.txt."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-AFD-ANTAL
                       SET AF-IDX TO WS-AFD-ANTAL
                       MOVE AD-KODE TO AFT-KODE(AF-IDX)
                       MOVE AD-NAVN TO AFT-NAVN(AF-IDX)
                       MOVE AD-REGION TO AFT-REGION(AF-IDX)
                       MOVE AD-STATUS TO AFT-STATUS(AF-IDX)
                       MOVE AD-LUKKET-DATO TO AFT-LUKKET-DATO(AF-IDX)
                       MOVE AD-OVERTAGET-AF
                           TO AFT-OVERTAGET-AF(AF-IDX)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE AFDELING-FIL.

       KONTROLLER-KODER.
      * Begge koder skal findes og vaere forskellige, og den nye
      * afdeling skal vaere aaben. En gammel afdeling der allerede
      * er lukket, er en genstart efter et nedbrud og accepteres,
      * naar den blev overtaget af samme nye afdeling.
       MOVE 0 TO WS-GAMMEL-IDX WS-NY-IDX.
       PERFORM VARYING AF-IDX FROM 1 BY 1 UNTIL AF-IDX > WS-AFD-ANTAL
           IF AFT-KODE(AF-IDX) = WS-GAMMEL-AFD
               SET WS-GAMMEL-IDX TO AF-IDX
           END-IF
           IF AFT-KODE(AF-IDX) = WS-NY-AFD
               SET WS-NY-IDX TO AF-IDX
           END-IF
       END-PERFORM.
       IF WS-GAMMEL-IDX = 0
           DISPLAY "FEJL: Afdeling " WS-GAMMEL-AFD
               " findes ikke i files/AFDELINGER.txt."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-NY-IDX = 0
           DISPLAY "FEJL: Afdeling " WS-NY-AFD
               " findes ikke i files/AFDELINGER.txt."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-GAMMEL-IDX = WS-NY-IDX
           DISPLAY "FEJL: De to afdelingskoder er ens."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF AFT-STATUS(WS-NY-IDX) = "L"
           DISPLAY "FEJL: Afdeling " WS-NY-AFD " er selv lukket."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF AFT-STATUS(WS-GAMMEL-IDX) = "L"
           IF AFT-OVERTAGET-AF(WS-GAMMEL-IDX) NOT = WS-NY-AFD
               DISPLAY "FEJL: Afdeling " WS-GAMMEL-AFD " er allerede "
                   "lukket og overtaget af "
                   AFT-OVERTAGET-AF(WS-GAMMEL-IDX) "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ADVARSEL: Afdeling " WS-GAMMEL-AFD " er allerede "
               "lukket - det der stadig staar paa den, flyttes."
       END-IF.
       MOVE AFT-NAVN(WS-GAMMEL-IDX) TO WS-GAMMEL-NAVN.
       MOVE AFT-NAVN(WS-NY-IDX) TO WS-NY-NAVN.

       LUK-GAMMEL-AFDELING.
      * Skriv afdelingstabellen tilbage med den gamle afdeling
      * lukket. Sker foer flytningen, saa ingen kan henfoere noget
      * nyt til den mens koerslen staar paa.
       IF AFT-STATUS(WS-GAMMEL-IDX) = "L"
           EXIT PARAGRAPH
       END-IF.
       MOVE "L" TO AFT-STATUS(WS-GAMMEL-IDX).
       MOVE WS-DAGS-DATO TO AFT-LUKKET-DATO(WS-GAMMEL-IDX).
       MOVE WS-NY-AFD TO AFT-OVERTAGET-AF(WS-GAMMEL-IDX).
       OPEN OUTPUT AFDELING-FIL.
       IF WS-AFDELING-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/AFDELINGER.txt, "
               "status=" WS-AFDELING-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM VARYING AF-IDX FROM 1 BY 1 UNTIL AF-IDX > WS-AFD-ANTAL
           MOVE SPACES TO AFDELING-POST
           MOVE AFT-KODE(AF-IDX) TO AD-KODE
           MOVE AFT-NAVN(AF-IDX) TO AD-NAVN
           MOVE AFT-REGION(AF-IDX) TO AD-REGION
           MOVE AFT-STATUS(AF-IDX) TO AD-STATUS
           MOVE AFT-LUKKET-DATO(AF-IDX) TO AD-LUKKET-DATO
           MOVE AFT-OVERTAGET-AF(AF-IDX) TO AD-OVERTAGET-AF
           WRITE AFDELING-POST
       END-PERFORM.
       CLOSE AFDELING-FIL.
       MOVE SPACES TO JOURNAL-TEXT.
       STRING WS-TIDSSTEMPEL " AFDELING LUKKET AFD=" WS-GAMMEL-AFD
           " OVERTAGET-AF=" WS-NY-AFD " OPERATOER=" WS-OPERATOER-ID
           DELIMITED BY SIZE INTO JOURNAL-TEXT.
       WRITE JOURNAL-RECORD.

      ******************************************************************
      * Journalerne                                                    *
      ******************************************************************
       AABN-JOURNALER.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/AFDELING-FLYT-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN EXTEND KUNDEJOURNAL-FIL.
       IF WS-KUNDEJOURNAL-STATUS = "35"
           OPEN OUTPUT KUNDEJOURNAL-FIL
       END-IF.
       IF WS-KUNDEJOURNAL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KUNDE-JOURNAL.txt, "
               "status=" WS-KUNDEJOURNAL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN EXTEND OPGJOURNAL-FIL.
       IF WS-OPGJOURNAL-STATUS = "35"
           OPEN OUTPUT OPGJOURNAL-FIL
       END-IF.
       IF WS-OPGJOURNAL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/ARBEJDSKOE-JOURNAL.txt, status="
               WS-OPGJOURNAL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN EXTEND OPJOURNAL-FIL.
       IF WS-OPJOURNAL-STATUS = "35"
           OPEN OUTPUT OPJOURNAL-FIL
       END-IF.
       IF WS-OPJOURNAL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/OPERATOER-JOURNAL.txt, status="
               WS-OPJOURNAL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO JOURNAL-TEXT.
       STRING WS-TIDSSTEMPEL " SAMMENLAEGNING START FRA=" WS-GAMMEL-AFD
           " TIL=" WS-NY-AFD " OPERATOER=" WS-OPERATOER-ID
           DELIMITED BY SIZE INTO JOURNAL-TEXT.
       WRITE JOURNAL-RECORD.

       SKRIV-JOURNAL-SUM.
       MOVE SPACES TO JOURNAL-TEXT.
       STRING WS-TIDSSTEMPEL " SAMMENLAEGNING FAERDIG FRA="
           WS-GAMMEL-AFD " TIL=" WS-NY-AFD
           " KUNDER=" WS-KUNDE-TAELLER " KONTI=" WS-KONTO-TAELLER
           " OPGAVER=" WS-OPGAVE-TAELLER " EMNER=" WS-EMNE-TAELLER
           " OPERATOERER=" WS-OPERATOER-TAELLER
           DELIMITED BY SIZE INTO JOURNAL-TEXT.
       WRITE JOURNAL-RECORD.

      ******************************************************************
      * Kunderne                                                       *
      ******************************************************************
       FLYT-KUNDER.
      * Hele masteren gennemloebes i noegleorden; hver flyttet kunde
      * faar en RET-linje i kundejournalen med foer- og efterbillede.
       MOVE LOW-VALUES TO KUNDE-ID IN MASTER-RECORD.
       START MASTER-FIL KEY IS NOT LESS THAN KUNDE-ID IN MASTER-RECORD
           INVALID KEY
               EXIT PARAGRAPH
       END-START.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ MASTER-FIL NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF AFDELING IN MASTER-RECORD = WS-GAMMEL-AFD
                       PERFORM FLYT-KUNDE
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.

       FLYT-KUNDE.
       ADD 1 TO WS-KUNDE-TAELLER.
       IF TAEL-TILSTAND
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-FOER-BILLEDE.
       MOVE MASTER-RECORD TO WS-FOER-BILLEDE.
       MOVE WS-NY-AFD TO AFDELING IN MASTER-RECORD.
       REWRITE MASTER-RECORD.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kunde " KUNDE-ID IN MASTER-RECORD
               " kunne ikke opdateres, status=" WS-MASTER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL.
       MOVE "RET" TO JO-OPERATION.
       MOVE SPACES TO WS-EFTER-BILLEDE.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       MOVE WS-FOER-BILLEDE(1:250) TO JO-FOER.
       MOVE WS-FOER-BILLEDE(251:150) TO JO-FOER-REST.
       MOVE WS-EFTER-BILLEDE(1:250) TO JO-EFTER.
       MOVE WS-EFTER-BILLEDE(251:150) TO JO-EFTER-REST.
       MOVE WS-OPERATOER-ID TO JO-OPERATOER.
       MOVE "AFDELING-SAMMENLAEG" TO JO-PROGRAM.
       WRITE KUNDEJOURNAL-RECORD.
       MOVE SPACES TO JOURNAL-TEXT.
       STRING WS-TIDSSTEMPEL " FLYT KUNDE-ID="
           KUNDE-ID IN MASTER-RECORD
           " FRA=" WS-GAMMEL-AFD " TIL=" WS-NY-AFD
           DELIMITED BY SIZE INTO JOURNAL-TEXT.
       WRITE JOURNAL-RECORD.
       MOVE KUNDE-ID IN MASTER-RECORD TO WS-BEROERT-KUNDE.
       PERFORM NOTER-BEROERT-KUNDE.

       NOTER-BEROERT-KUNDE.
       IF WS-BEROERT-KUNDE = SPACES
           EXIT PARAGRAPH
       END-IF.
       SET BE-IDX TO 1.
       SEARCH BEROERT-ENTRY
           AT END
               CONTINUE
           WHEN BE-IDX > WS-BEROERT-ANTAL
               IF WS-BEROERT-ANTAL < 10000
                   ADD 1 TO WS-BEROERT-ANTAL
                   MOVE WS-BEROERT-KUNDE
                       TO BET-KUNDE-ID(WS-BEROERT-ANTAL)
               ELSE
                   IF WS-BEROERT-FULD = "N"
                       MOVE "Y" TO WS-BEROERT-FULD
                       DISPLAY "ADVARSEL: Flere end 10000 beroerte "
                           "kunder - de resterende faar intet brev."
                   END-IF
               END-IF
           WHEN BET-KUNDE-ID(BE-IDX) = WS-BEROERT-KUNDE
               CONTINUE
       END-SEARCH.

      ******************************************************************
      * Konti                                                          *
      ******************************************************************
       FLYT-KONTI.
      * Kontomasteren gennemloebes i KONTO-ID-orden, og hver konto
      * paa den gamle afdeling omskrives med kun KONTO-AFDELING
      * aendret. Den flade KontoOpl.txt dannes derefter paany af
      * masteren.
       IF FLYT-TILSTAND
           OPEN I-O KONTOMASTER-FIL
       ELSE
           OPEN INPUT KONTOMASTER-FIL
       END-IF.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-KONTOMASTER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ KONTOMASTER-FIL NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KONTO-AFDELING IN KONTOMASTER-RECORD
                           = WS-GAMMEL-AFD
                       PERFORM FLYT-KONTO
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOMASTER-FIL.
       IF FLYT-TILSTAND AND WS-KONTO-TAELLER > 0
           PERFORM DAN-KONTOUDTRAEK
       END-IF.

       FLYT-KONTO.
       ADD 1 TO WS-KONTO-TAELLER.
       IF TAEL-TILSTAND
           EXIT PARAGRAPH
       END-IF.
       MOVE KONTOMASTER-RECORD TO WS-KONTO-FOER-BILLEDE.
       MOVE WS-NY-AFD TO KONTO-AFDELING IN KONTOMASTER-RECORD.
       REWRITE KONTOMASTER-RECORD.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Omskrivning af konto "
               KONTO-ID IN KONTOMASTER-RECORD
               " i kontomasteren fejlede, status="
               WS-KONTOMASTER-STATUS
           CLOSE KONTOMASTER-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM SKRIV-KONTO-JOURNAL.
       MOVE SPACES TO JOURNAL-TEXT.
       STRING WS-TIDSSTEMPEL " FLYT KONTO-ID="
           KONTO-ID IN KONTOMASTER-RECORD
           " KUNDE-ID=" KUNDE-ID IN KONTOMASTER-RECORD
           " FRA=" WS-GAMMEL-AFD " TIL=" WS-NY-AFD
           DELIMITED BY SIZE INTO JOURNAL-TEXT.
       WRITE JOURNAL-RECORD.
       MOVE KUNDE-ID IN KONTOMASTER-RECORD TO WS-BEROERT-KUNDE.
       PERFORM NOTER-BEROERT-KUNDE.

       DAN-KONTOUDTRAEK.
      * Den flade KontoOpl.txt dannes paany af masteren. Fejler
      * udtraekket, er flytningen stadig gemt i masteren; filen
      * dannes igen af naeste udtraek.
       MOVE "batch/kontoopl_udtraek" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "ADVARSEL: KONTOOPL-UDTRAEK fejlede - koer den "
               "manuelt, saa KontoOpl.txt svarer til masteren."
           MOVE 0 TO RETURN-CODE
       END-IF.

      ******************************************************************
      * Arbejdskoeen, kundeemnerne og operatoererne                    *
      ******************************************************************
       FLYT-OPGAVER.
      * Aabne og tagne opgaver flyttes og journalfoeres som en
      * omfordeling; en taget opgave beholder sin ansvarlige.
      * Lukkede opgaver bliver staaende som historik.
       OPEN INPUT OPGAVE-FIL.
       IF WS-OPGAVE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       IF FLYT-TILSTAND
           MOVE "files/ARBEJDSKOE-AFDFLYT.TMP" TO WS-NY-STI
           PERFORM AABN-NY-FIL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ OPGAVE-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF AO-AFDELING = WS-GAMMEL-AFD
                           AND AO-ER-UAFSLUTTET
                       PERFORM FLYT-OPGAVE
                   END-IF
                   IF FLYT-TILSTAND
                       WRITE NY-LINJE FROM OPGAVE-POST
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE OPGAVE-FIL.
       IF FLYT-TILSTAND
           CLOSE NY-FIL
           MOVE SPACES TO WS-KOMMANDO
           STRING "mv -f files/ARBEJDSKOE-AFDFLYT.TMP "
               "files/ARBEJDSKOE.txt"
               DELIMITED BY SIZE INTO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO
       END-IF.

       FLYT-OPGAVE.
       ADD 1 TO WS-OPGAVE-TAELLER.
       IF TAEL-TILSTAND
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NY-AFD TO AO-AFDELING.
       MOVE WS-DAGS-DATO TO AO-AENDRET.
       MOVE WS-OPERATOER-ID TO AO-AENDRET-AF.
       MOVE SPACES TO AO-NOTE.
       STRING "Afdeling " WS-GAMMEL-AFD " lukket - overtaget af "
           WS-NY-AFD
           DELIMITED BY SIZE INTO AO-NOTE.
       MOVE SPACES TO OPGJOURNAL-RECORD.
       MOVE WS-TIDSSTEMPEL TO AJ-TIDSSTEMPEL.
       MOVE "OMFORDEL" TO AJ-HANDLING.
       MOVE AO-OPGAVE-NR TO AJ-OPGAVE-NR.
       MOVE WS-OPERATOER-ID TO AJ-OPERATOER.
       MOVE AO-AFDELING TO AJ-AFDELING.
       MOVE AO-ANSVARLIG TO AJ-ANSVARLIG.
       MOVE AO-NOTE TO AJ-NOTE.
       WRITE OPGJOURNAL-RECORD.
       MOVE SPACES TO JOURNAL-TEXT.
       STRING WS-TIDSSTEMPEL " FLYT OPGAVE-NR=" AO-OPGAVE-NR
           " TYPE=" AO-TYPE
           " FRA=" WS-GAMMEL-AFD " TIL=" WS-NY-AFD
           DELIMITED BY SIZE INTO JOURNAL-TEXT.
       WRITE JOURNAL-RECORD.

       FLYT-EMNER.
      * Kun ventende emner flyttes; konverterede og opgivne emner er
      * afsluttede. KE-AENDRET roeres ikke, saa flytningen ikke
      * forlaenger et hensygnende emnes levetid i oprydningen.
       OPEN INPUT EMNE-FIL.
       IF WS-EMNE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       IF FLYT-TILSTAND
           MOVE "files/KUNDEEMNER-AFDFLYT.TMP" TO WS-NY-STI
           PERFORM AABN-NY-FIL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ EMNE-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KE-AFDELING = WS-GAMMEL-AFD AND KE-ER-EMNE
                       ADD 1 TO WS-EMNE-TAELLER
                       IF FLYT-TILSTAND
                           MOVE WS-NY-AFD TO KE-AFDELING
                           MOVE SPACES TO JOURNAL-TEXT
                           STRING WS-TIDSSTEMPEL " FLYT EMNE-NR="
                               KE-EMNE-NR
                               " FRA=" WS-GAMMEL-AFD " TIL=" WS-NY-AFD
                               DELIMITED BY SIZE INTO JOURNAL-TEXT
                           WRITE JOURNAL-RECORD
                       END-IF
                   END-IF
                   IF FLYT-TILSTAND
                       WRITE NY-LINJE FROM EMNE-POST
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE EMNE-FIL.
       IF FLYT-TILSTAND
           CLOSE NY-FIL
           MOVE SPACES TO WS-KOMMANDO
           STRING "mv -f files/KUNDEEMNER-AFDFLYT.TMP "
               "files/KUNDEEMNER.txt"
               DELIMITED BY SIZE INTO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO
       END-IF.

       FLYT-OPERATOERER.
      * Afdelingens medarbejdere foelger kunderne med til den nye
      * afdeling; aendringen journalfoeres som en RET i
      * operatoerjournalen.
       OPEN INPUT OPERATOER-FIL.
       IF WS-OPERATOER-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       IF FLYT-TILSTAND
           MOVE "files/OPERATOERER-AFDFLYT.TMP" TO WS-NY-STI
           PERFORM AABN-NY-FIL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ OPERATOER-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF OP-AFDELING = WS-GAMMEL-AFD
                       PERFORM FLYT-OPERATOER
                   END-IF
                   IF FLYT-TILSTAND
                       WRITE NY-LINJE FROM OPERATOER-POST
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE OPERATOER-FIL.
       IF FLYT-TILSTAND
           CLOSE NY-FIL
           MOVE SPACES TO WS-KOMMANDO
           STRING "mv -f files/OPERATOERER-AFDFLYT.TMP "
               "files/OPERATOERER.txt"
               DELIMITED BY SIZE INTO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO
       END-IF.

       FLYT-OPERATOER.
       ADD 1 TO WS-OPERATOER-TAELLER.
       IF TAEL-TILSTAND
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-TILSTAND-FOER.
       STRING OP-ROLLER " " OP-AFDELING " " OP-KUNDE-ID " "
           OP-STATUS
           DELIMITED BY SIZE INTO WS-TILSTAND-FOER.
       MOVE WS-NY-AFD TO OP-AFDELING.
       MOVE SPACES TO WS-TILSTAND-EFTER.
       STRING OP-ROLLER " " OP-AFDELING " " OP-KUNDE-ID " "
           OP-STATUS
           DELIMITED BY SIZE INTO WS-TILSTAND-EFTER.
       MOVE SPACES TO OPJOURNAL-RECORD.
       MOVE WS-TIDSSTEMPEL TO OJ-TIDSSTEMPEL.
       MOVE "RET" TO OJ-OPERATION.
       MOVE OP-ID TO OJ-OPERATOER-ID.
       MOVE WS-OPERATOER-ID TO OJ-UDFOERT-AF.
       MOVE WS-TILSTAND-FOER TO OJ-FOER.
       MOVE WS-TILSTAND-EFTER TO OJ-EFTER.
       WRITE OPJOURNAL-RECORD.
       MOVE SPACES TO JOURNAL-TEXT.
       STRING WS-TIDSSTEMPEL " FLYT OPERATOER=" OP-ID
           " FRA=" WS-GAMMEL-AFD " TIL=" WS-NY-AFD
           DELIMITED BY SIZE INTO JOURNAL-TEXT.
       WRITE JOURNAL-RECORD.

       AABN-NY-FIL.
       OPEN OUTPUT NY-FIL.
       IF WS-NY-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive " FUNCTION TRIM(WS-NY-STI)
               ", status=" WS-NY-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.

      ******************************************************************
      * Brevene                                                        *
      ******************************************************************
       SKRIV-BREVE.
      * Et brev pr. beroert kunde. Brevfilen forlaenges, saa breve
      * fra en afbrudt koersel ikke gaar tabt ved genstarten.
       IF WS-BEROERT-ANTAL = 0
           EXIT PARAGRAPH
       END-IF.
       PERFORM INDLAES-SKABELON.
       IF WS-SKABELON-ANTAL(1) = 0
           EXIT PARAGRAPH
       END-IF.
       OPEN EXTEND BREV-FIL.
       IF WS-BREV-STATUS = "35"
           OPEN OUTPUT BREV-FIL
       END-IF.
       IF WS-BREV-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/AFDELING-FLYT-BREVE.txt, status=" WS-BREV-STATUS
               " - ingen breve dannet."
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-GAMMEL-TEKST WS-NY-TEKST.
       STRING FUNCTION TRIM(WS-GAMMEL-NAVN) " (" WS-GAMMEL-AFD ")"
           DELIMITED BY SIZE INTO WS-GAMMEL-TEKST.
       STRING FUNCTION TRIM(WS-NY-NAVN) " (" WS-NY-AFD ")"
           DELIMITED BY SIZE INTO WS-NY-TEKST.
       PERFORM VARYING BE-IDX FROM 1 BY 1
               UNTIL BE-IDX > WS-BEROERT-ANTAL
           PERFORM BEHANDL-BEROERT-KUNDE
       END-PERFORM.
       CLOSE BREV-FIL.

       INDLAES-SKABELON.
      * Uden den danske skabelon dannes ingen breve; mangler den
      * engelske, faar engelsksprogede kunder den danske.
       MOVE "files/AFDELING-FLYT-SKABELON.txt" TO WS-SKABELON-STI.
       MOVE 1 TO WS-SPROG-IDX.
       PERFORM INDLAES-EN-SKABELON.
       IF WS-SKABELON-STATUS NOT = "10"
           DISPLAY "ADVARSEL: Kan ikke laese "
               "files/AFDELING-FLYT-SKABELON.txt, status="
               WS-SKABELON-STATUS " - ingen breve dannet."
           MOVE 0 TO WS-SKABELON-ANTAL(1)
           EXIT PARAGRAPH
       END-IF.
       MOVE "files/AFDELING-FLYT-SKABELON-EN.txt" TO WS-SKABELON-STI.
       MOVE 2 TO WS-SPROG-IDX.
       PERFORM INDLAES-EN-SKABELON.
       IF WS-SKABELON-STATUS NOT = "10"
           DISPLAY "ADVARSEL: Kan ikke laese "
               "files/AFDELING-FLYT-SKABELON-EN.txt, status="
               WS-SKABELON-STATUS " - den danske bruges."
           MOVE SKABELON-SPROG(1) TO SKABELON-SPROG(2)
       END-IF.

       INDLAES-EN-SKABELON.
      * Indlaes skabelonen i WS-SKABELON-STI som sprog WS-SPROG-IDX;
      * status 10 efter indlaesningen betyder at hele filen er laest.
       OPEN INPUT SKABELON-FIL.
       IF WS-SKABELON-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-SKABELON-STATUS NOT = "00"
           READ SKABELON-FIL INTO SKABELON-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-SKABELON-ANTAL(WS-SPROG-IDX) < 30
                       ADD 1 TO WS-SKABELON-ANTAL(WS-SPROG-IDX)
                       MOVE SKABELON-TEKST TO
                           SKABELON-LINJE(WS-SPROG-IDX
                               WS-SKABELON-ANTAL(WS-SPROG-IDX))
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE SKABELON-FIL.

       BEHANDL-BEROERT-KUNDE.
       MOVE BET-KUNDE-ID(BE-IDX) TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               DISPLAY "ADVARSEL: Kunde " BET-KUNDE-ID(BE-IDX)
                   " findes ikke i kundemasteren - intet brev."
               ADD 1 TO WS-UDELADT-TAELLER
               EXIT PARAGRAPH
       END-READ.
       IF KUNDE-STATUS IN MASTER-RECORD = "C"
               OR AFDOED-MARKERING IN MASTER-RECORD = "D"
           ADD 1 TO WS-UDELADT-TAELLER
           EXIT PARAGRAPH
       END-IF.
       IF ADRESSE-STATUS IN MASTER-RECORD = "U"
           ADD 1 TO WS-RETUR-TAELLER
           MOVE SPACES TO JOURNAL-TEXT
           STRING WS-TIDSSTEMPEL " INTET BREV KUNDE-ID="
               BET-KUNDE-ID(BE-IDX) " RETURPOST-ADRESSE"
               DELIMITED BY SIZE INTO JOURNAL-TEXT
           WRITE JOURNAL-RECORD
           EXIT PARAGRAPH
       END-IF.
       PERFORM SKRIV-BREV.

       SKRIV-INSTITUT-HOVED.
      * Kundens pengeinstituts navn, adresse og reg.nr. oeverst i
      * brevet og en blank linje foer adresseblokken.
       CALL "BREVHOVED-FORMAT" USING PENGEINSTITUT IN MASTER-RECORD
           WS-BREVHOVED WS-BREVHOVED-SVAR.
       IF WS-BREVHOVED-SVAR = "F"
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-HOVED-IDX FROM 1 BY 1 UNTIL WS-HOVED-IDX > 3
           MOVE SPACES TO BREV-TEKST
           MOVE WS-HOVED-LINJE(WS-HOVED-IDX) TO BREV-TEKST
           WRITE BREV-RECORD
       END-PERFORM.
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.

       SKRIV-BREV.
      * Adresseblok som VELKOMSTBREV, blank linje, derefter
      * skabelonen med markoererne flettet ind.
       ADD 1 TO WS-BREV-TAELLER.
       MOVE SPROG IN MASTER-RECORD TO WS-SPROG.
       MOVE LANDE-KODE IN MASTER-RECORD TO WS-SPROG-TEKST.
       MOVE "SPRG" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.
       IF SPROG-ER-ENGELSK
           MOVE 2 TO WS-SPROG-IDX
       ELSE
           MOVE 1 TO WS-SPROG-IDX
       END-IF.
       PERFORM SKRIV-INSTITUT-HOVED.
       CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
           EFTERNAVN IN MASTER-RECORD FULDT-NAVN.
       MOVE SPACES TO BREV-TEKST.
       MOVE FULDT-NAVN TO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       IF LANDE-KODE IN MASTER-RECORD = "DK" OR
               LANDE-KODE IN MASTER-RECORD = SPACES
           STRING
               FUNCTION TRIM(VEJNAVN IN MASTER-RECORD) " "
               FUNCTION TRIM(HUSNR IN MASTER-RECORD) " "
               FUNCTION TRIM(ETAGE IN MASTER-RECORD) " "
               FUNCTION TRIM(SIDE IN MASTER-RECORD)
               INTO BREV-TEKST
       ELSE
           STRING
               FUNCTION TRIM(VEJNAVN IN MASTER-RECORD) " "
               FUNCTION TRIM(HUSNR IN MASTER-RECORD)
               INTO BREV-TEKST
       END-IF.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       STRING
           FUNCTION TRIM(POSTNR IN MASTER-RECORD) " "
           FUNCTION TRIM(BYNAVN IN MASTER-RECORD) " "
           FUNCTION TRIM(LANDE-KODE IN MASTER-RECORD)
           INTO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO BREV-TEKST.
       WRITE BREV-RECORD.
       PERFORM VARYING WS-SKABELON-IDX FROM 1 BY 1
               UNTIL WS-SKABELON-IDX > WS-SKABELON-ANTAL(WS-SPROG-IDX)
           MOVE SKABELON-LINJE(WS-SPROG-IDX WS-SKABELON-IDX)
               TO WS-FLET-LINJE
           MOVE "&NAVN" TO WS-FLET-MARKOER
           MOVE FULDT-NAVN TO WS-FLET-VAERDI
           PERFORM FLET-MARKOER
           MOVE "&GAMMEL" TO WS-FLET-MARKOER
           MOVE WS-GAMMEL-TEKST TO WS-FLET-VAERDI
           PERFORM FLET-MARKOER
           MOVE "&NY" TO WS-FLET-MARKOER
           MOVE WS-NY-TEKST TO WS-FLET-VAERDI
           PERFORM FLET-MARKOER
           MOVE WS-FLET-LINJE TO BREV-TEKST
           WRITE BREV-RECORD
       END-PERFORM.
       MOVE SPACES TO BREV-TEKST.
       MOVE "------------------------------------" TO BREV-TEKST.
       WRITE BREV-RECORD.
       MOVE SPACES TO JOURNAL-TEXT.
       STRING WS-TIDSSTEMPEL " BREV KUNDE-ID=" BET-KUNDE-ID(BE-IDX)
           " NY AFD=" WS-NY-AFD
           DELIMITED BY SIZE INTO JOURNAL-TEXT.
       WRITE JOURNAL-RECORD.

       FLET-MARKOER.
      * Erstat den foerste forekomst af markoeren i linjen med
      * vaerdien; linjer uden markoeren er uaendrede.
       MOVE 0 TO WS-MARKOER-ANTAL.
       INSPECT WS-FLET-LINJE TALLYING WS-MARKOER-ANTAL
           FOR ALL FUNCTION TRIM(WS-FLET-MARKOER).
       IF WS-MARKOER-ANTAL = 0
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-FLET-DEL1 WS-FLET-DEL2.
       UNSTRING WS-FLET-LINJE
           DELIMITED BY FUNCTION TRIM(WS-FLET-MARKOER)
           INTO WS-FLET-DEL1 WS-FLET-DEL2.
       MOVE SPACES TO WS-FLET-LINJE.
       STRING FUNCTION TRIM(WS-FLET-DEL1 TRAILING)
           " " FUNCTION TRIM(WS-FLET-VAERDI)
           FUNCTION TRIM(WS-FLET-DEL2 TRAILING)
           DELIMITED BY SIZE
           INTO WS-FLET-LINJE.

       SKRIV-KONTO-JOURNAL.
      * WS-KONTO-FOER-BILLEDE og WS-KONTO-OPERATION er sat af
      * kalderen; efterbilledet er kontoen som den netop er skrevet.
       CALL "KONTO-JOURNAL" USING WS-JOURNAL-PROGRAM WS-KONTO-OPERATION
           WS-OPERATOER-ID WS-KONTO-FOER-BILLEDE KONTOMASTER-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
