       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDE-ANONYMISERING.

      * Aarlig anonymisering af lukkede kunder efter udloebet
      * opbevaringspligt: KUNDE-GDPR-SLETNING tager kun den enkelte
      * kunde der selv beder om det, saa masteren voksede med kunder
      * der forlod banken for mange aar siden. Programmet finder
      * kunder med status C, hvis senest lukkede konto (LUKKET-DATO
      * i files/KontoOpl.txt) ligger mere end det konfigurerede antal
      * aar tilbage - bogfoeringslovens fem aar som standard, se
      * files/ANONYMISERING-KONFIG.txt - og anonymiserer dem.
      * Springes over og listes med aarsag:
      *   - kunder under retligt hold (RETSHOLD-MARKERING = J),
      *   - kunder med en aaben konto eller et aabent laan, ogsaa som
      *     medejer i files/KONTO-EJERE.txt,
      *   - kunder med en afskrivningssag hos inkasso
      *     (files/AFSKRIVNINGER.txt, status A),
      *   - kunder med et aktivt udlaeg (files/UDLAEG-REGISTER.txt,
      *     status A) paa CPR-nummeret eller en af kundens konti,
      *   - kunder uden konti, hvor lukkedatoen ikke kan fastslaas.
      * Anonymiseringen er den samme som KUNDE-GDPR-SLETNING's paa
      * masteren (KUNDE-ID bevares, saa bogfoeringen stadig kan
      * slaas op mod kunden). Desuden blankes TELEFON/EMAIL i
      * soegeindekset files/KONTAKT-INDEKS.txt, kundens linjer i
      * files/KONTO-EJERE.txt fjernes, fuldmagter hvor kunden er
      * fuldmaegtig eller ejer kontoen fjernes fra
      * files/FULDMAGTER.txt, og friteksten i kundens linjer i
      * henvendelsesloggen overskrives. Filerne skrives til en
      * midlertidig kopi der skiftes ind naar den er skrevet helt.
      *
      * Kommandolinjen styrer tilstanden:
      *   PROEVE (eller blank) - proevekoersel: intet aendres, men
      *       rapporten files/ANONYMISERING-PROEVE.txt viser hvem der
      *       ville blive anonymiseret, og hvor mange linjer i hver
      *       fil der ville blive roert.
      *   UDFOER - anonymiseringen gennemfoeres. Kraever paalogning
      *       med rollen G (GDPR), og certifikatet skrives til
      *       files/ANONYMISERING-CERTIFIKAT-AAAAMMDD.txt som
      *       dokumentation for hvad der er anonymiseret. Hver
      *       anonymiseret kunde stemples i den faelles revisionslog.
      * Koeres en gang om aaret fra KOERSEL-MENU, proevekoerslen
      * foerst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT KONFIG-FIL ASSIGN TO "files/ANONYMISERING-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT AFSKRIVNING-FIL ASSIGN TO "files/AFSKRIVNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKRIVNING-STATUS.

           SELECT UDLAEG-FIL ASSIGN TO "files/UDLAEG-REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDLAEG-STATUS.

      *    De fire tilknyttede filer laeses hver for sig og skrives
      *    til en midlertidig kopi, som skiftes ind med mv.
           SELECT EJER-FIL ASSIGN TO "files/KONTO-EJERE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJER-STATUS.

           SELECT EJER-NY-FIL ASSIGN TO "files/KONTO-EJERE-NY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJER-NY-STATUS.

           SELECT INDEKS-FIL ASSIGN TO "files/KONTAKT-INDEKS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEKS-STATUS.

           SELECT INDEKS-NY-FIL ASSIGN TO "files/KONTAKT-INDEKS-NY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEKS-NY-STATUS.

           SELECT FULDMAGT-FIL ASSIGN TO "files/FULDMAGTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULDMAGT-STATUS.

           SELECT FULDMAGT-NY-FIL ASSIGN TO "files/FULDMAGTER-NY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULDMAGT-NY-STATUS.

           SELECT HENVENDELSE-FIL ASSIGN TO "files/HENVENDELSE-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HENVENDELSE-STATUS.

           SELECT HENVENDELSE-NY-FIL
               ASSIGN TO "files/HENVENDELSE-LOG-NY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HENVENDELSE-NY-STATUS.

           SELECT RAPPORT-FIL ASSIGN DYNAMIC WS-STI-RAPPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT AUDIT-LOG-FIL ASSIGN DYNAMIC WS-STI-AUDIT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  KONFIG-FIL.
       01  KONFIG-RECORD.
           05 KONFIG-AAR       PIC 9(2).

       FD  AFSKRIVNING-FIL.
       01  AFSKRIVNING-RECORD.
           COPY "copybooks/AFSKRIV.cpy".

       FD  UDLAEG-FIL.
       01  UDLAEG-RECORD.
           05 UR-ORDRE-ID      PIC X(12).
           05 UR-CPR           PIC X(10).
           05 UR-KONTO-ID      PIC X(10).
           05 UR-BELOEB        PIC 9(7)V99.
           05 UR-MODTAGET      PIC X(8).
           05 UR-FORFALD       PIC X(8).
           05 UR-STATUS        PIC X(1).
           05 UR-UDBETALT      PIC 9(7)V99.
           05 UR-AFSLUTTET     PIC X(8).

       FD  EJER-FIL.
       01  EJER-RECORD.
           05 KE-KONTO-ID      PIC X(10).
           05 KE-KUNDE-ID      PIC X(10).
           05 KE-ROLLE         PIC X(1).

       FD  EJER-NY-FIL.
       01  EJER-NY-RECORD      PIC X(21).

       FD  INDEKS-FIL.
       01  INDEKS-RECORD.
           05 IX-KUNDE-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 IX-VERSION       PIC X(1).
           05 FILLER           PIC X(1).
           05 IX-TELEFON       PIC X(8).
           05 FILLER           PIC X(1).
           05 IX-EMAIL         PIC X(50).

       FD  INDEKS-NY-FIL.
       01  INDEKS-NY-RECORD    PIC X(72).

       FD  FULDMAGT-FIL.
       01  FULDMAGT-POST.
           05 FM-FULDMAEGTIG   PIC X(10).
           05 FM-KONTO-ID      PIC X(10).
           05 FM-OMFANG        PIC X(1).
           05 FM-GRAENSE       PIC 9(7)V99.
           05 FM-UDLOEB        PIC X(8).

       FD  FULDMAGT-NY-FIL.
       01  FULDMAGT-NY-POST    PIC X(38).

       FD  HENVENDELSE-FIL.
       01  HENVENDELSE-POST.
           COPY "copybooks/HENVLOG.cpy".

       FD  HENVENDELSE-NY-FIL.
       01  HENVENDELSE-NY-POST PIC X(125).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       FD  AUDIT-LOG-FIL.
       01  AUDIT-LOG-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-AFSKRIVNING-STATUS PIC XX   VALUE "00".
       01  WS-UDLAEG-STATUS    PIC XX     VALUE "00".
       01  WS-EJER-STATUS      PIC XX     VALUE "00".
       01  WS-EJER-NY-STATUS   PIC XX     VALUE "00".
       01  WS-INDEKS-STATUS    PIC XX     VALUE "00".
       01  WS-INDEKS-NY-STATUS PIC XX     VALUE "00".
       01  WS-FULDMAGT-STATUS  PIC XX     VALUE "00".
       01  WS-FULDMAGT-NY-STATUS PIC XX   VALUE "00".
       01  WS-HENVENDELSE-STATUS PIC XX   VALUE "00".
       01  WS-HENVENDELSE-NY-STATUS PIC XX VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-AUDIT-STATUS     PIC XX     VALUE "00".
       01  WS-STI-RAPPORT      PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Tilstand fra kommandolinjen: P = proevekoersel, U = udfoer.
       01  WS-KOMMANDOLINJE    PIC X(20)  VALUE SPACES.
       01  WS-TILSTAND         PIC X      VALUE "P".
           88  ER-PROEVE                  VALUE "P".
           88  ER-UDFOER                  VALUE "U".

      * Opbevaringsfristen i hele aar; konfigurerbar i
      * files/ANONYMISERING-KONFIG.txt. Kunder hvis senest lukkede
      * konto er lukket FOER graensedatoen, er forfaldne.
       01  WS-FRIST-AAR        PIC 9(2)   VALUE 5.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-TIDSSTEMPEL      PIC X(14)  VALUE SPACES.
       01  WS-GRAENSE-DATO     PIC X(8)   VALUE SPACES.
       01  WS-GRAENSE-AAR      PIC 9(4)   VALUE 0.

      * Hele KontoOpl.txt - ejer, type, status og lukkedato pr. konto.
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                INDEXED BY KO-IDX.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KONTO-TYPE    PIC X(20) VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
               10  KOT-LUKKET-DATO   PIC X(8)  VALUE SPACES.

      * Medejerskaber fra files/KONTO-EJERE.txt.
       01  WS-EJER-ANTAL       PIC 9(5)   VALUE 0.
       01  EJER-TABEL.
           05  EJER-ENTRY OCCURS 2000 TIMES
                                INDEXED BY EJ-IDX.
               10  EJT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  EJT-KUNDE-ID      PIC X(10) VALUE SPACES.

      * Kunder med en afskrivningssag der stadig er hos inkasso.
       01  WS-AFSKRIV-ANTAL    PIC 9(5)   VALUE 0.
       01  AFSKRIV-TABEL.
           05  AFSKRIV-ENTRY OCCURS 500 TIMES
                                INDEXED BY AF-IDX.
               10  AFT-KUNDE-ID      PIC X(10) VALUE SPACES.

      * Aktive udlaeg: skyldnerens CPR og den frosne konto.
       01  WS-UDLAEG-ANTAL     PIC 9(5)   VALUE 0.
       01  UDLAEG-TABEL.
           05  UDLAEG-ENTRY OCCURS 500 TIMES
                                INDEXED BY UL-IDX.
               10  ULT-CPR           PIC X(10) VALUE SPACES.
               10  ULT-KONTO-ID      PIC X(10) VALUE SPACES.

      * Kunder der anonymiseres (eller ville blive det i en
      * proevekoersel), med antal beroerte linjer pr. fil til
      * certifikatet.
       01  WS-ANON-ANTAL       PIC 9(5)   VALUE 0.
       01  ANON-TABEL.
           05  ANON-ENTRY OCCURS 2000 TIMES
                                INDEXED BY AN-IDX.
               10  ANT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  ANT-LUKKET-DATO   PIC X(8)  VALUE SPACES.
               10  ANT-MASTER        PIC X(1)  VALUE SPACES.
               10  ANT-INDEKS        PIC 9(3)  VALUE 0.
               10  ANT-EJERE         PIC 9(3)  VALUE 0.
               10  ANT-FULDMAGTER    PIC 9(3)  VALUE 0.
               10  ANT-HENVENDELSER  PIC 9(5)  VALUE 0.

      * Forfaldne kunder der er sprunget over, og hvorfor.
       01  WS-SPRING-ANTAL     PIC 9(5)   VALUE 0.
       01  SPRING-TABEL.
           05  SPRING-ENTRY OCCURS 2000 TIMES
                                INDEXED BY SP-IDX.
               10  SPT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  SPT-LUKKET-DATO   PIC X(8)  VALUE SPACES.
               10  SPT-AARSAG        PIC X(40) VALUE SPACES.

      * Vurderingen af den enkelte kunde.
       01  WS-AARSAG           PIC X(40)  VALUE SPACES.
       01  WS-SENESTE-LUKKET   PIC X(8)   VALUE SPACES.
       01  WS-KONTO-FUNDET     PIC X      VALUE "N".
           88  KUNDEN-HAR-KONTI           VALUE "Y".
       01  WS-SOEGE-KUNDE      PIC X(10)  VALUE SPACES.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-FUND-IDX         PIC 9(5)   VALUE 0.

       01  WS-KUNDE-TAELLER    PIC 9(7)   VALUE 0.
       01  WS-LUKKET-TAELLER   PIC 9(7)   VALUE 0.
       01  WS-ALLEREDE-TAELLER PIC 9(7)   VALUE 0.
       01  WS-INDENFOR-TAELLER PIC 9(7)   VALUE 0.
       01  WS-FIL-TAELLER      PIC 9(7)   VALUE 0.
       01  WS-KOMMANDO         PIC X(120) VALUE SPACES.

      * Paalogning med rollen G (GDPR) kraeves til UDFOER, ligesom
      * til KUNDE-GDPR-SLETNING - se shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "G".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Foer- og efterbillede til aendringsjournalen - se
      * shared/kunde_journal.cob.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE "ANONYM".

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "KUNDE-ANONYMISERING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

      * Delt laas paa kundemasteren, saa koerslen ikke skriver midt
      * i den natlige kaedes koersel - se shared/master_laas.cob.
       01  WS-LAAS-FUNKTION    PIC X(4)   VALUE SPACES.
       01  WS-LAAS-HOLDER      PIC X(20)  VALUE "KUNDE-ANONYMISERING".
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL.
       ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE.
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KOMMANDOLINJE))
           TO WS-KOMMANDOLINJE.
       EVALUATE WS-KOMMANDOLINJE
           WHEN SPACES
           WHEN "PROEVE"
               MOVE "P" TO WS-TILSTAND
               MOVE "files/ANONYMISERING-PROEVE.txt" TO WS-STI-RAPPORT
           WHEN "UDFOER"
               MOVE "U" TO WS-TILSTAND
               STRING "files/ANONYMISERING-CERTIFIKAT-" WS-DAGS-DATO
                   ".txt" DELIMITED BY SIZE INTO WS-STI-RAPPORT
           WHEN OTHER
               DISPLAY "FEJL: Angiv PROEVE eller UDFOER paa "
                   "kommandolinjen, f.eks.: "
                   "batch/kunde_anonymisering PROEVE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.
       IF ER-UDFOER
           CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
               WS-OPERATOER-ID WS-SIGNON-SVAR
           IF WS-SIGNON-SVAR NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

       PERFORM INDLAES-KONFIG.
       PERFORM BEREGN-GRAENSEDATO.
       PERFORM INDLAES-KONTI.
       PERFORM INDLAES-EJERE.
       PERFORM INDLAES-AFSKRIVNINGER.
       PERFORM INDLAES-UDLAEG.

       MOVE "DELT" TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.
       IF WS-LAAS-SVAR NOT = "Y"
           DISPLAY "FEJL: Kundemasteren er i brug af "
               FUNCTION TRIM(WS-LAAS-EJER) " - proev igen senere."
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM GENNEMLOEB-MASTER.
       PERFORM FRIGIV-MASTER-LAAS.

       IF WS-ANON-ANTAL > 0
           PERFORM BEHANDL-KONTAKT-INDEKS
           PERFORM BEHANDL-KONTO-EJERE
           PERFORM BEHANDL-FULDMAGTER
           PERFORM BEHANDL-HENVENDELSER
       END-IF.
       PERFORM SKRIV-CERTIFIKAT.

       IF ER-PROEVE
           DISPLAY "KUNDE-ANONYMISERING (PROEVE): lukkede kunder="
               WS-LUKKET-TAELLER " ville blive anonymiseret="
               WS-ANON-ANTAL " sprunget over=" WS-SPRING-ANTAL
       ELSE
           DISPLAY "KUNDE-ANONYMISERING: lukkede kunder="
               WS-LUKKET-TAELLER " anonymiseret=" WS-ANON-ANTAL
               " sprunget over=" WS-SPRING-ANTAL
       END-IF.
       DISPLAY "Rapport: " FUNCTION TRIM(WS-STI-RAPPORT).
       MOVE WS-ANON-ANTAL TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       STOP-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       MOVE WS-ANON-ANTAL TO WS-NOTIF-ANTAL.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       FRIGIV-MASTER-LAAS.
       MOVE "FRI " TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.

       INDLAES-KONFIG.
      * Opbevaringsfristen i aar; mangler filen, bruges
      * bogfoeringslovens fem aar.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS = "00"
           READ KONFIG-FIL INTO KONFIG-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF KONFIG-AAR NUMERIC AND KONFIG-AAR > 0
                       MOVE KONFIG-AAR TO WS-FRIST-AAR
                   END-IF
           END-READ
           CLOSE KONFIG-FIL
       ELSE
           DISPLAY "ADVARSEL: Ingen anonymiseringskonfiguration "
               "fundet, bruger " WS-FRIST-AAR " aar."
       END-IF.

       BEREGN-GRAENSEDATO.
      * Samme dag og maaned, fristen i hele aar tilbage.
       MOVE FUNCTION NUMVAL(WS-DAGS-DATO(1:4)) TO WS-GRAENSE-AAR.
       SUBTRACT WS-FRIST-AAR FROM WS-GRAENSE-AAR.
       MOVE WS-DAGS-DATO TO WS-GRAENSE-DATO.
       MOVE WS-GRAENSE-AAR TO WS-GRAENSE-DATO(1:4).

       INDLAES-KONTI.
      * Uden kontofilen kan ingen lukkedato fastslaas - og en kunde
      * med aabne konti kunne blive anonymiseret - saa koerslen
      * standses.
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
                       DISPLAY "FEJL: Mere end 2000 konti i "
                           "files/KontoOpl.txt - tabellen skal "
                           "udvides."
                       CLOSE KONTOOPL-FIL
                       PERFORM STOP-MED-FEJL
                   END-IF
                   MOVE KUNDE-ID IN KONTO-RECORD
                       TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                   MOVE KONTO-ID IN KONTO-RECORD
                       TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                   MOVE KONTO-TYPE IN KONTO-RECORD
                       TO KOT-KONTO-TYPE(WS-KONTO-ANTAL)
                   MOVE KONTO-STATUS IN KONTO-RECORD
                       TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                   MOVE LUKKET-DATO IN KONTO-RECORD
                       TO KOT-LUKKET-DATO(WS-KONTO-ANTAL)
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       INDLAES-EJERE.
      * Mangler filen, er der ingen medejerskaber.
       OPEN INPUT EJER-FIL.
       IF WS-EJER-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ EJER-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-EJER-ANTAL
                   IF WS-EJER-ANTAL > 2000
                       DISPLAY "FEJL: Mere end 2000 linjer i "
                           "files/KONTO-EJERE.txt - tabellen skal "
                           "udvides."
                       CLOSE EJER-FIL
                       PERFORM STOP-MED-FEJL
                   END-IF
                   MOVE KE-KONTO-ID TO EJT-KONTO-ID(WS-EJER-ANTAL)
                   MOVE KE-KUNDE-ID TO EJT-KUNDE-ID(WS-EJER-ANTAL)
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE EJER-FIL.

       INDLAES-AFSKRIVNINGER.
      * Kun sager der stadig er hos inkasso spaerrer; en fuldt
      * inddrevet sag er afsluttet.
       OPEN INPUT AFSKRIVNING-FIL.
       IF WS-AFSKRIVNING-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ AFSKRIVNING-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF AF-HOS-INKASSO
                       ADD 1 TO WS-AFSKRIV-ANTAL
                       IF WS-AFSKRIV-ANTAL > 500
                           DISPLAY "FEJL: Mere end 500 aabne "
                               "afskrivningssager - tabellen skal "
                               "udvides."
                           CLOSE AFSKRIVNING-FIL
                           PERFORM STOP-MED-FEJL
                       END-IF
                       MOVE AF-KUNDE-ID
                           TO AFT-KUNDE-ID(WS-AFSKRIV-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE AFSKRIVNING-FIL.

       INDLAES-UDLAEG.
      * Kun aktive frysninger (status A) spaerrer; ophaevede og
      * udbetalte udlaeg er afsluttet.
       OPEN INPUT UDLAEG-FIL.
       IF WS-UDLAEG-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ UDLAEG-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF UR-STATUS = "A"
                       ADD 1 TO WS-UDLAEG-ANTAL
                       IF WS-UDLAEG-ANTAL > 500
                           DISPLAY "FEJL: Mere end 500 aktive udlaeg "
                               "- tabellen skal udvides."
                           CLOSE UDLAEG-FIL
                           PERFORM STOP-MED-FEJL
                       END-IF
                       MOVE UR-CPR TO ULT-CPR(WS-UDLAEG-ANTAL)
                       MOVE UR-KONTO-ID
                           TO ULT-KONTO-ID(WS-UDLAEG-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE UDLAEG-FIL.

       GENNEMLOEB-MASTER.
      * Proevekoerslen aabner kun masteren til laesning.
       IF ER-UDFOER
           OPEN I-O MASTER-FIL
       ELSE
           OPEN INPUT MASTER-FIL
       END-IF.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           PERFORM FRIGIV-MASTER-LAAS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ MASTER-FIL NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-KUNDE-TAELLER
                   IF KUNDE-STATUS IN MASTER-RECORD = "C"
                       ADD 1 TO WS-LUKKET-TAELLER
                       PERFORM VURDER-KUNDE
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE MASTER-FIL.

       VURDER-KUNDE.
      * En kunde der allerede er anonymiseret - her eller af
      * KUNDE-GDPR-SLETNING - roeres ikke igen.
       IF FORNAVN IN MASTER-RECORD = "ANONYMISERET"
               OR FORNAVN IN MASTER-RECORD = "SLETTET (GDPR)"
           ADD 1 TO WS-ALLEREDE-TAELLER
           EXIT PARAGRAPH
       END-IF.
      * Er tabellerne fulde, tages resten med ved naeste koersel.
       IF WS-ANON-ANTAL >= 2000 OR WS-SPRING-ANTAL >= 2000
           DISPLAY "ADVARSEL: Over 2000 forfaldne kunder - "
               FUNCTION TRIM(KUNDE-ID IN MASTER-RECORD)
               " og resten tages med ved naeste koersel."
           EXIT PARAGRAPH
       END-IF.
       MOVE KUNDE-ID IN MASTER-RECORD TO WS-SOEGE-KUNDE.
       MOVE SPACES TO WS-AARSAG.
       PERFORM FIND-SENESTE-LUKNING.
       IF WS-AARSAG = SPACES AND NOT KUNDEN-HAR-KONTI
           MOVE "INGEN KONTI - LUKKEDATO UKENDT" TO WS-AARSAG
       END-IF.
      * Kunder inden for fristen er ikke forfaldne og listes ikke.
       IF WS-AARSAG = SPACES
               AND WS-SENESTE-LUKKET NOT < WS-GRAENSE-DATO
           ADD 1 TO WS-INDENFOR-TAELLER
           EXIT PARAGRAPH
       END-IF.
       IF WS-AARSAG = SPACES
           PERFORM KONTROLLER-MEDEJERSKAB
       END-IF.
       IF WS-AARSAG = SPACES
           PERFORM KONTROLLER-AFSKRIVNING
       END-IF.
       IF WS-AARSAG = SPACES
           PERFORM KONTROLLER-UDLAEG
       END-IF.
      * Det retlige hold tjekkes sidst, saa det altid vises naar
      * kunden ellers ville vaere anonymiseret.
       IF WS-AARSAG = SPACES AND RETSHOLD-MARKERING IN MASTER-RECORD
               = "J"
           STRING "RETLIGT HOLD SIDEN "
               RETSHOLD-DATO IN MASTER-RECORD
               DELIMITED BY SIZE INTO WS-AARSAG
       END-IF.
       IF WS-AARSAG NOT = SPACES
           ADD 1 TO WS-SPRING-ANTAL
           SET SP-IDX TO WS-SPRING-ANTAL
           MOVE WS-SOEGE-KUNDE TO SPT-KUNDE-ID(SP-IDX)
           MOVE WS-SENESTE-LUKKET TO SPT-LUKKET-DATO(SP-IDX)
           MOVE WS-AARSAG TO SPT-AARSAG(SP-IDX)
       ELSE
           PERFORM ANONYMISER-KUNDE
       END-IF.

       FIND-SENESTE-LUKNING.
      * Kundens egne konti: alle skal vaere lukket, og den seneste
      * lukkedato er kundens udtraedelsesdato.
       MOVE SPACES TO WS-SENESTE-LUKKET.
       MOVE "N" TO WS-KONTO-FUNDET.
       PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > WS-KONTO-ANTAL
           IF KOT-KUNDE-ID(KO-IDX) = WS-SOEGE-KUNDE
               MOVE "Y" TO WS-KONTO-FUNDET
               IF KOT-KONTO-STATUS(KO-IDX) NOT = "C"
                   IF WS-AARSAG = SPACES
                       IF KOT-KONTO-TYPE(KO-IDX) = "LOAN"
                           STRING "AABENT LAAN "
                               KOT-KONTO-ID(KO-IDX)
                               DELIMITED BY SIZE INTO WS-AARSAG
                       ELSE
                           STRING "AABEN KONTO "
                               KOT-KONTO-ID(KO-IDX)
                               DELIMITED BY SIZE INTO WS-AARSAG
                       END-IF
                   END-IF
               ELSE
                   IF KOT-LUKKET-DATO(KO-IDX) > WS-SENESTE-LUKKET
                       MOVE KOT-LUKKET-DATO(KO-IDX)
                           TO WS-SENESTE-LUKKET
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       KONTROLLER-MEDEJERSKAB.
      * Er kunden medejer af en konto der stadig er aaben, er
      * kundeforholdet ikke ophoert.
       PERFORM VARYING EJ-IDX FROM 1 BY 1
               UNTIL EJ-IDX > WS-EJER-ANTAL
                   OR WS-AARSAG NOT = SPACES
           IF EJT-KUNDE-ID(EJ-IDX) = WS-SOEGE-KUNDE
               MOVE EJT-KONTO-ID(EJ-IDX) TO WS-SOEGE-KONTO
               PERFORM FIND-KONTO
               IF WS-FUND-IDX > 0
                   IF KOT-KONTO-STATUS(WS-FUND-IDX) NOT = "C"
                       IF KOT-KONTO-TYPE(WS-FUND-IDX) = "LOAN"
                           STRING "AABENT LAAN (MEDEJER) "
                               WS-SOEGE-KONTO
                               DELIMITED BY SIZE INTO WS-AARSAG
                       ELSE
                           STRING "MEDEJER AF AABEN KONTO "
                               WS-SOEGE-KONTO
                               DELIMITED BY SIZE INTO WS-AARSAG
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       KONTROLLER-AFSKRIVNING.
       PERFORM VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AFSKRIV-ANTAL
                   OR WS-AARSAG NOT = SPACES
           IF AFT-KUNDE-ID(AF-IDX) = WS-SOEGE-KUNDE
               MOVE "AFSKRIVNINGSSAG HOS INKASSO" TO WS-AARSAG
           END-IF
       END-PERFORM.

       KONTROLLER-UDLAEG.
      * Udlaegget rammer kunden paa CPR-nummeret eller paa en af
      * kundens konti.
       PERFORM VARYING UL-IDX FROM 1 BY 1
               UNTIL UL-IDX > WS-UDLAEG-ANTAL
                   OR WS-AARSAG NOT = SPACES
           IF CPR-NUMMER IN MASTER-RECORD NOT = SPACES
                   AND ULT-CPR(UL-IDX) = CPR-NUMMER IN MASTER-RECORD
               MOVE "AKTIVT UDLAEG" TO WS-AARSAG
           ELSE
               MOVE ULT-KONTO-ID(UL-IDX) TO WS-SOEGE-KONTO
               PERFORM FIND-KONTO
               IF WS-FUND-IDX > 0
                   IF KOT-KUNDE-ID(WS-FUND-IDX) = WS-SOEGE-KUNDE
                       STRING "AKTIVT UDLAEG PAA KONTO "
                           WS-SOEGE-KONTO
                           DELIMITED BY SIZE INTO WS-AARSAG
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       FIND-KONTO.
      * Slaa WS-SOEGE-KONTO op i kontotabellen; 0 = ukendt konto.
       MOVE 0 TO WS-FUND-IDX.
       SET KO-IDX TO 1.
       IF WS-KONTO-ANTAL > 0
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   MOVE 0 TO WS-FUND-IDX
               WHEN KO-IDX > WS-KONTO-ANTAL
                   MOVE 0 TO WS-FUND-IDX
               WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
                   SET WS-FUND-IDX TO KO-IDX
           END-SEARCH
       END-IF.

       ANONYMISER-KUNDE.
      * Samme skrub som KUNDE-GDPR-SLETNING, men med en pladsholder
      * der viser at det er opbevaringsfristen og ikke en anmodning
      * der har fjernet persondataene.
       ADD 1 TO WS-ANON-ANTAL.
       SET AN-IDX TO WS-ANON-ANTAL.
       MOVE WS-SOEGE-KUNDE TO ANT-KUNDE-ID(AN-IDX).
       MOVE WS-SENESTE-LUKKET TO ANT-LUKKET-DATO(AN-IDX).
       MOVE "J" TO ANT-MASTER(AN-IDX).
       IF ER-PROEVE
           EXIT PARAGRAPH
       END-IF.
       MOVE "ANONYMISERET" TO FORNAVN IN MASTER-RECORD.
       MOVE "ANONYMISERET" TO EFTERNAVN IN MASTER-RECORD.
       MOVE SPACES TO VEJNAVN IN MASTER-RECORD
           HUSNR IN MASTER-RECORD
           ETAGE IN MASTER-RECORD
           SIDE IN MASTER-RECORD
           BYNAVN IN MASTER-RECORD
           POSTNR IN MASTER-RECORD
           LANDE-KODE IN MASTER-RECORD
           TELEFON IN MASTER-RECORD
           EMAIL IN MASTER-RECORD
           TELEFON-STATUS IN MASTER-RECORD
           TELEFON-STATUS-DATO IN MASTER-RECORD
           EMAIL-STATUS IN MASTER-RECORD
           EMAIL-STATUS-DATO IN MASTER-RECORD
           CPR-NUMMER IN MASTER-RECORD
           CVR-NUMMER IN MASTER-RECORD
           AFDOED-DATO IN MASTER-RECORD.
       REWRITE MASTER-RECORD.
       IF WS-MASTER-STATUS = "00"
           PERFORM SKRIV-AUDIT-LOG
           PERFORM SKRIV-KUNDE-JOURNAL
       ELSE
           DISPLAY "FEJL ved anonymisering af " WS-SOEGE-KUNDE
               " status=" WS-MASTER-STATUS
           MOVE "F" TO ANT-MASTER(AN-IDX)
       END-IF.

       FIND-ANONYMISERET.
      * Er WS-SOEGE-KUNDE blandt de anonymiserede? 0 = nej.
       MOVE 0 TO WS-FUND-IDX.
       SET AN-IDX TO 1.
       SEARCH ANON-ENTRY
           AT END
               MOVE 0 TO WS-FUND-IDX
           WHEN AN-IDX > WS-ANON-ANTAL
               MOVE 0 TO WS-FUND-IDX
           WHEN ANT-KUNDE-ID(AN-IDX) = WS-SOEGE-KUNDE
               IF ANT-MASTER(AN-IDX) = "J"
                   SET WS-FUND-IDX TO AN-IDX
               END-IF
       END-SEARCH.

       BEHANDL-KONTAKT-INDEKS.
      * TELEFON og EMAIL blankes, saa indekset svarer til masteren
      * indtil naeste genopbygning.
       MOVE 0 TO WS-FIL-TAELLER.
       OPEN INPUT INDEKS-FIL.
       IF WS-INDEKS-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       IF ER-UDFOER
           OPEN OUTPUT INDEKS-NY-FIL
           IF WS-INDEKS-NY-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke skrive "
                   "files/KONTAKT-INDEKS-NY.TMP, status="
                   WS-INDEKS-NY-STATUS
                   " - kontaktindekset er IKKE anonymiseret."
               CLOSE INDEKS-FIL
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ INDEKS-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   MOVE IX-KUNDE-ID TO WS-SOEGE-KUNDE
                   PERFORM FIND-ANONYMISERET
                   IF WS-FUND-IDX > 0
                       MOVE SPACES TO IX-TELEFON IX-EMAIL
                       ADD 1 TO ANT-INDEKS(WS-FUND-IDX)
                       ADD 1 TO WS-FIL-TAELLER
                   END-IF
                   IF ER-UDFOER
                       WRITE INDEKS-NY-RECORD FROM INDEKS-RECORD
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE INDEKS-FIL.
       IF ER-UDFOER
           CLOSE INDEKS-NY-FIL
           MOVE SPACES TO WS-KOMMANDO
           IF WS-FIL-TAELLER > 0
               STRING "mv -f files/KONTAKT-INDEKS-NY.TMP "
                   "files/KONTAKT-INDEKS.txt"
                   INTO WS-KOMMANDO
           ELSE
               MOVE "rm -f files/KONTAKT-INDEKS-NY.TMP" TO WS-KOMMANDO
           END-IF
           CALL "SYSTEM" USING WS-KOMMANDO
       END-IF.

       BEHANDL-KONTO-EJERE.
      * Kundens medejerskaber fjernes; kontiene er lukkede.
       MOVE 0 TO WS-FIL-TAELLER.
       OPEN INPUT EJER-FIL.
       IF WS-EJER-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       IF ER-UDFOER
           OPEN OUTPUT EJER-NY-FIL
           IF WS-EJER-NY-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke skrive "
                   "files/KONTO-EJERE-NY.TMP, status="
                   WS-EJER-NY-STATUS
                   " - kontoejerne er IKKE anonymiseret."
               CLOSE EJER-FIL
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ EJER-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   MOVE KE-KUNDE-ID TO WS-SOEGE-KUNDE
                   PERFORM FIND-ANONYMISERET
                   IF WS-FUND-IDX > 0
                       ADD 1 TO ANT-EJERE(WS-FUND-IDX)
                       ADD 1 TO WS-FIL-TAELLER
                   ELSE
                       IF ER-UDFOER
                           WRITE EJER-NY-RECORD FROM EJER-RECORD
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE EJER-FIL.
       IF ER-UDFOER
           CLOSE EJER-NY-FIL
           MOVE SPACES TO WS-KOMMANDO
           IF WS-FIL-TAELLER > 0
               STRING "mv -f files/KONTO-EJERE-NY.TMP "
                   "files/KONTO-EJERE.txt"
                   INTO WS-KOMMANDO
           ELSE
               MOVE "rm -f files/KONTO-EJERE-NY.TMP" TO WS-KOMMANDO
           END-IF
           CALL "SYSTEM" USING WS-KOMMANDO
       END-IF.

       BEHANDL-FULDMAGTER.
      * Fuldmagter fjernes baade hvor kunden er fuldmaegtig, og
      * hvor kunden ejer kontoen fuldmagten gjaldt.
       MOVE 0 TO WS-FIL-TAELLER.
       OPEN INPUT FULDMAGT-FIL.
       IF WS-FULDMAGT-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       IF ER-UDFOER
           OPEN OUTPUT FULDMAGT-NY-FIL
           IF WS-FULDMAGT-NY-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke skrive "
                   "files/FULDMAGTER-NY.TMP, status="
                   WS-FULDMAGT-NY-STATUS
                   " - fuldmagterne er IKKE anonymiseret."
               CLOSE FULDMAGT-FIL
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ FULDMAGT-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   MOVE FM-FULDMAEGTIG TO WS-SOEGE-KUNDE
                   PERFORM FIND-ANONYMISERET
                   IF WS-FUND-IDX = 0
                       MOVE FM-KONTO-ID TO WS-SOEGE-KONTO
                       PERFORM FIND-KONTO
                       IF WS-FUND-IDX > 0
                           MOVE KOT-KUNDE-ID(WS-FUND-IDX)
                               TO WS-SOEGE-KUNDE
                           PERFORM FIND-ANONYMISERET
                       END-IF
                   END-IF
                   IF WS-FUND-IDX > 0
                       ADD 1 TO ANT-FULDMAGTER(WS-FUND-IDX)
                       ADD 1 TO WS-FIL-TAELLER
                   ELSE
                       IF ER-UDFOER
                           WRITE FULDMAGT-NY-POST FROM FULDMAGT-POST
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE FULDMAGT-FIL.
       IF ER-UDFOER
           CLOSE FULDMAGT-NY-FIL
           MOVE SPACES TO WS-KOMMANDO
           IF WS-FIL-TAELLER > 0
               STRING "mv -f files/FULDMAGTER-NY.TMP "
                   "files/FULDMAGTER.txt"
                   INTO WS-KOMMANDO
           ELSE
               MOVE "rm -f files/FULDMAGTER-NY.TMP" TO WS-KOMMANDO
           END-IF
           CALL "SYSTEM" USING WS-KOMMANDO
       END-IF.

       BEHANDL-HENVENDELSER.
      * Som i KUNDE-GDPR-SLETNING: friteksten overskrives, mens dato,
      * kanal og emne bliver staaende til emnestatistikken.
       MOVE 0 TO WS-FIL-TAELLER.
       OPEN INPUT HENVENDELSE-FIL.
       IF WS-HENVENDELSE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       IF ER-UDFOER
           OPEN OUTPUT HENVENDELSE-NY-FIL
           IF WS-HENVENDELSE-NY-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke skrive "
                   "files/HENVENDELSE-LOG-NY.TMP, status="
                   WS-HENVENDELSE-NY-STATUS
                   " - henvendelsesloggen er IKKE anonymiseret."
               CLOSE HENVENDELSE-FIL
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ HENVENDELSE-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   MOVE HL-KUNDE-ID TO WS-SOEGE-KUNDE
                   PERFORM FIND-ANONYMISERET
                   IF WS-FUND-IDX > 0
                       MOVE "ANONYMISERET" TO HL-TEKST
                       ADD 1 TO ANT-HENVENDELSER(WS-FUND-IDX)
                       ADD 1 TO WS-FIL-TAELLER
                   END-IF
                   IF ER-UDFOER
                       WRITE HENVENDELSE-NY-POST FROM HENVENDELSE-POST
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE HENVENDELSE-FIL.
       IF ER-UDFOER
           CLOSE HENVENDELSE-NY-FIL
           MOVE SPACES TO WS-KOMMANDO
           IF WS-FIL-TAELLER > 0
               STRING "mv -f files/HENVENDELSE-LOG-NY.TMP "
                   "files/HENVENDELSE-LOG.txt"
                   INTO WS-KOMMANDO
           ELSE
               MOVE "rm -f files/HENVENDELSE-LOG-NY.TMP"
                   TO WS-KOMMANDO
           END-IF
           CALL "SYSTEM" USING WS-KOMMANDO
       END-IF.

       SKRIV-CERTIFIKAT.
      * Certifikatet naevner kun KUNDE-ID og datoer - det maa ikke
      * selv blive en kopi af de persondata der er fjernet.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               FUNCTION TRIM(WS-STI-RAPPORT) ", status="
               WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       IF ER-PROEVE
           STRING "ANONYMISERING AF LUKKEDE KUNDER - PROEVEKOERSEL "
               WS-DAGS-DATO " - INTET ER AENDRET"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       ELSE
           STRING "ANONYMISERINGSCERTIFIKAT " WS-TIDSSTEMPEL
               "  OPERATOER " WS-OPERATOER-ID
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "Opbevaringsfrist " WS-FRIST-AAR " aar - kunder med "
           "status C hvis sidste konto er lukket foer "
           WS-GRAENSE-DATO
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       IF ER-PROEVE
           MOVE "VILLE BLIVE ANONYMISERET:" TO RAPPORT-TEXT
       ELSE
           MOVE "ANONYMISERET:" TO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       MOVE "KUNDE-ID   SIDST LUKKET MASTER KONTAKTIDX KONTOEJERE "
           TO RAPPORT-TEXT.
       MOVE "FULDMAGTER HENVENDELSER" TO RAPPORT-TEXT(54:23).
       WRITE RAPPORT-RECORD.
       PERFORM VARYING AN-IDX FROM 1 BY 1
               UNTIL AN-IDX > WS-ANON-ANTAL
           MOVE SPACES TO RAPPORT-TEXT
           MOVE ANT-KUNDE-ID(AN-IDX) TO RAPPORT-TEXT(1:10)
           MOVE ANT-LUKKET-DATO(AN-IDX) TO RAPPORT-TEXT(12:8)
           IF ANT-MASTER(AN-IDX) = "J"
               MOVE "J" TO RAPPORT-TEXT(25:1)
           ELSE
               MOVE "FEJL" TO RAPPORT-TEXT(25:4)
           END-IF
           MOVE ANT-INDEKS(AN-IDX) TO RAPPORT-TEXT(32:3)
           MOVE ANT-EJERE(AN-IDX) TO RAPPORT-TEXT(43:3)
           MOVE ANT-FULDMAGTER(AN-IDX) TO RAPPORT-TEXT(54:3)
           MOVE ANT-HENVENDELSER(AN-IDX) TO RAPPORT-TEXT(65:5)
           WRITE RAPPORT-RECORD
       END-PERFORM.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE "SPRUNGET OVER (FORFALDEN, MEN SPAERRET):" TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > WS-SPRING-ANTAL
           MOVE SPACES TO RAPPORT-TEXT
           MOVE SPT-KUNDE-ID(SP-IDX) TO RAPPORT-TEXT(1:10)
           MOVE SPT-LUKKET-DATO(SP-IDX) TO RAPPORT-TEXT(12:8)
           MOVE SPT-AARSAG(SP-IDX) TO RAPPORT-TEXT(25:40)
           WRITE RAPPORT-RECORD
       END-PERFORM.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "Kunder=" WS-KUNDE-TAELLER
           " lukkede=" WS-LUKKET-TAELLER
           " inden for frist=" WS-INDENFOR-TAELLER
           " allerede anonymiseret=" WS-ALLEREDE-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "Anonymiseret=" WS-ANON-ANTAL
           " sprunget over=" WS-SPRING-ANTAL
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.

       SKRIV-AUDIT-LOG.
      * En linje pr. anonymiseret kunde i den faelles revisionslog.
       OPEN EXTEND AUDIT-LOG-FIL.
       IF WS-AUDIT-STATUS = "35"
           OPEN OUTPUT AUDIT-LOG-FIL
       END-IF.
       IF WS-AUDIT-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive til revisionslog, "
               "status=" WS-AUDIT-STATUS
       ELSE
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING
               "KUNDE-ANONYMISERING " WS-TIDSSTEMPEL
               " KUNDE-ID=" WS-SOEGE-KUNDE
               " OPERATOER=" WS-OPERATOER-ID
               INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FIL
       END-IF.

       SKRIV-KUNDE-JOURNAL.
      * WS-FOER-BILLEDE og WS-JOURNAL-OPERATION er sat af kalderen;
      * efterbilledet er recorden som den netop er skrevet.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       CALL "KUNDE-JOURNAL" USING WS-NOTIF-PROGRAM WS-JOURNAL-OPERATION
           WS-OPERATOER-ID WS-FOER-BILLEDE WS-EFTER-BILLEDE.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
