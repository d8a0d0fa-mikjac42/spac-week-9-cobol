       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER-INTEGRITET.

      * Ugentlig kontrol af referencerne i satellitregistrene. Ti
      * registre noegler paa KONTO-ID eller KUNDE-ID, og KUNDE-FLET,
      * KONTO-LUKNING og anonymiseringen kan efterlade linjer der
      * peger paa en sammenlagt, lukket eller anonymiseret post. Hver
      * linje i
      *   KONTO-EJERE, FULDMAGTER, RESERVATIONER, TERMIN-KONTI,
      *   FASTE-OVERFOERSLER, PBS-TILMELDINGER,
      *   OVERTRAEK-BEVILLINGER, LAANEPLANER, UDTOG-PLAN og
      *   GEBYR-FRITAGELSER (alle files/<navn>.txt)
      * slaas op paa noeglen i kontomasteren og kundemasteren, og
      * rapporten files/INTEGRITET-RAPPORT.txt viser linjer der
      *   - peger paa en konto eller kunde der ikke findes (KTOM,
      *     KNDM),
      *   - peger paa en lukket konto (KTOL), eller en lukket,
      *     afdoed eller anonymiseret kunde (KNDL, KNDD, KNDA),
      *   - er udloebet men stadig staar i registret (UDLB) - kun
      *     registre med udloebsdato, og for terminskonti kun dem
      *     der stadig er aktive (status A).
      * De kategorier der er naevnt for registret i
      * files/INTEGRITET-KONFIG.txt, ryddes automatisk: linjen
      * fjernes, og hele linjen skrives som foerbillede i
      * files/INTEGRITET-JOURNAL.txt (copybooks/INTJOUR.cpy), saa den
      * kan saettes ind igen. Registret skrives til en midlertidig
      * kopi der skiftes ind naar den er skrevet helt.
      * LAANEPLANER ryddes aldrig - laaneaftalen er grundlaget for
      * ydelsesplanen og omlaegningerne, ogsaa efter indfrielsen -
      * og vises kun i rapporten.
      *
      * Kommandolinjen styrer tilstanden:
      *   blank  - ugekoerslen: kontrol og oprydning efter
      *            konfigurationen.
      *   PROEVE - kun rapporten; den viser hvad der ville blive
      *            ryddet, og intet register aendres.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID IN KONTO-RECORD
               ALTERNATE RECORD KEY IS KUNDE-ID IN KONTO-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-KONTOMASTER-STATUS.

           SELECT KONFIG-FIL ASSIGN TO "files/INTEGRITET-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

      *    Registrene laeses et ad gangen gennem samme fil; de
      *    beholdte linjer skrives til en midlertidig kopi, som
      *    skiftes ind med mv.
           SELECT REGISTER-FIL ASSIGN DYNAMIC WS-STI-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REGISTER-NY-FIL ASSIGN TO "files/INTEGRITET-NY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-NY-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/INTEGRITET-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/INTEGRITET-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  KONTOMASTER-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

      * En linje pr. register og kategori der ryddes automatisk;
      * linjer der begynder med * er kommentarer.
       FD  KONFIG-FIL.
       01  KONFIG-RECORD.
           05 IK-REGISTER      PIC X(20).
           05 FILLER           PIC X(1).
           05 IK-KATEGORI      PIC X(4).

       FD  REGISTER-FIL.
       01  REGISTER-RECORD     PIC X(100).

       FD  REGISTER-NY-FIL.
       01  REGISTER-NY-RECORD  PIC X(100).

       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/INTJOUR.cpy".

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOMASTER-STATUS PIC XX   VALUE "00".
       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-REGISTER-STATUS  PIC XX     VALUE "00".
       01  WS-REGISTER-NY-STATUS PIC XX   VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-STI-REGISTER     PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Tilstand fra kommandolinjen: K = kontrol og oprydning,
      * P = proevekoersel.
       01  WS-KOMMANDOLINJE    PIC X(20)  VALUE SPACES.
       01  WS-TILSTAND         PIC X      VALUE "K".
           88  ER-PROEVE                  VALUE "P".
           88  ER-KONTROL                 VALUE "K".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-TIDSSTEMPEL      PIC X(14)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(120) VALUE SPACES.

      * Registrene i kontrolraekkefoelge. RG-RYDBAR = N: registret
      * vises kun i rapporten, uanset konfigurationen.
       01  WS-REGISTER-ANTAL   PIC 9(2)   VALUE 0.
       01  REGISTER-TABEL.
           05  REGISTER-ENTRY OCCURS 10 TIMES
                              INDEXED BY RG-IDX.
               10  RG-NAVN         PIC X(20) VALUE SPACES.
               10  RG-FIL          PIC X(40) VALUE SPACES.
               10  RG-RYDBAR       PIC X(1)  VALUE "J".
               10  RG-FINDES       PIC X(1)  VALUE "N".
               10  RG-LINJER       PIC 9(7)  VALUE 0.
               10  RG-RYDDET       PIC 9(7)  VALUE 0.
               10  RG-KAT-ANTAL    PIC 9(7)  VALUE 0 OCCURS 7 TIMES.

      * Kategorierne og deres tekst i rapporten.
       01  KATEGORI-VAERDIER.
           05  FILLER PIC X(34) VALUE "KTOMKONTO FINDES IKKE".
           05  FILLER PIC X(34) VALUE "KTOLKONTO ER LUKKET".
           05  FILLER PIC X(34) VALUE "KNDMKUNDE FINDES IKKE".
           05  FILLER PIC X(34) VALUE "KNDLKUNDE ER LUKKET".
           05  FILLER PIC X(34) VALUE "KNDDKUNDE ER AFDOED".
           05  FILLER PIC X(34) VALUE "KNDAKUNDE ER ANONYMISERET".
           05  FILLER PIC X(34) VALUE "UDLBUDLOEBET, STADIG AKTIV".
       01  KATEGORI-TABEL REDEFINES KATEGORI-VAERDIER.
           05  KATEGORI-ENTRY OCCURS 7 TIMES
                              INDEXED BY KA-IDX.
               10  KA-KODE         PIC X(4).
               10  KA-TEKST        PIC X(30).

      * De kategorier der ryddes automatisk, pr. register.
       01  WS-RYD-ANTAL        PIC 9(3)   VALUE 0.
       01  RYD-TABEL.
           05  RYD-ENTRY OCCURS 70 TIMES
                         INDEXED BY RY-IDX.
               10  RYT-REGISTER    PIC 9(2)  VALUE 0.
               10  RYT-KATEGORI    PIC X(4)  VALUE SPACES.

      * Den aktuelle registerlinje og dens layout pr. register - de
      * samme felter som i vedligeholdelsesprogrammerne.
       01  REGISTER-LINJE      PIC X(100) VALUE SPACES.
       01  EJER-LINJE REDEFINES REGISTER-LINJE.
           05 KE-KONTO-ID      PIC X(10).
           05 KE-KUNDE-ID      PIC X(10).
           05 KE-ROLLE         PIC X(1).
       01  FULDMAGT-LINJE REDEFINES REGISTER-LINJE.
           05 FM-FULDMAEGTIG   PIC X(10).
           05 FM-KONTO-ID      PIC X(10).
           05 FM-OMFANG        PIC X(1).
           05 FM-GRAENSE       PIC 9(7)V99.
           05 FM-UDLOEB        PIC X(8).
       01  RESERVATION-LINJE REDEFINES REGISTER-LINJE.
           COPY "copybooks/RESERVREC.cpy".
       01  TERMIN-LINJE REDEFINES REGISTER-LINJE.
           05 TK-KONTO-ID      PIC X(10).
           05 TK-UDLOEB        PIC X(8).
           05 TK-SATS          PIC 9(2)V9(4).
           05 TK-STATUS        PIC X(1).
       01  ORDRE-LINJE REDEFINES REGISTER-LINJE.
           05 FO-KUNDE-ID      PIC X(10).
           05 FO-FRA-KONTO     PIC X(10).
           05 FO-TIL-KONTO     PIC X(10).
           05 FO-BELOEB        PIC 9(7)V99.
           05 FO-VALUTA        PIC X(3).
           05 FO-DAG           PIC 9(2).
           05 FO-START-DATO    PIC X(8).
           05 FO-SLUT-DATO     PIC X(8).
       01  TILMELDING-LINJE REDEFINES REGISTER-LINJE.
           05 TM-KONTO-ID      PIC X(10).
       01  BEVILLING-LINJE REDEFINES REGISTER-LINJE.
           05 BV-KONTO-ID      PIC X(10).
           05 BV-BELOEB        PIC 9(7)V99.
           05 BV-UDLOEB        PIC X(8).
       01  PLAN-LINJE REDEFINES REGISTER-LINJE.
           05 LP-KONTO-ID      PIC X(10).
           05 LP-MODKONTO      PIC X(10).
       01  UDTOGPLAN-LINJE REDEFINES REGISTER-LINJE.
           05 UP-KUNDE-ID      PIC X(10).
           05 UP-FREKVENS      PIC X(1).
       01  FRITAGELSE-LINJE REDEFINES REGISTER-LINJE.
           05 FR-ID-TYPE       PIC X(1).
           05 FR-ID            PIC X(10).
           05 FR-AARSAG        PIC X(2).
           05 FR-UDLOEB        PIC X(8).

      * Vurderingen af den enkelte linje.
       01  WS-LINJENR          PIC 9(7)   VALUE 0.
       01  WS-LINJE-RYD        PIC X      VALUE "N".
           88  LINJEN-RYDDES              VALUE "J".
       01  WS-RYD-KATEGORI     PIC X(4)   VALUE SPACES.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-SOEGE-KUNDE      PIC X(10)  VALUE SPACES.
       01  WS-UDLOEB-DATO      PIC X(8)   VALUE SPACES.
       01  WS-ROLLE            PIC X(16)  VALUE SPACES.
       01  WS-FUND-KATEGORI    PIC X(4)   VALUE SPACES.
       01  WS-FUND-NOEGLE      PIC X(10)  VALUE SPACES.
       01  WS-HANDLING         PIC X(14)  VALUE SPACES.
       01  WS-KAT-NR           PIC 9(1)   VALUE 0.
       01  WS-KAT-RYDDES       PIC X      VALUE "N".
           88  KATEGORIEN-RYDDES          VALUE "J".

       01  WS-FUND-TAELLER     PIC 9(7)   VALUE 0.
       01  WS-RYDDET-TAELLER   PIC 9(7)   VALUE 0.
       01  WS-REGISTER-RYDDET  PIC 9(7)   VALUE 0.
       01  WS-ANTAL-EDIT       PIC Z(6)9.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "REGISTER-INTEGRITET".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

      * Delt laas paa kundemasteren, saa oprydningen ikke skriver i
      * registrene midt i den natlige kaedes koersel - se
      * shared/master_laas.cob.
       01  WS-LAAS-FUNKTION    PIC X(4)   VALUE SPACES.
       01  WS-LAAS-HOLDER      PIC X(20)  VALUE "REGISTER-INTEGRITET".
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
               MOVE "K" TO WS-TILSTAND
           WHEN "PROEVE"
               MOVE "P" TO WS-TILSTAND
           WHEN OTHER
               DISPLAY "FEJL: Angiv PROEVE eller intet paa "
                   "kommandolinjen, f.eks.: "
                   "batch/register_integritet PROEVE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

       PERFORM KLARGOER-REGISTRE.
       PERFORM INDLAES-KONFIG.

       MOVE "DELT" TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.
       IF WS-LAAS-SVAR NOT = "Y"
           DISPLAY "FEJL: Kundemasteren er i brug af "
               FUNCTION TRIM(WS-LAAS-EJER) " - proev igen senere."
           PERFORM STOP-MED-FEJL
       END-IF.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           PERFORM FRIGIV-MASTER-LAAS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN INPUT KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-KONTOMASTER-STATUS
           CLOSE MASTER-FIL
           PERFORM FRIGIV-MASTER-LAAS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/INTEGRITET-RAPPORT.txt, status="
               WS-RAPPORT-STATUS
           CLOSE MASTER-FIL
           CLOSE KONTOMASTER-FIL
           PERFORM FRIGIV-MASTER-LAAS
           PERFORM STOP-MED-FEJL
       END-IF.
       IF ER-KONTROL
           OPEN EXTEND JOURNAL-FIL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FIL
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke skrive "
                   "files/INTEGRITET-JOURNAL.txt, status="
                   WS-JOURNAL-STATUS " - intet er ryddet."
               CLOSE MASTER-FIL
               CLOSE KONTOMASTER-FIL
               CLOSE RAPPORT-FIL
               PERFORM FRIGIV-MASTER-LAAS
               PERFORM STOP-MED-FEJL
           END-IF
       END-IF.

       PERFORM SKRIV-RAPPORT-HOVED.
       PERFORM VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REGISTER-ANTAL
           PERFORM KONTROLLER-REGISTER
       END-PERFORM.
       PERFORM SKRIV-OVERSIGT.

       CLOSE MASTER-FIL.
       CLOSE KONTOMASTER-FIL.
       CLOSE RAPPORT-FIL.
       IF ER-KONTROL
           CLOSE JOURNAL-FIL
       END-IF.
       PERFORM FRIGIV-MASTER-LAAS.

       IF ER-PROEVE
           DISPLAY "REGISTER-INTEGRITET (PROEVE): fund="
               WS-FUND-TAELLER " ville blive ryddet="
               WS-RYDDET-TAELLER
       ELSE
           DISPLAY "REGISTER-INTEGRITET: fund=" WS-FUND-TAELLER
               " linjer ryddet=" WS-RYDDET-TAELLER
       END-IF.
       DISPLAY "Rapport: files/INTEGRITET-RAPPORT.txt".
       MOVE WS-FUND-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 0 TO RETURN-CODE.
       STOP RUN.

       STOP-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       MOVE WS-FUND-TAELLER TO WS-NOTIF-ANTAL.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       FRIGIV-MASTER-LAAS.
       MOVE "FRI " TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.

       KLARGOER-REGISTRE.
      * Nummeret i tabellen styrer hvilket layout linjerne laeses
      * med - se KONTROLLER-LINJE.
       MOVE 10 TO WS-REGISTER-ANTAL.
       MOVE "KONTO-EJERE" TO RG-NAVN(1).
       MOVE "files/KONTO-EJERE.txt" TO RG-FIL(1).
       MOVE "FULDMAGTER" TO RG-NAVN(2).
       MOVE "files/FULDMAGTER.txt" TO RG-FIL(2).
       MOVE "RESERVATIONER" TO RG-NAVN(3).
       MOVE "files/RESERVATIONER.txt" TO RG-FIL(3).
       MOVE "TERMIN-KONTI" TO RG-NAVN(4).
       MOVE "files/TERMIN-KONTI.txt" TO RG-FIL(4).
       MOVE "FASTE-OVERFOERSLER" TO RG-NAVN(5).
       MOVE "files/FASTE-OVERFOERSLER.txt" TO RG-FIL(5).
       MOVE "PBS-TILMELDINGER" TO RG-NAVN(6).
       MOVE "files/PBS-TILMELDINGER.txt" TO RG-FIL(6).
       MOVE "OVERTRAEK-BEVILLINGER" TO RG-NAVN(7).
       MOVE "files/OVERTRAEK-BEVILLINGER.txt" TO RG-FIL(7).
       MOVE "LAANEPLANER" TO RG-NAVN(8).
       MOVE "files/LAANEPLANER.txt" TO RG-FIL(8).
       MOVE "N" TO RG-RYDBAR(8).
       MOVE "UDTOG-PLAN" TO RG-NAVN(9).
       MOVE "files/UDTOG-PLAN.txt" TO RG-FIL(9).
       MOVE "GEBYR-FRITAGELSER" TO RG-NAVN(10).
       MOVE "files/GEBYR-FRITAGELSER.txt" TO RG-FIL(10).

       INDLAES-KONFIG.
      * Mangler konfigurationen, ryddes intet - der rapporteres kun.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Ingen files/INTEGRITET-KONFIG.txt - "
               "der ryddes intet, kun rapporten dannes."
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KONFIG-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KONFIG-RECORD(1:1) NOT = "*"
                           AND KONFIG-RECORD NOT = SPACES
                       PERFORM TILFOEJ-RYD-KATEGORI
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONFIG-FIL.

       TILFOEJ-RYD-KATEGORI.
      * Ukendte registre og kategorier meldes og springes over.
       SET RG-IDX TO 1.
       SEARCH REGISTER-ENTRY
           AT END
               DISPLAY "ADVARSEL: Ukendt register i "
                   "files/INTEGRITET-KONFIG.txt: " IK-REGISTER
               EXIT PARAGRAPH
           WHEN RG-NAVN(RG-IDX) = IK-REGISTER
               CONTINUE
       END-SEARCH.
       SET KA-IDX TO 1.
       SEARCH KATEGORI-ENTRY
           AT END
               DISPLAY "ADVARSEL: Ukendt kategori i "
                   "files/INTEGRITET-KONFIG.txt: " IK-KATEGORI
               EXIT PARAGRAPH
           WHEN KA-KODE(KA-IDX) = IK-KATEGORI
               CONTINUE
       END-SEARCH.
       IF WS-RYD-ANTAL >= 70
           DISPLAY "ADVARSEL: Mere end 70 linjer i "
               "files/INTEGRITET-KONFIG.txt - resten ignoreres."
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-RYD-ANTAL.
       SET RYT-REGISTER(WS-RYD-ANTAL) TO RG-IDX.
       MOVE IK-KATEGORI TO RYT-KATEGORI(WS-RYD-ANTAL).

       SKRIV-RAPPORT-HOVED.
       MOVE SPACES TO RAPPORT-TEXT.
       IF ER-PROEVE
           STRING "REFERENCEKONTROL AF SATELLITREGISTRE - "
               "PROEVEKOERSEL " WS-DAGS-DATO " - INTET ER AENDRET"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       ELSE
           STRING "REFERENCEKONTROL AF SATELLITREGISTRE "
               WS-TIDSSTEMPEL
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE "REGISTER             LINJE   KAT  NOEGLE     AARSAG"
           TO RAPPORT-TEXT.
       MOVE "HANDLING" TO RAPPORT-TEXT(87:8).
       WRITE RAPPORT-RECORD.

      ******************************************************************
      * Gennemloeb af et register                                      *
      ******************************************************************
       KONTROLLER-REGISTER.
       MOVE RG-FIL(RG-IDX) TO WS-STI-REGISTER.
       MOVE 0 TO WS-LINJENR WS-REGISTER-RYDDET.
       OPEN INPUT REGISTER-FIL.
       IF WS-REGISTER-STATUS = "35"
           EXIT PARAGRAPH
       END-IF.
       IF WS-REGISTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-REGISTER) ", status="
               WS-REGISTER-STATUS
           CLOSE MASTER-FIL
           CLOSE KONTOMASTER-FIL
           CLOSE RAPPORT-FIL
           IF ER-KONTROL
               CLOSE JOURNAL-FIL
           END-IF
           PERFORM FRIGIV-MASTER-LAAS
           PERFORM STOP-MED-FEJL
       END-IF.
       MOVE "J" TO RG-FINDES(RG-IDX).
       IF ER-KONTROL
           OPEN OUTPUT REGISTER-NY-FIL
           IF WS-REGISTER-NY-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke skrive "
                   "files/INTEGRITET-NY.TMP, status="
                   WS-REGISTER-NY-STATUS " - "
                   FUNCTION TRIM(RG-NAVN(RG-IDX))
                   " er IKKE ryddet."
               CLOSE REGISTER-FIL
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ REGISTER-FIL INTO REGISTER-LINJE
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINJENR
                   PERFORM KONTROLLER-LINJE
                   IF LINJEN-RYDDES
                       ADD 1 TO WS-REGISTER-RYDDET
                       IF ER-KONTROL
                           PERFORM SKRIV-JOURNAL
                       END-IF
                   ELSE
                       IF ER-KONTROL
                           WRITE REGISTER-NY-RECORD FROM REGISTER-LINJE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE REGISTER-FIL.
       MOVE WS-LINJENR TO RG-LINJER(RG-IDX).
       MOVE WS-REGISTER-RYDDET TO RG-RYDDET(RG-IDX).
       ADD WS-REGISTER-RYDDET TO WS-RYDDET-TAELLER.
       IF ER-KONTROL
           CLOSE REGISTER-NY-FIL
           MOVE SPACES TO WS-KOMMANDO
           IF WS-REGISTER-RYDDET > 0
               STRING "mv -f files/INTEGRITET-NY.TMP "
                   FUNCTION TRIM(WS-STI-REGISTER)
                   INTO WS-KOMMANDO
           ELSE
               MOVE "rm -f files/INTEGRITET-NY.TMP" TO WS-KOMMANDO
           END-IF
           CALL "SYSTEM" USING WS-KOMMANDO
       END-IF.

       KONTROLLER-LINJE.
      * Hver reference i linjen slaas op; et fund noteres i
      * rapporten, og linjen ryddes hvis en af fundenes kategorier
      * er sat til oprydning for registret.
       MOVE "N" TO WS-LINJE-RYD.
       MOVE SPACES TO WS-RYD-KATEGORI.
       IF REGISTER-LINJE = SPACES
           EXIT PARAGRAPH
       END-IF.
       EVALUATE RG-IDX
           WHEN 1
               MOVE "KONTO" TO WS-ROLLE
               MOVE KE-KONTO-ID TO WS-SOEGE-KONTO
               PERFORM TJEK-KONTO
               MOVE "EJER" TO WS-ROLLE
               MOVE KE-KUNDE-ID TO WS-SOEGE-KUNDE
               PERFORM TJEK-KUNDE
           WHEN 2
               MOVE "KONTO" TO WS-ROLLE
               MOVE FM-KONTO-ID TO WS-SOEGE-KONTO
               PERFORM TJEK-KONTO
               MOVE "FULDMAEGTIG" TO WS-ROLLE
               MOVE FM-FULDMAEGTIG TO WS-SOEGE-KUNDE
               PERFORM TJEK-KUNDE
               MOVE FM-KONTO-ID TO WS-FUND-NOEGLE
               MOVE FM-UDLOEB TO WS-UDLOEB-DATO
               PERFORM TJEK-UDLOEB
           WHEN 3
               MOVE "KONTO" TO WS-ROLLE
               MOVE RE-KONTO-ID TO WS-SOEGE-KONTO
               PERFORM TJEK-KONTO
               MOVE RE-KONTO-ID TO WS-FUND-NOEGLE
               MOVE RE-UDLOEB TO WS-UDLOEB-DATO
               PERFORM TJEK-UDLOEB
           WHEN 4
               MOVE "TERMINSKONTO" TO WS-ROLLE
               MOVE TK-KONTO-ID TO WS-SOEGE-KONTO
               PERFORM TJEK-KONTO
      *        Forfaldne terminskonti frigives af TERMIN-UDLOEB
      *        (status A -> U); kun de der stadig er laast, taeller.
               IF TK-STATUS = "A"
                   MOVE TK-KONTO-ID TO WS-FUND-NOEGLE
                   MOVE TK-UDLOEB TO WS-UDLOEB-DATO
                   PERFORM TJEK-UDLOEB
               END-IF
           WHEN 5
               MOVE "ORDREKUNDE" TO WS-ROLLE
               MOVE FO-KUNDE-ID TO WS-SOEGE-KUNDE
               PERFORM TJEK-KUNDE
               MOVE "FRA-KONTO" TO WS-ROLLE
               MOVE FO-FRA-KONTO TO WS-SOEGE-KONTO
               PERFORM TJEK-KONTO
               MOVE "TIL-KONTO" TO WS-ROLLE
               MOVE FO-TIL-KONTO TO WS-SOEGE-KONTO
               PERFORM TJEK-KONTO
               MOVE FO-FRA-KONTO TO WS-FUND-NOEGLE
               MOVE FO-SLUT-DATO TO WS-UDLOEB-DATO
               PERFORM TJEK-UDLOEB
           WHEN 6
               MOVE "KONTO" TO WS-ROLLE
               MOVE TM-KONTO-ID TO WS-SOEGE-KONTO
               PERFORM TJEK-KONTO
           WHEN 7
               MOVE "KONTO" TO WS-ROLLE
               MOVE BV-KONTO-ID TO WS-SOEGE-KONTO
               PERFORM TJEK-KONTO
               MOVE BV-KONTO-ID TO WS-FUND-NOEGLE
               MOVE BV-UDLOEB TO WS-UDLOEB-DATO
               PERFORM TJEK-UDLOEB
           WHEN 8
               MOVE "LAANEKONTO" TO WS-ROLLE
               MOVE LP-KONTO-ID TO WS-SOEGE-KONTO
               PERFORM TJEK-KONTO
               MOVE "MODKONTO" TO WS-ROLLE
               MOVE LP-MODKONTO TO WS-SOEGE-KONTO
               PERFORM TJEK-KONTO
           WHEN 9
               MOVE "KUNDE" TO WS-ROLLE
               MOVE UP-KUNDE-ID TO WS-SOEGE-KUNDE
               PERFORM TJEK-KUNDE
           WHEN 10
      *        K = fritagelse paa en konto, U = paa en kunde - som i
      *        gebyrprogrammerne.
               IF FR-ID-TYPE = "K"
                   MOVE "KONTO" TO WS-ROLLE
                   MOVE FR-ID TO WS-SOEGE-KONTO
                   PERFORM TJEK-KONTO
               ELSE
                   MOVE "KUNDE" TO WS-ROLLE
                   MOVE FR-ID TO WS-SOEGE-KUNDE
                   PERFORM TJEK-KUNDE
               END-IF
               MOVE FR-ID TO WS-FUND-NOEGLE
               MOVE FR-UDLOEB TO WS-UDLOEB-DATO
               PERFORM TJEK-UDLOEB
       END-EVALUATE.

       TJEK-KONTO.
      * Blanke (valgfrie) kontoreferencer kontrolleres ikke.
       IF WS-SOEGE-KONTO = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-SOEGE-KONTO TO WS-FUND-NOEGLE.
       MOVE WS-SOEGE-KONTO TO KONTO-ID IN KONTO-RECORD.
       READ KONTOMASTER-FIL
           INVALID KEY
               MOVE "KTOM" TO WS-FUND-KATEGORI
               PERFORM NOTER-FUND
           NOT INVALID KEY
               IF KONTO-STATUS IN KONTO-RECORD = "C"
                   MOVE "KTOL" TO WS-FUND-KATEGORI
                   PERFORM NOTER-FUND
               END-IF
       END-READ.

       TJEK-KUNDE.
      * En anonymiseret kunde er ogsaa lukket; den staerkeste
      * kategori vises.
       IF WS-SOEGE-KUNDE = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-SOEGE-KUNDE TO WS-FUND-NOEGLE.
       MOVE WS-SOEGE-KUNDE TO KUNDE-ID IN MASTER-RECORD.
       MOVE SPACES TO WS-FUND-KATEGORI.
       READ MASTER-FIL
           INVALID KEY
               MOVE "KNDM" TO WS-FUND-KATEGORI
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN FORNAVN IN MASTER-RECORD = "ANONYMISERET"
                   WHEN FORNAVN IN MASTER-RECORD = "SLETTET (GDPR)"
                       MOVE "KNDA" TO WS-FUND-KATEGORI
                   WHEN AFDOED-MARKERING IN MASTER-RECORD = "D"
                       MOVE "KNDD" TO WS-FUND-KATEGORI
                   WHEN KUNDE-STATUS IN MASTER-RECORD = "C"
                       MOVE "KNDL" TO WS-FUND-KATEGORI
               END-EVALUATE
       END-READ.
       IF WS-FUND-KATEGORI NOT = SPACES
           PERFORM NOTER-FUND
       END-IF.

       TJEK-UDLOEB.
      * Blank udloebsdato = uden udloeb. WS-FUND-NOEGLE er sat af
      * kalderen.
       IF WS-UDLOEB-DATO = SPACES
               OR WS-UDLOEB-DATO NOT < WS-DAGS-DATO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-ROLLE.
       STRING "UDLOEB " WS-UDLOEB-DATO
           DELIMITED BY SIZE INTO WS-ROLLE.
       MOVE "UDLB" TO WS-FUND-KATEGORI.
       PERFORM NOTER-FUND.

       NOTER-FUND.
       ADD 1 TO WS-FUND-TAELLER.
       SET KA-IDX TO 1.
       SEARCH KATEGORI-ENTRY
           WHEN KA-KODE(KA-IDX) = WS-FUND-KATEGORI
               SET WS-KAT-NR TO KA-IDX
               ADD 1 TO RG-KAT-ANTAL(RG-IDX, WS-KAT-NR)
       END-SEARCH.
       MOVE "N" TO WS-KAT-RYDDES.
       IF RG-RYDBAR(RG-IDX) = "J"
           PERFORM VARYING RY-IDX FROM 1 BY 1
                   UNTIL RY-IDX > WS-RYD-ANTAL
               IF RYT-REGISTER(RY-IDX) = RG-IDX
                       AND RYT-KATEGORI(RY-IDX) = WS-FUND-KATEGORI
                   SET KATEGORIEN-RYDDES TO TRUE
               END-IF
           END-PERFORM
       END-IF.
       MOVE SPACES TO WS-HANDLING.
       IF KATEGORIEN-RYDDES
           SET LINJEN-RYDDES TO TRUE
           IF WS-RYD-KATEGORI = SPACES
               MOVE WS-FUND-KATEGORI TO WS-RYD-KATEGORI
           END-IF
           IF ER-PROEVE
               MOVE "VILLE RYDDES" TO WS-HANDLING
           ELSE
               MOVE "RYDDET" TO WS-HANDLING
           END-IF
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       MOVE RG-NAVN(RG-IDX) TO RAPPORT-TEXT(1:20).
       MOVE WS-LINJENR TO RAPPORT-TEXT(22:7).
       MOVE WS-FUND-KATEGORI TO RAPPORT-TEXT(30:4).
       MOVE WS-FUND-NOEGLE TO RAPPORT-TEXT(35:10).
       STRING FUNCTION TRIM(WS-ROLLE) ": " KA-TEKST(KA-IDX)
           DELIMITED BY SIZE INTO RAPPORT-TEXT(46:40).
       MOVE WS-HANDLING TO RAPPORT-TEXT(87:14).
       WRITE RAPPORT-RECORD.

       SKRIV-JOURNAL.
      * Hele linjen som foerbillede, foer den forsvinder fra
      * registret.
       MOVE SPACES TO JOURNAL-RECORD.
       MOVE WS-TIDSSTEMPEL TO IJ-TIDSSTEMPEL.
       MOVE RG-NAVN(RG-IDX) TO IJ-REGISTER.
       MOVE WS-RYD-KATEGORI TO IJ-KATEGORI.
       MOVE WS-LINJENR TO IJ-LINJENR.
       MOVE REGISTER-LINJE TO IJ-FOER.
       WRITE JOURNAL-RECORD.

      ******************************************************************
      * Oversigt pr. register                                          *
      ******************************************************************
       SKRIV-OVERSIGT.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "REGISTER                LINJER    KTOM KTOL KNDM KNDL "
           "KNDD KNDA UDLB   RYDDET"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REGISTER-ANTAL
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RG-NAVN(RG-IDX) TO RAPPORT-TEXT(1:22)
           IF RG-FINDES(RG-IDX) = "N"
               MOVE "(filen findes ikke)" TO RAPPORT-TEXT(23:19)
           ELSE
               MOVE RG-LINJER(RG-IDX) TO WS-ANTAL-EDIT
               MOVE WS-ANTAL-EDIT TO RAPPORT-TEXT(24:7)
               PERFORM VARYING WS-KAT-NR FROM 1 BY 1
                       UNTIL WS-KAT-NR > 7
                   MOVE RG-KAT-ANTAL(RG-IDX, WS-KAT-NR)
                       TO WS-ANTAL-EDIT
                   MOVE WS-ANTAL-EDIT(4:4)
                       TO RAPPORT-TEXT(30 + (WS-KAT-NR * 5):4)
               END-PERFORM
               IF RG-RYDBAR(RG-IDX) = "N"
                   MOVE "KUN RAPPORT" TO RAPPORT-TEXT(70:11)
               ELSE
                   MOVE RG-RYDDET(RG-IDX) TO WS-ANTAL-EDIT
                   MOVE WS-ANTAL-EDIT TO RAPPORT-TEXT(71:7)
               END-IF
           END-IF
           WRITE RAPPORT-RECORD
       END-PERFORM.
       MOVE SPACES TO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO RAPPORT-TEXT.
       IF ER-PROEVE
           STRING "Fund=" WS-FUND-TAELLER
               " linjer der ville blive ryddet=" WS-RYDDET-TAELLER
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       ELSE
           STRING "Fund=" WS-FUND-TAELLER
               " linjer ryddet=" WS-RYDDET-TAELLER
               " (foerbilleder i files/INTEGRITET-JOURNAL.txt)"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
