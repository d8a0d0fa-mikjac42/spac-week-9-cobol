       IDENTIFICATION DIVISION.
       PROGRAM-ID. UDLAEG-KOERSEL.

      * Udlaeg fra Gaeldsstyrelsen som et trin i den daglige kaede.
      * Myndighedens ordrefil files/UDLAEG-ORDRER.txt har en linje pr.
      * ordre: U = nyt udlaeg paa et beloeb hos skyldneren med det
      * angivne CPR-nummer, O = ophaevelse af et tidligere udlaeg.
      *
      * Et nyt udlaeg finder alle skyldnerens konti - dem kunden ejer
      * primaert i KontoOpl.txt og dem kunden er medejer af i
      * files/KONTO-EJERE.txt - og fryser det disponible beloeb som
      * en reservation af typen U i files/RESERVATIONER.txt, til det
      * beordrede beloeb er naaet. Kun aabne DKK-konti af de typer
      * konfigurationen tillader, beslaglaegges. Paa loenkonti
      * friholdes trangsbeloebet, og paa en faelleskonto beslaglaegges
      * kun skyldnerens forholdsmaessige andel. Hver frysning noteres
      * i udlaegsregistret files/UDLAEG-REGISTER.txt med den dag
      * ventetiden udloeber.
      *
      * Naar ventetiden er gaaet, dannes betalingen til myndighedens
      * konto som et posteringspar i files/POSTERINGER.txt, saa
      * posteringsmotoren bogfoerer den samme nat. Reservationen
      * staar ved magt dagen ud (udloeb = i dag), saa det frosne
      * beloeb ikke kan bruges af andre debiteringer i samme koersel;
      * selve udbetalingen genkendes af motoren paa teksten og
      * bogfoeres uden om reservationen. En ophaevelse frigiver
      * frysningen straks ved at fjerne reservationen.
      *
      * Svaret til myndigheden skrives til files/UDLAEG-RETUR.txt:
      * beslaglagt beloeb, INGEN MIDLER, udbetalt beloeb eller
      * bekraeftet ophaevelse pr. ordre. Forloebet logges i
      * files/UDLAEG-RAPPORT.txt, og den behandlede ordrefil flyttes
      * til et dateret navn under files/behandlet/.
      *
      * Opsaetningen staar i files/UDLAEG-KONFIG.txt: ventetid i dage,
      * trangsbeloeb, myndighedens KONTO-ID, loenkontotyper og de
      * kontotyper der kan beslaglaegges.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDRE-FIL ASSIGN TO "files/UDLAEG-ORDRER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRE-STATUS.

           SELECT REGISTER-FIL ASSIGN TO "files/UDLAEG-REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT KONFIG-FIL ASSIGN TO "files/UDLAEG-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT EJER-FIL ASSIGN TO "files/KONTO-EJERE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJER-STATUS.

           SELECT RESERVATION-FIL ASSIGN TO "files/RESERVATIONER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-STATUS.

      *    Kundemasteren gennemloebes for at finde skyldnerens
      *    KUNDE-ID'er ud fra CPR-nummeret.
           SELECT KUNDEMASTER-FIL
               ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID IN KUNDEMASTER-RECORD
               FILE STATUS IS WS-KUNDEMASTER-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

      *    Loebenummer-taeller til transaktionsreferencen, delt med
      *    de oevrige programmer der danner posteringspar.
           SELECT REFNR-FIL ASSIGN TO "files/POSTERING-REFNR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNR-STATUS.

           SELECT RETUR-FIL ASSIGN TO "files/UDLAEG-RETUR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETUR-STATUS.

           SELECT RAPPORT-FIL ASSIGN TO "files/UDLAEG-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDRE-FIL.
       01  ORDRE-RECORD.
           05 UO-ORDRE-ID      PIC X(12).
           05 UO-TYPE          PIC X(1).
           05 UO-CPR           PIC X(10).
           05 UO-BELOEB        PIC 9(7)V99.
           05 UO-DATO          PIC X(8).

      * Udlaegsregistret: en linje pr. frosset konto pr. ordre, eller
      * en enkelt linje uden konto naar der ingen midler var.
      * Status: A = frysning aktiv, U = udbetalt, O = ophaevet,
      * I = ingen midler.
       FD  REGISTER-FIL.
       01  REGISTER-RECORD.
           05 UR-ORDRE-ID      PIC X(12).
           05 UR-CPR           PIC X(10).
           05 UR-KONTO-ID      PIC X(10).
           05 UR-BELOEB        PIC 9(7)V99.
           05 UR-MODTAGET      PIC X(8).
           05 UR-FORFALD       PIC X(8).
           05 UR-STATUS        PIC X(1).
           05 UR-UDBETALT      PIC 9(7)V99.
           05 UR-AFSLUTTET     PIC X(8).

       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 KF-NOEGLE        PIC X(12).
           05 FILLER           PIC X(1).
           05 KF-VAERDI        PIC X(20).
           05 FILLER           PIC X(47).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  EJER-FIL.
       01  EJER-RECORD.
           05 KE-KONTO-ID      PIC X(10).
           05 KE-KUNDE-ID      PIC X(10).
           05 KE-ROLLE         PIC X(1).

       FD  RESERVATION-FIL.
       01  RESERVATION-RECORD.
           COPY "copybooks/RESERVREC.cpy".

       FD  KUNDEMASTER-FIL.
       01  KUNDEMASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  REFNR-FIL.
       01  REFNR-RECORD.
           05 REFNR-VAERDI     PIC 9(4).

      * Svar til myndigheden, en linje pr. ordre og haendelse.
       FD  RETUR-FIL.
       01  RETUR-RECORD.
           05 RT-ORDRE-ID      PIC X(12).
           05 FILLER           PIC X(1).
           05 RT-CPR           PIC X(10).
           05 FILLER           PIC X(1).
           05 RT-STATUS        PIC X(12).
           05 FILLER           PIC X(1).
           05 RT-BELOEB        PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 RT-DATO          PIC X(8).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-ORDRE-STATUS     PIC XX     VALUE "00".
       01  WS-REGISTER-STATUS  PIC XX     VALUE "00".
       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-EJER-STATUS      PIC XX     VALUE "00".
       01  WS-RESERVATION-STATUS PIC XX   VALUE "00".
       01  WS-KUNDEMASTER-STATUS PIC XX   VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".
       01  WS-RETUR-STATUS     PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "UDLAEG-KOERSEL".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-DATO-INT         PIC 9(8)   VALUE 0.
       01  WS-FORFALD-DATO     PIC X(8)   VALUE SPACES.

      * Opsaetningen; mangler en linje, gaelder standardvaerdien.
      * Uden myndighedens konto kan der fryses, men ikke udbetales.
       01  WS-VENTETID         PIC 9(3)   VALUE 8.
       01  WS-TRANGSBELOEB     PIC 9(7)V99 VALUE 0.
       01  WS-KONFIG-CIFRE     PIC 9(9)   VALUE 0.
       01  WS-MODTAGER-KONTO   PIC X(10)  VALUE SPACES.
       01  WS-MODTAGER-IDX     PIC 9(5)   VALUE 0.
       01  WS-LOENTYPE-ANTAL   PIC 9(2)   VALUE 0.
       01  LOENTYPE-TABEL.
           05  LOENTYPE-ENTRY OCCURS 10 TIMES PIC X(20).
       01  WS-UDLAEGSTYPE-ANTAL PIC 9(2)  VALUE 0.
       01  UDLAEGSTYPE-TABEL.
           05  UDLAEGSTYPE-ENTRY OCCURS 10 TIMES PIC X(20).
       01  WS-TYPE-IDX         PIC 9(2)   VALUE 0.
       01  WS-TYPE-FUNDET      PIC X      VALUE "N".
           88  TYPE-ER-FUNDET             VALUE "Y".

      * Kontofilen i hukommelsen, med den lokale saldo der holdes
      * ajour med dagens udbetalinger.
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-KONTO-TYPE    PIC X(20) VALUE SPACES.
               10  KOT-BALANCE       PIC S9(7)V99 VALUE 0.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.

      * Medejerskaber fra KONTO-EJERE.txt
       01  WS-EJER-ANTAL       PIC 9(3)   VALUE 0.
       01  EJER-TABEL.
           05  EJER-ENTRY OCCURS 500 TIMES INDEXED BY EJ-IDX.
               10  EJT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  EJT-KUNDE-ID      PIC X(10) VALUE SPACES.

      * Hele reservationsregistret; det skrives samlet tilbage, saa
      * er det fuldt, standses der foer noget roeres.
       01  WS-RES-ANTAL        PIC 9(3)   VALUE 0.
       01  RES-TABEL.
           05  RES-ENTRY OCCURS 500 TIMES INDEXED BY RE-IDX.
               10  RET-KONTO-ID      PIC X(10)   VALUE SPACES.
               10  RET-TYPE          PIC X(1)    VALUE SPACES.
               10  RET-BELOEB        PIC 9(7)V99 VALUE 0.
               10  RET-UDLOEB        PIC X(8)    VALUE SPACES.
               10  RET-KORT-TOKEN    PIC X(16)   VALUE SPACES.
               10  RET-AUTORISATION  PIC X(6)    VALUE SPACES.
               10  RET-AFREGNET      PIC X(8)    VALUE SPACES.
       01  WS-RES-AENDRET      PIC X      VALUE "N".
           88  RES-ER-AENDRET             VALUE "Y".

      * En frysning staar til den fjernes af udbetalingen eller en
      * ophaevelse; den faar derfor en udloebsdato der aldrig naas.
       01  WS-FRYS-UDLOEB      PIC X(8)   VALUE "99991231".

      * Hele udlaegsregistret
       01  WS-REG-ANTAL        PIC 9(3)   VALUE 0.
       01  REG-TABEL.
           05  REG-ENTRY OCCURS 500 TIMES INDEXED BY RG-IDX.
               10  RGT-ORDRE-ID      PIC X(12)   VALUE SPACES.
               10  RGT-CPR           PIC X(10)   VALUE SPACES.
               10  RGT-KONTO-ID      PIC X(10)   VALUE SPACES.
               10  RGT-BELOEB        PIC 9(7)V99 VALUE 0.
               10  RGT-MODTAGET      PIC X(8)    VALUE SPACES.
               10  RGT-FORFALD       PIC X(8)    VALUE SPACES.
               10  RGT-STATUS        PIC X(1)    VALUE SPACES.
               10  RGT-UDBETALT      PIC 9(7)V99 VALUE 0.
               10  RGT-AFSLUTTET     PIC X(8)    VALUE SPACES.
       01  WS-REG-AENDRET      PIC X      VALUE "N".
           88  REG-ER-AENDRET             VALUE "Y".

      * Dagens ordrer og de KUNDE-ID'er der matcher hver ordres CPR
       01  WS-ORDRE-ANTAL      PIC 9(3)   VALUE 0.
       01  ORDRE-TABEL.
           05  ORDRE-ENTRY OCCURS 200 TIMES.
               10  UOT-ORDRE-ID      PIC X(12)   VALUE SPACES.
               10  UOT-TYPE          PIC X(1)    VALUE SPACES.
               10  UOT-CPR           PIC X(10)   VALUE SPACES.
               10  UOT-BELOEB        PIC 9(7)V99 VALUE 0.
               10  UOT-DATO          PIC X(8)    VALUE SPACES.
       01  WS-ORDRE-IDX        PIC 9(3)   VALUE 0.
       01  WS-NYE-UDLAEG       PIC 9(3)   VALUE 0.
       01  WS-DEBITOR-ANTAL    PIC 9(3)   VALUE 0.
       01  DEBITOR-TABEL.
           05  DEBITOR-ENTRY OCCURS 500 TIMES.
               10  DBT-ORDRE-IDX     PIC 9(3)    VALUE 0.
               10  DBT-KUNDE-ID      PIC X(10)   VALUE SPACES.
       01  WS-DEBITOR-IDX      PIC 9(3)   VALUE 0.

      * Beregning af frysning og udbetaling
       01  WS-RESTBELOEB       PIC S9(7)V99 VALUE 0.
       01  WS-FRYST-I-ALT      PIC S9(7)V99 VALUE 0.
       01  WS-DISPONIBEL       PIC S9(9)V99 VALUE 0.
       01  WS-RES-SUM          PIC S9(9)V99 VALUE 0.
       01  WS-FRYS-BELOEB      PIC S9(7)V99 VALUE 0.
       01  WS-UDBETAL-BELOEB   PIC S9(7)V99 VALUE 0.
       01  WS-EJER-TAL         PIC 9(3)   VALUE 0.
       01  WS-ER-SKYLDNER      PIC X      VALUE "N".
           88  KONTO-ER-SKYLDNERS         VALUE "Y".
       01  WS-FRYS-IDX         PIC 9(3)   VALUE 0.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.
       01  WS-ORDRE-FUNDET     PIC X      VALUE "N".
           88  ORDRE-ER-KENDT             VALUE "Y".

      * Udbetalingerne samles pr. ordre til returfilen
       01  WS-SIDSTE-ORDRE     PIC X(12)  VALUE SPACES.
       01  WS-SIDSTE-CPR       PIC X(10)  VALUE SPACES.

      * Rapporten er intern og viser CPR maskeret - se
      * shared/cpr_maskering.cob. Returfilen til
      * restanceinddrivelsen baerer det fulde nummer.
       01  WS-MASK-OPERATOER   PIC X(10)  VALUE SPACES.
       01  WS-MASK-FORMAAL     PIC X(10)  VALUE SPACES.
       01  WS-MASK-VISNING     PIC X(11)  VALUE SPACES.
       01  WS-ORDRE-UDBETALT   PIC S9(7)V99 VALUE 0.

      * Status og beloeb til den naeste returlinje
       01  WS-RT-STATUS        PIC X(12)  VALUE SPACES.
       01  WS-RT-BELOEB        PIC 9(7)V99 VALUE 0.

       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-BELOEB-VIS       PIC Z(6)9,99.

      * Transaktionsreferencen der binder parrets to ben sammen i
      * historikken: koerselsdato + "U" (udlaeg) + loebenummer.
       01  WS-REFNR            PIC 9(4)   VALUE 0.
       01  WS-REFERENCE        PIC X(13)  VALUE SPACES.

       01  WS-BEHANDLET-KOMMANDO PIC X(200) VALUE SPACES.

       01  WS-FRYST-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-INGEN-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-OPHAEVET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-UDBETALT-TAELLER PIC 9(5)   VALUE 0.
       01  WS-AFVIST-TAELLER   PIC 9(5)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "UDLAEG-KOERSEL".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM INDLAES-KONFIG.
       MOVE WS-KOERSELS-DATO TO WS-DATO-9.
       COMPUTE WS-DATO-INT = FUNCTION INTEGER-OF-DATE(WS-DATO-9)
           + WS-VENTETID.
       COMPUTE WS-DATO-9 = FUNCTION DATE-OF-INTEGER(WS-DATO-INT).
       MOVE WS-DATO-9 TO WS-FORFALD-DATO.

       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-EJERE.
       PERFORM INDLAES-RESERVATIONER.
       PERFORM INDLAES-REGISTER.
       PERFORM INDLAES-ORDRER.
       IF WS-NYE-UDLAEG > 0
           PERFORM FIND-SKYLDNERE
       END-IF.

       IF WS-MODTAGER-KONTO NOT = SPACES
           MOVE WS-MODTAGER-KONTO TO WS-SOEGE-KONTO
           PERFORM FIND-KONTO
           MOVE WS-FUNDET-IDX TO WS-MODTAGER-IDX
       END-IF.

       OPEN EXTEND POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           OPEN OUTPUT POSTERING-FIL
       END-IF.
       OPEN OUTPUT RETUR-FIL.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-POSTERING-STATUS NOT = "00"
               OR WS-RETUR-STATUS NOT = "00"
               OR WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne posterings-, retur- eller "
               "rapportfilen, status=" WS-POSTERING-STATUS "/"
               WS-RETUR-STATUS "/" WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "UDLAEG - KOERSEL " WS-KOERSELS-DATO
           "  (ventetid " WS-VENTETID " dage)"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       PERFORM BEHANDL-ORDRE
           VARYING WS-ORDRE-IDX FROM 1 BY 1
           UNTIL WS-ORDRE-IDX > WS-ORDRE-ANTAL.

       PERFORM UDBETAL-FORFALDNE.

       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       IF RES-ER-AENDRET
           PERFORM SKRIV-RESERVATIONER
       END-IF.
       IF REG-ER-AENDRET
           PERFORM SKRIV-REGISTER
       END-IF.
       CLOSE RETUR-FIL.

       MOVE SPACES TO RAPPORT-TEXT.
       STRING "I ALT: frosset=" WS-FRYST-TAELLER
           " ingen midler=" WS-INGEN-TAELLER
           " ophaevet=" WS-OPHAEVET-TAELLER
           " udbetalt=" WS-UDBETALT-TAELLER
           " afvist=" WS-AFVIST-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.

       IF WS-ORDRE-ANTAL > 0
           PERFORM FLYT-ORDRER-TIL-BEHANDLET
       END-IF.

       DISPLAY "UDLAEG-KOERSEL: ordrer=" WS-ORDRE-ANTAL
           " frosset=" WS-FRYST-TAELLER
           " ingen midler=" WS-INGEN-TAELLER
           " ophaevet=" WS-OPHAEVET-TAELLER
           " udbetalt=" WS-UDBETALT-TAELLER
           " afvist=" WS-AFVIST-TAELLER.
       COMPUTE WS-NOTIF-ANTAL = WS-ORDRE-ANTAL + WS-UDBETALT-TAELLER.
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

       INDLAES-KONFIG.
      * Noegleord i kolonne 1-12, vaerdi fra kolonne 14.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS = "00"
           PERFORM UNTIL WS-KONFIG-STATUS NOT = "00"
               READ KONFIG-FIL INTO KONFIG-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM FORTOLK-KONFIG-LINJE
               END-READ
           END-PERFORM
           CLOSE KONFIG-FIL
       ELSE
           DISPLAY "ADVARSEL: files/UDLAEG-KONFIG.txt mangler - "
               "standardopsaetningen bruges, og der udbetales ikke."
       END-IF.
       IF WS-LOENTYPE-ANTAL = 0
           MOVE 1 TO WS-LOENTYPE-ANTAL
           MOVE "CHECKING" TO LOENTYPE-ENTRY(1)
       END-IF.
       IF WS-UDLAEGSTYPE-ANTAL = 0
           MOVE 2 TO WS-UDLAEGSTYPE-ANTAL
           MOVE "CHECKING" TO UDLAEGSTYPE-ENTRY(1)
           MOVE "SAVINGS" TO UDLAEGSTYPE-ENTRY(2)
       END-IF.

       FORTOLK-KONFIG-LINJE.
       EVALUATE KF-NOEGLE
           WHEN "VENTETID"
               IF KF-VAERDI(1:3) NUMERIC
                   MOVE KF-VAERDI(1:3) TO WS-VENTETID
               END-IF
           WHEN "TRANGSBELOEB"
      *        Ni cifre med underforstaaede to decimaler
               IF KF-VAERDI(1:9) NUMERIC
                   MOVE KF-VAERDI(1:9) TO WS-KONFIG-CIFRE
                   COMPUTE WS-TRANGSBELOEB = WS-KONFIG-CIFRE / 100
               END-IF
           WHEN "MODTAGER"
               MOVE KF-VAERDI(1:10) TO WS-MODTAGER-KONTO
           WHEN "LOENKONTO"
               IF WS-LOENTYPE-ANTAL < 10
                   ADD 1 TO WS-LOENTYPE-ANTAL
                   MOVE KF-VAERDI TO LOENTYPE-ENTRY(WS-LOENTYPE-ANTAL)
               END-IF
           WHEN "KONTOTYPE"
               IF WS-UDLAEGSTYPE-ANTAL < 10
                   ADD 1 TO WS-UDLAEGSTYPE-ANTAL
                   MOVE KF-VAERDI
                       TO UDLAEGSTYPE-ENTRY(WS-UDLAEGSTYPE-ANTAL)
               END-IF
       END-EVALUATE.

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-KONTO-ANTAL
                   IF WS-KONTO-ANTAL > 2000
                       DISPLAY "FEJL: Flere end 2000 konti i "
                           "KontoOpl.txt, kontotabellen er for lille."
                       CLOSE KONTOOPL-FIL
                       PERFORM STOP-MED-FEJL
                   END-IF
                   MOVE KONTO-ID IN KONTO-RECORD
                       TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                   MOVE KUNDE-ID IN KONTO-RECORD
                       TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                   MOVE KONTO-TYPE IN KONTO-RECORD
                       TO KOT-KONTO-TYPE(WS-KONTO-ANTAL)
                   MOVE BALANCE IN KONTO-RECORD
                       TO KOT-BALANCE(WS-KONTO-ANTAL)
                   MOVE VALUTA-KD IN KONTO-RECORD
                       TO KOT-VALUTA-KD(WS-KONTO-ANTAL)
                   MOVE KONTO-STATUS IN KONTO-RECORD
                       TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
           END-READ
       END-PERFORM.
       CLOSE KONTOOPL-FIL.

       INDLAES-EJERE.
      * Mangler krydsreferencen, er der blot ingen medejerskaber.
       OPEN INPUT EJER-FIL.
       IF WS-EJER-STATUS = "00"
           PERFORM UNTIL WS-EJER-STATUS NOT = "00"
               READ EJER-FIL INTO EJER-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-EJER-ANTAL >= 500
                           DISPLAY "FEJL: Flere end 500 medejerskaber"
                               " i files/KONTO-EJERE.txt."
                           CLOSE EJER-FIL
                           PERFORM STOP-MED-FEJL
                       END-IF
                       ADD 1 TO WS-EJER-ANTAL
                       MOVE KE-KONTO-ID TO EJT-KONTO-ID(WS-EJER-ANTAL)
                       MOVE KE-KUNDE-ID TO EJT-KUNDE-ID(WS-EJER-ANTAL)
               END-READ
           END-PERFORM
           CLOSE EJER-FIL
       END-IF.

       INDLAES-RESERVATIONER.
       OPEN INPUT RESERVATION-FIL.
       IF WS-RESERVATION-STATUS = "00"
           PERFORM UNTIL WS-RESERVATION-STATUS NOT = "00"
               READ RESERVATION-FIL INTO RESERVATION-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-RES-ANTAL >= 500
                           DISPLAY "FEJL: Flere end 500 reservationer"
                               " - registret kan ikke skrives "
                               "sikkert tilbage."
                           CLOSE RESERVATION-FIL
                           PERFORM STOP-MED-FEJL
                       END-IF
                       ADD 1 TO WS-RES-ANTAL
                       MOVE RE-KONTO-ID TO RET-KONTO-ID(WS-RES-ANTAL)
                       MOVE RE-TYPE TO RET-TYPE(WS-RES-ANTAL)
                       MOVE RE-BELOEB TO RET-BELOEB(WS-RES-ANTAL)
                       MOVE RE-UDLOEB TO RET-UDLOEB(WS-RES-ANTAL)
                       MOVE RE-KORT-TOKEN
                           TO RET-KORT-TOKEN(WS-RES-ANTAL)
                       MOVE RE-AUTORISATION
                           TO RET-AUTORISATION(WS-RES-ANTAL)
                       MOVE RE-AFREGNET TO RET-AFREGNET(WS-RES-ANTAL)
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FIL
       END-IF.

       INDLAES-REGISTER.
       OPEN INPUT REGISTER-FIL.
       IF WS-REGISTER-STATUS = "00"
           PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
               READ REGISTER-FIL INTO REGISTER-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-REG-ANTAL >= 500
                           DISPLAY "FEJL: Flere end 500 linjer i "
                               "files/UDLAEG-REGISTER.txt."
                           CLOSE REGISTER-FIL
                           PERFORM STOP-MED-FEJL
                       END-IF
                       ADD 1 TO WS-REG-ANTAL
                       SET RG-IDX TO WS-REG-ANTAL
                       MOVE UR-ORDRE-ID TO RGT-ORDRE-ID(RG-IDX)
                       MOVE UR-CPR TO RGT-CPR(RG-IDX)
                       MOVE UR-KONTO-ID TO RGT-KONTO-ID(RG-IDX)
                       MOVE UR-BELOEB TO RGT-BELOEB(RG-IDX)
                       MOVE UR-MODTAGET TO RGT-MODTAGET(RG-IDX)
                       MOVE UR-FORFALD TO RGT-FORFALD(RG-IDX)
                       MOVE UR-STATUS TO RGT-STATUS(RG-IDX)
                       MOVE UR-UDBETALT TO RGT-UDBETALT(RG-IDX)
                       MOVE UR-AFSLUTTET TO RGT-AFSLUTTET(RG-IDX)
               END-READ
           END-PERFORM
           CLOSE REGISTER-FIL
       END-IF.

       INDLAES-ORDRER.
      * Ingen ordrefil i dag er normalt; saa koeres kun
      * udbetalingen af forfaldne frysninger.
       OPEN INPUT ORDRE-FIL.
       IF WS-ORDRE-STATUS = "00"
           PERFORM UNTIL WS-ORDRE-STATUS NOT = "00"
               READ ORDRE-FIL INTO ORDRE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-ORDRE-ANTAL >= 200
                           DISPLAY "FEJL: Flere end 200 ordrer i "
                               "files/UDLAEG-ORDRER.txt."
                           CLOSE ORDRE-FIL
                           PERFORM STOP-MED-FEJL
                       END-IF
                       ADD 1 TO WS-ORDRE-ANTAL
                       MOVE UO-ORDRE-ID TO UOT-ORDRE-ID(WS-ORDRE-ANTAL)
                       MOVE UO-TYPE TO UOT-TYPE(WS-ORDRE-ANTAL)
                       MOVE UO-CPR TO UOT-CPR(WS-ORDRE-ANTAL)
                       MOVE UO-BELOEB TO UOT-BELOEB(WS-ORDRE-ANTAL)
                       MOVE UO-DATO TO UOT-DATO(WS-ORDRE-ANTAL)
                       IF UO-TYPE = "U"
                           ADD 1 TO WS-NYE-UDLAEG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDRE-FIL
       ELSE
           IF WS-ORDRE-STATUS NOT = "35"
               DISPLAY "FEJL: Kan ikke aabne files/UDLAEG-ORDRER.txt, "
                   "status=" WS-ORDRE-STATUS
               PERFORM STOP-MED-FEJL
           END-IF
       END-IF.

       FIND-SKYLDNERE.
      * Et gennemloeb af kundemasteren: hver kunde hvis CPR-nummer
      * staar paa en af dagens nye ordrer, noteres som skyldner paa
      * den ordre. Samme CPR kan optraede paa flere kunder (fx en
      * gammel og en ny kundeforbindelse).
       OPEN INPUT KUNDEMASTER-FIL.
       IF WS-KUNDEMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-KUNDEMASTER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM UNTIL WS-KUNDEMASTER-STATUS NOT = "00"
           READ KUNDEMASTER-FIL NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF CPR-NUMMER IN KUNDEMASTER-RECORD NOT = SPACES
                       PERFORM VARYING WS-ORDRE-IDX FROM 1 BY 1
                               UNTIL WS-ORDRE-IDX > WS-ORDRE-ANTAL
                           IF UOT-TYPE(WS-ORDRE-IDX) = "U"
                                   AND UOT-CPR(WS-ORDRE-IDX)
                                   = CPR-NUMMER IN KUNDEMASTER-RECORD
                               PERFORM NOTER-SKYLDNER
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE KUNDEMASTER-FIL.

       NOTER-SKYLDNER.
       IF WS-DEBITOR-ANTAL >= 500
           DISPLAY "FEJL: Flere end 500 skyldnerforbindelser i "
               "dagens ordrer."
           CLOSE KUNDEMASTER-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       ADD 1 TO WS-DEBITOR-ANTAL.
       MOVE WS-ORDRE-IDX TO DBT-ORDRE-IDX(WS-DEBITOR-ANTAL).
       MOVE KUNDE-ID IN KUNDEMASTER-RECORD
           TO DBT-KUNDE-ID(WS-DEBITOR-ANTAL).

       BEHANDL-ORDRE.
       EVALUATE UOT-TYPE(WS-ORDRE-IDX)
           WHEN "U"
               PERFORM NYT-UDLAEG
           WHEN "O"
               PERFORM OPHAEV-UDLAEG
           WHEN OTHER
               MOVE "AFVIST" TO WS-RT-STATUS
               MOVE 0 TO WS-RT-BELOEB
               PERFORM SKRIV-RETUR-ORDRE
               ADD 1 TO WS-AFVIST-TAELLER
               MOVE SPACES TO RAPPORT-TEXT
               STRING "ORDRE " UOT-ORDRE-ID(WS-ORDRE-IDX)
                   " AFVIST: ukendt ordretype '"
                   UOT-TYPE(WS-ORDRE-IDX) "'"
                   DELIMITED BY SIZE INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
       END-EVALUATE.

       NYT-UDLAEG.
       PERFORM FIND-ORDRE-I-REGISTER.
       EVALUATE TRUE
           WHEN ORDRE-ER-KENDT
               MOVE "ordren er allerede modtaget" TO RAPPORT-TEXT
               PERFORM AFVIS-ORDRE
           WHEN UOT-CPR(WS-ORDRE-IDX) NOT NUMERIC
               MOVE "CPR-nummeret er ikke ti cifre" TO RAPPORT-TEXT
               PERFORM AFVIS-ORDRE
           WHEN UOT-BELOEB(WS-ORDRE-IDX) NOT NUMERIC
                   OR UOT-BELOEB(WS-ORDRE-IDX) = 0
               MOVE "beloebet er ikke udfyldt" TO RAPPORT-TEXT
               PERFORM AFVIS-ORDRE
           WHEN OTHER
               PERFORM FRYS-SKYLDNERS-KONTI
       END-EVALUATE.

       AFVIS-ORDRE.
      * Aarsagen staar i RAPPORT-TEXT ved indgangen.
       MOVE RAPPORT-TEXT TO WS-BEHANDLET-KOMMANDO.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "ORDRE " UOT-ORDRE-ID(WS-ORDRE-IDX) " AFVIST: "
           FUNCTION TRIM(WS-BEHANDLET-KOMMANDO)
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE SPACES TO WS-BEHANDLET-KOMMANDO.
       MOVE "AFVIST" TO WS-RT-STATUS.
       MOVE 0 TO WS-RT-BELOEB.
       PERFORM SKRIV-RETUR-ORDRE.
       ADD 1 TO WS-AFVIST-TAELLER.

       FRYS-SKYLDNERS-KONTI.
      * Gaa skyldnerens konti igennem i kontofilens raekkefoelge og
      * frys det disponible, til det beordrede beloeb er naaet.
       MOVE UOT-BELOEB(WS-ORDRE-IDX) TO WS-RESTBELOEB.
       MOVE 0 TO WS-FRYST-I-ALT.
       PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > WS-KONTO-ANTAL
                  OR WS-RESTBELOEB = 0
           PERFORM UNDERSOEG-SKYLDNERS-KONTO
           IF KONTO-ER-SKYLDNERS
               PERFORM FRYS-KONTO
           END-IF
       END-PERFORM.
       IF WS-FRYST-I-ALT = 0
           PERFORM NOTER-INGEN-MIDLER
       ELSE
           MOVE "BESLAGLAGT" TO WS-RT-STATUS
           MOVE WS-FRYST-I-ALT TO WS-RT-BELOEB
           PERFORM SKRIV-RETUR-ORDRE
           MOVE WS-FRYST-I-ALT TO WS-BELOEB-VIS
           PERFORM MASKER-ORDRE-CPR
           MOVE SPACES TO RAPPORT-TEXT
           STRING "ORDRE " UOT-ORDRE-ID(WS-ORDRE-IDX)
               " CPR " WS-MASK-VISNING
               " FROSSET I ALT " WS-BELOEB-VIS
               " - UDBETALES " WS-FORFALD-DATO
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       UNDERSOEG-SKYLDNERS-KONTO.
      * Kontoen er med, hvis skyldneren ejer den (primaert eller som
      * medejer), og den er en aaben DKK-konto af en type der kan
      * beslaglaegges.
       MOVE "N" TO WS-ER-SKYLDNER.
       IF KOT-KONTO-STATUS(KO-IDX) NOT = "C"
               AND KOT-VALUTA-KD(KO-IDX) = "DKK"
           MOVE "N" TO WS-TYPE-FUNDET
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-UDLAEGSTYPE-ANTAL
               IF UDLAEGSTYPE-ENTRY(WS-TYPE-IDX)
                       = KOT-KONTO-TYPE(KO-IDX)
                   MOVE "Y" TO WS-TYPE-FUNDET
               END-IF
           END-PERFORM
           IF TYPE-ER-FUNDET
               PERFORM VARYING WS-DEBITOR-IDX FROM 1 BY 1
                       UNTIL WS-DEBITOR-IDX > WS-DEBITOR-ANTAL
                   IF DBT-ORDRE-IDX(WS-DEBITOR-IDX) = WS-ORDRE-IDX
                       PERFORM UNDERSOEG-EJERSKAB
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

       UNDERSOEG-EJERSKAB.
       IF KOT-KUNDE-ID(KO-IDX) = DBT-KUNDE-ID(WS-DEBITOR-IDX)
           MOVE "Y" TO WS-ER-SKYLDNER
       ELSE
           PERFORM VARYING EJ-IDX FROM 1 BY 1
                   UNTIL EJ-IDX > WS-EJER-ANTAL
               IF EJT-KONTO-ID(EJ-IDX) = KOT-KONTO-ID(KO-IDX)
                       AND EJT-KUNDE-ID(EJ-IDX)
                           = DBT-KUNDE-ID(WS-DEBITOR-IDX)
                   MOVE "Y" TO WS-ER-SKYLDNER
               END-IF
           END-PERFORM
       END-IF.

       FRYS-KONTO.
      * Disponibelt = saldo - aktive reservationer, paa en loenkonto
      * fratrukket trangsbeloebet; paa en faelleskonto kun
      * skyldnerens andel (ligedeling mellem ejerne).
       MOVE KOT-KONTO-ID(KO-IDX) TO WS-SOEGE-KONTO.
       PERFORM SUMMER-RESERVATIONER.
       COMPUTE WS-DISPONIBEL = KOT-BALANCE(KO-IDX) - WS-RES-SUM.
       MOVE "N" TO WS-TYPE-FUNDET.
       PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > WS-LOENTYPE-ANTAL
           IF LOENTYPE-ENTRY(WS-TYPE-IDX) = KOT-KONTO-TYPE(KO-IDX)
               MOVE "Y" TO WS-TYPE-FUNDET
           END-IF
       END-PERFORM.
       IF TYPE-ER-FUNDET
           SUBTRACT WS-TRANGSBELOEB FROM WS-DISPONIBEL
       END-IF.
       MOVE 1 TO WS-EJER-TAL.
       PERFORM VARYING EJ-IDX FROM 1 BY 1
               UNTIL EJ-IDX > WS-EJER-ANTAL
           IF EJT-KONTO-ID(EJ-IDX) = KOT-KONTO-ID(KO-IDX)
                   AND EJT-KUNDE-ID(EJ-IDX) NOT = KOT-KUNDE-ID(KO-IDX)
               ADD 1 TO WS-EJER-TAL
           END-IF
       END-PERFORM.
       IF WS-EJER-TAL > 1 AND WS-DISPONIBEL > 0
           DIVIDE WS-EJER-TAL INTO WS-DISPONIBEL
       END-IF.
       IF WS-DISPONIBEL > 0
           IF WS-DISPONIBEL < WS-RESTBELOEB
               MOVE WS-DISPONIBEL TO WS-FRYS-BELOEB
           ELSE
               MOVE WS-RESTBELOEB TO WS-FRYS-BELOEB
           END-IF
           PERFORM TILFOEJ-FRYSNING
       END-IF.

       SUMMER-RESERVATIONER.
      * Summen af de aktive reservationer paa WS-SOEGE-KONTO.
       MOVE 0 TO WS-RES-SUM.
       PERFORM VARYING RE-IDX FROM 1 BY 1
               UNTIL RE-IDX > WS-RES-ANTAL
           IF RET-KONTO-ID(RE-IDX) = WS-SOEGE-KONTO
                   AND (RET-UDLOEB(RE-IDX) = SPACES
                       OR RET-UDLOEB(RE-IDX) NOT < WS-KOERSELS-DATO)
               ADD RET-BELOEB(RE-IDX) TO WS-RES-SUM
           END-IF
       END-PERFORM.

       TILFOEJ-FRYSNING.
       IF WS-RES-ANTAL >= 500 OR WS-REG-ANTAL >= 500
           DISPLAY "ADVARSEL: Reservations- eller udlaegsregistret "
               "er fuldt - " KOT-KONTO-ID(KO-IDX) " fryses ikke."
           MOVE SPACES TO RAPPORT-TEXT
           STRING "ORDRE " UOT-ORDRE-ID(WS-ORDRE-IDX) " KONTO "
               KOT-KONTO-ID(KO-IDX)
               " IKKE FROSSET: registret er fuldt"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       ELSE
           ADD 1 TO WS-RES-ANTAL
           MOVE KOT-KONTO-ID(KO-IDX) TO RET-KONTO-ID(WS-RES-ANTAL)
           MOVE "U" TO RET-TYPE(WS-RES-ANTAL)
           MOVE WS-FRYS-BELOEB TO RET-BELOEB(WS-RES-ANTAL)
           MOVE WS-FRYS-UDLOEB TO RET-UDLOEB(WS-RES-ANTAL)
           MOVE SPACES TO RET-KORT-TOKEN(WS-RES-ANTAL)
               RET-AUTORISATION(WS-RES-ANTAL)
               RET-AFREGNET(WS-RES-ANTAL)
           SET RES-ER-AENDRET TO TRUE
           ADD 1 TO WS-REG-ANTAL
           SET RG-IDX TO WS-REG-ANTAL
           MOVE UOT-ORDRE-ID(WS-ORDRE-IDX) TO RGT-ORDRE-ID(RG-IDX)
           MOVE UOT-CPR(WS-ORDRE-IDX) TO RGT-CPR(RG-IDX)
           MOVE KOT-KONTO-ID(KO-IDX) TO RGT-KONTO-ID(RG-IDX)
           MOVE WS-FRYS-BELOEB TO RGT-BELOEB(RG-IDX)
           MOVE WS-KOERSELS-DATO TO RGT-MODTAGET(RG-IDX)
           MOVE WS-FORFALD-DATO TO RGT-FORFALD(RG-IDX)
           MOVE "A" TO RGT-STATUS(RG-IDX)
           MOVE 0 TO RGT-UDBETALT(RG-IDX)
           MOVE SPACES TO RGT-AFSLUTTET(RG-IDX)
           SET REG-ER-AENDRET TO TRUE
           SUBTRACT WS-FRYS-BELOEB FROM WS-RESTBELOEB
           ADD WS-FRYS-BELOEB TO WS-FRYST-I-ALT
           ADD 1 TO WS-FRYST-TAELLER
           MOVE WS-FRYS-BELOEB TO WS-BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING "ORDRE " UOT-ORDRE-ID(WS-ORDRE-IDX) " KONTO "
               KOT-KONTO-ID(KO-IDX) " FROSSET " WS-BELOEB-VIS
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       NOTER-INGEN-MIDLER.
      * Ordren noteres uden konto, saa en senere ophaevelse eller en
      * genfremsendelse af samme ordre kan genkendes.
       IF WS-REG-ANTAL < 500
           ADD 1 TO WS-REG-ANTAL
           SET RG-IDX TO WS-REG-ANTAL
           MOVE UOT-ORDRE-ID(WS-ORDRE-IDX) TO RGT-ORDRE-ID(RG-IDX)
           MOVE UOT-CPR(WS-ORDRE-IDX) TO RGT-CPR(RG-IDX)
           MOVE SPACES TO RGT-KONTO-ID(RG-IDX)
           MOVE 0 TO RGT-BELOEB(RG-IDX)
           MOVE WS-KOERSELS-DATO TO RGT-MODTAGET(RG-IDX)
           MOVE SPACES TO RGT-FORFALD(RG-IDX)
           MOVE "I" TO RGT-STATUS(RG-IDX)
           MOVE 0 TO RGT-UDBETALT(RG-IDX)
           MOVE WS-KOERSELS-DATO TO RGT-AFSLUTTET(RG-IDX)
           SET REG-ER-AENDRET TO TRUE
       END-IF.
       MOVE "INGEN MIDLER" TO WS-RT-STATUS.
       MOVE 0 TO WS-RT-BELOEB.
       PERFORM SKRIV-RETUR-ORDRE.
       ADD 1 TO WS-INGEN-TAELLER.
       PERFORM MASKER-ORDRE-CPR.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "ORDRE " UOT-ORDRE-ID(WS-ORDRE-IDX)
           " CPR " WS-MASK-VISNING " INGEN MIDLER"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       MASKER-ORDRE-CPR.
       CALL "CPR-MASKERING" USING WS-MASK-OPERATOER WS-MASK-FORMAAL
           UOT-CPR(WS-ORDRE-IDX) WS-MASK-VISNING.

       OPHAEV-UDLAEG.
      * Frigiv alle ordrens aktive frysninger. Er ordren allerede
      * udbetalt eller ukendt, meldes det tilbage.
       PERFORM FIND-ORDRE-I-REGISTER.
       IF NOT ORDRE-ER-KENDT
           MOVE "UKENDT ORDRE" TO WS-RT-STATUS
           MOVE 0 TO WS-RT-BELOEB
           PERFORM SKRIV-RETUR-ORDRE
           ADD 1 TO WS-AFVIST-TAELLER
           MOVE SPACES TO RAPPORT-TEXT
           STRING "OPHAEVELSE " UOT-ORDRE-ID(WS-ORDRE-IDX)
               " AFVIST: ordren findes ikke i udlaegsregistret"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       ELSE
           MOVE 0 TO WS-FRYST-I-ALT
           MOVE 0 TO WS-FRYS-IDX
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REG-ANTAL
               IF RGT-ORDRE-ID(RG-IDX) = UOT-ORDRE-ID(WS-ORDRE-IDX)
                       AND RGT-STATUS(RG-IDX) = "A"
                   PERFORM FJERN-FRYSNING
                   MOVE "O" TO RGT-STATUS(RG-IDX)
                   MOVE WS-KOERSELS-DATO TO RGT-AFSLUTTET(RG-IDX)
                   SET REG-ER-AENDRET TO TRUE
                   ADD RGT-BELOEB(RG-IDX) TO WS-FRYST-I-ALT
                   ADD 1 TO WS-FRYS-IDX
               END-IF
           END-PERFORM
           IF WS-FRYS-IDX > 0
               MOVE "OPHAEVET" TO WS-RT-STATUS
               ADD 1 TO WS-OPHAEVET-TAELLER
           ELSE
               MOVE "IKKE AKTIV" TO WS-RT-STATUS
           END-IF
           MOVE WS-FRYST-I-ALT TO WS-RT-BELOEB
           PERFORM SKRIV-RETUR-ORDRE
           MOVE WS-FRYST-I-ALT TO WS-BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING "OPHAEVELSE " UOT-ORDRE-ID(WS-ORDRE-IDX) " "
               FUNCTION TRIM(WS-RT-STATUS) " - FRIGIVET " WS-BELOEB-VIS
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       FIND-ORDRE-I-REGISTER.
       MOVE "N" TO WS-ORDRE-FUNDET.
       PERFORM VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REG-ANTAL OR ORDRE-ER-KENDT
           IF RGT-ORDRE-ID(RG-IDX) = UOT-ORDRE-ID(WS-ORDRE-IDX)
               MOVE "Y" TO WS-ORDRE-FUNDET
           END-IF
       END-PERFORM.

       FJERN-FRYSNING.
      * Fjern reservationen bag registerlinjen RG-IDX: samme konto,
      * type U, samme beloeb og frysningens udloebsdato. Er den
      * allerede fjernet i haanden, er der intet at frigive.
       MOVE 0 TO WS-FUNDET-IDX.
       PERFORM VARYING RE-IDX FROM 1 BY 1
               UNTIL RE-IDX > WS-RES-ANTAL OR WS-FUNDET-IDX > 0
           IF RET-KONTO-ID(RE-IDX) = RGT-KONTO-ID(RG-IDX)
                   AND RET-TYPE(RE-IDX) = "U"
                   AND RET-BELOEB(RE-IDX) = RGT-BELOEB(RG-IDX)
                   AND RET-UDLOEB(RE-IDX) = WS-FRYS-UDLOEB
               SET WS-FUNDET-IDX TO RE-IDX
           END-IF
       END-PERFORM.
       IF WS-FUNDET-IDX > 0
           PERFORM VARYING RE-IDX FROM WS-FUNDET-IDX BY 1
                   UNTIL RE-IDX >= WS-RES-ANTAL
               MOVE RES-ENTRY(RE-IDX + 1) TO RES-ENTRY(RE-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-RES-ANTAL
           SET RES-ER-AENDRET TO TRUE
       END-IF.

       UDBETAL-FORFALDNE.
      * Aktive frysninger hvis ventetid er udloebet, udbetales til
      * myndighedens konto. Linjerne for en ordre ligger samlet i
      * registret, saa returfilen faar en linje pr. ordre.
       IF WS-MODTAGER-IDX = 0
           IF WS-MODTAGER-KONTO NOT = SPACES
               DISPLAY "ADVARSEL: Myndighedens konto "
                   WS-MODTAGER-KONTO " findes ikke i KontoOpl.txt "
                   "- der udbetales ikke i dag."
           END-IF
       ELSE
           MOVE SPACES TO WS-SIDSTE-ORDRE
           MOVE 0 TO WS-ORDRE-UDBETALT
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REG-ANTAL
               IF RGT-STATUS(RG-IDX) = "A"
                       AND RGT-FORFALD(RG-IDX)
                           NOT > WS-KOERSELS-DATO
                   IF RGT-ORDRE-ID(RG-IDX) NOT = WS-SIDSTE-ORDRE
                       PERFORM AFSLUT-ORDRE-UDBETALING
                       MOVE RGT-ORDRE-ID(RG-IDX) TO WS-SIDSTE-ORDRE
                       MOVE RGT-CPR(RG-IDX) TO WS-SIDSTE-CPR
                   END-IF
                   PERFORM UDBETAL-FRYSNING
               END-IF
           END-PERFORM
           PERFORM AFSLUT-ORDRE-UDBETALING
       END-IF.

       UDBETAL-FRYSNING.
      * Udbetal det frosne beloeb, dog hoejst hvad der staar paa
      * kontoen ud over kontoens oevrige reservationer (systemposte-
      * ringer som gebyr og rente kan have taget af saldoen siden
      * frysningen). Reservationen saettes til at udloebe i dag.
       MOVE RGT-KONTO-ID(RG-IDX) TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       MOVE 0 TO WS-UDBETAL-BELOEB.
       IF WS-FUNDET-IDX > 0
           SET KO-IDX TO WS-FUNDET-IDX
           PERFORM SUMMER-RESERVATIONER
           PERFORM UDLOEB-FRYSNING-I-DAG
           COMPUTE WS-DISPONIBEL = KOT-BALANCE(KO-IDX) - WS-RES-SUM
           IF WS-DISPONIBEL > RGT-BELOEB(RG-IDX)
               MOVE RGT-BELOEB(RG-IDX) TO WS-UDBETAL-BELOEB
           ELSE
               IF WS-DISPONIBEL > 0
                   MOVE WS-DISPONIBEL TO WS-UDBETAL-BELOEB
               END-IF
           END-IF
       END-IF.
       IF WS-UDBETAL-BELOEB > 0
           PERFORM SKRIV-POSTERINGSPAR
           SUBTRACT WS-UDBETAL-BELOEB FROM KOT-BALANCE(KO-IDX)
           ADD WS-UDBETAL-BELOEB TO KOT-BALANCE(WS-MODTAGER-IDX)
           ADD WS-UDBETAL-BELOEB TO WS-ORDRE-UDBETALT
       END-IF.
       MOVE "U" TO RGT-STATUS(RG-IDX).
       MOVE WS-UDBETAL-BELOEB TO RGT-UDBETALT(RG-IDX).
       MOVE WS-KOERSELS-DATO TO RGT-AFSLUTTET(RG-IDX).
       SET REG-ER-AENDRET TO TRUE.
       ADD 1 TO WS-UDBETALT-TAELLER.
       MOVE WS-UDBETAL-BELOEB TO WS-BELOEB-VIS.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "ORDRE " RGT-ORDRE-ID(RG-IDX) " KONTO "
           RGT-KONTO-ID(RG-IDX) " UDBETALT " WS-BELOEB-VIS
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       UDLOEB-FRYSNING-I-DAG.
      * Find frysningens reservation; den traekkes ud af
      * WS-RES-SUM (saa kun de oevrige reservationer taeller) og
      * faar udloeb i dag. Mangler den, er den fjernet i haanden.
       MOVE 0 TO WS-FUNDET-IDX.
       PERFORM VARYING RE-IDX FROM 1 BY 1
               UNTIL RE-IDX > WS-RES-ANTAL OR WS-FUNDET-IDX > 0
           IF RET-KONTO-ID(RE-IDX) = RGT-KONTO-ID(RG-IDX)
                   AND RET-TYPE(RE-IDX) = "U"
                   AND RET-BELOEB(RE-IDX) = RGT-BELOEB(RG-IDX)
                   AND RET-UDLOEB(RE-IDX) = WS-FRYS-UDLOEB
               SET WS-FUNDET-IDX TO RE-IDX
           END-IF
       END-PERFORM.
       IF WS-FUNDET-IDX > 0
           SUBTRACT RET-BELOEB(WS-FUNDET-IDX) FROM WS-RES-SUM
           MOVE WS-KOERSELS-DATO TO RET-UDLOEB(WS-FUNDET-IDX)
           SET RES-ER-AENDRET TO TRUE
       ELSE
           MOVE SPACES TO RAPPORT-TEXT
           STRING "ORDRE " RGT-ORDRE-ID(RG-IDX) " KONTO "
               RGT-KONTO-ID(RG-IDX) " ADVARSEL: frysningen er "
               "fjernet i RESERVATIONER.txt"
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       AFSLUT-ORDRE-UDBETALING.
      * Returlinjen for den foregaaende ordres udbetaling.
       IF WS-SIDSTE-ORDRE NOT = SPACES
           MOVE SPACES TO RETUR-RECORD
           MOVE WS-SIDSTE-ORDRE TO RT-ORDRE-ID
           MOVE WS-SIDSTE-CPR TO RT-CPR
           IF WS-ORDRE-UDBETALT > 0
               MOVE "UDBETALT" TO RT-STATUS
           ELSE
               MOVE "INGEN MIDLER" TO RT-STATUS
           END-IF
           MOVE WS-ORDRE-UDBETALT TO RT-BELOEB
           MOVE WS-KOERSELS-DATO TO RT-DATO
           WRITE RETUR-RECORD
       END-IF.
       MOVE 0 TO WS-ORDRE-UDBETALT.

       SKRIV-RETUR-ORDRE.
      * Returlinje for den aktuelle ordre i ordretabellen; status og
      * beloeb er sat af kalderen i WS-RT-STATUS og WS-RT-BELOEB.
       MOVE SPACES TO RETUR-RECORD.
       MOVE UOT-ORDRE-ID(WS-ORDRE-IDX) TO RT-ORDRE-ID.
       MOVE WS-RT-STATUS TO RT-STATUS.
       MOVE WS-RT-BELOEB TO RT-BELOEB.
       MOVE UOT-CPR(WS-ORDRE-IDX) TO RT-CPR.
       MOVE WS-KOERSELS-DATO TO RT-DATO.
       WRITE RETUR-RECORD.

       FIND-KONTO.
       MOVE 0 TO WS-FUNDET-IDX.
       SET KO-IDX TO 1.
       SEARCH KONTO-TABEL-ENTRY
           AT END
               MOVE 0 TO WS-FUNDET-IDX
           WHEN KO-IDX > WS-KONTO-ANTAL
               MOVE 0 TO WS-FUNDET-IDX
           WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
               SET WS-FUNDET-IDX TO KO-IDX
       END-SEARCH.

       DAN-REFERENCE.
      * Traek naeste loebenummer og dan parrets faelles reference,
      * koerselsdato + programbogstav U + firecifret loebenummer.
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
       STRING WS-KOERSELS-DATO "U" WS-REFNR
           INTO WS-REFERENCE.

       SKRIV-POSTERINGSPAR.
      * Debet paa skyldnerens konto med teksten "UDLAEG GST" og
      * ordrenummeret - den tekst genkender posteringsmotoren som
      * udbetaling af et frosset beloeb - og kredit paa myndighedens
      * konto.
       PERFORM DAN-REFERENCE.
       COMPUTE WS-BELOEB-X100 ROUNDED = WS-UDBETAL-BELOEB * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE RGT-KONTO-ID(RG-IDX) TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "D" TO PO-DK.
       STRING "UDLAEG GST " RGT-ORDRE-ID(RG-IDX)
           DELIMITED BY SIZE INTO PO-TEKST.
       MOVE "UDLG" TO PO-TRANSKODE.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-MODTAGER-KONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "K" TO PO-DK.
       STRING "UDLAEG FRA " RGT-KONTO-ID(RG-IDX)
           DELIMITED BY SIZE INTO PO-TEKST.
       MOVE "UDLM" TO PO-TRANSKODE.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-RESERVATIONER.
       OPEN OUTPUT RESERVATION-FIL.
       IF WS-RESERVATION-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/RESERVATIONER.txt, "
               "status=" WS-RESERVATION-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM VARYING RE-IDX FROM 1 BY 1
               UNTIL RE-IDX > WS-RES-ANTAL
           MOVE RET-KONTO-ID(RE-IDX) TO RE-KONTO-ID
           MOVE RET-TYPE(RE-IDX) TO RE-TYPE
           MOVE RET-BELOEB(RE-IDX) TO RE-BELOEB
           MOVE RET-UDLOEB(RE-IDX) TO RE-UDLOEB
           MOVE RET-KORT-TOKEN(RE-IDX) TO RE-KORT-TOKEN
           MOVE RET-AUTORISATION(RE-IDX) TO RE-AUTORISATION
           MOVE RET-AFREGNET(RE-IDX) TO RE-AFREGNET
           WRITE RESERVATION-RECORD
       END-PERFORM.
       CLOSE RESERVATION-FIL.

       SKRIV-REGISTER.
       OPEN OUTPUT REGISTER-FIL.
       IF WS-REGISTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/UDLAEG-REGISTER.txt, "
               "status=" WS-REGISTER-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REG-ANTAL
           MOVE RGT-ORDRE-ID(RG-IDX) TO UR-ORDRE-ID
           MOVE RGT-CPR(RG-IDX) TO UR-CPR
           MOVE RGT-KONTO-ID(RG-IDX) TO UR-KONTO-ID
           MOVE RGT-BELOEB(RG-IDX) TO UR-BELOEB
           MOVE RGT-MODTAGET(RG-IDX) TO UR-MODTAGET
           MOVE RGT-FORFALD(RG-IDX) TO UR-FORFALD
           MOVE RGT-STATUS(RG-IDX) TO UR-STATUS
           MOVE RGT-UDBETALT(RG-IDX) TO UR-UDBETALT
           MOVE RGT-AFSLUTTET(RG-IDX) TO UR-AFSLUTTET
           WRITE REGISTER-RECORD
       END-PERFORM.
       CLOSE REGISTER-FIL.

       FLYT-ORDRER-TIL-BEHANDLET.
      * Ordrerne er faerdigbehandlede - flyt filen til et dateret
      * navn under files/behandlet/, samme moenster som
      * UDLAND-BETALING-KOERSEL, saa de ikke behandles to gange.
       MOVE SPACES TO WS-BEHANDLET-KOMMANDO.
       STRING
           "mkdir -p files/behandlet && mv -f "
           "files/UDLAEG-ORDRER.txt "
           "files/behandlet/UDLAEG-ORDRER_" WS-KOERSELS-DATO
           ".txt"
           INTO WS-BEHANDLET-KOMMANDO.
       CALL "SYSTEM" USING WS-BEHANDLET-KOMMANDO.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
