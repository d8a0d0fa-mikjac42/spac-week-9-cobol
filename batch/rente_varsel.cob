       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTE-VARSEL.

      * Lovpligtigt varsel om renteaendringer: naar en ny linje med
      * gyldig-fra ude i fremtiden er lagt i files/RENTESATSER.txt,
      * skal de beroerte kunder have skriftligt varsel et fast antal
      * dage foer aendringen traeder i kraft (VARSELDAGE i
      * files/RENTEVARSEL-KONFIG.txt). Programmet holder listen over
      * allerede kendte satslinjer i files/RENTEVARSEL-KENDTE.txt;
      * en satslinje der ikke staar der, er ny.
      *   - En ny linje hvis gyldig-fra ligger mindre end VARSELDAGE
      *     ude i fremtiden (eller slet ikke i fremtiden), afvises:
      *     den fjernes fra RENTESATSER.txt, saa den aldrig naar at
      *     slaa igennem i rentetilskrivningen, og laegges med aarsag i
      *     files/RENTESATSER-AFVIST.txt. Rentesatsafdelingen maa
      *     indlaegge den igen med en lovlig dato.
      *   - For en rettidig ny linje findes hver aaben konto af
      *     typen hvis saldo naar ind i linjens baand (alle konti ved
      *     baand nul), og hver kunde faar et brev med konto, hidtil
      *     gaeldende sats, ny sats og ikrafttraedelsesdato. Konti med
      *     en individuel fast rente (files/RENTEAFTALER.txt) beroeres
      *     ikke; et aftalt tillaeg/fradrag laegges til begge satser.
      * Brevet bygges som VELKOMSTBREV: brevhovedet for kundens
      * pengeinstitut (BREVHOVED-FORMAT), KUNDE-NAVN-FORMAT, den
      * landekode-afhaengige adresseblok og skabelonen
      * files/RENTEVARSEL-SKABELON.txt (engelsk:
      * files/RENTEVARSEL-SKABELON-EN.txt efter kundens
      * korrespondancesprog), hvor &NAVN flettes med navnet
      * og linjen med &AENDRINGER afloeses af aendringslinjerne.
      * Afdoede (AFDOED-MARKERING D) og ophoerte kunder faar intet
      * brev; kunder med returpost-markeret adresse (ADRESSE-STATUS U)
      * faar heller intet brev, men staar i kontrollisten
      * files/RENTEVARSEL-KONTROL.txt til manuel opfoelgning.
      * Ved foerste koersel (ingen liste over kendte linjer) optages
      * alle eksisterende satslinjer som kendte uden varsel.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONFIG-FIL ASSIGN TO "files/RENTEVARSEL-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT RENTESATS-FIL ASSIGN TO "files/RENTESATSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTESATS-STATUS.

           SELECT KENDT-FIL ASSIGN TO "files/RENTEVARSEL-KENDTE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KENDT-STATUS.

           SELECT AFVIST-FIL ASSIGN TO "files/RENTESATSER-AFVIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFVIST-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SKABELON-FIL ASSIGN DYNAMIC WS-SKABELON-STI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKABELON-STATUS.

           SELECT BREV-FIL ASSIGN TO "files/RENTEVARSEL-BREVE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREV-STATUS.

           SELECT KONTROL-FIL ASSIGN TO "files/RENTEVARSEL-KONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 KF-NOEGLE        PIC X(12).
           05 FILLER           PIC X(1).
           05 KF-VAERDI        PIC X(20).
           05 FILLER           PIC X(47).

      * Samme satslinje som RENTE-TILSKRIVNING laeser; hele linjen
      * gemmes ogsaa raa, saa filen kan skrives tilbage uaendret
      * bortset fra de afviste linjer.
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
       01  RENTESATS-LINJE     PIC X(80).

      * Kendt satslinje: linjens foerste 47 tegn (type, gyldig-fra,
      * baand og sats), E = kendt ved foerste koersel, V = varslet;
      * datoen er dagen linjen blev optaget.
       FD  KENDT-FIL.
       01  KENDT-POST.
           05 KE-SATSLINJE     PIC X(47).
           05 FILLER           PIC X(1).
           05 KE-STATUS        PIC X(1).
           05 FILLER           PIC X(1).
           05 KE-DATO          PIC X(8).

       FD  AFVIST-FIL.
       01  AFVIST-RECORD.
           05 AFVIST-TEKST     PIC X(100).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  SKABELON-FIL.
       01  SKABELON-RECORD.
           05 SKABELON-TEKST   PIC X(80).

       FD  BREV-FIL.
       01  BREV-RECORD.
           05 BREV-TEKST       PIC X(100).

       FD  KONTROL-FIL.
       01  KONTROL-RECORD.
           05 KONTROL-TEKST    PIC X(60).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-RENTESATS-STATUS PIC XX     VALUE "00".
       01  WS-KENDT-STATUS     PIC XX     VALUE "00".
       01  WS-AFVIST-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-SKABELON-STATUS  PIC XX     VALUE "00".
       01  WS-BREV-STATUS      PIC XX     VALUE "00".
       01  WS-KONTROL-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Varselsfristen i dage; standard 30 naar konfigurationen
      * mangler.
       01  WS-VARSELDAGE       PIC 9(3)   VALUE 30.
       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.
       01  WS-FRIST-DATO       PIC X(8)   VALUE SPACES.
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-DATO-INT         PIC 9(8)   VALUE 0.

       01  WS-FOERSTE-KOERSEL  PIC X      VALUE "N".
           88  ER-FOERSTE-KOERSEL         VALUE "Y".

      * Alle linjer i RENTESATSER.txt i fil-raekkefoelge. Status:
      * K = kendt, E = optaget ved foerste koersel, N = ny og skal
      * varsles, A = afvist, blank = ingen satslinje (kommentar el.
      * lign.), som bare skrives tilbage.
       01  WS-SATS-ANTAL       PIC 9(3)   VALUE 0.
       01  SATS-TABEL.
           05  SATS-ENTRY OCCURS 200 TIMES.
               10  STT-LINJE       PIC X(80)      VALUE SPACES.
               10  STT-KONTO-TYPE  PIC X(20)      VALUE SPACES.
               10  STT-GYLDIG-FRA  PIC X(8)       VALUE SPACES.
               10  STT-BAND-FRA    PIC 9(7)V99    VALUE 0.
               10  STT-SATS        PIC S9(2)V9(4) VALUE 0.
               10  STT-STATUS      PIC X(1)       VALUE SPACES.
               10  STT-KONTI       PIC 9(5)       VALUE 0.
       01  WS-SATS-IDX         PIC 9(3)   VALUE 0.
       01  WS-SATS-IDX2        PIC 9(3)   VALUE 0.

      * Kendte satslinjer, indlaest ved opstart og skrevet tilbage
      * med dagens nye linjer tilfoejet.
       01  WS-KENDT-ANTAL      PIC 9(3)   VALUE 0.
       01  KENDT-TABEL.
           05  KENDT-ENTRY OCCURS 200 TIMES
                            INDEXED BY KE-IDX.
               10  KET-SATSLINJE   PIC X(47)  VALUE SPACES.
               10  KET-STATUS      PIC X(1)   VALUE SPACES.
               10  KET-DATO        PIC X(8)   VALUE SPACES.
       01  WS-KENDT-FUNDET     PIC X      VALUE "N".
           88  ER-KENDT                   VALUE "Y".

      * Konti, indlaest fra KontoOpl.txt naar der er noget at varsle
       01  WS-KONTO-ANTAL      PIC 9(4)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KUNDE-ID    PIC X(10)   VALUE SPACES.
               10  KOT-KONTO-ID    PIC X(10)   VALUE SPACES.
               10  KOT-KONTO-TYPE  PIC X(20)   VALUE SPACES.
               10  KOT-BALANCE     PIC 9(7)V99 VALUE 0.
               10  KOT-STATUS      PIC X(1)    VALUE SPACES.

      * Beroerte konti: en linje pr. konto pr. ny satslinje, med
      * hidtidig og ny sats inkl. et aftalt tillaeg/fradrag.
       01  WS-VARSEL-ANTAL     PIC 9(4)   VALUE 0.
       01  VARSEL-TABEL.
           05  VARSEL-ENTRY OCCURS 3000 TIMES.
               10  VT-KUNDE-ID     PIC X(10)      VALUE SPACES.
               10  VT-KONTO-ID     PIC X(10)      VALUE SPACES.
               10  VT-SATS-IDX     PIC 9(3)       VALUE 0.
               10  VT-GL-FUNDET    PIC X(1)       VALUE "N".
               10  VT-GL-SATS      PIC S9(2)V9(4) VALUE 0.
               10  VT-NY-SATS      PIC S9(2)V9(4) VALUE 0.
               10  VT-BEHANDLET    PIC X(1)       VALUE "N".
       01  WS-VARSEL-IDX       PIC 9(4)   VALUE 0.
       01  WS-VARSEL-IDX2      PIC 9(4)   VALUE 0.
       01  WS-KUNDE-ID         PIC X(10)  VALUE SPACES.
       01  WS-KUNDE-KONTI      PIC 9(4)   VALUE 0.

      * Hidtil gaeldende sats for den nye linjes type og baand
       01  WS-GL-FUNDET        PIC X      VALUE "N".
           88  GL-SATS-FUNDET             VALUE "Y".
       01  WS-GL-SATS          PIC S9(2)V9(4) VALUE 0.
       01  WS-GL-BAND          PIC 9(7)V99    VALUE 0.
       01  WS-GL-FRA           PIC X(8)       VALUE SPACES.

      * Svar fra RENTEAFTALE-OPSLAG
       01  WS-AFTALE-ART       PIC X(1)       VALUE SPACES.
       01  WS-AFTALE-SATS      PIC S9(2)V9(4) VALUE 0.
       01  WS-AFTALE-SKIFT     PIC X(8)       VALUE SPACES.
       01  WS-NY-SATS          PIC S9(2)V9(4) VALUE 0.
       01  WS-GL-SATS-KONTO    PIC S9(2)V9(4) VALUE 0.

      * Brevskabelonerne, indlaest naar der er noget at varsle -
      * den danske som sprog 1 og den engelske som sprog 2.
       01  WS-SKABELON-STI     PIC X(60)  VALUE SPACES.
       01  SKABELON-TABEL.
           05  SKABELON-SPROG OCCURS 2 TIMES.
               10  WS-SKABELON-ANTAL PIC 9(2) VALUE 0.
               10  SKABELON-LINJE OCCURS 30 TIMES
                                   PIC X(80) VALUE SPACES.
       01  WS-SKABELON-IDX     PIC 9(2)   VALUE 0.
      * Kundens korrespondancesprog - se shared/brev_sprog.cob.
       01  WS-SPROG            PIC X      VALUE "D".
           88  SPROG-ER-ENGELSK           VALUE "E".
       01  WS-SPROG-IDX        PIC 9      VALUE 1.
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.
       01  WS-FLET-DEL1        PIC X(80)  VALUE SPACES.
       01  WS-FLET-DEL2        PIC X(80)  VALUE SPACES.
       01  WS-MARKOER-ANTAL    PIC 9(2)   VALUE 0.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Afsenderens brevhoved (BREVHOVED-FORMAT)
       01  WS-BREVHOVED.
           05 WS-HOVED-LINJE   PIC X(60) OCCURS 3 TIMES.
       01  WS-BREVHOVED-SVAR   PIC X      VALUE SPACE.
       01  WS-HOVED-IDX        PIC 9      VALUE 0.

       01  WS-SATS-EDIT        PIC --9,9999.
       01  WS-GL-SATS-EDIT     PIC --9,9999.
       01  WS-BAND-EDIT        PIC Z.ZZZ.ZZ9,99.
       01  WS-ANTAL-EDIT       PIC ZZZ9.
       01  WS-DAGE-EDIT        PIC ZZ9.
       01  WS-DATO-VIS         PIC X(12)  VALUE SPACES.
       01  WS-SATS-TEKST       PIC X(12)  VALUE SPACES.
       01  WS-GL-SATS-TEKST    PIC X(12)  VALUE SPACES.
       01  WS-BAND-TEKST       PIC X(30)  VALUE SPACES.

       01  WS-NY-ANTAL         PIC 9(3)   VALUE 0.
       01  WS-AFVIST-ANTAL     PIC 9(3)   VALUE 0.
       01  WS-OPTAGET-ANTAL    PIC 9(3)   VALUE 0.
       01  WS-BREV-TAELLER     PIC 9(5)   VALUE 0.
       01  WS-UDSAT-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-UDELADT-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-UKENDT-TAELLER   PIC 9(5)   VALUE 0.
       01  WS-FAST-TAELLER     PIC 9(5)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "RENTE-VARSEL".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM INDLAES-KONFIG.
       MOVE WS-KOERSELS-DATO TO WS-DATO-9.
       COMPUTE WS-DATO-INT
           = FUNCTION INTEGER-OF-DATE(WS-DATO-9) + WS-VARSELDAGE.
       COMPUTE WS-DATO-9 = FUNCTION DATE-OF-INTEGER(WS-DATO-INT).
       MOVE WS-DATO-9 TO WS-FRIST-DATO.
       PERFORM INDLAES-KENDTE.
       PERFORM INDLAES-RENTESATSER.

       PERFORM VURDER-SATSLINJE
           VARYING WS-SATS-IDX FROM 1 BY 1
           UNTIL WS-SATS-IDX > WS-SATS-ANTAL.
       IF ER-FOERSTE-KOERSEL
           DISPLAY "RENTE-VARSEL: ingen liste over kendte satslinjer "
               "- " WS-OPTAGET-ANTAL " eksisterende linjer optaget "
               "uden varsel."
       END-IF.

       IF WS-AFVIST-ANTAL > 0
           PERFORM FJERN-AFVISTE-LINJER
       END-IF.
       IF WS-NY-ANTAL > 0
           PERFORM PRODUCER-VARSLER
       END-IF.
       PERFORM SKRIV-KENDTE-TILBAGE.

       DISPLAY "RENTE-VARSEL: nye satslinjer varslet=" WS-NY-ANTAL
           " afvist=" WS-AFVIST-ANTAL
           " breve=" WS-BREV-TAELLER
           " udsat pga. returadresse=" WS-UDSAT-TAELLER.
       IF WS-NY-ANTAL > 0
           DISPLAY "RENTE-VARSEL: afdoede/ophoerte kunder udeladt="
               WS-UDELADT-TAELLER
               " ukendte kunder=" WS-UKENDT-TAELLER
               " konti med fast individuel rente=" WS-FAST-TAELLER
       END-IF.
       MOVE WS-BREV-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
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
                       IF KF-NOEGLE = "VARSELDAGE"
                               AND KF-VAERDI(1:3) NUMERIC
                           MOVE KF-VAERDI(1:3) TO WS-VARSELDAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONFIG-FIL
       ELSE
           DISPLAY "ADVARSEL: files/RENTEVARSEL-KONFIG.txt mangler - "
               "standardfristen paa " WS-VARSELDAGE " dage bruges."
       END-IF.

       INDLAES-KENDTE.
       OPEN INPUT KENDT-FIL.
       IF WS-KENDT-STATUS = "35"
           SET ER-FOERSTE-KOERSEL TO TRUE
       ELSE
           IF WS-KENDT-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/RENTEVARSEL-KENDTE.txt, status="
                   WS-KENDT-STATUS
               MOVE "FEJL" TO WS-NOTIF-STATUS
               CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
                   WS-NOTIF-STATUS WS-NOTIF-ANTAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-KENDT-STATUS NOT = "00"
               READ KENDT-FIL INTO KENDT-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KE-SATSLINJE NOT = SPACES
                               AND WS-KENDT-ANTAL < 200
                           ADD 1 TO WS-KENDT-ANTAL
                           MOVE KE-SATSLINJE
                               TO KET-SATSLINJE(WS-KENDT-ANTAL)
                           MOVE KE-STATUS TO KET-STATUS(WS-KENDT-ANTAL)
                           MOVE KE-DATO TO KET-DATO(WS-KENDT-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KENDT-FIL
       END-IF.

       INDLAES-RENTESATSER.
      * Hele filen holdes i hukommelsen, fordi afviste linjer skal
      * fjernes ved at skrive den tilbage; er der flere linjer end
      * tabellen kan rumme, kan det ikke ske sikkert.
       OPEN INPUT RENTESATS-FIL.
       IF WS-RENTESATS-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/RENTESATSER.txt, "
               "status=" WS-RENTESATS-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-RENTESATS-STATUS NOT = "00"
           READ RENTESATS-FIL
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-SATS-ANTAL NOT < 200
                       DISPLAY "FEJL: Mere end 200 linjer i "
                           "files/RENTESATSER.txt."
                       CLOSE RENTESATS-FIL
                       MOVE "FEJL" TO WS-NOTIF-STATUS
                       CALL "KOERSEL-NOTIFIKATION" USING
                           WS-NOTIF-PROGRAM WS-NOTIF-STATUS
                           WS-NOTIF-ANTAL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SATS-ANTAL
                   MOVE RENTESATS-LINJE TO STT-LINJE(WS-SATS-ANTAL)
                   IF RS-GYLDIG-FRA NUMERIC
                           AND RS-BAND-FRA NUMERIC
                           AND RS-SATS NUMERIC
                       MOVE RS-KONTO-TYPE
                           TO STT-KONTO-TYPE(WS-SATS-ANTAL)
                       MOVE RS-GYLDIG-FRA
                           TO STT-GYLDIG-FRA(WS-SATS-ANTAL)
                       MOVE RS-BAND-FRA TO STT-BAND-FRA(WS-SATS-ANTAL)
                       IF RS-FORTEGN = "-"
                           COMPUTE STT-SATS(WS-SATS-ANTAL)
                               = 0 - RS-SATS
                       ELSE
                           MOVE RS-SATS TO STT-SATS(WS-SATS-ANTAL)
                       END-IF
                       MOVE "K" TO STT-STATUS(WS-SATS-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE RENTESATS-FIL.

       VURDER-SATSLINJE.
      * Kendt linje: intet at goere. Ny linje: optages ved foerste
      * koersel, afvises naar varselsfristen ikke kan naas, og skal
      * ellers varsles.
       IF STT-STATUS(WS-SATS-IDX) = "K"
           PERFORM SOEG-KENDT
           IF NOT ER-KENDT
               EVALUATE TRUE
                   WHEN ER-FOERSTE-KOERSEL
                       MOVE "E" TO STT-STATUS(WS-SATS-IDX)
                       PERFORM OPTAG-KENDT
                       ADD 1 TO WS-OPTAGET-ANTAL
                   WHEN STT-GYLDIG-FRA(WS-SATS-IDX) < WS-FRIST-DATO
                       MOVE "A" TO STT-STATUS(WS-SATS-IDX)
                       ADD 1 TO WS-AFVIST-ANTAL
                       DISPLAY "ADVARSEL: Renteaendring afvist - "
                           STT-KONTO-TYPE(WS-SATS-IDX) " fra "
                           STT-GYLDIG-FRA(WS-SATS-IDX)
                           " overholder ikke varselsfristen paa "
                           WS-VARSELDAGE " dage (tidligst "
                           WS-FRIST-DATO ")."
                   WHEN OTHER
                       MOVE "N" TO STT-STATUS(WS-SATS-IDX)
                       ADD 1 TO WS-NY-ANTAL
               END-EVALUATE
           END-IF
       END-IF.

       SOEG-KENDT.
       MOVE "N" TO WS-KENDT-FUNDET.
       SET KE-IDX TO 1.
       IF WS-KENDT-ANTAL > 0
           SEARCH KENDT-ENTRY
               AT END
                   MOVE "N" TO WS-KENDT-FUNDET
               WHEN KET-SATSLINJE(KE-IDX)
                       = STT-LINJE(WS-SATS-IDX)(1:47)
                   MOVE "Y" TO WS-KENDT-FUNDET
           END-SEARCH
       END-IF.

       OPTAG-KENDT.
       IF WS-KENDT-ANTAL < 200
           ADD 1 TO WS-KENDT-ANTAL
           MOVE STT-LINJE(WS-SATS-IDX)(1:47)
               TO KET-SATSLINJE(WS-KENDT-ANTAL)
           MOVE STT-STATUS(WS-SATS-IDX) TO KET-STATUS(WS-KENDT-ANTAL)
           MOVE WS-KOERSELS-DATO TO KET-DATO(WS-KENDT-ANTAL)
       ELSE
           DISPLAY "ADVARSEL: Listen over kendte satslinjer er fuld "
               "- " STT-KONTO-TYPE(WS-SATS-IDX) " fra "
               STT-GYLDIG-FRA(WS-SATS-IDX) " optages ikke."
       END-IF.

       FJERN-AFVISTE-LINJER.
      * RENTESATSER.txt skrives tilbage uden de afviste linjer, og de
      * afviste linjer foejes med aarsag til afvisningslisten.
       OPEN EXTEND AFVIST-FIL.
       IF WS-AFVIST-STATUS = "35"
           OPEN OUTPUT AFVIST-FIL
       END-IF.
       IF WS-AFVIST-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/RENTESATSER-AFVIST.txt, status="
               WS-AFVIST-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT RENTESATS-FIL.
       IF WS-RENTESATS-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/RENTESATSER.txt, "
               "status=" WS-RENTESATS-STATUS
           CLOSE AFVIST-FIL
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE WS-VARSELDAGE TO WS-DAGE-EDIT.
       PERFORM VARYING WS-SATS-IDX FROM 1 BY 1
               UNTIL WS-SATS-IDX > WS-SATS-ANTAL
           IF STT-STATUS(WS-SATS-IDX) = "A"
               MOVE SPACES TO AFVIST-TEKST
               IF STT-GYLDIG-FRA(WS-SATS-IDX) > WS-KOERSELS-DATO
                   STRING WS-KOERSELS-DATO " "
                       STT-LINJE(WS-SATS-IDX)(1:47) " VARSEL UNDER "
                       FUNCTION TRIM(WS-DAGE-EDIT) " DAGE"
                       DELIMITED BY SIZE INTO AFVIST-TEKST
               ELSE
                   STRING WS-KOERSELS-DATO " "
                       STT-LINJE(WS-SATS-IDX)(1:47)
                       " GYLDIG-FRA IKKE I FREMTIDEN"
                       DELIMITED BY SIZE INTO AFVIST-TEKST
               END-IF
               WRITE AFVIST-RECORD
           ELSE
               MOVE STT-LINJE(WS-SATS-IDX) TO RENTESATS-LINJE
               WRITE RENTESATS-LINJE
           END-IF
       END-PERFORM.
       CLOSE RENTESATS-FIL.
       CLOSE AFVIST-FIL.

       PRODUCER-VARSLER.
      * Kundemasteren skal kunne laeses: uden navn, adresse og
      * afdoeds-/returpostmarkering kan et lovpligtigt varsel ikke
      * sendes. De nye linjer optages saa ikke som kendte, og naeste
      * koersel tager dem op igen (og afviser dem, hvis fristen
      * imens er blevet for kort).
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS " - ingen renteaendringer varslet."
           PERFORM SKRIV-KENDTE-TILBAGE
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-SKABELON.
       OPEN OUTPUT BREV-FIL.
       OPEN OUTPUT KONTROL-FIL.
       IF WS-BREV-STATUS NOT = "00" OR WS-KONTROL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne brev- eller kontrolfilen, "
               "status=" WS-BREV-STATUS "/" WS-KONTROL-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM VARYING WS-SATS-IDX FROM 1 BY 1
               UNTIL WS-SATS-IDX > WS-SATS-ANTAL
           IF STT-STATUS(WS-SATS-IDX) = "N"
               PERFORM FIND-BEROERTE-KONTI
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-VARSEL-IDX FROM 1 BY 1
               UNTIL WS-VARSEL-IDX > WS-VARSEL-ANTAL
           IF VT-BEHANDLET(WS-VARSEL-IDX) = "N"
               PERFORM BEHANDL-KUNDE
           END-IF
       END-PERFORM.

       CLOSE MASTER-FIL.
       CLOSE BREV-FIL.
       CLOSE KONTROL-FIL.
      * Varslet: linjerne optages som kendte, saa de ikke varsles
      * igen.
       PERFORM VARYING WS-SATS-IDX FROM 1 BY 1
               UNTIL WS-SATS-IDX > WS-SATS-ANTAL
           IF STT-STATUS(WS-SATS-IDX) = "N"
               MOVE "V" TO STT-STATUS(WS-SATS-IDX)
               PERFORM OPTAG-KENDT
               MOVE STT-BAND-FRA(WS-SATS-IDX) TO WS-BAND-EDIT
               DISPLAY "Varslet: " STT-KONTO-TYPE(WS-SATS-IDX)
                   " fra " STT-GYLDIG-FRA(WS-SATS-IDX)
                   " baand " WS-BAND-EDIT
                   " - beroerte konti=" STT-KONTI(WS-SATS-IDX)
           END-IF
       END-PERFORM.

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
           CLOSE MASTER-FIL
           PERFORM SKRIV-KENDTE-TILBAGE
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF WS-KONTO-ANTAL < 2000
                       ADD 1 TO WS-KONTO-ANTAL
                       MOVE KUNDE-ID IN KONTO-RECORD
                           TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                       MOVE KONTO-ID IN KONTO-RECORD
                           TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                       MOVE KONTO-TYPE IN KONTO-RECORD
                           TO KOT-KONTO-TYPE(WS-KONTO-ANTAL)
                       MOVE BALANCE IN KONTO-RECORD
                           TO KOT-BALANCE(WS-KONTO-ANTAL)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-STATUS(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE KONTOOPL-FIL.

       INDLAES-SKABELON.
      * Den danske skabelon skal findes; mangler den engelske, faar
      * engelsksprogede kunder den danske.
       MOVE "files/RENTEVARSEL-SKABELON.txt" TO WS-SKABELON-STI.
       MOVE 1 TO WS-SPROG-IDX.
       PERFORM INDLAES-EN-SKABELON.
       IF WS-SKABELON-STATUS NOT = "10"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/RENTEVARSEL-SKABELON.txt, status="
               WS-SKABELON-STATUS
           CLOSE MASTER-FIL
           PERFORM SKRIV-KENDTE-TILBAGE
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "files/RENTEVARSEL-SKABELON-EN.txt" TO WS-SKABELON-STI.
       MOVE 2 TO WS-SPROG-IDX.
       PERFORM INDLAES-EN-SKABELON.
       IF WS-SKABELON-STATUS NOT = "10"
           DISPLAY "ADVARSEL: Kan ikke aabne "
               "files/RENTEVARSEL-SKABELON-EN.txt, status="
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

       FIND-BEROERTE-KONTI.
      * Aabne konti af linjens type hvis saldo naar ind i baandet;
      * baand nul gaelder hele saldoen og dermed alle konti af typen.
       PERFORM FIND-GAELDENDE-SATS.
       PERFORM VARYING KO-IDX FROM 1 BY 1
               UNTIL KO-IDX > WS-KONTO-ANTAL
           IF KOT-KONTO-TYPE(KO-IDX) = STT-KONTO-TYPE(WS-SATS-IDX)
                   AND KOT-STATUS(KO-IDX) NOT = "C"
                   AND (STT-BAND-FRA(WS-SATS-IDX) = 0
                       OR KOT-BALANCE(KO-IDX)
                           > STT-BAND-FRA(WS-SATS-IDX))
               PERFORM VURDER-KONTO
           END-IF
       END-PERFORM.

       FIND-GAELDENDE-SATS.
      * Satsen typen har i baandet dagen foer aendringen: blandt
      * linjerne med gyldig-fra foer den nye linjes og nedre graense
      * ikke over dens, tages den med hoejeste graense og, for samme
      * graense, seneste gyldig-fra - ligesom RENTE-TILSKRIVNING
      * bygger baandene for en dag.
       MOVE "N" TO WS-GL-FUNDET.
       MOVE 0 TO WS-GL-SATS WS-GL-BAND.
       MOVE SPACES TO WS-GL-FRA.
       PERFORM VARYING WS-SATS-IDX2 FROM 1 BY 1
               UNTIL WS-SATS-IDX2 > WS-SATS-ANTAL
           IF STT-STATUS(WS-SATS-IDX2) NOT = SPACE
                   AND STT-STATUS(WS-SATS-IDX2) NOT = "A"
                   AND STT-KONTO-TYPE(WS-SATS-IDX2)
                       = STT-KONTO-TYPE(WS-SATS-IDX)
                   AND STT-GYLDIG-FRA(WS-SATS-IDX2)
                       < STT-GYLDIG-FRA(WS-SATS-IDX)
                   AND STT-BAND-FRA(WS-SATS-IDX2)
                       NOT > STT-BAND-FRA(WS-SATS-IDX)
               IF NOT GL-SATS-FUNDET
                       OR STT-BAND-FRA(WS-SATS-IDX2) > WS-GL-BAND
                       OR (STT-BAND-FRA(WS-SATS-IDX2) = WS-GL-BAND
                           AND STT-GYLDIG-FRA(WS-SATS-IDX2)
                               > WS-GL-FRA)
                   MOVE "Y" TO WS-GL-FUNDET
                   MOVE STT-SATS(WS-SATS-IDX2) TO WS-GL-SATS
                   MOVE STT-BAND-FRA(WS-SATS-IDX2) TO WS-GL-BAND
                   MOVE STT-GYLDIG-FRA(WS-SATS-IDX2) TO WS-GL-FRA
               END-IF
           END-IF
       END-PERFORM.

       VURDER-KONTO.
      * En individuel fast rente paa ikrafttraedelsesdagen skaermer
      * kontoen for aendringen; et tillaeg/fradrag gaelder begge
      * satser. Bliver kontoens sats den samme, er den ikke beroert.
       CALL "RENTEAFTALE-OPSLAG" USING KOT-KONTO-ID(KO-IDX)
           STT-GYLDIG-FRA(WS-SATS-IDX) WS-AFTALE-ART WS-AFTALE-SATS
           WS-AFTALE-SKIFT.
       IF WS-AFTALE-ART = "F"
           ADD 1 TO WS-FAST-TAELLER
       ELSE
           MOVE STT-SATS(WS-SATS-IDX) TO WS-NY-SATS
           MOVE WS-GL-SATS TO WS-GL-SATS-KONTO
           IF WS-AFTALE-ART = "M"
               ADD WS-AFTALE-SATS TO WS-NY-SATS WS-GL-SATS-KONTO
           END-IF
           IF NOT GL-SATS-FUNDET OR WS-GL-SATS-KONTO NOT = WS-NY-SATS
               IF WS-VARSEL-ANTAL < 3000
                   ADD 1 TO WS-VARSEL-ANTAL
                   MOVE KOT-KUNDE-ID(KO-IDX)
                       TO VT-KUNDE-ID(WS-VARSEL-ANTAL)
                   MOVE KOT-KONTO-ID(KO-IDX)
                       TO VT-KONTO-ID(WS-VARSEL-ANTAL)
                   MOVE WS-SATS-IDX TO VT-SATS-IDX(WS-VARSEL-ANTAL)
                   MOVE WS-GL-FUNDET TO VT-GL-FUNDET(WS-VARSEL-ANTAL)
                   MOVE WS-GL-SATS-KONTO
                       TO VT-GL-SATS(WS-VARSEL-ANTAL)
                   MOVE WS-NY-SATS TO VT-NY-SATS(WS-VARSEL-ANTAL)
                   MOVE "N" TO VT-BEHANDLET(WS-VARSEL-ANTAL)
                   ADD 1 TO STT-KONTI(WS-SATS-IDX)
               ELSE
                   DISPLAY "ADVARSEL: For mange beroerte konti - "
                       KOT-KONTO-ID(KO-IDX) " varsles ikke."
               END-IF
           END-IF
       END-IF.

       BEHANDL-KUNDE.
      * Et brev pr. kunde med alle kundens beroerte konti.
       MOVE VT-KUNDE-ID(WS-VARSEL-IDX) TO WS-KUNDE-ID.
       MOVE 0 TO WS-KUNDE-KONTI.
       PERFORM VARYING WS-VARSEL-IDX2 FROM WS-VARSEL-IDX BY 1
               UNTIL WS-VARSEL-IDX2 > WS-VARSEL-ANTAL
           IF VT-KUNDE-ID(WS-VARSEL-IDX2) = WS-KUNDE-ID
               ADD 1 TO WS-KUNDE-KONTI
           END-IF
       END-PERFORM.
       MOVE WS-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               ADD 1 TO WS-UKENDT-TAELLER
               DISPLAY "ADVARSEL: Kunde " WS-KUNDE-ID
                   " findes ikke i kundemasteren - intet varsel."
               PERFORM SKRIV-KONTROL-IKKE-FUNDET
           NOT INVALID KEY
               IF KUNDE-STATUS IN MASTER-RECORD = "C"
                       OR AFDOED-MARKERING IN MASTER-RECORD = "D"
                   ADD 1 TO WS-UDELADT-TAELLER
               ELSE
                   IF ADRESSE-STATUS IN MASTER-RECORD = "U"
                       ADD 1 TO WS-UDSAT-TAELLER
                       PERFORM SKRIV-KONTROL-RETURADRESSE
                   ELSE
                       PERFORM SKRIV-VARSELSBREV
                   END-IF
               END-IF
       END-READ.
       PERFORM VARYING WS-VARSEL-IDX2 FROM WS-VARSEL-IDX BY 1
               UNTIL WS-VARSEL-IDX2 > WS-VARSEL-ANTAL
           IF VT-KUNDE-ID(WS-VARSEL-IDX2) = WS-KUNDE-ID
               MOVE "Y" TO VT-BEHANDLET(WS-VARSEL-IDX2)
           END-IF
       END-PERFORM.

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

       SKRIV-VARSELSBREV.
      * Adresseblok som VELKOMSTBREV, blank linje, derefter
      * skabelonen med &NAVN flettet ind og aendringslinjerne i
      * stedet for &AENDRINGER.
       ADD 1 TO WS-BREV-TAELLER.
       PERFORM AFGOER-SPROG.
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
           PERFORM SKRIV-SKABELON-LINJE
       END-PERFORM.
       MOVE SPACES TO BREV-TEKST.
       MOVE "------------------------------------" TO BREV-TEKST.
       WRITE BREV-RECORD.
      * Kontrollinje pr. produceret brev
       MOVE WS-KUNDE-KONTI TO WS-ANTAL-EDIT.
       MOVE SPACES TO KONTROL-TEKST.
       STRING WS-KOERSELS-DATO " " WS-KUNDE-ID " BREV KONTI="
           FUNCTION TRIM(WS-ANTAL-EDIT)
           DELIMITED BY SIZE INTO KONTROL-TEKST.
       WRITE KONTROL-RECORD.

       AFGOER-SPROG.
      * Kundens korrespondancesprog vaelger skabelonen og formen
      * paa datoer og tal i aendringslinjerne.
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

       SKRIV-SKABELON-LINJE.
      * Flet &NAVN ind i skabelonlinjen, hvis markoeren findes; en
      * linje med &AENDRINGER erstattes af kundens aendringslinjer;
      * linjer uden markoer skrives uaendret.
       MOVE 0 TO WS-MARKOER-ANTAL.
       INSPECT SKABELON-LINJE(WS-SPROG-IDX WS-SKABELON-IDX)
           TALLYING WS-MARKOER-ANTAL FOR ALL "&AENDRINGER".
       IF WS-MARKOER-ANTAL > 0
           PERFORM VARYING WS-VARSEL-IDX2 FROM WS-VARSEL-IDX BY 1
                   UNTIL WS-VARSEL-IDX2 > WS-VARSEL-ANTAL
               IF VT-KUNDE-ID(WS-VARSEL-IDX2) = WS-KUNDE-ID
                   PERFORM SKRIV-AENDRINGSLINJE
               END-IF
           END-PERFORM
       ELSE
           INSPECT SKABELON-LINJE(WS-SPROG-IDX WS-SKABELON-IDX)
               TALLYING WS-MARKOER-ANTAL FOR ALL "&NAVN"
           MOVE SPACES TO BREV-TEKST
           IF WS-MARKOER-ANTAL = 0
               MOVE SKABELON-LINJE(WS-SPROG-IDX WS-SKABELON-IDX)
                   TO BREV-TEKST
           ELSE
               MOVE SPACES TO WS-FLET-DEL1 WS-FLET-DEL2
               UNSTRING SKABELON-LINJE(WS-SPROG-IDX WS-SKABELON-IDX)
                   DELIMITED BY "&NAVN"
                   INTO WS-FLET-DEL1 WS-FLET-DEL2
               STRING FUNCTION TRIM(WS-FLET-DEL1 TRAILING)
                   " " FUNCTION TRIM(FULDT-NAVN)
                   FUNCTION TRIM(WS-FLET-DEL2 TRAILING)
                   DELIMITED BY SIZE
                   INTO BREV-TEKST
           END-IF
           WRITE BREV-RECORD
       END-IF.

       SKRIV-AENDRINGSLINJE.
      * Konto og type, ikrafttraedelsesdato, hidtidig og ny sats;
      * for et baand over nul ogsaa den saldo satsen gaelder over.
       MOVE VT-SATS-IDX(WS-VARSEL-IDX2) TO WS-SATS-IDX.
       MOVE STT-GYLDIG-FRA(WS-SATS-IDX) TO WS-SPROG-TEKST.
       MOVE "DATO" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.
       MOVE WS-SPROG-TEKST TO WS-DATO-VIS.
      * Satser og beloeb faar decimaltegn efter sproget.
       MOVE "BELB" TO WS-SPROG-FUNKTION.
       MOVE VT-NY-SATS(WS-VARSEL-IDX2) TO WS-SATS-EDIT.
       MOVE WS-SATS-EDIT TO WS-SPROG-TEKST.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
           WS-SPROG-TEKST.
       MOVE WS-SPROG-TEKST TO WS-SATS-TEKST.
       MOVE SPACES TO WS-BAND-TEKST.
       IF STT-BAND-FRA(WS-SATS-IDX) > 0
           MOVE STT-BAND-FRA(WS-SATS-IDX) TO WS-BAND-EDIT
           MOVE WS-BAND-EDIT TO WS-SPROG-TEKST
           CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
               WS-SPROG-TEKST
           IF SPROG-ER-ENGELSK
               STRING " on balances above "
                   FUNCTION TRIM(WS-SPROG-TEKST)
                   DELIMITED BY SIZE INTO WS-BAND-TEKST
           ELSE
               STRING " af saldo over " FUNCTION TRIM(WS-SPROG-TEKST)
                   DELIMITED BY SIZE INTO WS-BAND-TEKST
           END-IF
       END-IF.
       MOVE SPACES TO BREV-TEKST.
       IF VT-GL-FUNDET(WS-VARSEL-IDX2) = "Y"
           MOVE VT-GL-SATS(WS-VARSEL-IDX2) TO WS-GL-SATS-EDIT
           MOVE WS-GL-SATS-EDIT TO WS-SPROG-TEKST
           CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG
               WS-SPROG-TEKST
           MOVE WS-SPROG-TEKST TO WS-GL-SATS-TEKST
           IF SPROG-ER-ENGELSK
               STRING "  Account " VT-KONTO-ID(WS-VARSEL-IDX2) " ("
                   FUNCTION TRIM(STT-KONTO-TYPE(WS-SATS-IDX))
                   ") from " FUNCTION TRIM(WS-DATO-VIS) ": "
                   FUNCTION TRIM(WS-GL-SATS-TEKST) " % -> "
                   FUNCTION TRIM(WS-SATS-TEKST) " %"
                   FUNCTION TRIM(WS-BAND-TEKST TRAILING)
                   DELIMITED BY SIZE INTO BREV-TEKST
           ELSE
               STRING "  Konto " VT-KONTO-ID(WS-VARSEL-IDX2) " ("
                   FUNCTION TRIM(STT-KONTO-TYPE(WS-SATS-IDX))
                   ") fra " FUNCTION TRIM(WS-DATO-VIS) ": "
                   FUNCTION TRIM(WS-GL-SATS-TEKST) " % -> "
                   FUNCTION TRIM(WS-SATS-TEKST) " %"
                   FUNCTION TRIM(WS-BAND-TEKST TRAILING)
                   DELIMITED BY SIZE INTO BREV-TEKST
           END-IF
       ELSE
           IF SPROG-ER-ENGELSK
               STRING "  Account " VT-KONTO-ID(WS-VARSEL-IDX2) " ("
                   FUNCTION TRIM(STT-KONTO-TYPE(WS-SATS-IDX))
                   ") from " FUNCTION TRIM(WS-DATO-VIS) ": new rate "
                   FUNCTION TRIM(WS-SATS-TEKST) " %"
                   FUNCTION TRIM(WS-BAND-TEKST TRAILING)
                   DELIMITED BY SIZE INTO BREV-TEKST
           ELSE
               STRING "  Konto " VT-KONTO-ID(WS-VARSEL-IDX2) " ("
                   FUNCTION TRIM(STT-KONTO-TYPE(WS-SATS-IDX))
                   ") fra " FUNCTION TRIM(WS-DATO-VIS) ": ny sats "
                   FUNCTION TRIM(WS-SATS-TEKST) " %"
                   FUNCTION TRIM(WS-BAND-TEKST TRAILING)
                   DELIMITED BY SIZE INTO BREV-TEKST
           END-IF
       END-IF.
       WRITE BREV-RECORD.

       SKRIV-KONTROL-RETURADRESSE.
       MOVE WS-KUNDE-KONTI TO WS-ANTAL-EDIT.
       MOVE SPACES TO KONTROL-TEKST.
       STRING WS-KOERSELS-DATO " " WS-KUNDE-ID
           " UDSAT RETURADRESSE KONTI=" FUNCTION TRIM(WS-ANTAL-EDIT)
           DELIMITED BY SIZE INTO KONTROL-TEKST.
       WRITE KONTROL-RECORD.

       SKRIV-KONTROL-IKKE-FUNDET.
       MOVE WS-KUNDE-KONTI TO WS-ANTAL-EDIT.
       MOVE SPACES TO KONTROL-TEKST.
       STRING WS-KOERSELS-DATO " " WS-KUNDE-ID
           " IKKE I KUNDEMASTEREN KONTI=" FUNCTION TRIM(WS-ANTAL-EDIT)
           DELIMITED BY SIZE INTO KONTROL-TEKST.
       WRITE KONTROL-RECORD.

       SKRIV-KENDTE-TILBAGE.
       OPEN OUTPUT KENDT-FIL.
       IF WS-KENDT-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/RENTEVARSEL-KENDTE.txt, status=" WS-KENDT-STATUS
       ELSE
           PERFORM VARYING KE-IDX FROM 1 BY 1
                   UNTIL KE-IDX > WS-KENDT-ANTAL
               MOVE SPACES TO KENDT-POST
               MOVE KET-SATSLINJE(KE-IDX) TO KE-SATSLINJE
               MOVE KET-STATUS(KE-IDX) TO KE-STATUS
               MOVE KET-DATO(KE-IDX) TO KE-DATO
               WRITE KENDT-POST
           END-PERFORM
           CLOSE KENDT-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
