       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIKKERHED-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af sikkerhedsregistret
      * (files/SIKKERHEDER.txt, layout copybooks/SIKKERHED.cpy): de
      * sikkerheder der staar bag hvert laan - pantebreve i fast
      * ejendom, pant i bil og pantsatte indlaan. Laanet skal vaere en
      * aaben LOAN-konto i files/KontoOpl.txt, og typen skal findes i
      * files/SIKKERHED-KONFIG.txt. Et pantsat indlaan skal vaere en
      * aaben SAVINGS- eller TERM-konto i laanets valuta, der ikke i
      * forvejen er pantsat; fra naeste bogfoering spaerrer
      * posteringsmotoren den for haevning, indtil sikkerheden
      * frigives her. Sikkerheder slettes ikke, men frigives, saa
      * historikken bevares. Samme menustil som CASHPOOL-VEDLIGEHOLD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIKKERHED-FIL ASSIGN TO "files/SIKKERHEDER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIKKERHED-STATUS.

           SELECT KONFIG-FIL ASSIGN TO "files/SIKKERHED-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIKKERHED-FIL.
       01  SIKKERHED-POST.
           COPY "copybooks/SIKKERHED.cpy".

      * En linje pr. sikkerhedstype: maksimal belaaningsgrad i
      * procent af vaerdien og revurderingsinterval i maaneder
      * (000 = revurderes ikke).
       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 SKK-TYPE         PIC X(4).
           05 FILLER           PIC X(1).
           05 SKK-MAKS-LTV     PIC 9(3)V99.
           05 FILLER           PIC X(1).
           05 SKK-INTERVAL     PIC 9(3).
           05 FILLER           PIC X(1).
           05 SKK-BESKRIVELSE  PIC X(30).

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-SIKKERHED-STATUS PIC XX     VALUE "00".
       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-VALG             PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen V (vedligehold) - se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "V".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Hele registret holdes i hukommelsen under vedligeholdelsen
      * og skrives samlet tilbage ved afslutning.
       01  WS-SK-ANTAL         PIC 9(4)   VALUE 0.
       01  SK-TABEL.
           05  SK-ENTRY OCCURS 2000 TIMES
                          INDEXED BY SK-IDX.
               10  SKT-LINJE        PIC X(130)   VALUE SPACES.

      * Sikkerhedstyperne fra konfigurationen
       01  WS-TYPE-ANTAL       PIC 9(2)   VALUE 0.
       01  TYPE-TABEL.
           05  TYPE-ENTRY OCCURS 20 TIMES
                            INDEXED BY TY-IDX.
               10  TYT-TYPE         PIC X(4)     VALUE SPACES.
               10  TYT-BESKRIVELSE  PIC X(30)    VALUE SPACES.

      * Kontofilen til validering af laan og pantsat konto
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KONTO-TYPE    PIC X(20) VALUE SPACES.
               10  KOT-BALANCE       PIC S9(7)V99 VALUE 0.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-KONTO-IDX        PIC 9(5)   VALUE 0.
       01  WS-LAAN-IDX         PIC 9(5)   VALUE 0.
       01  WS-PANT-IDX         PIC 9(5)   VALUE 0.

      * Operatoerens indtastning
       01  WS-LAAN-KONTO       PIC X(10)  VALUE SPACES.
       01  WS-TYPE             PIC X(4)   VALUE SPACES.
       01  WS-BESKRIVELSE      PIC X(30)  VALUE SPACES.
       01  WS-VAERDI           PIC 9(9)V99 VALUE 0.
       01  WS-VURDERET         PIC X(8)   VALUE SPACES.
       01  WS-PRIORITET        PIC 9(2)   VALUE 0.
       01  WS-PANT-KONTO       PIC X(10)  VALUE SPACES.
       01  WS-SOEGE-NR         PIC 9(3)   VALUE 0.

       01  WS-FUNDET           PIC X      VALUE "N".
           88  ER-FUNDET                  VALUE "Y".
       01  WS-ALLEREDE-PANTSAT PIC X      VALUE "N".
           88  ER-ALLEREDE-PANTSAT        VALUE "Y".
       01  WS-NAESTE-NR        PIC 9(3)   VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(4)   VALUE 0.
       01  WS-VIS-IDX          PIC 9(4)   VALUE 0.
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".
       01  WS-VAERDI-EDIT      PIC -(9)9,99.
       01  WS-STATUS-TEKST     PIC X(8)   VALUE SPACES.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-KONFIG.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-SIKKERHEDER.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM REGISTRER-SIKKERHED
               WHEN 2
                   PERFORM VIS-SIKKERHEDER
               WHEN 3
                   PERFORM NY-VURDERING
               WHEN 4
                   PERFORM FRIGIV-SIKKERHED
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.

       IF ER-AENDRET
           PERFORM SKRIV-SIKKERHEDER-TILBAGE
       END-IF.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Sikkerheder for laan".
       DISPLAY "1. Registrer sikkerhed".
       DISPLAY "2. Vis sikkerheder for et laan".
       DISPLAY "3. Ny vurdering".
       DISPLAY "4. Frigiv sikkerhed".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

       INDLAES-KONFIG.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/SIKKERHED-KONFIG.txt, status=" WS-KONFIG-STATUS
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-KONFIG-STATUS NOT = "00"
           READ KONFIG-FIL INTO KONFIG-POST
               AT END
                   CONTINUE
               NOT AT END
                   IF SKK-TYPE NOT = SPACES AND WS-TYPE-ANTAL < 20
                       ADD 1 TO WS-TYPE-ANTAL
                       MOVE SKK-TYPE TO TYT-TYPE(WS-TYPE-ANTAL)
                       MOVE SKK-BESKRIVELSE
                           TO TYT-BESKRIVELSE(WS-TYPE-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE KONFIG-FIL.

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
           STOP RUN
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KONTOOPL-FIL INTO KONTO-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF WS-KONTO-ANTAL < 2000
                       ADD 1 TO WS-KONTO-ANTAL
                       MOVE KONTO-ID IN KONTO-RECORD
                           TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                       MOVE KONTO-TYPE IN KONTO-RECORD
                           TO KOT-KONTO-TYPE(WS-KONTO-ANTAL)
                       MOVE BALANCE IN KONTO-RECORD
                           TO KOT-BALANCE(WS-KONTO-ANTAL)
                       MOVE VALUTA-KD IN KONTO-RECORD
                           TO KOT-VALUTA-KD(WS-KONTO-ANTAL)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       INDLAES-SIKKERHEDER.
       OPEN INPUT SIKKERHED-FIL.
       IF WS-SIKKERHED-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-SIKKERHED-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/SIKKERHEDER.txt, status="
                   WS-SIKKERHED-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ SIKKERHED-FIL INTO SIKKERHED-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF SK-LAAN-KONTO NOT = SPACES
                               AND WS-SK-ANTAL < 2000
                           ADD 1 TO WS-SK-ANTAL
                           MOVE SIKKERHED-POST
                               TO SKT-LINJE(WS-SK-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE SIKKERHED-FIL
       END-IF.

       REGISTRER-SIKKERHED.
       DISPLAY "Laanets KONTO-ID             : " WITH NO ADVANCING.
       ACCEPT WS-LAAN-KONTO.
       DISPLAY "Type (EJD, BIL, INDL)        : " WITH NO ADVANCING.
       ACCEPT WS-TYPE.
       DISPLAY "Beskrivelse                  : " WITH NO ADVANCING.
       ACCEPT WS-BESKRIVELSE.
       DISPLAY "Prioritet (1 = foerste)      : " WITH NO ADVANCING.
       ACCEPT WS-PRIORITET.
       MOVE SPACES TO WS-PANT-KONTO WS-VURDERET.
       MOVE 0 TO WS-VAERDI WS-PANT-IDX.
       IF WS-TYPE = "INDL"
           DISPLAY "Pantsat indlaanskonto        : "
               WITH NO ADVANCING
           ACCEPT WS-PANT-KONTO
           MOVE WS-PANT-KONTO TO WS-SOEGE-KONTO
           PERFORM FIND-KONTO
           MOVE WS-KONTO-IDX TO WS-PANT-IDX
           PERFORM KONTROLLER-PANTSAT
       ELSE
           DISPLAY "Vurdering                    : "
               WITH NO ADVANCING
           ACCEPT WS-VAERDI
           DISPLAY "Vurderingsdato (blank = i dag): "
               WITH NO ADVANCING
           ACCEPT WS-VURDERET
       END-IF.
       IF WS-VURDERET = SPACES
           MOVE WS-DAGS-DATO TO WS-VURDERET
       END-IF.
       MOVE WS-LAAN-KONTO TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       MOVE WS-KONTO-IDX TO WS-LAAN-IDX.
       PERFORM FIND-TYPE.
       EVALUATE TRUE
           WHEN WS-LAAN-IDX = 0
               DISPLAY "FEJL: Laanet " WS-LAAN-KONTO
                   " findes ikke - sikkerheden gemmes ikke."
           WHEN KOT-KONTO-TYPE(WS-LAAN-IDX) NOT = "LOAN"
               DISPLAY "FEJL: " WS-LAAN-KONTO " er ikke en "
                   "LOAN-konto - sikkerheden gemmes ikke."
           WHEN KOT-KONTO-STATUS(WS-LAAN-IDX) = "C"
               DISPLAY "FEJL: Laanet er lukket - sikkerheden "
                   "gemmes ikke."
           WHEN NOT ER-FUNDET
               DISPLAY "FEJL: Typen " WS-TYPE " findes ikke i "
                   "files/SIKKERHED-KONFIG.txt - sikkerheden "
                   "gemmes ikke."
           WHEN WS-PRIORITET = 0
               DISPLAY "FEJL: Prioriteten skal vaere 1-99 - "
                   "sikkerheden gemmes ikke."
           WHEN WS-VURDERET NOT NUMERIC
                   OR WS-VURDERET > WS-DAGS-DATO
               DISPLAY "FEJL: Vurderingsdatoen skal vaere AAAAMMDD "
                   "og ikke ligge i fremtiden - sikkerheden gemmes "
                   "ikke."
           WHEN WS-TYPE = "INDL"
               PERFORM KONTROLLER-INDLAAN
           WHEN WS-VAERDI = 0
               DISPLAY "FEJL: Vurderingen skal vaere over nul - "
                   "sikkerheden gemmes ikke."
           WHEN OTHER
               PERFORM GEM-SIKKERHED
       END-EVALUATE.

       KONTROLLER-INDLAAN.
      * Et pantsat indlaan skal vaere en aaben SAVINGS- eller
      * TERM-konto i laanets valuta, som ikke allerede staar bag et
      * laan; vaerdien er saldoen i dag.
       EVALUATE TRUE
           WHEN WS-PANT-IDX = 0
               DISPLAY "FEJL: Kontoen " WS-PANT-KONTO
                   " findes ikke - sikkerheden gemmes ikke."
           WHEN KOT-KONTO-TYPE(WS-PANT-IDX) NOT = "SAVINGS"
                   AND KOT-KONTO-TYPE(WS-PANT-IDX) NOT = "TERM"
               DISPLAY "FEJL: Kun SAVINGS- og TERM-konti kan "
                   "pantsaettes - sikkerheden gemmes ikke."
           WHEN KOT-KONTO-STATUS(WS-PANT-IDX) = "C"
               DISPLAY "FEJL: Den pantsatte konto er lukket - "
                   "sikkerheden gemmes ikke."
           WHEN KOT-VALUTA-KD(WS-PANT-IDX)
                   NOT = KOT-VALUTA-KD(WS-LAAN-IDX)
               DISPLAY "FEJL: Den pantsatte konto skal vaere foert i "
                   "laanets valuta " KOT-VALUTA-KD(WS-LAAN-IDX)
                   " - sikkerheden gemmes ikke."
           WHEN ER-ALLEREDE-PANTSAT
               DISPLAY "FEJL: Kontoen er allerede pantsat for et "
                   "laan - sikkerheden gemmes ikke."
           WHEN KOT-BALANCE(WS-PANT-IDX) NOT > 0
               DISPLAY "FEJL: Kontoen har ingen positiv saldo at "
                   "pantsaette - sikkerheden gemmes ikke."
           WHEN OTHER
               MOVE KOT-BALANCE(WS-PANT-IDX) TO WS-VAERDI
               PERFORM GEM-SIKKERHED
       END-EVALUATE.

       KONTROLLER-PANTSAT.
       MOVE "N" TO WS-ALLEREDE-PANTSAT.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-SK-ANTAL
           MOVE SKT-LINJE(WS-VIS-IDX) TO SIKKERHED-POST
           IF SK-ER-INDLAAN AND SK-ER-AKTIV
                   AND SK-PANT-KONTO = WS-PANT-KONTO
               SET ER-ALLEREDE-PANTSAT TO TRUE
           END-IF
       END-PERFORM.

       FIND-KONTO.
       MOVE 0 TO WS-KONTO-IDX.
       IF WS-KONTO-ANTAL > 0
           SET KO-IDX TO 1
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
                   SET WS-KONTO-IDX TO KO-IDX
           END-SEARCH
       END-IF.

       FIND-TYPE.
       MOVE "N" TO WS-FUNDET.
       IF WS-TYPE-ANTAL > 0
           SET TY-IDX TO 1
           SEARCH TYPE-ENTRY
               AT END
                   CONTINUE
               WHEN TYT-TYPE(TY-IDX) = WS-TYPE
                   MOVE "Y" TO WS-FUNDET
           END-SEARCH
       END-IF.

       GEM-SIKKERHED.
      * Loebenummeret er det hoejeste under laanet plus en.
       MOVE 0 TO WS-NAESTE-NR.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-SK-ANTAL
           MOVE SKT-LINJE(WS-VIS-IDX) TO SIKKERHED-POST
           IF SK-LAAN-KONTO = WS-LAAN-KONTO
                   AND SK-NR > WS-NAESTE-NR
               MOVE SK-NR TO WS-NAESTE-NR
           END-IF
       END-PERFORM.
       ADD 1 TO WS-NAESTE-NR.
       IF WS-SK-ANTAL >= 2000
           DISPLAY "FEJL: Sikkerhedstabellen er fuld."
       ELSE
           MOVE SPACES TO SIKKERHED-POST
           MOVE WS-LAAN-KONTO TO SK-LAAN-KONTO
           MOVE WS-NAESTE-NR TO SK-NR
           MOVE WS-TYPE TO SK-TYPE
           MOVE WS-BESKRIVELSE TO SK-BESKRIVELSE
           MOVE WS-VAERDI TO SK-VAERDI
           MOVE WS-VURDERET TO SK-VURDERET
           MOVE WS-PRIORITET TO SK-PRIORITET
           MOVE WS-PANT-KONTO TO SK-PANT-KONTO
           SET SK-ER-AKTIV TO TRUE
           MOVE WS-DAGS-DATO TO SK-AENDRET-DATO
           MOVE WS-OPERATOER-ID TO SK-AENDRET-AF
           ADD 1 TO WS-SK-ANTAL
           MOVE SIKKERHED-POST TO SKT-LINJE(WS-SK-ANTAL)
           SET ER-AENDRET TO TRUE
           DISPLAY "Sikkerhed nr. " WS-NAESTE-NR " registreret paa "
               "laan " WS-LAAN-KONTO "."
           IF WS-TYPE = "INDL"
               DISPLAY "Kontoen " WS-PANT-KONTO " spaerres for "
                   "haevning fra naeste bogfoering."
           END-IF
       END-IF.

       VIS-SIKKERHEDER.
      * Blank laan viser hele registret.
       DISPLAY "Laanets KONTO-ID (blank = alle): " WITH NO ADVANCING.
       ACCEPT WS-LAAN-KONTO.
       MOVE "N" TO WS-FUNDET.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-SK-ANTAL
           MOVE SKT-LINJE(WS-VIS-IDX) TO SIKKERHED-POST
           IF WS-LAAN-KONTO = SPACES
                   OR SK-LAAN-KONTO = WS-LAAN-KONTO
               MOVE "Y" TO WS-FUNDET
               PERFORM VIS-SIKKERHED
           END-IF
       END-PERFORM.
       IF NOT ER-FUNDET
           DISPLAY "Ingen sikkerheder registreret."
       END-IF.

       VIS-SIKKERHED.
       IF SK-ER-FRIGIVET
           MOVE "FRIGIVET" TO WS-STATUS-TEKST
       ELSE
           MOVE "AKTIV" TO WS-STATUS-TEKST
       END-IF.
       MOVE SK-VAERDI TO WS-VAERDI-EDIT.
       DISPLAY SK-LAAN-KONTO "/" SK-NR ": " SK-TYPE " "
           WS-STATUS-TEKST " PRIO=" SK-PRIORITET
           " VAERDI=" FUNCTION TRIM(WS-VAERDI-EDIT)
           " VURDERET=" SK-VURDERET
           " " FUNCTION TRIM(SK-BESKRIVELSE).
       IF SK-PANT-KONTO NOT = SPACES
           DISPLAY "        PANTSAT KONTO=" SK-PANT-KONTO
               " AENDRET=" SK-AENDRET-DATO " AF=" SK-AENDRET-AF
       ELSE
           DISPLAY "        AENDRET=" SK-AENDRET-DATO
               " AF=" SK-AENDRET-AF
       END-IF.

       FIND-SIKKERHED.
      * Slaa laan og loebenummer op; WS-FUNDET-IDX er 0 hvis den
      * ikke findes.
       DISPLAY "Laanets KONTO-ID             : " WITH NO ADVANCING.
       ACCEPT WS-LAAN-KONTO.
       DISPLAY "Sikkerhedens nummer          : " WITH NO ADVANCING.
       ACCEPT WS-SOEGE-NR.
       MOVE 0 TO WS-FUNDET-IDX.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-SK-ANTAL
           MOVE SKT-LINJE(WS-VIS-IDX) TO SIKKERHED-POST
           IF SK-LAAN-KONTO = WS-LAAN-KONTO
                   AND SK-NR = WS-SOEGE-NR
               MOVE WS-VIS-IDX TO WS-FUNDET-IDX
           END-IF
       END-PERFORM.
       IF WS-FUNDET-IDX > 0
           MOVE SKT-LINJE(WS-FUNDET-IDX) TO SIKKERHED-POST
           PERFORM VIS-SIKKERHED
       END-IF.

       NY-VURDERING.
      * Pantsatte indlaan revurderes ikke; de vaerdisaettes altid
      * til kontoens aktuelle saldo.
       PERFORM FIND-SIKKERHED.
       EVALUATE TRUE
           WHEN WS-FUNDET-IDX = 0
               DISPLAY "FEJL: Sikkerheden findes ikke."
           WHEN SK-ER-FRIGIVET
               DISPLAY "FEJL: Sikkerheden er frigivet."
           WHEN SK-ER-INDLAAN
               DISPLAY "FEJL: Et pantsat indlaan vaerdisaettes til "
                   "kontoens saldo og revurderes ikke."
           WHEN OTHER
               DISPLAY "Ny vurdering                 : "
                   WITH NO ADVANCING
               ACCEPT WS-VAERDI
               DISPLAY "Vurderingsdato (blank = i dag): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-VURDERET
               ACCEPT WS-VURDERET
               IF WS-VURDERET = SPACES
                   MOVE WS-DAGS-DATO TO WS-VURDERET
               END-IF
               IF WS-VAERDI = 0 OR WS-VURDERET NOT NUMERIC
                       OR WS-VURDERET > WS-DAGS-DATO
                       OR WS-VURDERET < SK-VURDERET
                   DISPLAY "FEJL: Vurderingen skal vaere over nul og "
                       "datoen AAAAMMDD, ikke i fremtiden og ikke "
                       "foer den forrige - intet rettet."
               ELSE
                   MOVE WS-VAERDI TO SK-VAERDI
                   MOVE WS-VURDERET TO SK-VURDERET
                   MOVE WS-DAGS-DATO TO SK-AENDRET-DATO
                   MOVE WS-OPERATOER-ID TO SK-AENDRET-AF
                   MOVE SIKKERHED-POST TO SKT-LINJE(WS-FUNDET-IDX)
                   SET ER-AENDRET TO TRUE
                   DISPLAY "Vurderingen er opdateret."
               END-IF
       END-EVALUATE.

       FRIGIV-SIKKERHED.
       PERFORM FIND-SIKKERHED.
       EVALUATE TRUE
           WHEN WS-FUNDET-IDX = 0
               DISPLAY "FEJL: Sikkerheden findes ikke."
           WHEN SK-ER-FRIGIVET
               DISPLAY "FEJL: Sikkerheden er allerede frigivet."
           WHEN OTHER
               SET SK-ER-FRIGIVET TO TRUE
               MOVE WS-DAGS-DATO TO SK-AENDRET-DATO
               MOVE WS-OPERATOER-ID TO SK-AENDRET-AF
               MOVE SIKKERHED-POST TO SKT-LINJE(WS-FUNDET-IDX)
               SET ER-AENDRET TO TRUE
               DISPLAY "Sikkerheden er frigivet."
               IF SK-PANT-KONTO NOT = SPACES
                   DISPLAY "Spaerringen af " SK-PANT-KONTO
                       " ophaever fra naeste bogfoering."
               END-IF
       END-EVALUATE.

       SKRIV-SIKKERHEDER-TILBAGE.
       OPEN OUTPUT SIKKERHED-FIL.
       IF WS-SIKKERHED-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/SIKKERHEDER.txt, status=" WS-SIKKERHED-STATUS
       ELSE
           PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
                   UNTIL WS-VIS-IDX > WS-SK-ANTAL
               MOVE SKT-LINJE(WS-VIS-IDX) TO SIKKERHED-POST
               WRITE SIKKERHED-POST
           END-PERFORM
           CLOSE SIKKERHED-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
