       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVIS-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af kundernes tilmeldinger til
      * SMS-/e-mail-advisering (files/ADVIS-ABONNEMENTER.txt, layout
      * copybooks/ADVISABON.cpy): pr. konto en adviseringstype (SALD
      * = saldoen kommer under et beloeb, LOEN = indgaaende beloeb
      * paa mindst et beloeb, GEBY = overtraeksgebyr opkraevet), et
      * graensebeloeb og en kanal (S = SMS, E = e-mail). Kontoen skal
      * findes i files/KontoOpl.txt og vaere aaben, og kunden skal
      * have givet samtykke til kanalen (SAMTYKKE-TELEFON hhv.
      * SAMTYKKE-EMAIL), have et telefonnummer hhv. en e-mailadresse
      * og maa ikke have faaet den meldt uleverbar af gatewayen.
      * Samme menustil som DAEKNING-VEDLIGEHOLD. Hver tilmelding,
      * rettelse og afmelding journalfoeres med tidsstempel,
      * tilmeldingen foer og efter og operatoeren i
      * files/ADVIS-JOURNAL.txt. Evalueres hver nat af
      * batch/advis_koersel.cob.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABONNEMENT-FIL
               ASSIGN TO "files/ADVIS-ABONNEMENTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABONNEMENT-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/ADVIS-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABONNEMENT-FIL.
       01  ABONNEMENT-POST.
           COPY "copybooks/ADVISABON.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

      * En linje pr. aendring: tidsstempel, operation (OPRET, RET,
      * AFMELD), konto, type og kanal, graensebeloebet foer og efter
      * (nul ved oprettelse hhv. afmelding) og operatoeren.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 JO-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
           05 JO-OPERATION     PIC X(8).
           05 FILLER           PIC X(1).
           05 JO-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 JO-TYPE          PIC X(4).
           05 FILLER           PIC X(1).
           05 JO-KANAL         PIC X(1).
           05 FILLER           PIC X(1).
           05 JO-FOER-GRAENSE  PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 JO-EFTER-GRAENSE PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 JO-OPERATOER     PIC X(10).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-ABONNEMENT-STATUS PIC XX    VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
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

      * Delt laas paa kundemasteren, som i KUNDE-OPSLAG - se
      * shared/master_laas.cob.
       01  WS-LAAS-FUNKTION    PIC X(4)   VALUE SPACES.
       01  WS-LAAS-HOLDER      PIC X(20)  VALUE "ADVIS-VEDLIGEHOLD".
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

      * Hele registret holdes i hukommelsen under vedligeholdelsen
      * og skrives samlet tilbage ved afslutning.
       01  WS-AB-ANTAL         PIC 9(4)   VALUE 0.
       01  AB-TABEL.
           05  AB-ENTRY OCCURS 3000 TIMES
                          INDEXED BY AB-IDX.
               10  ABT-KONTO-ID    PIC X(10)    VALUE SPACES.
               10  ABT-TYPE        PIC X(4)     VALUE SPACES.
               10  ABT-GRAENSE     PIC 9(7)V99  VALUE 0.
               10  ABT-KANAL       PIC X(1)     VALUE SPACES.
               10  ABT-UNDER       PIC X(1)     VALUE SPACES.
               10  ABT-AENDRET-DATO PIC X(8)    VALUE SPACES.
               10  ABT-AENDRET-AF  PIC X(10)    VALUE SPACES.

      * Kontofilen til validering af kontoen
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
       01  WS-KONTO-IDX        PIC 9(5)   VALUE 0.

      * Operatoerens indtastning
       01  WS-KONTO-ID         PIC X(10)  VALUE SPACES.
       01  WS-TYPE             PIC X(4)   VALUE SPACES.
           88  TYPE-ER-GYLDIG             VALUE "SALD" "LOEN" "GEBY".
       01  WS-GRAENSE          PIC 9(7)V99 VALUE 0.
       01  WS-KANAL            PIC X(1)   VALUE SPACES.
           88  KANAL-ER-GYLDIG            VALUE "S" "E".

       01  WS-FUNDET-IDX       PIC 9(4)   VALUE 0.
       01  WS-SLET-NR          PIC 9(4)   VALUE 0.
       01  WS-VIS-IDX          PIC 9(4)   VALUE 0.
       01  WS-VIST-ANTAL       PIC 9(4)   VALUE 0.
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".
       01  WS-GRAENSE-EDIT     PIC Z(6)9,99.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.

      * Kundens samtykke og kontaktfelt til den valgte kanal
       01  WS-KUNDE-OK         PIC X      VALUE "N".
           88  KUNDE-ER-OK                VALUE "Y".

      * Journallinjens indhold, sat foer SKRIV-JOURNAL
       01  WS-JO-OPERATION     PIC X(8)   VALUE SPACES.
       01  WS-FOER-GRAENSE     PIC 9(7)V99 VALUE 0.
       01  WS-EFTER-GRAENSE    PIC 9(7)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-ABONNEMENTER.

       MOVE "DELT" TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.
       IF WS-LAAS-SVAR NOT = "Y"
           DISPLAY "FEJL: Kundemasteren er i brug af "
               FUNCTION TRIM(WS-LAAS-EJER) " - proev igen senere."
           STOP RUN
       END-IF.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM SAET-ABONNEMENT
               WHEN 2
                   PERFORM VIS-ABONNEMENTER
               WHEN 3
                   PERFORM AFMELD-ABONNEMENT
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.

       CLOSE MASTER-FIL.
       PERFORM FRIGIV-MASTER-LAAS.
       IF ER-AENDRET
           PERFORM SKRIV-ABONNEMENTER-TILBAGE
       END-IF.
       STOP RUN.

       FRIGIV-MASTER-LAAS.
       MOVE "FRI " TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "SMS-/e-mail-advisering".
       DISPLAY "1. Tilmeld eller ret advisering".
       DISPLAY "2. Vis adviseringer for en konto".
       DISPLAY "3. Afmeld advisering".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

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
                       MOVE KUNDE-ID IN KONTO-RECORD
                           TO KOT-KUNDE-ID(WS-KONTO-ANTAL)
                       MOVE VALUTA-KD IN KONTO-RECORD
                           TO KOT-VALUTA-KD(WS-KONTO-ANTAL)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       INDLAES-ABONNEMENTER.
       OPEN INPUT ABONNEMENT-FIL.
       IF WS-ABONNEMENT-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-ABONNEMENT-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/ADVIS-ABONNEMENTER.txt, status="
                   WS-ABONNEMENT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ ABONNEMENT-FIL INTO ABONNEMENT-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF AB-KONTO-ID NOT = SPACES
                               AND WS-AB-ANTAL < 3000
                           ADD 1 TO WS-AB-ANTAL
                           SET AB-IDX TO WS-AB-ANTAL
                           PERFORM GEM-INDLAEST-LINJE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE ABONNEMENT-FIL
       END-IF.

       GEM-INDLAEST-LINJE.
       IF AB-GRAENSE NOT NUMERIC
           MOVE 0 TO AB-GRAENSE
       END-IF.
       MOVE AB-KONTO-ID TO ABT-KONTO-ID(AB-IDX).
       MOVE AB-TYPE TO ABT-TYPE(AB-IDX).
       MOVE AB-GRAENSE TO ABT-GRAENSE(AB-IDX).
       MOVE AB-KANAL TO ABT-KANAL(AB-IDX).
       MOVE AB-UNDER TO ABT-UNDER(AB-IDX).
       MOVE AB-AENDRET-DATO TO ABT-AENDRET-DATO(AB-IDX).
       MOVE AB-AENDRET-AF TO ABT-AENDRET-AF(AB-IDX).

       SAET-ABONNEMENT.
      * Findes en tilmelding for samme konto, type og kanal i
      * forvejen, rettes graensen; ellers oprettes den.
       DISPLAY "Konto                           : " WITH NO ADVANCING.
       ACCEPT WS-KONTO-ID.
       DISPLAY "Type (SALD/LOEN/GEBY)           : " WITH NO ADVANCING.
       ACCEPT WS-TYPE.
       MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE.
       MOVE 0 TO WS-GRAENSE.
       IF WS-TYPE NOT = "GEBY"
           DISPLAY "Graensebeloeb                   : "
               WITH NO ADVANCING
           ACCEPT WS-GRAENSE
       END-IF.
       DISPLAY "Kanal (S=SMS, E=e-mail)         : " WITH NO ADVANCING.
       ACCEPT WS-KANAL.
       MOVE FUNCTION UPPER-CASE(WS-KANAL) TO WS-KANAL.
       PERFORM FIND-KONTO.
       EVALUATE TRUE
           WHEN NOT TYPE-ER-GYLDIG
               DISPLAY "FEJL: Typen skal vaere SALD, LOEN eller "
                   "GEBY - tilmeldingen gemmes ikke."
           WHEN NOT KANAL-ER-GYLDIG
               DISPLAY "FEJL: Kanalen skal vaere S eller E - "
                   "tilmeldingen gemmes ikke."
           WHEN WS-KONTO-IDX = 0
               DISPLAY "FEJL: Kontoen " WS-KONTO-ID
                   " findes ikke - tilmeldingen gemmes ikke."
           WHEN KOT-KONTO-STATUS(WS-KONTO-IDX) = "C"
               DISPLAY "FEJL: Kontoen er lukket - tilmeldingen "
                   "gemmes ikke."
           WHEN WS-TYPE NOT = "GEBY" AND WS-GRAENSE = 0
               DISPLAY "FEJL: Graensebeloebet skal vaere stoerre "
                   "end nul - tilmeldingen gemmes ikke."
           WHEN OTHER
               PERFORM KONTROLLER-KUNDE
               IF KUNDE-ER-OK
                   PERFORM GEM-ABONNEMENT
               END-IF
       END-EVALUATE.

       FIND-KONTO.
       MOVE 0 TO WS-KONTO-IDX.
       IF WS-KONTO-ANTAL > 0
           SET KO-IDX TO 1
           SEARCH KONTO-TABEL-ENTRY
               AT END
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = WS-KONTO-ID
                   SET WS-KONTO-IDX TO KO-IDX
           END-SEARCH
       END-IF.

       KONTROLLER-KUNDE.
      * Kanalen kraever kundens samtykke og et kontaktfelt der ikke
      * er meldt uleverbart. En afdoed kunde tilmeldes ikke.
       MOVE "N" TO WS-KUNDE-OK.
       MOVE KOT-KUNDE-ID(WS-KONTO-IDX) TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               DISPLAY "FEJL: Kontoens ejer "
                   KOT-KUNDE-ID(WS-KONTO-IDX)
                   " findes ikke paa kundemasteren - tilmeldingen "
                   "gemmes ikke."
           NOT INVALID KEY
               PERFORM VURDER-KANAL
       END-READ.

       VURDER-KANAL.
       EVALUATE TRUE
           WHEN AFDOED-MARKERING IN MASTER-RECORD NOT = SPACE
               DISPLAY "FEJL: Kunden er registreret afdoed - "
                   "tilmeldingen gemmes ikke."
           WHEN KUNDE-STATUS IN MASTER-RECORD = "C"
               DISPLAY "FEJL: Kunden er lukket - tilmeldingen "
                   "gemmes ikke."
           WHEN WS-KANAL = "S"
                   AND SAMTYKKE-TELEFON IN MASTER-RECORD NOT = "J"
               DISPLAY "FEJL: Kunden har ikke givet samtykke til "
                   "telefon/SMS - registreres i KUNDE-VEDLIGEHOLD."
           WHEN WS-KANAL = "S"
                   AND TELEFON IN MASTER-RECORD = SPACES
               DISPLAY "FEJL: Kunden har intet telefonnummer."
           WHEN WS-KANAL = "S"
                   AND TELEFON-STATUS IN MASTER-RECORD = "U"
               DISPLAY "FEJL: Telefonnummeret er meldt uleverbart "
                   "den " TELEFON-STATUS-DATO IN MASTER-RECORD
                   " - ret det i KUNDE-VEDLIGEHOLD foerst."
           WHEN WS-KANAL = "E"
                   AND SAMTYKKE-EMAIL IN MASTER-RECORD NOT = "J"
               DISPLAY "FEJL: Kunden har ikke givet samtykke til "
                   "e-mail - registreres i KUNDE-VEDLIGEHOLD."
           WHEN WS-KANAL = "E"
                   AND EMAIL IN MASTER-RECORD = SPACES
               DISPLAY "FEJL: Kunden har ingen e-mailadresse."
           WHEN WS-KANAL = "E"
                   AND EMAIL-STATUS IN MASTER-RECORD = "U"
               DISPLAY "FEJL: E-mailadressen er meldt uleverbar "
                   "den " EMAIL-STATUS-DATO IN MASTER-RECORD
                   " - ret den i KUNDE-VEDLIGEHOLD foerst."
           WHEN OTHER
               MOVE "Y" TO WS-KUNDE-OK
       END-EVALUATE.

       GEM-ABONNEMENT.
       MOVE 0 TO WS-FUNDET-IDX.
       IF WS-AB-ANTAL > 0
           SET AB-IDX TO 1
           SEARCH AB-ENTRY
               AT END
                   CONTINUE
               WHEN ABT-KONTO-ID(AB-IDX) = WS-KONTO-ID
                       AND ABT-TYPE(AB-IDX) = WS-TYPE
                       AND ABT-KANAL(AB-IDX) = WS-KANAL
                   SET WS-FUNDET-IDX TO AB-IDX
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX = 0
           IF WS-AB-ANTAL >= 3000
               DISPLAY "FEJL: Adviseringstabellen er fuld."
           ELSE
               ADD 1 TO WS-AB-ANTAL
               SET AB-IDX TO WS-AB-ANTAL
               MOVE WS-KONTO-ID TO ABT-KONTO-ID(AB-IDX)
               MOVE WS-TYPE TO ABT-TYPE(AB-IDX)
               MOVE WS-KANAL TO ABT-KANAL(AB-IDX)
               MOVE SPACE TO ABT-UNDER(AB-IDX)
               MOVE "OPRET" TO WS-JO-OPERATION
               MOVE 0 TO WS-FOER-GRAENSE
               PERFORM OPDATER-LINJE
               DISPLAY "Advisering tilmeldt."
           END-IF
       ELSE
           SET AB-IDX TO WS-FUNDET-IDX
           MOVE "RET" TO WS-JO-OPERATION
           MOVE ABT-GRAENSE(AB-IDX) TO WS-FOER-GRAENSE
      *    Ny graense: saldoadviseringen starter forfra, saa kunden
      *    adviseres naeste gang saldoen er under den nye graense.
           MOVE SPACE TO ABT-UNDER(AB-IDX)
           PERFORM OPDATER-LINJE
           DISPLAY "Advisering rettet."
       END-IF.

       OPDATER-LINJE.
       MOVE WS-GRAENSE TO ABT-GRAENSE(AB-IDX).
       MOVE WS-DAGS-DATO TO ABT-AENDRET-DATO(AB-IDX).
       MOVE WS-OPERATOER-ID TO ABT-AENDRET-AF(AB-IDX).
       MOVE WS-GRAENSE TO WS-EFTER-GRAENSE.
       SET ER-AENDRET TO TRUE.
       PERFORM SKRIV-JOURNAL.

       VIS-ABONNEMENTER.
      * Blank konto viser hele registret.
       DISPLAY "Konto (blank = alle): " WITH NO ADVANCING.
       MOVE SPACES TO WS-KONTO-ID.
       ACCEPT WS-KONTO-ID.
       MOVE 0 TO WS-VIST-ANTAL.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-AB-ANTAL
           SET AB-IDX TO WS-VIS-IDX
           IF WS-KONTO-ID = SPACES
                   OR ABT-KONTO-ID(AB-IDX) = WS-KONTO-ID
               ADD 1 TO WS-VIST-ANTAL
               MOVE ABT-GRAENSE(AB-IDX) TO WS-GRAENSE-EDIT
               DISPLAY WS-VIS-IDX ": " ABT-KONTO-ID(AB-IDX)
                   " " ABT-TYPE(AB-IDX)
                   " GRAENSE=" FUNCTION TRIM(WS-GRAENSE-EDIT)
                   " KANAL=" ABT-KANAL(AB-IDX)
                   " AENDRET=" ABT-AENDRET-DATO(AB-IDX)
                   " AF=" ABT-AENDRET-AF(AB-IDX)
           END-IF
       END-PERFORM.
       IF WS-VIST-ANTAL = 0
           DISPLAY "Ingen adviseringer tilmeldt."
       END-IF.

       AFMELD-ABONNEMENT.
      * Kunden fravaelger adviseringen; den evalueres ikke fra naeste
      * koersel. Numrene er dem VIS-ABONNEMENTER viser.
       PERFORM VIS-ABONNEMENTER.
       IF WS-VIST-ANTAL > 0
           DISPLAY "Nummer der skal afmeldes: " WITH NO ADVANCING
           ACCEPT WS-SLET-NR
           IF WS-SLET-NR < 1 OR WS-SLET-NR > WS-AB-ANTAL
               DISPLAY "FEJL: Ugyldigt nummer."
           ELSE
               SET AB-IDX TO WS-SLET-NR
               MOVE "AFMELD" TO WS-JO-OPERATION
               MOVE ABT-GRAENSE(AB-IDX) TO WS-FOER-GRAENSE
               MOVE 0 TO WS-EFTER-GRAENSE
               PERFORM SKRIV-JOURNAL
      *        Ryk resten af tabellen en plads op
               PERFORM VARYING WS-VIS-IDX FROM WS-SLET-NR BY 1
                       UNTIL WS-VIS-IDX >= WS-AB-ANTAL
                   MOVE AB-ENTRY(WS-VIS-IDX + 1)
                       TO AB-ENTRY(WS-VIS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-AB-ANTAL
               SET ER-AENDRET TO TRUE
               DISPLAY "Advisering afmeldt."
           END-IF
       END-IF.

       SKRIV-JOURNAL.
      * En journallinje pr. aendring med graensen foer og efter og
      * operatoeren. Operation og vaerdier er sat af kalderen i
      * WS-JO-OPERATION og WS-FOER-/WS-EFTER-felterne; AB-IDX peger
      * paa tilmeldingen.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/ADVIS-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
       ELSE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL
           MOVE WS-JO-OPERATION TO JO-OPERATION
           MOVE ABT-KONTO-ID(AB-IDX) TO JO-KONTO-ID
           MOVE ABT-TYPE(AB-IDX) TO JO-TYPE
           MOVE ABT-KANAL(AB-IDX) TO JO-KANAL
           MOVE WS-FOER-GRAENSE TO JO-FOER-GRAENSE
           MOVE WS-EFTER-GRAENSE TO JO-EFTER-GRAENSE
           MOVE WS-OPERATOER-ID TO JO-OPERATOER
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.

       SKRIV-ABONNEMENTER-TILBAGE.
       OPEN OUTPUT ABONNEMENT-FIL.
       IF WS-ABONNEMENT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/ADVIS-ABONNEMENTER.txt, status="
               WS-ABONNEMENT-STATUS
       ELSE
           PERFORM VARYING AB-IDX FROM 1 BY 1
                   UNTIL AB-IDX > WS-AB-ANTAL
               MOVE SPACES TO ABONNEMENT-POST
               MOVE ABT-KONTO-ID(AB-IDX) TO AB-KONTO-ID
               MOVE ABT-TYPE(AB-IDX) TO AB-TYPE
               MOVE ABT-GRAENSE(AB-IDX) TO AB-GRAENSE
               MOVE ABT-KANAL(AB-IDX) TO AB-KANAL
               MOVE ABT-UNDER(AB-IDX) TO AB-UNDER
               MOVE ABT-AENDRET-DATO(AB-IDX) TO AB-AENDRET-DATO
               MOVE ABT-AENDRET-AF(AB-IDX) TO AB-AENDRET-AF
               WRITE ABONNEMENT-POST
           END-PERFORM
           CLOSE ABONNEMENT-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
