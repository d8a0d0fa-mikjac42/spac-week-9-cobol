       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIS-SAMTYKKE-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af samtykkeregistret for
      * kontoinformation (files/AIS-SAMTYKKER.txt, layout
      * copybooks/AISSAMTYK.cpy): et samtykke giver en udbyder adgang
      * til en kundes konti, saldi og/eller transaktioner gennem
      * KONTOINFO-SERVER, for de naevnte konti og frem til
      * udloebsdatoen. Operatoeren opretter samtykket efter kundens
      * underskrevne aftale, kan vise en kundes samtykker og kan
      * tilbagekalde et samtykke paa kundens vegne. Et tilbagekaldt
      * samtykke slettes ikke men faar status T, saa registret ogsaa
      * viser hvad der tidligere var givet.
      * Konti paa et samtykke skal vaere kundens egne (primaer ejer i
      * kontomasteren) eller konti kunden er medejer af
      * (files/KONTO-EJERE.txt), og maa ikke vaere lukkede.
      * Da kunden ogsaa kan tilbagekalde gennem serveren, indlaeses
      * registret frisk foer hver aendring og skrives tilbage med det
      * samme - ikke samlet ved afslutning som i
      * FULDMAGT-VEDLIGEHOLD - saa et tilbagekald fra kunden ikke
      * overskrives af en operatoer der har siddet med skaermen aaben.
      * Oprettelser og tilbagekald journalfoeres med tidsstempel og
      * operatoer i files/AIS-SAMTYKKE-JOURNAL.txt, samme princip som
      * FULDMAGT-JOURNAL.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMTYKKE-FIL ASSIGN TO "files/AIS-SAMTYKKER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMTYKKE-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/AIS-SAMTYKKE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  SAMTYKKE-FIL.
       01  SAMTYKKE-POST.
           COPY "copybooks/AISSAMTYK.cpy".

       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 JO-TIDSSTEMPEL   PIC X(14).
           05 JO-OPERATION     PIC X(8).
           05 JO-LINJE         PIC X(40).
           05 JO-OPERATOER     PIC X(10).

       FD  KONTO-MASTER-FIL.
       01  KONTO-MASTER-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  KONTO-EJER-FIL.
       01  KONTO-EJER-POST.
           05 KE-KONTO-ID      PIC X(10).
           05 KE-KUNDE-ID      PIC X(10).
           05 KE-ROLLE         PIC X(1).

       WORKING-STORAGE SECTION.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-SAMTYKKE-STATUS  PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-KONTO-MASTER-STATUS PIC XX  VALUE "00".
       01  WS-KONTO-EJER-STATUS PIC XX    VALUE "00".
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

      * Registret indlaeses frisk foer hver handling; linjerne
      * holdes som de staar i filen.
       01  WS-SA-ANTAL         PIC 9(3)   VALUE 0.
       01  SA-TABEL.
           05  SA-ENTRY OCCURS 500 TIMES
                          INDEXED BY SA-IDX
                          PIC X(213) VALUE SPACES.
       01  WS-SA-FULD          PIC X      VALUE "N".
           88  SA-TABEL-FULD              VALUE "Y".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-DATO-NUM         PIC 9(8)   VALUE 0.
       01  WS-DATO-HELTAL      PIC 9(7)   VALUE 0.
       01  WS-SOEGE-ID         PIC X(12)  VALUE SPACES.
       01  WS-SOEGE-KUNDE      PIC X(10)  VALUE SPACES.
       01  WS-FUNDET-IDX       PIC 9(3)   VALUE 0.
       01  WS-VIS-IDX          PIC 9(3)   VALUE 0.
       01  WS-VIS-ANTAL        PIC 9(3)   VALUE 0.
       01  WS-KONTO-IDX        PIC 9(2)   VALUE 0.
       01  WS-HOEJESTE-NR      PIC 9(9)   VALUE 0.
       01  WS-NR-TEKST         PIC X(9)   VALUE SPACES.
       01  WS-STATUS-TEKST     PIC X(30)  VALUE SPACES.

      * Det nye samtykke bygges op her, foer det foejes til.
       01  WS-NYT.
           COPY "copybooks/AISSAMTYK.cpy".
       01  WS-NY-KONTO         PIC X(10)  VALUE SPACES.
       01  WS-KONTO-OK         PIC X      VALUE "N".
           88  KONTO-ER-OK                VALUE "Y".
       01  WS-KONTO-FEJL       PIC X(40)  VALUE SPACES.
       01  WS-INDTAST-SLUT     PIC X      VALUE "N".
           88  INDTAST-ER-SLUT            VALUE "Y".
       01  WS-NYT-OK           PIC X      VALUE "Y".
           88  NYT-ER-OK                  VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       PERFORM BYG-FILSTIER.

       PERFORM UNTIL ER-FAERDIG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM OPRET-SAMTYKKE
               WHEN 2
                   PERFORM VIS-SAMTYKKER
               WHEN 3
                   PERFORM TILBAGEKALD-SAMTYKKE
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Samtykker til kontoinformation".
       DISPLAY "1. Opret samtykke".
       DISPLAY "2. Vis en kundes samtykker".
       DISPLAY "3. Tilbagekald samtykke".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

       INDLAES-SAMTYKKER.
       MOVE 0 TO WS-SA-ANTAL.
       MOVE 0 TO WS-HOEJESTE-NR.
       MOVE "N" TO WS-SA-FULD.
       OPEN INPUT SAMTYKKE-FIL.
       IF WS-SAMTYKKE-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-SAMTYKKE-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/AIS-SAMTYKKER.txt, status="
                   WS-SAMTYKKE-STATUS
               STOP RUN
           END-IF
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ SAMTYKKE-FIL INTO SAMTYKKE-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF SA-SAMTYKKE-ID IN SAMTYKKE-POST
                               NOT = SPACES
                           PERFORM GEM-INDLAEST-SAMTYKKE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE SAMTYKKE-FIL
       END-IF.

       GEM-INDLAEST-SAMTYKKE.
       IF WS-SA-ANTAL >= 500
           SET SA-TABEL-FULD TO TRUE
       ELSE
           ADD 1 TO WS-SA-ANTAL
           MOVE SAMTYKKE-POST TO SA-ENTRY(WS-SA-ANTAL)
       END-IF.
       IF SA-SAMTYKKE-ID IN SAMTYKKE-POST(4:9) NUMERIC
           MOVE SA-SAMTYKKE-ID IN SAMTYKKE-POST(4:9) TO WS-NR-TEKST
           IF FUNCTION NUMVAL(WS-NR-TEKST) > WS-HOEJESTE-NR
               MOVE WS-NR-TEKST TO WS-HOEJESTE-NR
           END-IF
       END-IF.

       OPRET-SAMTYKKE.
       PERFORM INDLAES-SAMTYKKER.
       IF SA-TABEL-FULD OR WS-SA-ANTAL >= 500
           DISPLAY "FEJL: Samtykkeregistret er fuldt."
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-NYT.
       MOVE "Y" TO WS-NYT-OK.
       MOVE 0 TO SA-KONTO-ANTAL IN WS-NYT.
       DISPLAY "Kundens KUNDE-ID         : " WITH NO ADVANCING.
       ACCEPT SA-KUNDE-ID IN WS-NYT.
       DISPLAY "Udbyderens ID            : " WITH NO ADVANCING.
       ACCEPT SA-UDBYDER-ID IN WS-NYT.
       DISPLAY "Udbyderens navn          : " WITH NO ADVANCING.
       ACCEPT SA-UDBYDER-NAVN IN WS-NYT.
       DISPLAY "Maa hente kontoliste (J/N): " WITH NO ADVANCING.
       ACCEPT SA-OMFANG-KONTI IN WS-NYT.
       DISPLAY "Maa hente saldi      (J/N): " WITH NO ADVANCING.
       ACCEPT SA-OMFANG-SALDI IN WS-NYT.
       DISPLAY "Maa hente transaktioner (J/N): " WITH NO ADVANCING.
       ACCEPT SA-OMFANG-TRANS IN WS-NYT.
       DISPLAY "Udloeb (YYYYMMDD, blank = 90 dage): "
           WITH NO ADVANCING.
       ACCEPT SA-UDLOEB IN WS-NYT.
       IF SA-UDLOEB IN WS-NYT = SPACES
           MOVE WS-DAGS-DATO TO WS-DATO-NUM
           COMPUTE WS-DATO-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-NUM) + 90
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATO-HELTAL)
               TO WS-DATO-NUM
           MOVE WS-DATO-NUM TO SA-UDLOEB IN WS-NYT
       END-IF.

       IF SA-KUNDE-ID IN WS-NYT = SPACES
               OR SA-UDBYDER-ID IN WS-NYT = SPACES
           DISPLAY "FEJL: KUNDE-ID og udbyder skal udfyldes."
           MOVE "N" TO WS-NYT-OK
       END-IF.
       IF (SA-OMFANG-KONTI IN WS-NYT NOT = "J"
               AND SA-OMFANG-KONTI IN WS-NYT NOT = "N")
               OR (SA-OMFANG-SALDI IN WS-NYT NOT = "J"
               AND SA-OMFANG-SALDI IN WS-NYT NOT = "N")
               OR (SA-OMFANG-TRANS IN WS-NYT NOT = "J"
               AND SA-OMFANG-TRANS IN WS-NYT NOT = "N")
           DISPLAY "FEJL: Omfanget angives med J eller N."
           MOVE "N" TO WS-NYT-OK
       END-IF.
       IF SA-OMFANG IN WS-NYT = "NNN"
           DISPLAY "FEJL: Samtykket skal omfatte mindst en "
               "forespoergselstype."
           MOVE "N" TO WS-NYT-OK
       END-IF.
       IF SA-UDLOEB IN WS-NYT NOT NUMERIC
               OR SA-UDLOEB IN WS-NYT NOT > WS-DAGS-DATO
           DISPLAY "FEJL: Udloebet skal vaere en dato efter i dag."
           MOVE "N" TO WS-NYT-OK
       END-IF.
       IF NOT NYT-ER-OK
           DISPLAY "Samtykket oprettes ikke."
           EXIT PARAGRAPH
       END-IF.

       DISPLAY "Konti samtykket gaelder (blank linje afslutter):".
       MOVE "N" TO WS-INDTAST-SLUT.
       PERFORM UNTIL INDTAST-ER-SLUT
               OR SA-KONTO-ANTAL IN WS-NYT >= 10
           DISPLAY "  KONTO-ID: " WITH NO ADVANCING
           ACCEPT WS-NY-KONTO
           IF WS-NY-KONTO = SPACES
               SET INDTAST-ER-SLUT TO TRUE
           ELSE
               PERFORM KONTROLLER-KONTO
               IF KONTO-ER-OK
                   ADD 1 TO SA-KONTO-ANTAL IN WS-NYT
                   MOVE WS-NY-KONTO TO SA-KONTO-ID IN WS-NYT
                       (SA-KONTO-ANTAL IN WS-NYT)
               ELSE
                   DISPLAY "  FEJL: " FUNCTION TRIM(WS-KONTO-FEJL)
                       " - kontoen er ikke taget med."
               END-IF
           END-IF
       END-PERFORM.
       IF SA-KONTO-ANTAL IN WS-NYT = 0
           DISPLAY "FEJL: Ingen gyldige konti - samtykket oprettes "
               "ikke."
           EXIT PARAGRAPH
       END-IF.

       ADD 1 TO WS-HOEJESTE-NR.
       MOVE WS-HOEJESTE-NR TO WS-NR-TEKST.
       STRING "AIS" WS-NR-TEKST DELIMITED BY SIZE
           INTO SA-SAMTYKKE-ID IN WS-NYT.
       MOVE "A" TO SA-STATUS IN WS-NYT.
       MOVE WS-DAGS-DATO TO SA-OPRETTET IN WS-NYT.
       ADD 1 TO WS-SA-ANTAL.
       MOVE WS-NYT TO SA-ENTRY(WS-SA-ANTAL).
       PERFORM SKRIV-SAMTYKKER-TILBAGE.
       MOVE WS-SA-ANTAL TO WS-FUNDET-IDX.
       MOVE "OPRET" TO JO-OPERATION.
       PERFORM SKRIV-JOURNAL.
       DISPLAY "Samtykke " SA-SAMTYKKE-ID IN WS-NYT
           " oprettet - ID'et gives til udbyderen.".

       KONTROLLER-KONTO.
      * Kontoen skal findes i kontomasteren, vaere aaben og tilhoere
      * kunden - som primaer ejer eller som medejer.
       MOVE "N" TO WS-KONTO-OK.
       MOVE SPACES TO WS-KONTO-FEJL.
       PERFORM VARYING WS-KONTO-IDX FROM 1 BY 1
               UNTIL WS-KONTO-IDX > SA-KONTO-ANTAL IN WS-NYT
           IF SA-KONTO-ID IN WS-NYT(WS-KONTO-IDX) = WS-NY-KONTO
               MOVE "kontoen er allerede med" TO WS-KONTO-FEJL
               EXIT PARAGRAPH
           END-IF
       END-PERFORM.
       OPEN INPUT KONTO-MASTER-FIL.
       IF WS-KONTO-MASTER-STATUS NOT = "00"
           MOVE "kontomasteren kan ikke aabnes" TO WS-KONTO-FEJL
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NY-KONTO TO KONTO-ID IN KONTO-MASTER-RECORD.
       READ KONTO-MASTER-FIL
           INVALID KEY
               MOVE "ukendt KONTO-ID" TO WS-KONTO-FEJL
           NOT INVALID KEY
               IF KONTO-STATUS IN KONTO-MASTER-RECORD = "C"
                   MOVE "kontoen er lukket" TO WS-KONTO-FEJL
               ELSE
                   IF KUNDE-ID IN KONTO-MASTER-RECORD
                           = SA-KUNDE-ID IN WS-NYT
                       SET KONTO-ER-OK TO TRUE
                   END-IF
               END-IF
       END-READ.
       CLOSE KONTO-MASTER-FIL.
       IF KONTO-ER-OK OR WS-KONTO-FEJL NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT KONTO-EJER-FIL.
       IF WS-KONTO-EJER-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ KONTO-EJER-FIL INTO KONTO-EJER-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KE-KONTO-ID = WS-NY-KONTO
                               AND KE-KUNDE-ID = SA-KUNDE-ID IN WS-NYT
                               AND KE-ROLLE = "M"
                           SET KONTO-ER-OK TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KONTO-EJER-FIL
       END-IF.
       IF NOT KONTO-ER-OK
           MOVE "kontoen tilhoerer ikke kunden" TO WS-KONTO-FEJL
       END-IF.

       VIS-SAMTYKKER.
       PERFORM INDLAES-SAMTYKKER.
       DISPLAY "KUNDE-ID (blank = alle): " WITH NO ADVANCING.
       ACCEPT WS-SOEGE-KUNDE.
       MOVE 0 TO WS-VIS-ANTAL.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-SA-ANTAL
           MOVE SA-ENTRY(WS-VIS-IDX) TO SAMTYKKE-POST
           IF WS-SOEGE-KUNDE = SPACES
                   OR SA-KUNDE-ID IN SAMTYKKE-POST = WS-SOEGE-KUNDE
               ADD 1 TO WS-VIS-ANTAL
               PERFORM VIS-ET-SAMTYKKE
           END-IF
       END-PERFORM.
       IF WS-VIS-ANTAL = 0
           DISPLAY "Ingen samtykker fundet."
       END-IF.

       VIS-ET-SAMTYKKE.
      * SAMTYKKE-POST holder linjen der skal vises. Et tilbagekald
      * vises med hvem der tilbagekaldte: K = kunden, O = operatoer.
       EVALUATE TRUE
           WHEN SA-ER-TILBAGEKALDT IN SAMTYKKE-POST
               MOVE SPACES TO WS-STATUS-TEKST
               STRING "TILBAGEKALDT " DELIMITED BY SIZE
                   SA-TILBAGEKALDT IN SAMTYKKE-POST DELIMITED BY SIZE
                   " AF " DELIMITED BY SIZE
                   SA-TILBAGEKALDT-AF IN SAMTYKKE-POST
                       DELIMITED BY SIZE
                   INTO WS-STATUS-TEKST
           WHEN SA-UDLOEB IN SAMTYKKE-POST < WS-DAGS-DATO
               MOVE "UDLOEBET" TO WS-STATUS-TEKST
           WHEN OTHER
               MOVE "AKTIV" TO WS-STATUS-TEKST
       END-EVALUATE.
       DISPLAY SA-SAMTYKKE-ID IN SAMTYKKE-POST
           " KUNDE=" SA-KUNDE-ID IN SAMTYKKE-POST
           " UDBYDER=" SA-UDBYDER-ID IN SAMTYKKE-POST
           " " FUNCTION TRIM(SA-UDBYDER-NAVN IN SAMTYKKE-POST).
       DISPLAY "    OMFANG KONTI/SALDI/TRANS="
           SA-OMFANG-KONTI IN SAMTYKKE-POST "/"
           SA-OMFANG-SALDI IN SAMTYKKE-POST "/"
           SA-OMFANG-TRANS IN SAMTYKKE-POST
           " OPRETTET=" SA-OPRETTET IN SAMTYKKE-POST
           " UDLOEB=" SA-UDLOEB IN SAMTYKKE-POST
           " " FUNCTION TRIM(WS-STATUS-TEKST).
       PERFORM VARYING WS-KONTO-IDX FROM 1 BY 1
               UNTIL WS-KONTO-IDX > SA-KONTO-ANTAL IN SAMTYKKE-POST
                  OR WS-KONTO-IDX > 10
           DISPLAY "    KONTO "
               SA-KONTO-ID IN SAMTYKKE-POST(WS-KONTO-IDX)
       END-PERFORM.

       TILBAGEKALD-SAMTYKKE.
       PERFORM INDLAES-SAMTYKKER.
       DISPLAY "Samtykke-ID der skal tilbagekaldes: "
           WITH NO ADVANCING.
       ACCEPT WS-SOEGE-ID.
       MOVE 0 TO WS-FUNDET-IDX.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-SA-ANTAL
           IF SA-ENTRY(WS-VIS-IDX)(1:12) = WS-SOEGE-ID
               MOVE WS-VIS-IDX TO WS-FUNDET-IDX
           END-IF
       END-PERFORM.
       IF WS-FUNDET-IDX = 0
           DISPLAY "FEJL: Samtykket findes ikke."
           EXIT PARAGRAPH
       END-IF.
       MOVE SA-ENTRY(WS-FUNDET-IDX) TO SAMTYKKE-POST.
       PERFORM VIS-ET-SAMTYKKE.
       IF SA-ER-TILBAGEKALDT IN SAMTYKKE-POST
           DISPLAY "Samtykket er allerede tilbagekaldt."
           EXIT PARAGRAPH
       END-IF.
       MOVE "T" TO SA-STATUS IN SAMTYKKE-POST.
       MOVE WS-DAGS-DATO TO SA-TILBAGEKALDT IN SAMTYKKE-POST.
       MOVE "O" TO SA-TILBAGEKALDT-AF IN SAMTYKKE-POST.
       MOVE SAMTYKKE-POST TO SA-ENTRY(WS-FUNDET-IDX).
       PERFORM SKRIV-SAMTYKKER-TILBAGE.
       MOVE "TILBAGEK" TO JO-OPERATION.
       PERFORM SKRIV-JOURNAL.
       DISPLAY "Samtykke tilbagekaldt - udbyderen afvises fra nu af.".

       SKRIV-JOURNAL.
      * En journallinje pr. oprettelse og tilbagekald, med
      * tidsstempel og operatoer. WS-FUNDET-IDX peger paa linjen.
       MOVE SA-ENTRY(WS-FUNDET-IDX) TO SAMTYKKE-POST.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/AIS-SAMTYKKE-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL
           MOVE SPACES TO JO-LINJE
           STRING SA-SAMTYKKE-ID IN SAMTYKKE-POST " "
               SA-KUNDE-ID IN SAMTYKKE-POST " "
               SA-UDBYDER-ID IN SAMTYKKE-POST " "
               SA-OMFANG IN SAMTYKKE-POST
               INTO JO-LINJE
           MOVE WS-OPERATOER-ID TO JO-OPERATOER
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.

       SKRIV-SAMTYKKER-TILBAGE.
       OPEN OUTPUT SAMTYKKE-FIL.
       IF WS-SAMTYKKE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/AIS-SAMTYKKER.txt, "
               "status=" WS-SAMTYKKE-STATUS
       ELSE
           PERFORM VARYING SA-IDX FROM 1 BY 1
                   UNTIL SA-IDX > WS-SA-ANTAL
               MOVE SA-ENTRY(SA-IDX) TO SAMTYKKE-POST
               WRITE SAMTYKKE-POST
           END-PERFORM
           CLOSE SAMTYKKE-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
