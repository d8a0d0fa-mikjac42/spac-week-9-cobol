       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPOOL-VEDLIGEHOLD.

      * Interaktiv vedligeholdelse af cash pool-registret
      * (files/CASHPOOL-REGISTER.txt, layout copybooks/CASHPOOL.cpy):
      * erhvervskunders kontogrupper, hvor underkontiene hver aften
      * toemmes til topkontoen (nulsaldo) eller bringes til en
      * maalsaldo. Begge konti skal findes i files/KontoOpl.txt,
      * vaere aabne og vaere fort i poolens valuta, og ejerne skal
      * vaere samme kunde eller moder-/datterselskaber i samme gruppe
      * i files/KUNDEGRUPPER.txt. En konto kan kun vaere medlem af en
      * pool, og en topkonto kan ikke selv vaere medlem. Samme
      * menustil som DAEKNING-VEDLIGEHOLD. Hver oprettelse, aendring
      * og udmeldelse journalfoeres med tidsstempel, linjen foer og
      * efter og operatoeren i files/CASHPOOL-JOURNAL.txt. Udfoeres
      * af batch/cashpool_sweep.cob i den daglige kaede.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOL-FIL ASSIGN TO "files/CASHPOOL-REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT GRUPPE-FIL ASSIGN TO "files/KUNDEGRUPPER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRUPPE-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/CASHPOOL-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POOL-FIL.
       01  POOL-POST.
           COPY "copybooks/CASHPOOL.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  GRUPPE-FIL.
       01  GRUPPE-POST.
           COPY "copybooks/KUNDEGRP.cpy".

      * En linje pr. aendring: tidsstempel, operation (OPRET, RET,
      * UDMELD), underkontoen, topkonto, regel, maalsaldo og
      * rentesats foer og efter (blank/nul ved oprettelse hhv.
      * udmeldelse) og operatoeren.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 JO-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
           05 JO-OPERATION     PIC X(8).
           05 FILLER           PIC X(1).
           05 JO-MEDLEM-KONTO  PIC X(10).
           05 FILLER           PIC X(1).
           05 JO-FOER-TOP      PIC X(10).
           05 FILLER           PIC X(1).
           05 JO-FOER-REGEL    PIC X(1).
           05 FILLER           PIC X(1).
           05 JO-FOER-MAAL     PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 JO-FOER-SATS     PIC 9(2)V9(4).
           05 FILLER           PIC X(1).
           05 JO-EFTER-TOP     PIC X(10).
           05 FILLER           PIC X(1).
           05 JO-EFTER-REGEL   PIC X(1).
           05 FILLER           PIC X(1).
           05 JO-EFTER-MAAL    PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 JO-EFTER-SATS    PIC 9(2)V9(4).
           05 FILLER           PIC X(1).
           05 JO-OPERATOER     PIC X(10).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-POOL-STATUS      PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-GRUPPE-STATUS    PIC XX     VALUE "00".
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

      * Hele registret holdes i hukommelsen under vedligeholdelsen
      * og skrives samlet tilbage ved afslutning.
       01  WS-CP-ANTAL         PIC 9(4)   VALUE 0.
       01  CP-TABEL.
           05  CP-ENTRY OCCURS 2000 TIMES
                          INDEXED BY CP-IDX.
               10  CPT-TOP-KONTO    PIC X(10)    VALUE SPACES.
               10  CPT-MEDLEM-KONTO PIC X(10)    VALUE SPACES.
               10  CPT-REGEL        PIC X(1)     VALUE SPACES.
               10  CPT-MAALSALDO    PIC 9(7)V99  VALUE 0.
               10  CPT-VALUTA       PIC X(3)     VALUE SPACES.
               10  CPT-RENTESATS    PIC 9(2)V9(4) VALUE 0.
               10  CPT-AENDRET-DATO PIC X(8)     VALUE SPACES.
               10  CPT-AENDRET-AF   PIC X(10)    VALUE SPACES.

      * Kontofilen til validering af de to konti
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KUNDE-ID      PIC X(10) VALUE SPACES.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-KONTO-STATUS  PIC X(1)  VALUE SPACES.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-KONTO-IDX        PIC 9(5)   VALUE 0.
       01  WS-TOP-IDX          PIC 9(5)   VALUE 0.
       01  WS-MEDLEM-IDX       PIC 9(5)   VALUE 0.

      * Koncernmedlemmer (relation M eller D) fra kundegrupperne
       01  WS-KG-ANTAL         PIC 9(4)   VALUE 0.
       01  KG-TABEL.
           05  KG-ENTRY OCCURS 2000 TIMES
                          INDEXED BY KG-IDX.
               10  KGT-KUNDE-ID     PIC X(10)  VALUE SPACES.
               10  KGT-GRUPPE-ID    PIC X(10)  VALUE SPACES.
       01  WS-SOEGE-KUNDE      PIC X(10)  VALUE SPACES.
       01  WS-FUNDET-GRUPPE    PIC X(10)  VALUE SPACES.
       01  WS-TOP-GRUPPE       PIC X(10)  VALUE SPACES.
       01  WS-MEDLEM-GRUPPE    PIC X(10)  VALUE SPACES.
       01  WS-SAMME-KONCERN    PIC X      VALUE "N".
           88  ER-SAMME-KONCERN           VALUE "Y".

      * Operatoerens indtastning
       01  WS-TOP-KONTO        PIC X(10)  VALUE SPACES.
       01  WS-MEDLEM-KONTO     PIC X(10)  VALUE SPACES.
       01  WS-REGEL            PIC X(1)   VALUE SPACES.
           88  REGEL-GYLDIG               VALUE "N" "M".
       01  WS-MAALSALDO        PIC 9(7)V99 VALUE 0.
       01  WS-VALUTA           PIC X(3)   VALUE SPACES.
       01  WS-RENTESATS        PIC 9(2)V9(4) VALUE 0.

       01  WS-FUNDET-IDX       PIC 9(4)   VALUE 0.
       01  WS-ROLLE-KONFLIKT   PIC X      VALUE "N".
           88  ER-ROLLE-KONFLIKT          VALUE "Y".
       01  WS-SLET-NR          PIC 9(4)   VALUE 0.
       01  WS-VIS-IDX          PIC 9(4)   VALUE 0.
       01  WS-AENDRET          PIC X      VALUE "N".
           88  ER-AENDRET                 VALUE "Y".
       01  WS-MAAL-EDIT        PIC -(7)9,99.
       01  WS-SATS-EDIT        PIC Z9,9999.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.

      * Journallinjens indhold, sat foer SKRIV-JOURNAL
       01  WS-JO-OPERATION     PIC X(8)   VALUE SPACES.
       01  WS-FOER-TOP         PIC X(10)  VALUE SPACES.
       01  WS-FOER-REGEL       PIC X(1)   VALUE SPACES.
       01  WS-FOER-MAAL        PIC 9(7)V99 VALUE 0.
       01  WS-FOER-SATS        PIC 9(2)V9(4) VALUE 0.
       01  WS-EFTER-TOP        PIC X(10)  VALUE SPACES.
       01  WS-EFTER-REGEL      PIC X(1)   VALUE SPACES.
       01  WS-EFTER-MAAL       PIC 9(7)V99 VALUE 0.
       01  WS-EFTER-SATS       PIC 9(2)V9(4) VALUE 0.

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
       PERFORM INDLAES-KUNDEGRUPPER.
       PERFORM INDLAES-POOLS.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM SAET-MEDLEM
               WHEN 2
                   PERFORM VIS-POOLS
               WHEN 3
                   PERFORM UDMELD-MEDLEM
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.

       IF ER-AENDRET
           PERFORM SKRIV-POOLS-TILBAGE
       END-IF.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Cash pooling for erhvervskunder".
       DISPLAY "1. Opret eller ret underkonto i pool".
       DISPLAY "2. Vis pools".
       DISPLAY "3. Meld underkonto ud af pool".
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

       INDLAES-KUNDEGRUPPER.
      * Kun moder- og datterselskaber udgoer en koncern; husstande
      * og oekonomisk afhaengige kan ikke poole.
       OPEN INPUT GRUPPE-FIL.
       IF WS-GRUPPE-STATUS = "00"
           PERFORM UNTIL WS-GRUPPE-STATUS NOT = "00"
               READ GRUPPE-FIL INTO GRUPPE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (KG-ER-MODER OR KG-ER-DATTER)
                               AND WS-KG-ANTAL < 2000
                           ADD 1 TO WS-KG-ANTAL
                           SET KG-IDX TO WS-KG-ANTAL
                           MOVE KG-KUNDE-ID TO KGT-KUNDE-ID(KG-IDX)
                           MOVE KG-GRUPPE-ID TO KGT-GRUPPE-ID(KG-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPPE-FIL
       END-IF.

       INDLAES-POOLS.
       OPEN INPUT POOL-FIL.
       IF WS-POOL-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-POOL-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne "
                   "files/CASHPOOL-REGISTER.txt, status="
                   WS-POOL-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ POOL-FIL INTO POOL-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF CP-MEDLEM-KONTO NOT = SPACES
                               AND WS-CP-ANTAL < 2000
                           ADD 1 TO WS-CP-ANTAL
                           SET CP-IDX TO WS-CP-ANTAL
                           MOVE CP-TOP-KONTO TO CPT-TOP-KONTO(CP-IDX)
                           MOVE CP-MEDLEM-KONTO
                               TO CPT-MEDLEM-KONTO(CP-IDX)
                           MOVE CP-REGEL TO CPT-REGEL(CP-IDX)
                           MOVE CP-MAALSALDO TO CPT-MAALSALDO(CP-IDX)
                           MOVE CP-VALUTA TO CPT-VALUTA(CP-IDX)
                           MOVE CP-RENTESATS TO CPT-RENTESATS(CP-IDX)
                           MOVE CP-AENDRET-DATO
                               TO CPT-AENDRET-DATO(CP-IDX)
                           MOVE CP-AENDRET-AF TO CPT-AENDRET-AF(CP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE POOL-FIL
       END-IF.

       SAET-MEDLEM.
      * Findes underkontoen i forvejen, rettes dens linje; ellers
      * oprettes den.
       DISPLAY "Topkonto                     : " WITH NO ADVANCING.
       ACCEPT WS-TOP-KONTO.
       DISPLAY "Underkonto                   : " WITH NO ADVANCING.
       ACCEPT WS-MEDLEM-KONTO.
       DISPLAY "Regel (N=nulsaldo M=maalsaldo): " WITH NO ADVANCING.
       ACCEPT WS-REGEL.
       MOVE 0 TO WS-MAALSALDO.
       IF WS-REGEL = "M"
           DISPLAY "Maalsaldo                    : "
               WITH NO ADVANCING
           ACCEPT WS-MAALSALDO
       END-IF.
       DISPLAY "Valuta                       : " WITH NO ADVANCING.
       ACCEPT WS-VALUTA.
       DISPLAY "Koncernintern rente (% p.a.) : " WITH NO ADVANCING.
       ACCEPT WS-RENTESATS.
       MOVE WS-TOP-KONTO TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       MOVE WS-KONTO-IDX TO WS-TOP-IDX.
       MOVE WS-MEDLEM-KONTO TO WS-SOEGE-KONTO.
       PERFORM FIND-KONTO.
       MOVE WS-KONTO-IDX TO WS-MEDLEM-IDX.
       PERFORM KONTROLLER-ROLLER.
       PERFORM KONTROLLER-KONCERN.
       EVALUATE TRUE
           WHEN WS-TOP-IDX = 0
               DISPLAY "FEJL: Topkontoen " WS-TOP-KONTO
                   " findes ikke - linjen gemmes ikke."
           WHEN WS-MEDLEM-IDX = 0
               DISPLAY "FEJL: Underkontoen " WS-MEDLEM-KONTO
                   " findes ikke - linjen gemmes ikke."
           WHEN WS-TOP-KONTO = WS-MEDLEM-KONTO
               DISPLAY "FEJL: Topkonto og underkonto er den samme - "
                   "linjen gemmes ikke."
           WHEN NOT REGEL-GYLDIG
               DISPLAY "FEJL: Regel skal vaere N eller M - linjen "
                   "gemmes ikke."
           WHEN KOT-KONTO-STATUS(WS-TOP-IDX) = "C"
                   OR KOT-KONTO-STATUS(WS-MEDLEM-IDX) = "C"
               DISPLAY "FEJL: En af kontiene er lukket - linjen "
                   "gemmes ikke."
           WHEN KOT-VALUTA-KD(WS-TOP-IDX) NOT = WS-VALUTA
                   OR KOT-VALUTA-KD(WS-MEDLEM-IDX) NOT = WS-VALUTA
               DISPLAY "FEJL: Begge konti skal vaere fort i "
                   WS-VALUTA " - linjen gemmes ikke."
           WHEN ER-ROLLE-KONFLIKT
               DISPLAY "FEJL: En topkonto kan ikke vaere underkonto, "
                   "og en underkonto ikke topkonto - linjen gemmes "
                   "ikke."
           WHEN NOT ER-SAMME-KONCERN
               DISPLAY "FEJL: Ejerne er ikke samme kunde eller samme "
                   "koncern i kundegrupperne - linjen gemmes ikke."
           WHEN OTHER
               PERFORM GEM-MEDLEM
       END-EVALUATE.

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

       KONTROLLER-ROLLER.
      * Topkontoen maa ikke vaere underkonto i en pool, og
      * underkontoen maa ikke vaere topkonto for en anden pool.
       MOVE "N" TO WS-ROLLE-KONFLIKT.
       PERFORM VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > WS-CP-ANTAL
           IF CPT-MEDLEM-KONTO(CP-IDX) = WS-TOP-KONTO
                   OR CPT-TOP-KONTO(CP-IDX) = WS-MEDLEM-KONTO
               SET ER-ROLLE-KONFLIKT TO TRUE
           END-IF
       END-PERFORM.

       KONTROLLER-KONCERN.
      * Samme ejer, eller begge ejere er moder-/datterselskab i
      * samme kundegruppe.
       MOVE "N" TO WS-SAMME-KONCERN.
       IF WS-TOP-IDX > 0 AND WS-MEDLEM-IDX > 0
           IF KOT-KUNDE-ID(WS-TOP-IDX) = KOT-KUNDE-ID(WS-MEDLEM-IDX)
               SET ER-SAMME-KONCERN TO TRUE
           ELSE
               MOVE KOT-KUNDE-ID(WS-TOP-IDX) TO WS-SOEGE-KUNDE
               PERFORM FIND-KONCERN
               MOVE WS-FUNDET-GRUPPE TO WS-TOP-GRUPPE
               MOVE KOT-KUNDE-ID(WS-MEDLEM-IDX) TO WS-SOEGE-KUNDE
               PERFORM FIND-KONCERN
               MOVE WS-FUNDET-GRUPPE TO WS-MEDLEM-GRUPPE
               IF WS-TOP-GRUPPE NOT = SPACES
                       AND WS-TOP-GRUPPE = WS-MEDLEM-GRUPPE
                   SET ER-SAMME-KONCERN TO TRUE
               END-IF
           END-IF
       END-IF.

       FIND-KONCERN.
       MOVE SPACES TO WS-FUNDET-GRUPPE.
       IF WS-KG-ANTAL > 0
           SET KG-IDX TO 1
           SEARCH KG-ENTRY
               AT END
                   CONTINUE
               WHEN KGT-KUNDE-ID(KG-IDX) = WS-SOEGE-KUNDE
                   MOVE KGT-GRUPPE-ID(KG-IDX) TO WS-FUNDET-GRUPPE
           END-SEARCH
       END-IF.

       GEM-MEDLEM.
       MOVE 0 TO WS-FUNDET-IDX.
       IF WS-CP-ANTAL > 0
           SET CP-IDX TO 1
           SEARCH CP-ENTRY
               AT END
                   CONTINUE
               WHEN CPT-MEDLEM-KONTO(CP-IDX) = WS-MEDLEM-KONTO
                   SET WS-FUNDET-IDX TO CP-IDX
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX = 0
           IF WS-CP-ANTAL >= 2000
               DISPLAY "FEJL: Pooltabellen er fuld."
           ELSE
               ADD 1 TO WS-CP-ANTAL
               SET CP-IDX TO WS-CP-ANTAL
               MOVE WS-MEDLEM-KONTO TO CPT-MEDLEM-KONTO(CP-IDX)
               MOVE "OPRET" TO WS-JO-OPERATION
               MOVE SPACES TO WS-FOER-TOP WS-FOER-REGEL
               MOVE 0 TO WS-FOER-MAAL WS-FOER-SATS
               PERFORM OPDATER-LINJE
               DISPLAY "Underkonto meldt ind i pool."
           END-IF
       ELSE
           SET CP-IDX TO WS-FUNDET-IDX
           MOVE "RET" TO WS-JO-OPERATION
           MOVE CPT-TOP-KONTO(CP-IDX) TO WS-FOER-TOP
           MOVE CPT-REGEL(CP-IDX) TO WS-FOER-REGEL
           MOVE CPT-MAALSALDO(CP-IDX) TO WS-FOER-MAAL
           MOVE CPT-RENTESATS(CP-IDX) TO WS-FOER-SATS
           PERFORM OPDATER-LINJE
           DISPLAY "Poollinje rettet."
       END-IF.

       OPDATER-LINJE.
       MOVE WS-TOP-KONTO TO CPT-TOP-KONTO(CP-IDX).
       MOVE WS-REGEL TO CPT-REGEL(CP-IDX).
       MOVE WS-MAALSALDO TO CPT-MAALSALDO(CP-IDX).
       MOVE WS-VALUTA TO CPT-VALUTA(CP-IDX).
       MOVE WS-RENTESATS TO CPT-RENTESATS(CP-IDX).
       MOVE WS-DAGS-DATO TO CPT-AENDRET-DATO(CP-IDX).
       MOVE WS-OPERATOER-ID TO CPT-AENDRET-AF(CP-IDX).
       MOVE WS-TOP-KONTO TO WS-EFTER-TOP.
       MOVE WS-REGEL TO WS-EFTER-REGEL.
       MOVE WS-MAALSALDO TO WS-EFTER-MAAL.
       MOVE WS-RENTESATS TO WS-EFTER-SATS.
       SET ER-AENDRET TO TRUE.
       PERFORM SKRIV-JOURNAL.

       VIS-POOLS.
       IF WS-CP-ANTAL = 0
           DISPLAY "Ingen pools oprettet."
       END-IF.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-CP-ANTAL
           SET CP-IDX TO WS-VIS-IDX
           MOVE CPT-MAALSALDO(CP-IDX) TO WS-MAAL-EDIT
           MOVE CPT-RENTESATS(CP-IDX) TO WS-SATS-EDIT
           DISPLAY WS-VIS-IDX ": TOP=" CPT-TOP-KONTO(CP-IDX)
               " UNDER=" CPT-MEDLEM-KONTO(CP-IDX)
               " REGEL=" CPT-REGEL(CP-IDX)
               " MAAL=" FUNCTION TRIM(WS-MAAL-EDIT)
               " " CPT-VALUTA(CP-IDX)
               " RENTE=" FUNCTION TRIM(WS-SATS-EDIT)
               " AENDRET=" CPT-AENDRET-DATO(CP-IDX)
               " AF=" CPT-AENDRET-AF(CP-IDX)
       END-PERFORM.

       UDMELD-MEDLEM.
      * Underkontoen tages ud af poolen; fra naeste koersel sweepes
      * den ikke mere. Dens position i poolen rentefordeles ved
      * naeste maanedsskifte og nedlaegges derefter af koerslen.
       PERFORM VIS-POOLS.
       IF WS-CP-ANTAL > 0
           DISPLAY "Nummer der skal meldes ud: " WITH NO ADVANCING
           ACCEPT WS-SLET-NR
           IF WS-SLET-NR < 1 OR WS-SLET-NR > WS-CP-ANTAL
               DISPLAY "FEJL: Ugyldigt nummer."
           ELSE
               SET CP-IDX TO WS-SLET-NR
               MOVE "UDMELD" TO WS-JO-OPERATION
               MOVE CPT-TOP-KONTO(CP-IDX) TO WS-FOER-TOP
               MOVE CPT-REGEL(CP-IDX) TO WS-FOER-REGEL
               MOVE CPT-MAALSALDO(CP-IDX) TO WS-FOER-MAAL
               MOVE CPT-RENTESATS(CP-IDX) TO WS-FOER-SATS
               MOVE SPACES TO WS-EFTER-TOP WS-EFTER-REGEL
               MOVE 0 TO WS-EFTER-MAAL WS-EFTER-SATS
               PERFORM SKRIV-JOURNAL
      *        Ryk resten af tabellen en plads op
               PERFORM VARYING WS-VIS-IDX FROM WS-SLET-NR BY 1
                       UNTIL WS-VIS-IDX >= WS-CP-ANTAL
                   MOVE CP-ENTRY(WS-VIS-IDX + 1)
                       TO CP-ENTRY(WS-VIS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-CP-ANTAL
               SET ER-AENDRET TO TRUE
               DISPLAY "Underkonto meldt ud."
           END-IF
       END-IF.

       SKRIV-JOURNAL.
      * En journallinje pr. aendring med linjen foer og efter og
      * operatoeren. Operation og vaerdier er sat af kalderen i
      * WS-JO-OPERATION og WS-FOER-/WS-EFTER-felterne; CP-IDX peger
      * paa linjen.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/CASHPOOL-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
       ELSE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL
           MOVE WS-JO-OPERATION TO JO-OPERATION
           MOVE CPT-MEDLEM-KONTO(CP-IDX) TO JO-MEDLEM-KONTO
           MOVE WS-FOER-TOP TO JO-FOER-TOP
           MOVE WS-FOER-REGEL TO JO-FOER-REGEL
           MOVE WS-FOER-MAAL TO JO-FOER-MAAL
           MOVE WS-FOER-SATS TO JO-FOER-SATS
           MOVE WS-EFTER-TOP TO JO-EFTER-TOP
           MOVE WS-EFTER-REGEL TO JO-EFTER-REGEL
           MOVE WS-EFTER-MAAL TO JO-EFTER-MAAL
           MOVE WS-EFTER-SATS TO JO-EFTER-SATS
           MOVE WS-OPERATOER-ID TO JO-OPERATOER
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.

       SKRIV-POOLS-TILBAGE.
       OPEN OUTPUT POOL-FIL.
       IF WS-POOL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/CASHPOOL-REGISTER.txt, status=" WS-POOL-STATUS
       ELSE
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CP-ANTAL
               MOVE SPACES TO POOL-POST
               MOVE CPT-TOP-KONTO(CP-IDX) TO CP-TOP-KONTO
               MOVE CPT-MEDLEM-KONTO(CP-IDX) TO CP-MEDLEM-KONTO
               MOVE CPT-REGEL(CP-IDX) TO CP-REGEL
               MOVE CPT-MAALSALDO(CP-IDX) TO CP-MAALSALDO
               MOVE CPT-VALUTA(CP-IDX) TO CP-VALUTA
               MOVE CPT-RENTESATS(CP-IDX) TO CP-RENTESATS
               MOVE CPT-AENDRET-DATO(CP-IDX) TO CP-AENDRET-DATO
               MOVE CPT-AENDRET-AF(CP-IDX) TO CP-AENDRET-AF
               WRITE POOL-POST
           END-PERFORM
           CLOSE POOL-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
