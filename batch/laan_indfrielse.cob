       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAAN-INDFRIELSE.

      * Indfrielse og ekstraordinaert afdrag paa laan, naar pengene
      * er kommet ind paa laanets modkonto. En operatoer fra
      * kreditafdelingen (rolle B) indtaster laanet og vaelger:
      *  F - fuld indfrielse efter et gyldigt tilbud fra
      *      LAAN-INDFRIELSE-TILBUD (files/LAAN-INDFRIELSER.txt,
      *      copybooks/INDFRI.cpy). Tilbuddet skal vaere inden for
      *      gyldigheden, og restgaelden og seneste opkraevede
      *      termin skal vaere de samme som da det blev givet - ellers
      *      skal der udskrives et nyt. Tilbuddets rente og gebyr
      *      debiteres laanekontoen (INDR/INDG), og det samlede
      *      beloeb bogfoeres som det afsluttende posteringspar: debet
      *      paa modkontoen, kredit paa laanekontoen (INDF);
      *  A - ekstraordinaert afdrag: beloebet bogfoeres som par paa
      *      samme maade (EKAF), gebyret (procentsats af afdraget,
      *      dog mindst minimumsgebyret fra files/INDFRIELSE-
      *      KONFIG.txt) debiteres modkontoen, og kunden vaelger
      *      kortere loebetid (K) eller lavere ydelse (L).
      * Alle ben i en indfrielse eller et afdrag har faelles
      * reference, saa posteringsmotoren bogfoerer dem helt eller
      * slet ikke. Omlaegningen skrives til
      * files/LAAN-OMLAEGNINGER.txt (copybooks/LAANOML.cpy), og
      * YDELSESPLAN-GENERATOR koeres ved afslutningen, saa
      * files/YDELSESPLANER.txt ikke har terminer efter en
      * indfrielse, og LAAN-OPKRAEVNING holder op med at opkraeve.
      *
      * Laanekontoen lukkes efter KONTO-LUKNINGs regler (saldo nul,
      * status C med dags dato som LUKKET-DATO). Posteringerne er
      * foerst bogfoert efter naeste koersel af posteringsmotoren,
      * saa lukningen sker ved starten af den foelgende koersel af
      * dette program: indfriede laan (status I) med saldo nul
      * lukkes og faar status L i registret; har laanet stadig en
      * saldo, meldes det til manuel opfoelgning. Laanekontoen
      * laeses og omskrives paa KONTO-ID i den indekserede
      * kontomaster, og den flade files/KontoOpl.txt dannes paany af
      * batch/kontoopl_udtraek.cob naar et laan er lukket.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONFIG-FIL ASSIGN TO "files/INDFRIELSE-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID IN KONTO-RECORD
               ALTERNATE RECORD KEY IS KUNDE-ID IN KONTO-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-KONTOMASTER-STATUS.

           SELECT PLAN-FIL ASSIGN TO "files/LAANEPLANER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT YDELSE-FIL ASSIGN TO "files/YDELSESPLANER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YDELSE-STATUS.

           SELECT OPKRAEVET-FIL ASSIGN TO "files/LAAN-OPKRAEVET.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPKRAEVET-STATUS.

           SELECT AFSKRIVNING-FIL ASSIGN TO "files/AFSKRIVNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFSKRIVNING-STATUS.

           SELECT INDFRIELSE-FIL ASSIGN TO "files/LAAN-INDFRIELSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDFRIELSE-STATUS.

           SELECT OMLAEG-FIL ASSIGN TO "files/LAAN-OMLAEGNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OMLAEG-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

           SELECT REFNR-FIL ASSIGN TO "files/POSTERING-REFNR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 KF-NOEGLE        PIC X(12).
           05 FILLER           PIC X(1).
           05 KF-VAERDI        PIC X(20).
           05 FILLER           PIC X(47).

       FD  KONTOMASTER-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  PLAN-FIL.
       01  PLAN-POST.
           05 LP-KONTO-ID      PIC X(10).
           05 LP-MODKONTO      PIC X(10).
           05 LP-HOVEDSTOL     PIC 9(9)V99.
           05 LP-SATS          PIC 9(2)V9(4).
           05 LP-TERMINER      PIC 9(3).
           05 LP-BETALINGSDAG  PIC 9(2).
           05 LP-START-DATO    PIC X(8).

       FD  YDELSE-FIL.
       01  YDELSE-POST.
           05 YP-KONTO-ID      PIC X(10).
           05 YP-MODKONTO      PIC X(10).
           05 YP-TERMIN-NR     PIC 9(3).
           05 YP-FORFALD       PIC X(8).
           05 YP-YDELSE        PIC 9(7)V99.
           05 YP-RENTE         PIC 9(7)V99.
           05 YP-AFDRAG        PIC 9(7)V99.
           05 YP-RESTGAELD     PIC 9(9)V99.

      * Samme layout som i batch/laan_opkraevning.cob.
       FD  OPKRAEVET-FIL.
       01  OPKRAEVET-POST.
           05 OK-KONTO-ID      PIC X(10).
           05 OK-TERMIN-NR     PIC 9(3).
           05 OK-DATO          PIC X(8).

       FD  AFSKRIVNING-FIL.
       01  AFSKRIVNING-POST.
           COPY "copybooks/AFSKRIV.cpy".

       FD  INDFRIELSE-FIL.
       01  INDFRIELSE-POST.
           COPY "copybooks/INDFRI.cpy".

       FD  OMLAEG-FIL.
       01  OMLAEG-POST.
           COPY "copybooks/LAANOML.cpy".

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  REFNR-FIL.
       01  REFNR-RECORD.
           05 REFNR-VAERDI     PIC 9(4).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOMASTER-STATUS PIC XX   VALUE "00".
       01  WS-PLAN-STATUS      PIC XX     VALUE "00".
       01  WS-YDELSE-STATUS    PIC XX     VALUE "00".
       01  WS-OPKRAEVET-STATUS PIC XX     VALUE "00".
       01  WS-AFSKRIVNING-STATUS PIC XX   VALUE "00".
       01  WS-INDFRIELSE-STATUS PIC XX    VALUE "00".
       01  WS-OMLAEG-STATUS    PIC XX     VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "LAAN-INDFRIELSE".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen B (betalinger/kredit) - se
      * shared/operatoer_signon.cob.
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "B".
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".
       01  WS-VALG             PIC X      VALUE SPACE.
       01  WS-BEKRAEFT         PIC X      VALUE "N".
           88  BEKRAEFTET                 VALUE "J" "j".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-KOMMANDO         PIC X(250) VALUE SPACES.

      * Opsaetningen; mangler en linje, gaelder standardvaerdien.
      * Gyldigheden bruges kun af tilbudsprogrammet.
       01  WS-GEBYR-PCT        PIC 9(3)V99 VALUE 1,00.
       01  WS-MINIMUMSGEBYR    PIC 9(7)V99 VALUE 500,00.
       01  WS-KONFIG-CIFRE     PIC 9(9)   VALUE 0.

      * Laanekontoen, laest paa KONTO-ID i kontomasteren; recorden
      * staar i KONTO-RECORD indtil naeste opslag.
       01  WS-KONTO-FUNDET     PIC X      VALUE "N".
           88  KONTO-ER-FUNDET            VALUE "Y".
       01  WS-KONTO-SALDO      PIC S9(7)V99 VALUE 0.

      * Laanene med modkonto, seneste opkraevede termin, restgaelden
      * efter den og antal resterende terminer i planen
       01  WS-LAAN-ANTAL       PIC 9(4)   VALUE 0.
       01  LAAN-TABEL.
           05  LAAN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY LN-IDX.
               10  LNT-KONTO-ID     PIC X(10)     VALUE SPACES.
               10  LNT-MODKONTO     PIC X(10)     VALUE SPACES.
               10  LNT-SIDST-TERMIN PIC 9(3)      VALUE 0.
               10  LNT-RESTGAELD    PIC 9(9)V99   VALUE 0.
               10  LNT-REST-TERMINER PIC 9(3)     VALUE 0.
       01  WS-LAAN-IDX         PIC 9(4)   VALUE 0.

      * Afskrevne laan, som er overdraget til inkasso
       01  WS-AFSKREVET-ANTAL  PIC 9(4)   VALUE 0.
       01  AFSKREVET-TABEL.
           05  AFSKREVET-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY AS-IDX
                                 PIC X(10) VALUE SPACES.
       01  WS-AFSKREVET-FUNDET PIC X      VALUE "N".
           88  ER-AFSKREVET               VALUE "Y".

      * Indfrielsesregistret; hele filen skrives tilbage med de
      * aendrede statusser
       01  WS-REG-ANTAL        PIC 9(4)   VALUE 0.
       01  REGISTER-TABEL.
           05  REG-ENTRY OCCURS 3000 TIMES
                           INDEXED BY RG-IDX
                           PIC X(132) VALUE SPACES.
       01  WS-REG-IDX          PIC 9(4)   VALUE 0.
       01  WS-REG-AENDRET      PIC X      VALUE "N".
           88  REG-ER-AENDRET             VALUE "Y".
       01  WS-INDFRIET-FUNDET  PIC X      VALUE "N".
           88  ER-INDFRIET                VALUE "Y".

      * Det laan der behandles
       01  WS-LAAN-KONTO       PIC X(10)  VALUE SPACES.
       01  WS-MODKONTO         PIC X(10)  VALUE SPACES.
       01  WS-AFDRAG           PIC 9(7)V99 VALUE 0.
       01  WS-GEBYR            PIC 9(7)V99 VALUE 0.
       01  WS-NY-RESTGAELD     PIC 9(9)V99 VALUE 0.
       01  WS-OML-ART          PIC X      VALUE SPACE.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

      * Posteringsbenene
       01  WS-POST-KONTO       PIC X(10)  VALUE SPACES.
       01  WS-POST-DK          PIC X(1)   VALUE SPACES.
       01  WS-POST-BELOEB      PIC 9(7)V99 VALUE 0.
       01  WS-POST-TEKST       PIC X(30)  VALUE SPACES.
       01  WS-POST-KODE        PIC X(4)   VALUE SPACES.
       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-REFNR            PIC 9(4)   VALUE 0.
       01  WS-REFERENCE        PIC X(13)  VALUE SPACES.

       01  WS-BALANCE-EDIT     PIC -(6)9,99.
       01  WS-BELOEB-EDIT      PIC -(9)9,99.

       01  WS-INDFRIET-TAELLER PIC 9(4)   VALUE 0.
       01  WS-AFDRAG-TAELLER   PIC 9(4)   VALUE 0.
       01  WS-LUKKET-TAELLER   PIC 9(4)   VALUE 0.

      * Foerbillede af kontoen til kontojournalen - se
      * shared/konto_journal.cob.
       01  WS-KONTO-FOER-BILLEDE PIC X(93) VALUE SPACES.
       01  WS-KONTO-OPERATION  PIC X(8)   VALUE "RET".
       01  WS-JOURNAL-PROGRAM  PIC X(20)  VALUE "LAAN-INDFRIELSE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       PERFORM INDLAES-KONFIG.
       PERFORM AABN-KONTOMASTER.
       PERFORM INDLAES-LAANEPLANER.
       PERFORM INDLAES-OPKRAEVET.
       PERFORM INDLAES-YDELSESPLANER.
       PERFORM INDLAES-OMLAEGNINGER.
       PERFORM INDLAES-AFSKRIVNINGER.
       PERFORM INDLAES-INDFRIELSER.

       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.

       PERFORM LUK-INDFRIEDE-LAAN.
       PERFORM AABN-UDFILER.
       PERFORM BEHANDL-LAAN UNTIL ER-FAERDIG.

       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE OMLAEG-FIL.
       CLOSE KONTOMASTER-FIL.
       IF REG-ER-AENDRET
           PERFORM SKRIV-REGISTER-TILBAGE
       END-IF.
       IF WS-LUKKET-TAELLER > 0
      *    Den flade KontoOpl.txt dannes paany af masteren, saa de
      *    lukkede laan ogsaa staar som lukkede der.
           MOVE "batch/kontoopl_udtraek" TO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO
           IF RETURN-CODE NOT = 0
               DISPLAY "ADVARSEL: KONTOOPL-UDTRAEK fejlede - "
                   "koer den manuelt, saa KontoOpl.txt svarer til "
                   "masteren."
           END-IF
       END-IF.
       IF WS-INDFRIET-TAELLER > 0 OR WS-AFDRAG-TAELLER > 0
      *    Ydelsesplanerne gendannes med de nye omlaegninger, saa
      *    LAAN-OPKRAEVNING straks opkraever efter den nye plan.
           MOVE "batch/ydelsesplan_generator" TO WS-KOMMANDO
           CALL "SYSTEM" USING WS-KOMMANDO
           IF RETURN-CODE NOT = 0
               DISPLAY "ADVARSEL: YDELSESPLAN-GENERATOR fejlede - "
                   "koer den manuelt, foer laanene opkraeves."
           END-IF
       END-IF.
       DISPLAY "LAAN-INDFRIELSE: indfriet=" WS-INDFRIET-TAELLER
           " afdrag=" WS-AFDRAG-TAELLER
           " lukket=" WS-LUKKET-TAELLER.
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
           DISPLAY "ADVARSEL: files/INDFRIELSE-KONFIG.txt mangler - "
               "standardgebyret bruges."
       END-IF.

       FORTOLK-KONFIG-LINJE.
       EVALUATE KF-NOEGLE
           WHEN "GEBYRPROCENT"
      *        Fem cifre med underforstaaede to decimaler
               IF KF-VAERDI(1:5) NUMERIC
                   MOVE KF-VAERDI(1:5) TO WS-KONFIG-CIFRE
                   COMPUTE WS-GEBYR-PCT = WS-KONFIG-CIFRE / 100
               END-IF
           WHEN "MINIMUMGEBYR"
      *        Ni cifre med underforstaaede to decimaler
               IF KF-VAERDI(1:9) NUMERIC
                   MOVE KF-VAERDI(1:9) TO WS-KONFIG-CIFRE
                   COMPUTE WS-MINIMUMSGEBYR = WS-KONFIG-CIFRE / 100
               END-IF
       END-EVALUATE.

       AABN-KONTOMASTER.
       OPEN I-O KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-KONTOMASTER-STATUS
           STOP RUN
       END-IF.

       FIND-KONTO.
      * Slaa WS-LAAN-KONTO op paa noeglen i kontomasteren.
       MOVE "N" TO WS-KONTO-FUNDET.
       MOVE 0 TO WS-KONTO-SALDO.
       MOVE WS-LAAN-KONTO TO KONTO-ID IN KONTO-RECORD.
       READ KONTOMASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET KONTO-ER-FUNDET TO TRUE
               MOVE BALANCE IN KONTO-RECORD TO WS-KONTO-SALDO
       END-READ.

       LUK-LAANEKONTO.
      * Kun status og lukkedato aendres; resten af recorden skrives
      * tilbage som den blev laest.
       MOVE KONTO-RECORD TO WS-KONTO-FOER-BILLEDE.
       MOVE "C" TO KONTO-STATUS IN KONTO-RECORD.
       MOVE WS-DAGS-DATO TO LUKKET-DATO IN KONTO-RECORD.
       REWRITE KONTO-RECORD.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Omskrivning af konto " WS-LAAN-KONTO
               " i kontomasteren fejlede, status="
               WS-KONTOMASTER-STATUS
           CLOSE KONTOMASTER-FIL
           STOP RUN
       END-IF.
       PERFORM SKRIV-KONTO-JOURNAL.

       INDLAES-LAANEPLANER.
       OPEN INPUT PLAN-FIL.
       IF WS-PLAN-STATUS = "00"
           PERFORM UNTIL WS-PLAN-STATUS NOT = "00"
               READ PLAN-FIL INTO PLAN-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LP-KONTO-ID NOT = SPACES
                               AND WS-LAAN-ANTAL < 2000
                           ADD 1 TO WS-LAAN-ANTAL
                           SET LN-IDX TO WS-LAAN-ANTAL
                           MOVE LP-KONTO-ID TO LNT-KONTO-ID(LN-IDX)
                           MOVE LP-MODKONTO TO LNT-MODKONTO(LN-IDX)
                           MOVE LP-HOVEDSTOL TO LNT-RESTGAELD(LN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FIL
       END-IF.

       FIND-LAAN.
       MOVE 0 TO WS-LAAN-IDX.
       IF WS-LAAN-ANTAL > 0
           SET LN-IDX TO 1
           SEARCH LAAN-ENTRY
               AT END
                   CONTINUE
               WHEN LNT-KONTO-ID(LN-IDX) = WS-LAAN-KONTO
                   SET WS-LAAN-IDX TO LN-IDX
           END-SEARCH
       END-IF.

       INDLAES-OPKRAEVET.
      * Seneste opkraevede termin pr. laan.
       OPEN INPUT OPKRAEVET-FIL.
       IF WS-OPKRAEVET-STATUS = "00"
           PERFORM UNTIL WS-OPKRAEVET-STATUS NOT = "00"
               READ OPKRAEVET-FIL INTO OPKRAEVET-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OK-KONTO-ID TO WS-LAAN-KONTO
                       PERFORM FIND-LAAN
                       IF WS-LAAN-IDX > 0
                           SET LN-IDX TO WS-LAAN-IDX
                           IF OK-TERMIN-NR > LNT-SIDST-TERMIN(LN-IDX)
                               MOVE OK-TERMIN-NR
                                   TO LNT-SIDST-TERMIN(LN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPKRAEVET-FIL
       END-IF.

       INDLAES-YDELSESPLANER.
      * Restgaelden efter den seneste opkraevede termin, og hvor
      * mange terminer planen har tilbage derefter.
       OPEN INPUT YDELSE-FIL.
       IF WS-YDELSE-STATUS = "00"
           PERFORM UNTIL WS-YDELSE-STATUS NOT = "00"
               READ YDELSE-FIL INTO YDELSE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE YP-KONTO-ID TO WS-LAAN-KONTO
                       PERFORM FIND-LAAN
                       IF WS-LAAN-IDX > 0
                           SET LN-IDX TO WS-LAAN-IDX
                           IF YP-TERMIN-NR = LNT-SIDST-TERMIN(LN-IDX)
                               MOVE YP-RESTGAELD
                                   TO LNT-RESTGAELD(LN-IDX)
                           END-IF
                           IF YP-TERMIN-NR > LNT-SIDST-TERMIN(LN-IDX)
                               ADD 1 TO LNT-REST-TERMINER(LN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YDELSE-FIL
       END-IF.

       INDLAES-OMLAEGNINGER.
      * Et ekstraordinaert afdrag efter den seneste opkraevede termin
      * staar ikke i planens raekke for terminen - restgaelden tages
      * da fra den seneste omlaegning efter terminen.
       OPEN INPUT OMLAEG-FIL.
       IF WS-OMLAEG-STATUS = "00"
           PERFORM UNTIL WS-OMLAEG-STATUS NOT = "00"
               READ OMLAEG-FIL INTO OMLAEG-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OL-LAAN-KONTO TO WS-LAAN-KONTO
                       PERFORM FIND-LAAN
                       IF WS-LAAN-IDX > 0
                           SET LN-IDX TO WS-LAAN-IDX
                           IF OL-EFTER-TERMIN
                                   = LNT-SIDST-TERMIN(LN-IDX)
                               MOVE OL-RESTGAELD
                                   TO LNT-RESTGAELD(LN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OMLAEG-FIL
       END-IF.

       INDLAES-AFSKRIVNINGER.
       OPEN INPUT AFSKRIVNING-FIL.
       IF WS-AFSKRIVNING-STATUS = "00"
           PERFORM UNTIL WS-AFSKRIVNING-STATUS NOT = "00"
               READ AFSKRIVNING-FIL INTO AFSKRIVNING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AF-LAAN-KONTO NOT = SPACES
                               AND WS-AFSKREVET-ANTAL < 2000
                           ADD 1 TO WS-AFSKREVET-ANTAL
                           MOVE AF-LAAN-KONTO
                               TO AFSKREVET-ENTRY(WS-AFSKREVET-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFSKRIVNING-FIL
       END-IF.

       KONTROLLER-AFSKREVET.
       SET WS-AFSKREVET-FUNDET TO "N".
       SET AS-IDX TO 1.
       IF WS-AFSKREVET-ANTAL > 0
           SEARCH AFSKREVET-ENTRY
               AT END
                   SET WS-AFSKREVET-FUNDET TO "N"
               WHEN AFSKREVET-ENTRY(AS-IDX) = WS-LAAN-KONTO
                   SET WS-AFSKREVET-FUNDET TO "Y"
           END-SEARCH
       END-IF.

       INDLAES-INDFRIELSER.
       OPEN INPUT INDFRIELSE-FIL.
       IF WS-INDFRIELSE-STATUS = "00"
           PERFORM UNTIL WS-INDFRIELSE-STATUS NOT = "00"
               READ INDFRIELSE-FIL INTO INDFRIELSE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FR-LAAN-KONTO NOT = SPACES
                           IF WS-REG-ANTAL < 3000
                               ADD 1 TO WS-REG-ANTAL
                               MOVE INDFRIELSE-POST
                                   TO REG-ENTRY(WS-REG-ANTAL)
                           ELSE
                               DISPLAY "FEJL: Flere end 3000 linjer "
                                   "i files/LAAN-INDFRIELSER.txt."
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDFRIELSE-FIL
       END-IF.

       FIND-TILBUD.
      * Laanets seneste tilbud (det der staar sidst i registret) i
      * WS-REG-IDX og INDFRIELSE-POST; ER-INDFRIET, hvis laanet
      * allerede er indfriet.
       MOVE 0 TO WS-REG-IDX.
       SET WS-INDFRIET-FUNDET TO "N".
       PERFORM VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REG-ANTAL
           MOVE REG-ENTRY(RG-IDX) TO INDFRIELSE-POST
           IF FR-LAAN-KONTO = WS-LAAN-KONTO
               IF FR-ER-INDFRIET OR FR-ER-LUKKET
                   SET WS-INDFRIET-FUNDET TO "Y"
               END-IF
               IF FR-ER-TILBUD
                   SET WS-REG-IDX TO RG-IDX
               END-IF
           END-IF
       END-PERFORM.
       IF WS-REG-IDX > 0
           MOVE REG-ENTRY(WS-REG-IDX) TO INDFRIELSE-POST
       END-IF.

       LUK-INDFRIEDE-LAAN.
      * Indfriede laan lukkes efter KONTO-LUKNINGs regler, naar
      * posteringsmotoren har bogfoert indfrielsen og saldoen er
      * nul; en lukket konto roeres ikke, men sagen afsluttes.
       PERFORM VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REG-ANTAL
           MOVE REG-ENTRY(RG-IDX) TO INDFRIELSE-POST
           IF FR-ER-INDFRIET
               MOVE FR-LAAN-KONTO TO WS-LAAN-KONTO
               PERFORM FIND-KONTO
               EVALUATE TRUE
                   WHEN NOT KONTO-ER-FUNDET
                       DISPLAY "ADVARSEL: Indfriet laan "
                           WS-LAAN-KONTO
                           " findes ikke i kontomasteren."
                   WHEN KONTO-STATUS IN KONTO-RECORD = "C"
                       SET FR-ER-LUKKET TO TRUE
                       MOVE WS-DAGS-DATO TO FR-BEHANDLET-DATO
                       MOVE INDFRIELSE-POST TO REG-ENTRY(RG-IDX)
                       MOVE "Y" TO WS-REG-AENDRET
                   WHEN WS-KONTO-SALDO = 0
                       PERFORM LUK-LAANEKONTO
                       ADD 1 TO WS-LUKKET-TAELLER
                       SET FR-ER-LUKKET TO TRUE
                       MOVE WS-DAGS-DATO TO FR-BEHANDLET-DATO
                       MOVE INDFRIELSE-POST TO REG-ENTRY(RG-IDX)
                       MOVE "Y" TO WS-REG-AENDRET
                       DISPLAY "Indfriet laan " WS-LAAN-KONTO
                           " er lukket pr. " WS-DAGS-DATO "."
                   WHEN OTHER
                       MOVE WS-KONTO-SALDO TO WS-BALANCE-EDIT
                       DISPLAY "ADVARSEL: Indfriet laan "
                           WS-LAAN-KONTO " har saldo "
                           FUNCTION TRIM(WS-BALANCE-EDIT)
                           " og kan ikke lukkes - foelg op manuelt."
               END-EVALUATE
           END-IF
       END-PERFORM.

       AABN-UDFILER.
       OPEN EXTEND POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           OPEN OUTPUT POSTERING-FIL
       END-IF.
       OPEN EXTEND OMLAEG-FIL.
       IF WS-OMLAEG-STATUS = "35"
           OPEN OUTPUT OMLAEG-FIL
       END-IF.
       IF WS-POSTERING-STATUS NOT = "00"
               OR WS-OMLAEG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne posterings- eller "
               "omlaegningsfilen, status=" WS-POSTERING-STATUS "/"
               WS-OMLAEG-STATUS
           STOP RUN
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.

       BEHANDL-LAAN.
       DISPLAY "-----------------------------------".
       DISPLAY "Laan (blank = afslut): " WITH NO ADVANCING.
       MOVE SPACES TO WS-LAAN-KONTO.
       ACCEPT WS-LAAN-KONTO.
       IF WS-LAAN-KONTO = SPACES
           SET ER-FAERDIG TO TRUE
       ELSE
           PERFORM FIND-KONTO
           PERFORM FIND-LAAN
           PERFORM KONTROLLER-AFSKREVET
           PERFORM FIND-TILBUD
           EVALUATE TRUE
               WHEN NOT KONTO-ER-FUNDET
                   DISPLAY "FEJL: " WS-LAAN-KONTO
                       " er ikke en laanekonto."
               WHEN KONTO-TYPE IN KONTO-RECORD NOT = "LOAN"
                   DISPLAY "FEJL: " WS-LAAN-KONTO
                       " er ikke en laanekonto."
               WHEN KONTO-STATUS IN KONTO-RECORD = "C"
                   DISPLAY "FEJL: Laanekontoen er lukket."
               WHEN WS-LAAN-IDX = 0
                   DISPLAY "FEJL: Laanet har ingen laaneplan."
               WHEN ER-AFSKREVET
                   DISPLAY "FEJL: Laanet er afskrevet og hos inkasso."
               WHEN ER-INDFRIET
                   DISPLAY "FEJL: Laanet er allerede indfriet."
               WHEN OTHER
                   SET LN-IDX TO WS-LAAN-IDX
                   MOVE LNT-MODKONTO(LN-IDX) TO WS-MODKONTO
                   PERFORM VIS-LAAN
                   DISPLAY "Fuld indfrielse (F), ekstraordinaert "
                       "afdrag (A) eller intet (blank): "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-VALG
                   ACCEPT WS-VALG
                   EVALUATE WS-VALG
                       WHEN "F"
                       WHEN "f"
                           PERFORM KONTROLLER-TILBUD
                       WHEN "A"
                       WHEN "a"
                           PERFORM REGISTRER-AFDRAG
                       WHEN OTHER
                           DISPLAY "Intet bogfoert."
                   END-EVALUATE
           END-EVALUATE
       END-IF.

       VIS-LAAN.
       MOVE WS-KONTO-SALDO TO WS-BALANCE-EDIT.
       MOVE LNT-RESTGAELD(LN-IDX) TO WS-BELOEB-EDIT.
       DISPLAY "Laan " WS-LAAN-KONTO " KUNDE="
           KUNDE-ID IN KONTO-RECORD " MODKONTO=" WS-MODKONTO
           " SALDO=" FUNCTION TRIM(WS-BALANCE-EDIT).
       DISPLAY "  SENESTE OPKRAEVEDE TERMIN " LNT-SIDST-TERMIN(LN-IDX)
           ", RESTGAELD " FUNCTION TRIM(WS-BELOEB-EDIT) ", "
           LNT-REST-TERMINER(LN-IDX) " TERMIN(ER) TILBAGE".
       IF WS-REG-IDX > 0
           MOVE FR-TOTAL TO WS-BELOEB-EDIT
           DISPLAY "  SENESTE TILBUD " FR-TILBUD-DATO ": "
               FUNCTION TRIM(WS-BELOEB-EDIT) ", GYLDIGT TIL "
               FR-GYLDIG-TIL
       END-IF.

       KONTROLLER-TILBUD.
      * Tilbuddet skal vaere gyldigt og regnet paa laanets
      * nuvaerende stade - ellers ville det bogfoerte beloeb ikke
      * svare til restgaelden.
       EVALUATE TRUE
           WHEN WS-REG-IDX = 0
               DISPLAY "FEJL: Laanet har intet indfrielsestilbud - "
                   "udskriv et med LAAN-INDFRIELSE-TILBUD."
           WHEN FR-GYLDIG-TIL < WS-DAGS-DATO
               DISPLAY "FEJL: Tilbuddet udloeb " FR-GYLDIG-TIL
                   " - udskriv et nyt."
           WHEN FR-SIDST-TERMIN NOT = LNT-SIDST-TERMIN(LN-IDX)
                   OR FR-RESTGAELD NOT = LNT-RESTGAELD(LN-IDX)
               DISPLAY "FEJL: Laanet er aendret siden tilbuddet "
                   "(ny termin eller afdrag) - udskriv et nyt."
           WHEN OTHER
               MOVE FR-TOTAL TO WS-BELOEB-EDIT
               DISPLAY "Er indfrielsesbeloebet "
                   FUNCTION TRIM(WS-BELOEB-EDIT)
                   " modtaget paa konto " WS-MODKONTO " (J/N): "
                   WITH NO ADVANCING
               MOVE "N" TO WS-BEKRAEFT
               ACCEPT WS-BEKRAEFT
               IF BEKRAEFTET
                   PERFORM INDFRI-LAAN
               ELSE
                   DISPLAY "Intet bogfoert."
               END-IF
       END-EVALUATE.

       INDFRI-LAAN.
      * Tilbuddets rente og gebyr debiteres laanet, og det samlede
      * beloeb lukker det: debet modkontoen, kredit laanet.
       ADD 1 TO WS-INDFRIET-TAELLER.
       PERFORM DAN-REFERENCE.
       MOVE FR-TOTAL TO WS-POST-BELOEB.
       MOVE "INDF" TO WS-POST-KODE.
       MOVE WS-MODKONTO TO WS-POST-KONTO.
       MOVE "D" TO WS-POST-DK.
       MOVE SPACES TO WS-POST-TEKST.
       STRING "INDFRIELSE LAAN " WS-LAAN-KONTO INTO WS-POST-TEKST.
       PERFORM SKRIV-POSTERING.
       MOVE WS-LAAN-KONTO TO WS-POST-KONTO.
       MOVE "K" TO WS-POST-DK.
       MOVE "INDFRIELSE" TO WS-POST-TEKST.
       PERFORM SKRIV-POSTERING.
       IF FR-RENTE > 0
           MOVE FR-RENTE TO WS-POST-BELOEB
           MOVE "INDR" TO WS-POST-KODE
           MOVE "D" TO WS-POST-DK
           MOVE "RENTE VED INDFRIELSE" TO WS-POST-TEKST
           PERFORM SKRIV-POSTERING
       END-IF.
       IF FR-GEBYR > 0
           MOVE FR-GEBYR TO WS-POST-BELOEB
           MOVE "INDG" TO WS-POST-KODE
           MOVE "D" TO WS-POST-DK
           MOVE "INDFRIELSESGEBYR" TO WS-POST-TEKST
           PERFORM SKRIV-POSTERING
       END-IF.
      *    Planen slutter efter seneste opkraevede termin.
       MOVE "I" TO WS-OML-ART.
       MOVE 0 TO WS-NY-RESTGAELD.
       MOVE FR-TOTAL TO WS-AFDRAG.
       PERFORM SKRIV-OMLAEGNING.
       SET FR-ER-INDFRIET TO TRUE.
       MOVE WS-DAGS-DATO TO FR-BEHANDLET-DATO.
       MOVE WS-OPERATOER-ID TO FR-INDFRIET-AF.
       MOVE INDFRIELSE-POST TO REG-ENTRY(WS-REG-IDX).
       MOVE "Y" TO WS-REG-AENDRET.
       MOVE 0 TO LNT-RESTGAELD(LN-IDX) LNT-REST-TERMINER(LN-IDX).
       DISPLAY "Laanet er indfriet; laanekontoen lukkes ved naeste "
           "koersel, naar posteringerne er bogfoert.".

       REGISTRER-AFDRAG.
      * Et ekstraordinaert afdrag skal efterlade en restgaeld og
      * mindst en termin at fordele den paa; resten er en fuld
      * indfrielse.
       IF LNT-REST-TERMINER(LN-IDX) = 0
           DISPLAY "FEJL: Laanet har ingen terminer tilbage."
       ELSE
           DISPLAY "Afdragets stoerrelse: " WITH NO ADVANCING
           MOVE 0 TO WS-AFDRAG
           ACCEPT WS-AFDRAG
           IF WS-AFDRAG = 0
                   OR WS-AFDRAG NOT < LNT-RESTGAELD(LN-IDX)
               DISPLAY "FEJL: Afdraget skal vaere over nul og "
                   "mindre end restgaelden - indfri ellers laanet."
           ELSE
               DISPLAY "Kortere loebetid (K) eller lavere ydelse "
                   "(L): " WITH NO ADVANCING
               MOVE SPACE TO WS-OML-ART
               ACCEPT WS-OML-ART
               MOVE FUNCTION UPPER-CASE(WS-OML-ART) TO WS-OML-ART
               IF WS-OML-ART NOT = "K" AND WS-OML-ART NOT = "L"
                   DISPLAY "FEJL: Vaelg K eller L."
               ELSE
                   PERFORM BEKRAEFT-AFDRAG
               END-IF
           END-IF
       END-IF.

       BEKRAEFT-AFDRAG.
       COMPUTE WS-NY-RESTGAELD = LNT-RESTGAELD(LN-IDX) - WS-AFDRAG.
       COMPUTE WS-GEBYR ROUNDED = WS-AFDRAG * WS-GEBYR-PCT / 100.
       IF WS-GEBYR < WS-MINIMUMSGEBYR
           MOVE WS-MINIMUMSGEBYR TO WS-GEBYR
       END-IF.
       MOVE WS-NY-RESTGAELD TO WS-BELOEB-EDIT.
       DISPLAY "  NY RESTGAELD " FUNCTION TRIM(WS-BELOEB-EDIT).
       MOVE WS-GEBYR TO WS-BELOEB-EDIT.
       DISPLAY "  GEBYR        " FUNCTION TRIM(WS-BELOEB-EDIT)
           " (DEBITERES KONTO " WS-MODKONTO ")".
       DISPLAY "Er afdraget modtaget paa konto " WS-MODKONTO
           " (J/N): " WITH NO ADVANCING.
       MOVE "N" TO WS-BEKRAEFT.
       ACCEPT WS-BEKRAEFT.
       IF BEKRAEFTET
           ADD 1 TO WS-AFDRAG-TAELLER
           PERFORM DAN-REFERENCE
           MOVE WS-AFDRAG TO WS-POST-BELOEB
           MOVE "EKAF" TO WS-POST-KODE
           MOVE WS-MODKONTO TO WS-POST-KONTO
           MOVE "D" TO WS-POST-DK
           MOVE SPACES TO WS-POST-TEKST
           STRING "EKSTRA AFDRAG LAAN " WS-LAAN-KONTO
               INTO WS-POST-TEKST
           PERFORM SKRIV-POSTERING
           MOVE WS-LAAN-KONTO TO WS-POST-KONTO
           MOVE "K" TO WS-POST-DK
           MOVE "EKSTRAORDINAERT AFDRAG" TO WS-POST-TEKST
           PERFORM SKRIV-POSTERING
           IF WS-GEBYR > 0
               MOVE WS-GEBYR TO WS-POST-BELOEB
               MOVE "INDG" TO WS-POST-KODE
               MOVE WS-MODKONTO TO WS-POST-KONTO
               MOVE "D" TO WS-POST-DK
               MOVE SPACES TO WS-POST-TEKST
               STRING "GEBYR AFDRAG LAAN " WS-LAAN-KONTO
                   INTO WS-POST-TEKST
               PERFORM SKRIV-POSTERING
           END-IF
           PERFORM SKRIV-OMLAEGNING
           MOVE WS-NY-RESTGAELD TO LNT-RESTGAELD(LN-IDX)
           DISPLAY "Afdraget er registreret; ydelsesplanen "
               "genberegnes ved afslutningen."
       ELSE
           DISPLAY "Intet bogfoert."
       END-IF.

       SKRIV-OMLAEGNING.
       MOVE SPACES TO OMLAEG-POST.
       MOVE WS-LAAN-KONTO TO OL-LAAN-KONTO.
       MOVE LNT-SIDST-TERMIN(LN-IDX) TO OL-EFTER-TERMIN.
       MOVE WS-OML-ART TO OL-ART.
       MOVE WS-NY-RESTGAELD TO OL-RESTGAELD.
       MOVE WS-AFDRAG TO OL-BELOEB.
       MOVE WS-DAGS-DATO TO OL-DATO.
       MOVE WS-OPERATOER-ID TO OL-REGISTRERET-AF.
       WRITE OMLAEG-POST.

       DAN-REFERENCE.
      * Faelles reference for alle ben i indfrielsen eller afdraget,
      * dags dato + I (indfrielse) + loebenummer fra den delte
      * taeller.
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
       STRING WS-DAGS-DATO "I" WS-REFNR INTO WS-REFERENCE.

       SKRIV-POSTERING.
       COMPUTE WS-BELOEB-X100 ROUNDED = WS-POST-BELOEB * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-POST-KONTO TO PO-KONTO-ID.
       MOVE WS-DAGS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE WS-POST-DK TO PO-DK.
       MOVE WS-POST-TEKST TO PO-TEKST.
       MOVE WS-POST-KODE TO PO-TRANSKODE.
       MOVE WS-DAGS-DATO TO PO-VALOER-DATO.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.

       SKRIV-REGISTER-TILBAGE.
       OPEN OUTPUT INDFRIELSE-FIL.
       IF WS-INDFRIELSE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/LAAN-INDFRIELSER.txt tilbage, status="
               WS-INDFRIELSE-STATUS
       ELSE
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-REG-ANTAL
               MOVE REG-ENTRY(RG-IDX) TO INDFRIELSE-POST
               WRITE INDFRIELSE-POST
           END-PERFORM
           CLOSE INDFRIELSE-FIL
       END-IF.

       SKRIV-KONTO-JOURNAL.
      * WS-KONTO-FOER-BILLEDE og WS-KONTO-OPERATION er sat af
      * kalderen; efterbilledet er kontoen som den netop er skrevet.
       CALL "KONTO-JOURNAL" USING WS-JOURNAL-PROGRAM WS-KONTO-OPERATION
           WS-OPERATOER-ID WS-KONTO-FOER-BILLEDE KONTO-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
