       IDENTIFICATION DIVISION.
       PROGRAM-ID. BELAANING-RAPPORT.

      * Maanedlig belaaningsrapport (loan-to-value) til kredit: hvert
      * laan i files/LAANEPLANER.txt stilles op mod sikkerhederne bag
      * det i files/SIKKERHEDER.txt. Restgaelden er restgaelden efter
      * den seneste forfaldne termin i files/YDELSESPLANER.txt (hele
      * hovedstolen, naar ingen termin er forfaldet endnu). Hver
      * aktiv sikkerhed giver en belaaningsvaerdi paa vaerdien gange
      * typens maksimale belaaningsgrad fra
      * files/SIKKERHED-KONFIG.txt; et pantsat indlaan vaerdisaettes
      * til kontoens aktuelle saldo i files/KontoOpl.txt. Rapporten
      * files/BELAANINGSRAPPORT.txt viser pr. laan restgaeld,
      * sikkerhedernes vaerdi, belaaningsvaerdi og belaaningsgrad og
      * markerer laan over belaaningsvaerdien, laan uden sikkerhed og
      * vurderinger der er aeldre end typens revurderingsinterval.
      * Koeres som trin i maanedsafslutningen - se
      * batch/maaneds_koersel.cob.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FIL ASSIGN TO "files/LAANEPLANER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT YDELSE-FIL ASSIGN TO "files/YDELSESPLANER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YDELSE-STATUS.

           SELECT SIKKERHED-FIL ASSIGN TO "files/SIKKERHEDER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIKKERHED-STATUS.

           SELECT KONFIG-FIL ASSIGN TO "files/SIKKERHED-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/BELAANINGSRAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Samme layout som i batch/ydelsesplan_generator.cob.
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

       FD  SIKKERHED-FIL.
       01  SIKKERHED-POST.
           COPY "copybooks/SIKKERHED.cpy".

      * Samme layout som i batch/sikkerhed_vedligehold.cob.
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

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-PLAN-STATUS      PIC XX     VALUE "00".
       01  WS-YDELSE-STATUS    PIC XX     VALUE "00".
       01  WS-SIKKERHED-STATUS PIC XX     VALUE "00".
       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.

      * Laanene med restgaeld og summen af deres sikkerheder
       01  WS-LAAN-ANTAL       PIC 9(4)   VALUE 0.
       01  LAAN-TABEL.
           05  LAAN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY LN-IDX.
               10  LNT-KONTO-ID     PIC X(10)     VALUE SPACES.
               10  LNT-RESTGAELD    PIC 9(9)V99   VALUE 0.
               10  LNT-SIDST-FORFALD PIC X(8)     VALUE SPACES.
               10  LNT-VAERDI       PIC 9(11)V99  VALUE 0.
               10  LNT-BELAAN-VAERDI PIC 9(11)V99 VALUE 0.
               10  LNT-LUKKET       PIC X(1)      VALUE "N".
       01  WS-LAAN-IDX         PIC 9(4)   VALUE 0.

      * Sikkerhedstyperne fra konfigurationen
       01  WS-TYPE-ANTAL       PIC 9(2)   VALUE 0.
       01  TYPE-TABEL.
           05  TYPE-ENTRY OCCURS 20 TIMES
                            INDEXED BY TY-IDX.
               10  TYT-TYPE         PIC X(4)     VALUE SPACES.
               10  TYT-MAKS-LTV     PIC 9(3)V99  VALUE 0.
               10  TYT-INTERVAL     PIC 9(3)     VALUE 0.
       01  WS-MAKS-LTV         PIC 9(3)V99 VALUE 0.
       01  WS-INTERVAL         PIC 9(3)   VALUE 0.
       01  WS-TYPE-KENDT       PIC X      VALUE "N".
           88  ER-TYPE-KENDT              VALUE "Y".

      * Konti til indlaanssaldi og lukkede laan
       01  WS-KONTO-ANTAL      PIC 9(5)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-TABEL-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY KO-IDX.
               10  KOT-KONTO-ID      PIC X(10)    VALUE SPACES.
               10  KOT-BALANCE       PIC S9(7)V99 VALUE 0.
               10  KOT-KONTO-STATUS  PIC X(1)     VALUE SPACES.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-KONTO-IDX        PIC 9(5)   VALUE 0.

      * De aktive sikkerheder, i registrets raekkefoelge
       01  WS-SK-ANTAL         PIC 9(4)   VALUE 0.
       01  SK-TABEL.
           05  SK-ENTRY OCCURS 2000 TIMES
                          INDEXED BY SK-IDX.
               10  SKT-LINJE        PIC X(130)   VALUE SPACES.

      * Vurderingens alder i hele maaneder
       01  WS-DATO-9           PIC 9(8)   VALUE 0.
       01  WS-DATO-DELE REDEFINES WS-DATO-9.
           05  WS-DATO-AAR     PIC 9(4).
           05  WS-DATO-MD      PIC 9(2).
           05  WS-DATO-DAG     PIC 9(2).
       01  WS-IDAG-MDR         PIC 9(6)   VALUE 0.
       01  WS-IDAG-DAG         PIC 9(2)   VALUE 0.
       01  WS-ALDER-MDR        PIC S9(6)  VALUE 0.

       01  WS-SK-VAERDI        PIC 9(11)V99 VALUE 0.
       01  WS-SK-BELAAN        PIC 9(11)V99 VALUE 0.
       01  WS-LTV              PIC 9(5)V99 VALUE 0.
       01  WS-MARKERING        PIC X(40)  VALUE SPACES.
       01  WS-FORAELDET        PIC X      VALUE "N".
           88  ER-FORAELDET               VALUE "Y".
       01  WS-LAAN-MARKERING   PIC X(60)  VALUE SPACES.

       01  WS-OVER-TAELLER     PIC 9(5)   VALUE 0.
       01  WS-USIKRET-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-FORAELDET-TAELLER PIC 9(5)  VALUE 0.
       01  WS-UKENDT-TAELLER   PIC 9(5)   VALUE 0.

       01  WS-RESTGAELD-EDIT   PIC -(10)9,99.
       01  WS-VAERDI-EDIT      PIC -(12)9,99.
       01  WS-BELAAN-EDIT      PIC -(12)9,99.
       01  WS-LTV-EDIT         PIC Z(4)9,99.
       01  WS-MAKS-EDIT        PIC ZZ9,99.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)
               VALUE "BELAANING-RAPPORT".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO TO WS-DATO-9.
       COMPUTE WS-IDAG-MDR = WS-DATO-AAR * 12 + WS-DATO-MD.
       MOVE WS-DATO-DAG TO WS-IDAG-DAG.
       PERFORM INDLAES-KONFIG.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-LAANEPLANER.
       PERFORM FIND-RESTGAELD.
       PERFORM INDLAES-SIKKERHEDER.
       PERFORM SKRIV-RAPPORT.

       DISPLAY "BELAANING-RAPPORT: laan=" WS-LAAN-ANTAL
           " over belaaningsvaerdi=" WS-OVER-TAELLER
           " uden sikkerhed=" WS-USIKRET-TAELLER
           " foraeldede vurderinger=" WS-FORAELDET-TAELLER.
       MOVE WS-LAAN-ANTAL TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       INDLAES-KONFIG.
      * Mangler filen, er alle typer ukendte: belaaningsvaerdien
      * bliver nul, og alle laan med restgaeld markeres.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS = "00"
           PERFORM UNTIL WS-KONFIG-STATUS NOT = "00"
               READ KONFIG-FIL INTO KONFIG-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SKK-TYPE NOT = SPACES
                               AND WS-TYPE-ANTAL < 20
                           ADD 1 TO WS-TYPE-ANTAL
                           SET TY-IDX TO WS-TYPE-ANTAL
                           MOVE SKK-TYPE TO TYT-TYPE(TY-IDX)
                           MOVE SKK-MAKS-LTV TO TYT-MAKS-LTV(TY-IDX)
                           MOVE SKK-INTERVAL TO TYT-INTERVAL(TY-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONFIG-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke aabne "
               "files/SIKKERHED-KONFIG.txt, status="
               WS-KONFIG-STATUS " - alle sikkerheder regnes med "
               "belaaningsgrad nul."
       END-IF.

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/KontoOpl.txt, status="
               WS-KONTOOPL-STATUS
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
                       MOVE KONTO-ID IN KONTO-RECORD
                           TO KOT-KONTO-ID(WS-KONTO-ANTAL)
                       MOVE BALANCE IN KONTO-RECORD
                           TO KOT-BALANCE(WS-KONTO-ANTAL)
                       MOVE KONTO-STATUS IN KONTO-RECORD
                           TO KOT-KONTO-STATUS(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.

       INDLAES-LAANEPLANER.
      * Hovedstolen er restgaelden indtil foerste termin forfalder.
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
                           MOVE LP-HOVEDSTOL TO LNT-RESTGAELD(LN-IDX)
                           MOVE LP-KONTO-ID TO WS-SOEGE-KONTO
                           PERFORM FIND-KONTO
                           IF WS-KONTO-IDX > 0
                               AND KOT-KONTO-STATUS(WS-KONTO-IDX)
                                   = "C"
                               MOVE "Y" TO LNT-LUKKET(LN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FIL
       END-IF.

       FIND-RESTGAELD.
      * Restgaelden efter den seneste termin med forfald til og med
      * i dag.
       OPEN INPUT YDELSE-FIL.
       IF WS-YDELSE-STATUS = "00"
           PERFORM UNTIL WS-YDELSE-STATUS NOT = "00"
               READ YDELSE-FIL INTO YDELSE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF YP-FORFALD NOT > WS-DAGS-DATO
                           PERFORM NOTER-TERMIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YDELSE-FIL
       END-IF.

       NOTER-TERMIN.
       PERFORM FIND-LAAN-YP.
       IF WS-LAAN-IDX > 0
           SET LN-IDX TO WS-LAAN-IDX
           IF YP-FORFALD NOT < LNT-SIDST-FORFALD(LN-IDX)
               MOVE YP-FORFALD TO LNT-SIDST-FORFALD(LN-IDX)
               MOVE YP-RESTGAELD TO LNT-RESTGAELD(LN-IDX)
           END-IF
       END-IF.

       FIND-LAAN-YP.
       MOVE 0 TO WS-LAAN-IDX.
       IF WS-LAAN-ANTAL > 0
           SET LN-IDX TO 1
           SEARCH LAAN-ENTRY
               AT END
                   CONTINUE
               WHEN LNT-KONTO-ID(LN-IDX) = YP-KONTO-ID
                   SET WS-LAAN-IDX TO LN-IDX
           END-SEARCH
       END-IF.

       FIND-LAAN-SK.
       MOVE 0 TO WS-LAAN-IDX.
       IF WS-LAAN-ANTAL > 0
           SET LN-IDX TO 1
           SEARCH LAAN-ENTRY
               AT END
                   CONTINUE
               WHEN LNT-KONTO-ID(LN-IDX) = SK-LAAN-KONTO
                   SET WS-LAAN-IDX TO LN-IDX
           END-SEARCH
       END-IF.

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
       MOVE 0 TO WS-MAKS-LTV WS-INTERVAL.
       MOVE "N" TO WS-TYPE-KENDT.
       IF WS-TYPE-ANTAL > 0
           SET TY-IDX TO 1
           SEARCH TYPE-ENTRY
               AT END
                   CONTINUE
               WHEN TYT-TYPE(TY-IDX) = SK-TYPE
                   MOVE TYT-MAKS-LTV(TY-IDX) TO WS-MAKS-LTV
                   MOVE TYT-INTERVAL(TY-IDX) TO WS-INTERVAL
                   MOVE "Y" TO WS-TYPE-KENDT
           END-SEARCH
       END-IF.

       INDLAES-SIKKERHEDER.
      * De aktive sikkerheder gemmes til detaljelinjerne, og deres
      * vaerdi og belaaningsvaerdi laegges paa laanet.
       OPEN INPUT SIKKERHED-FIL.
       IF WS-SIKKERHED-STATUS = "00"
           PERFORM UNTIL WS-SIKKERHED-STATUS NOT = "00"
               READ SIKKERHED-FIL INTO SIKKERHED-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SK-ER-AKTIV AND WS-SK-ANTAL < 2000
                           ADD 1 TO WS-SK-ANTAL
                           MOVE SIKKERHED-POST
                               TO SKT-LINJE(WS-SK-ANTAL)
                           PERFORM VAERDISAET-SIKKERHED
                           PERFORM FIND-LAAN-SK
                           IF WS-LAAN-IDX > 0
                               SET LN-IDX TO WS-LAAN-IDX
                               ADD WS-SK-VAERDI TO LNT-VAERDI(LN-IDX)
                               ADD WS-SK-BELAAN
                                   TO LNT-BELAAN-VAERDI(LN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIKKERHED-FIL
       END-IF.

       VAERDISAET-SIKKERHED.
      * Sikkerheden i SIKKERHED-POST: vaerdi, belaaningsvaerdi og
      * markering. Et pantsat indlaan vaerdisaettes til kontoens
      * saldo i dag og er altid aktuelt vurderet.
       MOVE SPACES TO WS-MARKERING.
       MOVE "N" TO WS-FORAELDET.
       PERFORM FIND-TYPE.
       IF SK-ER-INDLAAN
           MOVE 0 TO WS-SK-VAERDI
           MOVE SK-PANT-KONTO TO WS-SOEGE-KONTO
           PERFORM FIND-KONTO
           EVALUATE TRUE
               WHEN WS-KONTO-IDX = 0
                   MOVE "PANTSAT KONTO FINDES IKKE" TO WS-MARKERING
               WHEN KOT-KONTO-STATUS(WS-KONTO-IDX) = "C"
                   MOVE "PANTSAT KONTO ER LUKKET" TO WS-MARKERING
               WHEN KOT-BALANCE(WS-KONTO-IDX) > 0
                   MOVE KOT-BALANCE(WS-KONTO-IDX) TO WS-SK-VAERDI
           END-EVALUATE
       ELSE
           MOVE SK-VAERDI TO WS-SK-VAERDI
           PERFORM BEREGN-ALDER
           IF WS-INTERVAL > 0 AND WS-ALDER-MDR NOT < WS-INTERVAL
               MOVE "Y" TO WS-FORAELDET
               MOVE "VURDERING AELDRE END INTERVALLET"
                   TO WS-MARKERING
           END-IF
       END-IF.
       IF NOT ER-TYPE-KENDT
           MOVE "UKENDT SIKKERHEDSTYPE" TO WS-MARKERING
       END-IF.
       COMPUTE WS-SK-BELAAN ROUNDED
           = WS-SK-VAERDI * WS-MAKS-LTV / 100.

       BEREGN-ALDER.
      * Hele maaneder fra vurderingsdatoen til i dag; en uparsbar
      * dato regnes som meget gammel.
       IF SK-VURDERET NUMERIC
           MOVE SK-VURDERET TO WS-DATO-9
           COMPUTE WS-ALDER-MDR
               = WS-IDAG-MDR - (WS-DATO-AAR * 12 + WS-DATO-MD)
           IF WS-IDAG-DAG < WS-DATO-DAG
               SUBTRACT 1 FROM WS-ALDER-MDR
           END-IF
       ELSE
           MOVE 999999 TO WS-ALDER-MDR
       END-IF.

       SKRIV-RAPPORT.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/BELAANINGSRAPPORT.txt, status="
               WS-RAPPORT-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "BELAANINGSRAPPORT PR. " WS-DAGS-DATO
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM SKRIV-LAAN
           VARYING WS-LAAN-IDX FROM 1 BY 1
           UNTIL WS-LAAN-IDX > WS-LAAN-ANTAL.
       PERFORM SKRIV-UKENDTE-LAAN.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "LAAN=" WS-LAAN-ANTAL
           " OVER BELAANINGSVAERDI=" WS-OVER-TAELLER
           " UDEN SIKKERHED=" WS-USIKRET-TAELLER
           " FORAELDEDE VURDERINGER=" WS-FORAELDET-TAELLER
           " SIKKERHED FOR UKENDT LAAN=" WS-UKENDT-TAELLER
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.

       SKRIV-LAAN.
      * Et indfriet laan (restgaeld nul eller lukket konto) med en
      * aktiv sikkerhed markeres, saa sikkerheden bliver frigivet.
       SET LN-IDX TO WS-LAAN-IDX.
       MOVE SPACES TO WS-LAAN-MARKERING.
       MOVE 0 TO WS-LTV.
       IF LNT-VAERDI(LN-IDX) > 0
           COMPUTE WS-LTV ROUNDED
               = LNT-RESTGAELD(LN-IDX) * 100 / LNT-VAERDI(LN-IDX)
               ON SIZE ERROR
                   MOVE 99999,99 TO WS-LTV
           END-COMPUTE
       END-IF.
       EVALUATE TRUE
           WHEN (LNT-LUKKET(LN-IDX) = "Y"
                   OR LNT-RESTGAELD(LN-IDX) = 0)
                   AND LNT-VAERDI(LN-IDX) > 0
               MOVE "LAANET ER INDFRIET - FRIGIV SIKKERHEDEN"
                   TO WS-LAAN-MARKERING
           WHEN LNT-LUKKET(LN-IDX) = "Y"
                   OR LNT-RESTGAELD(LN-IDX) = 0
               CONTINUE
           WHEN LNT-VAERDI(LN-IDX) = 0
               ADD 1 TO WS-USIKRET-TAELLER
               MOVE "UDEN SIKKERHED" TO WS-LAAN-MARKERING
           WHEN LNT-RESTGAELD(LN-IDX) > LNT-BELAAN-VAERDI(LN-IDX)
               ADD 1 TO WS-OVER-TAELLER
               MOVE "OVER BELAANINGSVAERDIEN" TO WS-LAAN-MARKERING
       END-EVALUATE.
       MOVE LNT-RESTGAELD(LN-IDX) TO WS-RESTGAELD-EDIT.
       MOVE LNT-VAERDI(LN-IDX) TO WS-VAERDI-EDIT.
       MOVE LNT-BELAAN-VAERDI(LN-IDX) TO WS-BELAAN-EDIT.
       MOVE WS-LTV TO WS-LTV-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "LAAN " LNT-KONTO-ID(LN-IDX)
           " RESTGAELD=" FUNCTION TRIM(WS-RESTGAELD-EDIT)
           " SIKKERHED=" FUNCTION TRIM(WS-VAERDI-EDIT)
           " BELAANINGSVAERDI=" FUNCTION TRIM(WS-BELAAN-EDIT)
           " LTV=" FUNCTION TRIM(WS-LTV-EDIT) "%"
           " " WS-LAAN-MARKERING
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       PERFORM SKRIV-SIKKERHED-LINJE
           VARYING SK-IDX FROM 1 BY 1
           UNTIL SK-IDX > WS-SK-ANTAL.

       SKRIV-SIKKERHED-LINJE.
       MOVE SKT-LINJE(SK-IDX) TO SIKKERHED-POST.
       IF SK-LAAN-KONTO = LNT-KONTO-ID(LN-IDX)
           PERFORM VAERDISAET-SIKKERHED
           IF ER-FORAELDET
               ADD 1 TO WS-FORAELDET-TAELLER
           END-IF
           MOVE WS-SK-VAERDI TO WS-VAERDI-EDIT
           MOVE WS-MAKS-LTV TO WS-MAKS-EDIT
           MOVE SPACES TO RAPPORT-TEXT
           STRING "    " SK-NR " " SK-TYPE
               " PRIO=" SK-PRIORITET
               " VAERDI=" FUNCTION TRIM(WS-VAERDI-EDIT)
               " MAKS=" FUNCTION TRIM(WS-MAKS-EDIT) "%"
               " VURDERET=" SK-VURDERET
               " " WS-MARKERING
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       SKRIV-UKENDTE-LAAN.
      * Sikkerheder registreret paa et laan uden laaneplan kan ikke
      * stilles op mod en restgaeld; de listes for sig.
       PERFORM VARYING SK-IDX FROM 1 BY 1
               UNTIL SK-IDX > WS-SK-ANTAL
           MOVE SKT-LINJE(SK-IDX) TO SIKKERHED-POST
           PERFORM FIND-LAAN-SK
           IF WS-LAAN-IDX = 0
               ADD 1 TO WS-UKENDT-TAELLER
               MOVE SPACES TO RAPPORT-TEXT
               STRING "SIKKERHED " SK-LAAN-KONTO "/" SK-NR
                   " " SK-TYPE " - LAANET HAR INGEN LAANEPLAN"
                   INTO RAPPORT-TEXT
               WRITE RAPPORT-RECORD
           END-IF
       END-PERFORM.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
