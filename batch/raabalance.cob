      * gaar i nul - og netop DET kontrolleres og meldes, for gaar
      * den ikke i nul, er selve opsamlingen i stykker. Posteringer
      * hvis type/postart ikke findes i kontoplanen, kaldes ud paa
      * rapporten i stedet for at forsvinde. Postarten er
      * finanskategorien for linjens transaktionskode i
      * files/TRANSAKTIONSKODER.txt: RENTE, GEBYR, OVERFOER, STORNO,
      * YDELSE, KURSDIFF, TAB, INDDRIV eller OEVRIGT; aeldre linjer
      * uden kode faar koden udledt af teksten som hidtil. Afviste
      * posteringer som motoren har bogfoert paa fejlkontoen,
      * henfoeres i stedet pr. valuta (kontotype FEJLKONTO, postart
      * = valutakoden).
      * Rapporten skrives til
      * files/RAABALANCE.txt - det manglende stykke mellem
      * kontosystemet og finansbogfoeringen.
      * Rapporten overskrives hver dag; derfor foejes koerslens
      * loebenummerinterval, de anvendte valutakurser og debet og
      * kredit pr. finanskonto desuden til
      * files/RAABALANCE-HISTORIK.txt (se copybooks/RAABHIST.cpy),
      * som SAF-T-udtraekket afstemmer mod.
      *
      * Hvert pengeinstitut i files/PENGEINSTITUTTER.txt har sin egen
      * finansbogfoering: en linje henfoeres til instituttet paa
      * kontoens KONTO-PENGEINSTITUT (fejlkontoen og ukendte konti
      * til hovedinstituttet), og rapporten har et afsnit pr.
      * institut med kontonumrene foranstillet instituttets GL-
      * praefiks og sin egen nulkontrol. Overfoersler mellem to
      * institutters kunder - en HI-REFERENCE hvis ben i koerslen
      * ligger i mere end et institut - modposteres i hvert institut
      * paa mellemregningskontoen 998000 i stedet for 999999, og
      * 998000 skal gaa i nul paa tvaers af institutterne.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT BALHIST-FIL
               ASSIGN TO "files/RAABALANCE-HISTORIK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIK-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       FD  BALHIST-FIL.
       01  BALHIST-RECORD.
           COPY "copybooks/RAABHIST.cpy".

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".
       01  WS-BALHIST-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
               10  KOT-KONTO-ID      PIC X(10) VALUE SPACES.
               10  KOT-KONTO-TYPE    PIC X(20) VALUE SPACES.
               10  KOT-VALUTA-KD     PIC X(3)  VALUE SPACES.
               10  KOT-PENGEINSTITUT PIC X(2)  VALUE SPACES.

      * Pengeinstitutterne - se shared/pengeinstitut_opslag.cob.
      * Hovedinstituttet er det foerste.
       01  WS-PI-FUNKTION      PIC X(4)   VALUE SPACES.
       01  WS-PI-KODE          PIC X(2)   VALUE SPACES.
       01  WS-PI-SVAR          PIC X      VALUE SPACE.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".
       01  WS-HOVEDINSTITUT    PIC X(2)   VALUE SPACES.
       01  WS-INST-ANTAL       PIC 9(2)   VALUE 0.
       01  INST-TABEL.
           05  INST-ENTRY OCCURS 20 TIMES
                            INDEXED BY IN-IDX.
               10  INT-KODE        PIC X(2)  VALUE SPACES.
               10  INT-REG-NUMMER  PIC X(4)  VALUE SPACES.
               10  INT-NAVN        PIC X(30) VALUE SPACES.
               10  INT-GL-PRAEFIKS PIC X(2)  VALUE SPACES.
       01  WS-KONTO-INST       PIC X(2)   VALUE SPACES.
       01  WS-INST-KENDT       PIC X      VALUE "N".
           88  INST-ER-KENDT              VALUE "J".

      * Koerslens referencer og det institut det foerste ben laa i;
      * RFT-BLANDET = J naar et senere ben laa i et andet institut.
       01  WS-REF-ANTAL        PIC 9(5)   VALUE 0.
       01  REFERENCE-TABEL.
           05  REF-ENTRY OCCURS 5000 TIMES
                           INDEXED BY RF-IDX.
               10  RFT-REFERENCE   PIC X(13) VALUE SPACES.
               10  RFT-PENGEINST   PIC X(2)  VALUE SPACES.
               10  RFT-BLANDET     PIC X(1)  VALUE "N".
       01  WS-REF-FUNDET       PIC 9(5)   VALUE 0.

      * Valutakurser til DKK
       01  WS-KURS-ANTAL       PIC 9(2)   VALUE 0.
       01  WS-SOEGE-VALUTA     PIC X(3)   VALUE SPACES.
       01  WS-FUNDET-KURS      PIC 9(3)V9999 VALUE 0.

      * Raabalancen: debet og kredit pr. institut og finanskonto i
      * DKK. Afviklingskontoen 999999 baerer modposten for hver
      * linje, mellemregningskontoen 998000 for overfoersler mellem
      * institutterne.
       01  WS-GL-ANTAL         PIC 9(3)   VALUE 0.
       01  GL-TABEL.
           05  GL-ENTRY OCCURS 400 TIMES
                          INDEXED BY GL-IDX.
               10  GLT-PENGEINST   PIC X(2)     VALUE SPACES.
               10  GLT-KONTO       PIC X(6)     VALUE SPACES.
               10  GLT-DEBET       PIC S9(13)V99 VALUE 0.
               10  GLT-KREDIT      PIC S9(13)V99 VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(3)   VALUE 0.
       01  WS-SOEGE-GL         PIC X(6)   VALUE SPACES.
       01  WS-MODKONTO         PIC X(6)   VALUE SPACES.

       01  WS-POSTART          PIC X(8)   VALUE SPACES.
      * Linjens transaktionskode - se shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.
       01  WS-KONTO-TYPE       PIC X(20)  VALUE SPACES.
       01  WS-GL-KONTO         PIC X(6)   VALUE SPACES.
       01  WS-POST-BELOEB      PIC S9(7)V99 VALUE 0.
       01  WS-LINJE-TAELLER    PIC 9(7)   VALUE 0.
       01  WS-UMAPPET-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-NETTO-DKK        PIC S9(13)V99 VALUE 0.
       01  WS-MELLEM-DKK       PIC S9(13)V99 VALUE 0.
       01  WS-INST-FEJL        PIC 9(2)   VALUE 0.
       01  WS-BELOEB-EDIT      PIC -(12)9,99.

      * Bruges til at kalde den faelles afslutningshook - se
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM INDLAES-PENGEINSTITUTTER.
       PERFORM INDLAES-KONTOOPL.
       PERFORM INDLAES-VALUTAKURSER.
       PERFORM INDLAES-SIDSTE-LOEBENR.
       PERFORM FIND-BLANDEDE-REFERENCER.

       OPEN OUTPUT RAPPORT-FIL.
       IF WS-RAPPORT-STATUS NOT = "00"
       PERFORM GENNEMLOEB-HISTORIK.
       PERFORM SKRIV-BALANCE.
       CLOSE RAPPORT-FIL.
       PERFORM SKRIV-BALANCEHISTORIK.
       PERFORM SKRIV-SIDSTE-LOEBENR.

       DISPLAY "RAABALANCE: medtagne linjer=" WS-LINJE-TAELLER
           CLOSE KONTOPLAN-FIL
       END-IF.

       INDLAES-PENGEINSTITUTTER.
      * Institutterne i tabellens raekkefoelge; uden tabel kan
      * linjerne ikke henfoeres til en finansbogfoering.
       MOVE "NAES" TO WS-PI-FUNKTION.
       MOVE SPACES TO WS-PI-KODE.
       MOVE "Y" TO WS-PI-SVAR.
       PERFORM UNTIL WS-PI-SVAR NOT = "Y"
           CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
               WS-PI-KODE WS-PI-POST WS-PI-SVAR
           IF WS-PI-SVAR = "Y" AND WS-INST-ANTAL < 20
               ADD 1 TO WS-INST-ANTAL
               SET IN-IDX TO WS-INST-ANTAL
               MOVE PI-KODE IN WS-PI-POST TO INT-KODE(IN-IDX)
               MOVE PI-REG-NUMMER IN WS-PI-POST
                   TO INT-REG-NUMMER(IN-IDX)
               MOVE PI-NAVN IN WS-PI-POST TO INT-NAVN(IN-IDX)
               MOVE PI-GL-PRAEFIKS IN WS-PI-POST
                   TO INT-GL-PRAEFIKS(IN-IDX)
               MOVE PI-KODE IN WS-PI-POST TO WS-PI-KODE
           END-IF
       END-PERFORM.
       IF WS-INST-ANTAL = 0
           DISPLAY "FEJL: Tom eller manglende "
               "files/PENGEINSTITUTTER.txt - raabalancen kan ikke "
               "dannes."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE INT-KODE(1) TO WS-HOVEDINSTITUT.

       INDLAES-KONTOOPL.
       OPEN INPUT KONTOOPL-FIL.
       IF WS-KONTOOPL-STATUS NOT = "00"
                       TO KOT-KONTO-TYPE(WS-KONTO-ANTAL)
                   MOVE VALUTA-KD IN KONTO-RECORD
                       TO KOT-VALUTA-KD(WS-KONTO-ANTAL)
                   IF KONTO-PENGEINSTITUT IN KONTO-RECORD = SPACES
                       MOVE WS-HOVEDINSTITUT
                           TO KOT-PENGEINSTITUT(WS-KONTO-ANTAL)
                   ELSE
                       MOVE KONTO-PENGEINSTITUT IN KONTO-RECORD
                           TO KOT-PENGEINSTITUT(WS-KONTO-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
           END-SEARCH
       END-IF.

       FIND-BLANDEDE-REFERENCER.
      * Foerste gennemloeb: koerslens referencer med ben i mere end
      * et institut. Linjer uden reference staar alene og kan ikke
      * vaere en overfoersel mellem institutterne.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "00"
           PERFORM UNTIL WS-HISTORIK-STATUS NOT = "00"
               READ HISTORIK-FIL INTO HISTORIK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HI-LOEBENR NUMERIC
                               AND HI-REFERENCE NOT = SPACES
                           MOVE HI-LOEBENR TO WS-LINJE-LOEBENR
                           IF WS-LINJE-LOEBENR > WS-SIDSTE-LOEBENR
                               PERFORM NOTER-REFERENCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIK-FIL
       END-IF.

       NOTER-REFERENCE.
       PERFORM FIND-KONTO-TYPE.
       PERFORM FIND-REFERENCE.
       IF WS-REF-FUNDET = 0
           IF WS-REF-ANTAL >= 5000
               DISPLAY "FEJL: Flere end 5000 referencer i koerslen, "
                   "referencetabellen er for lille."
               MOVE "FEJL" TO WS-NOTIF-STATUS
               CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
                   WS-NOTIF-STATUS WS-NOTIF-ANTAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REF-ANTAL
           SET RF-IDX TO WS-REF-ANTAL
           MOVE HI-REFERENCE TO RFT-REFERENCE(RF-IDX)
           MOVE WS-KONTO-INST TO RFT-PENGEINST(RF-IDX)
       ELSE
           SET RF-IDX TO WS-REF-FUNDET
           IF RFT-PENGEINST(RF-IDX) NOT = WS-KONTO-INST
               MOVE "J" TO RFT-BLANDET(RF-IDX)
           END-IF
       END-IF.

       FIND-REFERENCE.
       MOVE 0 TO WS-REF-FUNDET.
       SET RF-IDX TO 1.
       IF WS-REF-ANTAL > 0
           SEARCH REF-ENTRY
               AT END
                   CONTINUE
               WHEN RFT-REFERENCE(RF-IDX) = HI-REFERENCE
                   SET WS-REF-FUNDET TO RF-IDX
           END-SEARCH
       END-IF.

       GENNEMLOEB-HISTORIK.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS NOT = "00"
       BEHANDL-HISTORIKLINJE.
       PERFORM UDLED-POSTART.
       PERFORM FIND-KONTO-TYPE.
      * Fejlkontoen (FEJLKT-<valuta>) findes ikke i kontofilen; den
      * henfoeres pr. valuta under kontotypen FEJLKONTO.
       IF HI-KONTO-ID(1:7) = "FEJLKT-"
           MOVE "FEJLKONTO" TO WS-KONTO-TYPE
           MOVE HI-KONTO-ID(8:3) TO WS-POSTART
       END-IF.
       PERFORM FIND-GL-KONTO.
       PERFORM FIND-INST-IDX.
       IF NOT INST-ER-KENDT
           MOVE SPACES TO WS-GL-KONTO
       END-IF.
       IF WS-GL-KONTO = SPACES
           ADD 1 TO WS-UMAPPET-TAELLER
           MOVE SPACES TO RAPPORT-TEXT
               " TYPE=" FUNCTION TRIM(WS-KONTO-TYPE)
               " POSTART=" WS-POSTART
               " NR=" HI-LOEBENR
               " INSTITUT=" WS-KONTO-INST
               INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       ELSE
           COMPUTE WS-DKK-BELOEB ROUNDED
               = WS-POST-BELOEB * WS-FUNDET-KURS
      *    Debetpostering: debet paa posteringens finanskonto,
      *    kredit paa afviklingskontoen (mellemregningskontoen for
      *    en overfoersel mellem institutterne) - og omvendt for
      *    kredit.
           IF HI-DK = "D"
               MOVE WS-DKK-BELOEB TO WS-DEBET-BELOEB
               MOVE 0 TO WS-KREDIT-BELOEB
           MOVE WS-KREDIT-BELOEB TO WS-POST-BELOEB
           MOVE WS-DEBET-BELOEB TO WS-KREDIT-BELOEB
           MOVE WS-POST-BELOEB TO WS-DEBET-BELOEB
           PERFORM FIND-MODKONTO
           MOVE WS-MODKONTO TO WS-SOEGE-GL
           PERFORM AKKUMULER-GL
       END-IF.

       FIND-MODKONTO.
       MOVE "999999" TO WS-MODKONTO.
       IF HI-REFERENCE NOT = SPACES
           PERFORM FIND-REFERENCE
           IF WS-REF-FUNDET > 0
               SET RF-IDX TO WS-REF-FUNDET
               IF RFT-BLANDET(RF-IDX) = "J"
                   MOVE "998000" TO WS-MODKONTO
               END-IF
           END-IF
       END-IF.

       FIND-INST-IDX.
       MOVE "N" TO WS-INST-KENDT.
       SET IN-IDX TO 1.
       SEARCH INST-ENTRY
           AT END
               CONTINUE
           WHEN INT-KODE(IN-IDX) = WS-KONTO-INST
               MOVE "J" TO WS-INST-KENDT
       END-SEARCH.

       UDLED-POSTART.
       CALL "TRANSKODE-OPSLAG" USING HI-TRANSKODE HI-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.
       MOVE TK-GL-KATEGORI IN WS-TRANSKODE TO WS-POSTART.

       FIND-KONTO-TYPE.
      * Kontotype og institut; fejlkontoen og konti der ikke findes
      * i kontofilen, hoerer til hovedinstituttet.
       MOVE SPACES TO WS-KONTO-TYPE.
       MOVE WS-HOVEDINSTITUT TO WS-KONTO-INST.
       SET KO-IDX TO 1.
       IF WS-KONTO-ANTAL > 0
           SEARCH KONTO-TABEL-ENTRY
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = HI-KONTO-ID
                   MOVE KOT-KONTO-TYPE(KO-IDX) TO WS-KONTO-TYPE
                   MOVE KOT-PENGEINSTITUT(KO-IDX) TO WS-KONTO-INST
           END-SEARCH
       END-IF.

               AT END
                   MOVE 0 TO WS-FUNDET-IDX
               WHEN GLT-KONTO(GL-IDX) = WS-SOEGE-GL
                       AND GLT-PENGEINST(GL-IDX) = WS-KONTO-INST
                   MOVE GL-IDX TO WS-FUNDET-IDX
           END-SEARCH
       END-IF.
       IF WS-FUNDET-IDX = 0
           IF WS-GL-ANTAL < 400
               ADD 1 TO WS-GL-ANTAL
               SET GL-IDX TO WS-GL-ANTAL
               MOVE WS-KONTO-INST TO GLT-PENGEINST(GL-IDX)
               MOVE WS-SOEGE-GL TO GLT-KONTO(GL-IDX)
               MOVE WS-DEBET-BELOEB TO GLT-DEBET(GL-IDX)
               MOVE WS-KREDIT-BELOEB TO GLT-KREDIT(GL-IDX)
       END-IF.

       SKRIV-BALANCE.
      * Et afsnit pr. institut med egen nulkontrol; til sidst
      * mellemregningen, som skal gaa i nul paa tvaers.
       MOVE 0 TO WS-MELLEM-DKK.
       MOVE 0 TO WS-INST-FEJL.
       PERFORM VARYING IN-IDX FROM 1 BY 1
               UNTIL IN-IDX > WS-INST-ANTAL
           PERFORM SKRIV-INSTITUT-BALANCE
       END-PERFORM.
       MOVE WS-MELLEM-DKK TO WS-BELOEB-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       IF WS-MELLEM-DKK = 0
           STRING "MELLEMREGNING 998000 GAAR I NUL PAA TVAERS AF "
               "INSTITUTTERNE (NETTO=" FUNCTION TRIM(WS-BELOEB-EDIT)
               ")"
               INTO RAPPORT-TEXT
       ELSE
           STRING "FEJL: MELLEMREGNING 998000 GAAR IKKE I NUL PAA "
               "TVAERS AF INSTITUTTERNE (NETTO="
               FUNCTION TRIM(WS-BELOEB-EDIT) ")"
               INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.
       IF WS-INST-FEJL > 0
           DISPLAY "RAABALANCE: balancen gaar ikke i nul for "
               WS-INST-FEJL " pengeinstitut(ter) - se "
               "files/RAABALANCE.txt."
       END-IF.
       IF WS-MELLEM-DKK NOT = 0
           DISPLAY "RAABALANCE: mellemregningen mellem "
               "pengeinstitutterne gaar ikke i nul - se "
               "files/RAABALANCE.txt."
       END-IF.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "LINJER=" WS-LINJE-TAELLER
           " UMAPPEDE=" WS-UMAPPET-TAELLER
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       SKRIV-INSTITUT-BALANCE.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "PENGEINSTITUT " INT-KODE(IN-IDX) " "
           FUNCTION TRIM(INT-NAVN(IN-IDX))
           " REG.NR. " INT-REG-NUMMER(IN-IDX)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE 0 TO WS-NETTO-DKK.
       PERFORM VARYING GL-IDX FROM 1 BY 1
               UNTIL GL-IDX > WS-GL-ANTAL
           IF GLT-PENGEINST(GL-IDX) = INT-KODE(IN-IDX)
               PERFORM SKRIV-FINANSKONTO
           END-IF
       END-PERFORM.
       MOVE WS-NETTO-DKK TO WS-BELOEB-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
               FUNCTION TRIM(WS-BELOEB-EDIT) ")"
               INTO RAPPORT-TEXT
       ELSE
           ADD 1 TO WS-INST-FEJL
           STRING "FEJL: BALANCEN GAAR IKKE I NUL (NETTO="
               FUNCTION TRIM(WS-BELOEB-EDIT) ")"
               INTO RAPPORT-TEXT
       END-IF.
       WRITE RAPPORT-RECORD.

       SKRIV-FINANSKONTO.
       MOVE SPACES TO RAPPORT-TEXT.
       MOVE GLT-DEBET(GL-IDX) TO WS-BELOEB-EDIT.
       STRING "FINANSKONTO " INT-GL-PRAEFIKS(IN-IDX)
           GLT-KONTO(GL-IDX)
           " DEBET=" FUNCTION TRIM(WS-BELOEB-EDIT)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       MOVE GLT-KREDIT(GL-IDX) TO WS-BELOEB-EDIT.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "            " INT-GL-PRAEFIKS(IN-IDX)
           GLT-KONTO(GL-IDX)
           " KREDIT=" FUNCTION TRIM(WS-BELOEB-EDIT)
           INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       COMPUTE WS-NETTO-DKK = WS-NETTO-DKK
           + GLT-DEBET(GL-IDX) - GLT-KREDIT(GL-IDX).
       IF GLT-KONTO(GL-IDX) = "998000"
           COMPUTE WS-MELLEM-DKK = WS-MELLEM-DKK
               + GLT-DEBET(GL-IDX) - GLT-KREDIT(GL-IDX)
       END-IF.

       SKRIV-BALANCEHISTORIK.
      * Koerslen foejes til historikken foer loebenummeret gemmes,
      * saa en koersel der stopper imellem, hellere staar to gange
      * end slet ikke - SAF-T-afstemningen viser det som afvigelse.
       OPEN EXTEND BALHIST-FIL.
       IF WS-BALHIST-STATUS = "35"
           OPEN OUTPUT BALHIST-FIL
       END-IF.
       IF WS-BALHIST-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/RAABALANCE-HISTORIK.txt, status="
               WS-BALHIST-STATUS
       ELSE
           MOVE SPACES TO BALHIST-RECORD
           MOVE "R" TO RH-TYPE
           MOVE WS-DAGS-DATO TO RH-DATO
           MOVE WS-SIDSTE-LOEBENR TO RR-LNR-FRA
           MOVE WS-HOEJESTE-LOEBENR TO RR-LNR-TIL
           MOVE WS-LINJE-TAELLER TO RR-LINJER
           MOVE WS-UMAPPET-TAELLER TO RR-UMAPPEDE
           WRITE BALHIST-RECORD
           PERFORM VARYING VK-IDX FROM 1 BY 1
                   UNTIL VK-IDX > WS-KURS-ANTAL
               MOVE SPACES TO BALHIST-RECORD
               MOVE "K" TO RH-TYPE
               MOVE WS-DAGS-DATO TO RH-DATO
               MOVE KURS-KODE(VK-IDX) TO RK-VALUTA
               MOVE KURS-VAERDI(VK-IDX) TO RK-KURS
               WRITE BALHIST-RECORD
           END-PERFORM
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > WS-GL-ANTAL
               MOVE SPACES TO BALHIST-RECORD
               MOVE "G" TO RH-TYPE
               MOVE WS-DAGS-DATO TO RH-DATO
               MOVE GLT-KONTO(GL-IDX) TO RG-KONTO
               MOVE GLT-DEBET(GL-IDX) TO RG-DEBET
               MOVE GLT-KREDIT(GL-IDX) TO RG-KREDIT
               MOVE GLT-PENGEINST(GL-IDX) TO RG-PENGEINSTITUT
               WRITE BALHIST-RECORD
           END-PERFORM
           CLOSE BALHIST-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
