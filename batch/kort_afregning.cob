       IDENTIFICATION DIVISION.
       PROGRAM-ID. KORT-AFREGNING.

      * Kortselskabets daglige afregningsfil som et trin i den daglige
      * kaede. files/KORT-AFREGNING.txt har en linje pr. afregnet
      * korttransaktion: kortets token, autorisationskoden, det
      * afregnede beloeb, transaktionsdagen og forretningens navn.
      *
      * Hver afregning matches mod den aabne kortreservation (type K)
      * i files/RESERVATIONER.txt med samme token og
      * autorisationskode. Ved et match dannes et posteringspar i
      * files/POSTERINGER.txt - debet paa kortets konto med teksten
      * "KORT " og forretningen, kredit paa bankens afregningskonto
      * hos kortselskabet - og reservationen frigives: den markeres
      * afregnet og udloeber i dag, saa beloebet ikke kan bruges
      * igen, foer debiteringen er bogfoert (samme moenster som
      * udbetalingen af et udlaeg). Det afregnede beloeb bogfoeres,
      * ogsaa naar det afviger fra det autoriserede (fx drikkepenge);
      * afvigelsen noteres i rapporten.
      *
      * En afregning uden aaben reservation, eller paa et kort der
      * ikke findes i kortregistret files/KORT.txt, bogfoeres ikke,
      * men skrives til undtagelseslisten files/KORT-UMATCHEDE.txt.
      * Kortreservationer der er udloebet uden at blive afregnet,
      * skrives til files/KORT-UDLOEBNE.txt og fjernes fra registret.
      * Forloebet logges i files/KORT-AFREGNING-RAPPORT.txt, og den
      * behandlede afregningsfil flyttes til et dateret navn under
      * files/behandlet/.
      *
      * Opsaetningen staar i files/KORT-KONFIG.txt: AFREGNKONTO er
      * den KONTO-ID afregningerne krediteres.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFREGNING-FIL ASSIGN TO "files/KORT-AFREGNING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFREGNING-STATUS.

           SELECT KONFIG-FIL ASSIGN TO "files/KORT-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

           SELECT KORT-FIL ASSIGN TO "files/KORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.

           SELECT RESERVATION-FIL ASSIGN TO "files/RESERVATIONER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-STATUS.

           SELECT POSTERING-FIL ASSIGN TO "files/POSTERINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

      *    Loebenummer-taeller til transaktionsreferencen, delt med
      *    de oevrige programmer der danner posteringspar.
           SELECT REFNR-FIL ASSIGN TO "files/POSTERING-REFNR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNR-STATUS.

           SELECT UMATCHET-FIL ASSIGN TO "files/KORT-UMATCHEDE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMATCHET-STATUS.

           SELECT UDLOEBET-FIL ASSIGN TO "files/KORT-UDLOEBNE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDLOEBET-STATUS.

           SELECT RAPPORT-FIL
               ASSIGN TO "files/KORT-AFREGNING-RAPPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFREGNING-FIL.
       01  AFREGNING-RECORD.
           05 KA-KORT-TOKEN    PIC X(16).
           05 KA-AUTORISATION  PIC X(6).
           05 KA-BELOEB        PIC 9(7)V99.
           05 KA-DATO          PIC X(8).
           05 KA-TEKST         PIC X(20).

       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 KF-NOEGLE        PIC X(12).
           05 FILLER           PIC X(1).
           05 KF-VAERDI        PIC X(20).
           05 FILLER           PIC X(47).

       FD  KORT-FIL.
       01  KORT-POST.
           COPY "copybooks/KORTREC.cpy".

       FD  RESERVATION-FIL.
       01  RESERVATION-RECORD.
           COPY "copybooks/RESERVREC.cpy".

       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  REFNR-FIL.
       01  REFNR-RECORD.
           05 REFNR-VAERDI     PIC 9(4).

      * Afregninger der ikke er bogfoert, med aarsagen.
       FD  UMATCHET-FIL.
       01  UMATCHET-RECORD.
           05 UM-KORT-TOKEN    PIC X(16).
           05 FILLER           PIC X(1).
           05 UM-AUTORISATION  PIC X(6).
           05 FILLER           PIC X(1).
           05 UM-BELOEB        PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 UM-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 UM-TEKST         PIC X(20).
           05 FILLER           PIC X(1).
           05 UM-AARSAG        PIC X(30).

      * Kortreservationer der er udloebet uden afregning.
       FD  UDLOEBET-FIL.
       01  UDLOEBET-RECORD.
           05 UL-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 UL-KORT-TOKEN    PIC X(16).
           05 FILLER           PIC X(1).
           05 UL-AUTORISATION  PIC X(6).
           05 FILLER           PIC X(1).
           05 UL-BELOEB        PIC 9(7)V99.
           05 FILLER           PIC X(1).
           05 UL-UDLOEB        PIC X(8).

       FD  RAPPORT-FIL.
       01  RAPPORT-RECORD.
           05 RAPPORT-TEXT     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AFREGNING-STATUS PIC XX     VALUE "00".
       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-KORT-STATUS      PIC XX     VALUE "00".
       01  WS-RESERVATION-STATUS PIC XX   VALUE "00".
       01  WS-POSTERING-STATUS PIC XX     VALUE "00".
       01  WS-REFNR-STATUS     PIC XX     VALUE "00".
       01  WS-UMATCHET-STATUS  PIC XX     VALUE "00".
       01  WS-UDLOEBET-STATUS  PIC XX     VALUE "00".
       01  WS-RAPPORT-STATUS   PIC XX     VALUE "00".

      * Batchhoved og -trailer om programmets posteringer i
      * files/POSTERINGER.txt - se copybooks/POSTBATCH.cpy.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE "KORT-AFREGNING".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.

      * Opsaetningen
       01  WS-AFREGN-KONTO     PIC X(10)  VALUE SPACES.

      * Kortregistret; kun token og konto bruges her.
       01  WS-KORT-ANTAL       PIC 9(4)   VALUE 0.
       01  KORT-TABEL.
           05  KORT-ENTRY OCCURS 2000 TIMES INDEXED BY KT-IDX.
               10  KTT-KORT-TOKEN    PIC X(16)   VALUE SPACES.
               10  KTT-KONTO-ID      PIC X(10)   VALUE SPACES.
       01  WS-KORT-FUNDET      PIC X      VALUE "N".
           88  KORT-ER-FUNDET             VALUE "Y".

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
       01  WS-FUNDET-IDX       PIC 9(3)   VALUE 0.
       01  WS-BEHOLD-ANTAL     PIC 9(3)   VALUE 0.

       01  WS-AARSAG           PIC X(30)  VALUE SPACES.
       01  WS-BELOEB-X100      PIC 9(9)   VALUE 0.
       01  WS-BELOEB-UD-EDIT   PIC Z(8)9.
       01  WS-BELOEB-VIS       PIC Z(6)9,99.
       01  WS-RES-BELOEB-VIS   PIC Z(6)9,99.

      * Transaktionsreferencen der binder parrets to ben sammen i
      * historikken: koerselsdato + "K" (kort) + loebenummer.
       01  WS-REFNR            PIC 9(4)   VALUE 0.
       01  WS-REFERENCE        PIC X(13)  VALUE SPACES.

       01  WS-BEHANDLET-KOMMANDO PIC X(200) VALUE SPACES.

       01  WS-AFREGNING-ANTAL  PIC 9(5)   VALUE 0.
       01  WS-BOGFOERT-TAELLER PIC 9(5)   VALUE 0.
       01  WS-UMATCHET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-UDLOEBET-TAELLER PIC 9(5)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "KORT-AFREGNING".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM INDLAES-KONFIG.
       PERFORM INDLAES-KORT.
       PERFORM INDLAES-RESERVATIONER.

       OPEN INPUT AFREGNING-FIL.
       IF WS-AFREGNING-STATUS NOT = "00"
               AND WS-AFREGNING-STATUS NOT = "35"
           DISPLAY "FEJL: Kan ikke aabne files/KORT-AFREGNING.txt, "
               "status=" WS-AFREGNING-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       IF WS-AFREGNING-STATUS = "00" AND WS-AFREGN-KONTO = SPACES
           DISPLAY "FEJL: AFREGNKONTO mangler i "
               "files/KORT-KONFIG.txt - afregningerne kan ikke "
               "bogfoeres."
           CLOSE AFREGNING-FIL
           PERFORM STOP-MED-FEJL
       END-IF.

       OPEN EXTEND POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           OPEN OUTPUT POSTERING-FIL
       END-IF.
       OPEN OUTPUT UMATCHET-FIL.
       OPEN OUTPUT UDLOEBET-FIL.
       OPEN OUTPUT RAPPORT-FIL.
       IF WS-POSTERING-STATUS NOT = "00"
               OR WS-UMATCHET-STATUS NOT = "00"
               OR WS-UDLOEBET-STATUS NOT = "00"
               OR WS-RAPPORT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne posterings-, undtagelses- "
               "eller rapportfilen, status=" WS-POSTERING-STATUS "/"
               WS-UMATCHET-STATUS "/" WS-UDLOEBET-STATUS "/"
               WS-RAPPORT-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM SKRIV-BATCH-HOVED.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KORTAFREGNING - KOERSEL " WS-KOERSELS-DATO
           "  (afregningskonto " WS-AFREGN-KONTO ")"
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

      * Ingen afregningsfil i dag er normalt; saa ryddes kun de
      * udloebne reservationer.
       IF WS-AFREGNING-STATUS = "00"
           PERFORM UNTIL WS-AFREGNING-STATUS NOT = "00"
               READ AFREGNING-FIL INTO AFREGNING-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-AFREGNING-ANTAL
                       PERFORM BEHANDL-AFREGNING
               END-READ
           END-PERFORM
           CLOSE AFREGNING-FIL
       END-IF.

       PERFORM FJERN-UDLOEBNE.

       PERFORM SKRIV-BATCH-TRAILER.
       CLOSE POSTERING-FIL.
       CLOSE UMATCHET-FIL.
       CLOSE UDLOEBET-FIL.
       IF RES-ER-AENDRET
           PERFORM SKRIV-RESERVATIONER
       END-IF.

       MOVE SPACES TO RAPPORT-TEXT.
       STRING "I ALT: afregninger=" WS-AFREGNING-ANTAL
           " bogfoert=" WS-BOGFOERT-TAELLER
           " umatchede=" WS-UMATCHET-TAELLER
           " udloebne reservationer=" WS-UDLOEBET-TAELLER
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       CLOSE RAPPORT-FIL.

       IF WS-AFREGNING-ANTAL > 0
           PERFORM FLYT-AFREGNING-TIL-BEHANDLET
       END-IF.

       DISPLAY "KORT-AFREGNING: afregninger=" WS-AFREGNING-ANTAL
           " bogfoert=" WS-BOGFOERT-TAELLER
           " umatchede=" WS-UMATCHET-TAELLER
           " udloebne=" WS-UDLOEBET-TAELLER.
       MOVE WS-AFREGNING-ANTAL TO WS-NOTIF-ANTAL.
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
                       IF KF-NOEGLE = "AFREGNKONTO"
                           MOVE KF-VAERDI(1:10) TO WS-AFREGN-KONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONFIG-FIL
       ELSE
           DISPLAY "ADVARSEL: files/KORT-KONFIG.txt mangler."
       END-IF.

       INDLAES-KORT.
      * Uden kortregister kan ingen afregning matches; saa ender
      * dagens afregninger alle paa undtagelseslisten.
       OPEN INPUT KORT-FIL.
       IF WS-KORT-STATUS = "00"
           PERFORM UNTIL WS-KORT-STATUS NOT = "00"
               READ KORT-FIL INTO KORT-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-KORT-ANTAL >= 2000
                           DISPLAY "FEJL: Flere end 2000 kort i "
                               "files/KORT.txt."
                           CLOSE KORT-FIL
                           PERFORM STOP-MED-FEJL
                       END-IF
                       ADD 1 TO WS-KORT-ANTAL
                       SET KT-IDX TO WS-KORT-ANTAL
                       MOVE KR-KORT-TOKEN TO KTT-KORT-TOKEN(KT-IDX)
                       MOVE KR-KONTO-ID TO KTT-KONTO-ID(KT-IDX)
               END-READ
           END-PERFORM
           CLOSE KORT-FIL
       ELSE
           IF WS-KORT-STATUS NOT = "35"
               DISPLAY "FEJL: Kan ikke aabne files/KORT.txt, status="
                   WS-KORT-STATUS
               PERFORM STOP-MED-FEJL
           END-IF
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

       BEHANDL-AFREGNING.
      * Kortet skal findes i registret - ogsaa et spaerret eller
      * erstattet kort, for autorisationer givet foer spaerringen
      * skal stadig afregnes. Derefter soeges den aabne reservation.
       MOVE "N" TO WS-KORT-FUNDET.
       PERFORM VARYING KT-IDX FROM 1 BY 1
               UNTIL KT-IDX > WS-KORT-ANTAL OR KORT-ER-FUNDET
           IF KTT-KORT-TOKEN(KT-IDX) = KA-KORT-TOKEN
               SET KORT-ER-FUNDET TO TRUE
           END-IF
       END-PERFORM.
       MOVE 0 TO WS-FUNDET-IDX.
       IF KORT-ER-FUNDET
           PERFORM VARYING RE-IDX FROM 1 BY 1
                   UNTIL RE-IDX > WS-RES-ANTAL OR WS-FUNDET-IDX > 0
               IF RET-TYPE(RE-IDX) = "K"
                       AND RET-KORT-TOKEN(RE-IDX) = KA-KORT-TOKEN
                       AND RET-AUTORISATION(RE-IDX) = KA-AUTORISATION
                       AND RET-AFREGNET(RE-IDX) = SPACES
                   SET WS-FUNDET-IDX TO RE-IDX
               END-IF
           END-PERFORM
       END-IF.
       EVALUATE TRUE
           WHEN NOT KORT-ER-FUNDET
               MOVE "KORTET FINDES IKKE" TO WS-AARSAG
               PERFORM SKRIV-UMATCHET
           WHEN KA-BELOEB NOT NUMERIC OR KA-BELOEB = 0
               MOVE "UGYLDIGT BELOEB" TO WS-AARSAG
               PERFORM SKRIV-UMATCHET
           WHEN WS-FUNDET-IDX = 0
               MOVE "INGEN AABEN RESERVATION" TO WS-AARSAG
               PERFORM SKRIV-UMATCHET
           WHEN OTHER
               PERFORM BOGFOER-AFREGNING
       END-EVALUATE.

       BOGFOER-AFREGNING.
      * Posteringsparret dannes paa reservationens konto, og
      * reservationen staar dagen ud som afregnet.
       PERFORM SKRIV-POSTERINGSPAR.
       MOVE WS-KOERSELS-DATO TO RET-AFREGNET(WS-FUNDET-IDX).
       MOVE WS-KOERSELS-DATO TO RET-UDLOEB(WS-FUNDET-IDX).
       SET RES-ER-AENDRET TO TRUE.
       ADD 1 TO WS-BOGFOERT-TAELLER.
       MOVE KA-BELOEB TO WS-BELOEB-VIS.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTO " RET-KONTO-ID(WS-FUNDET-IDX)
           " KORT " KA-KORT-TOKEN " AUT " KA-AUTORISATION
           " BOGFOERT " WS-BELOEB-VIS " " KA-TEKST
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.
       IF KA-BELOEB NOT = RET-BELOEB(WS-FUNDET-IDX)
           MOVE RET-BELOEB(WS-FUNDET-IDX) TO WS-RES-BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING "     ADVARSEL: autoriseret " WS-RES-BELOEB-VIS
               ", afregnet " WS-BELOEB-VIS
               DELIMITED BY SIZE INTO RAPPORT-TEXT
           WRITE RAPPORT-RECORD
       END-IF.

       SKRIV-UMATCHET.
       MOVE SPACES TO UMATCHET-RECORD.
       MOVE KA-KORT-TOKEN TO UM-KORT-TOKEN.
       MOVE KA-AUTORISATION TO UM-AUTORISATION.
       IF KA-BELOEB NUMERIC
           MOVE KA-BELOEB TO UM-BELOEB
       ELSE
           MOVE 0 TO UM-BELOEB
       END-IF.
       MOVE KA-DATO TO UM-DATO.
       MOVE KA-TEKST TO UM-TEKST.
       MOVE WS-AARSAG TO UM-AARSAG.
       WRITE UMATCHET-RECORD.
       ADD 1 TO WS-UMATCHET-TAELLER.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KORT " KA-KORT-TOKEN " AUT " KA-AUTORISATION
           " IKKE BOGFOERT: " WS-AARSAG
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       FJERN-UDLOEBNE.
      * Kortreservationer med token der er udloebet uden afregning,
      * skrives paa undtagelseslisten; de og gaarsdagens afregnede
      * reservationer fjernes. Haandtastede kortreservationer uden
      * token og de oevrige typer roeres ikke.
       MOVE 0 TO WS-BEHOLD-ANTAL.
       PERFORM VARYING RE-IDX FROM 1 BY 1
               UNTIL RE-IDX > WS-RES-ANTAL
           IF RET-TYPE(RE-IDX) = "K"
                   AND RET-KORT-TOKEN(RE-IDX) NOT = SPACES
                   AND RET-UDLOEB(RE-IDX) < WS-KOERSELS-DATO
               IF RET-AFREGNET(RE-IDX) = SPACES
                   PERFORM SKRIV-UDLOEBET
               END-IF
               SET RES-ER-AENDRET TO TRUE
           ELSE
               ADD 1 TO WS-BEHOLD-ANTAL
               IF WS-BEHOLD-ANTAL NOT = RE-IDX
                   MOVE RES-ENTRY(RE-IDX)
                       TO RES-ENTRY(WS-BEHOLD-ANTAL)
               END-IF
           END-IF
       END-PERFORM.
       MOVE WS-BEHOLD-ANTAL TO WS-RES-ANTAL.

       SKRIV-UDLOEBET.
       MOVE SPACES TO UDLOEBET-RECORD.
       MOVE RET-KONTO-ID(RE-IDX) TO UL-KONTO-ID.
       MOVE RET-KORT-TOKEN(RE-IDX) TO UL-KORT-TOKEN.
       MOVE RET-AUTORISATION(RE-IDX) TO UL-AUTORISATION.
       MOVE RET-BELOEB(RE-IDX) TO UL-BELOEB.
       MOVE RET-UDLOEB(RE-IDX) TO UL-UDLOEB.
       WRITE UDLOEBET-RECORD.
       ADD 1 TO WS-UDLOEBET-TAELLER.
       MOVE RET-BELOEB(RE-IDX) TO WS-BELOEB-VIS.
       MOVE SPACES TO RAPPORT-TEXT.
       STRING "KONTO " RET-KONTO-ID(RE-IDX)
           " KORT " RET-KORT-TOKEN(RE-IDX)
           " AUT " RET-AUTORISATION(RE-IDX)
           " UDLOEBET UAFREGNET " WS-BELOEB-VIS
           DELIMITED BY SIZE INTO RAPPORT-TEXT.
       WRITE RAPPORT-RECORD.

       DAN-REFERENCE.
      * Traek naeste loebenummer og dan parrets faelles reference,
      * koerselsdato + programbogstav K + firecifret loebenummer.
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
       STRING WS-KOERSELS-DATO "K" WS-REFNR
           INTO WS-REFERENCE.

       SKRIV-POSTERINGSPAR.
      * Debet paa kortets konto med teksten "KORT " og forretningen -
      * den tekst genkender posteringsmotoren som en afregnet
      * kortautorisation - og kredit paa afregningskontoen.
       PERFORM DAN-REFERENCE.
       COMPUTE WS-BELOEB-X100 ROUNDED = KA-BELOEB * 100.
       MOVE WS-BELOEB-X100 TO WS-BELOEB-UD-EDIT.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE RET-KONTO-ID(WS-FUNDET-IDX) TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "D" TO PO-DK.
       STRING "KORT " KA-TEKST
           DELIMITED BY SIZE INTO PO-TEKST.
       MOVE "KORT" TO PO-TRANSKODE.
       MOVE WS-REFERENCE TO PO-REFERENCE.
       PERFORM SKRIV-POSTERING-I-BATCH.
       MOVE SPACES TO POSTERING-RECORD.
       MOVE WS-AFREGN-KONTO TO PO-KONTO-ID.
       MOVE WS-KOERSELS-DATO TO PO-DATO.
       MOVE WS-BELOEB-UD-EDIT TO PO-BELOEB.
       MOVE "K" TO PO-DK.
       STRING "KORTAFREGNING " KA-KORT-TOKEN
           DELIMITED BY SIZE INTO PO-TEKST.
       MOVE "KAFR" TO PO-TRANSKODE.
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

       FLYT-AFREGNING-TIL-BEHANDLET.
      * Afregningerne er faerdigbehandlede - flyt filen til et
      * dateret navn under files/behandlet/, samme moenster som
      * UDLAEG-KOERSEL, saa de ikke bogfoeres to gange.
       MOVE SPACES TO WS-BEHANDLET-KOMMANDO.
       STRING
           "mkdir -p files/behandlet && mv -f "
           "files/KORT-AFREGNING.txt "
           "files/behandlet/KORT-AFREGNING_" WS-KOERSELS-DATO
           ".txt"
           INTO WS-BEHANDLET-KOMMANDO.
       CALL "SYSTEM" USING WS-BEHANDLET-KOMMANDO.

      * Batchhoved og -trailer - se copybooks/POSTBATCH.cpy.
           COPY "copybooks/POSTBATCH.cpy".
