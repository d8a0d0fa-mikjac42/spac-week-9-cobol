       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSKODE-OPSLAG.

      * Faelles opslag i transaktionskodetabellen
      * files/TRANSAKTIONSKODER.txt (layout copybooks/TRANSKODE.cpy),
      * saa alle der klassificerer posteringer og historiklinjer -
      * posteringsmotoren, raabalancen, aarsoversigten, gebyr- og
      * renteudtraekkene m.fl. - goer det paa samme kode og efter
      * samme tabel. Kaldes med posteringens/linjens kode og tekst:
      *   LK-KODE udfyldt - koden slaas op som den er.
      *   LK-KODE blank   - linjen er fra foer koden kom til (eller
      *                     leveret udefra uden kode); koden udledes
      *                     af teksten efter de regler der hidtil har
      *                     vaeret brugt rundt om i programmerne, saa
      *                     gamle linjer klassificeres som foer.
      * LK-TRANSKODE faar tabellinjen for koden, med den brugte kode i
      * TK-KODE. LK-SVAR:
      *   Y - koden findes i tabellen.
      *   N - koden findes ikke; LK-TRANSKODE er udfyldt som OEVRIGT
      *       uden skatte- og systemmarkering.
      *   F - tabellen kunne ikke indlaeses; som N for alle koder.
      * Tabellen indlaeses ved foerste kald og holdes i hukommelsen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSKODE-FIL ASSIGN TO "files/TRANSAKTIONSKODER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSKODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSKODE-FIL.
       01  TRANSKODE-POST.
           COPY "copybooks/TRANSKODE.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRANSKODE-STATUS PIC XX     VALUE "00".
       01  WS-TABEL-INDLAEST   PIC X      VALUE "N".
           88  TABEL-ER-INDLAEST          VALUE "Y".
       01  WS-TABEL-FEJLET     PIC X      VALUE "N".
           88  TABEL-ER-FEJLET            VALUE "Y".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Kodetabellen, indlaest ved foerste kald
       01  WS-KODE-ANTAL       PIC 9(3)   VALUE 0.
       01  KODE-TABEL.
           05  KODE-ENTRY OCCURS 200 TIMES
                           INDEXED BY TK-IDX
                           PIC X(79) VALUE SPACES.

       01  WS-KODE             PIC X(4)   VALUE SPACES.

       LINKAGE SECTION.
       01  LK-KODE             PIC X(4).
       01  LK-TEKST            PIC X(30).
       01  LK-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  LK-SVAR             PIC X.

       PROCEDURE DIVISION USING LK-KODE LK-TEKST LK-TRANSKODE LK-SVAR.
       MAIN-PROCEDURE.
       IF NOT TABEL-ER-INDLAEST
           PERFORM INDLAES-KODER
       END-IF.
       IF LK-KODE = SPACES
           PERFORM UDLED-KODE-AF-TEKST
       ELSE
           MOVE LK-KODE TO WS-KODE
       END-IF.
       MOVE "N" TO LK-SVAR.
       SET TK-IDX TO 1.
       IF WS-KODE-ANTAL > 0
           SEARCH KODE-ENTRY
               AT END
                   CONTINUE
               WHEN KODE-ENTRY(TK-IDX)(1:4) = WS-KODE
                   MOVE KODE-ENTRY(TK-IDX) TO LK-TRANSKODE
                   MOVE "Y" TO LK-SVAR
           END-SEARCH
       END-IF.
       IF LK-SVAR = "N"
           MOVE SPACES TO LK-TRANSKODE
           MOVE WS-KODE TO TK-KODE IN LK-TRANSKODE
           MOVE "UKENDT TRANSAKTIONSKODE"
               TO TK-BESKRIVELSE IN LK-TRANSKODE
           MOVE "OEVRIGT" TO TK-GL-KATEGORI IN LK-TRANSKODE
           MOVE "N" TO TK-SKAT IN LK-TRANSKODE
           MOVE "N" TO TK-SYSTEM IN LK-TRANSKODE
           IF TABEL-ER-FEJLET
               MOVE "F" TO LK-SVAR
           END-IF
       END-IF.
       GOBACK.

       INDLAES-KODER.
       SET TABEL-ER-INDLAEST TO TRUE.
       OPEN INPUT TRANSKODE-FIL.
       IF WS-TRANSKODE-STATUS NOT = "00"
           SET TABEL-ER-FEJLET TO TRUE
           DISPLAY "FEJL: Kan ikke indlaese "
               "files/TRANSAKTIONSKODER.txt, status="
               WS-TRANSKODE-STATUS
               " - alle posteringer klassificeres som OEVRIGT."
       ELSE
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ TRANSKODE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF TK-KODE IN TRANSKODE-POST NOT = SPACES
                           AND WS-KODE-ANTAL < 200
                           ADD 1 TO WS-KODE-ANTAL
                           MOVE TRANSKODE-POST
                               TO KODE-ENTRY(WS-KODE-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSKODE-FIL
       END-IF.

       UDLED-KODE-AF-TEKST.
      * Tekstreglerne fra foer transaktionskoden; raekkefoelgen
      * betyder noget - de saerlige RENTE-tekster foer den generelle.
       EVALUATE TRUE
           WHEN LK-TEKST(1:17) = "RENTETILSKRIVNING"
               MOVE "RTIL" TO WS-KODE
           WHEN LK-TEKST(1:15) = "RENTEKORREKTION"
               MOVE "RKOR" TO WS-KODE
           WHEN LK-TEKST(1:5) = "RENTE"
               MOVE "RNTE" TO WS-KODE
           WHEN LK-TEKST(1:11) = "TERMINRENTE"
               MOVE "TRNT" TO WS-KODE
           WHEN LK-TEKST(1:15) = "OVERTRAEKSGEBYR"
               MOVE "OGEB" TO WS-KODE
           WHEN LK-TEKST(1:11) = "RYKKERGEBYR"
               MOVE "RGEB" TO WS-KODE
           WHEN LK-TEKST(1:10) = "STORNO AF "
               MOVE "STRN" TO WS-KODE
           WHEN LK-TEKST(1:7) = "YDELSE "
               MOVE "YDLS" TO WS-KODE
           WHEN LK-TEKST(1:14) = "KURSDIFFERENCE"
               MOVE "KDIF" TO WS-KODE
           WHEN LK-TEKST(1:8) = "FAST OVF"
               MOVE "FOVF" TO WS-KODE
           WHEN LK-TEKST(1:9) = "OVERFOERT"
                   OR LK-TEKST(1:11) = "OVERFOERSEL"
               MOVE "OVFT" TO WS-KODE
           WHEN LK-TEKST(1:11) = "UDLANDSBET "
               MOVE "UDLB" TO WS-KODE
           WHEN LK-TEKST(1:11) = "UDLAEG GST "
               MOVE "UDLG" TO WS-KODE
           WHEN LK-TEKST(1:11) = "UDLAEG FRA "
               MOVE "UDLM" TO WS-KODE
           WHEN LK-TEKST(1:5) = "KORT "
               MOVE "KORT" TO WS-KODE
           WHEN LK-TEKST(1:14) = "KORTAFREGNING "
               MOVE "KAFR" TO WS-KODE
           WHEN LK-TEKST(1:12) = "INDBETALING "
               MOVE "INDB" TO WS-KODE
           WHEN LK-TEKST(1:15) = "PBS INDBETALING"
               MOVE "PBSI" TO WS-KODE
           WHEN LK-TEKST(1:14) = "PBS AFVIKLING "
               MOVE "PBSA" TO WS-KODE
           WHEN LK-TEKST(1:20) = "ANNULLERET MAKKERBEN"
               MOVE "AMAK" TO WS-KODE
           WHEN OTHER
               MOVE "DIV " TO WS-KODE
       END-EVALUATE.
