      * siden af den bogfoerte. Udloebne reservationer ryddes op ved
      * indlaesningen. Typer: K=kortautorisation, U=udlaeg,
      * O=afventende overfoersel, A=andet.
      * En kortautorisation (K) bindes til et kort i kortregistret
      * files/KORT.txt med kortets token og kortselskabets
      * autorisationskode, saa kortafregningen
      * (batch/kort_afregning.cob) kan finde og frigive den; kortet
      * skal vaere aktivt, ikke udloebet, tilhoere kontoen, og
      * beloebet maa ikke overstige kortets daglige graense.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-STATUS.

           SELECT KORT-FIL ASSIGN TO "files/KORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESERVATION-FIL.
       01  RESERVATION-RECORD.
           COPY "copybooks/RESERVREC.cpy".

       FD  KORT-FIL.
       01  KORT-POST.
           COPY "copybooks/KORTREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RESERVATION-STATUS PIC XX   VALUE "00".
       01  WS-KORT-STATUS      PIC XX     VALUE "00".
       01  WS-KORT-FUNDET      PIC X      VALUE "N".
           88  KORT-ER-FUNDET             VALUE "Y".
       01  WS-RES-GYLDIG       PIC X      VALUE "Y".
           88  RES-ER-GYLDIG              VALUE "Y".
       01  WS-DAGS-MAANED      PIC X(6)   VALUE SPACES.
       01  WS-VALG             PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".
               10  RET-TYPE        PIC X(1)    VALUE SPACES.
               10  RET-BELOEB      PIC 9(7)V99 VALUE 0.
               10  RET-UDLOEB      PIC X(8)    VALUE SPACES.
               10  RET-KORT-TOKEN  PIC X(16)   VALUE SPACES.
               10  RET-AUTORISATION PIC X(6)   VALUE SPACES.
               10  RET-AFREGNET    PIC X(8)    VALUE SPACES.

       01  WS-SLET-NR          PIC 9(3)   VALUE 0.
       01  WS-VIS-IDX          PIC 9(3)   VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE WS-DAGS-DATO(1:6) TO WS-DAGS-MAANED.
       PERFORM INDLAES-RESERVATIONER.
       IF WS-UDLOEBET-TAELLER > 0
           DISPLAY "RESERVATION-VEDLIGEHOLD: " WS-UDLOEBET-TAELLER
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
      *                Uafregnede kortautorisationer ryddes af
      *                kortafregningen, som lister dem som udloebne.
                       IF RE-UDLOEB NOT = SPACES
                               AND RE-UDLOEB < WS-DAGS-DATO
                               AND (RE-TYPE NOT = "K"
                                   OR RE-KORT-TOKEN = SPACES
                                   OR RE-AFREGNET NOT = SPACES)
                           ADD 1 TO WS-UDLOEBET-TAELLER
                       ELSE
                           ADD 1 TO WS-RES-ANTAL
                           MOVE RE-TYPE TO RET-TYPE(RE-IDX)
                           MOVE RE-BELOEB TO RET-BELOEB(RE-IDX)
                           MOVE RE-UDLOEB TO RET-UDLOEB(RE-IDX)
                           MOVE RE-KORT-TOKEN TO RET-KORT-TOKEN(RE-IDX)
                           MOVE RE-AUTORISATION
                               TO RET-AUTORISATION(RE-IDX)
                           MOVE RE-AFREGNET TO RET-AFREGNET(RE-IDX)
                       END-IF
               END-READ
           END-PERFORM
                   "oprettes ikke."
               SUBTRACT 1 FROM WS-RES-ANTAL
           ELSE
               MOVE SPACES TO RET-KORT-TOKEN(RE-IDX)
                   RET-AUTORISATION(RE-IDX) RET-AFREGNET(RE-IDX)
               MOVE "Y" TO WS-RES-GYLDIG
               IF RET-TYPE(RE-IDX) = "K"
                   PERFORM ACCEPT-KORTOPLYSNINGER
               END-IF
               IF RES-ER-GYLDIG
                   SET ER-AENDRET TO TRUE
                   DISPLAY "Reservation oprettet."
               ELSE
                   SUBTRACT 1 FROM WS-RES-ANTAL
               END-IF
           END-IF
       END-IF.

       ACCEPT-KORTOPLYSNINGER.
      * Kortautorisationen bindes til kortet; alle kontroller skal
      * holde, ellers oprettes reservationen ikke.
       DISPLAY "Korttoken             : " WITH NO ADVANCING.
       ACCEPT RET-KORT-TOKEN(RE-IDX).
       DISPLAY "Autorisationskode     : " WITH NO ADVANCING.
       ACCEPT RET-AUTORISATION(RE-IDX).
       PERFORM FIND-KORT.
       EVALUATE TRUE
           WHEN RET-AUTORISATION(RE-IDX) = SPACES
               DISPLAY "FEJL: Autorisationskoden mangler - "
                   "reservationen oprettes ikke."
               MOVE "N" TO WS-RES-GYLDIG
           WHEN NOT KORT-ER-FUNDET
               DISPLAY "FEJL: Kortet findes ikke i kortregistret - "
                   "reservationen oprettes ikke."
               MOVE "N" TO WS-RES-GYLDIG
           WHEN KR-KONTO-ID NOT = RET-KONTO-ID(RE-IDX)
               DISPLAY "FEJL: Kortet hoerer til konto " KR-KONTO-ID
                   " - reservationen oprettes ikke."
               MOVE "N" TO WS-RES-GYLDIG
           WHEN NOT KR-ER-AKTIVT
               DISPLAY "FEJL: Kortet er ikke aktivt (status "
                   KR-STATUS ") - reservationen oprettes ikke."
               MOVE "N" TO WS-RES-GYLDIG
           WHEN KR-UDLOEB < WS-DAGS-MAANED
               DISPLAY "FEJL: Kortet er udloebet (" KR-UDLOEB
                   ") - reservationen oprettes ikke."
               MOVE "N" TO WS-RES-GYLDIG
           WHEN RET-BELOEB(RE-IDX) > KR-DAGSGRAENSE
               MOVE KR-DAGSGRAENSE TO WS-BELOEB-EDIT
               DISPLAY "FEJL: Beloebet overstiger kortets daglige "
                   "graense paa " FUNCTION TRIM(WS-BELOEB-EDIT)
                   " - reservationen oprettes ikke."
               MOVE "N" TO WS-RES-GYLDIG
       END-EVALUATE.

       FIND-KORT.
       MOVE "N" TO WS-KORT-FUNDET.
       OPEN INPUT KORT-FIL.
       IF WS-KORT-STATUS = "00"
           PERFORM UNTIL WS-KORT-STATUS NOT = "00" OR KORT-ER-FUNDET
               READ KORT-FIL INTO KORT-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KR-KORT-TOKEN = RET-KORT-TOKEN(RE-IDX)
                           MOVE "Y" TO WS-KORT-FUNDET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KORT-FIL
       END-IF.

       VIS-RESERVATIONER.
       IF WS-RES-ANTAL = 0
           DISPLAY "Ingen aktive reservationer."
               " TYPE=" RET-TYPE(RE-IDX)
               " BELOEB=" FUNCTION TRIM(WS-BELOEB-EDIT)
               " UDLOEB=" RET-UDLOEB(RE-IDX)
           IF RET-KORT-TOKEN(RE-IDX) NOT = SPACES
               DISPLAY "     KORT=" RET-KORT-TOKEN(RE-IDX)
                   " AUT=" RET-AUTORISATION(RE-IDX)
                   " AFREGNET=" RET-AFREGNET(RE-IDX)
           END-IF
       END-PERFORM.

       SLET-RESERVATION.
               MOVE RET-TYPE(RE-IDX) TO RE-TYPE
               MOVE RET-BELOEB(RE-IDX) TO RE-BELOEB
               MOVE RET-UDLOEB(RE-IDX) TO RE-UDLOEB
               MOVE RET-KORT-TOKEN(RE-IDX) TO RE-KORT-TOKEN
               MOVE RET-AUTORISATION(RE-IDX) TO RE-AUTORISATION
               MOVE RET-AFREGNET(RE-IDX) TO RE-AFREGNET
               WRITE RESERVATION-RECORD
           END-PERFORM
           CLOSE RESERVATION-FIL
