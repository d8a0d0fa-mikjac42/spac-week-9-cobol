      * blot kraever en ny generering. Opkraevningen af de forfaldne
      * terminer ligger i batch/laan_opkraevning.cob, og udskriften
      * til kundemoedet i batch/ydelsesplan_udskrift.cob.
      * Indfrielser og ekstraordinaere afdrag fra
      * batch/laan_indfrielse.cob staar som omlaegninger i
      * files/LAAN-OMLAEGNINGER.txt (copybooks/LAANOML.cpy) og
      * afspilles her efter den termin de gaelder fra, saa planen
      * efter en indfrielse slutter ved den seneste opkraevede
      * termin, og et ekstraordinaert afdrag giver enten kortere
      * loebetid eller lavere ydelse.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YDELSE-STATUS.

           SELECT OMLAEG-FIL ASSIGN TO "files/LAAN-OMLAEGNINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OMLAEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FIL.
           05 YP-AFDRAG        PIC 9(7)V99.
           05 YP-RESTGAELD     PIC 9(9)V99.

       FD  OMLAEG-FIL.
       01  OMLAEG-POST.
           COPY "copybooks/LAANOML.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PLAN-STATUS      PIC XX     VALUE "00".
       01  WS-YDELSE-STATUS    PIC XX     VALUE "00".
       01  WS-OMLAEG-STATUS    PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".

      * Annuitetsberegningen for det aktuelle laan
       01  WS-MD-RENTE         PIC V9(10)   VALUE 0.
       01  WS-TERMIN-IDX       PIC 9(3)   VALUE 0.
       01  WS-YDELSE           PIC 9(7)V99 VALUE 0.
       01  WS-RENTEDEL         PIC 9(7)V99 VALUE 0.
       01  WS-AFDRAG           PIC 9(7)V99 VALUE 0.
       01  WS-RESTGAELD        PIC S9(9)V99 VALUE 0.

      * Omlaegningerne i filens raekkefoelge. Sidste termin er
      * aftalens antal terminer, indtil en indfrielse eller et
      * afdrag med kortere loebetid flytter den frem.
       01  WS-OML-ANTAL        PIC 9(4)   VALUE 0.
       01  OMLAEGNING-TABEL.
           05  OMLAEGNING-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY OM-IDX.
               10  OMT-KONTO-ID     PIC X(10)    VALUE SPACES.
               10  OMT-EFTER-TERMIN PIC 9(3)     VALUE 0.
               10  OMT-ART          PIC X(1)     VALUE SPACES.
               10  OMT-RESTGAELD    PIC 9(9)V99  VALUE 0.
       01  WS-SIDSTE-TERMIN    PIC 9(3)   VALUE 0.
       01  WS-REST-TERMINER    PIC 9(3)   VALUE 0.
       01  WS-OML-HOVEDSTOL    PIC 9(9)V99 VALUE 0.
       01  WS-LOEBETID-ART     PIC X      VALUE "N".
           88  LOEBETID-AFKORTES          VALUE "K".
       01  WS-OML-TAELLER      PIC 9(5)   VALUE 0.

      * Forfaldsdatoen: startdatoens aar/maaned plus terminens
      * nummer, paa laanets betalingsdag; dag 29-31 klippes til 28,
      * saa februar ogsaa kan betale.
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       PERFORM INDLAES-OMLAEGNINGER.

       PERFORM UNTIL EOF-REACHED
           READ PLAN-FIL INTO PLAN-POST
       CLOSE PLAN-FIL.
       CLOSE YDELSE-FIL.
       DISPLAY "YDELSESPLAN-GENERATOR: laan=" WS-PLAN-TAELLER
           " terminlinjer=" WS-LINJE-TAELLER
           " omlaegninger=" WS-OML-TAELLER.
       MOVE WS-LINJE-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       INDLAES-OMLAEGNINGER.
       OPEN INPUT OMLAEG-FIL.
       IF WS-OMLAEG-STATUS = "00"
           PERFORM UNTIL WS-OMLAEG-STATUS NOT = "00"
               READ OMLAEG-FIL INTO OMLAEG-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OL-LAAN-KONTO NOT = SPACES
                               AND WS-OML-ANTAL < 2000
                           ADD 1 TO WS-OML-ANTAL
                           SET OM-IDX TO WS-OML-ANTAL
                           MOVE OL-LAAN-KONTO TO OMT-KONTO-ID(OM-IDX)
                           MOVE OL-EFTER-TERMIN
                               TO OMT-EFTER-TERMIN(OM-IDX)
                           MOVE OL-ART TO OMT-ART(OM-IDX)
                           MOVE OL-RESTGAELD TO OMT-RESTGAELD(OM-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OMLAEG-FIL
       END-IF.

       GENERER-PLAN.
      * Annuitetsydelsen beregnes i shared/annuitet_beregn.cob, som
      * laaneansoegningen ogsaa bruger. Sidste termin optager
      * restgaelden, saa afrundingsoererne ikke efterlader en evig
      * hale. Efter hver termin (og foer den foerste) afspilles
      * laanets omlaegninger fra netop den termin.
       COMPUTE WS-MD-RENTE ROUNDED = LP-SATS / 100 / 12.
       CALL "ANNUITET-BEREGN" USING LP-HOVEDSTOL LP-SATS
           LP-TERMINER WS-YDELSE.
       MOVE LP-HOVEDSTOL TO WS-RESTGAELD.
       MOVE LP-TERMINER TO WS-SIDSTE-TERMIN.
       MOVE "N" TO WS-LOEBETID-ART.
       MOVE 0 TO WS-TERMIN-IDX.
       PERFORM ANVEND-OMLAEGNINGER.
       PERFORM VARYING WS-TERMIN-IDX FROM 1 BY 1
               UNTIL WS-TERMIN-IDX > WS-SIDSTE-TERMIN
           COMPUTE WS-RENTEDEL ROUNDED
               = WS-RESTGAELD * WS-MD-RENTE
           IF WS-TERMIN-IDX = WS-SIDSTE-TERMIN
                   OR (LOEBETID-AFKORTES
                       AND WS-RESTGAELD + WS-RENTEDEL
                           NOT > WS-YDELSE)
      *        Sidste termin: afdraget er hele restgaelden
               MOVE WS-RESTGAELD TO WS-AFDRAG
               COMPUTE WS-YDELSE ROUNDED
                   = WS-AFDRAG + WS-RENTEDEL
               MOVE WS-TERMIN-IDX TO WS-SIDSTE-TERMIN
           ELSE
               COMPUTE WS-AFDRAG ROUNDED
                   = WS-YDELSE - WS-RENTEDEL
           END-IF
           PERFORM BEREGN-FORFALD
           PERFORM SKRIV-TERMINLINJE
           PERFORM ANVEND-OMLAEGNINGER
       END-PERFORM.

       ANVEND-OMLAEGNINGER.
      * Omlaegninger efter termin WS-TERMIN-IDX. En indfrielse
      * afslutter planen her; et afdrag saetter ny restgaeld og
      * beholder enten ydelsen (kortere loebetid - sidste termin
      * bliver den hvor restgaelden er betalt) eller de resterende
      * terminer (ny, lavere annuitetsydelse). Naeste termins rente
      * regnes af den nye restgaeld.
       PERFORM VARYING OM-IDX FROM 1 BY 1
               UNTIL OM-IDX > WS-OML-ANTAL
           IF OMT-KONTO-ID(OM-IDX) = LP-KONTO-ID
                   AND OMT-EFTER-TERMIN(OM-IDX) = WS-TERMIN-IDX
               ADD 1 TO WS-OML-TAELLER
               EVALUATE OMT-ART(OM-IDX)
                   WHEN "I"
                       MOVE 0 TO WS-RESTGAELD
                   WHEN "K"
                       MOVE OMT-RESTGAELD(OM-IDX) TO WS-RESTGAELD
                       MOVE "K" TO WS-LOEBETID-ART
                   WHEN "L"
                       MOVE OMT-RESTGAELD(OM-IDX) TO WS-RESTGAELD
                       MOVE "N" TO WS-LOEBETID-ART
                       IF WS-SIDSTE-TERMIN > WS-TERMIN-IDX
                           COMPUTE WS-REST-TERMINER
                               = WS-SIDSTE-TERMIN - WS-TERMIN-IDX
                           MOVE WS-RESTGAELD TO WS-OML-HOVEDSTOL
                           CALL "ANNUITET-BEREGN" USING
                               WS-OML-HOVEDSTOL LP-SATS
                               WS-REST-TERMINER WS-YDELSE
                       END-IF
               END-EVALUATE
               IF WS-RESTGAELD = 0
                   MOVE WS-TERMIN-IDX TO WS-SIDSTE-TERMIN
               END-IF
           END-IF
       END-PERFORM.

       BEREGN-FORFALD.
