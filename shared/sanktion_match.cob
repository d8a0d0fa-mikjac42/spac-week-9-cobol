       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANKTION-MATCH.

      * Faelles opslag af et navn mod EU/FN's konsoliderede
      * sanktionsliste files/SANKTIONSLISTE.txt (dannet af
      * batch/sanktionsliste_indlaes.cob). Kaldes af
      * SANKTION-SCREENING for kundemasteren og af
      * UDLAND-BETALING-KOERSEL for modtagernavnet paa hver ordre,
      * saa matchreglerne kun er skrevet et sted. LK-FUNKTION:
      *   PERS - LK-NAVN-1 er fornavn(e), LK-NAVN-2 efternavn; kun
      *          listens personposter (P) sammenlignes.
      *   FULD - LK-NAVN-1 er hele navnet i et felt (betalings-
      *          modtager, erhvervskunde); sammenlignes med
      *          personposterne (foerste ord = fornavn, resten =
      *          efternavn) og med enhedsposterne (E) paa hele navnet.
      *   HENT - slaa listeposten LK-SANKTION-ID op og returner dens
      *          fornavn/efternavn i LK-NAVN-1/LK-NAVN-2 og
      *          foedselsdatoen i LK-FOEDSELSDATO (til visning i
      *          compliance-gennemgangen). LK-HIT = J hvis fundet.
      * Matchningen er fuzzy: navnene normaliseres (store bogstaver,
      * kun bogstaver og enkelte mellemrum) og hver navnedel faar en
      * lighed 0-100: ens = 100, ens lydkode = 85, ens lydkode paa
      * foerste eller sidste ord = 75, kun forbogstav (initial) = 60.
      * Lydkoden er en dansk/engelsk tilpasset Soundex - se
      * DAN-LYDKODE.
      * Personscoren vaegter efternavnet 60 og fornavnet 40 og proeves
      * ogsaa med navnene byttet om; uden lighed i efternavnet er der
      * intet hit. Har baade kunden og listeposten en foedselsdato
      * (listen har ofte kun aaret), giver ens dato +15 og forskellig
      * dato -40. LK-SCORE er den bedste score mod listen,
      * LK-SANKTION-ID listeposten bag den, og LK-HIT = J (muligt hit)
      * naar scoren naar graensen i files/SANKTION-KONFIG.txt
      * (standard 080), ellers N. Kan listen ikke indlaeses, returneres
      * LK-HIT = F, saa kalderen kan standse i stedet for at lade
      * betalinger passere uscreenet. Listen indlaeses ved foerste
      * kald og holdes i hukommelsen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTE-FIL ASSIGN TO "files/SANKTIONSLISTE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.

           SELECT KONFIG-FIL ASSIGN TO "files/SANKTION-KONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Foerste linje er hovedposten (type H) med listens
      * indlaesningstidspunkt, som ogsaa er dens version; derefter en
      * linje pr. listepost, P = person, E = enhed (virksomhed,
      * organisation, skib). Enheder har navnet i SL-EFTERNAVN.
       FD  LISTE-FIL.
       01  LISTE-POST.
           05 SL-TYPE          PIC X(1).
           05 SL-ID            PIC X(10).
           05 SL-EFTERNAVN     PIC X(35).
           05 SL-FORNAVN       PIC X(35).
      *    AAAAMMDD; AAAA0000 naar listen kun kender aaret, blank
      *    naar den ingen dato har.
           05 SL-FOEDSELSDATO  PIC X(8).
       01  LISTE-HOVED.
           05 SH-TYPE          PIC X(1).
           05 SH-VERSION       PIC X(14).
           05 SH-ANTAL         PIC 9(6).

       FD  KONFIG-FIL.
       01  KONFIG-POST.
           05 KF-GRAENSE       PIC 9(3).
           05 FILLER           PIC X(1).
           05 KF-TEKST         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-LISTE-STATUS     PIC XX     VALUE "00".
       01  WS-KONFIG-STATUS    PIC XX     VALUE "00".
       01  WS-LISTE-INDLAEST   PIC X      VALUE "N".
           88  LISTE-ER-INDLAEST          VALUE "Y".
       01  WS-LISTE-FINDES     PIC X      VALUE "N".
           88  LISTE-FINDES               VALUE "Y".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-GRAENSE          PIC 9(3)   VALUE 80.

      * Listen med navnene normaliseret og lydkoderne beregnet paa
      * forhaand, saa det enkelte opslag kun sammenligner felter.
       01  WS-LISTE-ANTAL      PIC 9(5)   VALUE 0.
       01  SANKTION-TABEL.
           05  SANKTION-ENTRY OCCURS 5000 TIMES
                              INDEXED BY SL-IDX.
               10  SLT-TYPE        PIC X(1)   VALUE SPACE.
               10  SLT-ID          PIC X(10)  VALUE SPACES.
               10  SLT-EFTERNAVN   PIC X(35)  VALUE SPACES.
               10  SLT-FORNAVN     PIC X(35)  VALUE SPACES.
               10  SLT-DATO        PIC X(8)   VALUE SPACES.
               10  SLT-LYD-EFTER   PIC X(8)   VALUE SPACES.
               10  SLT-LYD-EFTER-1 PIC X(8)   VALUE SPACES.
               10  SLT-LYD-EFTER-S PIC X(8)   VALUE SPACES.
               10  SLT-LYD-FOR     PIC X(8)   VALUE SPACES.
               10  SLT-LYD-FOR-1   PIC X(8)   VALUE SPACES.
               10  SLT-SAMLET      PIC X(71)  VALUE SPACES.

      * Normalisering af et navn
       01  WS-NORM-IND         PIC X(71)  VALUE SPACES.
       01  WS-NORM-UD          PIC X(71)  VALUE SPACES.
       01  WS-NORM-KOMPAKT     PIC X(71)  VALUE SPACES.
       01  WS-NORM-FOERSTE     PIC X(71)  VALUE SPACES.
       01  WS-NORM-SIDSTE      PIC X(71)  VALUE SPACES.
       01  WS-UD-POS           PIC 9(2)   VALUE 0.
       01  WS-KOMPAKT-POS      PIC 9(2)   VALUE 0.
       01  WS-SIDSTE-START     PIC 9(2)   VALUE 0.
       01  WS-FOERSTE-LAENGDE  PIC 9(2)   VALUE 0.

      * Lydkode
       01  WS-LYD-IND          PIC X(71)  VALUE SPACES.
       01  WS-LYD-UD           PIC X(8)   VALUE SPACES.
       01  WS-LYD-LAENGDE      PIC 9(2)   VALUE 0.
       01  WS-LYD-TEGN         PIC X      VALUE SPACE.
       01  WS-KODE             PIC X(2)   VALUE SPACES.
       01  WS-FORRIGE          PIC X      VALUE SPACE.
       01  WS-NAESTE           PIC X      VALUE SPACE.

       01  WS-POS              PIC 9(2)   VALUE 0.
       01  WS-TEGN             PIC X      VALUE SPACE.

      * Det indkomne navn, normaliseret en gang pr. kald
       01  WS-IND-FOR          PIC X(35)  VALUE SPACES.
       01  WS-IND-FOR-LYD      PIC X(8)   VALUE SPACES.
       01  WS-IND-FOR-LYD-1    PIC X(8)   VALUE SPACES.
       01  WS-IND-EFTER        PIC X(35)  VALUE SPACES.
       01  WS-IND-EFTER-LYD    PIC X(8)   VALUE SPACES.
       01  WS-IND-EFTER-LYD-1  PIC X(8)   VALUE SPACES.
       01  WS-IND-EFTER-LYD-S  PIC X(8)   VALUE SPACES.
       01  WS-IND-SAMLET       PIC X(71)  VALUE SPACES.

      * Sammenligning af to navnedele
       01  WS-A-NAVN           PIC X(35)  VALUE SPACES.
       01  WS-A-LYD            PIC X(8)   VALUE SPACES.
       01  WS-A-LYD-1          PIC X(8)   VALUE SPACES.
       01  WS-A-LYD-S          PIC X(8)   VALUE SPACES.
       01  WS-B-NAVN           PIC X(35)  VALUE SPACES.
       01  WS-B-LYD            PIC X(8)   VALUE SPACES.
       01  WS-B-LYD-1          PIC X(8)   VALUE SPACES.
       01  WS-B-LYD-S          PIC X(8)   VALUE SPACES.
       01  WS-LIGHED           PIC 9(3)   VALUE 0.
       01  WS-LIGHED-EFTER     PIC 9(3)   VALUE 0.
       01  WS-LIGHED-FOR       PIC 9(3)   VALUE 0.

       01  WS-SCORE            PIC S9(4)  VALUE 0.
       01  WS-SCORE-BYTTET     PIC S9(4)  VALUE 0.
       01  WS-BEDSTE-SCORE     PIC S9(4)  VALUE 0.
       01  WS-BEDSTE-ID        PIC X(10)  VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FUNKTION         PIC X(4).
       01  LK-NAVN-1           PIC X(35).
       01  LK-NAVN-2           PIC X(35).
       01  LK-FOEDSELSDATO     PIC X(8).
       01  LK-SCORE            PIC 9(3).
       01  LK-SANKTION-ID      PIC X(10).
       01  LK-HIT              PIC X(1).

       PROCEDURE DIVISION USING LK-FUNKTION LK-NAVN-1 LK-NAVN-2
           LK-FOEDSELSDATO LK-SCORE LK-SANKTION-ID LK-HIT.
       MAIN-PROCEDURE.
       IF NOT LISTE-ER-INDLAEST
           PERFORM INDLAES-GRAENSE
           PERFORM INDLAES-LISTE
       END-IF.
       IF NOT LISTE-FINDES
           MOVE 0 TO LK-SCORE
           MOVE SPACES TO LK-SANKTION-ID
           MOVE "F" TO LK-HIT
           GOBACK
       END-IF.

       EVALUATE LK-FUNKTION
           WHEN "PERS"
               PERFORM FORBERED-PERSON
               PERFORM SOEG-LISTE
           WHEN "FULD"
               PERFORM FORBERED-FULDT-NAVN
               PERFORM SOEG-LISTE
           WHEN "HENT"
               PERFORM HENT-LISTEPOST
               GOBACK
           WHEN OTHER
               MOVE 0 TO WS-BEDSTE-SCORE
               MOVE SPACES TO WS-BEDSTE-ID
       END-EVALUATE.

       MOVE WS-BEDSTE-SCORE TO LK-SCORE.
       MOVE WS-BEDSTE-ID TO LK-SANKTION-ID.
       IF WS-BEDSTE-SCORE >= WS-GRAENSE AND WS-BEDSTE-SCORE > 0
           MOVE "J" TO LK-HIT
       ELSE
           MOVE "N" TO LK-HIT
       END-IF.
       GOBACK.

       INDLAES-GRAENSE.
       OPEN INPUT KONFIG-FIL.
       IF WS-KONFIG-STATUS = "00"
           READ KONFIG-FIL
               NOT AT END
                   IF KF-GRAENSE IS NUMERIC AND KF-GRAENSE > 0
                       MOVE KF-GRAENSE TO WS-GRAENSE
                   END-IF
           END-READ
           CLOSE KONFIG-FIL
       END-IF.

       INDLAES-LISTE.
      * Indlaes listen en gang; tabellen bliver staaende til de
      * foelgende kald i samme koersel.
       SET LISTE-ER-INDLAEST TO TRUE.
       OPEN INPUT LISTE-FIL.
       IF WS-LISTE-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke indlaese "
               "files/SANKTIONSLISTE.txt, status=" WS-LISTE-STATUS
               " - sanktionsscreening er ikke mulig."
       ELSE
           SET LISTE-FINDES TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ LISTE-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF SL-TYPE = "P" OR SL-TYPE = "E"
                           PERFORM GEM-LISTEPOST
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE LISTE-FIL
       END-IF.

       GEM-LISTEPOST.
      * En afkortet liste ville lade sanktionerede navne passere -
      * derfor standses der hellere end at fortsaette uden dem.
       IF WS-LISTE-ANTAL >= 5000
           DISPLAY "FEJL: Flere end 5000 poster i "
               "files/SANKTIONSLISTE.txt - tabellen er for lille."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-LISTE-ANTAL.
       SET SL-IDX TO WS-LISTE-ANTAL.
       MOVE SL-TYPE TO SLT-TYPE(SL-IDX).
       MOVE SL-ID TO SLT-ID(SL-IDX).
       MOVE SL-FOEDSELSDATO TO SLT-DATO(SL-IDX).

       MOVE SL-EFTERNAVN TO WS-NORM-IND.
       PERFORM NORMALISER.
       MOVE WS-NORM-UD TO SLT-EFTERNAVN(SL-IDX).
       MOVE WS-NORM-KOMPAKT TO SLT-SAMLET(SL-IDX).
       MOVE WS-NORM-KOMPAKT TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO SLT-LYD-EFTER(SL-IDX).
       MOVE WS-NORM-FOERSTE TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO SLT-LYD-EFTER-1(SL-IDX).
       MOVE WS-NORM-SIDSTE TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO SLT-LYD-EFTER-S(SL-IDX).

       MOVE SL-FORNAVN TO WS-NORM-IND.
       PERFORM NORMALISER.
       MOVE WS-NORM-UD TO SLT-FORNAVN(SL-IDX).
       MOVE WS-NORM-KOMPAKT TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO SLT-LYD-FOR(SL-IDX).
       MOVE WS-NORM-FOERSTE TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO SLT-LYD-FOR-1(SL-IDX).

       FORBERED-PERSON.
       MOVE LK-NAVN-1 TO WS-NORM-IND.
       PERFORM NORMALISER.
       MOVE WS-NORM-UD TO WS-IND-FOR.
       MOVE WS-NORM-KOMPAKT TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO WS-IND-FOR-LYD.
       MOVE WS-NORM-FOERSTE TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO WS-IND-FOR-LYD-1.

       MOVE LK-NAVN-2 TO WS-NORM-IND.
       PERFORM NORMALISER.
       MOVE WS-NORM-UD TO WS-IND-EFTER.
       MOVE WS-NORM-KOMPAKT TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO WS-IND-EFTER-LYD.
       MOVE WS-NORM-FOERSTE TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO WS-IND-EFTER-LYD-1.
       MOVE WS-NORM-SIDSTE TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO WS-IND-EFTER-LYD-S.
       MOVE SPACES TO WS-IND-SAMLET.

       FORBERED-FULDT-NAVN.
      * Hele navnet i et felt: foerste ord er fornavnet og resten
      * efternavnet (saa fx AL ASSAD og dobbelte efternavne holdes
      * samlet; mellemnavne fanges af sammenligningen paa sidste ord).
      * Det sammentrukne navn uden mellemrum bruges mod
      * enhedsposterne.
       MOVE LK-NAVN-1 TO WS-NORM-IND.
       PERFORM NORMALISER.
       MOVE WS-NORM-KOMPAKT TO WS-IND-SAMLET.
       MOVE WS-NORM-FOERSTE TO WS-IND-FOR.
       MOVE SPACES TO WS-IND-EFTER.
       MOVE 0 TO WS-FOERSTE-LAENGDE.
       INSPECT WS-NORM-FOERSTE TALLYING WS-FOERSTE-LAENGDE
           FOR CHARACTERS BEFORE INITIAL SPACE.
       IF WS-FOERSTE-LAENGDE > 0 AND WS-FOERSTE-LAENGDE < 70
           MOVE WS-NORM-UD(WS-FOERSTE-LAENGDE + 2:) TO WS-IND-EFTER
       END-IF.
       MOVE WS-IND-FOR TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO WS-IND-FOR-LYD.
       MOVE WS-LYD-UD TO WS-IND-FOR-LYD-1.
       MOVE WS-IND-EFTER TO WS-NORM-IND.
       PERFORM NORMALISER.
       MOVE WS-NORM-KOMPAKT TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO WS-IND-EFTER-LYD.
       MOVE WS-NORM-FOERSTE TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO WS-IND-EFTER-LYD-1.
       MOVE WS-NORM-SIDSTE TO WS-LYD-IND.
       PERFORM DAN-LYDKODE.
       MOVE WS-LYD-UD TO WS-IND-EFTER-LYD-S.

       SOEG-LISTE.
       MOVE 0 TO WS-BEDSTE-SCORE.
       MOVE SPACES TO WS-BEDSTE-ID.
       PERFORM VARYING SL-IDX FROM 1 BY 1
               UNTIL SL-IDX > WS-LISTE-ANTAL
           MOVE 0 TO WS-SCORE
           IF SLT-TYPE(SL-IDX) = "P"
               PERFORM BEREGN-PERSON-SCORE
           ELSE
               IF LK-FUNKTION = "FULD"
                   AND WS-IND-SAMLET NOT = SPACES
                   AND WS-IND-SAMLET = SLT-SAMLET(SL-IDX)
                   MOVE 100 TO WS-SCORE
               END-IF
           END-IF
           IF WS-SCORE > WS-BEDSTE-SCORE
               MOVE WS-SCORE TO WS-BEDSTE-SCORE
               MOVE SLT-ID(SL-IDX) TO WS-BEDSTE-ID
           END-IF
       END-PERFORM.

       BEREGN-PERSON-SCORE.
      * Efternavn mod efternavn og fornavn mod fornavn, og derefter
      * det samme med navnene byttet om (listerne skriver ofte
      * navnene i omvendt orden). Den bedste af de to taeller.
       MOVE WS-IND-EFTER TO WS-A-NAVN.
       MOVE WS-IND-EFTER-LYD TO WS-A-LYD.
       MOVE WS-IND-EFTER-LYD-1 TO WS-A-LYD-1.
       MOVE WS-IND-EFTER-LYD-S TO WS-A-LYD-S.
       MOVE SLT-EFTERNAVN(SL-IDX) TO WS-B-NAVN.
       MOVE SLT-LYD-EFTER(SL-IDX) TO WS-B-LYD.
       MOVE SLT-LYD-EFTER-1(SL-IDX) TO WS-B-LYD-1.
       MOVE SLT-LYD-EFTER-S(SL-IDX) TO WS-B-LYD-S.
       PERFORM BEREGN-LIGHED.
       MOVE WS-LIGHED TO WS-LIGHED-EFTER.
       MOVE WS-IND-FOR TO WS-A-NAVN.
       MOVE WS-IND-FOR-LYD TO WS-A-LYD.
       MOVE WS-IND-FOR-LYD-1 TO WS-A-LYD-1.
       MOVE WS-IND-FOR-LYD-1 TO WS-A-LYD-S.
       MOVE SLT-FORNAVN(SL-IDX) TO WS-B-NAVN.
       MOVE SLT-LYD-FOR(SL-IDX) TO WS-B-LYD.
       MOVE SLT-LYD-FOR-1(SL-IDX) TO WS-B-LYD-1.
       MOVE SLT-LYD-FOR-1(SL-IDX) TO WS-B-LYD-S.
       PERFORM BEREGN-LIGHED.
       MOVE WS-LIGHED TO WS-LIGHED-FOR.
       MOVE 0 TO WS-SCORE.
       IF WS-LIGHED-EFTER > 0
           COMPUTE WS-SCORE =
               (WS-LIGHED-EFTER * 60 + WS-LIGHED-FOR * 40) / 100
       END-IF.

       MOVE WS-IND-FOR TO WS-A-NAVN.
       MOVE WS-IND-FOR-LYD TO WS-A-LYD.
       MOVE WS-IND-FOR-LYD-1 TO WS-A-LYD-1.
       MOVE WS-IND-FOR-LYD-1 TO WS-A-LYD-S.
       MOVE SLT-EFTERNAVN(SL-IDX) TO WS-B-NAVN.
       MOVE SLT-LYD-EFTER(SL-IDX) TO WS-B-LYD.
       MOVE SLT-LYD-EFTER-1(SL-IDX) TO WS-B-LYD-1.
       MOVE SLT-LYD-EFTER-S(SL-IDX) TO WS-B-LYD-S.
       PERFORM BEREGN-LIGHED.
       MOVE WS-LIGHED TO WS-LIGHED-EFTER.
       MOVE WS-IND-EFTER TO WS-A-NAVN.
       MOVE WS-IND-EFTER-LYD TO WS-A-LYD.
       MOVE WS-IND-EFTER-LYD-1 TO WS-A-LYD-1.
       MOVE WS-IND-EFTER-LYD-S TO WS-A-LYD-S.
       MOVE SLT-FORNAVN(SL-IDX) TO WS-B-NAVN.
       MOVE SLT-LYD-FOR(SL-IDX) TO WS-B-LYD.
       MOVE SLT-LYD-FOR-1(SL-IDX) TO WS-B-LYD-1.
       MOVE SLT-LYD-FOR-1(SL-IDX) TO WS-B-LYD-S.
       PERFORM BEREGN-LIGHED.
       MOVE WS-LIGHED TO WS-LIGHED-FOR.
       MOVE 0 TO WS-SCORE-BYTTET.
       IF WS-LIGHED-EFTER > 0
           COMPUTE WS-SCORE-BYTTET =
               (WS-LIGHED-EFTER * 60 + WS-LIGHED-FOR * 40) / 100
       END-IF.
       IF WS-SCORE-BYTTET > WS-SCORE
           MOVE WS-SCORE-BYTTET TO WS-SCORE
       END-IF.

       IF WS-SCORE > 0
           PERFORM JUSTER-FOR-FOEDSELSDATO
       END-IF.

       JUSTER-FOR-FOEDSELSDATO.
      * Kun naar begge sider kender datoen. Listen angiver ofte kun
      * aaret (AAAA0000), og saa sammenlignes kun aaret.
       IF LK-FOEDSELSDATO IS NUMERIC
           AND SLT-DATO(SL-IDX)(1:4) IS NUMERIC
           IF SLT-DATO(SL-IDX)(5:4) IS NUMERIC
               AND SLT-DATO(SL-IDX)(5:4) NOT = "0000"
               IF SLT-DATO(SL-IDX) = LK-FOEDSELSDATO
                   ADD 15 TO WS-SCORE
               ELSE
                   SUBTRACT 40 FROM WS-SCORE
               END-IF
           ELSE
               IF SLT-DATO(SL-IDX)(1:4) = LK-FOEDSELSDATO(1:4)
                   ADD 15 TO WS-SCORE
               ELSE
                   SUBTRACT 40 FROM WS-SCORE
               END-IF
           END-IF
       END-IF.
       IF WS-SCORE > 100
           MOVE 100 TO WS-SCORE
       END-IF.
       IF WS-SCORE < 0
           MOVE 0 TO WS-SCORE
       END-IF.

       BEREGN-LIGHED.
      * Lighed 0-100 mellem navnedelen A (det indkomne navn) og B
      * (listeposten).
       MOVE 0 TO WS-LIGHED.
       EVALUATE TRUE
           WHEN WS-A-NAVN = SPACES OR WS-B-NAVN = SPACES
               MOVE 0 TO WS-LIGHED
           WHEN WS-A-NAVN = WS-B-NAVN
               MOVE 100 TO WS-LIGHED
           WHEN WS-A-LYD = WS-B-LYD
               MOVE 85 TO WS-LIGHED
           WHEN WS-A-LYD-1 = WS-B-LYD-1
               MOVE 75 TO WS-LIGHED
           WHEN WS-A-LYD-S = WS-B-LYD-S
               MOVE 75 TO WS-LIGHED
           WHEN WS-A-NAVN(2:1) = SPACE
               AND WS-A-NAVN(1:1) = WS-B-NAVN(1:1)
               MOVE 60 TO WS-LIGHED
           WHEN WS-B-NAVN(2:1) = SPACE
               AND WS-B-NAVN(1:1) = WS-A-NAVN(1:1)
               MOVE 60 TO WS-LIGHED
       END-EVALUATE.

       NORMALISER.
      * WS-NORM-IND med store bogstaver, kun A-Z, og alle andre tegn
      * (bindestreg, punktum, apostrof) som et enkelt mellemrum.
      * Resultatet i WS-NORM-UD; desuden uden mellemrum i
      * WS-NORM-KOMPAKT og foerste og sidste ord i WS-NORM-FOERSTE
      * og WS-NORM-SIDSTE.
       MOVE FUNCTION UPPER-CASE(WS-NORM-IND) TO WS-NORM-IND.
       MOVE SPACES TO WS-NORM-UD WS-NORM-KOMPAKT WS-NORM-FOERSTE
           WS-NORM-SIDSTE.
       MOVE 0 TO WS-UD-POS WS-KOMPAKT-POS.
       MOVE 1 TO WS-SIDSTE-START.
       PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 71
           MOVE WS-NORM-IND(WS-POS:1) TO WS-TEGN
           IF WS-TEGN >= "A" AND WS-TEGN <= "Z"
               IF WS-UD-POS = 0
                   MOVE 1 TO WS-SIDSTE-START
               ELSE
                   IF WS-NORM-UD(WS-UD-POS:1) = SPACE
                       COMPUTE WS-SIDSTE-START = WS-UD-POS + 1
                   END-IF
               END-IF
               ADD 1 TO WS-UD-POS
               MOVE WS-TEGN TO WS-NORM-UD(WS-UD-POS:1)
               ADD 1 TO WS-KOMPAKT-POS
               MOVE WS-TEGN TO WS-NORM-KOMPAKT(WS-KOMPAKT-POS:1)
           ELSE
               IF WS-UD-POS > 0 AND WS-UD-POS < 71
                   IF WS-NORM-UD(WS-UD-POS:1) NOT = SPACE
                       ADD 1 TO WS-UD-POS
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       UNSTRING WS-NORM-UD DELIMITED BY SPACE INTO WS-NORM-FOERSTE.
       IF WS-UD-POS > 0
           MOVE WS-NORM-UD(WS-SIDSTE-START:) TO WS-NORM-SIDSTE
       END-IF.

       DAN-LYDKODE.
      * Lydkode paa hoejst 8 tegn af WS-LYD-IND (et ord eller et navn
      * uden mellemrum, afsluttet af mellemrum): PH=F, CK/CH=K,
      * TH=T, C/Q=K, W=V, Z=S, X=KS, J/Y=I. Foerste bogstav beholdes
      * altid; derefter udelades vokaler og H, og et bogstav der
      * gentager det forrige i koden springes over. Saa giver fx
      * MOHAMMED og MUHAMMAD samme kode, ligesom CHRISTENSEN og
      * KRISTENSEN.
       MOVE SPACES TO WS-LYD-UD.
       MOVE 0 TO WS-LYD-LAENGDE.
       MOVE SPACE TO WS-FORRIGE.
       MOVE 1 TO WS-POS.
       PERFORM UNTIL WS-POS > 71 OR WS-LYD-LAENGDE >= 8
           MOVE WS-LYD-IND(WS-POS:1) TO WS-TEGN
           IF WS-TEGN = SPACE
               MOVE 72 TO WS-POS
           ELSE
               MOVE SPACE TO WS-NAESTE
               IF WS-POS < 71
                   MOVE WS-LYD-IND(WS-POS + 1:1) TO WS-NAESTE
               END-IF
               MOVE SPACES TO WS-KODE
               EVALUATE TRUE
                   WHEN WS-TEGN = "P" AND WS-NAESTE = "H"
                       MOVE "F" TO WS-KODE
                       ADD 1 TO WS-POS
                   WHEN WS-TEGN = "C" AND (WS-NAESTE = "K" OR "H")
                       MOVE "K" TO WS-KODE
                       ADD 1 TO WS-POS
                   WHEN WS-TEGN = "T" AND WS-NAESTE = "H"
                       MOVE "T" TO WS-KODE
                       ADD 1 TO WS-POS
                   WHEN WS-TEGN = "C" OR WS-TEGN = "Q"
                       MOVE "K" TO WS-KODE
                   WHEN WS-TEGN = "W"
                       MOVE "V" TO WS-KODE
                   WHEN WS-TEGN = "Z"
                       MOVE "S" TO WS-KODE
                   WHEN WS-TEGN = "X"
                       MOVE "KS" TO WS-KODE
                   WHEN WS-TEGN = "J" OR WS-TEGN = "Y"
                       MOVE "I" TO WS-KODE
                   WHEN OTHER
                       MOVE WS-TEGN TO WS-KODE
               END-EVALUATE
               MOVE WS-KODE(1:1) TO WS-LYD-TEGN
               PERFORM TILFOEJ-LYD
               IF WS-KODE(2:1) NOT = SPACE
                   MOVE WS-KODE(2:1) TO WS-LYD-TEGN
                   PERFORM TILFOEJ-LYD
               END-IF
               ADD 1 TO WS-POS
           END-IF
       END-PERFORM.

       TILFOEJ-LYD.
       IF WS-LYD-LAENGDE = 0
           MOVE 1 TO WS-LYD-LAENGDE
           MOVE WS-LYD-TEGN TO WS-LYD-UD(1:1)
           MOVE WS-LYD-TEGN TO WS-FORRIGE
       ELSE
           IF WS-LYD-LAENGDE < 8
               AND WS-LYD-TEGN NOT = "A" AND WS-LYD-TEGN NOT = "E"
               AND WS-LYD-TEGN NOT = "I" AND WS-LYD-TEGN NOT = "O"
               AND WS-LYD-TEGN NOT = "U" AND WS-LYD-TEGN NOT = "H"
               AND WS-LYD-TEGN NOT = WS-FORRIGE
               ADD 1 TO WS-LYD-LAENGDE
               MOVE WS-LYD-TEGN TO WS-LYD-UD(WS-LYD-LAENGDE:1)
               MOVE WS-LYD-TEGN TO WS-FORRIGE
           END-IF
       END-IF.

       HENT-LISTEPOST.
       MOVE SPACES TO LK-NAVN-1 LK-NAVN-2 LK-FOEDSELSDATO.
       MOVE 0 TO LK-SCORE.
       MOVE "N" TO LK-HIT.
       SET SL-IDX TO 1.
       SEARCH SANKTION-ENTRY
           AT END
               CONTINUE
           WHEN SL-IDX > WS-LISTE-ANTAL
               CONTINUE
           WHEN SLT-ID(SL-IDX) = LK-SANKTION-ID
               MOVE SLT-FORNAVN(SL-IDX) TO LK-NAVN-1
               MOVE SLT-EFTERNAVN(SL-IDX) TO LK-NAVN-2
               MOVE SLT-DATO(SL-IDX) TO LK-FOEDSELSDATO
               MOVE "J" TO LK-HIT
       END-SEARCH.
