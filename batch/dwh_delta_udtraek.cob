       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWH-DELTA-UDTRAEK.

      * Natligt deltaudtraek til datavarehuset, koert som sidste trin
      * i den daglige kaede efter printspoolen, saa alle dagens
      * aendringer er med. I stedet for fulde kopier af kunde- og
      * kontofilen og historikken faar varehuset
      * files/DWH-DELTA-<AAAAMMDD>.txt (se copybooks/DWHDELTA.cpy)
      * med hver aendring siden forrige udtraek i den raekkefoelge
      * den skete - ogsaa en kunde der er oprettet og slettet samme
      * dag:
      *   - KUND: linjerne i files/KUNDE-JOURNAL.txt, som
      *     KUNDE-VEDLIGEHOLD og de oevrige programmer der retter
      *     kundemasteren skriver (se shared/kunde_journal.cob).
      *   - KNTO: linjerne i files/KONTO-JOURNAL.txt, som
      *     kontoprogrammerne og posteringsmotoren skriver pr.
      *     oprettet eller omskrevet konto (se
      *     shared/konto_journal.cob).
      *   - HIST: de nye linjer i files/POSTERING-HISTORIK.txt med et
      *     HI-LOEBENR over det forrige udtraek naaede til. Paa
      *     maanedens sidste bankdag laeses sidste aars partition
      *     med, som i SALDO-FREMSKRIVNING.
      * Billederne er recorden som den staar i masteren, saa
      * kontaktfelterne forbliver krypterede; en slettet kunde
      * leveres kun med KUNDE-ID. Filen slutter med en KTRL-linje med
      * antal pr. entitet og aendringstype, som varehuset afstemmer
      * sin indlaesning mod.
      *
      * Hvert udtraek noteres i files/DWH-DELTA-KONTROL.txt med de
      * linjenumre i journalerne og de loebenumre i historikken det
      * daekker, og tidsstemplet paa journalernes sidste linje.
      * Naeste udtraek fortsaetter fra forrige dags linje; koeres
      * trinnet igen samme dag, erstattes dagens linje og filen. Har
      * en journal ikke laengere den linje forrige udtraek sluttede
      * med (gendannet fra sikkerhedskopi med gendan_kontrol), siges
      * det som ADVARSEL, udtraekket fortsaetter fra foerste linje
      * nyere end forrige udtraek, og HOVD-linjen beder varehuset om
      * en fuld kopi. Det samme goer den, naar kontomasteren er
      * konverteret med kontoopl_genopbyg siden forrige udtraek (se
      * files/KONTOOPL-KONVERTERET.txt), da konverteringen ikke
      * skriver i kontojournalen. kundeopl_genopbyg journalfoerer
      * derimod hver ny, rettet og fjernet kunde, saa en ny
      * kundeleverance kommer med i deltaet som KUND-linjer. Foerste
      * koersel uden kontrolfil laegger kun grundlaget (GRUNDLAG).
      *
      * Med en dato paa kommandolinjen, f.eks.
      * batch/dwh_delta_udtraek 20261014, gendannes den dags udtraek
      * ud fra kontrollinjen; passer journalerne eller historikken
      * ikke laengere med det der blev leveret, stopper programmet
      * med kode 8 i stedet for at levere noget andet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Kunde- og kontojournalen laeses efter tur gennem samme FD.
           SELECT JOURNAL-FIL ASSIGN DYNAMIC WS-STI-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT HISTORIK-FIL ASSIGN DYNAMIC WS-STI-HISTORIK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIK-STATUS.

           SELECT KONTROL-FIL ASSIGN TO "files/DWH-DELTA-KONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-STATUS.

           SELECT KONTROL-NY-FIL
               ASSIGN TO "files/DWH-DELTA-KONTROL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-NY-STATUS.

           SELECT DELTA-FIL ASSIGN TO "files/DWH-DELTA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

      *    Tidspunktet for seneste konvertering af kontomasteren,
      *    skrevet af batch/kontoopl_genopbyg.cob.
           SELECT KONVERTERET-FIL
               ASSIGN TO "files/KONTOOPL-KONVERTERET.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONVERTERET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FIL.
       01  KUNDEJRN-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".
       01  KONTOJRN-RECORD.
           COPY "copybooks/KONTOJRN.cpy".

       FD  HISTORIK-FIL.
       01  HISTORIK-RECORD.
           COPY "copybooks/POSTHIST.cpy".

       FD  KONTROL-FIL.
       01  KONTROL-RECORD      PIC X(148).

       FD  KONTROL-NY-FIL.
       01  KONTROL-NY-RECORD   PIC X(148).

       FD  DELTA-FIL.
       01  DELTA-RECORD.
           COPY "copybooks/DWHDELTA.cpy".

       FD  KONVERTERET-FIL.
       01  KONVERTERET-POST    PIC X(14).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-KONTROL-STATUS   PIC XX     VALUE "00".
       01  WS-KONTROL-NY-STATUS PIC XX    VALUE "00".
       01  WS-DELTA-STATUS     PIC XX     VALUE "00".
       01  WS-KONVERTERET-STATUS PIC XX   VALUE "00".
       01  WS-STI-JOURNAL      PIC X(60)  VALUE SPACES.
       01  WS-STI-HISTORIK     PIC X(60)  VALUE SPACES.
       01  WS-STI-DELTA        PIC X(60)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-TIDSSTEMPEL      PIC X(14)  VALUE SPACES.
       01  WS-ID-FUNKTION      PIC X(4)   VALUE "LAES".
       01  WS-KOERSEL-ID       PIC X(13)  VALUE SPACES.

      * Uden parameter dagens udtraek; med en dato gensendes den dags.
       01  WS-KOMMANDOLINJE    PIC X(80)  VALUE SPACES.
       01  WS-UDTRAEK-DATO     PIC X(8)   VALUE SPACES.
       01  WS-TILSTAND         PIC X(8)   VALUE "NORMAL".
           88  ER-NORMAL                  VALUE "NORMAL".
           88  ER-GENSENDING              VALUE "GENSEND".
           88  ER-GRUNDLAG                VALUE "GRUNDLAG".
       01  WS-FULD-KOPI        PIC X      VALUE "N".
           88  SKAL-FULD-KOPI             VALUE "J".

      * Maanedens sidste bankdag - se shared/bankdag.cob.
       01  WS-BANKDAG-FUNKTION PIC X(4)   VALUE SPACES.
       01  WS-BANKDAG-SVAR     PIC X      VALUE SPACES.
       01  WS-SIDSTE-BANKDAG   PIC X(8)   VALUE SPACES.
       01  WS-AAR              PIC 9(4)   VALUE 0.

      * Linjen i files/DWH-DELTA-KONTROL.txt. KL-KJ-*/KL-AJ-* er
      * linjenumrene (fra og med, til og med) i kunde- og
      * kontojournalen og tidsstemplet paa linjen KL-..-TIL;
      * historikken daekker HI-LOEBENR over KL-LNR-FRA til og med
      * KL-LNR-TIL.
       01  WS-KONTROL-LINJE.
           05 KL-DATO          PIC X(8).
           05 FILLER           PIC X(1).
           05 KL-KOERSEL-ID    PIC X(13).
           05 FILLER           PIC X(1).
           05 KL-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
           05 KL-TILSTAND      PIC X(8).
           05 FILLER           PIC X(1).
           05 KL-KJ-FRA        PIC 9(9).
           05 FILLER           PIC X(1).
           05 KL-KJ-TIL        PIC 9(9).
           05 FILLER           PIC X(1).
           05 KL-KJ-SIDSTE     PIC X(14).
           05 FILLER           PIC X(1).
           05 KL-AJ-FRA        PIC 9(9).
           05 FILLER           PIC X(1).
           05 KL-AJ-TIL        PIC 9(9).
           05 FILLER           PIC X(1).
           05 KL-AJ-SIDSTE     PIC X(14).
           05 FILLER           PIC X(1).
           05 KL-LNR-FRA       PIC 9(7).
           05 FILLER           PIC X(1).
           05 KL-LNR-TIL       PIC 9(7).
           05 FILLER           PIC X(1).
           05 KL-HIST-ANTAL    PIC 9(7).
           05 FILLER           PIC X(1).
           05 KL-I-ALT         PIC 9(7).

      * Den kontrollinje der regnes fra: forrige dags udtraek, eller
      * ved gensending den dags egen linje.
       01  WS-HAR-KONTROL      PIC X      VALUE "N".
           88  HAR-KONTROL                VALUE "J".
       01  WS-VALGT-KONTROL    PIC X(148) VALUE SPACES.

      * Intervallerne dette udtraek daekker.
       01  WS-KJ-FRA           PIC 9(9)   VALUE 0.
       01  WS-KJ-TIL           PIC 9(9)   VALUE 0.
       01  WS-KJ-SIDSTE        PIC X(14)  VALUE SPACES.
       01  WS-AJ-FRA           PIC 9(9)   VALUE 0.
       01  WS-AJ-TIL           PIC 9(9)   VALUE 0.
       01  WS-AJ-SIDSTE        PIC X(14)  VALUE SPACES.
       01  WS-LNR-FRA          PIC 9(7)   VALUE 0.
       01  WS-LNR-TIL          PIC 9(7)   VALUE 0.
       01  WS-LINJE-LOEBENR    PIC 9(7)   VALUE 0.

      * Den journal der behandles: KUND eller KNTO, dens interval og
      * forrige udtraeks slutpunkt i den.
       01  WS-JOURNAL-TYPE     PIC X(4)   VALUE SPACES.
       01  WS-J-FRA            PIC 9(9)   VALUE 0.
       01  WS-J-TIL            PIC 9(9)   VALUE 0.
       01  WS-J-SIDSTE         PIC X(14)  VALUE SPACES.
       01  WS-J-FORRIGE-TIL    PIC 9(9)   VALUE 0.
       01  WS-J-FORRIGE-SIDSTE PIC X(14)  VALUE SPACES.
       01  WS-J-FOERSTE-NYE    PIC 9(9)   VALUE 0.
       01  WS-J-LINJENR        PIC 9(9)   VALUE 0.
       01  WS-J-PASSER         PIC X      VALUE "N".
           88  J-PASSER                   VALUE "J".

      * Taellere til KTRL-linjen
       01  WS-KUNDE-I-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-KUNDE-U-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-KUNDE-D-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-KONTO-I-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-KONTO-U-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-HIST-TAELLER     PIC 9(7)   VALUE 0.
       01  WS-I-ALT-TAELLER    PIC 9(7)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "DWH-DELTA-UDTRAEK".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL.
       CALL "KOERSEL-ID" USING WS-ID-FUNKTION WS-KOERSEL-ID.
       ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE.
       IF WS-KOMMANDOLINJE = SPACES
           MOVE WS-DAGS-DATO TO WS-UDTRAEK-DATO
       ELSE
           MOVE FUNCTION TRIM(WS-KOMMANDOLINJE) TO WS-UDTRAEK-DATO
           IF WS-UDTRAEK-DATO NOT NUMERIC
                   OR WS-UDTRAEK-DATO > WS-DAGS-DATO
               DISPLAY "FEJL: Angiv udtraekkets dato som AAAAMMDD "
                   "(ikke efter i dag) paa kommandolinjen, f.eks.: "
                   "batch/dwh_delta_udtraek 20261014"
               PERFORM STOP-MED-FEJL
           END-IF
           SET ER-GENSENDING TO TRUE
       END-IF.
       MOVE SPACES TO WS-STI-DELTA.
       STRING "files/DWH-DELTA-" WS-UDTRAEK-DATO ".txt"
           DELIMITED BY SIZE INTO WS-STI-DELTA.

       PERFORM INDLAES-KONTROL.
       IF ER-GENSENDING
           IF NOT HAR-KONTROL
               DISPLAY "FEJL: Intet deltaudtraek for "
                   WS-UDTRAEK-DATO
                   " i files/DWH-DELTA-KONTROL.txt - kan ikke "
                   "gensendes."
               PERFORM STOP-MED-FEJL
           END-IF
           PERFORM HENT-GENSEND-INTERVALLER
       ELSE
           IF NOT HAR-KONTROL
               SET ER-GRUNDLAG TO TRUE
           END-IF
           PERFORM FASTLAEG-INTERVALLER
       END-IF.

       OPEN OUTPUT DELTA-FIL.
       IF WS-DELTA-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/DWH-DELTA.TMP, "
               "status=" WS-DELTA-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       PERFORM SKRIV-HOVED.

       IF NOT ER-GRUNDLAG
           MOVE "KUND" TO WS-JOURNAL-TYPE
           MOVE "files/KUNDE-JOURNAL.txt" TO WS-STI-JOURNAL
           MOVE WS-KJ-FRA TO WS-J-FRA
           MOVE WS-KJ-TIL TO WS-J-TIL
           MOVE WS-KJ-SIDSTE TO WS-J-SIDSTE
           PERFORM UDTRAEK-JOURNAL
           MOVE "KNTO" TO WS-JOURNAL-TYPE
           MOVE "files/KONTO-JOURNAL.txt" TO WS-STI-JOURNAL
           MOVE WS-AJ-FRA TO WS-J-FRA
           MOVE WS-AJ-TIL TO WS-J-TIL
           MOVE WS-AJ-SIDSTE TO WS-J-SIDSTE
           PERFORM UDTRAEK-JOURNAL
           PERFORM UDTRAEK-HISTORIK
       END-IF.

       IF ER-GENSENDING
           PERFORM KONTROLLER-GENSENDING
       END-IF.
       PERFORM SKRIV-KONTROLLINJE.
       CLOSE DELTA-FIL.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "mv -f files/DWH-DELTA.TMP " WS-STI-DELTA
           DELIMITED BY SIZE INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF NOT ER-GENSENDING
           PERFORM GEM-KONTROL
       END-IF.

       DISPLAY "DWH-DELTA-UDTRAEK: " FUNCTION TRIM(WS-STI-DELTA)
           " (" FUNCTION TRIM(WS-TILSTAND) ") kunder="
           WS-KUNDE-I-TAELLER "/" WS-KUNDE-U-TAELLER "/"
           WS-KUNDE-D-TAELLER " konti=" WS-KONTO-I-TAELLER "/"
           WS-KONTO-U-TAELLER " historik=" WS-HIST-TAELLER.
       IF SKAL-FULD-KOPI
           DISPLAY "ADVARSEL: DWH-DELTA-UDTRAEK: deltaet daekker "
               "ikke alle aendringer siden forrige udtraek - "
               "varehuset boer tage en fuld kopi."
       END-IF.
       MOVE WS-I-ALT-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 0 TO RETURN-CODE.
       STOP RUN.

       STOP-MED-FEJL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

      ******************************************************************
      * Kontrolfilen                                                   *
      ******************************************************************
       INDLAES-KONTROL.
      * Ved et almindeligt udtraek regnes fra den seneste linje fra
      * foer i dag; ved gensending bruges den dags egen linje.
      * Mangler filen, er der intet grundlag endnu.
       OPEN INPUT KONTROL-FIL.
       IF WS-KONTROL-STATUS = "35"
           EXIT PARAGRAPH
       END-IF.
       IF WS-KONTROL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/DWH-DELTA-KONTROL.txt, status="
               WS-KONTROL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ KONTROL-FIL INTO WS-KONTROL-LINJE
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KL-KJ-TIL NUMERIC AND KL-AJ-TIL NUMERIC
                           AND KL-LNR-TIL NUMERIC
                       PERFORM VURDER-KONTROLLINJE
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTROL-FIL.
       IF HAR-KONTROL
           MOVE WS-VALGT-KONTROL TO WS-KONTROL-LINJE
       END-IF.

       VURDER-KONTROLLINJE.
       IF ER-GENSENDING
           IF KL-DATO = WS-UDTRAEK-DATO
               SET HAR-KONTROL TO TRUE
               MOVE WS-KONTROL-LINJE TO WS-VALGT-KONTROL
           END-IF
       ELSE
           IF KL-DATO < WS-UDTRAEK-DATO
               SET HAR-KONTROL TO TRUE
               MOVE WS-KONTROL-LINJE TO WS-VALGT-KONTROL
           END-IF
       END-IF.

       HENT-GENSEND-INTERVALLER.
       MOVE KL-KJ-FRA TO WS-KJ-FRA.
       MOVE KL-KJ-TIL TO WS-KJ-TIL.
       MOVE KL-KJ-SIDSTE TO WS-KJ-SIDSTE.
       MOVE KL-AJ-FRA TO WS-AJ-FRA.
       MOVE KL-AJ-TIL TO WS-AJ-TIL.
       MOVE KL-AJ-SIDSTE TO WS-AJ-SIDSTE.
       MOVE KL-LNR-FRA TO WS-LNR-FRA.
       MOVE KL-LNR-TIL TO WS-LNR-TIL.

       GEM-KONTROL.
      * Dagens linje skrives bag de oevrige; en linje fra en tidligere
      * koersel samme dag erstattes. Filen gemmes i sin helhed, saa
      * ethvert tidligere udtraek kan gensendes.
       OPEN OUTPUT KONTROL-NY-FIL.
       IF WS-KONTROL-NY-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive "
               "files/DWH-DELTA-KONTROL.TMP, status="
               WS-KONTROL-NY-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       OPEN INPUT KONTROL-FIL.
       IF WS-KONTROL-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ KONTROL-FIL INTO WS-KONTROL-LINJE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KL-DATO NOT = WS-UDTRAEK-DATO
                           WRITE KONTROL-NY-RECORD
                               FROM WS-KONTROL-LINJE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE KONTROL-FIL
       END-IF.
       MOVE SPACES TO WS-KONTROL-LINJE.
       MOVE WS-UDTRAEK-DATO TO KL-DATO.
       MOVE WS-KOERSEL-ID TO KL-KOERSEL-ID.
       MOVE WS-TIDSSTEMPEL TO KL-TIDSSTEMPEL.
       MOVE WS-TILSTAND TO KL-TILSTAND.
       MOVE WS-KJ-FRA TO KL-KJ-FRA.
       MOVE WS-KJ-TIL TO KL-KJ-TIL.
       MOVE WS-KJ-SIDSTE TO KL-KJ-SIDSTE.
       MOVE WS-AJ-FRA TO KL-AJ-FRA.
       MOVE WS-AJ-TIL TO KL-AJ-TIL.
       MOVE WS-AJ-SIDSTE TO KL-AJ-SIDSTE.
       MOVE WS-LNR-FRA TO KL-LNR-FRA.
       MOVE WS-LNR-TIL TO KL-LNR-TIL.
       MOVE WS-HIST-TAELLER TO KL-HIST-ANTAL.
       MOVE WS-I-ALT-TAELLER TO KL-I-ALT.
       WRITE KONTROL-NY-RECORD FROM WS-KONTROL-LINJE.
       CLOSE KONTROL-NY-FIL.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "mv -f files/DWH-DELTA-KONTROL.TMP "
           "files/DWH-DELTA-KONTROL.txt"
           DELIMITED BY SIZE INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

      ******************************************************************
      * Intervallerne for et almindeligt udtraek                       *
      ******************************************************************
       FASTLAEG-INTERVALLER.
      * Journalerne fortsaettes fra linjen efter forrige udtraek,
      * historikken fra loebenummeret efter. Ved GRUNDLAG er der
      * intet forrige udtraek; intervallerne lukkes ved journalernes
      * og historikkens nuvaerende slutning.
       MOVE "files/KUNDE-JOURNAL.txt" TO WS-STI-JOURNAL.
       MOVE 0 TO WS-J-FORRIGE-TIL.
       MOVE SPACES TO WS-J-FORRIGE-SIDSTE.
       IF HAR-KONTROL
           MOVE KL-KJ-TIL TO WS-J-FORRIGE-TIL
           MOVE KL-KJ-SIDSTE TO WS-J-FORRIGE-SIDSTE
       END-IF.
       PERFORM FASTLAEG-JOURNAL.
       MOVE WS-J-FRA TO WS-KJ-FRA.
       MOVE WS-J-TIL TO WS-KJ-TIL.
       MOVE WS-J-SIDSTE TO WS-KJ-SIDSTE.

       MOVE "files/KONTO-JOURNAL.txt" TO WS-STI-JOURNAL.
       MOVE 0 TO WS-J-FORRIGE-TIL.
       MOVE SPACES TO WS-J-FORRIGE-SIDSTE.
       IF HAR-KONTROL
           MOVE KL-AJ-TIL TO WS-J-FORRIGE-TIL
           MOVE KL-AJ-SIDSTE TO WS-J-FORRIGE-SIDSTE
       END-IF.
       PERFORM FASTLAEG-JOURNAL.
       MOVE WS-J-FRA TO WS-AJ-FRA.
       MOVE WS-J-TIL TO WS-AJ-TIL.
       MOVE WS-J-SIDSTE TO WS-AJ-SIDSTE.

       IF HAR-KONTROL
           MOVE KL-LNR-TIL TO WS-LNR-FRA
           PERFORM KONTROLLER-KONVERTERING
       ELSE
           PERFORM FIND-HOEJESTE-LOEBENR
       END-IF.
       MOVE WS-LNR-FRA TO WS-LNR-TIL.

       KONTROLLER-KONVERTERING.
      * Er kontomasteren konverteret efter forrige udtraek, er den
      * skrevet forfra uden om kontojournalen, og KNTO-linjerne
      * daekker ikke laengere kontiene.
       OPEN INPUT KONVERTERET-FIL.
       IF WS-KONVERTERET-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       READ KONVERTERET-FIL
           AT END
               MOVE SPACES TO KONVERTERET-POST
       END-READ.
       CLOSE KONVERTERET-FIL.
       IF KONVERTERET-POST > KL-TIDSSTEMPEL
           SET SKAL-FULD-KOPI TO TRUE
           DISPLAY "ADVARSEL: Kontomasteren er konverteret "
               KONVERTERET-POST " efter forrige udtraek ("
               KL-TIDSSTEMPEL "); varehuset boer tage en fuld "
               "kopi af kontiene."
       END-IF.

       FASTLAEG-JOURNAL.
      * Tael journalens linjer og kontroller at linjen forrige
      * udtraek sluttede med, stadig staar paa sin plads med samme
      * tidsstempel (begge journaler starter med tidsstemplet). Goer
      * den ikke det, er journalen gendannet eller afkortet siden;
      * udtraekket tages da fra foerste linje nyere end forrige
      * udtraek.
       MOVE 0 TO WS-J-LINJENR WS-J-FOERSTE-NYE.
       MOVE SPACES TO WS-J-SIDSTE.
       MOVE "N" TO WS-J-PASSER.
       OPEN INPUT JOURNAL-FIL.
       IF WS-JOURNAL-STATUS NOT = "00" AND NOT = "35"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-JOURNAL) ", status="
               WS-JOURNAL-STATUS
           PERFORM STOP-MED-FEJL
       END-IF.
       IF WS-JOURNAL-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ JOURNAL-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-J-LINJENR
                       MOVE JO-TIDSSTEMPEL TO WS-J-SIDSTE
                       IF WS-J-LINJENR = WS-J-FORRIGE-TIL
                               AND JO-TIDSSTEMPEL
                                   = WS-J-FORRIGE-SIDSTE
                           SET J-PASSER TO TRUE
                       END-IF
                       IF WS-J-FOERSTE-NYE = 0
                               AND JO-TIDSSTEMPEL
                                   > WS-J-FORRIGE-SIDSTE
                           MOVE WS-J-LINJENR TO WS-J-FOERSTE-NYE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE JOURNAL-FIL
       END-IF.
       MOVE WS-J-LINJENR TO WS-J-TIL.
       IF ER-GRUNDLAG
           COMPUTE WS-J-FRA = WS-J-TIL + 1
           EXIT PARAGRAPH
       END-IF.
       IF WS-J-FORRIGE-TIL = 0 OR J-PASSER
           COMPUTE WS-J-FRA = WS-J-FORRIGE-TIL + 1
           EXIT PARAGRAPH
       END-IF.
       SET SKAL-FULD-KOPI TO TRUE.
       IF WS-J-FOERSTE-NYE = 0
           COMPUTE WS-J-FRA = WS-J-TIL + 1
       ELSE
           MOVE WS-J-FOERSTE-NYE TO WS-J-FRA
       END-IF.
       DISPLAY "ADVARSEL: " FUNCTION TRIM(WS-STI-JOURNAL)
           " har ikke forrige udtraeks linje " WS-J-FORRIGE-TIL
           " (" WS-J-FORRIGE-SIDSTE ") - gendannet fra "
           "sikkerhedskopi? Udtraekket tages fra linje " WS-J-FRA
           "; varehuset boer tage en fuld kopi.".

       FIND-HOEJESTE-LOEBENR.
      * Ved GRUNDLAG: dagens hoejeste loebenummer, saa naeste
      * udtraek tager historikken fra linjen efter.
       MOVE 0 TO WS-LNR-FRA.
       MOVE "files/POSTERING-HISTORIK.txt" TO WS-STI-HISTORIK.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED
               READ HISTORIK-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF HI-LOEBENR NUMERIC
                           MOVE HI-LOEBENR TO WS-LINJE-LOEBENR
                           IF WS-LINJE-LOEBENR > WS-LNR-FRA
                               MOVE WS-LINJE-LOEBENR TO WS-LNR-FRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE HISTORIK-FIL
       END-IF.

      ******************************************************************
      * Deltafilen                                                     *
      ******************************************************************
       SKRIV-HOVED.
       MOVE SPACES TO DELTA-RECORD.
       MOVE "HOVD" TO DD-TYPE.
       MOVE WS-TIDSSTEMPEL TO DD-TIDSSTEMPEL.
       MOVE WS-NOTIF-PROGRAM TO DD-PROGRAM.
       MOVE WS-UDTRAEK-DATO TO DH-DATO.
       MOVE WS-KOERSEL-ID TO DH-KOERSEL-ID.
       MOVE WS-TILSTAND TO DH-TILSTAND.
       MOVE WS-TIDSSTEMPEL TO DH-DANNET.
       MOVE WS-FULD-KOPI TO DH-FULD-KOPI.
       IF ER-GRUNDLAG
           MOVE "J" TO DH-FULD-KOPI
       END-IF.
       WRITE DELTA-RECORD.

       UDTRAEK-JOURNAL.
      * Journalens linjer WS-J-FRA til og med WS-J-TIL i den
      * raekkefoelge de er skrevet. Linjen WS-J-TIL skal have
      * tidsstemplet WS-J-SIDSTE; ved gensending er det beviset paa
      * at journalen er den samme som da udtraekket blev leveret.
       MOVE 0 TO WS-J-LINJENR.
       MOVE "N" TO WS-J-PASSER.
       IF WS-J-TIL = 0
           SET J-PASSER TO TRUE
       END-IF.
       OPEN INPUT JOURNAL-FIL.
       IF WS-JOURNAL-STATUS NOT = "00" AND NOT = "35"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-JOURNAL) ", status="
               WS-JOURNAL-STATUS
           CLOSE DELTA-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       IF WS-JOURNAL-STATUS = "00"
           SET EOF-NOT-REACHED TO TRUE
           PERFORM UNTIL EOF-REACHED OR WS-J-LINJENR >= WS-J-TIL
               READ JOURNAL-FIL
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-J-LINJENR
                       IF WS-J-LINJENR >= WS-J-FRA
                           PERFORM SKRIV-JOURNAL-AENDRING
                       END-IF
                       IF WS-J-LINJENR = WS-J-TIL
                               AND JO-TIDSSTEMPEL = WS-J-SIDSTE
                           SET J-PASSER TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE JOURNAL-FIL
       END-IF.
       IF NOT J-PASSER
           DISPLAY "FEJL: " FUNCTION TRIM(WS-STI-JOURNAL)
               " har ikke laengere linje " WS-J-TIL " ("
               WS-J-SIDSTE ") som udtraekket for " WS-UDTRAEK-DATO
               " sluttede med - journalen er gendannet siden, og "
               "udtraekket kan ikke dannes igen."
           CLOSE DELTA-FIL
           PERFORM STOP-MED-FEJL
       END-IF.

       SKRIV-JOURNAL-AENDRING.
       IF WS-JOURNAL-TYPE = "KUND"
           PERFORM SKRIV-KUNDE-AENDRING
       ELSE
           PERFORM SKRIV-KONTO-AENDRING
       END-IF.
       WRITE DELTA-RECORD.
       ADD 1 TO WS-I-ALT-TAELLER.

       SKRIV-KUNDE-AENDRING.
      * Aendringstypen udledes af billederne: intet foerbillede er en
      * oprettelse, intet efterbillede en sletning. En anonymisering
      * har heller intet foerbillede, men er en aendring af en
      * eksisterende kunde. En slettet kunde leveres uden billede.
       MOVE SPACES TO DELTA-RECORD.
       MOVE "KUND" TO DD-TYPE.
       MOVE JO-TIDSSTEMPEL TO DD-TIDSSTEMPEL.
       MOVE JO-PROGRAM TO DD-PROGRAM.
       IF JO-OPERATION = "ANONYM"
           MOVE "U" TO DD-AENDRING
       ELSE
           IF JO-FOER = SPACES AND JO-FOER-REST = SPACES
               MOVE "I" TO DD-AENDRING
           ELSE
               IF JO-EFTER = SPACES AND JO-EFTER-REST = SPACES
                   MOVE "D" TO DD-AENDRING
               ELSE
                   MOVE "U" TO DD-AENDRING
               END-IF
           END-IF
       END-IF.
       EVALUATE DD-AENDRING
           WHEN "I"
               ADD 1 TO WS-KUNDE-I-TAELLER
           WHEN "U"
               ADD 1 TO WS-KUNDE-U-TAELLER
           WHEN "D"
               ADD 1 TO WS-KUNDE-D-TAELLER
       END-EVALUATE.
       IF DD-AENDRING = "D"
           MOVE JO-FOER(1:10) TO DD-NOEGLE
       ELSE
           MOVE JO-EFTER(1:10) TO DD-NOEGLE
           MOVE JO-EFTER TO DD-BILLEDE(1:250)
           MOVE JO-EFTER-REST TO DD-BILLEDE(251:150)
       END-IF.

       SKRIV-KONTO-AENDRING.
      * Konti slettes ikke; en lukning er en omskrivning med
      * KONTO-STATUS C.
       MOVE SPACES TO DELTA-RECORD.
       MOVE "KNTO" TO DD-TYPE.
       MOVE KJ-TIDSSTEMPEL TO DD-TIDSSTEMPEL.
       MOVE KJ-PROGRAM TO DD-PROGRAM.
       MOVE KJ-KONTO-ID TO DD-NOEGLE.
       IF KJ-OPERATION = "OPRET"
           MOVE "I" TO DD-AENDRING
           ADD 1 TO WS-KONTO-I-TAELLER
       ELSE
           MOVE "U" TO DD-AENDRING
           ADD 1 TO WS-KONTO-U-TAELLER
       END-IF.
       MOVE KJ-EFTER TO DD-BILLEDE.

       UDTRAEK-HISTORIK.
      * Ved gensending kan aarsrullet have flyttet linjerne til
      * partitionerne for udtraekkets aar og aaret foer; ellers kun
      * paa maanedens sidste bankdag, som i SALDO-FREMSKRIVNING.
       MOVE WS-UDTRAEK-DATO(1:4) TO WS-AAR.
       SUBTRACT 1 FROM WS-AAR.
       IF ER-GENSENDING
           MOVE SPACES TO WS-STI-HISTORIK
           STRING "files/POSTERING-HISTORIK-" WS-AAR ".txt"
               DELIMITED BY SIZE INTO WS-STI-HISTORIK
           PERFORM UDTRAEK-HISTORIK-FIL
           ADD 1 TO WS-AAR
           MOVE SPACES TO WS-STI-HISTORIK
           STRING "files/POSTERING-HISTORIK-" WS-AAR ".txt"
               DELIMITED BY SIZE INTO WS-STI-HISTORIK
           PERFORM UDTRAEK-HISTORIK-FIL
       ELSE
           MOVE "SIBD" TO WS-BANKDAG-FUNKTION
           CALL "BANKDAG" USING WS-BANKDAG-FUNKTION WS-DAGS-DATO
               WS-BANKDAG-SVAR WS-SIDSTE-BANKDAG
           IF WS-SIDSTE-BANKDAG = WS-DAGS-DATO
               MOVE SPACES TO WS-STI-HISTORIK
               STRING "files/POSTERING-HISTORIK-" WS-AAR ".txt"
                   DELIMITED BY SIZE INTO WS-STI-HISTORIK
               PERFORM UDTRAEK-HISTORIK-FIL
           END-IF
       END-IF.
       MOVE "files/POSTERING-HISTORIK.txt" TO WS-STI-HISTORIK.
       PERFORM UDTRAEK-HISTORIK-FIL.

       UDTRAEK-HISTORIK-FIL.
      * Linjer fra foer nummereringen har blankt HI-LOEBENR og er
      * for laengst i varehuset. Ved gensending er oevre graense det
      * loebenummer udtraekket naaede til; ellers flyttes den med.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "35"
           EXIT PARAGRAPH
       END-IF.
       IF WS-HISTORIK-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               FUNCTION TRIM(WS-STI-HISTORIK) ", status="
               WS-HISTORIK-STATUS
           CLOSE DELTA-FIL
           PERFORM STOP-MED-FEJL
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ HISTORIK-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF HI-LOEBENR NUMERIC
                       MOVE HI-LOEBENR TO WS-LINJE-LOEBENR
                       IF WS-LINJE-LOEBENR > WS-LNR-FRA
                           PERFORM VURDER-HISTORIKLINJE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE HISTORIK-FIL.

       VURDER-HISTORIKLINJE.
       IF ER-GENSENDING
           IF WS-LINJE-LOEBENR > WS-LNR-TIL
               EXIT PARAGRAPH
           END-IF
       ELSE
           IF WS-LINJE-LOEBENR > WS-LNR-TIL
               MOVE WS-LINJE-LOEBENR TO WS-LNR-TIL
           END-IF
       END-IF.
       MOVE SPACES TO DELTA-RECORD.
       MOVE "HIST" TO DD-TYPE.
       MOVE "I" TO DD-AENDRING.
       MOVE HI-DATO TO DD-TIDSSTEMPEL.
       MOVE HI-KONTO-ID TO DD-NOEGLE.
       MOVE HISTORIK-RECORD TO DD-BILLEDE.
       WRITE DELTA-RECORD.
       ADD 1 TO WS-HIST-TAELLER.
       ADD 1 TO WS-I-ALT-TAELLER.

       KONTROLLER-GENSENDING.
      * Det gendannede udtraek skal have lige saa mange linjer som
      * det der blev leveret; ellers er historikken aendret siden.
       IF WS-HIST-TAELLER NOT = KL-HIST-ANTAL
               OR WS-I-ALT-TAELLER NOT = KL-I-ALT
           DISPLAY "FEJL: Gensendingen for " WS-UDTRAEK-DATO
               " giver " WS-I-ALT-TAELLER " linjer ("
               WS-HIST-TAELLER " historik), men der blev leveret "
               KL-I-ALT " (" KL-HIST-ANTAL " historik) - "
               "udtraekket kan ikke dannes igen."
           CLOSE DELTA-FIL
           PERFORM STOP-MED-FEJL
       END-IF.

       SKRIV-KONTROLLINJE.
       MOVE SPACES TO DELTA-RECORD.
       MOVE "KTRL" TO DD-TYPE.
       MOVE WS-TIDSSTEMPEL TO DD-TIDSSTEMPEL.
       MOVE WS-NOTIF-PROGRAM TO DD-PROGRAM.
       MOVE WS-KUNDE-I-TAELLER TO DK-KUNDE-I.
       MOVE WS-KUNDE-U-TAELLER TO DK-KUNDE-U.
       MOVE WS-KUNDE-D-TAELLER TO DK-KUNDE-D.
       MOVE WS-KONTO-I-TAELLER TO DK-KONTO-I.
       MOVE WS-KONTO-U-TAELLER TO DK-KONTO-U.
       MOVE WS-HIST-TAELLER TO DK-HIST.
       MOVE WS-I-ALT-TAELLER TO DK-I-ALT.
       MOVE WS-KJ-FRA TO DK-KJ-FRA.
       MOVE WS-KJ-TIL TO DK-KJ-TIL.
       MOVE WS-AJ-FRA TO DK-AJ-FRA.
       MOVE WS-AJ-TIL TO DK-AJ-TIL.
       MOVE WS-LNR-FRA TO DK-LNR-FRA.
       MOVE WS-LNR-TIL TO DK-LNR-TIL.
       WRITE DELTA-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
