       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMT053-EKSPORT.

      * Dagligt kontoudtog i ISO 20022-formatet camt.053 til
      * erhvervskunder (KUNDE-ART E), som indlaeser det direkte i
      * deres oekonomisystem i stedet for at taste KONTOUDTOG af.
      * Konti tilmeldes i files/CAMT053-TILMELDINGER.txt (en
      * KONTO-ID pr. linje, samme form som PBS-TILMELDINGER.txt), og
      * der dannes en XML-fil pr. tilmeldt konto og dag under
      * files/camt053/ med navnet CAMT053_<KONTO-ID>_<AAAAMMDD>.xml.
      * Filen har kontoens IBAN som identifikation, primo- og
      * ultimosaldo (OPBD/CLBD) og en Ntry pr. historiklinje med
      * bogfoeringsdato, valoerdato (HI-VALOER-DATO, blank = HI-DATO),
      * beloeb, valuta, reference (HI-REFERENCE) og tekst. Saldi
      * regnes som i KONTOUDTOG: ultimo = aktuel saldo minus
      * bevaegelser efter dagen, primo = ultimo minus dagens.
      *
      * Hver leveret fil logges i files/CAMT053-LOG.txt. Uden
      * parameter dannes udtoget for dags dato (trinnet i den daglige
      * kaede), og der advares naar loggen viser at en tidligere
      * bankdag mangler for en konto; en manglende dag gensendes ved
      * at koere programmet med datoen paa kommandolinjen, f.eks.
      * batch/camt053_eksport 20261014.
      *
      * En tilmeldt konto springes over med en advarsel, naar den
      * ikke findes, er lukket, ikke har et IBAN, eller ejeren ikke
      * er erhvervskunde i kundemasteren.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FIL ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT KONTOOPL-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOOPL-STATUS.

           SELECT TILMELDING-FIL
               ASSIGN TO "files/CAMT053-TILMELDINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILMELDING-STATUS.

      *    Historikken er delt i en partition pr. afsluttet aar plus
      *    den loebende fil (se batch/historik_aarsrul.cob); stien
      *    saettes pr. kilde, samme loekke som KONTOUDTOG.
           SELECT HISTORIK-FIL ASSIGN DYNAMIC WS-STI-HISTORIK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIK-STATUS.

           SELECT XML-FIL ASSIGN DYNAMIC WS-STI-XML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XML-STATUS.

           SELECT LOG-FIL ASSIGN TO "files/CAMT053-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  TILMELDING-FIL.
       01  TILMELDING-RECORD.
           05 TM-KONTO-ID      PIC X(10).

       FD  HISTORIK-FIL.
       01  HISTORIK-RECORD.
           COPY "copybooks/POSTHIST.cpy".

       FD  XML-FIL.
       01  XML-RECORD.
           05 XML-LINJE        PIC X(200).

      * En linje pr. leveret fil: tidspunkt, udtogets dato, kontoen,
      * antal posteringer, DAGLIG eller GENSEND og filens navn.
       FD  LOG-FIL.
       01  LOG-RECORD.
           05 CL-TIDSSTEMPEL   PIC X(14).
           05 FILLER           PIC X(1).
           05 CL-UDTOG-DATO    PIC X(8).
           05 FILLER           PIC X(1).
           05 CL-KONTO-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 CL-ANTAL         PIC 9(5).
           05 FILLER           PIC X(1).
           05 CL-MAADE         PIC X(7).
           05 FILLER           PIC X(1).
           05 CL-FILNAVN       PIC X(60).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-TILMELDING-STATUS PIC XX    VALUE "00".
       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-XML-STATUS       PIC XX     VALUE "00".
       01  WS-LOG-STATUS       PIC XX     VALUE "00".
       01  WS-STI-HISTORIK     PIC X(60)  VALUE SPACES.
       01  WS-STI-XML          PIC X(60)  VALUE SPACES.

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

       01  WS-KOMMANDOLINJE    PIC X(80)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.
       01  WS-UDTOG-DATO       PIC X(8)   VALUE SPACES.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-TIDSSTEMPEL      PIC X(14)  VALUE SPACES.
       01  WS-MAADE            PIC X(7)   VALUE "DAGLIG".
           88  ER-GENSENDING              VALUE "GENSEND".

      * Aarsloekken over historikkens kilder
       01  WS-AKTUELT-AAR      PIC 9(4)   VALUE 0.
       01  WS-FRA-AAR          PIC 9(4)   VALUE 0.
       01  WS-LOEB-AAR         PIC 9(4)   VALUE 0.

      * De tilmeldte konti med det der skal bruges til udtoget
       01  WS-KT-ANTAL         PIC 9(3)   VALUE 0.
       01  KONTO-TABEL.
           05  KT-ENTRY OCCURS 500 TIMES
                          INDEXED BY KT-IDX.
               10  KT-KONTO-ID     PIC X(10)     VALUE SPACES.
               10  KT-KUNDE-ID     PIC X(10)     VALUE SPACES.
               10  KT-BALANCE      PIC S9(9)V99  VALUE 0.
               10  KT-VALUTA       PIC X(3)      VALUE SPACES.
               10  KT-IBAN         PIC X(18)     VALUE SPACES.
               10  KT-NAVN         PIC X(41)     VALUE SPACES.
               10  KT-SUM-EFTER    PIC S9(11)V99 VALUE 0.
               10  KT-SUM-DAG      PIC S9(11)V99 VALUE 0.
               10  KT-FUNDET       PIC X(1)      VALUE "N".
               10  KT-SIDST-LEVERET PIC X(8)     VALUE SPACES.
               10  KT-AARSAG       PIC X(30)     VALUE SPACES.

      * Dagens historiklinjer for de tilmeldte konti, i historikkens
      * raekkefoelge
       01  WS-PT-ANTAL         PIC 9(5)   VALUE 0.
       01  POST-TABEL.
           05  PT-ENTRY OCCURS 5000 TIMES
                          INDEXED BY PT-IDX.
               10  PT-KONTO-NR     PIC 9(3)      VALUE 0.
               10  PT-BELOEB       PIC 9(9)V99   VALUE 0.
               10  PT-DK           PIC X(1)      VALUE SPACES.
               10  PT-VALOER       PIC X(8)      VALUE SPACES.
               10  PT-REFERENCE    PIC X(13)     VALUE SPACES.
               10  PT-LOEBENR      PIC X(7)      VALUE SPACES.
               10  PT-TEKST        PIC X(30)     VALUE SPACES.
               10  PT-TRANSKODE    PIC X(4)      VALUE SPACES.
       01  WS-KONTO-NR         PIC 9(3)   VALUE 0.
       01  WS-POST-BELOEB      PIC S9(9)V99  VALUE 0.
       01  WS-POST-FORTEGN     PIC S9(9)V99  VALUE 0.
       01  WS-ANTAL-POSTER     PIC 9(5)   VALUE 0.

      * Saldi og formatering til XML (punktum som decimalseparator,
      * ISO-datoer AAAA-MM-DD)
       01  WS-PRIMO-SALDO      PIC S9(11)V99 VALUE 0.
       01  WS-ULTIMO-SALDO     PIC S9(11)V99 VALUE 0.
       01  WS-SALDO            PIC S9(11)V99 VALUE 0.
       01  WS-XML-BELOEB-EDIT  PIC Z(10)9.99.
       01  WS-XML-BELOEB       PIC X(14)  VALUE SPACES.
       01  WS-CDTDBT           PIC X(4)   VALUE SPACES.
       01  WS-SALDO-TYPE       PIC X(4)   VALUE SPACES.
       01  WS-ISO-UDTOG-DATO   PIC X(10)  VALUE SPACES.
       01  WS-ISO-DATO         PIC X(10)  VALUE SPACES.
       01  WS-DATO-IND         PIC X(8)   VALUE SPACES.
       01  WS-ISO-TIDSPUNKT    PIC X(19)  VALUE SPACES.
       01  WS-ANTAL-EDIT       PIC Z(4)9.

      * Tegn der skal skrives om i XML-tekst (&, < og >)
       01  WS-ESC-IND          PIC X(60)  VALUE SPACES.
       01  WS-ESC-UD           PIC X(150) VALUE SPACES.
       01  WS-ESC-LAENGDE      PIC 9(3)   VALUE 0.
       01  WS-ESC-POS          PIC 9(3)   VALUE 0.
       01  WS-ESC-PTR          PIC 9(3)   VALUE 0.

      * Manglende dage i loggen - se shared/bankdag.cob
       01  WS-BANKDAG-FUNKTION PIC X(4)   VALUE SPACES.
       01  WS-BANKDAG-SVAR     PIC X      VALUE SPACE.
       01  WS-NAESTE-BANKDAG   PIC X(8)   VALUE SPACES.

       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.
       01  WS-LEVERET-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-SPRUNGET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-HUL-TAELLER      PIC 9(5)   VALUE 0.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "CAMT053-EKSPORT".
       01  WS-NOTIF-STATUS     PIC X(4)   VALUE SPACES.
       01  WS-NOTIF-ANTAL      PIC 9(7)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL.
       ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE.
       IF WS-KOMMANDOLINJE = SPACES
           MOVE WS-DAGS-DATO TO WS-UDTOG-DATO
       ELSE
           MOVE FUNCTION TRIM(WS-KOMMANDOLINJE) TO WS-UDTOG-DATO
           IF WS-UDTOG-DATO NOT NUMERIC
                   OR WS-UDTOG-DATO > WS-DAGS-DATO
               DISPLAY "FEJL: Angiv udtogets dato som AAAAMMDD (ikke "
                   "efter i dag) paa kommandolinjen, f.eks.: "
                   "batch/camt053_eksport 20261014"
               MOVE "FEJL" TO WS-NOTIF-STATUS
               CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
                   WS-NOTIF-STATUS WS-NOTIF-ANTAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ER-GENSENDING TO TRUE
       END-IF.

       PERFORM INDLAES-TILMELDINGER.
       IF WS-KT-ANTAL = 0
           DISPLAY "CAMT053-EKSPORT: ingen tilmeldte konti, intet "
               "udtog dannet."
           MOVE "OK" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.

       PERFORM INDLAES-KONTOOPL.
       PERFORM HENT-EJERE.
       PERFORM INDLAES-LOG.
       PERFORM GENNEMLOEB-HISTORIK.

       OPEN EXTEND LOG-FIL.
       IF WS-LOG-STATUS = "35"
           OPEN OUTPUT LOG-FIL
       END-IF.
       IF WS-LOG-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne files/CAMT053-LOG.txt, "
               "status=" WS-LOG-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "mkdir -p files/camt053" INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       MOVE WS-UDTOG-DATO TO WS-DATO-IND.
       PERFORM DAN-ISO-DATO.
       MOVE WS-ISO-DATO TO WS-ISO-UDTOG-DATO.
       MOVE SPACES TO WS-ISO-TIDSPUNKT.
       STRING WS-TIDSSTEMPEL(1:4) "-" WS-TIDSSTEMPEL(5:2) "-"
           WS-TIDSSTEMPEL(7:2) "T" WS-TIDSSTEMPEL(9:2) ":"
           WS-TIDSSTEMPEL(11:2) ":" WS-TIDSSTEMPEL(13:2)
           INTO WS-ISO-TIDSPUNKT.

       PERFORM VARYING KT-IDX FROM 1 BY 1
               UNTIL KT-IDX > WS-KT-ANTAL
           IF KT-AARSAG(KT-IDX) = SPACES
               PERFORM SKRIV-KONTO-UDTOG
               IF NOT ER-GENSENDING
                   PERFORM KONTROLLER-HUL
               END-IF
           ELSE
               ADD 1 TO WS-SPRUNGET-TAELLER
               DISPLAY "ADVARSEL: camt.053 for konto "
                   KT-KONTO-ID(KT-IDX) " ikke dannet: "
                   FUNCTION TRIM(KT-AARSAG(KT-IDX))
           END-IF
       END-PERFORM.
       CLOSE LOG-FIL.

       DISPLAY "CAMT053-EKSPORT: udtog " WS-UDTOG-DATO
           " (" FUNCTION TRIM(WS-MAADE) ") leveret="
           WS-LEVERET-TAELLER " sprunget over=" WS-SPRUNGET-TAELLER
           " konti med manglende dage=" WS-HUL-TAELLER.
       MOVE WS-LEVERET-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       STOP RUN.

       INDLAES-TILMELDINGER.
       OPEN INPUT TILMELDING-FIL.
       IF WS-TILMELDING-STATUS = "00"
           PERFORM UNTIL WS-TILMELDING-STATUS NOT = "00"
               READ TILMELDING-FIL INTO TILMELDING-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TM-KONTO-ID NOT = SPACES
                               AND WS-KT-ANTAL < 500
                           ADD 1 TO WS-KT-ANTAL
                           MOVE TM-KONTO-ID
                               TO KT-KONTO-ID(WS-KT-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILMELDING-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke aabne "
               "files/CAMT053-TILMELDINGER.txt, status="
               WS-TILMELDING-STATUS
       END-IF.

       INDLAES-KONTOOPL.
      * Hent saldo, valuta, IBAN og ejer for de tilmeldte konti.
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
                   SET KT-IDX TO 1
                   SEARCH KT-ENTRY
                       AT END
                           CONTINUE
                       WHEN KT-KONTO-ID(KT-IDX)
                               = KONTO-ID IN KONTO-RECORD
                           PERFORM GEM-KONTO
                   END-SEARCH
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KONTOOPL-FIL.
       PERFORM VARYING KT-IDX FROM 1 BY 1
               UNTIL KT-IDX > WS-KT-ANTAL
           IF KT-FUNDET(KT-IDX) NOT = "J"
               MOVE "KONTOEN FINDES IKKE" TO KT-AARSAG(KT-IDX)
           END-IF
       END-PERFORM.

       GEM-KONTO.
       MOVE "J" TO KT-FUNDET(KT-IDX).
       MOVE KUNDE-ID IN KONTO-RECORD TO KT-KUNDE-ID(KT-IDX).
       MOVE BALANCE IN KONTO-RECORD TO KT-BALANCE(KT-IDX).
       MOVE VALUTA-KD IN KONTO-RECORD TO KT-VALUTA(KT-IDX).
       MOVE KONTO-IBAN IN KONTO-RECORD TO KT-IBAN(KT-IDX).
       EVALUATE TRUE
           WHEN KONTO-STATUS IN KONTO-RECORD = "C"
               MOVE "KONTOEN ER LUKKET" TO KT-AARSAG(KT-IDX)
           WHEN KONTO-IBAN IN KONTO-RECORD = SPACES
               MOVE "KONTOEN HAR INTET IBAN" TO KT-AARSAG(KT-IDX)
       END-EVALUATE.

       HENT-EJERE.
      * Slaa ejeren op i kundemasteren: kun erhvervskunder faar
      * camt.053, og ejerens navn skrives i udtoget.
       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM VARYING KT-IDX FROM 1 BY 1
               UNTIL KT-IDX > WS-KT-ANTAL
           IF KT-AARSAG(KT-IDX) = SPACES
               MOVE KT-KUNDE-ID(KT-IDX) TO KUNDE-ID IN MASTER-RECORD
               READ MASTER-FIL
                   INVALID KEY
                       MOVE "EJEREN FINDES IKKE I KUNDEMASTEREN"
                           TO KT-AARSAG(KT-IDX)
                   NOT INVALID KEY
                       IF KUNDE-ART IN MASTER-RECORD NOT = "E"
                           MOVE "EJEREN ER IKKE ERHVERVSKUNDE"
                               TO KT-AARSAG(KT-IDX)
                       ELSE
                           CALL "KUNDE-NAVN-FORMAT" USING
                               FORNAVN IN MASTER-RECORD
                               EFTERNAVN IN MASTER-RECORD FULDT-NAVN
                           MOVE FULDT-NAVN TO KT-NAVN(KT-IDX)
                       END-IF
               END-READ
           END-IF
       END-PERFORM.
       CLOSE MASTER-FIL.

       INDLAES-LOG.
      * Seneste leverede dag pr. konto, til kontrollen af manglende
      * dage.
       OPEN INPUT LOG-FIL.
       IF WS-LOG-STATUS = "00"
           PERFORM UNTIL WS-LOG-STATUS NOT = "00"
               READ LOG-FIL INTO LOG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET KT-IDX TO 1
                       SEARCH KT-ENTRY
                           AT END
                               CONTINUE
                           WHEN KT-KONTO-ID(KT-IDX) = CL-KONTO-ID
                               IF CL-UDTOG-DATO
                                       > KT-SIDST-LEVERET(KT-IDX)
                                   MOVE CL-UDTOG-DATO
                                       TO KT-SIDST-LEVERET(KT-IDX)
                               END-IF
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE LOG-FIL
       END-IF.

       GENNEMLOEB-HISTORIK.
      * Et gennemloeb af historikken fra udtogsdagens aar og frem:
      * bevaegelser efter dagen samles til ultimosaldoen, dagens egne
      * linjer gemmes til udtoget.
       MOVE WS-DAGS-DATO(1:4) TO WS-AKTUELT-AAR.
       MOVE WS-UDTOG-DATO(1:4) TO WS-FRA-AAR.
       PERFORM VARYING WS-LOEB-AAR FROM WS-FRA-AAR BY 1
               UNTIL WS-LOEB-AAR >= WS-AKTUELT-AAR
           MOVE SPACES TO WS-STI-HISTORIK
           STRING "files/POSTERING-HISTORIK-"
               WS-LOEB-AAR ".txt"
               INTO WS-STI-HISTORIK
           PERFORM LAES-HISTORIK-KILDE
       END-PERFORM.
       MOVE "files/POSTERING-HISTORIK.txt" TO WS-STI-HISTORIK.
       PERFORM LAES-HISTORIK-KILDE.

       LAES-HISTORIK-KILDE.
       OPEN INPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS = "00"
           PERFORM UNTIL EOF-REACHED
               READ HISTORIK-FIL INTO HISTORIK-RECORD
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF HI-DATO NOT < WS-UDTOG-DATO
                           PERFORM BEHANDL-HISTORIK-LINJE
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE HISTORIK-FIL
       END-IF.

       BEHANDL-HISTORIK-LINJE.
      * Fortegnet foelger D/K-koden, samme regel som KONTOUDTOG.
       MOVE 0 TO WS-KONTO-NR.
       SET KT-IDX TO 1.
       SEARCH KT-ENTRY
           AT END
               CONTINUE
           WHEN KT-KONTO-ID(KT-IDX) = HI-KONTO-ID
               SET WS-KONTO-NR TO KT-IDX
       END-SEARCH.
       IF WS-KONTO-NR > 0
           SET KT-IDX TO WS-KONTO-NR
           COMPUTE WS-POST-BELOEB = FUNCTION NUMVAL(HI-BELOEB) / 100
           IF HI-DK = "K"
               MOVE WS-POST-BELOEB TO WS-POST-FORTEGN
           ELSE
               COMPUTE WS-POST-FORTEGN = 0 - WS-POST-BELOEB
           END-IF
           IF HI-DATO > WS-UDTOG-DATO
               ADD WS-POST-FORTEGN TO KT-SUM-EFTER(KT-IDX)
           ELSE
               ADD WS-POST-FORTEGN TO KT-SUM-DAG(KT-IDX)
               PERFORM GEM-DAGENS-POST
           END-IF
       END-IF.

       GEM-DAGENS-POST.
       IF WS-PT-ANTAL >= 5000
           DISPLAY "FEJL: Flere end 5000 posteringer paa de "
               "tilmeldte konti den " WS-UDTOG-DATO
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-PT-ANTAL.
       SET PT-IDX TO WS-PT-ANTAL.
       MOVE WS-KONTO-NR TO PT-KONTO-NR(PT-IDX).
       MOVE WS-POST-BELOEB TO PT-BELOEB(PT-IDX).
       MOVE HI-DK TO PT-DK(PT-IDX).
       MOVE HI-VALOER-DATO TO PT-VALOER(PT-IDX).
       IF HI-VALOER-DATO = SPACES
           MOVE HI-DATO TO PT-VALOER(PT-IDX)
       END-IF.
       MOVE HI-REFERENCE TO PT-REFERENCE(PT-IDX).
       MOVE HI-LOEBENR TO PT-LOEBENR(PT-IDX).
       MOVE HI-TEKST TO PT-TEKST(PT-IDX).
       MOVE HI-TRANSKODE TO PT-TRANSKODE(PT-IDX).

       SKRIV-KONTO-UDTOG.
      * Et XML-dokument pr. konto: gruppehoved, kontoen, primo- og
      * ultimosaldo og dagens posteringer.
       COMPUTE WS-ULTIMO-SALDO
           = KT-BALANCE(KT-IDX) - KT-SUM-EFTER(KT-IDX).
       COMPUTE WS-PRIMO-SALDO
           = WS-ULTIMO-SALDO - KT-SUM-DAG(KT-IDX).
       SET WS-KONTO-NR TO KT-IDX.
       MOVE 0 TO WS-ANTAL-POSTER.
       PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PT-ANTAL
           IF PT-KONTO-NR(PT-IDX) = WS-KONTO-NR
               ADD 1 TO WS-ANTAL-POSTER
           END-IF
       END-PERFORM.

       MOVE SPACES TO WS-STI-XML.
       STRING "files/camt053/CAMT053_"
           FUNCTION TRIM(KT-KONTO-ID(KT-IDX)) "_"
           WS-UDTOG-DATO ".xml" DELIMITED BY SIZE
           INTO WS-STI-XML.
       OPEN OUTPUT XML-FIL.
       IF WS-XML-STATUS NOT = "00"
           ADD 1 TO WS-SPRUNGET-TAELLER
           DISPLAY "ADVARSEL: Kan ikke skrive "
               FUNCTION TRIM(WS-STI-XML) ", status=" WS-XML-STATUS
       ELSE
           PERFORM SKRIV-XML-HOVED
           MOVE "OPBD" TO WS-SALDO-TYPE
           MOVE WS-PRIMO-SALDO TO WS-SALDO
           PERFORM SKRIV-XML-SALDO
           MOVE "CLBD" TO WS-SALDO-TYPE
           MOVE WS-ULTIMO-SALDO TO WS-SALDO
           PERFORM SKRIV-XML-SALDO
           MOVE WS-ANTAL-POSTER TO WS-ANTAL-EDIT
           MOVE SPACES TO XML-LINJE
           STRING "      <TxsSummry><TtlNtries><NbOfNtries>"
               FUNCTION TRIM(WS-ANTAL-EDIT)
               "</NbOfNtries></TtlNtries></TxsSummry>"
               DELIMITED BY SIZE INTO XML-LINJE
           WRITE XML-RECORD
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PT-ANTAL
               IF PT-KONTO-NR(PT-IDX) = WS-KONTO-NR
                   PERFORM SKRIV-XML-POST
               END-IF
           END-PERFORM
           MOVE "    </Stmt>" TO XML-LINJE
           WRITE XML-RECORD
           MOVE "  </BkToCstmrStmt>" TO XML-LINJE
           WRITE XML-RECORD
           MOVE "</Document>" TO XML-LINJE
           WRITE XML-RECORD
           CLOSE XML-FIL
           ADD 1 TO WS-LEVERET-TAELLER
           PERFORM SKRIV-LOG
       END-IF.

       SKRIV-XML-HOVED.
       MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
           TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       STRING "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:"
           "camt.053.001.02"">"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "  <BkToCstmrStmt>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       STRING "    <GrpHdr><MsgId>CAMT053-" WS-UDTOG-DATO "-"
           FUNCTION TRIM(KT-KONTO-ID(KT-IDX)) "-" WS-TIDSSTEMPEL
           "</MsgId><CreDtTm>" WS-ISO-TIDSPUNKT
           "</CreDtTm></GrpHdr>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "    <Stmt>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       STRING "      <Id>" FUNCTION TRIM(KT-KONTO-ID(KT-IDX)) "-"
           WS-UDTOG-DATO "</Id><CreDtTm>" WS-ISO-TIDSPUNKT
           "</CreDtTm>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       STRING "      <FrToDt><FrDtTm>" WS-ISO-UDTOG-DATO
           "T00:00:00</FrDtTm><ToDtTm>" WS-ISO-UDTOG-DATO
           "T23:59:59</ToDtTm></FrToDt>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE KT-NAVN(KT-IDX) TO WS-ESC-IND.
       PERFORM ESCAPE-XML-TEKST.
       MOVE SPACES TO XML-LINJE.
       STRING "      <Acct><Id><IBAN>"
           FUNCTION TRIM(KT-IBAN(KT-IDX))
           "</IBAN></Id><Ccy>" KT-VALUTA(KT-IDX)
           "</Ccy><Ownr><Nm>" FUNCTION TRIM(WS-ESC-UD)
           "</Nm></Ownr></Acct>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.

       SKRIV-XML-SALDO.
      * En Bal-blok med typen i WS-SALDO-TYPE og beloebet i WS-SALDO;
      * en negativ saldo skrives som positivt beloeb med DBIT.
       IF WS-SALDO < 0
           MOVE "DBIT" TO WS-CDTDBT
           COMPUTE WS-SALDO = 0 - WS-SALDO
       ELSE
           MOVE "CRDT" TO WS-CDTDBT
       END-IF.
       MOVE WS-SALDO TO WS-XML-BELOEB-EDIT.
       MOVE FUNCTION TRIM(WS-XML-BELOEB-EDIT) TO WS-XML-BELOEB.
       MOVE SPACES TO XML-LINJE.
       STRING "      <Bal><Tp><CdOrPrtry><Cd>" WS-SALDO-TYPE
           "</Cd></CdOrPrtry></Tp><Amt Ccy=""" KT-VALUTA(KT-IDX)
           """>" FUNCTION TRIM(WS-XML-BELOEB) "</Amt><CdtDbtInd>"
           WS-CDTDBT "</CdtDbtInd><Dt><Dt>" WS-ISO-UDTOG-DATO
           "</Dt></Dt></Bal>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.

       SKRIV-XML-POST.
      * En Ntry pr. historiklinje. Referencen er HI-REFERENCE, og
      * posteringens loebenummer bruges som bankens reference, naar
      * linjen er uden.
       IF PT-DK(PT-IDX) = "K"
           MOVE "CRDT" TO WS-CDTDBT
       ELSE
           MOVE "DBIT" TO WS-CDTDBT
       END-IF.
       MOVE PT-BELOEB(PT-IDX) TO WS-XML-BELOEB-EDIT.
       MOVE FUNCTION TRIM(WS-XML-BELOEB-EDIT) TO WS-XML-BELOEB.
       MOVE "      <Ntry>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       STRING "        <Amt Ccy=""" KT-VALUTA(KT-IDX) """>"
           FUNCTION TRIM(WS-XML-BELOEB) "</Amt><CdtDbtInd>"
           WS-CDTDBT "</CdtDbtInd><Sts>BOOK</Sts>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE PT-VALOER(PT-IDX) TO WS-DATO-IND.
       PERFORM DAN-ISO-DATO.
       MOVE SPACES TO XML-LINJE.
       STRING "        <BookgDt><Dt>" WS-ISO-UDTOG-DATO
           "</Dt></BookgDt><ValDt><Dt>" WS-ISO-DATO
           "</Dt></ValDt>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE SPACES TO XML-LINJE.
       IF PT-REFERENCE(PT-IDX) NOT = SPACES
           STRING "        <AcctSvcrRef>"
               FUNCTION TRIM(PT-REFERENCE(PT-IDX))
               "</AcctSvcrRef>"
               DELIMITED BY SIZE INTO XML-LINJE
           WRITE XML-RECORD
       ELSE
           IF PT-LOEBENR(PT-IDX) NOT = SPACES
               STRING "        <AcctSvcrRef>"
                   FUNCTION TRIM(PT-LOEBENR(PT-IDX))
                   "</AcctSvcrRef>"
                   DELIMITED BY SIZE INTO XML-LINJE
               WRITE XML-RECORD
           END-IF
       END-IF.
       IF PT-TRANSKODE(PT-IDX) NOT = SPACES
           MOVE SPACES TO XML-LINJE
           STRING "        <BkTxCd><Prtry><Cd>"
               FUNCTION TRIM(PT-TRANSKODE(PT-IDX))
               "</Cd></Prtry></BkTxCd>"
               DELIMITED BY SIZE INTO XML-LINJE
           WRITE XML-RECORD
       END-IF.
       MOVE "        <NtryDtls><TxDtls>" TO XML-LINJE.
       WRITE XML-RECORD.
       IF PT-REFERENCE(PT-IDX) NOT = SPACES
           MOVE SPACES TO XML-LINJE
           STRING "          <Refs><EndToEndId>"
               FUNCTION TRIM(PT-REFERENCE(PT-IDX))
               "</EndToEndId></Refs>"
               DELIMITED BY SIZE INTO XML-LINJE
           WRITE XML-RECORD
       END-IF.
       MOVE PT-TEKST(PT-IDX) TO WS-ESC-IND.
       PERFORM ESCAPE-XML-TEKST.
       MOVE SPACES TO XML-LINJE.
       STRING "          <RmtInf><Ustrd>" FUNCTION TRIM(WS-ESC-UD)
           "</Ustrd></RmtInf>"
           DELIMITED BY SIZE INTO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "        </TxDtls></NtryDtls>" TO XML-LINJE.
       WRITE XML-RECORD.
       MOVE "      </Ntry>" TO XML-LINJE.
       WRITE XML-RECORD.

       DAN-ISO-DATO.
      * AAAAMMDD i WS-DATO-IND til AAAA-MM-DD i WS-ISO-DATO.
       MOVE SPACES TO WS-ISO-DATO.
       STRING WS-DATO-IND(1:4) "-" WS-DATO-IND(5:2) "-"
           WS-DATO-IND(7:2)
           DELIMITED BY SIZE INTO WS-ISO-DATO.

       ESCAPE-XML-TEKST.
      * Skriv &, < og > om til entiteter, saa navne og tekster som
      * "HANSEN & SOEN" ikke oedelaegger dokumentet.
       MOVE SPACES TO WS-ESC-UD.
       MOVE 1 TO WS-ESC-PTR.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-IND TRAILING))
           TO WS-ESC-LAENGDE.
       IF WS-ESC-IND = SPACES
           MOVE 0 TO WS-ESC-LAENGDE
       END-IF.
       PERFORM VARYING WS-ESC-POS FROM 1 BY 1
               UNTIL WS-ESC-POS > WS-ESC-LAENGDE
           EVALUATE WS-ESC-IND(WS-ESC-POS:1)
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO WS-ESC-UD WITH POINTER WS-ESC-PTR
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO WS-ESC-UD WITH POINTER WS-ESC-PTR
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO WS-ESC-UD WITH POINTER WS-ESC-PTR
               WHEN OTHER
                   STRING WS-ESC-IND(WS-ESC-POS:1) DELIMITED BY SIZE
                       INTO WS-ESC-UD WITH POINTER WS-ESC-PTR
           END-EVALUATE
       END-PERFORM.

       SKRIV-LOG.
       MOVE SPACES TO LOG-RECORD.
       MOVE WS-TIDSSTEMPEL TO CL-TIDSSTEMPEL.
       MOVE WS-UDTOG-DATO TO CL-UDTOG-DATO.
       MOVE KT-KONTO-ID(KT-IDX) TO CL-KONTO-ID.
       MOVE WS-ANTAL-POSTER TO CL-ANTAL.
       MOVE WS-MAADE TO CL-MAADE.
       MOVE WS-STI-XML TO CL-FILNAVN.
       WRITE LOG-RECORD.

       KONTROLLER-HUL.
      * Er den naeste bankdag efter kontoens seneste leverance foer
      * dagens udtog, mangler der mindst en dag i loggen.
       IF KT-SIDST-LEVERET(KT-IDX) NOT = SPACES
               AND KT-SIDST-LEVERET(KT-IDX) < WS-UDTOG-DATO
           MOVE "NAES" TO WS-BANKDAG-FUNKTION
           CALL "BANKDAG" USING WS-BANKDAG-FUNKTION
               KT-SIDST-LEVERET(KT-IDX) WS-BANKDAG-SVAR
               WS-NAESTE-BANKDAG
           IF WS-NAESTE-BANKDAG < WS-UDTOG-DATO
               ADD 1 TO WS-HUL-TAELLER
               DISPLAY "ADVARSEL: camt.053 for konto "
                   KT-KONTO-ID(KT-IDX) " mangler fra "
                   WS-NAESTE-BANKDAG " - sidst leveret "
                   KT-SIDST-LEVERET(KT-IDX)
                   "; gensend med batch/camt053_eksport AAAAMMDD"
           END-IF
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
