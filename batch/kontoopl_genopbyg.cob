
      * Genopbygger den indekserede kontomaster
      * (files/KONTOOPL-MASTER.DAT) ud fra den flade tekstfil
      * files/KontoOpl.txt. Masteren er noeglet paa KONTO-ID med
      * KUNDE-ID som alternativ noegle med dubletter, saa Opgave8 kan
      * STARTe paa en kundes noegle og laese netop dens konti i stedet
      * for at scanne hele den flade fil en gang pr. kunde - samme
      * princip som batch/kundeopl_genopbyg.cob for kundemasteren.
      *
      * Masteren er systemets autoritative kontofil: posterings-
      * motoren og kontovedligeholdelsen omskriver den direkte paa
      * KONTO-ID, og KontoOpl.txt er blot et udtraek af den (se
      * batch/kontoopl_udtraek.cob). Programmet hoerer derfor ikke
      * laengere til den daglige kaede, men bruges kun til
      * konvertering og genetablering - foerste indlaesning af en
      * leveret kontofil, testdata fra TESTDATA-GENERATOR, eller en
      * master der skal bygges op igen fra et gemt udtraek. Det
      * overskriver hele masteren og skal derfor startes med
      * KONVERTER paa kommandolinjen:
      *     batch/kontoopl_genopbyg KONVERTER
      * En konvertering skriver ikke i kontojournalen; i stedet
      * noteres tidspunktet i files/KONTOOPL-KONVERTERET.txt, saa
      * DWH-DELTA-UDTRAEK kan bede varehuset om en fuld kopi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTERET-STATUS.

      *    Tidspunktet for seneste konvertering - laeses af
      *    batch/dwh_delta_udtraek.cob.
           SELECT KONVERTERET-FIL
               ASSIGN TO "files/KONTOOPL-KONVERTERET.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONVERTERET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLAD-FIL.
           05 SORT-LUKKET-DATO PIC X(8).
           05 SORT-IBAN        PIC X(18).
           05 SORT-AFDELING    PIC X(4).
           05 SORT-PENGEINSTITUT PIC X(2).

       FD  SORTERET-FIL.
       01  SORTERET-RECORD.
       01  MASTER-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  KONVERTERET-FIL.
       01  KONVERTERET-POST    PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-FLAD-STATUS      PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-DUBLET-STATUS    PIC XX     VALUE "00".
       01  WS-SORTERET-STATUS  PIC XX     VALUE "00".
       01  WS-KONVERTERET-STATUS PIC XX   VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
       01  WS-SKREVET-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-DUBLET-TAELLER   PIC 9(5)   VALUE 0.

       01  WS-KOMMANDOLINJE    PIC X(20)  VALUE SPACES.

       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BYG-FILSTIER.
           ACCEPT WS-KOMMANDOLINJE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KOMMANDOLINJE))
               TO WS-KOMMANDOLINJE.
           IF WS-KOMMANDOLINJE NOT = "KONVERTER"
               DISPLAY "FEJL: Kontomasteren er den autoritative "
                   "kontofil og genopbygges kun ved konvertering."
               DISPLAY "      Start med KONVERTER paa kommando"
                   "linjen, f.eks.: batch/kontoopl_genopbyg KONVERTER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SORTER-KONTOOPL.

           OPEN OUTPUT DUBLET-FIL.
           CLOSE SORTERET-FIL.
           CLOSE MASTER-FIL.
           CLOSE DUBLET-FIL.
           PERFORM NOTER-KONVERTERING.

           DISPLAY "Genopbygning af kontomaster faerdig.".
           DISPLAY "Laest fra flad fil : " WS-LAEST-TAELLER.
               USING FLAD-FIL
               GIVING SORTERET-FIL.

       NOTER-KONVERTERING.
      * Masteren er skrevet forfra uden kontojournal, saa varehusets
      * delta fra KONTO-JOURNAL.txt daekker ikke laengere kontiene.
           OPEN OUTPUT KONVERTERET-FIL.
           IF WS-KONVERTERET-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Kan ikke skrive "
                   "files/KONTOOPL-KONVERTERET.txt, status="
                   WS-KONVERTERET-STATUS
                   " - giv varehuset en fuld kopi af kontiene."
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO KONVERTERET-POST
               WRITE KONVERTERET-POST
               CLOSE KONVERTERET-FIL
           END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
