      * Sammenlaegning af dublerede kunder: tager en overlevende
      * KUNDE-ID og en dublet-KUNDE-ID (typisk fundet i
      * files/DUPLICATE-KUNDER.txt af KUNDEOPL-GENOPBYG), flytter alle
      * dublettens konti i kontomasteren over paa den
      * overlevende, sletter dubletten fra kundemasteren og skriver en
      * fletjournal-linje pr. flyttet konto til files/FLET-JOURNAL.txt
      * saa revisionen kan se hvad der blev flyttet hvorhen. Afloeser
      * den manuelle kirurgi i to filer, der hidtil har ladet fundne
      * dubletter ligge uloeste i ugevis. Kontiene findes paa den
      * alternative noegle KUNDE-ID i den indekserede kontomaster og
      * omskrives paa stedet; den flade files/KontoOpl.txt dannes
      * bagefter paany af batch/kontoopl_udtraek.cob.
      * Kunder i hvert sit pengeinstitut kan ikke flettes: kontiene
      * og deres IBAN'er hoerer til dublettens institut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID IN KONTO-RECORD
               ALTERNATE RECORD KEY IS KUNDE-ID IN KONTO-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-KONTOMASTER-STATUS.

      *    Ejerskabs-krydsreferencen for faelleskonti - medejer-
      *    raekker der naevner dubletten, skal flyttes med til den
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  KONTOMASTER-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  KONTO-EJER-FIL.
       01  KONTO-EJER-POST.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOMASTER-STATUS PIC XX   VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
       01  WS-BEKRAEFT         PIC X      VALUE "N".
           88  BEKRAEFTET                 VALUE "J".

       01  WS-FLERE-KONTI      PIC X      VALUE "Y".
           88  DER-ER-FLERE-KONTI         VALUE "Y".

       01  WS-FLYTTET-TAELLER  PIC 9(5)   VALUE 0.
       01  WS-TIDSSTEMPEL      PIC X(14)  VALUE SPACES.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

      * Ejerskabs-krydsreferencen, indlaest naar filen findes.
      * Raekker der peger paa dubletten, skrives om til den
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

      * Foer- og efterbillede til aendringsjournalen - se
      * shared/kunde_journal.cob.
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.
       01  WS-JOURNAL-OPERATION PIC X(8)  VALUE "SLET".
       01  WS-JOURNAL-OPERATOER PIC X(10) VALUE SPACES.
       01  WS-JOURNAL-PROGRAM  PIC X(20)  VALUE "KUNDE-FLET".

      * Foerbillede af kontoen til kontojournalen - se
      * shared/konto_journal.cob.
       01  WS-KONTO-FOER-BILLEDE PIC X(93) VALUE SPACES.
       01  WS-KONTO-OPERATION  PIC X(8)   VALUE "RET".

      * De to kunders pengeinstitut (blank slaaet op som
      * hovedinstituttet) - se shared/pengeinstitut_opslag.cob.
       01  WS-OVERLEVER-INST   PIC X(2)   VALUE SPACES.
       01  WS-PI-FUNKTION      PIC X(4)   VALUE "KODE".
       01  WS-PI-SVAR          PIC X      VALUE SPACE.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
               PERFORM FRIGIV-MASTER-LAAS
               STOP RUN
       END-READ.
       CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
           PENGEINSTITUT IN MASTER-RECORD WS-PI-POST WS-PI-SVAR.
       MOVE PI-KODE IN WS-PI-POST TO WS-OVERLEVER-INST.
       MOVE WS-DUBLET-ID TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               PERFORM FRIGIV-MASTER-LAAS
               STOP RUN
       END-READ.
       CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
           PENGEINSTITUT IN MASTER-RECORD WS-PI-POST WS-PI-SVAR.
       IF PI-KODE IN WS-PI-POST NOT = WS-OVERLEVER-INST
           DISPLAY "FEJL: Kunderne er i hvert sit pengeinstitut ("
               WS-OVERLEVER-INST "/" PI-KODE IN WS-PI-POST
               ") og kan ikke flettes."
           CLOSE MASTER-FIL
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

       DISPLAY "Flyt alle konti fra " FUNCTION TRIM(WS-DUBLET-ID)
           " til " FUNCTION TRIM(WS-OVERLEVER-ID)
       END-IF.

       PERFORM AABN-JOURNAL.
       PERFORM AABN-KONTOMASTER.
       PERFORM FLYT-KONTI.
       PERFORM INDLAES-KONTO-EJERE.
       PERFORM FLYT-KONTO-EJERE.
       CLOSE KONTOMASTER-FIL.
       PERFORM SKRIV-KONTO-EJERE-TILBAGE.
       PERFORM SLET-DUBLET.
       PERFORM SKRIV-JOURNAL-SUM.
       CLOSE JOURNAL-FIL.
       CLOSE MASTER-FIL.
       IF WS-FLYTTET-TAELLER > 0
           PERFORM DAN-KONTOUDTRAEK
       END-IF.
       PERFORM FRIGIV-MASTER-LAAS.
       DISPLAY "KUNDE-FLET: " WS-FLYTTET-TAELLER
           " konti flyttet, dubletten er slettet.".
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIDSSTEMPEL.

       AABN-KONTOMASTER.
       OPEN I-O KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-KONTOMASTER-STATUS
           CLOSE JOURNAL-FIL
           CLOSE MASTER-FIL
           PERFORM FRIGIV-MASTER-LAAS
           STOP RUN
       END-IF.

       FLYT-KONTI.
      * Flyt dublettens konti over paa den overlevende og skriv en
      * journallinje pr. flyttet konto. En flyttet konto forsvinder
      * fra dublettens gruppe paa den alternative noegle, saa der
      * startes forfra paa gruppen efter hver omskrivning, indtil
      * den er tom.
       SET DER-ER-FLERE-KONTI TO TRUE.
       PERFORM UNTIL NOT DER-ER-FLERE-KONTI
           PERFORM FLYT-NAESTE-KONTO
       END-PERFORM.

       FLYT-NAESTE-KONTO.
       MOVE WS-DUBLET-ID TO KUNDE-ID IN KONTO-RECORD.
       START KONTOMASTER-FIL KEY IS = KUNDE-ID IN KONTO-RECORD
           INVALID KEY
               MOVE "N" TO WS-FLERE-KONTI
       END-START.
       IF DER-ER-FLERE-KONTI
           READ KONTOMASTER-FIL NEXT RECORD
               AT END
                   MOVE "N" TO WS-FLERE-KONTI
           END-READ
       END-IF.
       IF DER-ER-FLERE-KONTI
               AND KUNDE-ID IN KONTO-RECORD NOT = WS-DUBLET-ID
           MOVE "N" TO WS-FLERE-KONTI
       END-IF.
       IF DER-ER-FLERE-KONTI
           MOVE KONTO-RECORD TO WS-KONTO-FOER-BILLEDE
           MOVE WS-OVERLEVER-ID TO KUNDE-ID IN KONTO-RECORD
           REWRITE KONTO-RECORD
           IF WS-KONTOMASTER-STATUS NOT = "00"
               DISPLAY "FEJL: Konto " KONTO-ID IN KONTO-RECORD
                   " kunne ikke flyttes i kontomasteren, status="
                   WS-KONTOMASTER-STATUS
               CLOSE KONTOMASTER-FIL
               CLOSE JOURNAL-FIL
               CLOSE MASTER-FIL
               PERFORM FRIGIV-MASTER-LAAS
               STOP RUN
           END-IF
           PERFORM SKRIV-KONTO-JOURNAL
           ADD 1 TO WS-FLYTTET-TAELLER
           MOVE SPACES TO JOURNAL-TEXT
           STRING WS-TIDSSTEMPEL
               " FLYT KONTO-ID=" KONTO-ID IN KONTO-RECORD
               " FRA=" WS-DUBLET-ID
               " TIL=" WS-OVERLEVER-ID
               INTO JOURNAL-TEXT
           WRITE JOURNAL-RECORD
       END-IF.

       DAN-KONTOUDTRAEK.
      * Den flade KontoOpl.txt dannes paany af masteren. Fejler
      * udtraekket, er flytningen stadig gemt i masteren; filen
      * dannes igen af naeste udtraek.
       MOVE "batch/kontoopl_udtraek" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "ADVARSEL: KONTOOPL-UDTRAEK fejlede - koer den "
               "manuelt, saa KontoOpl.txt svarer til masteren."
           MOVE 0 TO RETURN-CODE
       END-IF.

       SLET-DUBLET.
       MOVE WS-DUBLET-ID TO KUNDE-ID IN MASTER-RECORD.
           INVALID KEY
               DISPLAY "ADVARSEL: Dubletten forsvandt undervejs."
           NOT INVALID KEY
               MOVE MASTER-RECORD TO WS-FOER-BILLEDE
               DELETE MASTER-FIL RECORD
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "FEJL ved sletning af dubletten, status="
                       WS-MASTER-STATUS
               ELSE
                   PERFORM SKRIV-KUNDE-JOURNAL
               END-IF
       END-READ.

      * journaliser hver flytning som kontoflytningerne. Derefter
      * udgaar raekker der ville naevne en ejer kontoen allerede
      * har: den overlevende som medejer af en konto der nu er dens
      * egen (primaerejeren i kontomasteren er flyttet foerst), og
      * rene dublet-raekker af samme konto+ejer.
       PERFORM VARYING WS-EJER-IDX FROM 1 BY 1
               UNTIL WS-EJER-IDX > WS-EJER-ANTAL
       END-IF.

       FIND-PRIMAER-EJER.
      * Kontoens primaere ejer efter flytningen, fra kontomasteren.
       MOVE SPACES TO WS-PRIMAER-EJER.
       MOVE WS-SOEGE-KONTO-ID TO KONTO-ID IN KONTO-RECORD.
       READ KONTOMASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE KUNDE-ID IN KONTO-RECORD TO WS-PRIMAER-EJER
       END-READ.

       SKRIV-KONTO-EJERE-TILBAGE.
      * Skriv de beholdte raekker tilbage; roer ikke filen naar den
           INTO JOURNAL-TEXT.
       WRITE JOURNAL-RECORD.

       SKRIV-KUNDE-JOURNAL.
      * WS-FOER-BILLEDE og WS-JOURNAL-OPERATION er sat af kalderen;
      * efterbilledet er recorden som den netop er skrevet.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       CALL "KUNDE-JOURNAL" USING WS-JOURNAL-PROGRAM
           WS-JOURNAL-OPERATION WS-JOURNAL-OPERATOER WS-FOER-BILLEDE
           WS-EFTER-BILLEDE.

       SKRIV-KONTO-JOURNAL.
      * WS-KONTO-FOER-BILLEDE og WS-KONTO-OPERATION er sat af
      * kalderen; efterbilledet er kontoen som den netop er skrevet.
       CALL "KONTO-JOURNAL" USING WS-JOURNAL-PROGRAM WS-KONTO-OPERATION
           WS-JOURNAL-OPERATOER WS-KONTO-FOER-BILLEDE KONTO-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
