       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDE-INDSIGT.

      * Indsigtsanmodning (databeskyttelsesforordningens art. 15):
      * samler for et KUNDE-ID alt hvad banken har registreret om
      * personen i et laesbart dokument, files/INDSIGT-<KUNDE-ID>.txt,
      * i stedet for KUNDE-OPSLAG, KUNDE-ENGAGEMENT, KONTOUDTOG og
      * haandsoegning i datakataloget. Kilderne er stamdata fra
      * kundemasteren (TELEFON/EMAIL dekrypteret), egne og medejede
      * konti, fuldmagter begge veje, faste overfoersler,
      * PBS-tilmeldinger, reservationer, overtraeksbevillinger,
      * gebyrloggen, ydelsesplaner, KUNDE-JOURNAL med
      * samtykkehistorikken udledt af journalens foer/efter-billeder,
      * henvendelsesloggen og revisionslogens linjer om kunden.
      * Dokumentet slutter med en kildefortegnelse med antal linjer
      * pr. fil - ogsaa de filer der intet indeholdt eller ikke
      * fandtes - saa juridisk kan dokumentere at svaret er
      * fuldstaendigt. Sanktions-, risiko- og PEP-markeringer tages
      * ikke med: hvidvasklovens forbud mod at underrette kunden gaar
      * forud for indsigtsretten. Selve koerslen skrives i
      * revisionsloggen med operatoer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

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

           SELECT KONTO-EJER-FIL ASSIGN TO "files/KONTO-EJERE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTO-EJER-STATUS.

           SELECT FULDMAGT-FIL ASSIGN TO "files/FULDMAGTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULDMAGT-STATUS.

           SELECT FAST-FIL ASSIGN TO "files/FASTE-OVERFOERSLER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAST-STATUS.

           SELECT PBS-FIL ASSIGN TO "files/PBS-TILMELDINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBS-STATUS.

           SELECT ADVISABON-FIL
               ASSIGN TO "files/ADVIS-ABONNEMENTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVISABON-STATUS.

           SELECT ADVISLOG-FIL ASSIGN TO "files/ADVIS-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVISLOG-STATUS.

           SELECT RESERVATION-FIL ASSIGN TO "files/RESERVATIONER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-STATUS.

           SELECT BEVILLING-FIL
               ASSIGN TO "files/OVERTRAEK-BEVILLINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEVILLING-STATUS.

           SELECT GEBYRLOG-FIL ASSIGN TO "files/GEBYR-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEBYRLOG-STATUS.

           SELECT YDELSE-FIL ASSIGN TO "files/YDELSESPLANER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YDELSE-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/KUNDE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT HENVENDELSE-FIL ASSIGN TO "files/HENVENDELSE-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HENVENDELSE-STATUS.

      *    Den faelles revisionslog: laeses for linjer om kunden, og
      *    selve indsigtskoerslen skrives i den bagefter.
           SELECT AUDIT-LOG-FIL ASSIGN DYNAMIC WS-STI-AUDIT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT INDSIGT-FIL ASSIGN DYNAMIC WS-STI-INDSIGT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDSIGT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  KONTOOPL-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  KONTO-EJER-FIL.
       01  KONTO-EJER-POST.
           05 KE-KONTO-ID      PIC X(10).
           05 KE-KUNDE-ID      PIC X(10).
           05 KE-ROLLE         PIC X(1).

       FD  FULDMAGT-FIL.
       01  FULDMAGT-POST.
           05 FM-FULDMAEGTIG   PIC X(10).
           05 FM-KONTO-ID      PIC X(10).
           05 FM-OMFANG        PIC X(1).
           05 FM-GRAENSE       PIC 9(7)V99.
           05 FM-UDLOEB        PIC X(8).

       FD  FAST-FIL.
       01  FAST-RECORD.
           05 FO-KUNDE-ID      PIC X(10).
           05 FO-FRA-KONTO     PIC X(10).
           05 FO-TIL-KONTO     PIC X(10).
           05 FO-BELOEB        PIC 9(7)V99.
           05 FO-VALUTA        PIC X(3).
           05 FO-DAG           PIC 9(2).
           05 FO-START-DATO    PIC X(8).
           05 FO-SLUT-DATO     PIC X(8).

       FD  PBS-FIL.
       01  PBS-RECORD.
           05 TM-KONTO-ID      PIC X(10).

       FD  ADVISABON-FIL.
       01  ADVISABON-RECORD.
           COPY "copybooks/ADVISABON.cpy".

       FD  ADVISLOG-FIL.
       01  ADVISLOG-RECORD.
           COPY "copybooks/ADVISLOG.cpy".

       FD  RESERVATION-FIL.
       01  RESERVATION-RECORD.
           COPY "copybooks/RESERVREC.cpy".

       FD  BEVILLING-FIL.
       01  BEVILLING-POST.
           05 BV-KONTO-ID      PIC X(10).
           05 BV-BELOEB        PIC 9(7)V99.
           05 BV-UDLOEB        PIC X(8).

       FD  GEBYRLOG-FIL.
       01  GEBYRLOG-RECORD.
           05 GL-DATO          PIC X(8).
           05 GL-KUNDE-ID      PIC X(10).
           05 GL-KONTO-ID      PIC X(10).
           05 GL-GEBYR-TYPE    PIC X(10).
           05 GL-BELOEB        PIC 9(7)V99.

       FD  YDELSE-FIL.
       01  YDELSE-POST.
           05 YP-KONTO-ID      PIC X(10).
           05 YP-MODKONTO      PIC X(10).
           05 YP-TERMIN-NR     PIC 9(3).
           05 YP-FORFALD       PIC X(8).
           05 YP-YDELSE        PIC 9(7)V99.
           05 YP-RENTE         PIC 9(7)V99.
           05 YP-AFDRAG        PIC 9(7)V99.
           05 YP-RESTGAELD     PIC 9(9)V99.

       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".

       FD  HENVENDELSE-FIL.
       01  HENVENDELSE-POST.
           COPY "copybooks/HENVLOG.cpy".

       FD  AUDIT-LOG-FIL.
       01  AUDIT-LOG-RECORD    PIC X(80).

       FD  INDSIGT-FIL.
       01  INDSIGT-RECORD.
           05 INDSIGT-TEXT     PIC X(132).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

      * Dokumentet er svaret paa en indsigtsanmodning og viser derfor
      * det fulde CPR - se shared/cpr_maskering.cob.
       01  WS-MASK-OPERATOER   PIC X(10)  VALUE SPACES.
       01  WS-MASK-FORMAAL     PIC X(10)  VALUE "INDSIGT".
       01  WS-MASK-VISNING     PIC X(11)  VALUE SPACES.

       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOOPL-STATUS  PIC XX     VALUE "00".
       01  WS-KONTO-EJER-STATUS PIC XX    VALUE "00".
       01  WS-FULDMAGT-STATUS  PIC XX     VALUE "00".
       01  WS-FAST-STATUS      PIC XX     VALUE "00".
       01  WS-PBS-STATUS       PIC XX     VALUE "00".
       01  WS-ADVISABON-STATUS PIC XX     VALUE "00".
       01  WS-ADVISLOG-STATUS  PIC XX     VALUE "00".
       01  WS-RESERVATION-STATUS PIC XX   VALUE "00".
       01  WS-BEVILLING-STATUS PIC XX     VALUE "00".
       01  WS-GEBYRLOG-STATUS  PIC XX     VALUE "00".
       01  WS-YDELSE-STATUS    PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-HENVENDELSE-STATUS PIC XX   VALUE "00".
       01  WS-AUDIT-STATUS     PIC XX     VALUE "00".
       01  WS-INDSIGT-STATUS   PIC XX     VALUE "00".

       01  WS-STI-INDSIGT      PIC X(60)  VALUE SPACES.
       01  WS-SOEGE-ID         PIC X(10)  VALUE SPACES.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-AUDIT-TIDSSTEMPEL PIC X(14) VALUE SPACES.
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.

      * Paalogning kraever rollen G (GDPR), samme rolle som
      * KUNDE-GDPR-SLETNING - se shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "G".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".

      * Laengder til CALL "KONTAKT-KRYPTER" - se
      * shared/kontakt_krypter.cob. TELEFON/EMAIL ligger krypteret paa
      * masteren og dekrypteres foer de skrives i dokumentet.
       01  WS-LAENGDE-TELEFON  PIC 9(3)   VALUE 8.
       01  WS-LAENGDE-EMAIL    PIC 9(3)   VALUE 50.
       01  WS-KRYPT-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-TELEFON-KLAR     PIC X(8)   VALUE SPACES.
       01  WS-EMAIL-KLAR       PIC X(50)  VALUE SPACES.

      * Kundens konti: P = primaer ejer (KontoOpl.txt), M = medejer
      * (files/KONTO-EJERE.txt). Bruges til at finde kontobundne
      * registreringer i de oevrige kilder.
       01  WS-KONTO-ANTAL      PIC 9(3)   VALUE 0.
       01  KONTO-TABEL.
           05  KONTO-ENTRY OCCURS 200 TIMES
                             INDEXED BY KO-IDX.
               10  KOT-KONTO-ID    PIC X(10) VALUE SPACES.
               10  KOT-ROLLE       PIC X(1)  VALUE SPACE.
       01  WS-SOEGE-KONTO      PIC X(10)  VALUE SPACES.
       01  WS-KONTO-FUNDET     PIC X(1)   VALUE "N".
           88  KONTO-ER-KUNDENS           VALUE "J".

      * Kildefortegnelsen: en linje pr. kilde med antal linjer om
      * kunden og om filen fandtes.
       01  WS-KILDE-ANTAL      PIC 9(2)   VALUE 0.
       01  KILDE-TABEL.
           05  KILDE-ENTRY OCCURS 20 TIMES
                             INDEXED BY KI-IDX.
               10  KIT-FIL         PIC X(40) VALUE SPACES.
               10  KIT-ANTAL       PIC 9(5)  VALUE 0.
               10  KIT-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-KILDE-FIL        PIC X(40)  VALUE SPACES.
       01  WS-KILDE-STATUS     PIC X(2)   VALUE SPACES.
       01  WS-KILDE-TAELLER    PIC 9(5)   VALUE 0.
       01  WS-LINJE-TAELLER    PIC 9(5)   VALUE 0.

      * Journalens foer/efter-billeder i kundelayoutet, til at finde
      * kundens linjer og udlede samtykkehistorikken.
       01  WS-BILLEDE          PIC X(400) VALUE SPACES.
       01  JOURNAL-FOER.
           COPY "copybooks/KUNDEREC.cpy".
       01  JOURNAL-EFTER.
           COPY "copybooks/KUNDEREC.cpy".
       01  WS-SAMTYKKE-TAELLER PIC 9(5)   VALUE 0.
       01  SAMTYKKE-TABEL.
           05  SAMTYKKE-ENTRY OCCURS 200 TIMES
                                INDEXED BY SA-IDX
                                PIC X(132) VALUE SPACES.

      * Soegenoegle i revisionsloggen: "=<KUNDE-ID> " som de faelles
      * loglinjer skriver KUNDE-ID=... og lignende.
       01  WS-AUDIT-NOEGLE     PIC X(12)  VALUE SPACES.
       01  WS-AUDIT-LAENGDE    PIC 9(2)   VALUE 0.
       01  WS-AUDIT-TRAEF      PIC 9(3)   VALUE 0.

       01  WS-BELOEB-EDIT      PIC Z(6)9,99.
       01  WS-GAELD-EDIT       PIC Z(8)9,99.
       01  WS-BALANCE-NUM      PIC 9(7)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.

       DISPLAY "KUNDE-ID til indsigtsanmodning: " WITH NO ADVANCING.
       ACCEPT WS-SOEGE-ID.

       OPEN INPUT MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           STOP RUN
       END-IF.
       MOVE WS-SOEGE-ID TO KUNDE-ID IN MASTER-RECORD.
       READ MASTER-FIL
           INVALID KEY
               DISPLAY "FEJL: Kunde ikke fundet."
               CLOSE MASTER-FIL
               STOP RUN
           NOT INVALID KEY
               CONTINUE
       END-READ.
       CLOSE MASTER-FIL.

       MOVE SPACES TO WS-STI-INDSIGT.
       STRING "files/INDSIGT-" FUNCTION TRIM(WS-SOEGE-ID) ".txt"
           DELIMITED BY SIZE INTO WS-STI-INDSIGT.
       OPEN OUTPUT INDSIGT-FIL.
       IF WS-INDSIGT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne " FUNCTION TRIM(WS-STI-INDSIGT)
               ", status=" WS-INDSIGT-STATUS
           STOP RUN
       END-IF.

       PERFORM SKRIV-STAMDATA.
       PERFORM LAES-KONTO-EJERE.
       PERFORM LAES-KONTI.
       PERFORM LAES-FULDMAGTER.
       PERFORM LAES-FASTE-OVERFOERSLER.
       PERFORM LAES-PBS-TILMELDINGER.
       PERFORM LAES-ADVIS-ABONNEMENTER.
       PERFORM LAES-ADVIS-LOG.
       PERFORM LAES-RESERVATIONER.
       PERFORM LAES-BEVILLINGER.
       PERFORM LAES-GEBYRLOG.
       PERFORM LAES-YDELSESPLANER.
       PERFORM LAES-JOURNAL.
       PERFORM LAES-HENVENDELSER.
       PERFORM LAES-AUDIT-LOG.
       PERFORM SKRIV-KILDEFORTEGNELSE.
       CLOSE INDSIGT-FIL.

       PERFORM SKRIV-AUDIT-LOG.
       DISPLAY "Indsigtsdokument dannet: "
           FUNCTION TRIM(WS-STI-INDSIGT) " (" WS-LINJE-TAELLER
           " linjer)".
       STOP RUN.

       SKRIV-STAMDATA.
       CALL "KUNDE-NAVN-FORMAT" USING FORNAVN IN MASTER-RECORD
           EFTERNAVN IN MASTER-RECORD FULDT-NAVN.
       MOVE SPACES TO INDSIGT-TEXT.
       STRING "INDSIGT I REGISTREREDE OPLYSNINGER - KUNDE-ID "
           WS-SOEGE-ID " - DANNET " WS-DAGS-DATO
           " AF " WS-OPERATOER-ID
           DELIMITED BY SIZE INTO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE ALL "=" TO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE "KUNDEMASTER" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
      * TELEFON/EMAIL dekrypteres i en lokal kopi af felterne, saa
      * masterrecorden selv ikke beroeres.
       MOVE "DEKR" TO WS-KRYPT-FUNKTION.
       CALL "KONTAKT-KRYPTER" USING WS-KRYPT-FUNKTION
           WS-LAENGDE-TELEFON WS-TELEFON-KLAR
           TELEFON IN MASTER-RECORD NOEGLE-VERSION IN MASTER-RECORD.
       CALL "KONTAKT-KRYPTER" USING WS-KRYPT-FUNKTION
           WS-LAENGDE-EMAIL WS-EMAIL-KLAR
           EMAIL IN MASTER-RECORD NOEGLE-VERSION IN MASTER-RECORD.
       MOVE SPACES TO INDSIGT-TEXT.
       STRING "  NAVN         : " FULDT-NAVN
           DELIMITED BY SIZE INTO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE SPACES TO INDSIGT-TEXT.
       STRING "  ADRESSE      : "
           FUNCTION TRIM(VEJNAVN IN MASTER-RECORD)
           " " FUNCTION TRIM(HUSNR IN MASTER-RECORD)
           " " FUNCTION TRIM(ETAGE IN MASTER-RECORD)
           " " FUNCTION TRIM(SIDE IN MASTER-RECORD)
           ", " POSTNR IN MASTER-RECORD
           " " FUNCTION TRIM(BYNAVN IN MASTER-RECORD)
           ", " LANDE-KODE IN MASTER-RECORD
           DELIMITED BY SIZE INTO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE SPACES TO INDSIGT-TEXT.
       STRING "  TELEFON      : " WS-TELEFON-KLAR
           "  EMAIL: " WS-EMAIL-KLAR
           DELIMITED BY SIZE INTO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       CALL "CPR-MASKERING" USING WS-MASK-OPERATOER WS-MASK-FORMAAL
           CPR-NUMMER IN MASTER-RECORD WS-MASK-VISNING.
       MOVE SPACES TO INDSIGT-TEXT.
       STRING "  CPR-NUMMER   : " WS-MASK-VISNING
           "  CVR-NUMMER: " CVR-NUMMER IN MASTER-RECORD
           "  KUNDEART: " KUNDE-ART IN MASTER-RECORD
           DELIMITED BY SIZE INTO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE SPACES TO INDSIGT-TEXT.
       STRING "  STATUS       : " KUNDE-STATUS IN MASTER-RECORD
           "  AFDELING: " AFDELING IN MASTER-RECORD
           "  KYC-DATO: " KYC-DATO IN MASTER-RECORD
           "  ADRESSESTATUS: " ADRESSE-STATUS IN MASTER-RECORD
           DELIMITED BY SIZE INTO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE SPACES TO INDSIGT-TEXT.
       STRING "  SAMTYKKER    : BREV=" SAMTYKKE-BREV IN MASTER-RECORD
           " (" SAMTYKKE-BREV-DATO IN MASTER-RECORD ")"
           "  EMAIL=" SAMTYKKE-EMAIL IN MASTER-RECORD
           " (" SAMTYKKE-EMAIL-DATO IN MASTER-RECORD ")"
           "  TELEFON=" SAMTYKKE-TELEFON IN MASTER-RECORD
           " (" SAMTYKKE-TLF-DATO IN MASTER-RECORD ")"
           DELIMITED BY SIZE INTO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE SPACES TO INDSIGT-TEXT.
       STRING "  ULEVERBAR    : TELEFON="
           TELEFON-STATUS IN MASTER-RECORD
           " (" TELEFON-STATUS-DATO IN MASTER-RECORD ")"
           "  EMAIL=" EMAIL-STATUS IN MASTER-RECORD
           " (" EMAIL-STATUS-DATO IN MASTER-RECORD ")"
           DELIMITED BY SIZE INTO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE SPACES TO INDSIGT-TEXT.
       STRING "  SKATTELAND   : " SKATTE-LAND IN MASTER-RECORD
           "  UDENLANDSK TIN: " SKATTE-TIN IN MASTER-RECORD
           DELIMITED BY SIZE INTO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE SPACES TO INDSIGT-TEXT.
       STRING "  SPROG        : " SPROG IN MASTER-RECORD
           " (D=dansk, E=engelsk, blank=efter landekode)"
           DELIMITED BY SIZE INTO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       IF RETSHOLD-MARKERING IN MASTER-RECORD = "J"
           MOVE SPACES TO INDSIGT-TEXT
           STRING "  RETLIGT HOLD : J (" RETSHOLD-DATO IN MASTER-RECORD
               ") - data bevares trods sletningsanmodning"
               DELIMITED BY SIZE INTO INDSIGT-TEXT
           PERFORM SKRIV-LINJE
       END-IF.
       IF AFDOED-MARKERING IN MASTER-RECORD NOT = SPACE
           MOVE SPACES TO INDSIGT-TEXT
           STRING "  DOEDSFALD    : " AFDOED-MARKERING IN MASTER-RECORD
               " (" AFDOED-DATO IN MASTER-RECORD ")"
               DELIMITED BY SIZE INTO INDSIGT-TEXT
           PERFORM SKRIV-LINJE
       END-IF.
       MOVE "00" TO WS-KILDE-STATUS.
       MOVE 1 TO WS-KILDE-TAELLER.
       MOVE SPACES TO WS-KILDE-FIL.
       STRING WS-STI-KUNDEOPL-MASTER DELIMITED BY LOW-VALUE
           INTO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       LAES-KONTO-EJERE.
      * Konti kunden er medejer af; selve kontolinjerne skrives
      * sammen med de egne konti i LAES-KONTI.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT KONTO-EJER-FIL.
       MOVE WS-KONTO-EJER-STATUS TO WS-KILDE-STATUS.
       IF WS-KONTO-EJER-STATUS = "00"
           PERFORM UNTIL WS-KONTO-EJER-STATUS NOT = "00"
               READ KONTO-EJER-FIL INTO KONTO-EJER-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KE-KUNDE-ID = WS-SOEGE-ID
                               AND WS-KONTO-ANTAL < 200
                           ADD 1 TO WS-KILDE-TAELLER
                           ADD 1 TO WS-KONTO-ANTAL
                           SET KO-IDX TO WS-KONTO-ANTAL
                           MOVE KE-KONTO-ID TO KOT-KONTO-ID(KO-IDX)
                           MOVE "M" TO KOT-ROLLE(KO-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-EJER-FIL
       END-IF.
       MOVE "files/KONTO-EJERE.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       LAES-KONTI.
       MOVE "KONTI (EGNE OG MEDEJEDE)" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT KONTOOPL-FIL.
       MOVE WS-KONTOOPL-STATUS TO WS-KILDE-STATUS.
       IF WS-KONTOOPL-STATUS = "00"
           PERFORM UNTIL WS-KONTOOPL-STATUS NOT = "00"
               READ KONTOOPL-FIL INTO KONTO-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM BEHANDL-KONTO
               END-READ
           END-PERFORM
           CLOSE KONTOOPL-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE SPACES TO WS-KILDE-FIL.
       STRING WS-STI-KONTOOPL DELIMITED BY LOW-VALUE
           INTO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       BEHANDL-KONTO.
       MOVE KONTO-ID IN KONTO-RECORD TO WS-SOEGE-KONTO.
       PERFORM FIND-KUNDENS-KONTO.
       IF KUNDE-ID IN KONTO-RECORD = WS-SOEGE-ID
           IF NOT KONTO-ER-KUNDENS AND WS-KONTO-ANTAL < 200
               ADD 1 TO WS-KONTO-ANTAL
               SET KO-IDX TO WS-KONTO-ANTAL
               MOVE WS-SOEGE-KONTO TO KOT-KONTO-ID(KO-IDX)
               MOVE "P" TO KOT-ROLLE(KO-IDX)
               MOVE "J" TO WS-KONTO-FUNDET
           END-IF
       END-IF.
       IF KONTO-ER-KUNDENS
           ADD 1 TO WS-KILDE-TAELLER
           MOVE BALANCE IN KONTO-RECORD TO WS-BALANCE-NUM
           MOVE WS-BALANCE-NUM TO WS-BELOEB-EDIT
           MOVE SPACES TO INDSIGT-TEXT
           STRING "  " KONTO-ID IN KONTO-RECORD
               " " KONTO-TYPE IN KONTO-RECORD
               " " VALUTA-KD IN KONTO-RECORD
               " SALDO " WS-BELOEB-EDIT
               " OPRETTET " ACCOUNT-OPEN-DATE IN KONTO-RECORD
               " STATUS " KONTO-STATUS IN KONTO-RECORD
               " " LUKKET-DATO IN KONTO-RECORD
               " IBAN " KONTO-IBAN IN KONTO-RECORD
               DELIMITED BY SIZE INTO INDSIGT-TEXT
           IF KOT-ROLLE(KO-IDX) = "M"
               MOVE "(MEDEJER)" TO INDSIGT-TEXT(120:9)
           END-IF
           PERFORM SKRIV-LINJE
       END-IF.

       FIND-KUNDENS-KONTO.
       MOVE "N" TO WS-KONTO-FUNDET.
       SET KO-IDX TO 1.
       IF WS-KONTO-ANTAL > 0
           SEARCH KONTO-ENTRY
               AT END
                   CONTINUE
               WHEN KO-IDX > WS-KONTO-ANTAL
                   CONTINUE
               WHEN KOT-KONTO-ID(KO-IDX) = WS-SOEGE-KONTO
                   MOVE "J" TO WS-KONTO-FUNDET
           END-SEARCH
       END-IF.

       LAES-FULDMAGTER.
      * Begge veje: fuldmagter kunden har faaet paa andres konti, og
      * fuldmagter andre har faaet paa kundens konti.
       MOVE "FULDMAGTER" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT FULDMAGT-FIL.
       MOVE WS-FULDMAGT-STATUS TO WS-KILDE-STATUS.
       IF WS-FULDMAGT-STATUS = "00"
           PERFORM UNTIL WS-FULDMAGT-STATUS NOT = "00"
               READ FULDMAGT-FIL INTO FULDMAGT-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM BEHANDL-FULDMAGT
               END-READ
           END-PERFORM
           CLOSE FULDMAGT-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE "files/FULDMAGTER.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       BEHANDL-FULDMAGT.
       MOVE FM-KONTO-ID TO WS-SOEGE-KONTO.
       PERFORM FIND-KUNDENS-KONTO.
       MOVE FM-GRAENSE TO WS-BELOEB-EDIT.
       IF FM-FULDMAEGTIG = WS-SOEGE-ID
           ADD 1 TO WS-KILDE-TAELLER
           MOVE SPACES TO INDSIGT-TEXT
           STRING "  KUNDEN ER FULDMAEGTIG PAA KONTO " FM-KONTO-ID
               " OMFANG " FM-OMFANG " GRAENSE " WS-BELOEB-EDIT
               " UDLOEB " FM-UDLOEB
               DELIMITED BY SIZE INTO INDSIGT-TEXT
           PERFORM SKRIV-LINJE
       END-IF.
       IF KONTO-ER-KUNDENS
           ADD 1 TO WS-KILDE-TAELLER
           MOVE SPACES TO INDSIGT-TEXT
           STRING "  FULDMAGT PAA KUNDENS KONTO " FM-KONTO-ID
               " GIVET TIL KUNDE-ID " FM-FULDMAEGTIG
               " OMFANG " FM-OMFANG " GRAENSE " WS-BELOEB-EDIT
               " UDLOEB " FM-UDLOEB
               DELIMITED BY SIZE INTO INDSIGT-TEXT
           PERFORM SKRIV-LINJE
       END-IF.

       LAES-FASTE-OVERFOERSLER.
       MOVE "FASTE OVERFOERSLER" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT FAST-FIL.
       MOVE WS-FAST-STATUS TO WS-KILDE-STATUS.
       IF WS-FAST-STATUS = "00"
           PERFORM UNTIL WS-FAST-STATUS NOT = "00"
               READ FAST-FIL INTO FAST-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FO-FRA-KONTO TO WS-SOEGE-KONTO
                       PERFORM FIND-KUNDENS-KONTO
                       IF FO-KUNDE-ID = WS-SOEGE-ID
                               OR KONTO-ER-KUNDENS
                           ADD 1 TO WS-KILDE-TAELLER
                           MOVE FO-BELOEB TO WS-BELOEB-EDIT
                           MOVE SPACES TO INDSIGT-TEXT
                           STRING "  FRA " FO-FRA-KONTO
                               " TIL " FO-TIL-KONTO
                               " " WS-BELOEB-EDIT " " FO-VALUTA
                               " DAG " FO-DAG
                               " FRA " FO-START-DATO
                               " TIL " FO-SLUT-DATO
                               DELIMITED BY SIZE INTO INDSIGT-TEXT
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAST-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE "files/FASTE-OVERFOERSLER.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       LAES-PBS-TILMELDINGER.
       MOVE "PBS-TILMELDINGER" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT PBS-FIL.
       MOVE WS-PBS-STATUS TO WS-KILDE-STATUS.
       IF WS-PBS-STATUS = "00"
           PERFORM UNTIL WS-PBS-STATUS NOT = "00"
               READ PBS-FIL INTO PBS-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TM-KONTO-ID TO WS-SOEGE-KONTO
                       PERFORM FIND-KUNDENS-KONTO
                       IF KONTO-ER-KUNDENS
                           ADD 1 TO WS-KILDE-TAELLER
                           MOVE SPACES TO INDSIGT-TEXT
                           STRING "  KONTO " TM-KONTO-ID
                               " ER TILMELDT BETALINGSSERVICE"
                               DELIMITED BY SIZE INTO INDSIGT-TEXT
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PBS-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE "files/PBS-TILMELDINGER.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       LAES-ADVIS-ABONNEMENTER.
       MOVE "ADVISERINGSTILMELDINGER" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT ADVISABON-FIL.
       MOVE WS-ADVISABON-STATUS TO WS-KILDE-STATUS.
       IF WS-ADVISABON-STATUS = "00"
           PERFORM UNTIL WS-ADVISABON-STATUS NOT = "00"
               READ ADVISABON-FIL INTO ADVISABON-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AB-KONTO-ID TO WS-SOEGE-KONTO
                       PERFORM FIND-KUNDENS-KONTO
                       IF KONTO-ER-KUNDENS
                           ADD 1 TO WS-KILDE-TAELLER
                           IF AB-GRAENSE NOT NUMERIC
                               MOVE 0 TO AB-GRAENSE
                           END-IF
                           MOVE AB-GRAENSE TO WS-BELOEB-EDIT
                           MOVE SPACES TO INDSIGT-TEXT
                           STRING "  KONTO " AB-KONTO-ID
                               " TYPE " AB-TYPE
                               " GRAENSE " WS-BELOEB-EDIT
                               " KANAL " AB-KANAL
                               " AENDRET " AB-AENDRET-DATO
                               DELIMITED BY SIZE INTO INDSIGT-TEXT
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADVISABON-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE "files/ADVIS-ABONNEMENTER.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       LAES-ADVIS-LOG.
       MOVE "SENDTE ADVISERINGER" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT ADVISLOG-FIL.
       MOVE WS-ADVISLOG-STATUS TO WS-KILDE-STATUS.
       IF WS-ADVISLOG-STATUS = "00"
           PERFORM UNTIL WS-ADVISLOG-STATUS NOT = "00"
               READ ADVISLOG-FIL INTO ADVISLOG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AL-KUNDE-ID = WS-SOEGE-ID
                           ADD 1 TO WS-KILDE-TAELLER
                           MOVE SPACES TO INDSIGT-TEXT
                           STRING "  " AL-DATO
                               " BESKED " AL-BESKED-ID
                               " KONTO " AL-KONTO-ID
                               " TYPE " AL-TYPE
                               " KANAL " AL-KANAL
                               " LEVERING " AL-LEVERING
                               " " AL-LEVERING-DATO
                               DELIMITED BY SIZE INTO INDSIGT-TEXT
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADVISLOG-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE "files/ADVIS-LOG.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       LAES-RESERVATIONER.
       MOVE "RESERVATIONER" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT RESERVATION-FIL.
       MOVE WS-RESERVATION-STATUS TO WS-KILDE-STATUS.
       IF WS-RESERVATION-STATUS = "00"
           PERFORM UNTIL WS-RESERVATION-STATUS NOT = "00"
               READ RESERVATION-FIL INTO RESERVATION-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RE-KONTO-ID TO WS-SOEGE-KONTO
                       PERFORM FIND-KUNDENS-KONTO
                       IF KONTO-ER-KUNDENS
                           ADD 1 TO WS-KILDE-TAELLER
                           MOVE RE-BELOEB TO WS-BELOEB-EDIT
                           MOVE SPACES TO INDSIGT-TEXT
                           STRING "  KONTO " RE-KONTO-ID
                               " TYPE " RE-TYPE
                               " BELOEB " WS-BELOEB-EDIT
                               " UDLOEB " RE-UDLOEB
                               DELIMITED BY SIZE INTO INDSIGT-TEXT
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVATION-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE "files/RESERVATIONER.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       LAES-BEVILLINGER.
       MOVE "OVERTRAEKSBEVILLINGER" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT BEVILLING-FIL.
       MOVE WS-BEVILLING-STATUS TO WS-KILDE-STATUS.
       IF WS-BEVILLING-STATUS = "00"
           PERFORM UNTIL WS-BEVILLING-STATUS NOT = "00"
               READ BEVILLING-FIL INTO BEVILLING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BV-KONTO-ID TO WS-SOEGE-KONTO
                       PERFORM FIND-KUNDENS-KONTO
                       IF KONTO-ER-KUNDENS
                           ADD 1 TO WS-KILDE-TAELLER
                           MOVE BV-BELOEB TO WS-BELOEB-EDIT
                           MOVE SPACES TO INDSIGT-TEXT
                           STRING "  KONTO " BV-KONTO-ID
                               " BEVILGET " WS-BELOEB-EDIT
                               " UDLOEB " BV-UDLOEB
                               DELIMITED BY SIZE INTO INDSIGT-TEXT
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BEVILLING-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE "files/OVERTRAEK-BEVILLINGER.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       LAES-GEBYRLOG.
       MOVE "OPKRAEVEDE GEBYRER" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT GEBYRLOG-FIL.
       MOVE WS-GEBYRLOG-STATUS TO WS-KILDE-STATUS.
       IF WS-GEBYRLOG-STATUS = "00"
           PERFORM UNTIL WS-GEBYRLOG-STATUS NOT = "00"
               READ GEBYRLOG-FIL INTO GEBYRLOG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GL-KONTO-ID TO WS-SOEGE-KONTO
                       PERFORM FIND-KUNDENS-KONTO
                       IF GL-KUNDE-ID = WS-SOEGE-ID
                               OR KONTO-ER-KUNDENS
                           ADD 1 TO WS-KILDE-TAELLER
                           MOVE GL-BELOEB TO WS-BELOEB-EDIT
                           MOVE SPACES TO INDSIGT-TEXT
                           STRING "  " GL-DATO " KONTO " GL-KONTO-ID
                               " " GL-GEBYR-TYPE
                               " " WS-BELOEB-EDIT
                               DELIMITED BY SIZE INTO INDSIGT-TEXT
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEBYRLOG-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE "files/GEBYR-LOG.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       LAES-YDELSESPLANER.
       MOVE "YDELSESPLANER (LAAN)" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT YDELSE-FIL.
       MOVE WS-YDELSE-STATUS TO WS-KILDE-STATUS.
       IF WS-YDELSE-STATUS = "00"
           PERFORM UNTIL WS-YDELSE-STATUS NOT = "00"
               READ YDELSE-FIL INTO YDELSE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE YP-KONTO-ID TO WS-SOEGE-KONTO
                       PERFORM FIND-KUNDENS-KONTO
                       IF KONTO-ER-KUNDENS
                           ADD 1 TO WS-KILDE-TAELLER
                           MOVE YP-YDELSE TO WS-BELOEB-EDIT
                           MOVE YP-RESTGAELD TO WS-GAELD-EDIT
                           MOVE SPACES TO INDSIGT-TEXT
                           STRING "  KONTO " YP-KONTO-ID
                               " TERMIN " YP-TERMIN-NR
                               " FORFALD " YP-FORFALD
                               " YDELSE " WS-BELOEB-EDIT
                               " RESTGAELD " WS-GAELD-EDIT
                               DELIMITED BY SIZE INTO INDSIGT-TEXT
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YDELSE-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE "files/YDELSESPLANER.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       LAES-JOURNAL.
      * Kundens journallinjer: hvornaar, hvad og af hvem. Billederne
      * laegges i kundelayoutet; samtykkehistorikken er de linjer
      * hvor et samtykke aendrer sig fra foer- til efterbilledet, og
      * skrives som sit eget afsnit bagefter.
       MOVE "AENDRINGSJOURNAL (KUNDE-JOURNAL)" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       MOVE 0 TO WS-SAMTYKKE-TAELLER.
       OPEN INPUT JOURNAL-FIL.
       MOVE WS-JOURNAL-STATUS TO WS-KILDE-STATUS.
       IF WS-JOURNAL-STATUS = "00"
           PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
               READ JOURNAL-FIL INTO JOURNAL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM BEHANDL-JOURNALLINJE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE "files/KUNDE-JOURNAL.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.
       MOVE "SAMTYKKEHISTORIK (FRA KUNDE-JOURNAL)" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       PERFORM VARYING SA-IDX FROM 1 BY 1
               UNTIL SA-IDX > WS-SAMTYKKE-TAELLER
           MOVE SAMTYKKE-ENTRY(SA-IDX) TO INDSIGT-TEXT
           PERFORM SKRIV-LINJE
       END-PERFORM.
       MOVE WS-SAMTYKKE-TAELLER TO WS-KILDE-TAELLER.
       PERFORM SKRIV-INGEN-HVIS-TOM.

       BEHANDL-JOURNALLINJE.
       MOVE SPACES TO WS-BILLEDE.
       MOVE JO-FOER TO WS-BILLEDE(1:250).
       MOVE JO-FOER-REST TO WS-BILLEDE(251:150).
       MOVE WS-BILLEDE TO JOURNAL-FOER.
       MOVE SPACES TO WS-BILLEDE.
       MOVE JO-EFTER TO WS-BILLEDE(1:250).
       MOVE JO-EFTER-REST TO WS-BILLEDE(251:150).
       MOVE WS-BILLEDE TO JOURNAL-EFTER.
       IF KUNDE-ID IN JOURNAL-FOER = WS-SOEGE-ID
               OR KUNDE-ID IN JOURNAL-EFTER = WS-SOEGE-ID
           ADD 1 TO WS-KILDE-TAELLER
           MOVE SPACES TO INDSIGT-TEXT
           STRING "  " JO-TIDSSTEMPEL " " JO-OPERATION
               " OPERATOER " JO-OPERATOER
               DELIMITED BY SIZE INTO INDSIGT-TEXT
           PERFORM SKRIV-LINJE
           IF KUNDE-ID IN JOURNAL-EFTER = WS-SOEGE-ID
                   AND (SAMTYKKE-BREV IN JOURNAL-EFTER
                       NOT = SAMTYKKE-BREV IN JOURNAL-FOER
                   OR SAMTYKKE-EMAIL IN JOURNAL-EFTER
                       NOT = SAMTYKKE-EMAIL IN JOURNAL-FOER
                   OR SAMTYKKE-TELEFON IN JOURNAL-EFTER
                       NOT = SAMTYKKE-TELEFON IN JOURNAL-FOER)
                   AND WS-SAMTYKKE-TAELLER < 200
               ADD 1 TO WS-SAMTYKKE-TAELLER
               SET SA-IDX TO WS-SAMTYKKE-TAELLER
               STRING "  " JO-TIDSSTEMPEL
                   " BREV=" SAMTYKKE-BREV IN JOURNAL-EFTER
                   " EMAIL=" SAMTYKKE-EMAIL IN JOURNAL-EFTER
                   " TELEFON=" SAMTYKKE-TELEFON IN JOURNAL-EFTER
                   " (FOER: " SAMTYKKE-BREV IN JOURNAL-FOER
                   "/" SAMTYKKE-EMAIL IN JOURNAL-FOER
                   "/" SAMTYKKE-TELEFON IN JOURNAL-FOER ")"
                   " OPERATOER " JO-OPERATOER
                   DELIMITED BY SIZE INTO SAMTYKKE-ENTRY(SA-IDX)
           END-IF
       END-IF.

       LAES-HENVENDELSER.
       MOVE "HENVENDELSER" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       OPEN INPUT HENVENDELSE-FIL.
       MOVE WS-HENVENDELSE-STATUS TO WS-KILDE-STATUS.
       IF WS-HENVENDELSE-STATUS = "00"
           PERFORM UNTIL WS-HENVENDELSE-STATUS NOT = "00"
               READ HENVENDELSE-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HL-KUNDE-ID = WS-SOEGE-ID
                           ADD 1 TO WS-KILDE-TAELLER
                           MOVE SPACES TO INDSIGT-TEXT
                           STRING "  " HL-DATO " " HL-TID
                               " KANAL=" HL-KANAL
                               " EMNE=" HL-EMNE
                               " " HL-OPERATOER
                               " " HL-TEKST
                               DELIMITED BY SIZE INTO INDSIGT-TEXT
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HENVENDELSE-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE "files/HENVENDELSE-LOG.txt" TO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       LAES-AUDIT-LOG.
      * Revisionslogens linjer skriver kunden som "=<KUNDE-ID> " (fx
      * KUNDE-ID=...); der soeges paa netop det, saa et kort
      * KUNDE-ID ikke rammer tilfaeldige tegn i andre linjer.
       MOVE "REVISIONSLOG" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       MOVE 0 TO WS-KILDE-TAELLER.
       MOVE SPACES TO WS-AUDIT-NOEGLE.
       STRING "=" FUNCTION TRIM(WS-SOEGE-ID) " "
           DELIMITED BY SIZE INTO WS-AUDIT-NOEGLE.
       COMPUTE WS-AUDIT-LAENGDE =
           FUNCTION LENGTH(FUNCTION TRIM(WS-SOEGE-ID)) + 2.
       OPEN INPUT AUDIT-LOG-FIL.
       MOVE WS-AUDIT-STATUS TO WS-KILDE-STATUS.
       IF WS-AUDIT-STATUS = "00"
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
               READ AUDIT-LOG-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 0 TO WS-AUDIT-TRAEF
                       INSPECT AUDIT-LOG-RECORD TALLYING WS-AUDIT-TRAEF
                           FOR ALL WS-AUDIT-NOEGLE(1:WS-AUDIT-LAENGDE)
                       IF WS-AUDIT-TRAEF > 0
                           ADD 1 TO WS-KILDE-TAELLER
                           MOVE SPACES TO INDSIGT-TEXT
                           STRING "  " AUDIT-LOG-RECORD
                               DELIMITED BY SIZE INTO INDSIGT-TEXT
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FIL
       END-IF.
       PERFORM SKRIV-INGEN-HVIS-TOM.
       MOVE SPACES TO WS-KILDE-FIL.
       STRING WS-STI-AUDIT-LOG DELIMITED BY LOW-VALUE
           INTO WS-KILDE-FIL.
       PERFORM TILFOEJ-KILDE.

       SKRIV-KILDEFORTEGNELSE.
      * Alle gennemsoegte kilder med antal linjer om kunden; en fil
      * der ikke fandtes staar som IKKE FUNDET, saa det kan ses at
      * den er forsoegt.
       MOVE "KILDEFORTEGNELSE" TO WS-KILDE-FIL.
       PERFORM SKRIV-AFSNIT-OVERSKRIFT.
       PERFORM VARYING KI-IDX FROM 1 BY 1
               UNTIL KI-IDX > WS-KILDE-ANTAL
           MOVE SPACES TO INDSIGT-TEXT
           IF KIT-STATUS(KI-IDX) = "00"
               STRING "  " KIT-FIL(KI-IDX)
                   " GENNEMSOEGT, LINJER OM KUNDEN: " KIT-ANTAL(KI-IDX)
                   DELIMITED BY SIZE INTO INDSIGT-TEXT
           ELSE
               STRING "  " KIT-FIL(KI-IDX)
                   " IKKE FUNDET (STATUS " KIT-STATUS(KI-IDX)
                   ") - INGEN OPLYSNINGER"
                   DELIMITED BY SIZE INTO INDSIGT-TEXT
           END-IF
           PERFORM SKRIV-LINJE
       END-PERFORM.
       MOVE SPACES TO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE "  Sanktions-, risiko- og PEP-oplysninger udleveres ikke,"
           TO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE "  jf. hvidvasklovens forbud mod underretning."
           TO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.

       SKRIV-AFSNIT-OVERSKRIFT.
       MOVE SPACES TO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE WS-KILDE-FIL TO INDSIGT-TEXT.
       PERFORM SKRIV-LINJE.
       MOVE ALL "-" TO INDSIGT-TEXT(1:40).
       PERFORM SKRIV-LINJE.

       SKRIV-INGEN-HVIS-TOM.
       IF WS-KILDE-TAELLER = 0
           MOVE "  (ingen registreringer)" TO INDSIGT-TEXT
           PERFORM SKRIV-LINJE
       END-IF.

       SKRIV-LINJE.
       WRITE INDSIGT-RECORD.
       ADD 1 TO WS-LINJE-TAELLER.

       TILFOEJ-KILDE.
       IF WS-KILDE-ANTAL < 20
           ADD 1 TO WS-KILDE-ANTAL
           SET KI-IDX TO WS-KILDE-ANTAL
           MOVE WS-KILDE-FIL TO KIT-FIL(KI-IDX)
           MOVE WS-KILDE-TAELLER TO KIT-ANTAL(KI-IDX)
           MOVE WS-KILDE-STATUS TO KIT-STATUS(KI-IDX)
       END-IF.

       SKRIV-AUDIT-LOG.
      * Indsigtskoerslen selv skal kunne spores: hvem dannede
      * dokumentet om hvem hvornaar.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIDSSTEMPEL.
       OPEN EXTEND AUDIT-LOG-FIL.
       IF WS-AUDIT-STATUS = "35"
           OPEN OUTPUT AUDIT-LOG-FIL
       END-IF.
       IF WS-AUDIT-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive til revisionslog, "
               "status=" WS-AUDIT-STATUS
       ELSE
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING
               "KUNDE-INDSIGT " WS-AUDIT-TIDSSTEMPEL
               " KUNDE-ID=" WS-SOEGE-ID
               " OPERATOER=" WS-OPERATOER-ID
               INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
