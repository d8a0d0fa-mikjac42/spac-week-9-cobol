      * Interaktiv vedligeholdelse af kundemasteren
      * (files/KUNDEOPL-MASTER.DAT). Erstatter haand-redigering af den
      * flade tekstfil: opret, ret og slet en kunde via KUNDE-ID.
      * Desuden registreres den legitimation kunden er identificeret
      * med (files/ID-DOKUMENTER.txt, copybooks/IDDOK.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOEGLE-STATUS.

      *    Registret over kundernes legitimation - se
      *    copybooks/IDDOK.cpy.
           SELECT ID-DOK-FIL ASSIGN TO "files/ID-DOKUMENTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-DOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FIL.
           COPY "copybooks/KUNDEREC.cpy".

      * Billedfelterne er bredere end kunderecorden, saa senere
      * feltudvidelser ikke aendrer journalens linjeformat. Recorden
      * er siden vokset ud over de 250 tegn; resten af hvert billede
      * ligger bagest paa linjen i JO-FOER-REST/JO-EFTER-REST, saa
      * aeldre linjer stadig laeses uaendret (med resten blank).
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".

       FD  REGEL-FIL.
       01  REGEL-POST.
       FD  NOEGLE-FIL.
       01  NOEGLE-POST         PIC X(1).

       FD  ID-DOK-FIL.
       01  ID-DOK-POST.
           COPY "copybooks/IDDOK.cpy".

       FD  AFDELING-FIL.
       01  AFDELING-POST.
           05 AD-KODE          PIC X(4).
           05 AD-NAVN          PIC X(20).
           05 FILLER           PIC X(1).
           05 AD-REGION        PIC X(10).
           05 FILLER           PIC X(1).
      *    L = lukket (ved en afdelingssammenlaegning); blank = aaben.
           05 AD-STATUS        PIC X(1).

       WORKING-STORAGE SECTION.
       01  FILSTIER.
       01  WS-EMAIL-KRYPT      PIC X(50)  VALUE SPACES.
       01  WS-NOEGLE-STATUS    PIC XX     VALUE "00".
       01  WS-AKTUEL-NOEGLE    PIC X(1)   VALUE "1".
      * Kontaktoplysningerne foer rettelsen, dekrypteret - en ny
      * TELEFON/EMAIL ophaever gatewayens uleverbar-markering.
       01  WS-GML-TELEFON      PIC X(8)   VALUE SPACES.
       01  WS-GML-EMAIL        PIC X(50)  VALUE SPACES.

      * Modulus 11-kontrol af CPR-NUMMER ved indtastning - se
      * shared/cpr_valider.cob. Blank er tilladt (aeldre kunder har
           88  STATUS-ER-GYLDIG           VALUE "Y".
       01  WS-KYC-GYLDIG       PIC X      VALUE "Y".
           88  KYC-ER-GYLDIG              VALUE "Y".
      * Risikoklasse og PEP-markering; blankt svar bevarer den
      * nuvaerende vaerdi.
       01  WS-RISIKO-SVAR      PIC X      VALUE SPACE.
       01  WS-RISIKO-GYLDIG    PIC X      VALUE "Y".
           88  RISIKO-ER-GYLDIG           VALUE "Y".
       01  WS-PEP-SVAR         PIC X      VALUE SPACE.
       01  WS-PEP-NU           PIC X      VALUE SPACE.
      * Korrespondancesprog - se shared/brev_sprog.cob.
       01  WS-SPROG-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-SPROG-FORSLAG    PIC X      VALUE SPACE.
       01  WS-SPROG-TEKST      PIC X(40)  VALUE SPACES.
      * Pengeinstitut - vaelges ved oprettelsen og ligger derefter
      * fast; se shared/pengeinstitut_opslag.cob.
       01  WS-NY-KUNDE         PIC X      VALUE "N".
           88  ER-NY-KUNDE                VALUE "J".
       01  WS-PI-FUNKTION      PIC X(4)   VALUE "KODE".
       01  WS-PI-SVAR          PIC X      VALUE SPACE.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".

      * Indtastningsreglerne fra files/VALIDERINGSREGLER.txt og de
      * arbejdsfelter den regelstyrede feltvalidering bruger. Et felt
           88  SAMTYKKE-ER-GYLDIGT        VALUE "Y".

       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.

      * Delt laas paa kundemasteren, saa den natlige kaede ikke kan
      * koere hen over en aaben vedligeholdelsessession - se
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

      * Legitimationsregistret holdes i hukommelsen, mens en kundes
      * dokumenter vedligeholdes, og skrives tilbage efter hver
      * aendring. Dokumenterne slettes ikke sammen med kunden - de er
      * dokumentation for identifikationen.
       01  WS-ID-DOK-STATUS    PIC XX     VALUE "00".
       01  WS-ID-ANTAL         PIC 9(5)   VALUE 0.
       01  ID-TABEL.
           05  ID-ENTRY OCCURS 10000 TIMES
                          INDEXED BY ID-IDX.
               10  IDT-LINJE        PIC X(80)    VALUE SPACES.
       01  WS-ID-VIS-NR        PIC 9(2)   VALUE 0.
       01  WS-ID-VALGT-NR      PIC 9(2)   VALUE 0.
       01  WS-ID-FUNDET-IDX    PIC 9(5)   VALUE 0.
       01  WS-ID-HANDLING      PIC X      VALUE SPACE.
       01  WS-ID-FAERDIG       PIC X      VALUE "N".
           88  ID-ER-FAERDIG              VALUE "Y".
       01  WS-ID-GYLDIG        PIC X      VALUE "N".
           88  ID-FELT-GYLDIGT            VALUE "Y".
       01  WS-ID-UDLOEB-9      PIC 9(8)   VALUE 0.
       01  WS-ID-MARKERING     PIC X(9)   VALUE SPACES.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.

      * Paalogget operatoer - kraever rollen V (vedligehold), se
      * shared/operatoer_signon.cob.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "V".
                   PERFORM RET-KUNDE
               WHEN 3
                   PERFORM SLET-KUNDE
               WHEN 4
                   PERFORM VEDLIGEHOLD-ID-DOKUMENTER
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
       DISPLAY "1. Opret ny kunde".
       DISPLAY "2. Ret kunde".
       DISPLAY "3. Slet kunde".
       DISPLAY "4. Legitimation (ID-dokumenter)".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT KUNDE-ID.
       MOVE SPACES TO FORNAVN EFTERNAVN VEJNAVN HUSNR ETAGE SIDE
           BYNAVN POSTNR LANDE-KODE TELEFON EMAIL CPR-NUMMER.
      * En ny kunde er hverken sanktionsmarkeret, klassificeret
      * eller PEP-markeret foer det er sat.
       MOVE SPACES TO SANKTION-MARKERING SANKTION-DATO SANKTION-ID
           RISIKO-KLASSE RISIKO-KILDE RISIKO-DATO PEP-MARKERING
           PEP-DATO SKATTE-LAND SKATTE-TIN ADGANG-MARKERING SPROG
           RETSHOLD-MARKERING RETSHOLD-DATO PENGEINSTITUT.
      * Kontaktoplysningerne er leverbare, til gatewayen melder andet.
       MOVE SPACES TO TELEFON-STATUS TELEFON-STATUS-DATO EMAIL-STATUS
           EMAIL-STATUS-DATO.
       MOVE "J" TO WS-NY-KUNDE.
       READ MASTER-FIL
           INVALID KEY
               PERFORM ACCEPT-KUNDEFELTER
           NOT INVALID KEY
               MOVE SPACES TO WS-FOER-BILLEDE
               MOVE MASTER-RECORD TO WS-FOER-BILLEDE
               PERFORM DEKRYPTER-GML-KONTAKTOPL
               MOVE "N" TO WS-NY-KUNDE
               PERFORM ACCEPT-KUNDEFELTER
               PERFORM NULSTIL-KANALSTATUS
               PERFORM KRYPTER-KONTAKTOPL
               REWRITE MASTER-RECORD
               IF WS-MASTER-STATUS = "00"
      * oprettelse), MASTER-RECORD er billedet efter (blank ved
      * sletning, hvor kalderen har ryddet recorden efter DELETE).
       MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL.
       MOVE SPACES TO WS-EFTER-BILLEDE.
       MOVE MASTER-RECORD TO WS-EFTER-BILLEDE.
       MOVE WS-FOER-BILLEDE(1:250) TO JO-FOER.
       MOVE WS-FOER-BILLEDE(251:150) TO JO-FOER-REST.
       MOVE WS-EFTER-BILLEDE(1:250) TO JO-EFTER.
       MOVE WS-EFTER-BILLEDE(251:150) TO JO-EFTER-REST.
       MOVE WS-OPERATOER-ID TO JO-OPERATOER.
       MOVE "KUNDE-VEDLIGEHOLD" TO JO-PROGRAM.
       WRITE JOURNAL-RECORD.

       ACCEPT-KUNDEFELTER.
       PERFORM ACCEPT-KYC-DATO.
       PERFORM ACCEPT-SAMTYKKER.
       PERFORM ACCEPT-AFDELING.
       PERFORM ACCEPT-PENGEINSTITUT.
       PERFORM ACCEPT-RISIKOKLASSE.
       PERFORM ACCEPT-PEP.
       PERFORM ACCEPT-SKATTEFORHOLD.
       PERFORM ACCEPT-ADGANGSMARKERING.
       PERFORM ACCEPT-SPROG.
       PERFORM ACCEPT-RETSHOLD.

       VALIDER-FELT.
      * Afgoer om den netop indtastede vaerdi i WS-FELT-VAERDI
           END-IF
       END-PERFORM.

       ACCEPT-PENGEINSTITUT.
      * Det pengeinstitut kunden er kunde i; blank er
      * hovedinstituttet. Kundens konti og IBAN'er hoerer til
      * instituttet, saa det vaelges kun ved oprettelsen og vises
      * blot ved en rettelse.
       IF NOT ER-NY-KUNDE
           MOVE "KODE" TO WS-PI-FUNKTION
           CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
               PENGEINSTITUT WS-PI-POST WS-PI-SVAR
           DISPLAY "Pengeinstitut: " PENGEINSTITUT " "
               FUNCTION TRIM(PI-NAVN IN WS-PI-POST)
           EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-RISIKO-GYLDIG.
       PERFORM UNTIL RISIKO-ER-GYLDIG
           DISPLAY "Pengeinstitut (blank=hovedinstitut): "
               WITH NO ADVANCING
           MOVE SPACES TO PENGEINSTITUT
           ACCEPT PENGEINSTITUT
           MOVE "KODE" TO WS-PI-FUNKTION
           CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
               PENGEINSTITUT WS-PI-POST WS-PI-SVAR
           IF WS-PI-SVAR = "Y"
               MOVE "Y" TO WS-RISIKO-GYLDIG
           ELSE
               DISPLAY "FEJL: Ukendt pengeinstitut, proev igen."
           END-IF
       END-PERFORM.

       ACCEPT-RISIKOKLASSE.
      * Risikoklassen beregnes normalt af RISIKO-KLASSIFICERING. Et
      * blankt svar bevarer klassen; L/M/H saetter den manuelt, saa
      * koerslen lader den staa, og A giver den tilbage til
      * koerslen, der saetter den ved naeste beregning. Aendringen
      * journalfoeres med resten af recorden.
       MOVE "N" TO WS-RISIKO-GYLDIG.
       PERFORM UNTIL RISIKO-ER-GYLDIG
           DISPLAY "Risikoklasse (L/M/H, A=beregnes) ["
               RISIKO-KLASSE "]: " WITH NO ADVANCING
           MOVE SPACE TO WS-RISIKO-SVAR
           ACCEPT WS-RISIKO-SVAR
           EVALUATE WS-RISIKO-SVAR
               WHEN SPACE
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN "L"
               WHEN "M"
               WHEN "H"
                   IF WS-RISIKO-SVAR NOT = RISIKO-KLASSE
                           OR RISIKO-KILDE NOT = "M"
                       MOVE WS-RISIKO-SVAR TO RISIKO-KLASSE
                       MOVE "M" TO RISIKO-KILDE
                       MOVE FUNCTION CURRENT-DATE(1:8) TO RISIKO-DATO
                   END-IF
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN "A"
                   MOVE SPACE TO RISIKO-KILDE
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN OTHER
                   DISPLAY "FEJL: Svar L, M, H, A eller blank."
           END-EVALUATE
       END-PERFORM.

       ACCEPT-PEP.
      * PEP-markering J/N; blank bevarer den nuvaerende. Datoen
      * saettes til dags dato naar markeringen aendres.
       MOVE PEP-MARKERING TO WS-PEP-NU.
       IF WS-PEP-NU = SPACE
           MOVE "N" TO WS-PEP-NU
       END-IF.
       MOVE "N" TO WS-RISIKO-GYLDIG.
       PERFORM UNTIL RISIKO-ER-GYLDIG
           DISPLAY "PEP (J/N) [" WS-PEP-NU "]: " WITH NO ADVANCING
           MOVE SPACE TO WS-PEP-SVAR
           ACCEPT WS-PEP-SVAR
           EVALUATE WS-PEP-SVAR
               WHEN SPACE
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN "J"
               WHEN "N"
                   IF WS-PEP-SVAR NOT = WS-PEP-NU
                       MOVE WS-PEP-SVAR TO PEP-MARKERING
                       MOVE FUNCTION CURRENT-DATE(1:8) TO PEP-DATO
                   END-IF
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN OTHER
                   DISPLAY "FEJL: Svar J, N eller blank."
           END-EVALUATE
       END-PERFORM.

       ACCEPT-SKATTEFORHOLD.
      * Skattemaessigt hjemland (blank = som adressen) og udenlandsk
      * skatte-ID til CRS/FATCA. Er kunden skattepligtig i udlandet
      * uden TIN, advares der, men recorden gemmes - filialen jagter
      * nummeret via undtagelseslisten fra CRS-FATCA-UDTRAEK.
       MOVE "N" TO WS-RISIKO-GYLDIG.
       PERFORM UNTIL RISIKO-ER-GYLDIG
           DISPLAY "Skatteland (blank = som adresse): "
               WITH NO ADVANCING
           ACCEPT SKATTE-LAND
           MOVE FUNCTION UPPER-CASE(SKATTE-LAND) TO SKATTE-LAND
           IF SKATTE-LAND = SPACES OR SKATTE-LAND ALPHABETIC
               MOVE "Y" TO WS-RISIKO-GYLDIG
           ELSE
               DISPLAY "FEJL: Landekoden skal vaere to bogstaver "
                   "eller blank."
           END-IF
       END-PERFORM.
       IF SKATTE-LAND = LANDE-KODE
           MOVE SPACES TO SKATTE-LAND
       END-IF.
       DISPLAY "Udenlandsk TIN: " WITH NO ADVANCING.
       ACCEPT SKATTE-TIN.
       IF SKATTE-TIN = SPACES
               AND ((SKATTE-LAND NOT = SPACES
                   AND SKATTE-LAND NOT = "DK")
               OR (SKATTE-LAND = SPACES
                   AND LANDE-KODE NOT = SPACES
                   AND LANDE-KODE NOT = "DK"))
           DISPLAY "ADVARSEL: Kunden er skattepligtig i udlandet "
               "men har intet TIN."
       END-IF.

       ACCEPT-ADGANGSMARKERING.
      * Medarbejder- eller kendismarkering til adgangskontrollen;
      * blank bevarer den nuvaerende, I fjerner markeringen.
       MOVE "N" TO WS-RISIKO-GYLDIG.
       PERFORM UNTIL RISIKO-ER-GYLDIG
           DISPLAY "Adgangsmarkering (M=medarbejder, K=kendt person, "
               "I=ingen) [" ADGANG-MARKERING "]: " WITH NO ADVANCING
           MOVE SPACE TO WS-PEP-SVAR
           ACCEPT WS-PEP-SVAR
           MOVE FUNCTION UPPER-CASE(WS-PEP-SVAR) TO WS-PEP-SVAR
           EVALUATE WS-PEP-SVAR
               WHEN SPACE
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN "M"
               WHEN "K"
                   MOVE WS-PEP-SVAR TO ADGANG-MARKERING
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN "I"
                   MOVE SPACE TO ADGANG-MARKERING
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN OTHER
                   DISPLAY "FEJL: Svar M, K, I eller blank."
           END-EVALUATE
       END-PERFORM.

       ACCEPT-SPROG.
      * Korrespondancesprog for breve og oversigter. Forslaget i
      * klammen er det nuvaerende sprog, eller - er det ikke sat -
      * det der foelger af landekoden; blank tager forslaget.
       MOVE SPROG TO WS-SPROG-FORSLAG.
       MOVE LANDE-KODE TO WS-SPROG-TEKST.
       MOVE "SPRG" TO WS-SPROG-FUNKTION.
       CALL "BREV-SPROG" USING WS-SPROG-FUNKTION WS-SPROG-FORSLAG
           WS-SPROG-TEKST.
       MOVE "N" TO WS-RISIKO-GYLDIG.
       PERFORM UNTIL RISIKO-ER-GYLDIG
           DISPLAY "Sprog paa breve (D=dansk, E=engelsk) ["
               WS-SPROG-FORSLAG "]: " WITH NO ADVANCING
           MOVE SPACE TO WS-PEP-SVAR
           ACCEPT WS-PEP-SVAR
           MOVE FUNCTION UPPER-CASE(WS-PEP-SVAR) TO WS-PEP-SVAR
           EVALUATE WS-PEP-SVAR
               WHEN SPACE
                   MOVE WS-SPROG-FORSLAG TO SPROG
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN "D"
               WHEN "E"
                   MOVE WS-PEP-SVAR TO SPROG
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN OTHER
                   DISPLAY "FEJL: Svar D, E eller blank."
           END-EVALUATE
       END-PERFORM.

       ACCEPT-RETSHOLD.
      * Retligt hold J/N; blank bevarer det nuvaerende. Datoen
      * saettes til dags dato naar markeringen aendres. Saa laenge
      * holdet staar, kan kunden hverken slettes eller anonymiseres.
       MOVE RETSHOLD-MARKERING TO WS-PEP-NU.
       IF WS-PEP-NU = SPACE
           MOVE "N" TO WS-PEP-NU
       END-IF.
       MOVE "N" TO WS-RISIKO-GYLDIG.
       PERFORM UNTIL RISIKO-ER-GYLDIG
           DISPLAY "Retligt hold (J/N) [" WS-PEP-NU "]: "
               WITH NO ADVANCING
           MOVE SPACE TO WS-PEP-SVAR
           ACCEPT WS-PEP-SVAR
           MOVE FUNCTION UPPER-CASE(WS-PEP-SVAR) TO WS-PEP-SVAR
           EVALUATE WS-PEP-SVAR
               WHEN SPACE
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN "J"
               WHEN "N"
                   IF WS-PEP-SVAR NOT = WS-PEP-NU
                       MOVE WS-PEP-SVAR TO RETSHOLD-MARKERING
                       MOVE FUNCTION CURRENT-DATE(1:8) TO RETSHOLD-DATO
                   END-IF
                   MOVE "Y" TO WS-RISIKO-GYLDIG
               WHEN OTHER
                   DISPLAY "FEJL: Svar J, N eller blank."
           END-EVALUATE
       END-PERFORM.

       INDLAES-AFDELINGER.
      * Indlaes afdelingstabellen; mangler den, kan ingen afdeling
      * indtastes (kun blank gaar igennem). Lukkede afdelinger
      * indlaeses ikke, saa ingen kunde kan henfoeres til dem.
       OPEN INPUT AFDELING-FIL.
       IF WS-AFDELING-FIL-STATUS = "00"
           PERFORM UNTIL WS-AFDELING-FIL-STATUS NOT = "00"
                       CONTINUE
                   NOT AT END
                       IF AD-KODE NOT = SPACES
                           AND AD-STATUS NOT = "L"
                           AND WS-AFDELING-ANTAL < 20
                           ADD 1 TO WS-AFDELING-ANTAL
                           MOVE AD-KODE TO
       MOVE WS-EMAIL-KRYPT TO EMAIL IN MASTER-RECORD
       MOVE WS-AKTUEL-NOEGLE TO NOEGLE-VERSION IN MASTER-RECORD.

       DEKRYPTER-GML-KONTAKTOPL.
      * Under den noegleversion recorden er stemplet med.
       MOVE "DEKR" TO WS-KRYPT-FUNKTION
       CALL "KONTAKT-KRYPTER" USING WS-KRYPT-FUNKTION
           WS-LAENGDE-TELEFON WS-GML-TELEFON TELEFON IN MASTER-RECORD
           NOEGLE-VERSION IN MASTER-RECORD
       CALL "KONTAKT-KRYPTER" USING WS-KRYPT-FUNKTION
           WS-LAENGDE-EMAIL WS-GML-EMAIL EMAIL IN MASTER-RECORD
           NOEGLE-VERSION IN MASTER-RECORD.

       NULSTIL-KANALSTATUS.
      * Et rettet nummer eller en rettet adresse er ikke laengere
      * den gatewayen har afvist - se batch/advis_leveringsstatus.cob.
       IF TELEFON IN MASTER-RECORD NOT = WS-GML-TELEFON
           MOVE SPACES TO TELEFON-STATUS TELEFON-STATUS-DATO
       END-IF.
       IF EMAIL IN MASTER-RECORD NOT = WS-GML-EMAIL
           MOVE SPACES TO EMAIL-STATUS EMAIL-STATUS-DATO
       END-IF.
       MOVE SPACES TO WS-GML-TELEFON WS-GML-EMAIL.

       LAES-NOEGLE-VERSION.
      * Laes den aktuelle noegleversion; mangler filen, gaelder
      * version 1.
           CLOSE NOEGLE-FIL
       END-IF.

       VEDLIGEHOLD-ID-DOKUMENTER.
      * Kundens forevisne legitimation: listen vises, og operatoeren
      * kan tilfoeje et kontrolleret dokument eller fjerne et der er
      * tastet forkert. Kontrollen stemples med operatoer og dato.
       DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
       ACCEPT KUNDE-ID.
       READ MASTER-FIL
           INVALID KEY
               DISPLAY "FEJL: Kunde ikke fundet."
           NOT INVALID KEY
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO
               PERFORM INDLAES-ID-DOKUMENTER
               MOVE "N" TO WS-ID-FAERDIG
               PERFORM UNTIL ID-ER-FAERDIG
                   PERFORM VIS-ID-DOKUMENTER
                   DISPLAY "T=tilfoej, F=fjern, blank=tilbage: "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-ID-HANDLING
                   ACCEPT WS-ID-HANDLING
                   MOVE FUNCTION UPPER-CASE(WS-ID-HANDLING)
                       TO WS-ID-HANDLING
                   EVALUATE WS-ID-HANDLING
                       WHEN "T"
                           PERFORM TILFOEJ-ID-DOKUMENT
                       WHEN "F"
                           PERFORM FJERN-ID-DOKUMENT
                       WHEN SPACE
                           SET ID-ER-FAERDIG TO TRUE
                       WHEN OTHER
                           DISPLAY "Ugyldigt valg."
                   END-EVALUATE
               END-PERFORM
       END-READ.

       INDLAES-ID-DOKUMENTER.
       MOVE 0 TO WS-ID-ANTAL.
       OPEN INPUT ID-DOK-FIL.
       IF WS-ID-DOK-STATUS = "00"
           PERFORM UNTIL WS-ID-DOK-STATUS NOT = "00"
               READ ID-DOK-FIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ID-DOK-POST NOT = SPACES
                               AND WS-ID-ANTAL < 10000
                           ADD 1 TO WS-ID-ANTAL
                           MOVE ID-DOK-POST TO IDT-LINJE(WS-ID-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ID-DOK-FIL
       END-IF.

       VIS-ID-DOKUMENTER.
      * Kundens dokumenter nummereres i den raekkefoelge de staar i
      * registret; nummeret bruges ved FJERN-ID-DOKUMENT.
       DISPLAY "Legitimation for " KUNDE-ID IN MASTER-RECORD ":".
       MOVE 0 TO WS-ID-VIS-NR.
       PERFORM VARYING ID-IDX FROM 1 BY 1 UNTIL ID-IDX > WS-ID-ANTAL
           MOVE IDT-LINJE(ID-IDX) TO ID-DOK-POST
           IF ID-KUNDE-ID = KUNDE-ID IN MASTER-RECORD
               ADD 1 TO WS-ID-VIS-NR
               MOVE SPACES TO WS-ID-MARKERING
               IF ID-UDLOEB < WS-DAGS-DATO
                   MOVE "UDLOEBET" TO WS-ID-MARKERING
               END-IF
               DISPLAY "  " WS-ID-VIS-NR ". " ID-DOK-TYPE " "
                   ID-DOK-NUMMER " " ID-UDSTEDT-LAND
                   " UDLOEB " ID-UDLOEB
                   " KONTROLLERET " ID-VERIFICERET-DATO
                   " AF " ID-VERIFICERET-AF " " WS-ID-MARKERING
           END-IF
       END-PERFORM.
       IF WS-ID-VIS-NR = 0
           DISPLAY "  (ingen legitimation registreret)"
       END-IF.

       TILFOEJ-ID-DOKUMENT.
       MOVE SPACES TO ID-DOK-POST.
       MOVE KUNDE-ID IN MASTER-RECORD TO ID-KUNDE-ID.
       MOVE "N" TO WS-ID-GYLDIG.
       PERFORM UNTIL ID-FELT-GYLDIGT
           DISPLAY "Dokumenttype (PA=pas, KK=koerekort, IK=ID-kort, "
               "OP=opholdskort): " WITH NO ADVANCING
           ACCEPT ID-DOK-TYPE
           MOVE FUNCTION UPPER-CASE(ID-DOK-TYPE) TO ID-DOK-TYPE
           IF ID-TYPE-GYLDIG
               MOVE "Y" TO WS-ID-GYLDIG
           ELSE
               DISPLAY "FEJL: Ukendt dokumenttype, proev igen."
           END-IF
       END-PERFORM.
       MOVE "N" TO WS-ID-GYLDIG.
       PERFORM UNTIL ID-FELT-GYLDIGT
           DISPLAY "Dokumentnummer      : " WITH NO ADVANCING
           ACCEPT ID-DOK-NUMMER
           MOVE FUNCTION UPPER-CASE(ID-DOK-NUMMER) TO ID-DOK-NUMMER
           IF ID-DOK-NUMMER = SPACES
               DISPLAY "FEJL: Feltet skal udfyldes, proev igen."
           ELSE
               MOVE "Y" TO WS-ID-GYLDIG
           END-IF
       END-PERFORM.
       DISPLAY "Udstedt af land (blank = DK): " WITH NO ADVANCING.
       ACCEPT ID-UDSTEDT-LAND.
       MOVE FUNCTION UPPER-CASE(ID-UDSTEDT-LAND) TO ID-UDSTEDT-LAND.
       IF ID-UDSTEDT-LAND = SPACES
           MOVE "DK" TO ID-UDSTEDT-LAND
       END-IF.
       MOVE "N" TO WS-ID-GYLDIG.
       PERFORM UNTIL ID-FELT-GYLDIGT
           DISPLAY "Udloebsdato (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT ID-UDLOEB
           IF ID-UDLOEB NUMERIC
               MOVE ID-UDLOEB TO WS-ID-UDLOEB-9
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ID-UDLOEB-9) = 0
                   MOVE "Y" TO WS-ID-GYLDIG
               END-IF
           END-IF
           IF NOT ID-FELT-GYLDIGT
               DISPLAY "FEJL: Ugyldig dato, proev igen."
           END-IF
       END-PERFORM.
       IF ID-UDLOEB < WS-DAGS-DATO
           DISPLAY "ADVARSEL: Dokumentet er udloebet - det "
               "registreres, men gaelder ikke som gyldig "
               "legitimation."
       END-IF.
       MOVE WS-OPERATOER-ID TO ID-VERIFICERET-AF.
       MOVE WS-DAGS-DATO TO ID-VERIFICERET-DATO.
      * Samme dokument to gange paa samme kunde giver ingen mening.
       MOVE 0 TO WS-ID-FUNDET-IDX.
       PERFORM VARYING ID-IDX FROM 1 BY 1 UNTIL ID-IDX > WS-ID-ANTAL
           IF IDT-LINJE(ID-IDX)(1:10) = ID-KUNDE-ID
                   AND IDT-LINJE(ID-IDX)(12:2) = ID-DOK-TYPE
                   AND IDT-LINJE(ID-IDX)(15:20) = ID-DOK-NUMMER
               SET WS-ID-FUNDET-IDX TO ID-IDX
           END-IF
       END-PERFORM.
       EVALUATE TRUE
           WHEN WS-ID-FUNDET-IDX NOT = 0
               DISPLAY "FEJL: Dokumentet er allerede registreret "
                   "paa kunden."
           WHEN WS-ID-ANTAL >= 10000
               DISPLAY "FEJL: Legitimationsregistret er fuldt."
           WHEN OTHER
               ADD 1 TO WS-ID-ANTAL
               MOVE ID-DOK-POST TO IDT-LINJE(WS-ID-ANTAL)
               PERFORM SKRIV-ID-DOKUMENTER
               DISPLAY "Dokumentet er registreret."
       END-EVALUATE.

       FJERN-ID-DOKUMENT.
      * Kun til fejlindtastninger - et udloebet dokument bliver
      * staaende som dokumentation for en tidligere identifikation.
       DISPLAY "Nummer paa dokumentet der skal fjernes: "
           WITH NO ADVANCING.
       ACCEPT WS-ID-VALGT-NR.
       MOVE 0 TO WS-ID-VIS-NR.
       MOVE 0 TO WS-ID-FUNDET-IDX.
       PERFORM VARYING ID-IDX FROM 1 BY 1 UNTIL ID-IDX > WS-ID-ANTAL
           IF IDT-LINJE(ID-IDX)(1:10) = KUNDE-ID IN MASTER-RECORD
               ADD 1 TO WS-ID-VIS-NR
               IF WS-ID-VIS-NR = WS-ID-VALGT-NR
                   SET WS-ID-FUNDET-IDX TO ID-IDX
               END-IF
           END-IF
       END-PERFORM.
       IF WS-ID-FUNDET-IDX = 0 OR WS-ID-VALGT-NR = 0
           DISPLAY "FEJL: Dokumentet findes ikke."
       ELSE
           DISPLAY "Fjern dokumentet (J/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-ID-HANDLING
           ACCEPT WS-ID-HANDLING
           IF WS-ID-HANDLING = "J" OR WS-ID-HANDLING = "j"
               PERFORM VARYING ID-IDX FROM WS-ID-FUNDET-IDX BY 1
                       UNTIL ID-IDX >= WS-ID-ANTAL
                   MOVE IDT-LINJE(ID-IDX + 1) TO IDT-LINJE(ID-IDX)
               END-PERFORM
               MOVE SPACES TO IDT-LINJE(WS-ID-ANTAL)
               SUBTRACT 1 FROM WS-ID-ANTAL
               PERFORM SKRIV-ID-DOKUMENTER
               DISPLAY "Dokumentet er fjernet."
           END-IF
       END-IF.

       SKRIV-ID-DOKUMENTER.
       OPEN OUTPUT ID-DOK-FIL.
       IF WS-ID-DOK-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/ID-DOKUMENTER.txt, "
               "status=" WS-ID-DOK-STATUS
       ELSE
           PERFORM VARYING ID-IDX FROM 1 BY 1
                   UNTIL ID-IDX > WS-ID-ANTAL
               MOVE IDT-LINJE(ID-IDX) TO ID-DOK-POST
               WRITE ID-DOK-POST
           END-PERFORM
           CLOSE ID-DOK-FIL
       END-IF.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
