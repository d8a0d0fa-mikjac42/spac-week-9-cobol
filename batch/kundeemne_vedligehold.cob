       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUNDEEMNE-VEDLIGEHOLD.

      * Kundeemner fra foerste henvendelse til aktiv kunde. En ny
      * kunde er hidtil foerst opstaaet i kundemasteren via
      * Kundeoplysninger-leverancen eller KUNDE-VEDLIGEHOLD, og dagene
      * imens ID- og KYC-dokumenterne blev indsamlet, har ikke vaeret
      * registreret nogen steder. Emnet registreres her i
      * files/KUNDEEMNER.txt (layout copybooks/KUNDEEMNE.cpy) med
      * navn, adresse, CPR/CVR, oenskede produkter og afdeling, og de
      * modtagne dokumenter krydses af mod tjeklisten for kundearten
      * i files/KUNDEEMNE-DOKUMENTKRAV.txt.
      *
      * Konverteringen til kunde kraever at tjeklisten er komplet, at
      * CPR-/CVR-nummeret er gyldigt (shared/cpr_valider.cob,
      * shared/cvr_valider.cob), at nummeret ikke allerede tilhoerer
      * en kunde, og at sanktionsscreeningen er ren
      * (shared/sanktion_match.cob med samme regler som
      * SANKTION-SCREENING). Et muligt hit standser emnet, til en
      * anden operatoer med rollen C har afklaret det. Selve
      * konverteringen sker i et skridt: kunderecorden skrives i
      * kundemasteren og journalfoeres som i KUNDE-VEDLIGEHOLD, de
      * oenskede konti oprettes i kontomasteren efter
      * KONTO-OPRETTELSEs regler (KONTO-ID ledigt, kontotype, valuta
      * og afdeling valideret, IBAN tildelt), og velkomstbrevet
      * saettes i koe til naeste koersel af VELKOMSTBREV.
      * Opgivne og hensygnende emner fjernes efter 90 dage af
      * batch/kundeemne_oprydning.cob.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMNE-FIL ASSIGN TO "files/KUNDEEMNER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMNE-STATUS.

      *    Tjeklisten: en linje pr. kundeart og paakraevet dokument.
           SELECT DOKKRAV-FIL
               ASSIGN TO "files/KUNDEEMNE-DOKUMENTKRAV.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOKKRAV-STATUS.

           SELECT KUNDE-MASTER-FIL
               ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID IN MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID IN KONTO-RECORD
               ALTERNATE RECORD KEY IS KUNDE-ID IN KONTO-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-KONTOMASTER-STATUS.

           SELECT KONTOTYPE-FIL ASSIGN TO "files/KONTOTYPER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTOTYPE-STATUS.

           SELECT VALUTAKURS-FIL
               ASSIGN TO "files/VALUTAKURSER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUTAKURS-STATUS.

           SELECT AFDELING-FIL ASSIGN TO "files/AFDELINGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFDELING-STATUS.

      *    Aendringsjournalen for kundemasteren - den nye kunde
      *    journalfoeres som en TILFOEJ-linje, saa den kan spores og
      *    samles op af SANKTION-SCREENINGs deltakoersel.
           SELECT JOURNAL-FIL ASSIGN TO "files/KUNDE-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    Compliance' afgoerelser af emners sanktionshits
      *    journalfoeres sammen med kundehittene.
           SELECT SANKTION-JOURNAL-FIL
               ASSIGN TO "files/SANKTION-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJOURNAL-STATUS.

      *    VELKOMSTBREVs kontrolliste over kunder der har faaet
      *    brevet.
           SELECT SENDT-FIL ASSIGN TO "files/VELKOMST-SENDT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENDT-STATUS.

           SELECT NOEGLE-FIL ASSIGN TO "files/NOEGLE-VERSION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOEGLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMNE-FIL.
       01  EMNE-POST.
           COPY "copybooks/KUNDEEMNE.cpy".

       FD  DOKKRAV-FIL.
       01  DOKKRAV-POST.
           05 DK-KUNDE-ART     PIC X(1).
           05 FILLER           PIC X(1).
           05 DK-KODE          PIC X(6).
           05 FILLER           PIC X(1).
           05 DK-TEKST         PIC X(40).

       FD  KUNDE-MASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".

       FD  KONTOMASTER-FIL.
       01  KONTO-RECORD.
           COPY "copybooks/KONTOREC.cpy".

       FD  KONTOTYPE-FIL.
       01  KONTOTYPE-POST.
           05 KT-KODE          PIC X(20).

       FD  VALUTAKURS-FIL.
       01  VALUTAKURS-POST.
           05 VK-KODE          PIC X(3).
           05 FILLER           PIC X(1).
           05 VK-KURS          PIC 9(3)V9999.

       FD  AFDELING-FIL.
       01  AFDELING-POST.
           05 AF-KODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 AF-NAVN          PIC X(21).
           05 AF-REGION        PIC X(4).
           05 FILLER           PIC X(7).
      *    L = lukket (ved en afdelingssammenlaegning); blank = aaben.
           05 AF-STATUS        PIC X(1).

      * Samme layout som i batch/kunde_vedligehold.cob.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           COPY "copybooks/KUNDEJRN.cpy".

      * Samme layout som i batch/sanktion_behandling.cob.
       FD  SANKTION-JOURNAL-FIL.
       01  SANKTION-JOURNAL-RECORD.
           05 SJ-TIDSSTEMPEL   PIC X(14).
           05 SJ-OPERATION     PIC X(8).
           05 SJ-LINJE         PIC X(40).
           05 SJ-OPERATOER     PIC X(10).
           05 SJ-BEGRUNDELSE   PIC X(60).

       FD  SENDT-FIL.
       01  SENDT-RECORD.
           05 SENDT-KUNDE-ID   PIC X(10).

       FD  NOEGLE-FIL.
       01  NOEGLE-POST         PIC X(1).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.
           COPY "copybooks/FILSTIER.cpy".

       01  WS-EMNE-STATUS      PIC XX     VALUE "00".
       01  WS-DOKKRAV-STATUS   PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-KONTOMASTER-STATUS PIC XX   VALUE "00".
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.
       01  WS-KONTOTYPE-STATUS PIC XX     VALUE "00".
       01  WS-VALUTAKURS-STATUS PIC XX    VALUE "00".
       01  WS-AFDELING-STATUS  PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-SJOURNAL-STATUS  PIC XX     VALUE "00".
       01  WS-SENDT-STATUS     PIC XX     VALUE "00".
       01  WS-NOEGLE-STATUS    PIC XX     VALUE "00".
       01  WS-VALG             PIC 9      VALUE 0.
       01  WS-FAERDIG          PIC X      VALUE "N".
           88  ER-FAERDIG                 VALUE "Y".

       01  END-OF-FILE         PIC X      VALUE "N".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Paalogning kraever rollen V (vedligehold) - se
      * shared/operatoer_signon.cob. Afklaring af et sanktionshit
      * kraever desuden at en anden operatoer med rollen C
      * (compliance) logger paa.
       01  WS-SIGNON-ROLLE     PIC X(1)   VALUE "V".
       01  WS-OPERATOER-ID     PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SVAR      PIC X(1)   VALUE "N".
       01  WS-COMPL-ROLLE      PIC X(1)   VALUE "C".
       01  WS-COMPL-OPERATOER  PIC X(10)  VALUE SPACES.
       01  WS-COMPL-SVAR       PIC X(1)   VALUE "N".

      * Hele registret holdes i hukommelsen og skrives tilbage efter
      * hver aendring.
       01  WS-KE-ANTAL         PIC 9(4)   VALUE 0.
       01  KE-TABEL.
           05  KE-ENTRY OCCURS 2000 TIMES
                          INDEXED BY KE-IDX.
               10  KET-LINJE        PIC X(400)   VALUE SPACES.
       01  WS-NAESTE-NR        PIC 9(6)   VALUE 0.
       01  WS-VIS-IDX          PIC 9(4)   VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(4)   VALUE 0.
       01  WS-SOEGE-NR         PIC 9(6)   VALUE 0.

      * Tjeklisten, indlaest ved opstart
       01  WS-DK-ANTAL         PIC 9(2)   VALUE 0.
       01  DK-TABEL.
           05  DK-ENTRY OCCURS 40 TIMES
                          INDEXED BY DK-IDX.
               10  DKT-KUNDE-ART    PIC X(1)     VALUE SPACE.
               10  DKT-KODE         PIC X(6)     VALUE SPACES.
               10  DKT-TEKST        PIC X(40)    VALUE SPACES.
       01  WS-DOK-KRAEVET      PIC 9(2)   VALUE 0.
       01  WS-DOK-MANGLER      PIC 9(2)   VALUE 0.
       01  WS-DOK-ART          PIC X(1)   VALUE SPACE.
       01  WS-DOK-IDX          PIC 9(2)   VALUE 0.
       01  WS-DOK-SLOT         PIC 9(2)   VALUE 0.
       01  WS-DOK-KODE         PIC X(6)   VALUE SPACES.
       01  WS-DOK-MODTAGET     PIC X      VALUE "N".
           88  DOK-ER-MODTAGET            VALUE "Y".
       01  WS-TJEK-VIS         PIC X      VALUE "N".
           88  TJEKLISTE-VISES            VALUE "Y".
       01  WS-DOK-MARK         PIC X(3)   VALUE SPACES.

      * Kontotyper, valutaer og afdelinger, indlaest ved opstart
       01  WS-KT-ANTAL         PIC 9(2)   VALUE 0.
       01  KT-TABEL.
           05  KT-ENTRY OCCURS 30 TIMES
                          INDEXED BY KT-IDX
                          PIC X(20) VALUE SPACES.
       01  WS-VK-ANTAL         PIC 9(2)   VALUE 0.
       01  VK-TABEL.
           05  VK-ENTRY OCCURS 30 TIMES
                          INDEXED BY VK-IDX
                          PIC X(3) VALUE SPACES.
       01  WS-AF-ANTAL         PIC 9(2)   VALUE 0.
       01  AF-TABEL.
           05  AF-ENTRY OCCURS 30 TIMES
                          INDEXED BY AF-IDX
                          PIC X(4) VALUE SPACES.

      * Indtastningen
       01  WS-FELT-GYLDIG      PIC X      VALUE "N".
           88  FELT-ER-GYLDIGT            VALUE "Y".
       01  WS-PRODUKT-IDX      PIC 9(1)   VALUE 0.
       01  WS-PRODUKT-SLUT     PIC X      VALUE "N".
           88  PRODUKTER-SLUT             VALUE "Y".
       01  WS-PRODUKT-TYPE     PIC X(20)  VALUE SPACES.
       01  WS-PRODUKT-VALUTA   PIC X(3)   VALUE SPACES.
       01  WS-BEKRAEFT         PIC X      VALUE "N".
           88  BEKRAEFTET                 VALUE "J".
       01  WS-CPR-GYLDIG       PIC X      VALUE "Y".
           88  CPR-ER-GYLDIG              VALUE "Y".
       01  WS-CVR-GYLDIG       PIC X      VALUE "Y".
           88  CVR-ER-GYLDIG              VALUE "Y".
       01  WS-GL-FORNAVN       PIC X(20)  VALUE SPACES.
       01  WS-GL-EFTERNAVN     PIC X(20)  VALUE SPACES.
       01  WS-GL-CPR           PIC X(10)  VALUE SPACES.
       01  WS-GL-ART           PIC X(1)   VALUE SPACE.

      * Kontotyper med egen aabningsdialog oprettes ikke herfra: et
      * laan skal igennem LAAN-ANSOEGNING, og TERM og
      * BOERNEOPSPARING kraever vilkaar i KONTO-OPRETTELSE.
       01  WS-LAAN-TYPE        PIC X(20)  VALUE "LOAN".
       01  WS-TERMIN-TYPE      PIC X(20)  VALUE "TERM".
       01  WS-BOERN-TYPE       PIC X(20)  VALUE "BOERNEOPSPARING".
       01  WS-STANDARD-VALUTA  PIC X(3)   VALUE "DKK".

      * Konverteringen
       01  WS-KUNDE-ID         PIC X(10)  VALUE SPACES.
       01  WS-KONTO-ID         PIC X(10)  VALUE SPACES.
       01  WS-NY-KONTI.
           05  WS-NY-KONTO OCCURS 3 TIMES.
               10  WS-NY-KONTO-ID   PIC X(10)    VALUE SPACES.
               10  WS-NY-IBAN       PIC X(18)    VALUE SPACES.
       01  WS-NY-IDX           PIC 9(1)   VALUE 0.
       01  WS-NY-IDX-2         PIC 9(1)   VALUE 0.
       01  WS-FUNDET           PIC X      VALUE "N".
           88  ER-FUNDET                  VALUE "Y".
       01  WS-KONVERTER-FEJL   PIC X(60)  VALUE SPACES.
       01  WS-EKSIST-KUNDE-ID  PIC X(10)  VALUE SPACES.
       01  WS-SCREENING-OK     PIC X      VALUE "N".
           88  SCREENING-ER-OK            VALUE "Y".
       01  WS-KONVERTERET      PIC X      VALUE "N".
           88  ER-KONVERTERET             VALUE "Y".

      * Bruges til at kalde SANKTION-MATCH - se
      * shared/sanktion_match.cob.
       01  WS-MATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-MATCH-NAVN-1     PIC X(35)  VALUE SPACES.
       01  WS-MATCH-NAVN-2     PIC X(35)  VALUE SPACES.
       01  WS-MATCH-DATO       PIC X(8)   VALUE SPACES.
       01  WS-MATCH-SCORE      PIC 9(3)   VALUE 0.
       01  WS-MATCH-ID         PIC X(10)  VALUE SPACES.
       01  WS-MATCH-HIT        PIC X      VALUE SPACE.
       01  WS-BEGRUNDELSE      PIC X(60)  VALUE SPACES.
       01  WS-AFGOERELSE       PIC X      VALUE SPACE.

      * IBAN-tildeling, samme regler som batch/iban_tildeling.cob.
      * Registreringsnummeret er emnets pengeinstituts - se
      * shared/pengeinstitut_opslag.cob.
       01  WS-PI-FUNKTION      PIC X(4)   VALUE "KODE".
       01  WS-PI-SVAR          PIC X      VALUE SPACE.
       01  WS-PI-POST.
           COPY "copybooks/PENGEINST.cpy".
       01  WS-REG-NUMMER       PIC X(4)   VALUE SPACES.
       01  WS-IBAN-FUNKTION    PIC X(4)   VALUE SPACES.
       01  WS-IBAN             PIC X(18)  VALUE SPACES.
       01  WS-IBAN-GYLDIG      PIC X      VALUE "Y".
           88  IBAN-ER-GYLDIGT            VALUE "Y".
       01  WS-LANDE-KODE       PIC X(2)   VALUE SPACES.

      * Laengder til CALL "KONTAKT-KRYPTER" - se
      * shared/kontakt_krypter.cob. Emnet har ingen kontakt-
      * oplysninger; de blanke felter krypteres under den aktuelle
      * noegle som i KUNDE-VEDLIGEHOLD.
       01  WS-LAENGDE-TELEFON  PIC 9(3)   VALUE 8.
       01  WS-LAENGDE-EMAIL    PIC 9(3)   VALUE 50.
       01  WS-KRYPT-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-TELEFON-KRYPT    PIC X(8)   VALUE SPACES.
       01  WS-EMAIL-KRYPT      PIC X(50)  VALUE SPACES.
       01  WS-AKTUEL-NOEGLE    PIC X(1)   VALUE "1".

       01  WS-FOER-BILLEDE     PIC X(400) VALUE SPACES.
       01  WS-EFTER-BILLEDE    PIC X(400) VALUE SPACES.

      * Delt laas paa kundemasteren mens kunden skrives - se
      * shared/master_laas.cob.
       01  WS-LAAS-FUNKTION    PIC X(4)   VALUE SPACES.
       01  WS-LAAS-HOLDER      PIC X(20)  VALUE "KUNDEEMNE".
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

      * VELKOMSTBREVs kontrolliste, naar den nye kunde skal fjernes
      * fra den
       01  WS-SENDT-ANTAL      PIC 9(5)   VALUE 0.
       01  SENDT-TABEL.
           05  SENDT-ENTRY OCCURS 5000 TIMES
                            INDEXED BY SE-IDX
                            PIC X(10) VALUE SPACES.
       01  WS-SENDT-FUNDET     PIC X      VALUE "N".
           88  ER-ALLEREDE-SENDT          VALUE "Y".

      * Visning
       01  FULDT-NAVN          PIC X(41)  VALUE SPACES.
       01  WS-STATUS-TEKST     PIC X(11)  VALUE SPACES.
       01  WS-SANKTION-TEKST   PIC X(40)  VALUE SPACES.
       01  WS-ID-VISNING       PIC X(11)  VALUE SPACES.
       01  WS-MASK-FORMAAL     PIC X(10)  VALUE SPACES.
       01  WS-PRODUKT-TEKST    PIC X(75)  VALUE SPACES.
       01  WS-TEKST-POS        PIC 9(3)   VALUE 1.
       01  WS-KRAEVET-EDIT     PIC Z9.
       01  WS-MODTAGET-EDIT    PIC Z9.
       01  WS-KOERSELS-DATO    PIC X(8)   VALUE SPACES.

      * Foerbillede af kontoen til kontojournalen - se
      * shared/konto_journal.cob.
       01  WS-KONTO-FOER-BILLEDE PIC X(93) VALUE SPACES.
       01  WS-KONTO-OPERATION  PIC X(8)   VALUE "OPRET".
       01  WS-JOURNAL-PROGRAM  PIC X(20)  VALUE "KUNDEEMNE-VEDL".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM BYG-FILSTIER.
       CALL "OPERATOER-SIGNON" USING WS-SIGNON-ROLLE
           WS-OPERATOER-ID WS-SIGNON-SVAR.
       IF WS-SIGNON-SVAR NOT = "Y"
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-KOERSELS-DATO.
       PERFORM LAES-NOEGLE-VERSION.
       PERFORM INDLAES-DOKUMENTKRAV.
       PERFORM INDLAES-KONTOTYPER.
       PERFORM INDLAES-VALUTAER.
       PERFORM INDLAES-AFDELINGER.
       PERFORM INDLAES-EMNER.

       PERFORM UNTIL ER-FAERDIG
           PERFORM VIS-MENU
           EVALUATE WS-VALG
               WHEN 1
                   PERFORM NYT-EMNE
               WHEN 2
                   PERFORM VIS-EMNER
               WHEN 3
                   PERFORM RET-EMNE
               WHEN 4
                   PERFORM REGISTRER-DOKUMENT
               WHEN 5
                   PERFORM KONVERTER-EMNE
               WHEN 6
                   PERFORM AFKLAR-SANKTIONSHIT
               WHEN 7
                   PERFORM OPGIV-EMNE
               WHEN 9
                   SET ER-FAERDIG TO TRUE
               WHEN OTHER
                   DISPLAY "Ugyldigt valg."
           END-EVALUATE
       END-PERFORM.
       STOP RUN.

       VIS-MENU.
       DISPLAY "-----------------------------------".
       DISPLAY "Kundeemner".
       DISPLAY "1. Nyt kundeemne".
       DISPLAY "2. Vis kundeemner".
       DISPLAY "3. Ret kundeemne".
       DISPLAY "4. Registrer modtaget dokument".
       DISPLAY "5. Konverter kundeemne til kunde".
       DISPLAY "6. Afklar sanktionshit (compliance)".
       DISPLAY "7. Opgiv kundeemne".
       DISPLAY "9. Afslut".
       DISPLAY "-----------------------------------".
       DISPLAY "Valg: " WITH NO ADVANCING.
       ACCEPT WS-VALG.

       INDLAES-EMNER.
       OPEN INPUT EMNE-FIL.
       IF WS-EMNE-STATUS = "35"
      *    Filen findes ikke endnu - start med et tomt register
           CONTINUE
       ELSE
           IF WS-EMNE-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne files/KUNDEEMNER.txt, "
                   "status=" WS-EMNE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-REACHED
               READ EMNE-FIL INTO EMNE-POST
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       IF KE-STATUS NOT = SPACE
                               AND WS-KE-ANTAL < 2000
                           ADD 1 TO WS-KE-ANTAL
                           MOVE EMNE-POST TO KET-LINJE(WS-KE-ANTAL)
                           IF KE-EMNE-NR > WS-NAESTE-NR
                               MOVE KE-EMNE-NR TO WS-NAESTE-NR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET EOF-NOT-REACHED TO TRUE
           CLOSE EMNE-FIL
       END-IF.

       INDLAES-DOKUMENTKRAV.
      * Uden tjeklisten kan ingen konvertering afgoeres, saa den er
      * paakraevet.
       OPEN INPUT DOKKRAV-FIL.
       IF WS-DOKKRAV-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/KUNDEEMNE-DOKUMENTKRAV.txt, status="
               WS-DOKKRAV-STATUS
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-DOKKRAV-STATUS NOT = "00"
           READ DOKKRAV-FIL INTO DOKKRAV-POST
               AT END
                   CONTINUE
               NOT AT END
                   IF DK-KODE NOT = SPACES AND WS-DK-ANTAL < 40
                       ADD 1 TO WS-DK-ANTAL
                       MOVE DK-KUNDE-ART TO DKT-KUNDE-ART(WS-DK-ANTAL)
                       MOVE DK-KODE TO DKT-KODE(WS-DK-ANTAL)
                       MOVE DK-TEKST TO DKT-TEKST(WS-DK-ANTAL)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE DOKKRAV-FIL.

       INDLAES-KONTOTYPER.
       OPEN INPUT KONTOTYPE-FIL.
       IF WS-KONTOTYPE-STATUS = "00"
           PERFORM UNTIL WS-KONTOTYPE-STATUS NOT = "00"
               READ KONTOTYPE-FIL INTO KONTOTYPE-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KT-KODE NOT = SPACES AND WS-KT-ANTAL < 30
                           ADD 1 TO WS-KT-ANTAL
                           MOVE KT-KODE TO KT-ENTRY(WS-KT-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTOTYPE-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke indlaese files/KONTOTYPER.txt"
               ", status=" WS-KONTOTYPE-STATUS
       END-IF.

       INDLAES-VALUTAER.
       OPEN INPUT VALUTAKURS-FIL.
       IF WS-VALUTAKURS-STATUS = "00"
           PERFORM UNTIL WS-VALUTAKURS-STATUS NOT = "00"
               READ VALUTAKURS-FIL INTO VALUTAKURS-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VK-KODE NOT = SPACES AND WS-VK-ANTAL < 30
                           ADD 1 TO WS-VK-ANTAL
                           MOVE VK-KODE TO VK-ENTRY(WS-VK-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTAKURS-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke indlaese "
               "files/VALUTAKURSER.txt, status=" WS-VALUTAKURS-STATUS
       END-IF.

       INDLAES-AFDELINGER.
      * Lukkede afdelinger indlaeses ikke, saa de ikke kan faa nye
      * emner eller konti.
       OPEN INPUT AFDELING-FIL.
       IF WS-AFDELING-STATUS = "00"
           PERFORM UNTIL WS-AFDELING-STATUS NOT = "00"
               READ AFDELING-FIL INTO AFDELING-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AF-KODE NOT = SPACES AND AF-STATUS NOT = "L"
                           AND WS-AF-ANTAL < 30
                           ADD 1 TO WS-AF-ANTAL
                           MOVE AF-KODE TO AF-ENTRY(WS-AF-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFDELING-FIL
       ELSE
           DISPLAY "ADVARSEL: Kan ikke indlaese files/AFDELINGER.txt"
               ", status=" WS-AFDELING-STATUS
       END-IF.

      ******************************************************************
      * Indtastning og rettelse                                        *
      ******************************************************************
       NYT-EMNE.
       MOVE SPACES TO EMNE-POST.
       PERFORM INDTAST-EMNE.
       DISPLAY "Registrer kundeemnet (J/N): " WITH NO ADVANCING.
       ACCEPT WS-BEKRAEFT.
       IF NOT BEKRAEFTET
           DISPLAY "Kundeemnet er ikke registreret."
       ELSE
           IF WS-KE-ANTAL >= 2000
               DISPLAY "FEJL: Kundeemnetabellen er fuld."
           ELSE
               ADD 1 TO WS-NAESTE-NR
               MOVE WS-NAESTE-NR TO KE-EMNE-NR
               SET KE-ER-EMNE TO TRUE
               MOVE SPACE TO KE-SANKTION
               MOVE 0 TO KE-SANKTION-SCORE
               MOVE WS-KOERSELS-DATO TO KE-OPRETTET KE-AENDRET
               MOVE WS-OPERATOER-ID TO KE-OPRETTET-AF KE-AENDRET-AF
               ADD 1 TO WS-KE-ANTAL
               MOVE EMNE-POST TO KET-LINJE(WS-KE-ANTAL)
               PERFORM SKRIV-EMNER-TILBAGE
               DISPLAY "Kundeemne nr. " KE-EMNE-NR
                   " er registreret. Dokumenter der skal modtages:"
               SET TJEKLISTE-VISES TO TRUE
               PERFORM GENNEMGAA-TJEKLISTE
           END-IF
       END-IF.

       RET-EMNE.
      * Alle felter tastes igen som i KUNDE-VEDLIGEHOLD; de modtagne
      * dokumenter bevares. Aendres navn, art eller CPR/CVR, skal
      * sanktionsscreeningen gaelde det nye navn og nulstilles.
       PERFORM FIND-EMNE.
       IF WS-FUNDET-IDX NOT = 0
           IF NOT KE-ER-EMNE
               DISPLAY "FEJL: Kun et ventende kundeemne kan rettes."
           ELSE
               MOVE KE-FORNAVN TO WS-GL-FORNAVN
               MOVE KE-EFTERNAVN TO WS-GL-EFTERNAVN
               MOVE KE-KUNDE-ART TO WS-GL-ART
               IF KE-KUNDE-ART = "E"
                   MOVE KE-CVR-NUMMER TO WS-GL-CPR
               ELSE
                   MOVE KE-CPR-NUMMER TO WS-GL-CPR
               END-IF
               PERFORM INDTAST-EMNE
               DISPLAY "Gem rettelserne (J/N): " WITH NO ADVANCING
               ACCEPT WS-BEKRAEFT
               IF NOT BEKRAEFTET
                   DISPLAY "Kundeemnet er ikke rettet."
               ELSE
                   IF KE-FORNAVN NOT = WS-GL-FORNAVN
                           OR KE-EFTERNAVN NOT = WS-GL-EFTERNAVN
                           OR KE-KUNDE-ART NOT = WS-GL-ART
                           OR (KE-KUNDE-ART = "E"
                               AND KE-CVR-NUMMER NOT = WS-GL-CPR)
                           OR (KE-KUNDE-ART NOT = "E"
                               AND KE-CPR-NUMMER NOT = WS-GL-CPR)
                       MOVE SPACE TO KE-SANKTION
                       MOVE SPACES TO KE-SANKTION-ID KE-AFKLARET-AF
                       MOVE 0 TO KE-SANKTION-SCORE
                   END-IF
                   MOVE WS-KOERSELS-DATO TO KE-AENDRET
                   MOVE WS-OPERATOER-ID TO KE-AENDRET-AF
                   MOVE EMNE-POST TO KET-LINJE(WS-FUNDET-IDX)
                   PERFORM SKRIV-EMNER-TILBAGE
                   DISPLAY "Kundeemnet er rettet."
               END-IF
           END-IF
       END-IF.

       INDTAST-EMNE.
      * Faelles indtastning til nyt og rettet emne. Kundearten
      * bestemmer identifikationen som i KUNDE-VEDLIGEHOLD: personer
      * faar CPR-nummer, erhverv CVR-nummer, og firmanavnet fordeles
      * over FORNAVN/EFTERNAVN. Nummeret maa vaere blankt mens emnet
      * venter, men et indtastet nummer skal vaere gyldigt.
       MOVE "N" TO WS-FELT-GYLDIG.
       PERFORM UNTIL FELT-ER-GYLDIGT
           DISPLAY "Kundeart (P=person, E=erhverv): "
               WITH NO ADVANCING
           ACCEPT KE-KUNDE-ART
           IF KE-KUNDE-ART = SPACE
               MOVE "P" TO KE-KUNDE-ART
           END-IF
           IF KE-KUNDE-ART = "P" OR KE-KUNDE-ART = "E"
               MOVE "Y" TO WS-FELT-GYLDIG
           ELSE
               DISPLAY "FEJL: Kundearten skal vaere P eller E."
           END-IF
       END-PERFORM.
       IF KE-KUNDE-ART = "E"
           DISPLAY "Firmanavn, foerste del  : " WITH NO ADVANCING
           ACCEPT KE-FORNAVN
       ELSE
           DISPLAY "Fornavn                 : " WITH NO ADVANCING
           ACCEPT KE-FORNAVN
       END-IF.
       MOVE "N" TO WS-FELT-GYLDIG.
       PERFORM UNTIL FELT-ER-GYLDIGT
           IF KE-KUNDE-ART = "E"
               DISPLAY "Firmanavn, anden del    : " WITH NO ADVANCING
           ELSE
               DISPLAY "Efternavn               : " WITH NO ADVANCING
           END-IF
           ACCEPT KE-EFTERNAVN
           IF KE-EFTERNAVN = SPACES
               DISPLAY "FEJL: Feltet skal udfyldes, proev igen."
           ELSE
               MOVE "Y" TO WS-FELT-GYLDIG
           END-IF
       END-PERFORM.
       DISPLAY "Vejnavn                 : " WITH NO ADVANCING.
       ACCEPT KE-VEJNAVN.
       DISPLAY "Husnr                   : " WITH NO ADVANCING.
       ACCEPT KE-HUSNR.
       DISPLAY "Etage                   : " WITH NO ADVANCING.
       ACCEPT KE-ETAGE.
       DISPLAY "Side                    : " WITH NO ADVANCING.
       ACCEPT KE-SIDE.
       DISPLAY "Postnr                  : " WITH NO ADVANCING.
       ACCEPT KE-POSTNR.
       DISPLAY "Bynavn                  : " WITH NO ADVANCING.
       ACCEPT KE-BYNAVN.
       DISPLAY "Landekode (blank = DK)  : " WITH NO ADVANCING.
       ACCEPT KE-LANDE-KODE.
       MOVE FUNCTION UPPER-CASE(KE-LANDE-KODE) TO KE-LANDE-KODE.
       IF KE-LANDE-KODE = SPACES
           MOVE "DK" TO KE-LANDE-KODE
       END-IF.
       IF KE-KUNDE-ART = "E"
           MOVE SPACES TO KE-CPR-NUMMER
           MOVE "N" TO WS-CVR-GYLDIG
           PERFORM UNTIL CVR-ER-GYLDIG
               DISPLAY "CVR-nummer (blank = senere): "
                   WITH NO ADVANCING
               ACCEPT KE-CVR-NUMMER
               IF KE-CVR-NUMMER = SPACES
                   MOVE "Y" TO WS-CVR-GYLDIG
               ELSE
                   CALL "CVR-VALIDER" USING KE-CVR-NUMMER
                       WS-CVR-GYLDIG
                   IF NOT CVR-ER-GYLDIG
                       DISPLAY "FEJL: Ugyldigt CVR-nummer, proev igen."
                   END-IF
               END-IF
           END-PERFORM
       ELSE
           MOVE SPACES TO KE-CVR-NUMMER
           MOVE "N" TO WS-CPR-GYLDIG
           PERFORM UNTIL CPR-ER-GYLDIG
               DISPLAY "CPR-nummer (blank = senere): "
                   WITH NO ADVANCING
               ACCEPT KE-CPR-NUMMER
               IF KE-CPR-NUMMER = SPACES
                   MOVE "Y" TO WS-CPR-GYLDIG
               ELSE
                   CALL "CPR-VALIDER" USING KE-CPR-NUMMER
                       WS-CPR-GYLDIG
                   IF NOT CPR-ER-GYLDIG
                       DISPLAY "FEJL: Ugyldigt CPR-nummer, proev igen."
                   END-IF
               END-IF
           END-PERFORM
       END-IF.
       MOVE "N" TO WS-FELT-GYLDIG.
       PERFORM UNTIL FELT-ER-GYLDIGT
           DISPLAY "Afdeling (4 cifre)      : " WITH NO ADVANCING
           ACCEPT KE-AFDELING
           SET AF-IDX TO 1
           SEARCH AF-ENTRY
               AT END
                   DISPLAY "FEJL: Ukendt afdeling, proev igen."
               WHEN AF-ENTRY(AF-IDX) = KE-AFDELING
                       AND KE-AFDELING NOT = SPACES
                   MOVE "Y" TO WS-FELT-GYLDIG
           END-SEARCH
       END-PERFORM.
       MOVE "N" TO WS-FELT-GYLDIG.
       PERFORM UNTIL FELT-ER-GYLDIGT
           DISPLAY "Pengeinstitut (blank=hovedinstitut): "
               WITH NO ADVANCING
           ACCEPT KE-PENGEINSTITUT
           MOVE "KODE" TO WS-PI-FUNKTION
           CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
               KE-PENGEINSTITUT WS-PI-POST WS-PI-SVAR
           IF WS-PI-SVAR = "Y"
               MOVE "Y" TO WS-FELT-GYLDIG
           ELSE
               DISPLAY "FEJL: Ukendt pengeinstitut, proev igen."
           END-IF
       END-PERFORM.
       PERFORM INDTAST-PRODUKTER.

       INDTAST-PRODUKTER.
      * Op til tre oenskede konti; mindst en skal angives. En blank
      * kontotype efter den foerste afslutter listen.
       MOVE SPACES TO KE-PRODUKT(1) KE-PRODUKT(2) KE-PRODUKT(3).
       MOVE "N" TO WS-PRODUKT-SLUT.
       MOVE 1 TO WS-PRODUKT-IDX.
       PERFORM UNTIL PRODUKTER-SLUT
           MOVE "N" TO WS-FELT-GYLDIG
           PERFORM UNTIL FELT-ER-GYLDIGT
               DISPLAY "Oensket konto " WS-PRODUKT-IDX
                   ", kontotype (blank = ikke flere): "
                   WITH NO ADVANCING
               ACCEPT WS-PRODUKT-TYPE
               MOVE FUNCTION UPPER-CASE(WS-PRODUKT-TYPE)
                   TO WS-PRODUKT-TYPE
               PERFORM KONTROLLER-PRODUKT-TYPE
           END-PERFORM
           IF WS-PRODUKT-TYPE = SPACES
               SET PRODUKTER-SLUT TO TRUE
           ELSE
               MOVE "N" TO WS-FELT-GYLDIG
               PERFORM UNTIL FELT-ER-GYLDIGT
                   DISPLAY "  valuta (blank = DKK): " WITH NO ADVANCING
                   ACCEPT WS-PRODUKT-VALUTA
                   MOVE FUNCTION UPPER-CASE(WS-PRODUKT-VALUTA)
                       TO WS-PRODUKT-VALUTA
                   IF WS-PRODUKT-VALUTA = SPACES
                       MOVE WS-STANDARD-VALUTA TO WS-PRODUKT-VALUTA
                   END-IF
                   SET VK-IDX TO 1
                   SEARCH VK-ENTRY
                       AT END
                           DISPLAY "FEJL: Valutaen findes ikke i "
                               "files/VALUTAKURSER.txt, proev igen."
                       WHEN VK-ENTRY(VK-IDX) = WS-PRODUKT-VALUTA
                           MOVE "Y" TO WS-FELT-GYLDIG
                   END-SEARCH
               END-PERFORM
               MOVE WS-PRODUKT-TYPE
                   TO KE-PRODUKT-TYPE(WS-PRODUKT-IDX)
               MOVE WS-PRODUKT-VALUTA
                   TO KE-PRODUKT-VALUTA(WS-PRODUKT-IDX)
               IF WS-PRODUKT-IDX >= 3
                   SET PRODUKTER-SLUT TO TRUE
               ELSE
                   ADD 1 TO WS-PRODUKT-IDX
               END-IF
           END-IF
       END-PERFORM.

       KONTROLLER-PRODUKT-TYPE.
       EVALUATE TRUE
           WHEN WS-PRODUKT-TYPE = SPACES AND WS-PRODUKT-IDX = 1
               DISPLAY "FEJL: Der skal oenskes mindst en konto."
           WHEN WS-PRODUKT-TYPE = SPACES
               MOVE "Y" TO WS-FELT-GYLDIG
           WHEN WS-PRODUKT-TYPE = WS-LAAN-TYPE
               DISPLAY "FEJL: Laan oprettes via laaneansoegningen, "
                   "proev igen."
           WHEN WS-PRODUKT-TYPE = WS-TERMIN-TYPE
                   OR WS-PRODUKT-TYPE = WS-BOERN-TYPE
               DISPLAY "FEJL: " FUNCTION TRIM(WS-PRODUKT-TYPE)
                   " kraever vilkaar og oprettes i KONTO-OPRETTELSE,"
                   " proev igen."
           WHEN OTHER
               SET KT-IDX TO 1
               SEARCH KT-ENTRY
                   AT END
                       DISPLAY "FEJL: Kontotypen findes ikke i "
                           "files/KONTOTYPER.txt, proev igen."
                   WHEN KT-ENTRY(KT-IDX) = WS-PRODUKT-TYPE
                       MOVE "Y" TO WS-FELT-GYLDIG
               END-SEARCH
       END-EVALUATE.

      ******************************************************************
      * Dokumenter                                                     *
      ******************************************************************
       REGISTRER-DOKUMENT.
       PERFORM FIND-EMNE.
       IF WS-FUNDET-IDX NOT = 0
           IF NOT KE-ER-EMNE
               DISPLAY "FEJL: Kundeemnet venter ikke paa dokumenter."
           ELSE
               SET TJEKLISTE-VISES TO TRUE
               PERFORM GENNEMGAA-TJEKLISTE
               DISPLAY "Modtaget dokument (kode): " WITH NO ADVANCING
               MOVE SPACES TO WS-DOK-KODE
               ACCEPT WS-DOK-KODE
               MOVE FUNCTION UPPER-CASE(WS-DOK-KODE) TO WS-DOK-KODE
               PERFORM GEM-DOKUMENT
           END-IF
       END-IF.

       GEM-DOKUMENT.
       MOVE "N" TO WS-FUNDET.
       PERFORM VARYING DK-IDX FROM 1 BY 1 UNTIL DK-IDX > WS-DK-ANTAL
           IF DKT-KUNDE-ART(DK-IDX) = WS-DOK-ART
                   AND DKT-KODE(DK-IDX) = WS-DOK-KODE
               MOVE "Y" TO WS-FUNDET
           END-IF
       END-PERFORM.
       PERFORM SOEG-MODTAGET-DOKUMENT.
       EVALUATE TRUE
           WHEN WS-DOK-KODE = SPACES
               DISPLAY "Intet dokument registreret."
           WHEN NOT ER-FUNDET
               DISPLAY "FEJL: " FUNCTION TRIM(WS-DOK-KODE)
                   " er ikke paa tjeklisten for kundearten."
           WHEN DOK-ER-MODTAGET
               DISPLAY "Dokumentet er allerede registreret som "
                   "modtaget."
           WHEN OTHER
               MOVE 0 TO WS-DOK-IDX
               PERFORM VARYING WS-DOK-SLOT FROM 8 BY -1
                       UNTIL WS-DOK-SLOT < 1
                   IF KE-DOK-KODE(WS-DOK-SLOT) = SPACES
                       MOVE WS-DOK-SLOT TO WS-DOK-IDX
                   END-IF
               END-PERFORM
               IF WS-DOK-IDX = 0
                   DISPLAY "FEJL: Der er ikke plads til flere "
                       "dokumenter paa emnet."
               ELSE
                   MOVE WS-DOK-KODE TO KE-DOK-KODE(WS-DOK-IDX)
                   MOVE WS-KOERSELS-DATO TO KE-AENDRET
                   MOVE WS-OPERATOER-ID TO KE-AENDRET-AF
                   MOVE EMNE-POST TO KET-LINJE(WS-FUNDET-IDX)
                   PERFORM SKRIV-EMNER-TILBAGE
                   MOVE "N" TO WS-TJEK-VIS
                   PERFORM GENNEMGAA-TJEKLISTE
                   MOVE WS-DOK-MANGLER TO WS-KRAEVET-EDIT
                   DISPLAY "Dokumentet er registreret - mangler nu "
                       FUNCTION TRIM(WS-KRAEVET-EDIT) "."
               END-IF
       END-EVALUATE.

       GENNEMGAA-TJEKLISTE.
      * Tjeklisten for emnet i EMNE-POST: WS-DOK-KRAEVET dokumenter
      * kraeves for kundearten, WS-DOK-MANGLER af dem er endnu ikke
      * modtaget. Listen vises naar WS-TJEK-VIS er Y.
       MOVE KE-KUNDE-ART TO WS-DOK-ART.
       IF WS-DOK-ART = SPACE
           MOVE "P" TO WS-DOK-ART
       END-IF.
       MOVE 0 TO WS-DOK-KRAEVET WS-DOK-MANGLER.
       PERFORM VARYING DK-IDX FROM 1 BY 1 UNTIL DK-IDX > WS-DK-ANTAL
           IF DKT-KUNDE-ART(DK-IDX) = WS-DOK-ART
               ADD 1 TO WS-DOK-KRAEVET
               MOVE DKT-KODE(DK-IDX) TO WS-DOK-KODE
               PERFORM SOEG-MODTAGET-DOKUMENT
               IF DOK-ER-MODTAGET
                   MOVE "[X]" TO WS-DOK-MARK
               ELSE
                   ADD 1 TO WS-DOK-MANGLER
                   MOVE "[ ]" TO WS-DOK-MARK
               END-IF
               IF TJEKLISTE-VISES
                   DISPLAY "  " WS-DOK-MARK " " DKT-KODE(DK-IDX) " "
                       FUNCTION TRIM(DKT-TEKST(DK-IDX))
               END-IF
           END-IF
       END-PERFORM.
       MOVE "N" TO WS-TJEK-VIS.

       SOEG-MODTAGET-DOKUMENT.
      * Er dokumentet WS-DOK-KODE blandt emnets modtagne?
       MOVE "N" TO WS-DOK-MODTAGET.
       IF WS-DOK-KODE NOT = SPACES
           PERFORM VARYING WS-DOK-SLOT FROM 1 BY 1
                   UNTIL WS-DOK-SLOT > 8
               IF KE-DOK-KODE(WS-DOK-SLOT) = WS-DOK-KODE
                   MOVE "Y" TO WS-DOK-MODTAGET
               END-IF
           END-PERFORM
       END-IF.

      ******************************************************************
      * Visning                                                        *
      ******************************************************************
       VIS-EMNER.
       IF WS-KE-ANTAL = 0
           DISPLAY "Ingen kundeemner registreret."
       END-IF.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-KE-ANTAL
           MOVE KET-LINJE(WS-VIS-IDX) TO EMNE-POST
           PERFORM VIS-EMNE
       END-PERFORM.

       VIS-EMNE.
      * Emnet i EMNE-POST paa tre linjer. CPR-nummeret vises
      * maskeret efter operatoerens rettigheder som i KONTO-OPSLAG.
       EVALUATE TRUE
           WHEN KE-ER-EMNE
               MOVE "EMNE" TO WS-STATUS-TEKST
           WHEN KE-ER-KONVERTERET
               MOVE "KONVERTERET" TO WS-STATUS-TEKST
           WHEN KE-ER-OPGIVET
               MOVE "OPGIVET" TO WS-STATUS-TEKST
           WHEN OTHER
               MOVE KE-STATUS TO WS-STATUS-TEKST
       END-EVALUATE.
       MOVE SPACES TO WS-SANKTION-TEKST.
       EVALUATE TRUE
           WHEN KE-SANKTION-REN
               MOVE "ren" TO WS-SANKTION-TEKST
           WHEN KE-SANKTION-HIT
               STRING "MULIGT HIT " KE-SANKTION-ID " SCORE "
                   KE-SANKTION-SCORE DELIMITED BY SIZE
                   INTO WS-SANKTION-TEKST
           WHEN KE-SANKTION-FALSK
               STRING "afklaret falsk " KE-SANKTION-ID
                   DELIMITED BY SIZE INTO WS-SANKTION-TEKST
           WHEN KE-SANKTION-BEKRAEFTET
               STRING "BEKRAEFTET HIT " KE-SANKTION-ID
                   DELIMITED BY SIZE INTO WS-SANKTION-TEKST
           WHEN OTHER
               MOVE "ikke screenet" TO WS-SANKTION-TEKST
       END-EVALUATE.
       IF KE-KUNDE-ART = "E"
           MOVE KE-CVR-NUMMER TO WS-ID-VISNING
       ELSE
           CALL "CPR-MASKERING" USING WS-OPERATOER-ID WS-MASK-FORMAAL
               KE-CPR-NUMMER WS-ID-VISNING
       END-IF.
       CALL "KUNDE-NAVN-FORMAT" USING KE-FORNAVN KE-EFTERNAVN
           FULDT-NAVN.
       MOVE "N" TO WS-TJEK-VIS.
       PERFORM GENNEMGAA-TJEKLISTE.
       COMPUTE WS-DOK-IDX = WS-DOK-KRAEVET - WS-DOK-MANGLER.
       MOVE WS-DOK-IDX TO WS-MODTAGET-EDIT.
       MOVE WS-DOK-KRAEVET TO WS-KRAEVET-EDIT.
       DISPLAY KE-EMNE-NR ": " WS-STATUS-TEKST " " KE-KUNDE-ART " "
           FUNCTION TRIM(FULDT-NAVN) " ID=" WS-ID-VISNING
           " AFD=" KE-AFDELING
           " DOK=" FUNCTION TRIM(WS-MODTAGET-EDIT) "/"
           FUNCTION TRIM(WS-KRAEVET-EDIT)
           " SANKTION=" FUNCTION TRIM(WS-SANKTION-TEKST).
       MOVE SPACES TO WS-PRODUKT-TEKST.
       MOVE 1 TO WS-TEKST-POS.
       PERFORM VARYING WS-NY-IDX FROM 1 BY 1 UNTIL WS-NY-IDX > 3
           IF KE-PRODUKT-TYPE(WS-NY-IDX) NOT = SPACES
               STRING FUNCTION TRIM(KE-PRODUKT-TYPE(WS-NY-IDX)) "/"
                   KE-PRODUKT-VALUTA(WS-NY-IDX) " "
                   DELIMITED BY SIZE INTO WS-PRODUKT-TEKST
                   WITH POINTER WS-TEKST-POS
           END-IF
       END-PERFORM.
       DISPLAY "        " FUNCTION TRIM(KE-VEJNAVN) " "
           FUNCTION TRIM(KE-HUSNR) ", " KE-POSTNR " "
           FUNCTION TRIM(KE-BYNAVN) " " KE-LANDE-KODE
           " / KONTI: " FUNCTION TRIM(WS-PRODUKT-TEKST).
       IF KE-ER-KONVERTERET
           DISPLAY "        KONVERTERET TIL KUNDE-ID " KE-KUNDE-ID
       END-IF.
       DISPLAY "        INDTASTET " KE-OPRETTET " AF " KE-OPRETTET-AF
           " / SIDST AENDRET " KE-AENDRET " AF " KE-AENDRET-AF.

       FIND-EMNE.
      * Slaa emnet op paa nummer; fundet emne ligger i EMNE-POST og
      * WS-FUNDET-IDX peger paa det i tabellen (0 = ikke fundet).
       DISPLAY "Kundeemnenummer: " WITH NO ADVANCING.
       ACCEPT WS-SOEGE-NR.
       MOVE 0 TO WS-FUNDET-IDX.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-KE-ANTAL
           MOVE KET-LINJE(WS-VIS-IDX) TO EMNE-POST
           IF KE-EMNE-NR = WS-SOEGE-NR
               MOVE WS-VIS-IDX TO WS-FUNDET-IDX
           END-IF
       END-PERFORM.
       IF WS-FUNDET-IDX = 0
           DISPLAY "FEJL: Kundeemnet findes ikke."
       ELSE
           MOVE KET-LINJE(WS-FUNDET-IDX) TO EMNE-POST
           PERFORM VIS-EMNE
       END-IF.

      ******************************************************************
      * Konvertering til kunde                                         *
      ******************************************************************
       KONVERTER-EMNE.
       PERFORM FIND-EMNE.
       IF WS-FUNDET-IDX NOT = 0
           IF NOT KE-ER-EMNE
               DISPLAY "FEJL: Kun et ventende kundeemne kan "
                   "konverteres."
           ELSE
               PERFORM KONTROLLER-EMNE
           END-IF
       END-IF.

       KONTROLLER-EMNE.
      * Tjekliste, CPR/CVR og dublet foerst; sanktionsscreeningen
      * sidst, da et hit gemmes paa emnet.
       MOVE "N" TO WS-TJEK-VIS.
       PERFORM GENNEMGAA-TJEKLISTE.
       IF KE-KUNDE-ART = "E"
           MOVE "N" TO WS-CVR-GYLDIG
           IF KE-CVR-NUMMER NOT = SPACES
               CALL "CVR-VALIDER" USING KE-CVR-NUMMER WS-CVR-GYLDIG
           END-IF
           MOVE WS-CVR-GYLDIG TO WS-CPR-GYLDIG
       ELSE
           MOVE "N" TO WS-CPR-GYLDIG
           IF KE-CPR-NUMMER NOT = SPACES
               CALL "CPR-VALIDER" USING KE-CPR-NUMMER WS-CPR-GYLDIG
           END-IF
       END-IF.
       EVALUATE TRUE
           WHEN WS-DOK-KRAEVET = 0
               DISPLAY "FEJL: Der er ingen tjekliste for kundeart "
                   WS-DOK-ART " i files/KUNDEEMNE-DOKUMENTKRAV.txt - "
                   "emnet kan ikke konverteres."
           WHEN WS-DOK-MANGLER > 0
               DISPLAY "FEJL: Tjeklisten er ikke komplet - emnet kan "
                   "ikke konverteres:"
               SET TJEKLISTE-VISES TO TRUE
               PERFORM GENNEMGAA-TJEKLISTE
           WHEN NOT CPR-ER-GYLDIG AND KE-KUNDE-ART = "E"
               DISPLAY "FEJL: CVR-nummeret mangler eller er ugyldigt "
                   "- ret emnet foer konverteringen."
           WHEN NOT CPR-ER-GYLDIG
               DISPLAY "FEJL: CPR-nummeret mangler eller er ugyldigt "
                   "- ret emnet foer konverteringen."
           WHEN OTHER
               PERFORM FIND-EKSISTERENDE-KUNDE
               IF WS-EKSIST-KUNDE-ID NOT = SPACES
                   DISPLAY "FEJL: Nummeret tilhoerer allerede kunde "
                       FUNCTION TRIM(WS-EKSIST-KUNDE-ID)
                       " - emnet kan ikke konverteres."
               ELSE
                   PERFORM SCREEN-EMNE
                   IF SCREENING-ER-OK
                       PERFORM INDTAST-KONVERTERING
                   END-IF
               END-IF
       END-EVALUATE.

       FIND-EKSISTERENDE-KUNDE.
      * Et gennemloeb af kundemasteren: findes CPR-/CVR-nummeret
      * allerede paa en kunde, er emnet en dublet.
       MOVE SPACES TO WS-EKSIST-KUNDE-ID.
       OPEN INPUT KUNDE-MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           STOP RUN
       END-IF.
       PERFORM UNTIL EOF-REACHED
           READ KUNDE-MASTER-FIL NEXT RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF KE-KUNDE-ART = "E"
                       IF CVR-NUMMER IN MASTER-RECORD = KE-CVR-NUMMER
                           MOVE KUNDE-ID IN MASTER-RECORD
                               TO WS-EKSIST-KUNDE-ID
                       END-IF
                   ELSE
                       IF CPR-NUMMER IN MASTER-RECORD = KE-CPR-NUMMER
                           MOVE KUNDE-ID IN MASTER-RECORD
                               TO WS-EKSIST-KUNDE-ID
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE KUNDE-MASTER-FIL.

       SCREEN-EMNE.
      * Samme opslag som SANKTION-SCREENING goer for en kunde:
      * erhverv paa det fulde navn, personer paa for- og efternavn
      * med foedselsdatoen fra CPR-nummeret. Et hit compliance
      * allerede har afklaret som falsk, gaelder kun den samme
      * listepost; et nyt eller andet hit standser emnet igen.
       MOVE "N" TO WS-SCREENING-OK.
       MOVE SPACES TO WS-MATCH-DATO.
       IF KE-KUNDE-ART = "E"
           MOVE "FULD" TO WS-MATCH-FUNKTION
           CALL "KUNDE-NAVN-FORMAT" USING KE-FORNAVN KE-EFTERNAVN
               FULDT-NAVN
           MOVE FULDT-NAVN TO WS-MATCH-NAVN-1
           MOVE SPACES TO WS-MATCH-NAVN-2
       ELSE
           MOVE "PERS" TO WS-MATCH-FUNKTION
           MOVE KE-FORNAVN TO WS-MATCH-NAVN-1
           MOVE KE-EFTERNAVN TO WS-MATCH-NAVN-2
           CALL "CPR-FOEDSELSDATO" USING KE-CPR-NUMMER WS-MATCH-DATO
       END-IF.
       CALL "SANKTION-MATCH" USING WS-MATCH-FUNKTION WS-MATCH-NAVN-1
           WS-MATCH-NAVN-2 WS-MATCH-DATO WS-MATCH-SCORE WS-MATCH-ID
           WS-MATCH-HIT.
       EVALUATE TRUE
           WHEN WS-MATCH-HIT = "F"
               DISPLAY "FEJL: Sanktionslisten kan ikke indlaeses - "
                   "emnet kan ikke konverteres uscreenet."
           WHEN WS-MATCH-HIT = "J" AND KE-SANKTION-FALSK
                   AND KE-SANKTION-ID = WS-MATCH-ID
               DISPLAY "Sanktionshittet paa " WS-MATCH-ID
                   " er afklaret som falsk af "
                   FUNCTION TRIM(KE-AFKLARET-AF) "."
               SET SCREENING-ER-OK TO TRUE
           WHEN WS-MATCH-HIT = "J"
               SET KE-SANKTION-HIT TO TRUE
               MOVE WS-MATCH-ID TO KE-SANKTION-ID
               MOVE WS-MATCH-SCORE TO KE-SANKTION-SCORE
               MOVE SPACES TO KE-AFKLARET-AF
               MOVE WS-KOERSELS-DATO TO KE-AENDRET
               MOVE WS-OPERATOER-ID TO KE-AENDRET-AF
               MOVE EMNE-POST TO KET-LINJE(WS-FUNDET-IDX)
               PERFORM SKRIV-EMNER-TILBAGE
               DISPLAY "FEJL: Muligt sanktionshit paa listepost "
                   WS-MATCH-ID " (score " WS-MATCH-SCORE ") - emnet "
                   "kan ikke konverteres, foer compliance har "
                   "afklaret hittet (menupunkt 6)."
           WHEN OTHER
               IF NOT KE-SANKTION-REN
                   SET KE-SANKTION-REN TO TRUE
                   MOVE SPACES TO KE-SANKTION-ID
                   MOVE 0 TO KE-SANKTION-SCORE
                   MOVE EMNE-POST TO KET-LINJE(WS-FUNDET-IDX)
               END-IF
               SET SCREENING-ER-OK TO TRUE
       END-EVALUATE.

       INDTAST-KONVERTERING.
      * Nyt KUNDE-ID og et nyt KONTO-ID pr. oensket konto; alle
      * kontroller skal bestaas, foer noget skrives.
       DISPLAY "Nyt KUNDE-ID                 : " WITH NO ADVANCING.
       ACCEPT WS-KUNDE-ID.
       MOVE SPACES TO WS-NY-KONTI.
       PERFORM VARYING WS-NY-IDX FROM 1 BY 1 UNTIL WS-NY-IDX > 3
           IF KE-PRODUKT-TYPE(WS-NY-IDX) NOT = SPACES
               DISPLAY "Nyt KONTO-ID til "
                   KE-PRODUKT-TYPE(WS-NY-IDX) " "
                   KE-PRODUKT-VALUTA(WS-NY-IDX) ": " WITH NO ADVANCING
               ACCEPT WS-NY-KONTO-ID(WS-NY-IDX)
           END-IF
       END-PERFORM.
       MOVE SPACES TO WS-KONVERTER-FEJL.
       IF WS-KUNDE-ID = SPACES
           MOVE "KUNDE-ID skal udfyldes" TO WS-KONVERTER-FEJL
       ELSE
           PERFORM KONTROLLER-KUNDE-LEDIG
       END-IF.
       IF WS-KONVERTER-FEJL = SPACES
           PERFORM KONTROLLER-NYE-KONTI
       END-IF.
       IF WS-KONVERTER-FEJL = SPACES
           PERFORM KONTROLLER-KONTI-LEDIGE
       END-IF.
       IF WS-KONVERTER-FEJL = SPACES
           PERFORM KONTROLLER-AFDELING-OG-IBAN
       END-IF.
       IF WS-KONVERTER-FEJL NOT = SPACES
           DISPLAY "FEJL: " FUNCTION TRIM(WS-KONVERTER-FEJL)
               " - emnet er ikke konverteret."
       ELSE
           PERFORM BEKRAEFT-KONVERTERING
       END-IF.

       KONTROLLER-KUNDE-LEDIG.
       OPEN INPUT KUNDE-MASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
               WS-MASTER-STATUS
           STOP RUN
       END-IF.
       MOVE WS-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD.
       READ KUNDE-MASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               STRING "KUNDE-ID " FUNCTION TRIM(WS-KUNDE-ID)
                   " findes allerede i kundemasteren"
                   DELIMITED BY SIZE INTO WS-KONVERTER-FEJL
       END-READ.
       CLOSE KUNDE-MASTER-FIL.

       KONTROLLER-NYE-KONTI.
      * Hver oensket konto skal have et KONTO-ID, og de nye KONTO-ID
      * skal vaere indbyrdes forskellige.
       PERFORM VARYING WS-NY-IDX FROM 1 BY 1 UNTIL WS-NY-IDX > 3
           IF KE-PRODUKT-TYPE(WS-NY-IDX) NOT = SPACES
               IF WS-NY-KONTO-ID(WS-NY-IDX) = SPACES
                   MOVE "KONTO-ID skal udfyldes for hver konto"
                       TO WS-KONVERTER-FEJL
               END-IF
               PERFORM VARYING WS-NY-IDX-2 FROM 1 BY 1
                       UNTIL WS-NY-IDX-2 >= WS-NY-IDX
                   IF WS-NY-KONTO-ID(WS-NY-IDX-2)
                           = WS-NY-KONTO-ID(WS-NY-IDX)
                           AND WS-NY-KONTO-ID(WS-NY-IDX) NOT = SPACES
                       MOVE "Samme KONTO-ID er tastet to gange"
                           TO WS-KONVERTER-FEJL
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

       KONTROLLER-KONTI-LEDIGE.
      * Et opslag paa noeglen i kontomasteren pr. nyt KONTO-ID: ingen
      * af dem maa findes i forvejen.
       OPEN INPUT KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-KONTOMASTER-STATUS
           STOP RUN
       END-IF.
       PERFORM VARYING WS-NY-IDX FROM 1 BY 1
               UNTIL WS-NY-IDX > 3
           IF WS-NY-KONTO-ID(WS-NY-IDX) NOT = SPACES
               MOVE WS-NY-KONTO-ID(WS-NY-IDX)
                   TO KONTO-ID IN KONTO-RECORD
               READ KONTOMASTER-FIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-KONVERTER-FEJL
                       STRING "KONTO-ID "
                           FUNCTION TRIM(WS-NY-KONTO-ID(WS-NY-IDX))
                           " findes allerede i kontomasteren"
                           DELIMITED BY SIZE INTO WS-KONVERTER-FEJL
               END-READ
           END-IF
       END-PERFORM.
       CLOSE KONTOMASTER-FIL.

       KONTROLLER-AFDELING-OG-IBAN.
      * Kontotype og valuta er kontrolleret ved indtastningen; de
      * kontrolleres igen her, da tabellerne kan vaere aendret siden.
      * IBAN dannes med kundens landekode som i KONTO-OPRETTELSE.
       SET AF-IDX TO 1.
       SEARCH AF-ENTRY
           AT END
               MOVE "Afdelingen findes ikke eller er lukket"
                   TO WS-KONVERTER-FEJL
           WHEN AF-ENTRY(AF-IDX) = KE-AFDELING
               CONTINUE
       END-SEARCH.
       PERFORM VARYING WS-NY-IDX FROM 1 BY 1 UNTIL WS-NY-IDX > 3
           IF KE-PRODUKT-TYPE(WS-NY-IDX) NOT = SPACES
               SET KT-IDX TO 1
               SEARCH KT-ENTRY
                   AT END
                       MOVE "En kontotype findes ikke i "
                           & "files/KONTOTYPER.txt"
                           TO WS-KONVERTER-FEJL
                   WHEN KT-ENTRY(KT-IDX) = KE-PRODUKT-TYPE(WS-NY-IDX)
                       CONTINUE
               END-SEARCH
               SET VK-IDX TO 1
               SEARCH VK-ENTRY
                   AT END
                       MOVE "En valuta findes ikke i "
                           & "files/VALUTAKURSER.txt"
                           TO WS-KONVERTER-FEJL
                   WHEN VK-ENTRY(VK-IDX)
                           = KE-PRODUKT-VALUTA(WS-NY-IDX)
                       CONTINUE
               END-SEARCH
               MOVE WS-NY-KONTO-ID(WS-NY-IDX) TO WS-KONTO-ID
               PERFORM DAN-IBAN
               IF IBAN-ER-GYLDIGT
                   MOVE WS-IBAN TO WS-NY-IBAN(WS-NY-IDX)
               ELSE
                   MOVE "IBAN kunne ikke dannes for en konto"
                       TO WS-KONVERTER-FEJL
               END-IF
           END-IF
       END-PERFORM.

       BEKRAEFT-KONVERTERING.
       CALL "KUNDE-NAVN-FORMAT" USING KE-FORNAVN KE-EFTERNAVN
           FULDT-NAVN.
       DISPLAY "Opret kunde " FUNCTION TRIM(WS-KUNDE-ID) " "
           FUNCTION TRIM(FULDT-NAVN) " (afd. " KE-AFDELING
           ") med konti:".
       PERFORM VARYING WS-NY-IDX FROM 1 BY 1 UNTIL WS-NY-IDX > 3
           IF KE-PRODUKT-TYPE(WS-NY-IDX) NOT = SPACES
               DISPLAY "  " WS-NY-KONTO-ID(WS-NY-IDX) " "
                   KE-PRODUKT-TYPE(WS-NY-IDX) " "
                   KE-PRODUKT-VALUTA(WS-NY-IDX) " IBAN "
                   WS-NY-IBAN(WS-NY-IDX)
           END-IF
       END-PERFORM.
       DISPLAY "Konverter (J/N): " WITH NO ADVANCING.
       ACCEPT WS-BEKRAEFT.
       IF NOT BEKRAEFTET
           DISPLAY "Konverteringen er annulleret."
       ELSE
           PERFORM SKRIV-KUNDE
           IF ER-KONVERTERET
               PERFORM SKRIV-KONTI
               PERFORM KOE-VELKOMSTBREV
               SET KE-ER-KONVERTERET TO TRUE
               MOVE WS-KUNDE-ID TO KE-KUNDE-ID
               MOVE WS-KOERSELS-DATO TO KE-AENDRET
               MOVE WS-OPERATOER-ID TO KE-AENDRET-AF
               MOVE EMNE-POST TO KET-LINJE(WS-FUNDET-IDX)
               PERFORM SKRIV-EMNER-TILBAGE
               PERFORM DAN-KONTOUDTRAEK
               DISPLAY "Kunden er oprettet, kontiene er oprettet i "
                   "kontomasteren, og velkomstbrevet dannes ved "
                   "naeste koersel af VELKOMSTBREV."
           END-IF
       END-IF.

       SKRIV-KUNDE.
      * Kunderecorden skrives under den delte masterlaas som i
      * KUNDE-VEDLIGEHOLD. Dokumenterne er kontrolleret i dag, saa
      * KYC-datoen stemples; risikoklassen beregnes i naeste
      * koersel af RISIKO-KLASSIFICERING.
       MOVE "N" TO WS-KONVERTERET.
       MOVE "DELT" TO WS-LAAS-FUNKTION.
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.
       IF WS-LAAS-SVAR NOT = "Y"
           DISPLAY "FEJL: Kundemasteren er i brug af "
               FUNCTION TRIM(WS-LAAS-EJER) " - proev igen senere."
       ELSE
           OPEN I-O KUNDE-MASTER-FIL
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FEJL: Kan ikke aabne kundemasteren, status="
                   WS-MASTER-STATUS " - emnet er ikke konverteret."
           ELSE
               PERFORM DAN-KUNDERECORD
               WRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "FEJL ved oprettelse, status="
                           WS-MASTER-STATUS
                           " - emnet er ikke konverteret."
                   NOT INVALID KEY
                       SET ER-KONVERTERET TO TRUE
               END-WRITE
               CLOSE KUNDE-MASTER-FIL
               IF ER-KONVERTERET
                   PERFORM SKRIV-JOURNAL
               END-IF
           END-IF
           MOVE "FRI " TO WS-LAAS-FUNKTION
           CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
               WS-LAAS-SVAR WS-LAAS-EJER
       END-IF.

       DAN-KUNDERECORD.
       MOVE SPACES TO MASTER-RECORD.
       MOVE WS-KUNDE-ID TO KUNDE-ID IN MASTER-RECORD.
       MOVE KE-FORNAVN TO FORNAVN IN MASTER-RECORD.
       MOVE KE-EFTERNAVN TO EFTERNAVN IN MASTER-RECORD.
       MOVE KE-VEJNAVN TO VEJNAVN IN MASTER-RECORD.
       MOVE KE-HUSNR TO HUSNR IN MASTER-RECORD.
       MOVE KE-ETAGE TO ETAGE IN MASTER-RECORD.
       MOVE KE-SIDE TO SIDE IN MASTER-RECORD.
       MOVE KE-BYNAVN TO BYNAVN IN MASTER-RECORD.
       MOVE KE-POSTNR TO POSTNR IN MASTER-RECORD.
       MOVE KE-LANDE-KODE TO LANDE-KODE IN MASTER-RECORD.
       MOVE KE-CPR-NUMMER TO CPR-NUMMER IN MASTER-RECORD.
       MOVE KE-CVR-NUMMER TO CVR-NUMMER IN MASTER-RECORD.
       MOVE KE-KUNDE-ART TO KUNDE-ART IN MASTER-RECORD.
       MOVE KE-AFDELING TO AFDELING IN MASTER-RECORD.
       MOVE KE-PENGEINSTITUT TO PENGEINSTITUT IN MASTER-RECORD.
       MOVE "A" TO KUNDE-STATUS IN MASTER-RECORD.
       MOVE WS-KOERSELS-DATO TO KYC-DATO IN MASTER-RECORD.
       PERFORM KRYPTER-KONTAKTOPL.

       SKRIV-JOURNAL.
      * TILFOEJ-linje med blankt foer-billede som i KUNDE-VEDLIGEHOLD.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive files/KUNDE-JOURNAL.txt"
               ", status=" WS-JOURNAL-STATUS
       ELSE
           MOVE SPACES TO WS-FOER-BILLEDE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JO-TIDSSTEMPEL
           MOVE "TILFOEJ" TO JO-OPERATION
           MOVE SPACES TO WS-EFTER-BILLEDE
           MOVE MASTER-RECORD TO WS-EFTER-BILLEDE
           MOVE WS-FOER-BILLEDE(1:250) TO JO-FOER
           MOVE WS-FOER-BILLEDE(251:150) TO JO-FOER-REST
           MOVE WS-EFTER-BILLEDE(1:250) TO JO-EFTER
           MOVE WS-EFTER-BILLEDE(251:150) TO JO-EFTER-REST
           MOVE WS-OPERATOER-ID TO JO-OPERATOER
           MOVE "KUNDEEMNE-VEDL" TO JO-PROGRAM
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FIL
       END-IF.

       SKRIV-KONTI.
      * Skriv de oenskede konti i kontomasteren ligesom
      * KONTO-OPRETTELSE: saldo nul, status A, aabnet i dag, ingen
      * lukkedato, IBAN tildelt og kundens afdeling.
       OPEN I-O KONTOMASTER-FIL.
       IF WS-KONTOMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren til "
               "tilfoejelse, status=" WS-KONTOMASTER-STATUS
           STOP RUN
       END-IF.
       PERFORM VARYING WS-NY-IDX FROM 1 BY 1 UNTIL WS-NY-IDX > 3
           IF KE-PRODUKT-TYPE(WS-NY-IDX) NOT = SPACES
               MOVE SPACES TO KONTO-RECORD
               MOVE WS-KUNDE-ID TO KUNDE-ID IN KONTO-RECORD
               MOVE WS-NY-KONTO-ID(WS-NY-IDX)
                   TO KONTO-ID IN KONTO-RECORD
               MOVE KE-PRODUKT-TYPE(WS-NY-IDX)
                   TO KONTO-TYPE IN KONTO-RECORD
               MOVE 0 TO BALANCE IN KONTO-RECORD
               MOVE KE-PRODUKT-VALUTA(WS-NY-IDX)
                   TO VALUTA-KD IN KONTO-RECORD
               MOVE WS-KOERSELS-DATO
                   TO ACCOUNT-OPEN-DATE IN KONTO-RECORD
               MOVE "A" TO KONTO-STATUS IN KONTO-RECORD
               MOVE SPACES TO LUKKET-DATO IN KONTO-RECORD
               MOVE WS-NY-IBAN(WS-NY-IDX) TO KONTO-IBAN IN KONTO-RECORD
               MOVE KE-AFDELING TO KONTO-AFDELING IN KONTO-RECORD
               MOVE KE-PENGEINSTITUT
                   TO KONTO-PENGEINSTITUT IN KONTO-RECORD
               WRITE KONTO-RECORD
                   INVALID KEY
                       DISPLAY "FEJL: KONTO-ID "
                           FUNCTION TRIM(WS-NY-KONTO-ID(WS-NY-IDX))
                           " kunne ikke skrives i kontomasteren, "
                           "status=" WS-KONTOMASTER-STATUS
                   NOT INVALID KEY
                       PERFORM SKRIV-KONTO-JOURNAL
               END-WRITE
           END-IF
       END-PERFORM.
       CLOSE KONTOMASTER-FIL.

       DAN-KONTOUDTRAEK.
      * Den flade KontoOpl.txt dannes paany af masteren. Fejler
      * udtraekket, er kontiene stadig oprettet i masteren; filen
      * dannes igen af naeste udtraek.
       MOVE "batch/kontoopl_udtraek" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "ADVARSEL: KONTOOPL-UDTRAEK fejlede - koer den "
               "manuelt, saa KontoOpl.txt svarer til masteren."
           MOVE 0 TO RETURN-CODE
       END-IF.

       KOE-VELKOMSTBREV.
      * VELKOMSTBREV skriver til alle kunder der ikke staar i dens
      * kontrolliste. Et genbrugt KUNDE-ID kan staa der fra en
      * tidligere (slettet) kunde og fjernes, saa den nye kunde
      * ogsaa faar sit brev.
       MOVE 0 TO WS-SENDT-ANTAL.
       MOVE "N" TO WS-SENDT-FUNDET.
       OPEN INPUT SENDT-FIL.
       IF WS-SENDT-STATUS = "00"
           PERFORM UNTIL WS-SENDT-STATUS NOT = "00"
               READ SENDT-FIL INTO SENDT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SENDT-KUNDE-ID = WS-KUNDE-ID
                           SET ER-ALLEREDE-SENDT TO TRUE
                       ELSE
                           IF SENDT-KUNDE-ID NOT = SPACES
                                   AND WS-SENDT-ANTAL < 5000
                               ADD 1 TO WS-SENDT-ANTAL
                               MOVE SENDT-KUNDE-ID
                                   TO SENDT-ENTRY(WS-SENDT-ANTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENDT-FIL
       END-IF.
       IF ER-ALLEREDE-SENDT
           OPEN OUTPUT SENDT-FIL
           IF WS-SENDT-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Kan ikke skrive "
                   "files/VELKOMST-SENDT.txt, status=" WS-SENDT-STATUS
                   " - velkomstbrevet skal bestilles manuelt."
           ELSE
               PERFORM VARYING SE-IDX FROM 1 BY 1
                       UNTIL SE-IDX > WS-SENDT-ANTAL
                   MOVE SENDT-ENTRY(SE-IDX) TO SENDT-KUNDE-ID
                   WRITE SENDT-RECORD
               END-PERFORM
               CLOSE SENDT-FIL
           END-IF
       END-IF.

      ******************************************************************
      * Sanktionshit og opgivelse                                      *
      ******************************************************************
       AFKLAR-SANKTIONSHIT.
      * Compliance afgoer hittet: F = falsk (emnet kan konverteres,
      * saa laenge hittet gaelder samme listepost), B = bekraeftet
      * (emnet opgives og fjernes af oprydningen), S = spring over.
      * Afgoerelsen kraever en begrundelse og journalfoeres i
      * files/SANKTION-JOURNAL.txt som kundehittene.
       PERFORM FIND-EMNE.
       IF WS-FUNDET-IDX NOT = 0
           IF NOT KE-ER-EMNE OR NOT KE-SANKTION-HIT
               DISPLAY "FEJL: Kundeemnet har intet aabent "
                   "sanktionshit."
           ELSE
               DISPLAY "Compliance-operatoerens paalogning:"
               CALL "OPERATOER-SIGNON" USING WS-COMPL-ROLLE
                   WS-COMPL-OPERATOER WS-COMPL-SVAR
               EVALUATE TRUE
                   WHEN WS-COMPL-SVAR NOT = "Y"
                       CONTINUE
                   WHEN WS-COMPL-OPERATOER = WS-OPERATOER-ID
                       DISPLAY "FEJL: Hittet skal afgoeres af en "
                           "anden operatoer end den paaloggede."
                   WHEN OTHER
                       PERFORM AFGOER-SANKTIONSHIT
               END-EVALUATE
           END-IF
       END-IF.

       AFGOER-SANKTIONSHIT.
       MOVE "HENT" TO WS-MATCH-FUNKTION.
       MOVE KE-SANKTION-ID TO WS-MATCH-ID.
       CALL "SANKTION-MATCH" USING WS-MATCH-FUNKTION WS-MATCH-NAVN-1
           WS-MATCH-NAVN-2 WS-MATCH-DATO WS-MATCH-SCORE WS-MATCH-ID
           WS-MATCH-HIT.
       IF WS-MATCH-HIT = "J"
           DISPLAY "  Listen   " KE-SANKTION-ID " "
               FUNCTION TRIM(WS-MATCH-NAVN-1) " "
               FUNCTION TRIM(WS-MATCH-NAVN-2)
               " foedt " WS-MATCH-DATO
       ELSE
           DISPLAY "  Listen   " KE-SANKTION-ID
               " (posten findes ikke i den aktuelle liste)"
       END-IF.
       DISPLAY "Afgoerelse (F=falsk, B=bekraeftet, S=spring over): "
           WITH NO ADVANCING.
       MOVE SPACE TO WS-AFGOERELSE.
       ACCEPT WS-AFGOERELSE.
       MOVE FUNCTION UPPER-CASE(WS-AFGOERELSE) TO WS-AFGOERELSE.
       IF WS-AFGOERELSE = "F" OR WS-AFGOERELSE = "B"
           DISPLAY "Begrundelse: " WITH NO ADVANCING
           MOVE SPACES TO WS-BEGRUNDELSE
           ACCEPT WS-BEGRUNDELSE
           IF WS-BEGRUNDELSE = SPACES
               DISPLAY "FEJL: Begrundelse er paakraevet - intet er "
                   "aendret."
               MOVE "S" TO WS-AFGOERELSE
           END-IF
       END-IF.
       EVALUATE WS-AFGOERELSE
           WHEN "F"
               SET KE-SANKTION-FALSK TO TRUE
               MOVE "FALSK" TO SJ-OPERATION
               PERFORM GEM-SANKTIONSAFGOERELSE
               DISPLAY "Hittet er afklaret som falsk - emnet kan "
                   "konverteres."
           WHEN "B"
               SET KE-SANKTION-BEKRAEFTET TO TRUE
               SET KE-ER-OPGIVET TO TRUE
               MOVE "BEKRAEFT" TO SJ-OPERATION
               PERFORM GEM-SANKTIONSAFGOERELSE
               DISPLAY "Hittet er bekraeftet - emnet er opgivet og "
                   "kan ikke konverteres."
           WHEN OTHER
               DISPLAY "Hittet er ikke afgjort."
       END-EVALUATE.

       GEM-SANKTIONSAFGOERELSE.
       MOVE WS-COMPL-OPERATOER TO KE-AFKLARET-AF.
       MOVE WS-KOERSELS-DATO TO KE-AENDRET.
       MOVE WS-COMPL-OPERATOER TO KE-AENDRET-AF.
       MOVE EMNE-POST TO KET-LINJE(WS-FUNDET-IDX).
       PERFORM SKRIV-EMNER-TILBAGE.
       MOVE SPACES TO SJ-LINJE.
       STRING "EMNE " KE-EMNE-NR " " KE-SANKTION-ID " SCORE "
           KE-SANKTION-SCORE DELIMITED BY SIZE INTO SJ-LINJE.
       OPEN EXTEND SANKTION-JOURNAL-FIL.
       IF WS-SJOURNAL-STATUS = "35"
           OPEN OUTPUT SANKTION-JOURNAL-FIL
       END-IF.
       IF WS-SJOURNAL-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke skrive "
               "files/SANKTION-JOURNAL.txt, status="
               WS-SJOURNAL-STATUS
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:14) TO SJ-TIDSSTEMPEL
           MOVE WS-COMPL-OPERATOER TO SJ-OPERATOER
           MOVE WS-BEGRUNDELSE TO SJ-BEGRUNDELSE
           WRITE SANKTION-JOURNAL-RECORD
           CLOSE SANKTION-JOURNAL-FIL
       END-IF.

       OPGIV-EMNE.
      * Et opgivet emne kan ikke konverteres og fjernes af
      * oprydningen 90 dage efter opgivelsen.
       PERFORM FIND-EMNE.
       IF WS-FUNDET-IDX NOT = 0
           IF NOT KE-ER-EMNE
               DISPLAY "FEJL: Kun et ventende kundeemne kan opgives."
           ELSE
               DISPLAY "Opgiv kundeemnet (J/N): " WITH NO ADVANCING
               ACCEPT WS-BEKRAEFT
               IF NOT BEKRAEFTET
                   DISPLAY "Kundeemnet er ikke opgivet."
               ELSE
                   SET KE-ER-OPGIVET TO TRUE
                   MOVE WS-KOERSELS-DATO TO KE-AENDRET
                   MOVE WS-OPERATOER-ID TO KE-AENDRET-AF
                   MOVE EMNE-POST TO KET-LINJE(WS-FUNDET-IDX)
                   PERFORM SKRIV-EMNER-TILBAGE
                   DISPLAY "Kundeemnet er opgivet."
               END-IF
           END-IF
       END-IF.

      ******************************************************************
      * Faelles                                                        *
      ******************************************************************
       DAN-IBAN.
      * Landekode fra emnet (blank = DK), "00" som kontrolcifre til
      * beregningen, registreringsnummer og KONTO-ID som kontodel -
      * samme opbygning som batch/iban_tildeling.cob.
       MOVE KE-LANDE-KODE TO WS-LANDE-KODE.
       IF WS-LANDE-KODE = SPACES
           MOVE "DK" TO WS-LANDE-KODE
       END-IF.
       MOVE "KODE" TO WS-PI-FUNKTION.
       CALL "PENGEINSTITUT-OPSLAG" USING WS-PI-FUNKTION
           KE-PENGEINSTITUT WS-PI-POST WS-PI-SVAR.
       IF WS-PI-SVAR NOT = "Y"
           MOVE "N" TO WS-IBAN-GYLDIG
           EXIT PARAGRAPH
       END-IF.
       MOVE PI-REG-NUMMER IN WS-PI-POST TO WS-REG-NUMMER.
       MOVE SPACES TO WS-IBAN.
       STRING WS-LANDE-KODE "00" WS-REG-NUMMER WS-KONTO-ID
           INTO WS-IBAN.
       MOVE "BREG" TO WS-IBAN-FUNKTION.
       CALL "IBAN-BEREGN" USING WS-IBAN-FUNKTION
           WS-IBAN WS-IBAN-GYLDIG.
       IF IBAN-ER-GYLDIGT
           MOVE "VALI" TO WS-IBAN-FUNKTION
           CALL "IBAN-BEREGN" USING WS-IBAN-FUNKTION
               WS-IBAN WS-IBAN-GYLDIG
       END-IF.

       KRYPTER-KONTAKTOPL.
      * TELEFON og EMAIL skal ligge krypteret i masteren under den
      * aktuelle noegleversion, som stemples paa recorden - se
      * shared/kontakt_krypter.cob.
       MOVE "KRYP" TO WS-KRYPT-FUNKTION.
       CALL "KONTAKT-KRYPTER" USING WS-KRYPT-FUNKTION
           WS-LAENGDE-TELEFON TELEFON IN MASTER-RECORD
           WS-TELEFON-KRYPT WS-AKTUEL-NOEGLE.
       CALL "KONTAKT-KRYPTER" USING WS-KRYPT-FUNKTION
           WS-LAENGDE-EMAIL EMAIL IN MASTER-RECORD
           WS-EMAIL-KRYPT WS-AKTUEL-NOEGLE.
       MOVE WS-TELEFON-KRYPT TO TELEFON IN MASTER-RECORD.
       MOVE WS-EMAIL-KRYPT TO EMAIL IN MASTER-RECORD.
       MOVE WS-AKTUEL-NOEGLE TO NOEGLE-VERSION IN MASTER-RECORD.

       LAES-NOEGLE-VERSION.
      * Laes den aktuelle noegleversion; mangler filen, gaelder
      * version 1.
       OPEN INPUT NOEGLE-FIL.
       IF WS-NOEGLE-STATUS = "00"
           READ NOEGLE-FIL INTO NOEGLE-POST
               AT END
                   CONTINUE
               NOT AT END
                   IF NOEGLE-POST NOT = SPACES
                       MOVE NOEGLE-POST TO WS-AKTUEL-NOEGLE
                   END-IF
           END-READ
           CLOSE NOEGLE-FIL
       END-IF.

       SKRIV-EMNER-TILBAGE.
       OPEN OUTPUT EMNE-FIL.
       IF WS-EMNE-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/KUNDEEMNER.txt, "
               "status=" WS-EMNE-STATUS
           STOP RUN
       END-IF.
       PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
               UNTIL WS-VIS-IDX > WS-KE-ANTAL
           MOVE KET-LINJE(WS-VIS-IDX) TO EMNE-POST
           WRITE EMNE-POST
       END-PERFORM.
       CLOSE EMNE-FIL.

       SKRIV-KONTO-JOURNAL.
      * WS-KONTO-FOER-BILLEDE og WS-KONTO-OPERATION er sat af
      * kalderen; efterbilledet er kontoen som den netop er skrevet.
       CALL "KONTO-JOURNAL" USING WS-JOURNAL-PROGRAM WS-KONTO-OPERATION
           WS-OPERATOER-ID WS-KONTO-FOER-BILLEDE KONTO-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
