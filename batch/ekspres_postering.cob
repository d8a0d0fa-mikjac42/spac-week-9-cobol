      * med natkaeden er det afgoerende: den eksklusive masterlaas
      * tages for hele bogfoeringen (koerer kaeden, afvises vi; og
      * koerer vi, kan kaeden ikke starte henover os), der bogfoeres
      * mod samme kontomaster og historik som natmotoren, og
      * historiklinjerne faar loebenumre fra samme taeller. Kontiene
      * laeses og omskrives paa KONTO-ID i den indekserede
      * kontomaster; den flade files/KontoOpl.txt dannes af
      * batch/kontoopl_udtraek.cob naar bunken er bogfoert.
      * Genstartssikringen foelger natmotorens moenster i forenklet
      * form: foer en konto omskrives, skrives dens foerbillede i
      * journalen files/EKSPRES-JOURNAL.txt; historikken buffes i
      * sidevognen files/EKSPRES-HISTORIK-NY.txt og haegtes foerst
      * paa den rigtige historik EFTER at alle konti er omskrevet;
      * byttemarkoeren files/EKSPRES-BYTTER.txt saettes naar den
      * sidste konto er omskrevet og fjernes foerst naar ekspresfilen
      * er flyttet til files/behandlet/. Staar markoeren der ved
      * start, rulles der frem (historik, flyt); staar den der ikke,
      * laegges journalens foerbilleder tilbage i masteren, eventuelle
      * sidevogns-rester ryddes op og bunken bogfoeres forfra. Et
      * nedbrud kan altsaa hoejst koste huller i loebenummerserien og
      * gentagne linjer i rejectfilen - aldrig dobbelt bogfoering.
      * Afviste linjer gaar til files/EKSPRES-REJECTS.txt.
      * Overfoersels- og udlandsdebeter (transaktionskode med
      * finanskategori OVERFOER, hhv. UDLB) taeller mod kundens
      * dagsgraense for interne overfoersler hhv. eksterne betalinger
      * (files/DAGSGRAENSER.txt, se shared/dagsgraense_kontrol.cob),
      * samlet med hvad KONTO-OVERFOERSEL og UDLAND-BETALING-KOERSEL
      * allerede har sendt af sted i dag; en debet der ville
      * overskride graensen, afvises.
      * En laast boerneopsparing (files/BOERNEOPSPARING.txt) afviser
      * debeter som hos natmotoren. Indskud paa den afvises ogsaa
      * her: aarets indskud mod loftet taelles kun op af natmotoren,
      * saa de maa gaa den vej.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EKSPRES-STATUS.

           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOTORJOURNAL-STATUS.

           SELECT JOURNAL-FIL ASSIGN TO "files/EKSPRES-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OMVENDT-FIL
               ASSIGN TO "files/EKSPRES-JOURNAL-OMVENDT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OMVENDT-STATUS.

      *    Samme porte som natmotoren laeser ved opstart: aktive
      *    reservationer, bevilgede overtraek, laaste terminsindskud,
      *    pantsatte indlaan og afdoede kunder - en ekspresdebet skal
      *    afvises af praecis de samme grunde som den ville blive om
      *    natten.
           SELECT RESERVATION-FIL ASSIGN TO "files/RESERVATIONER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMIN-STATUS.

           SELECT SIKKERHED-FIL ASSIGN TO "files/SIKKERHEDER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIKKERHED-STATUS.

           SELECT BOERN-FIL ASSIGN TO "files/BOERNEOPSPARING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOERN-STATUS.

           SELECT KUNDEMASTER-FIL
               ASSIGN DYNAMIC WS-STI-KUNDEOPL-MASTER
               ORGANIZATION IS INDEXED
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".

       FD  KONTOMASTER-FIL.
       01  MASTER-RECORD.
           COPY "copybooks/KONTOREC.cpy".
       01  MOTORJOURNAL-RECORD.
           05 MOTORJOURNAL-TEKST PIC X(80).

      * Journalen over foerbilleder: en FOER-linje med kontorecorden
      * som den stod i masteren, foer den blev omskrevet.
       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 JOURNAL-TYPE     PIC X(8).
           05 JOURNAL-BILLEDE  PIC X(93).
           05 FILLER           PIC X(1).

       FD  OMVENDT-FIL.
       01  OMVENDT-RECORD.
           05 OMVENDT-TYPE     PIC X(8).
           05 OMVENDT-BILLEDE  PIC X(93).
           05 FILLER           PIC X(1).

       FD  RESERVATION-FIL.
       01  RESERVATION-RECORD.
           COPY "copybooks/RESERVREC.cpy".

       FD  BEVILLING-FIL.
       01  BEVILLING-POST.
           05 TK-SATS          PIC 9(2)V9(4).
           05 TK-STATUS        PIC X(1).

       FD  SIKKERHED-FIL.
       01  SIKKERHED-POST.
           COPY "copybooks/SIKKERHED.cpy".

       FD  BOERN-FIL.
       01  BOERN-POST.
           COPY "copybooks/BOERNOPS.cpy".

       FD  KUNDEMASTER-FIL.
       01  KUNDEMASTER-RECORD.
           COPY "copybooks/KUNDEREC.cpy".
           COPY "copybooks/FILSTIER.cpy".

       01  WS-EKSPRES-STATUS   PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-HISTORIK-STATUS  PIC XX     VALUE "00".
       01  WS-LOEBENR-STATUS   PIC XX     VALUE "00".
       01  WS-REJECT-STATUS    PIC XX     VALUE "00".
       01  WS-BYTTE-STATUS     PIC XX     VALUE "00".
       01  WS-MOTORJOURNAL-STATUS PIC XX  VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-OMVENDT-STATUS   PIC XX     VALUE "00".
       01  WS-RESERVATION-STATUS PIC XX   VALUE "00".
       01  WS-BEVILLING-STATUS PIC XX     VALUE "00".
       01  WS-TERMIN-STATUS    PIC XX     VALUE "00".
       01  WS-SIKKERHED-STATUS PIC XX     VALUE "00".
       01  WS-BOERN-STATUS     PIC XX     VALUE "00".
       01  WS-KUNDEMASTER-STATUS PIC XX   VALUE "00".

       01  END-OF-FILE         PIC X      VALUE "N".
       01  WS-LAAS-SVAR        PIC X      VALUE SPACES.
       01  WS-LAAS-EJER        PIC X(20)  VALUE SPACES.

      * Den konto posteringen rammer, laest paa KONTO-ID fra
      * kontomasteren - samme moenster som natmotoren.
      * AK-FOER-BILLEDE er recorden som den blev laest; den skrives i
      * journalen foer kontoen omskrives.
       01  WS-SOEGE-KONTO-ID   PIC X(10)  VALUE SPACES.
       01  WS-KONTO-FUNDET     PIC X      VALUE "N".
           88  KONTO-ER-FUNDET            VALUE "Y".
       01  AKTUEL-KONTO.
           05  AK-KUNDE-ID         PIC X(10) VALUE SPACES.
           05  AK-KONTO-ID         PIC X(10) VALUE SPACES.
           05  AK-KONTO-TYPE       PIC X(20) VALUE SPACES.
           05  AK-BALANCE          PIC S9(7)V99 VALUE 0.
           05  AK-VALUTA-KD        PIC X(3)  VALUE SPACES.
           05  AK-AABNET-DATO      PIC X(8)  VALUE SPACES.
           05  AK-KONTO-STATUS     PIC X(1)  VALUE SPACES.
           05  AK-LUKKET-DATO      PIC X(8)  VALUE SPACES.
           05  AK-IBAN             PIC X(18) VALUE SPACES.
           05  AK-AFDELING         PIC X(4)  VALUE SPACES.
           05  AK-PENGEINSTITUT    PIC X(2)  VALUE SPACES.
       01  AK-FOER-BILLEDE     PIC X(93)  VALUE SPACES.
       01  WS-GENDANNET-TAELLER PIC 9(7)  VALUE 0.
       01  WS-FUNDET-IDX       PIC 9(5)   VALUE 0.

       01  WS-KONTO-UD.
           05 KU-LUKKET-DATO   PIC X(8).
           05 KU-IBAN          PIC X(18).
           05 KU-AFDELING      PIC X(4).
           05 KU-PENGEINSTITUT PIC X(2).
       01  WS-BAL-X100         PIC S9(9)  VALUE 0.
       01  WS-BAL-UD-POS       PIC Z(8)9.
       01  WS-BAL-UD-EDIT      PIC -(8)9.

      * Portene fra natmotoren, samme tabeller og regler: aktive
      * reservationer summeret pr. konto, bevilgede overtraek,
      * laaste terminsindskud, pantsatte indlaan og afdoede kunder.
       01  WS-RES-SUM-ANTAL    PIC 9(3)   VALUE 0.
       01  RES-SUM-TABEL.
           05  RES-SUM-ENTRY OCCURS 500 TIMES
       01  WS-TERMIN-FUNDET    PIC X      VALUE "N".
           88  ER-TERMIN-LAAST            VALUE "Y".

       01  WS-PANT-ANTAL       PIC 9(3)   VALUE 0.
       01  PANT-TABEL.
           05  PANT-ENTRY OCCURS 500 TIMES
                              INDEXED BY PN-IDX
                              PIC X(10) VALUE SPACES.
       01  WS-PANT-FUNDET      PIC X      VALUE "N".
           88  ER-PANTSAT                 VALUE "Y".

       01  WS-BOERN-ANTAL      PIC 9(3)   VALUE 0.
       01  BOERN-TABEL.
           05  BOERN-ENTRY OCCURS 500 TIMES
                              INDEXED BY BO-IDX.
               10  BOT-KONTO-ID    PIC X(10)   VALUE SPACES.
               10  BOT-LAAST-TIL   PIC X(8)    VALUE SPACES.
       01  WS-BOERN-FUNDET     PIC X      VALUE "N".
           88  ER-BOERNEOPSPARING         VALUE "Y".

       01  WS-AFDOED-ANTAL     PIC 9(3)   VALUE 0.
       01  AFDOED-TABEL.
           05  AFDOED-ENTRY OCCURS 200 TIMES
                              PIC X(10) VALUE SPACES.
       01  WS-AFDOED-FUNDET    PIC X      VALUE "N".
           88  KUNDE-ER-AFDOED            VALUE "Y".

      * Sanktionsmarkerede kunder fra kundemasteren (bekraeftet hit
      * paa sanktionslisten); alle debeter paa deres konti afvises.
       01  WS-SANKTION-ANTAL   PIC 9(3)   VALUE 0.
       01  SANKTION-TABEL.
           05  SANKTION-ENTRY OCCURS 200 TIMES
                              INDEXED BY SNK-IDX
                              PIC X(10) VALUE SPACES.
       01  WS-SANKTION-FUNDET  PIC X      VALUE "N".
           88  KUNDE-ER-SANKTIONERET      VALUE "Y".
       01  WS-SYSTEM-POSTERING PIC X      VALUE "N".
           88  ER-SYSTEM-POSTERING        VALUE "Y".
      * Posteringens linje i transaktionskodetabellen - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.

      * Dagsgraensen - se shared/dagsgraense_kontrol.cob. Kanalen
      * er blank for posteringer der ikke taeller med.
       01  WS-DG-FUNKTION      PIC X(4)   VALUE SPACES.
       01  WS-DG-KANAL         PIC X(1)   VALUE SPACE.
       01  WS-DG-BELOEB        PIC 9(9)V99 VALUE 0.
       01  WS-DG-PROGRAM       PIC X(20)  VALUE "EKSPRES-POSTERING".
       01  WS-DG-SVAR          PIC X(1)   VALUE SPACE.
       01  WS-DG-GRAENSE       PIC 9(9)V99 VALUE 0.
       01  WS-DG-FORBRUG       PIC 9(9)V99 VALUE 0.
       01  WS-LOEBENR          PIC 9(7)   VALUE 0.
       01  WS-AARSAG-TEKST     PIC X(30)  VALUE SPACES.
       01  WS-DAGS-DATO        PIC X(8)   VALUE SPACES.
       01  WS-AFVIST-TAELLER   PIC 9(5)   VALUE 0.
       01  WS-KOMMANDO         PIC X(200) VALUE SPACES.

      * Foerbillede af kontoen til kontojournalen - se
      * shared/konto_journal.cob.
       01  WS-KONTO-FOER-BILLEDE PIC X(93) VALUE SPACES.
       01  WS-KONTO-OPERATION  PIC X(8)   VALUE "RET".

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "EKSPRES-POSTERING".
           STOP RUN
       END-IF.

       PERFORM INDLAES-LOEBENR.
       PERFORM INDLAES-RESERVATIONER.
       PERFORM INDLAES-BEVILLINGER.
       PERFORM INDLAES-TERMIN-KONTI.
       PERFORM INDLAES-PANTSATTE-KONTI.
       PERFORM INDLAES-BOERNEOPSPARINGER.
       PERFORM INDLAES-AFDOEDE.
      * Historikken skrives til sidevognen, ikke direkte til den
      * rigtige historik - se TILFOEJ-HISTORIK.
           PERFORM FRIGIV-LAAS
           STOP RUN
       END-IF.
       OPEN I-O KONTOMASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-MASTER-STATUS
           PERFORM FRIGIV-LAAS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL EOF-REACHED
           READ EKSPRES-FIL INTO POSTERING-RECORD
       CLOSE EKSPRES-FIL.
       CLOSE HISTORIK-FIL.
       CLOSE REJECT-FIL.
       CLOSE KONTOMASTER-FIL.
       PERFORM SKRIV-LOEBENR-TILBAGE.

      * Alle konti er omskrevet i masteren: byttemarkoeren saettes,
      * og fra det oejeblik og indtil ekspresfilen er flyttet vaek,
      * er svaret paa et nedbrud at rulle FREM.
       IF WS-ANVENDT-TAELLER > 0
           PERFORM SKRIV-BYTTE-MARKOER
       END-IF.
       PERFORM TILFOEJ-HISTORIK.
      * Ekspresfilen flyttes vaek i samme oejeblik, saa natmotoren
      * aldrig kan naa at bogfoere de samme posteringer igen; foerst
      * derefter maa journalen og byttemarkoeren fjernes, ellers
      * kunne et nedbrud imellem skridtene efterlade bunken til ny
      * bogfoering mod de allerede opdaterede saldi - eller rulle
      * dem tilbage under en allerede flyttet bunke.
       PERFORM FLYT-EKSPRES-TIL-BEHANDLET.
       PERFORM FJERN-EKSPRES-JOURNAL.
       PERFORM FJERN-BYTTE-MARKOER.
       IF WS-ANVENDT-TAELLER > 0
           PERFORM DAN-KONTOUDTRAEK
       END-IF.
       PERFORM FRIGIV-LAAS.

       DISPLAY "EKSPRES-POSTERING: bogfoert=" WS-ANVENDT-TAELLER
       CALL "MASTER-LAAS" USING WS-LAAS-FUNKTION WS-LAAS-HOLDER
           WS-LAAS-SVAR WS-LAAS-EJER.

       DAN-KONTOUDTRAEK.
      * Den flade KontoOpl.txt dannes paany af masteren, saa de
      * programmer der laeser det flade format ser ekspressaldiene
      * med det samme. Fejler udtraekket, er masteren stadig rigtig;
      * filen dannes igen af naeste udtraek.
       MOVE "batch/kontoopl_udtraek" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "ADVARSEL: KONTOOPL-UDTRAEK fejlede - koer den "
               "manuelt, saa KontoOpl.txt svarer til masteren."
           MOVE 0 TO RETURN-CODE
       END-IF.

       INDLAES-LOEBENR.
       OPEN INPUT LOEBENR-FIL.
      * desuden bofrysning, terminslaas og disponibelt beloeb -
      * plus saldograensen begge veje. En ekspresdebet der ville
      * blive afvist i nat, maa ikke gaa igennem i dag. Alt afvist
      * gaar til rejectfilen. Som hos natmotoren faar en linje uden
      * transaktionskode koden udledt af teksten, og en ukendt kode
      * afvises.
       MOVE SPACES TO WS-AARSAG-TEKST.
       PERFORM KONTROLLER-BELOEB.
       PERFORM KLASSIFICER-POSTERING.
       MOVE PO-KONTO-ID TO WS-SOEGE-KONTO-ID.
       PERFORM LAES-AKTUEL-KONTO.
       EVALUATE TRUE
           WHEN NOT KONTO-ER-FUNDET
               MOVE "UKENDT KONTO" TO WS-AARSAG-TEKST
           WHEN AK-KONTO-STATUS = "C"
               MOVE "KONTO LUKKET" TO WS-AARSAG-TEKST
           WHEN PO-DK NOT = "D" AND PO-DK NOT = "K"
               MOVE "UGYLDIG D/K-KODE" TO WS-AARSAG-TEKST
           WHEN WS-BELOEB-GYLDIGT = "N"
               MOVE "UGYLDIGT BELOEB" TO WS-AARSAG-TEKST
           WHEN PO-TRANSKODE NOT = SPACES
                   AND WS-TRANSKODE-SVAR NOT = "Y"
               MOVE "UKENDT TRANSAKTIONSKODE" TO WS-AARSAG-TEKST
       END-EVALUATE.
       IF PO-TRANSKODE = SPACES
           MOVE TK-KODE IN WS-TRANSKODE TO PO-TRANSKODE
       END-IF.
       IF WS-AARSAG-TEKST = SPACES
           COMPUTE WS-POST-BELOEB
               = FUNCTION NUMVAL(PO-BELOEB) / 100
           IF PO-DK = "D"
               PERFORM KONTROLLER-AFDOED
               IF WS-AARSAG-TEKST = SPACES
                   PERFORM KONTROLLER-SANKTION
               END-IF
               IF WS-AARSAG-TEKST = SPACES
                   PERFORM KONTROLLER-TERMIN-LAAS
               END-IF
               IF WS-AARSAG-TEKST = SPACES
                   PERFORM KONTROLLER-PANT-LAAS
               END-IF
               IF WS-AARSAG-TEKST = SPACES
                   PERFORM KONTROLLER-BOERN-LAAS
               END-IF
               IF WS-AARSAG-TEKST = SPACES
                   PERFORM KONTROLLER-DISPONIBEL
               END-IF
               IF WS-AARSAG-TEKST = SPACES
                   PERFORM KONTROLLER-DAGSGRAENSE
               END-IF
           ELSE
               PERFORM KONTROLLER-BOERN-INDSKUD
           END-IF
           IF WS-AARSAG-TEKST = SPACES
               PERFORM KONTROLLER-SALDO-GRAENSE
       BOGFOER-EKSPRES.
      * WS-POST-BELOEB er sat i valideringen.
       ADD 1 TO WS-ANVENDT-TAELLER.
       IF PO-DK = "K"
           ADD WS-POST-BELOEB TO AK-BALANCE
       ELSE
           SUBTRACT WS-POST-BELOEB FROM AK-BALANCE
       END-IF.
       PERFORM SKRIV-AKTUEL-KONTO.
       MOVE SPACES TO HISTORIK-RECORD.
       MOVE AK-KUNDE-ID TO HI-KUNDE-ID.
       MOVE PO-KONTO-ID TO HI-KONTO-ID.
       MOVE WS-DAGS-DATO TO HI-DATO.
       MOVE PO-BELOEB TO HI-BELOEB.
       MOVE PO-DK TO HI-DK.
       MOVE PO-TEKST TO HI-TEKST.
       MOVE PO-TRANSKODE TO HI-TRANSKODE.
       IF PO-VALOER-DATO = SPACES
           MOVE WS-DAGS-DATO TO HI-VALOER-DATO
       ELSE
       ELSE
           MOVE PO-REFERENCE TO HI-REFERENCE
       END-IF.
       MOVE AK-VALUTA-KD TO HI-VALUTA.
       WRITE HISTORIK-RECORD.
       IF PO-DK = "D" AND WS-DG-KANAL NOT = SPACE
           MOVE "REGI" TO WS-DG-FUNKTION
           PERFORM KALD-DAGSGRAENSE
       END-IF.

       LAES-AKTUEL-KONTO.
      * Laes kontoen WS-SOEGE-KONTO-ID paa noeglen i kontomasteren
      * ind i AKTUEL-KONTO og gem recorden som foerbillede. En
      * ukendt konto er en almindelig afvisning; alt andet end
      * fundet/ikke fundet er en I/O-fejl, og saa standses der.
       MOVE "N" TO WS-KONTO-FUNDET.
       MOVE WS-SOEGE-KONTO-ID TO KONTO-ID IN MASTER-RECORD.
       READ KONTOMASTER-FIL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET KONTO-ER-FUNDET TO TRUE
               MOVE MASTER-RECORD TO AK-FOER-BILLEDE
               MOVE KUNDE-ID IN MASTER-RECORD TO AK-KUNDE-ID
               MOVE KONTO-ID IN MASTER-RECORD TO AK-KONTO-ID
               MOVE KONTO-TYPE IN MASTER-RECORD TO AK-KONTO-TYPE
               MOVE BALANCE IN MASTER-RECORD TO AK-BALANCE
               MOVE VALUTA-KD IN MASTER-RECORD TO AK-VALUTA-KD
               MOVE ACCOUNT-OPEN-DATE IN MASTER-RECORD
                   TO AK-AABNET-DATO
               MOVE KONTO-STATUS IN MASTER-RECORD TO AK-KONTO-STATUS
               MOVE LUKKET-DATO IN MASTER-RECORD TO AK-LUKKET-DATO
               MOVE KONTO-IBAN IN MASTER-RECORD TO AK-IBAN
               MOVE KONTO-AFDELING IN MASTER-RECORD TO AK-AFDELING
               MOVE KONTO-PENGEINSTITUT IN MASTER-RECORD
                   TO AK-PENGEINSTITUT
       END-READ.
       IF WS-MASTER-STATUS NOT = "00" AND WS-MASTER-STATUS NOT = "02"
               AND WS-MASTER-STATUS NOT = "23"
           DISPLAY "FEJL: Laesning af konto " WS-SOEGE-KONTO-ID
               " i kontomasteren fejlede, status=" WS-MASTER-STATUS
           PERFORM STANDS-MIDT-I-EKSPRES
       END-IF.

       SKRIV-AKTUEL-KONTO.
      * Foerbilledet skrives i journalen med aabn-skriv-luk, saa det
      * staar paa disken FOER kontoen omskrives i masteren. Kan
      * journalen ikke skrives, standses der uden at kontoen roeres.
       OPEN EXTEND JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "35"
           OPEN OUTPUT JOURNAL-FIL
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive foerbillede af konto "
               AK-KONTO-ID " i files/EKSPRES-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
           PERFORM STANDS-MIDT-I-EKSPRES
       END-IF.
       MOVE SPACES TO JOURNAL-RECORD.
       MOVE "FOER" TO JOURNAL-TYPE.
       MOVE AK-FOER-BILLEDE TO JOURNAL-BILLEDE.
       WRITE JOURNAL-RECORD.
       CLOSE JOURNAL-FIL.
       PERFORM BYG-KONTO-UD.
       MOVE WS-KONTO-UD TO MASTER-RECORD.
       REWRITE MASTER-RECORD.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Omskrivning af konto " AK-KONTO-ID
               " i kontomasteren fejlede, status=" WS-MASTER-STATUS
           PERFORM STANDS-MIDT-I-EKSPRES
       END-IF.
       MOVE AK-FOER-BILLEDE TO WS-KONTO-FOER-BILLEDE.
       PERFORM SKRIV-KONTO-JOURNAL.
       MOVE MASTER-RECORD TO AK-FOER-BILLEDE.

       STANDS-MIDT-I-EKSPRES.
      * Bogfoeringen kan ikke fortsaette. Der er ingen byttemarkoer,
      * saa naeste start laegger journalens foerbilleder tilbage og
      * bogfoerer bunken forfra.
       CLOSE KONTOMASTER-FIL.
       PERFORM FRIGIV-LAAS.
       MOVE WS-ANVENDT-TAELLER TO WS-NOTIF-ANTAL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       KONTROLLER-BELOEB.
      * Beloebet skal vaere hoejrestillede cifre med foranstillede
           CLOSE TERMIN-FIL
       END-IF.

       INDLAES-PANTSATTE-KONTI.
      * Aktive sikkerheder af typen INDL - samme regel som
      * natmotoren, ogsaa naar tabellen loeber fuld.
       OPEN INPUT SIKKERHED-FIL.
       IF WS-SIKKERHED-STATUS = "00"
           PERFORM UNTIL WS-SIKKERHED-STATUS NOT = "00"
               READ SIKKERHED-FIL INTO SIKKERHED-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SK-ER-INDLAAN AND SK-ER-AKTIV
                               AND SK-PANT-KONTO NOT = SPACES
                           ADD 1 TO WS-PANT-ANTAL
                           IF WS-PANT-ANTAL > 500
                               DISPLAY "FEJL: Flere end 500 "
                                   "pantsatte indlaan, tabellen er "
                                   "for lille."
                               PERFORM FRIGIV-LAAS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SK-PANT-KONTO TO
                               PANT-ENTRY(WS-PANT-ANTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIKKERHED-FIL
       END-IF.

       INDLAES-BOERNEOPSPARINGER.
      * Laaste boerneopsparinger (status A) - samme regel som
      * natmotoren, ogsaa naar tabellen loeber fuld.
       OPEN INPUT BOERN-FIL.
       IF WS-BOERN-STATUS = "00"
           PERFORM UNTIL WS-BOERN-STATUS NOT = "00"
               READ BOERN-FIL INTO BOERN-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BO-ER-LAAST AND BO-KONTO-ID NOT = SPACES
                           ADD 1 TO WS-BOERN-ANTAL
                           IF WS-BOERN-ANTAL > 500
                               DISPLAY "FEJL: Flere end 500 laaste "
                                   "boerneopsparinger, tabellen er "
                                   "for lille."
                               PERFORM FRIGIV-LAAS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           SET BO-IDX TO WS-BOERN-ANTAL
                           MOVE BO-KONTO-ID TO BOT-KONTO-ID(BO-IDX)
                           MOVE BO-LAAST-TIL TO BOT-LAAST-TIL(BO-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOERN-FIL
       END-IF.

       INDLAES-AFDOEDE.
      * Saml de afdoede kunders KUNDE-ID'er. Bofrysningen er et
      * lovkrav, saa baade en ulaeselig kundemaster og en fuld
      * tabel standser koerslen - den maa ikke lydloest holde op
      * med at gaelde. I samme gennemloeb samles de
      * sanktionsmarkerede kunder, efter samme regel.
       OPEN INPUT KUNDEMASTER-FIL.
       IF WS-KUNDEMASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kundemasteren til "
                       MOVE KUNDE-ID IN KUNDEMASTER-RECORD
                           TO AFDOED-ENTRY(WS-AFDOED-ANTAL)
                   END-IF
                   IF SANKTION-MARKERING IN KUNDEMASTER-RECORD = "S"
                       PERFORM GEM-SANKTIONERET
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE KUNDEMASTER-FIL.

       GEM-SANKTIONERET.
       ADD 1 TO WS-SANKTION-ANTAL.
       IF WS-SANKTION-ANTAL > 200
           DISPLAY "FEJL: Flere end 200 sanktionsmarkerede kunder, "
               "tabellen er for lille."
           PERFORM FRIGIV-LAAS
           STOP RUN
       END-IF.
       MOVE KUNDE-ID IN KUNDEMASTER-RECORD
           TO SANKTION-ENTRY(WS-SANKTION-ANTAL).

       KONTROLLER-AFDOED.
      * Boet er frosset: en debet paa en afdoed kundes konto gaar
      * kun igennem naar teksten begynder med BOET - den godkendte
      * botransaktion fra skifteretten.
       SET WS-AFDOED-FUNDET TO "N".
       SET AFD-IDX TO 1.
       IF WS-AFDOED-ANTAL > 0
           SEARCH AFDOED-ENTRY
               AT END
                   SET WS-AFDOED-FUNDET TO "N"
               WHEN AFDOED-ENTRY(AFD-IDX) = AK-KUNDE-ID
                   SET WS-AFDOED-FUNDET TO "Y"
           END-SEARCH
       END-IF.
           MOVE "KUNDE AFDOED - BO FROSSET" TO WS-AARSAG-TEKST
       END-IF.

       KONTROLLER-SANKTION.
      * Kunden er et bekraeftet sanktionshit: midlerne er
      * indefrosset, og der er ingen undtagelsestekst som BOET -
      * frigivelse sker kun ved at compliance ophaever markeringen.
       SET WS-SANKTION-FUNDET TO "N".
       SET SNK-IDX TO 1.
       IF WS-SANKTION-ANTAL > 0
           SEARCH SANKTION-ENTRY
               AT END
                   SET WS-SANKTION-FUNDET TO "N"
               WHEN SANKTION-ENTRY(SNK-IDX) = AK-KUNDE-ID
                   SET WS-SANKTION-FUNDET TO "Y"
           END-SEARCH
       END-IF.
       IF KUNDE-ER-SANKTIONERET
           MOVE "KUNDE SANKTIONERET - FROSSET" TO WS-AARSAG-TEKST
       END-IF.

       KONTROLLER-TERMIN-LAAS.
      * En debet paa et uudloebet terminsindskud afvises - pengene
      * er bundet til terminen, medmindre teksten begynder med
           MOVE "TERMINSINDSKUD IKKE UDLOEBET" TO WS-AARSAG-TEKST
       END-IF.

       KONTROLLER-PANT-LAAS.
      * En debet paa et indlaan der er pantsat som sikkerhed for et
      * laan, afvises, saa laenge sikkerheden er aktiv.
       SET WS-PANT-FUNDET TO "N".
       SET PN-IDX TO 1.
       IF WS-PANT-ANTAL > 0
           SEARCH PANT-ENTRY
               AT END
                   SET WS-PANT-FUNDET TO "N"
               WHEN PANT-ENTRY(PN-IDX) = PO-KONTO-ID
                   SET WS-PANT-FUNDET TO "Y"
           END-SEARCH
       END-IF.
       IF ER-PANTSAT
           MOVE "KONTO PANTSAT SOM SIKKERHED" TO WS-AARSAG-TEKST
       END-IF.

       FIND-BOERNEOPSPARING.
       SET WS-BOERN-FUNDET TO "N".
       SET BO-IDX TO 1.
       IF WS-BOERN-ANTAL > 0
           SEARCH BOERN-ENTRY
               AT END
                   SET WS-BOERN-FUNDET TO "N"
               WHEN BOT-KONTO-ID(BO-IDX) = PO-KONTO-ID
                   SET WS-BOERN-FUNDET TO "Y"
           END-SEARCH
       END-IF.

       KONTROLLER-BOERN-LAAS.
      * En debet paa en boerneopsparing foer laasedatoen afvises,
      * undtagen udbetaling til et doedsbo (BOET).
       PERFORM FIND-BOERNEOPSPARING.
       IF ER-BOERNEOPSPARING
               AND BOT-LAAST-TIL(BO-IDX) > WS-DAGS-DATO
               AND PO-TEKST(1:4) NOT = "BOET"
           MOVE "BOERNEOPSPARING LAAST" TO WS-AARSAG-TEKST
       END-IF.

       KONTROLLER-BOERN-INDSKUD.
      * Indskud (andet end systemposteringer) paa en laast
      * boerneopsparing henvises til natmotorens loftkontrol.
       PERFORM FIND-BOERNEOPSPARING.
       IF ER-BOERNEOPSPARING
           PERFORM AFGOER-SYSTEM-POSTERING
           IF NOT ER-SYSTEM-POSTERING
               MOVE "BOERNEINDSKUD KUN I NATKOERSEL"
                   TO WS-AARSAG-TEKST
           END-IF
       END-IF.

       KONTROLLER-DISPONIBEL.
      * En almindelig debet maa ikke bryde det disponible beloeb:
      * saldoen minus de aktive reservationer plus en eventuel
       IF NOT ER-SYSTEM-POSTERING
           PERFORM FIND-RESERVATION-SUM
           PERFORM FIND-BEVILGET-GRAENSE
           COMPUTE WS-DISPONIBEL
               = AK-BALANCE - WS-RES-FUNDET-SUM
               + WS-BEVILGET-GRAENSE
           IF WS-POST-BELOEB > WS-DISPONIBEL
               MOVE "DISPONIBELT OVERSKREDET" TO WS-AARSAG-TEKST
       END-IF.

       AFGOER-SYSTEM-POSTERING.
      * Systemposteringerne er markeret i transaktionskodetabellen;
      * WS-TRANSKODE er sat i valideringen.
       SET WS-SYSTEM-POSTERING TO "N".
       IF TK-ER-SYSTEMPOSTERING IN WS-TRANSKODE
           SET WS-SYSTEM-POSTERING TO "Y"
       END-IF.

       KLASSIFICER-POSTERING.
       CALL "TRANSKODE-OPSLAG" USING PO-TRANSKODE PO-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.
      * Kanalen til dagsgraensen foelger af koden.
       EVALUATE TRUE
           WHEN TK-KODE IN WS-TRANSKODE = "UDLB"
               MOVE "E" TO WS-DG-KANAL
           WHEN TK-GL-KATEGORI IN WS-TRANSKODE = "OVERFOER"
               MOVE "I" TO WS-DG-KANAL
           WHEN OTHER
               MOVE SPACE TO WS-DG-KANAL
       END-EVALUATE.

       KONTROLLER-DAGSGRAENSE.
      * Debeten laegges oven i hvad der allerede er gaaet fra kunden
      * i dag via alle betalingsprogrammerne, ogsaa tidligere linjer
      * i denne bunke.
       IF WS-DG-KANAL NOT = SPACE
           MOVE "KTRL" TO WS-DG-FUNKTION
           PERFORM KALD-DAGSGRAENSE
           IF WS-DG-SVAR = "N"
               MOVE "DAGSGRAENSE OVERSKREDET" TO WS-AARSAG-TEKST
           END-IF
       END-IF.

       KALD-DAGSGRAENSE.
       MOVE WS-POST-BELOEB TO WS-DG-BELOEB.
       CALL "DAGSGRAENSE-KONTROL" USING WS-DG-FUNKTION
           AK-KUNDE-ID WS-DG-KANAL WS-DG-BELOEB
           AK-VALUTA-KD PO-KONTO-ID WS-DG-PROGRAM
           WS-DG-SVAR WS-DG-GRAENSE WS-DG-FORBRUG.

       KONTROLLER-SALDO-GRAENSE.
      * Kontorecordens balancefelt kan baere -999999,99 til
      * 9999999,99; en postering der ville skubbe saldoen udenfor,
      * afvises i stedet for at det foerende ciffer tabes ved
      * omskrivningen.
       IF PO-DK = "K"
           COMPUTE WS-NY-SALDO
               = AK-BALANCE + WS-POST-BELOEB
       ELSE
           COMPUTE WS-NY-SALDO
               = AK-BALANCE - WS-POST-BELOEB
       END-IF.
       COMPUTE WS-NY-SALDO-X100 ROUNDED = WS-NY-SALDO * 100.
       IF WS-NY-SALDO-X100 < -99999999

       TILFOEJ-HISTORIK.
      * Haegt sidevognens historiklinjer paa den rigtige historik nu
      * hvor alle konti er omskrevet i masteren; foer det punkt maa der
      * ikke staa historik for saldi der aldrig blev skrevet.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "if test -s files/EKSPRES-HISTORIK-NY.txt; then "

       GENSTART-KONTROL-EKSPRES.
      * Ligger natmotorens journal der, er natkaeden ikke afsluttet
      * rent, og resterne (herunder foerbillederne i journalen)
      * tilhoerer DENS genstartskontrol - dem maa vi hverken rydde
      * op i eller bogfoere henover. Operatoeren maa koere motoren
      * foerst.
       OPEN INPUT MOTORJOURNAL-FIL.
       IF WS-MOTORJOURNAL-STATUS = "00"
           CLOSE MOTORJOURNAL-FIL
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
      * Staar byttemarkoeren der fra et nedbrud, var alle konti
      * omskrevet i masteren - saa rulles der frem, og der standses
      * bagefter, saa operatoeren ser at det var en genstart. Uden
      * markoer laegges en efterladt journals foerbilleder tilbage i
      * masteren, resterne af en halv koersel fejes vaek, og bunken
      * bogfoeres forfra mod de uroerte saldi.
       OPEN INPUT BYTTE-FIL.
       IF WS-BYTTE-STATUS = "00"
           CLOSE BYTTE-FIL
               WS-NOTIF-STATUS WS-NOTIF-ANTAL
           STOP RUN
       END-IF.
       OPEN INPUT JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "00"
           CLOSE JOURNAL-FIL
           DISPLAY "EKSPRES-POSTERING: afbrudt bogfoering fundet - "
               "masteren rulles tilbage og bunken bogfoeres forfra."
           PERFORM GENDAN-FOERBILLEDER
       END-IF.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "rm -f files/EKSPRES-JOURNAL.txt "
           "files/EKSPRES-JOURNAL-OMVENDT.TMP "
           "files/EKSPRES-HISTORIK-NY.txt"
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       RUL-EKSPRES-FREM.
      * Masteren er komplet; sidevognens historik haegtes paa,
      * ekspresfilen flyttes vaek og journalen fjernes. Hvert skridt
      * taaler at vaere udfoert i forvejen, saa endnu et nedbrud midt
      * i oprydningen goer ingen skade.
       PERFORM TILFOEJ-HISTORIK.
       PERFORM FLYT-EKSPRES-TIL-BEHANDLET.
       PERFORM FJERN-EKSPRES-JOURNAL.
       PERFORM FJERN-BYTTE-MARKOER.
       PERFORM DAN-KONTOUDTRAEK.
       DISPLAY "EKSPRES-POSTERING: genstart fuldfoert.".

       FJERN-EKSPRES-JOURNAL.
       MOVE SPACES TO WS-KOMMANDO.
       MOVE "rm -f files/EKSPRES-JOURNAL.txt" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.

       GENDAN-FOERBILLEDER.
      * Journalen vendes paa hovedet, og hvert foerbillede skrives
      * tilbage i masteren; er en konto omskrevet flere gange, staar
      * dens aeldste foerbillede derved sidst og vinder. Doer
      * tilbagerulningen selv, goeres den forfra ved naeste start med
      * samme resultat. Lykkes den ikke, standses der med journalen
      * uroert.
       MOVE SPACES TO WS-KOMMANDO.
       STRING "tac files/EKSPRES-JOURNAL.txt > "
           "files/EKSPRES-JOURNAL-OMVENDT.TMP"
           INTO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "FEJL: Journalen kunne ikke vendes til "
               "tilbagerulningen."
           PERFORM STANDS-TILBAGERULNING
       END-IF.
       OPEN INPUT OMVENDT-FIL.
       IF WS-OMVENDT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/EKSPRES-JOURNAL-OMVENDT.TMP, status="
               WS-OMVENDT-STATUS
           PERFORM STANDS-TILBAGERULNING
       END-IF.
       OPEN I-O KONTOMASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren til "
               "tilbagerulningen, status=" WS-MASTER-STATUS
           CLOSE OMVENDT-FIL
           PERFORM STANDS-TILBAGERULNING
       END-IF.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ OMVENDT-FIL
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   IF OMVENDT-TYPE = "FOER"
                       PERFORM GENDAN-FOERBILLEDE
                   END-IF
           END-READ
       END-PERFORM.
       SET EOF-NOT-REACHED TO TRUE.
       CLOSE OMVENDT-FIL.
       CLOSE KONTOMASTER-FIL.
       DISPLAY "EKSPRES-POSTERING: " WS-GENDANNET-TAELLER
           " foerbillede(r) lagt tilbage i kontomasteren.".

       GENDAN-FOERBILLEDE.
       MOVE OMVENDT-BILLEDE TO MASTER-RECORD.
       REWRITE MASTER-RECORD.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Konto " KONTO-ID IN MASTER-RECORD
               " kunne ikke rulles tilbage, status="
               WS-MASTER-STATUS
           CLOSE OMVENDT-FIL
           CLOSE KONTOMASTER-FIL
           PERFORM STANDS-TILBAGERULNING
       END-IF.
      * Tilbagelaegningen er ogsaa en aendring af kontoen og skrives
      * i kontojournalen. Hvad kontoen stod paa lige foer, er ikke
      * laest her, saa foerbilledet er blankt.
       MOVE SPACES TO WS-KONTO-FOER-BILLEDE.
       PERFORM SKRIV-KONTO-JOURNAL.
       ADD 1 TO WS-GENDANNET-TAELLER.

       STANDS-TILBAGERULNING.
       MOVE "rm -f files/EKSPRES-JOURNAL-OMVENDT.TMP" TO WS-KOMMANDO.
       CALL "SYSTEM" USING WS-KOMMANDO.
       DISPLAY "EKSPRES-POSTERING: journalen er bevaret; ret fejlen "
           "og start igen.".
       PERFORM FRIGIV-LAAS.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-NOTIF-ANTAL.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       BYG-KONTO-UD.
      * Byg den udgaaende kontorecord af AKTUEL-KONTO til masterens
      * REWRITE.
       MOVE SPACES TO WS-KONTO-UD.
       MOVE AK-KUNDE-ID TO KU-KUNDE-ID.
       MOVE AK-KONTO-ID TO KU-KONTO-ID.
       MOVE AK-KONTO-TYPE TO KU-KONTO-TYPE.
       COMPUTE WS-BAL-X100 ROUNDED = AK-BALANCE * 100.
       IF WS-BAL-X100 < 0
           MOVE WS-BAL-X100 TO WS-BAL-UD-EDIT
           MOVE WS-BAL-UD-EDIT TO KU-BALANCE
           MOVE WS-BAL-X100 TO WS-BAL-UD-POS
           MOVE WS-BAL-UD-POS TO KU-BALANCE
       END-IF.
       MOVE AK-VALUTA-KD TO KU-VALUTA-KD.
       MOVE AK-AABNET-DATO TO KU-AABNET-DATO.
       MOVE AK-KONTO-STATUS TO KU-KONTO-STATUS.
       MOVE AK-LUKKET-DATO TO KU-LUKKET-DATO.
       MOVE AK-IBAN TO KU-IBAN.
       MOVE AK-AFDELING TO KU-AFDELING.
       MOVE AK-PENGEINSTITUT TO KU-PENGEINSTITUT.

       SKRIV-KONTO-JOURNAL.
      * WS-KONTO-FOER-BILLEDE og WS-KONTO-OPERATION er sat af
      * kalderen; efterbilledet er kontoen som den netop er skrevet.
       CALL "KONTO-JOURNAL" USING WS-NOTIF-PROGRAM WS-KONTO-OPERATION
           WS-OPERATOER-ID WS-KONTO-FOER-BILLEDE MASTER-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
