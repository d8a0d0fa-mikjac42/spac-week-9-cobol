
      * Bogfoeringsmotor for dagens posteringer: laeser den daglige
      * posteringsfil files/POSTERINGER.txt (KONTO-ID, dato, beloeb,
      * D/K, posteringstekst), slaar hver postering op paa KONTO-ID
      * i den indekserede kontomaster files/KONTOOPL-MASTER.DAT,
      * validerer den mod kontoen og files/KONTOTYPER.txt og omskriver
      * kontoens record med den nye BALANCE, saa Opgave8 altid joiner
      * mod aktuelle saldi i stedet for at vente paa en ny leverance
      * fra opstroems. Masteren er den autoritative kontofil; den
      * flade KontoOpl.txt dannes af batch/kontoopl_udtraek.cob lige
      * efter motoren, og der er ingen graense for antallet af konti
      * ud over masterens egen. Afviste posteringer skrives til
      * files/POSTERING-REJECTS.txt med en aarsagskode, og bogfoerte
      * posteringer foejes til files/POSTERING-HISTORIK.txt saa de
      * senere kan spores pr. konto. Koeres som et trin i den daglige
      * batch/dagligt_koersel.cob.
      *
      * Bogfoeringen er gjort genstartssikker: foer noget roeres,
      * skrives en hensigtsjournal (files/POSTERING-JOURNAL.txt), og
      * foer hver omskrivning af en konto skrives kontoens
      * foerbillede (recorden som den stod) i journalen. Naar alle
      * posteringer er bogfoert, markeres journalen TILBAGESKREVET,
      * og foerst derefter haegtes sidevognen med de anvendte
      * historiklinjer paa POSTERING-HISTORIK.txt. Doer koerslen
      * undervejs, opdager naeste start journalen og ruller enten
      * frem (markeringen er skrevet - de manglende efterled goeres
      * faerdige) eller tilbage (foerbillederne laegges tilbage i
      * masteren i omvendt raekkefoelge, resterne ryddes op og dagens
      * fil bogfoeres forfra), saa masteren aldrig kan efterlades
      * halvt bogfoert.
      *
      * Hvert program der foejer posteringer til filen, indrammer sin
      * blok med et batchhoved og en trailer med antal og debet-/
      * kredit-hashtotaler (copybooks/POSTKTRL.cpy). Hele filen
      * gennemgaas foer bogfoeringen, og en blok der mangler sin
      * trailer eller sit hoved, hvis kontroltal ikke stemmer, eller
      * som er foejet til filen to gange, bogfoeres slet ikke: den
      * tilbageholdes samlet i files/POSTERING-BATCH-HOLD.txt med en
      * linje i rejectfilen der navngiver producenten.
      *
      * En afvist postering bogfoeres paa fejlkontoen for sin valuta
      * (FEJLKT-<valuta>, henfoert via FEJLKONTO i files/KONTOPLAN.txt)
      * og noteres som aaben post i files/FEJLKONTO.txt, saa beloebet
      * ikke forsvinder fra bogfoeringen. Operatoerens klarering fra
      * batch/fejlkonto_klarering.cob kommer tilbage gennem
      * posteringsfilen: et ben paa fejlkontoen selv bogfoeres kun som
      * historiklinje, og postlisten skrives ved siden af som
      * files/FEJLKONTO-NY.txt og skiftes ind sammen med historikken.
      *
      * Hver postering klassificeres paa sin transaktionskode
      * (PO-TRANSKODE) i files/TRANSAKTIONSKODER.txt via
      * shared/transkode_opslag.cob. En postering uden kode faar koden
      * udledt af teksten og skrevet paa historiklinjen; en ukendt
      * kode afvises med aarsag 20.
      *
      * En BOERNEOPSPARING (files/BOERNEOPSPARING.txt) er laast for
      * haevning til laasedatoen (aarsag 21), og indskud ud over det
      * aarlige indskudsloft afvises (aarsag 22). Aarets indskud
      * taelles op fra historikken ved opstart; rente og andre
      * systemposteringer taeller ikke med.
      *
      * En debet paa et indlaan der staar pantsat som sikkerhed
      * (aktiv INDL-sikkerhed i files/SIKKERHEDER.txt) afvises med
      * aarsag 23, til sikkerheden frigives.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTERING-STATUS.

      *    Den indekserede kontomaster er den autoritative kontofil:
      *    hver postering laeser sin konto paa KONTO-ID og omskriver
      *    den efter bogfoeringen.
           SELECT KONTOMASTER-FIL ASSIGN DYNAMIC WS-STI-KONTOOPL-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

      *    Blokke hvis batchkontrol fejler, flyttes hertil uaendret
      *    med hoved og trailer, saa de kan genleveres eller rettes
      *    i stedet for at blive bogfoert halvt.
      *    Fejlkontoens postliste, laest ved opstart og skrevet
      *    tilbage ved siden af (FEJLKONTO-NY.txt), som foerst flyttes
      *    ind naar alle konti er omskrevet i masteren.
           SELECT FEJLKONTO-FIL ASSIGN TO "files/FEJLKONTO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEJLKONTO-STATUS.

           SELECT FEJLKONTO-NY-FIL ASSIGN TO "files/FEJLKONTO-NY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEJLKONTO-NY-STATUS.

           SELECT BATCH-HOLD-FIL
               ASSIGN TO "files/POSTERING-BATCH-HOLD.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-HOLD-STATUS.

      *    Fortloebende loebenummer-taeller for historiklinjerne, saa
      *    en linje kan refereres entydigt af storno-programmet.
           SELECT LOEBENR-FIL ASSIGN TO "files/POSTERING-LOEBENR.txt"
               FILE STATUS IS WS-LOEBENR-STATUS.

      *    Hensigtsjournalen: en START-linje foer bogfoeringen, en
      *    linje pr. anvendt postering, en FOER-linje med kontoens
      *    foerbillede foer hver omskrivning i masteren, en
      *    TILBAGESKREVET-linje naar alle konti er omskrevet og en
      *    SLUT-linje naar alt er paa plads. Findes journalen ved
      *    opstart uden SLUT, afgoer TILBAGESKREVET-linjen om der
      *    rulles frem eller tilbage.
           SELECT JOURNAL-FIL ASSIGN TO "files/POSTERING-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    Journalen vendt paa hovedet til tilbagerulningen, saa det
      *    aeldste foerbillede af en konto laegges tilbage sidst.
           SELECT OMVENDT-FIL
               ASSIGN TO "files/POSTERING-JOURNAL-OMVENDT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OMVENDT-STATUS.

      *    Referencetabel over gyldige kontotyper, samme tabel som
      *    Opgave8's VALIDER-KONTOTYPE bruger.
           SELECT KONTOTYPE-FIL ASSIGN TO "files/KONTOTYPER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMIN-STATUS.

      *    Sikkerhedsregistret: et indlaan der er pantsat som
      *    sikkerhed for et laan (type INDL, status A), er spaerret
      *    for haevning paa samme maade som et terminsindskud, indtil
      *    sikkerheden frigives i batch/sikkerhed_vedligehold.cob.
           SELECT SIKKERHED-FIL ASSIGN TO "files/SIKKERHEDER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIKKERHED-STATUS.

      *    Boerneopsparinger: laast for haevning til barnet fylder
      *    den aftalte alder, og indskud begraenset af et aarligt
      *    loft. Registret vedligeholdes af KONTO-OPRETTELSE og
      *    frigives af batch/boerneopsparing_frigiv.cob.
           SELECT BOERN-FIL ASSIGN TO "files/BOERNEOPSPARING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOERN-STATUS.

      *    Aktive reservationer (kortautorisationer, udlaeg m.m.) der
      *    traekkes fra saldoen naar en debet proeves - se
      *    batch/reservation_vedligehold.cob.
      *    anvendt postering, saa kontobevaegelser kan goeres op
      *    pr. konto og periode efterfoelgende.
      *    Historiklinjerne samles foerst i en sidevogn og haegtes
      *    paa files/POSTERING-HISTORIK.txt efter at alle konti er
      *    omskrevet i masteren, saa en afbrudt koersel ikke
      *    efterlader historik for saldi der blev rullet tilbage.
           SELECT HISTORIK-FIL
               ASSIGN TO "files/POSTERING-HISTORIK-NY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  POSTERING-FIL.
       01  POSTERING-RECORD.
           COPY "copybooks/POSTREC.cpy".
      * Batchhoved og -trailer fra producenterne.
       01  POSTERING-KONTROL.
           COPY "copybooks/POSTKTRL.cpy".

       FD  KONTOMASTER-FIL.
       01  MASTER-RECORD.

       FD  JOURNAL-FIL.
       01  JOURNAL-RECORD.
           05 JOURNAL-TEKST    PIC X(110).

       FD  OMVENDT-FIL.
       01  OMVENDT-RECORD.
           05 OMVENDT-TYPE     PIC X(8).
           05 OMVENDT-BILLEDE  PIC X(93).
           05 FILLER           PIC X(9).

       FD  LOEBENR-FIL.
       01  LOEBENR-RECORD.
           05 LOEBENR-VAERDI   PIC 9(7).

       FD  KONTOTYPE-FIL.
       01  KONTOTYPE-POST.
           05 KT-KODE          PIC X(20).
           05 TK-SATS          PIC 9(2)V9(4).
           05 TK-STATUS        PIC X(1).

       FD  SIKKERHED-FIL.
       01  SIKKERHED-POST.
           COPY "copybooks/SIKKERHED.cpy".

       FD  BOERN-FIL.
       01  BOERN-POST.
           COPY "copybooks/BOERNOPS.cpy".

       FD  BEVILLING-FIL.
       01  BEVILLING-POST.
           05 BV-KONTO-ID      PIC X(10).

       FD  RESERVATION-FIL.
       01  RESERVATION-RECORD.
           COPY "copybooks/RESERVREC.cpy".

       FD  VALUTAKURS-FIL.
       01  VALUTAKURS-POST.
       01  HISTORIK-RECORD.
           COPY "copybooks/POSTHIST.cpy".

      * Laeselayout for den bestaaende historik til dubletkontrollen
      * og boerneopsparingernes indskud i aar; kun de felter der
      * bruges er navngivet, men recorden daekker hele linjen.
       FD  HISTORIK-LAES-FIL.
       01  GAMMEL-HISTORIK-RECORD.
           05 GH-KUNDE-ID      PIC X(10).
           05 GH-DK            PIC X(1).
           05 GH-TEKST         PIC X(30).
           05 FILLER           PIC X(28).
           05 GH-VALUTA        PIC X(3).
           05 GH-TRANSKODE     PIC X(4).

      * Tilbageholdte posteringer skrives uaendret (hele
      * POSTREC-linjen), saa frigivelsen kan sende dem tilbage i
       FD  HOLD-FIL.
       01  HOLD-RECORD         PIC X(90).

       FD  FEJLKONTO-FIL.
       01  FEJLKONTO-POST.
           COPY "copybooks/FEJLKREC.cpy".

       FD  FEJLKONTO-NY-FIL.
       01  FEJLKONTO-NY-POST   PIC X(189).

       FD  BATCH-HOLD-FIL.
       01  BATCH-HOLD-RECORD   PIC X(90).

       WORKING-STORAGE SECTION.
      * Centrale filstier, delt med Opgave6/7/8 - se copybooks/FILSTIER.cpy.
       01  FILSTIER.

       01  WS-POSTERING-STATUS     PIC XX     VALUE "00".
       01  WS-RENTESATS-STATUS     PIC XX     VALUE "00".
       01  WS-MASTER-STATUS        PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS       PIC XX     VALUE "00".
       01  WS-OMVENDT-STATUS       PIC XX     VALUE "00".
       01  WS-LOEBENR-STATUS       PIC XX     VALUE "00".
       01  WS-HISTORIK-LAES-STATUS PIC XX     VALUE "00".
       01  WS-HOLD-STATUS          PIC XX     VALUE "00".
       01  WS-BATCH-HOLD-STATUS    PIC XX     VALUE "00".
       01  WS-FEJLKONTO-STATUS     PIC XX     VALUE "00".
       01  WS-FEJLKONTO-NY-STATUS  PIC XX     VALUE "00".
       01  WS-VALUTAKURS-STATUS    PIC XX     VALUE "00".
       01  WS-RESERVATION-STATUS   PIC XX     VALUE "00".
       01  WS-BEVILLING-STATUS     PIC XX     VALUE "00".
       01  WS-TERMIN-STATUS        PIC XX     VALUE "00".
       01  WS-SIKKERHED-STATUS     PIC XX     VALUE "00".
       01  WS-BOERN-STATUS         PIC XX     VALUE "00".
       01  WS-KUNDEMASTER-STATUS   PIC XX     VALUE "00".
       01  WS-KONTOTYPE-FIL-STATUS PIC XX     VALUE "00".
       01  WS-REJECT-STATUS        PIC XX     VALUE "00".
           88  EOF-REACHED                VALUE "Y".
           88  EOF-NOT-REACHED            VALUE "N".

      * Den konto posteringen rammer, laest paa KONTO-ID fra
      * kontomasteren. AK-FOER-BILLEDE er recorden som den blev
      * laest; den skrives i journalen foer kontoen omskrives, saa en
      * afbrudt koersel kan rulles tilbage.
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

      * Tabel over gyldige kontotyper, indlaest en gang ved opstart
       01  WS-KONTOTYPE-ANTAL       PIC 9(2) VALUE 0.
       01  WS-BAL-UD-POS       PIC Z(8)9.
       01  WS-BAL-UD-EDIT      PIC -(8)9.

      * Udgaaende kontorecord til masterens REWRITE: BALANCE skrives
      * som hoejrestillet fortegnstal (samme 9 positioner), saa en
      * konto der gaar i minus ikke mister sit fortegn.
       01  WS-KONTO-UD.
           05 KU-KUNDE-ID      PIC X(10).
           05 KU-KONTO-ID      PIC X(10).
           05 KU-LUKKET-DATO   PIC X(8).
           05 KU-IBAN          PIC X(18).
           05 KU-AFDELING      PIC X(4).
           05 KU-PENGEINSTITUT PIC X(2).

      * Genstartskontrollen: hvad den efterladte journal indeholdt
       01  WS-JOURNAL-FUNDET   PIC X      VALUE "N".
       01  WS-JOURNAL-SLUT     PIC X      VALUE "N".
           88  JOURNAL-AFSLUTTET          VALUE "Y".
       01  WS-SYS-KOMMANDO     PIC X(200) VALUE SPACES.
       01  WS-JOURNAL-LINJE    PIC X(110) VALUE SPACES.

      * Aktive reservationer summeret pr. konto; en almindelig debet
      * afvises naar den ville bryde saldo minus reservationer.
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

      * Aktive, uudloebne terminsindskud; en debet paa en af disse
      * konti afvises medmindre den er en godkendt ophaevelse.
       01  WS-TERMIN-ANTAL     PIC 9(3)   VALUE 0.
       01  WS-TERMIN-FUNDET    PIC X      VALUE "N".
           88  ER-TERMIN-LAAST            VALUE "Y".

      * Indlaan pantsat som sikkerhed for et laan; en debet paa en af
      * disse konti afvises, saa laenge sikkerheden er aktiv.
       01  WS-PANT-ANTAL       PIC 9(3)   VALUE 0.
       01  PANT-TABEL.
           05  PANT-ENTRY OCCURS 500 TIMES
                              INDEXED BY PN-IDX
                              PIC X(10) VALUE SPACES.
       01  WS-PANT-FUNDET      PIC X      VALUE "N".
           88  ER-PANTSAT                 VALUE "Y".

      * Laaste boerneopsparinger med laasedato, aarligt indskudsloft
      * og aarets indskud indtil nu (fra historikken plus denne
      * koersel).
       01  WS-BOERN-ANTAL      PIC 9(3)   VALUE 0.
       01  BOERN-TABEL.
           05  BOERN-ENTRY OCCURS 500 TIMES
                              INDEXED BY BO-IDX.
               10  BOT-KONTO-ID    PIC X(10)    VALUE SPACES.
               10  BOT-LAAST-TIL   PIC X(8)     VALUE SPACES.
               10  BOT-AARSLOFT    PIC 9(7)V99  VALUE 0.
               10  BOT-INDSAT      PIC 9(9)V99  VALUE 0.
       01  WS-BOERN-FUNDET     PIC X      VALUE "N".
           88  ER-BOERNEOPSPARING         VALUE "Y".
       01  WS-BOERN-INDSKUD    PIC X      VALUE "N".
           88  ER-BOERN-INDSKUD           VALUE "Y".
       01  WS-BOERN-KONTO      PIC X(10)  VALUE SPACES.

      * Aktive bevilgede overtraek pr. konto; udloebne bevillinger
      * taeller som nul.
       01  WS-BEVILLING-ANTAL  PIC 9(3)   VALUE 0.
       01  WS-SYSTEM-POSTERING PIC X      VALUE "N".
           88  ER-SYSTEM-POSTERING        VALUE "Y".

      * Posteringens linje i transaktionskodetabellen - se
      * shared/transkode_opslag.cob.
       01  WS-TRANSKODE.
           COPY "copybooks/TRANSKODE.cpy".
       01  WS-TRANSKODE-SVAR   PIC X      VALUE SPACE.
       01  WS-TEST-KODE        PIC X(4)   VALUE "DIV ".
       01  WS-TEST-TEKST       PIC X(30)  VALUE SPACES.

      * Valutakurser til DKK, indlaest en gang ved opstart
       01  WS-KURS-ANTAL       PIC 9(2)   VALUE 0.
       01  VALUTAKURS-TABEL.
           05  REF-BOGFOERT-ENTRY OCCURS 200 TIMES
                                    INDEXED BY RB-IDX.
               10  RBT-REF         PIC X(13)    VALUE SPACES.
               10  RBT-KONTO-ID    PIC X(10)    VALUE SPACES.
               10  RBT-NETTO       PIC S9(9)V99 VALUE 0.
               10  RBT-RECORD      PIC X(90)    VALUE SPACES.
               10  RBT-AKTIV       PIC X(1)     VALUE "N".
           88  ER-DUBLET                  VALUE "Y".
       01  WS-HOLD-TAELLER     PIC 9(5)   VALUE 0.

      * Batchkontrollen: en raekke pr. blok i posteringsfilen i
      *  filens raekkefoelge - en blok med hoved og trailer fra en
      *  producent, eller en loes blok af posteringer uden hoved
      *  (leveret udefra). Tabellen bygges i foerste gennemloeb, og
      *  andet gennemloeb finder hver linjes blok efter samme regel
      *  (PLACER-I-BATCH), saa en tilbageholdt blok flyttes hel.
      *  Kontroltallene genberegnes med samme rutine som producenterne
      *  dannede dem med - se shared/postering_batch.cob.
       01  WS-BATCH-FUNKTION   PIC X(4)   VALUE SPACES.
       01  WS-BATCH-PROGRAM    PIC X(20)  VALUE SPACES.
       01  WS-BATCH-BEREGNET.
           05 FILLER           PIC X(46).
           05 BB-ANTAL         PIC 9(7).
           05 BB-DEBET-SUM     PIC 9(11)V99.
           05 BB-KREDIT-SUM    PIC 9(11)V99.
           05 FILLER           PIC X(11).
       01  WS-BATCH-LINJE      PIC X      VALUE "N".
           88  UDEN-FOR-BATCH             VALUE "N".
           88  I-BATCH                    VALUE "B".
           88  I-LOES-BLOK                VALUE "L".
       01  WS-BATCH-NR         PIC 9(3)   VALUE 0.
       01  WS-BATCH-ANTAL      PIC 9(3)   VALUE 0.
       01  BATCH-TABEL.
           05  BATCH-ENTRY OCCURS 200 TIMES
                             INDEXED BY BA-IDX.
               10  BAT-PROGRAM     PIC X(20) VALUE SPACES.
               10  BAT-BATCH-ID    PIC X(16) VALUE SPACES.
               10  BAT-ANTAL       PIC 9(7)  VALUE 0.
               10  BAT-STATUS      PIC X(1)  VALUE "G".
                   88  BAT-GODKENDT          VALUE "G".
                   88  BAT-HOLDT             VALUE "H".
               10  BAT-AARSAG-KODE PIC X(2)  VALUE SPACES.
               10  BAT-AARSAG      PIC X(30) VALUE SPACES.
       01  WS-BATCH-AARSAG-KODE PIC X(2)  VALUE SPACES.
       01  WS-BATCH-AARSAG     PIC X(30)  VALUE SPACES.
       01  WS-BATCH-HOLDT-ANTAL PIC 9(3)  VALUE 0.
       01  WS-BATCH-HOLD-TAELLER PIC 9(7) VALUE 0.

      * Fejlkontoen: hele postlisten i hukommelsen, nye poster foejes
      *  til med naeste postnummer. WS-FEJL-KONTO-VALUTA er den
      *  afviste posterings kontovaluta (blank = ukendt konto), saa
      *  fejlkontoen kan tage kontoens valuta naar posteringen ikke
      *  selv har en.
       01  WS-FEJLPOST-ANTAL   PIC 9(4)   VALUE 0.
       01  FEJLPOST-TABEL.
           05  FEJLPOST-ENTRY OCCURS 3000 TIMES
                                INDEXED BY FP-IDX.
               10  FPT-LINJE       PIC X(189) VALUE SPACES.
       01  WS-FEJLPOST-NR      PIC 9(6)   VALUE 0.
       01  WS-FEJL-KONTO-VALUTA PIC X(3)  VALUE SPACES.
       01  WS-FEJL-VALUTA      PIC X(3)   VALUE SPACES.
       01  WS-FEJL-BELOEB-X    PIC X(9)   VALUE SPACES.
       01  WS-FEJL-BELOEB-9 REDEFINES WS-FEJL-BELOEB-X
                               PIC 9(7)V99.
       01  WS-GEMT-POSTERING   PIC X(90)  VALUE SPACES.
       01  WS-FEJLKONTO-TAELLER PIC 9(5)  VALUE 0.
       01  WS-KLARERET-TAELLER PIC 9(5)   VALUE 0.
       01  WS-GENAABNET-TAELLER PIC 9(5)  VALUE 0.

      * Naeste loebenummer til historiklinjerne; taelleren laeses ved
      * opstart og skrives tilbage lige efter bogfoeringsloekken, foer
      * journalen markeres TILBAGESKREVET.
       01  WS-LOEBENR          PIC 9(7)   VALUE 0.

      * Taellere til slutstatus
       01  WS-ANVENDT-TAELLER  PIC 9(7)   VALUE 0.
       01  WS-AFVIST-TAELLER   PIC 9(7)   VALUE 0.

      * Foerbillede af kontoen til kontojournalen - se
      * shared/konto_journal.cob.
       01  WS-KONTO-FOER-BILLEDE PIC X(93) VALUE SPACES.
       01  WS-KONTO-OPERATION  PIC X(8)   VALUE "RET".
       01  WS-JOURNAL-OPERATOER PIC X(10) VALUE SPACES.

      * Bruges til at kalde den faelles afslutningshook - se
      * shared/koersel_notifikation.cob.
       01  WS-NOTIF-PROGRAM    PIC X(20)  VALUE "POSTERING-MOTOR".
       PERFORM INDLAES-RESERVATIONER.
       PERFORM INDLAES-BEVILLINGER.
       PERFORM INDLAES-TERMIN-KONTI.
       PERFORM INDLAES-PANTSATTE-KONTI.
       PERFORM INDLAES-BOERNEOPSPARINGER.
       PERFORM INDLAES-AFDOEDE.
       PERFORM INDLAES-LOEBENR.
       PERFORM INDLAES-DUBLET-HISTORIK.
       PERFORM INDLAES-FEJLKONTO.
       PERFORM KONTROLLER-TRANSKODETABEL.

       OPEN INPUT POSTERING-FIL.
       IF WS-POSTERING-STATUS = "35"
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM VERIFICER-BATCHES.
       OPEN OUTPUT REJECT-FIL.
       IF WS-REJECT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND HOLD-FIL.
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND BATCH-HOLD-FIL.
       IF WS-BATCH-HOLD-STATUS = "35"
           OPEN OUTPUT BATCH-HOLD-FIL
       END-IF.
       IF WS-BATCH-HOLD-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/POSTERING-BATCH-HOLD.txt, status="
               WS-BATCH-HOLD-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM RAPPORTER-HOLDTE-BATCHES
           VARYING BA-IDX FROM 1 BY 1 UNTIL BA-IDX > WS-BATCH-ANTAL.
       OPEN OUTPUT HISTORIK-FIL.
       IF WS-HISTORIK-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O KONTOMASTER-FIL.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne kontomasteren "
               FUNCTION TRIM(WS-STI-KONTOOPL-MASTER)
               ", status=" WS-MASTER-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
      * Journalens START-linje skrives foer foerste postering roeres;
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       SET EOF-NOT-REACHED TO TRUE.
       MOVE 0 TO WS-BATCH-NR.
       SET UDEN-FOR-BATCH TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ POSTERING-FIL INTO POSTERING-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   PERFORM BEHANDL-LINJE
           END-READ
       END-PERFORM.

       CLOSE POSTERING-FIL.
       CLOSE REJECT-FIL.
       CLOSE HOLD-FIL.
       CLOSE BATCH-HOLD-FIL.
       CLOSE HISTORIK-FIL.
       CLOSE KONTOMASTER-FIL.
       PERFORM SKRIV-LOEBENR-TILBAGE.
       PERFORM SKRIV-FEJLKONTO-NY.

      * Alle konti er omskrevet i masteren. Markeringen skrives FOER
      * efterleddene: ses den ved naeste start, er bogfoeringen
      * komplet, og der kan rulles frem.
       MOVE "TILBAGESKREVET" TO WS-JOURNAL-LINJE.
       PERFORM SKRIV-JOURNAL-LINJE.
       PERFORM TILFOEJ-HISTORIK.
       PERFORM SKIFT-FEJLKONTO-IND.
       PERFORM FLYT-POSTERINGER-TIL-BEHANDLET.
       PERFORM AFSLUT-JOURNAL.

               "dubletter afventer operatoer i "
               "files/POSTERING-HOLD.txt (batch/hold_behandling)."
       END-IF.
       IF WS-BATCH-HOLDT-ANTAL > 0
           DISPLAY "POSTERING-MOTOR: " WS-BATCH-HOLDT-ANTAL
               " batch(es) med " WS-BATCH-HOLD-TAELLER " linjer "
               "tilbageholdt i files/POSTERING-BATCH-HOLD.txt - se "
               "files/POSTERING-REJECTS.txt."
       END-IF.
       IF WS-FEJLKONTO-TAELLER > 0 OR WS-KLARERET-TAELLER > 0
               OR WS-GENAABNET-TAELLER > 0
           DISPLAY "POSTERING-MOTOR: fejlkonto nye poster="
               WS-FEJLKONTO-TAELLER " klareret="
               WS-KLARERET-TAELLER " klarering afvist="
               WS-GENAABNET-TAELLER " (files/FEJLKONTO.txt)."
       END-IF.
       MOVE "OK" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-ANVENDT-TAELLER.
               WS-KONTOTYPE-FIL-STATUS
       END-IF.

       BEHANDL-POSTERING.
      * Valider en enkelt postering og bogfoer den paa kontoen i
      * masteren, eller skriv den til reject-filen med en aarsagskode.
       MOVE SPACES TO WS-AARSAG-KODE WS-AARSAG-TEKST.
       MOVE PO-KONTO-ID TO WS-SOEGE-KONTO-ID.
       PERFORM LAES-AKTUEL-KONTO.
       IF NOT KONTO-ER-FUNDET
           MOVE "01" TO WS-AARSAG-KODE
           MOVE "UKENDT KONTO" TO WS-AARSAG-TEKST
       ELSE
           PERFORM VALIDER-KONTOTYPE
           IF NOT KONTOTYPE-ER-GYLDIG
               MOVE "02" TO WS-AARSAG-KODE
               MOVE "UGYLDIG KONTOTYPE" TO WS-AARSAG-TEKST
           END-IF
           IF WS-AARSAG-KODE = SPACES
               AND AK-KONTO-STATUS = "C"
               MOVE "06" TO WS-AARSAG-KODE
               MOVE "KONTO LUKKET" TO WS-AARSAG-TEKST
           END-IF
               MOVE "UGYLDIGT BELOEB" TO WS-AARSAG-TEKST
           END-IF
       END-IF.
       IF WS-AARSAG-KODE = SPACES
           PERFORM KONTROLLER-TRANSKODE
       END-IF.
       IF WS-AARSAG-KODE = SPACES
           PERFORM KONTROLLER-VALUTA
       END-IF.
           MOVE "MAKKERBEN AFVIST" TO WS-AARSAG-TEKST
       END-IF.
       IF WS-AARSAG-KODE = SPACES AND PO-FRIGIVET NOT = "F"
               AND PO-FRIGIVET NOT = "S"
               AND WS-MAKKER-DISP NOT = "H"
           PERFORM KONTROLLER-DUBLET
       END-IF.
               IF PO-DK = "D"
                   PERFORM KONTROLLER-AFDOED
               END-IF
               IF PO-DK = "D" AND WS-AARSAG-KODE = SPACES
                   PERFORM KONTROLLER-SANKTION
               END-IF
               IF PO-DK = "D" AND WS-AARSAG-KODE = SPACES
                   PERFORM KONTROLLER-TERMIN-LAAS
               END-IF
               IF PO-DK = "D" AND WS-AARSAG-KODE = SPACES
                   PERFORM KONTROLLER-PANT-LAAS
               END-IF
               IF PO-DK = "D" AND WS-AARSAG-KODE = SPACES
                   PERFORM KONTROLLER-BOERN-LAAS
               END-IF
               SET WS-BOERN-INDSKUD TO "N"
               IF PO-DK = "K" AND WS-AARSAG-KODE = SPACES
                   PERFORM KONTROLLER-INDSKUDSLOFT
               END-IF
               IF PO-DK = "D" AND WS-AARSAG-KODE = SPACES
                   PERFORM KONTROLLER-DISPONIBEL
               END-IF
               END-IF
               IF WS-AARSAG-KODE = SPACES
                   PERFORM BOGFOER-POSTERING
                   IF ER-BOERN-INDSKUD
                       ADD WS-POST-BELOEB TO BOT-INDSAT(BO-IDX)
                   END-IF
                   IF ER-OMREGNET
                       PERFORM BOGFOER-KURSDIFFERENCE
                   END-IF
                   PERFORM NOTER-BOGFOERT-REF
                   PERFORM SKRIV-AKTUEL-KONTO
               ELSE
                   PERFORM SKRIV-REJECT
                   MOVE "A" TO WS-FEJL-DISP
           ADD 1 TO WS-REFBOG-ANTAL
           SET RB-IDX TO WS-REFBOG-ANTAL
           MOVE PO-REFERENCE TO RBT-REF(RB-IDX)
           MOVE AK-KONTO-ID TO RBT-KONTO-ID(RB-IDX)
           MOVE WS-AKTUEL-NETTO TO RBT-NETTO(RB-IDX)
           MOVE POSTERING-RECORD TO RBT-RECORD(RB-IDX)
           MOVE "Y" TO RBT-AKTIV(RB-IDX)
       ADD 1 TO WS-ANNULLERET-TAELLER.
       SUBTRACT 1 FROM WS-ANVENDT-TAELLER.
       MOVE "N" TO RBT-AKTIV(RB-IDX).
       MOVE RBT-KONTO-ID(RB-IDX) TO WS-SOEGE-KONTO-ID.
       PERFORM LAES-AKTUEL-KONTO.
       SUBTRACT RBT-NETTO(RB-IDX) FROM AK-BALANCE.
       PERFORM SKRIV-AKTUEL-KONTO.
       IF RBT-NETTO(RB-IDX) > 0
           MOVE "D" TO WS-ANNUL-DK
       ELSE
           MOVE "K" TO WS-ANNUL-DK
       END-IF.
       MOVE SPACES TO HISTORIK-RECORD.
       MOVE AK-KUNDE-ID TO HI-KUNDE-ID.
       MOVE AK-KONTO-ID TO HI-KONTO-ID.
       MOVE RBT-RECORD(RB-IDX)(11:8) TO HI-DATO.
       COMPUTE WS-KORR-X100 ROUNDED
           = FUNCTION ABS(RBT-NETTO(RB-IDX)) * 100.
       MOVE WS-KORR-UD-EDIT TO HI-BELOEB.
       MOVE WS-ANNUL-DK TO HI-DK.
       MOVE "ANNULLERET MAKKERBEN" TO HI-TEKST.
       MOVE "AMAK" TO HI-TRANSKODE.
       MOVE RBT-RECORD(RB-IDX)(11:8) TO HI-VALOER-DATO.
       ADD 1 TO WS-LOEBENR.
       MOVE WS-LOEBENR TO HI-LOEBENR.
       MOVE RBT-REF(RB-IDX) TO HI-REFERENCE.
       MOVE AK-VALUTA-KD TO HI-VALUTA.
       WRITE HISTORIK-RECORD.
       MOVE SPACES TO WS-JOURNAL-LINJE.
       STRING "ANNULL  " AK-KONTO-ID " "
           RBT-REF(RB-IDX) INTO WS-JOURNAL-LINJE.
       PERFORM SKRIV-JOURNAL-LINJE.
       IF WS-FEJL-DISP = "H"
           ADD 1 TO WS-AFVIST-TAELLER
           MOVE SPACES TO REJECT-TEXT
           STRING
               "KONTO-ID=" FUNCTION TRIM(AK-KONTO-ID)
               " DATO=" RBT-RECORD(RB-IDX)(11:8)
               " AARSAG=14 MAKKERBEN AFVIST"
               INTO REJECT-TEXT
           WRITE REJECT-RECORD
      *    Makkerbenets oprindelige postering gaar samme vej til
      *    fejlkontoen som det fejlede ben.
           MOVE POSTERING-RECORD TO WS-GEMT-POSTERING
           MOVE RBT-RECORD(RB-IDX) TO POSTERING-RECORD
           MOVE "14" TO WS-AARSAG-KODE
           MOVE "MAKKERBEN AFVIST" TO WS-AARSAG-TEKST
           MOVE AK-VALUTA-KD TO WS-FEJL-KONTO-VALUTA
           PERFORM BOGFOER-FEJLKONTO
           MOVE WS-GEMT-POSTERING TO POSTERING-RECORD
       END-IF.

       KONTROLLER-VALUTA.
      * En postering i fremmed valuta kraever at valutaen findes i
      * kurstabellen - ellers kan beloebet ikke omregnes og
      * posteringen afvises i stedet for at blive bogfoert raat.
       IF PO-VALUTA NOT = SPACES
               AND PO-VALUTA NOT = AK-VALUTA-KD
           MOVE PO-VALUTA TO WS-SOEGE-VALUTA
           PERFORM FIND-KURS
           IF NOT KURS-ER-FUNDET
      * eget beloeb naar valutaen er kontoens (eller blank), ellers
      * omregnet via DKK-kurserne. Den DKK-rest afrundingen
      * efterlader, gemmes til kursdifference-posteringen.
       SET WS-OMREGNET TO "N".
       MOVE 0 TO WS-KURSDIFF WS-KURSDIFF-DKK.
       COMPUTE WS-ORIGINAL-BELOEB
           = FUNCTION NUMVAL(PO-BELOEB) / 100.
       IF PO-VALUTA = SPACES
               OR PO-VALUTA = AK-VALUTA-KD
           MOVE WS-ORIGINAL-BELOEB TO WS-POST-BELOEB
       ELSE
           SET WS-OMREGNET TO "Y"
           MOVE PO-VALUTA TO WS-SOEGE-VALUTA
           PERFORM FIND-KURS
           MOVE WS-FUNDET-KURS TO WS-PO-KURS
           MOVE AK-VALUTA-KD TO WS-SOEGE-VALUTA
           PERFORM FIND-KURS
           IF NOT KURS-ER-FUNDET
      *        Ukendt kontovaluta omregnes 1:1, samme regel som
       KONTROLLER-DISPONIBEL.
      * En almindelig debet maa ikke bryde det disponible beloeb:
      * saldoen minus de aktive reservationer. Systemposteringer
      * (rente, gebyr, storno, motorens egne korrektioner, udbetaling
      * af udlaeg) bogfoeres altid, saa maanedsafslutning og
      * stornering ikke kan standses af en reservation.
       PERFORM AFGOER-SYSTEM-POSTERING.
       IF NOT ER-SYSTEM-POSTERING
           PERFORM FIND-RESERVATION-SUM
           PERFORM FIND-BEVILGET-GRAENSE
      *    En bevilget overtraeksgraense laegges til det disponible,
      *    saa kunden kan traekke ned til minus bevillingen - men
      *    ikke laengere.
           COMPUTE WS-DISPONIBEL
               = AK-BALANCE - WS-RES-FUNDET-SUM
               + WS-BEVILGET-GRAENSE
           IF WS-POST-BELOEB > WS-DISPONIBEL
               MOVE "10" TO WS-AARSAG-KODE
      * aabnes, meldes det blot - saa gaelder ingen bofrysning i
      * denne koersel. Loeber tabellen fuld, standses der haardt:
      * bofrysningen er et lovkrav og maa ikke lydloest holde op
      * med at gaelde for kunderne efter den 200. I samme gennemloeb
      * samles de sanktionsmarkerede kunder, efter samme regel.
       OPEN INPUT KUNDEMASTER-FIL.
       IF WS-KUNDEMASTER-STATUS NOT = "00"
           DISPLAY "ADVARSEL: Kan ikke aabne kundemasteren til "
                                   WS-NOTIF-PROGRAM
                                   WS-NOTIF-STATUS
                                   WS-ANVENDT-TAELLER
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE KUNDE-ID IN KUNDEMASTER-RECORD
                               TO AFDOED-ENTRY(WS-AFDOED-ANTAL)
                       END-IF
                       IF SANKTION-MARKERING IN KUNDEMASTER-RECORD
                               = "S"
                           PERFORM GEM-SANKTIONERET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDEMASTER-FIL
       END-IF.

       GEM-SANKTIONERET.
       ADD 1 TO WS-SANKTION-ANTAL.
       IF WS-SANKTION-ANTAL > 200
           DISPLAY "FEJL: Flere end 200 sanktionsmarkerede kunder, "
               "tabellen er for lille."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
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
           CLOSE TERMIN-FIL
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
           MOVE "15" TO WS-AARSAG-KODE
           MOVE "KUNDE SANKTIONERET - FROSSET" TO WS-AARSAG-TEKST
       END-IF.

       KONTROLLER-TERMIN-LAAS.
      * En debet paa et uudloebet terminsindskud afvises - pengene
      * er bundet til terminen. En godkendt foertidig ophaevelse
           MOVE "TERMINSINDSKUD IKKE UDLOEBET" TO WS-AARSAG-TEKST
       END-IF.

       INDLAES-PANTSATTE-KONTI.
      * Indlaes de pantsatte indlaan: aktive sikkerheder af typen
      * INDL. Frigivne sikkerheder spaerrer ikke. Loeber tabellen
      * fuld, standses der, som ved de afdoede kunder - spaerringen
      * maa ikke lydloest holde op med at gaelde.
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
                               MOVE "FEJL" TO WS-NOTIF-STATUS
                               CALL "KOERSEL-NOTIFIKATION" USING
                                   WS-NOTIF-PROGRAM
                                   WS-NOTIF-STATUS
                                   WS-ANVENDT-TAELLER
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

       KONTROLLER-PANT-LAAS.
      * En debet paa et pantsat indlaan afvises - pengene staar som
      * sikkerhed for et laan. Spaerringen ophaever foerst, naar
      * sikkerheden frigives i sikkerhedsregistret.
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
           MOVE "23" TO WS-AARSAG-KODE
           MOVE "KONTO PANTSAT SOM SIKKERHED" TO WS-AARSAG-TEKST
       END-IF.

       INDLAES-BOERNEOPSPARINGER.
      * Indlaes de laaste boerneopsparinger (status A). Aarets
      * indskud laegges til fra historikken i
      * INDLAES-DUBLET-HISTORIK. En fuld tabel standser koerslen,
      * som i INDLAES-PANTSATTE-KONTI.
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
                               MOVE "FEJL" TO WS-NOTIF-STATUS
                               CALL "KOERSEL-NOTIFIKATION" USING
                                   WS-NOTIF-PROGRAM
                                   WS-NOTIF-STATUS
                                   WS-ANVENDT-TAELLER
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           SET BO-IDX TO WS-BOERN-ANTAL
                           MOVE BO-KONTO-ID TO BOT-KONTO-ID(BO-IDX)
                           MOVE BO-LAAST-TIL TO BOT-LAAST-TIL(BO-IDX)
                           MOVE BO-AARSLOFT TO BOT-AARSLOFT(BO-IDX)
                           MOVE 0 TO BOT-INDSAT(BO-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOERN-FIL
       END-IF.

       FIND-BOERNEOPSPARING.
       SET WS-BOERN-FUNDET TO "N".
       SET BO-IDX TO 1.
       IF WS-BOERN-ANTAL > 0
           SEARCH BOERN-ENTRY
               AT END
                   SET WS-BOERN-FUNDET TO "N"
               WHEN BOT-KONTO-ID(BO-IDX) = WS-BOERN-KONTO
                   SET WS-BOERN-FUNDET TO "Y"
           END-SEARCH
       END-IF.

       TAEL-BOERN-INDSKUD.
      * En kreditlinje i aar paa en boerneopsparing taeller med i
      * aarets indskud, medmindre den er en systempostering (rente,
      * storno m.m.).
       MOVE GH-KONTO-ID TO WS-BOERN-KONTO.
       PERFORM FIND-BOERNEOPSPARING.
       IF ER-BOERNEOPSPARING
           CALL "TRANSKODE-OPSLAG" USING GH-TRANSKODE GH-TEKST
               WS-TRANSKODE WS-TRANSKODE-SVAR
           IF NOT TK-ER-SYSTEMPOSTERING IN WS-TRANSKODE
               COMPUTE BOT-INDSAT(BO-IDX) = BOT-INDSAT(BO-IDX)
                   + FUNCTION NUMVAL(GH-BELOEB) / 100
           END-IF
       END-IF.

       KONTROLLER-BOERN-LAAS.
      * En debet paa en boerneopsparing foer laasedatoen afvises.
      * Udbetaling til et doedsbo (teksten begynder med BOET) gaar
      * igennem som ved KONTROLLER-AFDOED.
       MOVE PO-KONTO-ID TO WS-BOERN-KONTO.
       PERFORM FIND-BOERNEOPSPARING.
       IF ER-BOERNEOPSPARING
               AND BOT-LAAST-TIL(BO-IDX) > WS-DAGS-DATO
               AND PO-TEKST(1:4) NOT = "BOET"
           MOVE "21" TO WS-AARSAG-KODE
           MOVE "BOERNEOPSPARING LAAST" TO WS-AARSAG-TEKST
       END-IF.

       KONTROLLER-INDSKUDSLOFT.
      * Et indskud paa en laast boerneopsparing maa ikke bringe
      * aarets indskud over loftet. Systemposteringer (rente, storno
      * m.m.) er ikke indskud.
       MOVE PO-KONTO-ID TO WS-BOERN-KONTO.
       PERFORM FIND-BOERNEOPSPARING.
       IF ER-BOERNEOPSPARING
           PERFORM AFGOER-SYSTEM-POSTERING
           IF NOT ER-SYSTEM-POSTERING
               IF BOT-INDSAT(BO-IDX) + WS-POST-BELOEB
                       > BOT-AARSLOFT(BO-IDX)
                   MOVE "22" TO WS-AARSAG-KODE
                   MOVE "INDSKUDSLOFT OVERSKREDET"
                       TO WS-AARSAG-TEKST
               ELSE
                   SET WS-BOERN-INDSKUD TO "Y"
               END-IF
           END-IF
       END-IF.

       INDLAES-BEVILLINGER.
      * Indlaes de aktive bevilgede overtraek; en bevilling med
      * udloebsdato foer i dag taeller som nul.
       END-IF.

       AFGOER-SYSTEM-POSTERING.
      * Systemposteringerne er markeret i transaktionskodetabellen:
      * rente, gebyrer, storno, motorens egne korrektioner, udbetaling
      * af udlaeg (holdt af sin egen reservation resten af dagen) og
      * afregnede kortkoeb (holdt af kortets reservation - se
      * batch/kort_afregning.cob).
       SET WS-SYSTEM-POSTERING TO "N".
       PERFORM KLASSIFICER-POSTERING.
       IF TK-ER-SYSTEMPOSTERING IN WS-TRANSKODE
           SET WS-SYSTEM-POSTERING TO "Y"
       END-IF.

       KLASSIFICER-POSTERING.
       CALL "TRANSKODE-OPSLAG" USING PO-TRANSKODE PO-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.

       KONTROLLER-TRANSKODE.
      * En postering uden kode er leveret udefra eller dannet foer
      * koden kom til: den faar koden udledt af teksten, saa
      * historiklinjen altid baerer en kode. En kode der ikke findes
      * i tabellen, kan ikke henfoeres og afvises.
       PERFORM KLASSIFICER-POSTERING.
       IF PO-TRANSKODE = SPACES
           MOVE TK-KODE IN WS-TRANSKODE TO PO-TRANSKODE
       ELSE
           IF WS-TRANSKODE-SVAR NOT = "Y"
               MOVE "20" TO WS-AARSAG-KODE
               MOVE "UKENDT TRANSAKTIONSKODE" TO WS-AARSAG-TEKST
           END-IF
       END-IF.

       KONTROLLER-TRANSKODETABEL.
      * Uden kodetabellen kan intet henfoeres rigtigt; saa hellere
      * stoppe foer noget er bogfoert.
       CALL "TRANSKODE-OPSLAG" USING WS-TEST-KODE WS-TEST-TEKST
           WS-TRANSKODE WS-TRANSKODE-SVAR.
       IF WS-TRANSKODE-SVAR = "F"
           DISPLAY "FEJL: Posteringsmotoren kan ikke koere uden "
               "files/TRANSAKTIONSKODER.txt."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       FIND-KURS.
      * Slaa en valutakode op i kurstabellen.
      * bogfoerte gaar i nul. Rester under en oere falder bort.
       IF WS-KURSDIFF NOT = 0
           ADD 1 TO WS-KURSDIFF-TAELLER
           MOVE PO-DK TO WS-KORREKTION-DK
           IF WS-KURSDIFF < 0
               IF WS-KORREKTION-DK = "K"
           END-IF
           COMPUTE WS-KORREKTION = FUNCTION ABS(WS-KURSDIFF)
           IF WS-KORREKTION-DK = "K"
               ADD WS-KORREKTION TO AK-BALANCE
               ADD WS-KORREKTION TO WS-AKTUEL-NETTO
           ELSE
               SUBTRACT WS-KORREKTION FROM AK-BALANCE
               SUBTRACT WS-KORREKTION FROM WS-AKTUEL-NETTO
           END-IF
           MOVE SPACES TO HISTORIK-RECORD
           MOVE AK-KUNDE-ID TO HI-KUNDE-ID
           MOVE PO-KONTO-ID TO HI-KONTO-ID
           MOVE PO-DATO TO HI-DATO
           COMPUTE WS-KORR-X100 ROUNDED = WS-KORREKTION * 100
           MOVE WS-KORR-UD-EDIT TO HI-BELOEB
           MOVE WS-KORREKTION-DK TO HI-DK
           MOVE "KURSDIFFERENCE" TO HI-TEKST
           MOVE "KDIF" TO HI-TRANSKODE
           MOVE WS-VALOER-DATO TO HI-VALOER-DATO
           ADD 1 TO WS-LOEBENR
           MOVE WS-LOEBENR TO HI-LOEBENR
           MOVE PO-REFERENCE TO HI-REFERENCE
           MOVE AK-VALUTA-KD TO HI-VALUTA
           WRITE HISTORIK-RECORD
       END-IF.

      * tilbageskrivningen. WS-POST-BELOEB er sat af
      * BEREGN-BOGFOERT-BELOEB, eventuelt omregnet til kontoens
      * valuta.
       IF PO-DK = "K"
           COMPUTE WS-NY-SALDO
               = AK-BALANCE + WS-POST-BELOEB
       ELSE
           COMPUTE WS-NY-SALDO
               = AK-BALANCE - WS-POST-BELOEB
       END-IF.
       COMPUTE WS-NY-SALDO-X100 ROUNDED = WS-NY-SALDO * 100.
       IF WS-NY-SALDO-X100 < -99999999
           MOVE "SALDO UDEN FOR GRAENSE" TO WS-AARSAG-TEKST
       END-IF.

       LAES-AKTUEL-KONTO.
      * Laes kontoen WS-SOEGE-KONTO-ID paa noeglen i kontomasteren
      * ind i AKTUEL-KONTO og gem recorden som foerbillede. En
      * ukendt konto er en almindelig afvisning; alt andet end
      * fundet/ikke fundet er en I/O-fejl, og saa standses der -
      * journalen uden TILBAGESKREVET faar naeste start til at rulle
      * tilbage.
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
           PERFORM STANDS-MIDT-I-BOGFOERING
       END-IF.

       SKRIV-AKTUEL-KONTO.
      * Omskriv AKTUEL-KONTO i masteren. Foerbilledet staar i
      * journalen paa disken FOER omskrivningen - uden det kan et
      * nedbrud ikke rulles tilbage, saa kan journalen ikke skrives,
      * standses der uden at kontoen roeres.
       MOVE SPACES TO WS-JOURNAL-LINJE.
       STRING "FOER    " AK-FOER-BILLEDE DELIMITED BY SIZE
           INTO WS-JOURNAL-LINJE.
       PERFORM SKRIV-JOURNAL-LINJE.
       IF WS-JOURNAL-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive foerbillede af konto "
               AK-KONTO-ID " i files/POSTERING-JOURNAL.txt, status="
               WS-JOURNAL-STATUS
           PERFORM STANDS-MIDT-I-BOGFOERING
       END-IF.
       PERFORM BYG-KONTO-UD.
       MOVE WS-KONTO-UD TO MASTER-RECORD.
       REWRITE MASTER-RECORD.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "FEJL: Omskrivning af konto " AK-KONTO-ID
               " i kontomasteren fejlede, status=" WS-MASTER-STATUS
           PERFORM STANDS-MIDT-I-BOGFOERING
       END-IF.
       MOVE AK-FOER-BILLEDE TO WS-KONTO-FOER-BILLEDE.
       PERFORM SKRIV-KONTO-JOURNAL.
       MOVE MASTER-RECORD TO AK-FOER-BILLEDE.

       STANDS-MIDT-I-BOGFOERING.
      * Bogfoeringen kan ikke fortsaette. Journalen bliver staaende
      * uden TILBAGESKREVET, saa naeste start laegger foerbillederne
      * tilbage og bogfoerer dagens fil forfra.
       CLOSE KONTOMASTER-FIL.
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-ANVENDT-TAELLER.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       VALIDER-KONTOTYPE.
      * Sla KONTO-TYPE op i referencetabellen over gyldige kontotyper.
       SEARCH KONTOTYPE-ENTRY
           AT END
               SET WS-KONTOTYPE-FUNDET TO "N"
           WHEN KONTOTYPE-ENTRY(KT-IDX) = AK-KONTO-TYPE
               SET WS-KONTOTYPE-FUNDET TO "Y"
       END-SEARCH.

       END-IF.

       BOGFOER-POSTERING.
      * Anvend posteringen paa den aktuelle konto: K (kredit) laegger
      * til saldoen, D (debet) traekker fra. Den anvendte postering
      * skrives til historikjournalen med kontoens ejer paa; kontoen
      * omskrives i masteren naar posteringen er helt bogfoert.
      * WS-POST-BELOEB er sat af BEREGN-BOGFOERT-BELOEB, eventuelt
      * omregnet til kontoens valuta.
       IF PO-DK = "K"
           ADD WS-POST-BELOEB TO AK-BALANCE
           MOVE WS-POST-BELOEB TO WS-AKTUEL-NETTO
       ELSE
           SUBTRACT WS-POST-BELOEB FROM AK-BALANCE
           COMPUTE WS-AKTUEL-NETTO = 0 - WS-POST-BELOEB
       END-IF.
       ADD 1 TO WS-ANVENDT-TAELLER.
       PERFORM TILFOEJ-DUBLET-NOEGLE.
       MOVE SPACES TO WS-JOURNAL-LINJE.
           MOVE PO-VALOER-DATO TO WS-VALOER-DATO
       END-IF.
       MOVE SPACES TO HISTORIK-RECORD.
       MOVE AK-KUNDE-ID TO HI-KUNDE-ID.
       MOVE PO-KONTO-ID TO HI-KONTO-ID.
       MOVE PO-DATO TO HI-DATO.
       IF ER-OMREGNET
       END-IF.
       MOVE PO-DK TO HI-DK.
       MOVE PO-TEKST TO HI-TEKST.
       MOVE PO-TRANSKODE TO HI-TRANSKODE.
       MOVE WS-VALOER-DATO TO HI-VALOER-DATO.
       ADD 1 TO WS-LOEBENR.
       MOVE WS-LOEBENR TO HI-LOEBENR.
       MOVE PO-REFERENCE TO HI-REFERENCE.
       MOVE AK-VALUTA-KD TO HI-VALUTA.
       WRITE HISTORIK-RECORD.
       IF WS-VALOER-DATO < PO-DATO
           PERFORM BEREGN-VALOER-KORREKTION
       MOVE SPACES TO WS-BEDSTE-FRA.
       PERFORM VARYING WS-SATS-IDX FROM 1 BY 1
               UNTIL WS-SATS-IDX > WS-SATS-ANTAL
           IF RST-KONTO-TYPE(WS-SATS-IDX) = AK-KONTO-TYPE
                   AND RST-GYLDIG-FRA(WS-SATS-IDX)
                       NOT > WS-DAGS-DATO
                   AND RST-GYLDIG-FRA(WS-SATS-IDX) > WS-BEDSTE-FRA
           PERFORM VARYING WS-SATS-IDX FROM 1 BY 1
                   UNTIL WS-SATS-IDX > WS-SATS-ANTAL
               IF RST-KONTO-TYPE(WS-SATS-IDX)
                       = AK-KONTO-TYPE
                   AND RST-GYLDIG-FRA(WS-SATS-IDX) = WS-BEDSTE-FRA
                   AND RST-BAND-FRA(WS-SATS-IDX)
                       NOT > FUNCTION ABS(AK-BALANCE)
                   AND RST-BAND-FRA(WS-SATS-IDX) > WS-BEDSTE-BAND
                   SET WS-SATS-FUNDET TO "Y"
                   MOVE RST-BAND-FRA(WS-SATS-IDX)
      * debet traekker tilsvarende (D) - det gaelder uanset om satsen
      * er indlaans- eller udlaansrente, for differencen gaar samme
      * vej som posteringen.
       PERFORM FIND-RENTESATS.
       IF SATS-ER-FUNDET AND WS-SATS NOT = 0
           MOVE PO-DATO TO WS-DATO-9
       END-IF.

       BOGFOER-KORREKTION.
      * Anvend korrektionen paa den aktuelle konto og skriv dens egen
      * historiklinje, saa den kan spores adskilt fra posteringen.
       ADD 1 TO WS-KORREKTION-TAELLER.
       IF WS-KORREKTION-DK = "K"
           ADD WS-KORREKTION TO AK-BALANCE
           ADD WS-KORREKTION TO WS-AKTUEL-NETTO
       ELSE
           SUBTRACT WS-KORREKTION FROM AK-BALANCE
           SUBTRACT WS-KORREKTION FROM WS-AKTUEL-NETTO
       END-IF.
       MOVE SPACES TO WS-JOURNAL-LINJE.
       STRING "KORREKT " PO-KONTO-ID " " PO-DATO " "
           WS-KORREKTION-DK INTO WS-JOURNAL-LINJE.
       PERFORM SKRIV-JOURNAL-LINJE.
       MOVE SPACES TO HISTORIK-RECORD.
       MOVE AK-KUNDE-ID TO HI-KUNDE-ID.
       MOVE PO-KONTO-ID TO HI-KONTO-ID.
       MOVE PO-DATO TO HI-DATO.
       COMPUTE WS-KORR-X100 ROUNDED = WS-KORREKTION * 100.
       MOVE WS-KORR-UD-EDIT TO HI-BELOEB.
       MOVE WS-KORREKTION-DK TO HI-DK.
       MOVE "RENTEKORREKTION VALOER" TO HI-TEKST.
       MOVE "RKOR" TO HI-TRANSKODE.
       MOVE WS-VALOER-DATO TO HI-VALOER-DATO.
       ADD 1 TO WS-LOEBENR.
       MOVE WS-LOEBENR TO HI-LOEBENR.
       MOVE PO-REFERENCE TO HI-REFERENCE.
       MOVE AK-VALUTA-KD TO HI-VALUTA.
       WRITE HISTORIK-RECORD.

       SKRIV-REJECT.
           " " FUNCTION TRIM(WS-AARSAG-TEKST)
           INTO REJECT-TEXT.
       WRITE REJECT-RECORD.
       IF KONTO-ER-FUNDET
           MOVE AK-VALUTA-KD TO WS-FEJL-KONTO-VALUTA
       ELSE
           MOVE SPACES TO WS-FEJL-KONTO-VALUTA
       END-IF.
       PERFORM BOGFOER-FEJLKONTO.

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

       TILFOEJ-HISTORIK.
      * Haegt sidevognens historiklinjer paa den rigtige historik nu
      * hvor alle konti er omskrevet; foer det punkt maa der ikke
      * staa historik for saldi der kan blive rullet tilbage.
       MOVE SPACES TO WS-SYS-KOMMANDO.
       STRING "if test -s files/POSTERING-HISTORIK-NY.txt; then "
           "cat files/POSTERING-HISTORIK-NY.txt >> "
                           MOVE GH-DK TO DUT-DK(DU-IDX)
                           MOVE GH-TEKST TO DUT-TEKST(DU-IDX)
                       END-IF
                       IF GH-DK = "K" AND WS-BOERN-ANTAL > 0
                               AND GH-DATO(1:4) = WS-DAGS-DATO(1:4)
                           PERFORM TAEL-BOERN-INDSKUD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIK-LAES-FIL
       MOVE POSTERING-RECORD TO HOLD-RECORD.
       WRITE HOLD-RECORD.

       VERIFICER-BATCHES.
      * Foerste gennemloeb af posteringsfilen: hver blok kontrolleres
      * mod sit batchhoved og sin trailer, foer noget bogfoeres. Filen
      * aabnes derefter forfra til selve bogfoeringen.
       MOVE 0 TO WS-BATCH-NR WS-BATCH-ANTAL.
       SET UDEN-FOR-BATCH TO TRUE.
       SET EOF-NOT-REACHED TO TRUE.
       PERFORM UNTIL EOF-REACHED
           READ POSTERING-FIL INTO POSTERING-RECORD
               AT END
                   SET EOF-REACHED TO TRUE
               NOT AT END
                   PERFORM KONTROLLER-BATCH-LINJE
           END-READ
       END-PERFORM.
       IF I-BATCH
           MOVE "16" TO WS-BATCH-AARSAG-KODE
           MOVE "MANGLER TRAILER" TO WS-BATCH-AARSAG
           PERFORM HOLD-BATCH-TILBAGE
       END-IF.
       CLOSE POSTERING-FIL.
       OPEN INPUT POSTERING-FIL.
       IF WS-POSTERING-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke genaabne files/POSTERINGER.txt, "
               "status=" WS-POSTERING-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PLACER-I-BATCH.
      * Find blokken for linjen i POSTERING-RECORD: et batchhoved
      * starter altid en ny blok, og en postering uden for en blok
      * starter en loes blok. Traileren hoerer til den aabne blok;
      * kalderen saetter UDEN-FOR-BATCH efter at have behandlet den.
       EVALUATE TRUE
           WHEN PK-ER-HOVED
               ADD 1 TO WS-BATCH-NR
               SET I-BATCH TO TRUE
           WHEN PK-ER-TRAILER
               CONTINUE
           WHEN UDEN-FOR-BATCH
               ADD 1 TO WS-BATCH-NR
               SET I-LOES-BLOK TO TRUE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

       KONTROLLER-BATCH-LINJE.
       IF PK-ER-HOVED AND I-BATCH
           MOVE "16" TO WS-BATCH-AARSAG-KODE
           MOVE "MANGLER TRAILER" TO WS-BATCH-AARSAG
           PERFORM HOLD-BATCH-TILBAGE
       END-IF.
       PERFORM PLACER-I-BATCH.
       IF WS-BATCH-NR > 200
           DISPLAY "FEJL: Mere end 200 batches i "
               "files/POSTERINGER.txt - intet er bogfoert."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       EVALUATE TRUE
           WHEN PK-ER-HOVED
               PERFORM START-BATCH-KONTROL
           WHEN PK-ER-TRAILER
               PERFORM AFSLUT-BATCH-KONTROL
               SET UDEN-FOR-BATCH TO TRUE
           WHEN OTHER
               IF WS-BATCH-NR > WS-BATCH-ANTAL
                   MOVE WS-BATCH-NR TO WS-BATCH-ANTAL
                   MOVE "(UDEN BATCHHOVED)"
                       TO BAT-PROGRAM(WS-BATCH-NR)
               END-IF
               ADD 1 TO BAT-ANTAL(WS-BATCH-NR)
               IF I-BATCH
                   MOVE "TAEL" TO WS-BATCH-FUNKTION
                   CALL "POSTERING-BATCH" USING WS-BATCH-FUNKTION
                       WS-BATCH-PROGRAM POSTERING-RECORD
               END-IF
       END-EVALUATE.

       START-BATCH-KONTROL.
      * Nyt batchhoved: noter producenten og nulstil kontroltallene.
      * Et BATCH-ID der allerede er set fra samme program, betyder at
      * blokken er foejet til filen to gange - den senere kopi
      * tilbageholdes.
       MOVE WS-BATCH-NR TO WS-BATCH-ANTAL.
       MOVE PK-PROGRAM TO BAT-PROGRAM(WS-BATCH-NR) WS-BATCH-PROGRAM.
       MOVE PK-BATCH-ID TO BAT-BATCH-ID(WS-BATCH-NR).
       MOVE "STRT" TO WS-BATCH-FUNKTION.
       CALL "POSTERING-BATCH" USING WS-BATCH-FUNKTION
           WS-BATCH-PROGRAM WS-BATCH-BEREGNET.
       PERFORM VARYING BA-IDX FROM 1 BY 1
               UNTIL BA-IDX >= WS-BATCH-NR
           IF BAT-PROGRAM(BA-IDX) = PK-PROGRAM
              AND BAT-BATCH-ID(BA-IDX) = PK-BATCH-ID
               MOVE "18" TO WS-BATCH-AARSAG-KODE
               MOVE "BATCH LEVERET TO GANGE"
                   TO WS-BATCH-AARSAG
               PERFORM HOLD-BATCH-TILBAGE
           END-IF
       END-PERFORM.

       AFSLUT-BATCH-KONTROL.
      * Trailer: sammenlign producentens kontroltal med dem der er
      * talt op over blokkens linjer. En trailer uden hoved betyder at
      * blokkens begyndelse mangler - den loese blok foran den
      * tilbageholdes da under trailerens producent.
       EVALUATE TRUE
           WHEN I-BATCH
               MOVE "SLUT" TO WS-BATCH-FUNKTION
               CALL "POSTERING-BATCH" USING WS-BATCH-FUNKTION
                   WS-BATCH-PROGRAM WS-BATCH-BEREGNET
               IF PK-PROGRAM NOT = BAT-PROGRAM(WS-BATCH-NR)
                  OR PK-BATCH-ID NOT = BAT-BATCH-ID(WS-BATCH-NR)
                   MOVE "16" TO WS-BATCH-AARSAG-KODE
                   MOVE "MANGLER TRAILER"
                       TO WS-BATCH-AARSAG
                   PERFORM HOLD-BATCH-TILBAGE
               ELSE
                   IF PK-ANTAL NOT NUMERIC
                      OR PK-DEBET-SUM NOT NUMERIC
                      OR PK-KREDIT-SUM NOT NUMERIC
                      OR PK-ANTAL NOT = BB-ANTAL
                      OR PK-DEBET-SUM NOT = BB-DEBET-SUM
                      OR PK-KREDIT-SUM NOT = BB-KREDIT-SUM
                       MOVE "17" TO WS-BATCH-AARSAG-KODE
                       MOVE "KONTROLTAL AFVIGER"
                           TO WS-BATCH-AARSAG
                       PERFORM HOLD-BATCH-TILBAGE
                   END-IF
               END-IF
           WHEN I-LOES-BLOK
               MOVE PK-PROGRAM TO BAT-PROGRAM(WS-BATCH-NR)
               MOVE PK-BATCH-ID TO BAT-BATCH-ID(WS-BATCH-NR)
               MOVE "19" TO WS-BATCH-AARSAG-KODE
               MOVE "MANGLER BATCHHOVED" TO WS-BATCH-AARSAG
               PERFORM HOLD-BATCH-TILBAGE
           WHEN OTHER
               DISPLAY "ADVARSEL: Trailer uden posteringer fra "
                   FUNCTION TRIM(PK-PROGRAM) " BATCH-ID="
                   PK-BATCH-ID " ignoreres."
       END-EVALUATE.

       HOLD-BATCH-TILBAGE.
      * Marker blokken WS-BATCH-NR som tilbageholdt med aarsagen i
      * WS-BATCH-AARSAG-KODE/-AARSAG; foerste aarsag gaelder.
       IF BAT-GODKENDT(WS-BATCH-NR)
           SET BAT-HOLDT(WS-BATCH-NR) TO TRUE
           MOVE WS-BATCH-AARSAG-KODE TO BAT-AARSAG-KODE(WS-BATCH-NR)
           MOVE WS-BATCH-AARSAG TO BAT-AARSAG(WS-BATCH-NR)
           ADD 1 TO WS-BATCH-HOLDT-ANTAL
       END-IF.

       RAPPORTER-HOLDTE-BATCHES.
      * En rejectlinje og en advarsel pr. tilbageholdt blok, med
      * producenten, BATCH-ID og aarsag.
       IF BAT-HOLDT(BA-IDX)
           MOVE SPACES TO REJECT-TEXT
           STRING
               "BATCH PROGRAM=" FUNCTION TRIM(BAT-PROGRAM(BA-IDX))
               " ID=" BAT-BATCH-ID(BA-IDX)
               " AARSAG=" BAT-AARSAG-KODE(BA-IDX)
               " " FUNCTION TRIM(BAT-AARSAG(BA-IDX))
               INTO REJECT-TEXT
           WRITE REJECT-RECORD
           DISPLAY "ADVARSEL: Batch fra "
               FUNCTION TRIM(BAT-PROGRAM(BA-IDX)) " BATCH-ID="
               BAT-BATCH-ID(BA-IDX) " tilbageholdt ("
               FUNCTION TRIM(BAT-AARSAG(BA-IDX)) ", "
               BAT-ANTAL(BA-IDX) " posteringer) - intet bogfoert."
       END-IF.

       BEHANDL-LINJE.
      * Andet gennemloeb: linjer i en tilbageholdt blok flyttes
      * uaendret til batch-holdfilen, hoved og trailer springes over,
      * og resten bogfoeres som foer.
       PERFORM PLACER-I-BATCH.
       EVALUATE TRUE
           WHEN NOT UDEN-FOR-BATCH AND BAT-HOLDT(WS-BATCH-NR)
               ADD 1 TO WS-BATCH-HOLD-TAELLER
               MOVE SPACES TO BATCH-HOLD-RECORD
               MOVE POSTERING-RECORD TO BATCH-HOLD-RECORD
               WRITE BATCH-HOLD-RECORD
           WHEN PK-ER-KONTROL
               CONTINUE
           WHEN PO-KONTO-ID(1:7) = "FEJLKT-"
               ADD 1 TO WS-LAEST-TAELLER
               PERFORM BEHANDL-FEJLKONTO-BEN
           WHEN OTHER
               ADD 1 TO WS-LAEST-TAELLER
               PERFORM BEHANDL-POSTERING
       END-EVALUATE.
       IF PK-ER-TRAILER
           SET UDEN-FOR-BATCH TO TRUE
       END-IF.

       INDLAES-FEJLKONTO.
      * Fejlkontoens postliste i hukommelsen; naeste postnummer er et
      * over det hoejeste i listen.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAGS-DATO.
       OPEN INPUT FEJLKONTO-FIL.
       IF WS-FEJLKONTO-STATUS = "00"
           PERFORM UNTIL WS-FEJLKONTO-STATUS NOT = "00"
               READ FEJLKONTO-FIL INTO FEJLKONTO-POST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FEJLKONTO-POST NOT = SPACES
                           PERFORM GEM-FEJLPOST
                           IF FK-NR > WS-FEJLPOST-NR
                               MOVE FK-NR TO WS-FEJLPOST-NR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEJLKONTO-FIL
       END-IF.

       GEM-FEJLPOST.
       IF WS-FEJLPOST-ANTAL >= 3000
           DISPLAY "FEJL: Flere end 3000 poster i "
               "files/FEJLKONTO.txt - posttabellen er for lille."
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-FEJLPOST-ANTAL.
       SET FP-IDX TO WS-FEJLPOST-ANTAL.
       MOVE FEJLKONTO-POST TO FPT-LINJE(FP-IDX).

       BOGFOER-FEJLKONTO.
      * Den afviste postering i POSTERING-RECORD bogfoeres paa
      * fejlkontoen for sin valuta med samme D/K og beloeb, og
      * noteres som aaben post. Et ben fra en klarering (PO-FRIGIVET
      * S) staar allerede paa fejlkontoen - dets post aabnes blot
      * igen. En postering uden gyldigt beloeb eller D/K kan der
      * intet bogfoeres af; den findes kun i rejectfilen.
       IF PO-FRIGIVET = "S"
           PERFORM GENAABN-FEJLPOST
       ELSE
           PERFORM KONTROLLER-BELOEB
           IF BELOEB-ER-GYLDIGT AND (PO-DK = "D" OR PO-DK = "K")
      *        En ukendt kode foelger ikke med; klareringen faar saa
      *        koden udledt af teksten.
               PERFORM KLASSIFICER-POSTERING
               IF WS-TRANSKODE-SVAR NOT = "Y"
                   MOVE SPACES TO TK-KODE IN WS-TRANSKODE
               END-IF
               EVALUATE TRUE
                   WHEN PO-VALUTA NOT = SPACES
                       MOVE PO-VALUTA TO WS-FEJL-VALUTA
                   WHEN WS-FEJL-KONTO-VALUTA NOT = SPACES
                       MOVE WS-FEJL-KONTO-VALUTA TO WS-FEJL-VALUTA
                   WHEN OTHER
                       MOVE "DKK" TO WS-FEJL-VALUTA
               END-EVALUATE
               IF WS-FEJL-VALUTA = SPACES
                   MOVE "DKK" TO WS-FEJL-VALUTA
               END-IF
               ADD 1 TO WS-FEJLKONTO-TAELLER
               MOVE SPACES TO HISTORIK-RECORD
               STRING "FEJLKT-" WS-FEJL-VALUTA
                   DELIMITED BY SIZE INTO HI-KONTO-ID
               MOVE WS-DAGS-DATO TO HI-DATO HI-VALOER-DATO
               MOVE PO-BELOEB TO HI-BELOEB
               MOVE PO-DK TO HI-DK
               MOVE PO-TEKST TO HI-TEKST
               MOVE TK-KODE IN WS-TRANSKODE TO HI-TRANSKODE
               ADD 1 TO WS-LOEBENR
               MOVE WS-LOEBENR TO HI-LOEBENR
               MOVE PO-REFERENCE TO HI-REFERENCE
               MOVE WS-FEJL-VALUTA TO HI-VALUTA
               WRITE HISTORIK-RECORD
               MOVE SPACES TO FEJLKONTO-POST
               ADD 1 TO WS-FEJLPOST-NR
               MOVE WS-FEJLPOST-NR TO FK-NR
               MOVE WS-DAGS-DATO TO FK-DATO
               MOVE WS-FEJL-VALUTA TO FK-VALUTA
               MOVE PO-BELOEB TO WS-FEJL-BELOEB-X
               INSPECT WS-FEJL-BELOEB-X
                   REPLACING LEADING SPACES BY ZEROS
               MOVE WS-FEJL-BELOEB-9 TO FK-BELOEB
               MOVE PO-DK TO FK-DK
               MOVE PO-KONTO-ID TO FK-KONTO-ID
               MOVE PO-TEKST TO FK-TEKST
               MOVE PO-REFERENCE TO FK-REFERENCE
               MOVE WS-AARSAG-KODE TO FK-AARSAG-KODE
               MOVE WS-AARSAG-TEKST TO FK-AARSAG
               MOVE TK-KODE IN WS-TRANSKODE TO FK-TRANSKODE
               SET FK-ER-AABEN TO TRUE
               PERFORM GEM-FEJLPOST
           END-IF
       END-IF.

       BEHANDL-FEJLKONTO-BEN.
      * Et ben paa fejlkontoen selv fra en klarering: modposten til
      * omposteringen eller returneringen af en post. Der er ingen
      * saldo at foere - benet bogfoeres som historiklinje, og posten
      * med klareringens reference afsluttes. Er omposteringsbenet
      * afvist, afvises dette ben ogsaa, og posten aabnes igen.
       MOVE SPACES TO WS-AARSAG-KODE WS-AARSAG-TEKST.
       MOVE SPACE TO WS-MAKKER-DISP.
       IF PO-REFERENCE NOT = SPACES
           PERFORM KONTROLLER-MAKKER-FEJL
       END-IF.
       PERFORM KONTROLLER-BELOEB.
       EVALUATE TRUE
           WHEN PO-DK NOT = "D" AND PO-DK NOT = "K"
               MOVE "03" TO WS-AARSAG-KODE
               MOVE "UGYLDIG D/K-KODE" TO WS-AARSAG-TEKST
           WHEN NOT BELOEB-ER-GYLDIGT
               MOVE "05" TO WS-AARSAG-KODE
               MOVE "UGYLDIGT BELOEB" TO WS-AARSAG-TEKST
           WHEN WS-MAKKER-DISP = "A"
               MOVE "14" TO WS-AARSAG-KODE
               MOVE "MAKKERBEN AFVIST" TO WS-AARSAG-TEKST
       END-EVALUATE.
       EVALUATE TRUE
           WHEN WS-AARSAG-KODE NOT = SPACES
               ADD 1 TO WS-AFVIST-TAELLER
               MOVE SPACES TO REJECT-TEXT
               STRING
                   "KONTO-ID=" FUNCTION TRIM(PO-KONTO-ID)
                   " DATO=" PO-DATO
                   " AARSAG=" WS-AARSAG-KODE
                   " " FUNCTION TRIM(WS-AARSAG-TEKST)
                   INTO REJECT-TEXT
               WRITE REJECT-RECORD
               PERFORM GENAABN-FEJLPOST
               MOVE "A" TO WS-FEJL-DISP
               PERFORM HAANDTER-MAKKERBEN
           WHEN WS-MAKKER-DISP = "H"
               PERFORM SKRIV-TIL-HOLD
           WHEN OTHER
               MOVE SPACES TO HISTORIK-RECORD
               MOVE PO-KONTO-ID TO HI-KONTO-ID
               MOVE WS-DAGS-DATO TO HI-DATO HI-VALOER-DATO
               MOVE PO-BELOEB TO HI-BELOEB
               MOVE PO-DK TO HI-DK
               MOVE PO-TEKST TO HI-TEKST
               MOVE PO-TRANSKODE TO HI-TRANSKODE
               ADD 1 TO WS-LOEBENR
               MOVE WS-LOEBENR TO HI-LOEBENR
               MOVE PO-REFERENCE TO HI-REFERENCE
               MOVE PO-KONTO-ID(8:3) TO HI-VALUTA
               WRITE HISTORIK-RECORD
               PERFORM AFSLUT-FEJLPOST
       END-EVALUATE.

       AFSLUT-FEJLPOST.
      * Klareringen er bogfoert: posten med referencen afsluttes som
      * omposteret eller returneret efter operatoerens beslutning.
       PERFORM VARYING FP-IDX FROM 1 BY 1
               UNTIL FP-IDX > WS-FEJLPOST-ANTAL
           MOVE FPT-LINJE(FP-IDX) TO FEJLKONTO-POST
           IF FK-VENTER AND FK-KLAR-REF = PO-REFERENCE
               IF FK-HANDLING = "R"
                   SET FK-ER-RETURNERET TO TRUE
               ELSE
                   SET FK-ER-OMPOSTERET TO TRUE
               END-IF
               MOVE WS-DAGS-DATO TO FK-KLAR-DATO
               MOVE FEJLKONTO-POST TO FPT-LINJE(FP-IDX)
               ADD 1 TO WS-KLARERET-TAELLER
           END-IF
       END-PERFORM.

       GENAABN-FEJLPOST.
      * Klareringen er afvist: posten staar stadig paa fejlkontoen og
      * aabnes igen med aarsagen, saa operatoeren kan tage stilling
      * paany.
       PERFORM VARYING FP-IDX FROM 1 BY 1
               UNTIL FP-IDX > WS-FEJLPOST-ANTAL
           MOVE FPT-LINJE(FP-IDX) TO FEJLKONTO-POST
           IF FK-VENTER AND FK-KLAR-REF = PO-REFERENCE
               SET FK-ER-AABEN TO TRUE
               MOVE SPACES TO FK-HANDLING FK-NY-KONTO-ID
                   FK-KLAR-REF
               MOVE WS-AARSAG-TEKST TO FK-NOTE
               MOVE FEJLKONTO-POST TO FPT-LINJE(FP-IDX)
               ADD 1 TO WS-GENAABNET-TAELLER
           END-IF
       END-PERFORM.

       SKRIV-FEJLKONTO-NY.
      * Postlisten skrives ved siden af og flyttes foerst ind i
      * SKIFT-FEJLKONTO-IND sammen med historikken.
       OPEN OUTPUT FEJLKONTO-NY-FIL.
       IF WS-FEJLKONTO-NY-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke skrive files/FEJLKONTO-NY.txt, "
               "status=" WS-FEJLKONTO-NY-STATUS
           MOVE "FEJL" TO WS-NOTIF-STATUS
           CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
               WS-NOTIF-STATUS WS-ANVENDT-TAELLER
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM VARYING FP-IDX FROM 1 BY 1
               UNTIL FP-IDX > WS-FEJLPOST-ANTAL
           MOVE FPT-LINJE(FP-IDX) TO FEJLKONTO-NY-POST
           WRITE FEJLKONTO-NY-POST
       END-PERFORM.
       CLOSE FEJLKONTO-NY-FIL.

       SKIFT-FEJLKONTO-IND.
       MOVE SPACES TO WS-SYS-KOMMANDO.
       STRING "if test -f files/FEJLKONTO-NY.txt; then "
           "mv -f files/FEJLKONTO-NY.txt files/FEJLKONTO.txt; fi"
           INTO WS-SYS-KOMMANDO.
       CALL "SYSTEM" USING WS-SYS-KOMMANDO.

       INDLAES-LOEBENR.
      * Hent naeste loebenummer-taeller; mangler filen (foerste gang),
      * begynder nummereringen fra 1.
       GENSTART-KONTROL.
      * Findes en efterladt hensigtsjournal fra en afbrudt koersel,
      * rulles der frem eller tilbage foer dagens bogfoering:
      * TILBAGESKREVET i journalen betyder at alle konti naaede at
      * blive omskrevet i masteren, saa de manglende efterled
      * (historik, fejlkonto, flytning af posteringsfilen) goeres
      * faerdige og koerslen standser. Uden TILBAGESKREVET laegges
      * journalens foerbilleder tilbage i masteren, resterne ryddes
      * op, og dagens posteringsfil bogfoeres forfra.
       OPEN INPUT JOURNAL-FIL.
       IF WS-JOURNAL-STATUS = "00"
           SET JOURNAL-EFTERLADT TO TRUE
       END-IF.

       RUL-FREM.
       DISPLAY "POSTERING-MOTOR: afbrudt koersel fundet - alle konti "
           "var omskrevet i masteren, ruller frem.".
      * Masteren er komplet; tilbage er historik, fejlkonto og
      * flytningen af posteringsfilen. Hvert skridt er idempotent:
      * sidevogn og FEJLKONTO-NY.txt fjernes naar de er flyttet ind,
      * og en allerede flyttet posteringsfil findes ikke igen.
       PERFORM TILFOEJ-HISTORIK.
       PERFORM SKIFT-FEJLKONTO-IND.
       PERFORM FLYT-POSTERINGER-TIL-BEHANDLET.
       PERFORM RYD-GENSTART-RESTER.
       DISPLAY "POSTERING-MOTOR: fremrulning faerdig. Er der "
       STOP RUN.

       RUL-TILBAGE.
       DISPLAY "POSTERING-MOTOR: afbrudt koersel fundet - "
           "bogfoeringen blev ikke faerdig, masteren rulles tilbage "
           "og dagens posteringsfil bogfoeres forfra.".
       PERFORM GENDAN-FOERBILLEDER.
       PERFORM RYD-GENSTART-RESTER.

       GENDAN-FOERBILLEDER.
      * Journalen vendes paa hovedet, og hvert foerbillede skrives
      * tilbage i masteren. Er en konto omskrevet flere gange, staar
      * dens aeldste foerbillede derved sidst og vinder. Et
      * foerbillede hvis omskrivning aldrig naaede disken, skriver
      * blot det samme tilbage, og doer tilbagerulningen selv, goeres
      * den forfra ved naeste start med samme resultat. Lykkes den
      * ikke, standses der med journalen uroert.
       MOVE SPACES TO WS-SYS-KOMMANDO.
       STRING "tac files/POSTERING-JOURNAL.txt > "
           "files/POSTERING-JOURNAL-OMVENDT.TMP"
           INTO WS-SYS-KOMMANDO.
       CALL "SYSTEM" USING WS-SYS-KOMMANDO.
       IF RETURN-CODE NOT = 0
           DISPLAY "FEJL: Journalen kunne ikke vendes til "
               "tilbagerulningen."
           PERFORM STANDS-TILBAGERULNING
       END-IF.
       OPEN INPUT OMVENDT-FIL.
       IF WS-OMVENDT-STATUS NOT = "00"
           DISPLAY "FEJL: Kan ikke aabne "
               "files/POSTERING-JOURNAL-OMVENDT.TMP, status="
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
       DISPLAY "POSTERING-MOTOR: " WS-GENDANNET-TAELLER
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
       MOVE "rm -f files/POSTERING-JOURNAL-OMVENDT.TMP"
           TO WS-SYS-KOMMANDO.
       CALL "SYSTEM" USING WS-SYS-KOMMANDO.
       DISPLAY "POSTERING-MOTOR: journalen er bevaret; ret fejlen og "
           "start motoren igen.".
       MOVE "FEJL" TO WS-NOTIF-STATUS.
       CALL "KOERSEL-NOTIFIKATION" USING WS-NOTIF-PROGRAM
           WS-NOTIF-STATUS WS-ANVENDT-TAELLER.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       RYD-GENSTART-RESTER.
       MOVE SPACES TO WS-SYS-KOMMANDO.
       STRING "rm -f files/POSTERING-JOURNAL.txt "
           "files/POSTERING-JOURNAL-OMVENDT.TMP "
           "files/POSTERING-HISTORIK-NY.txt files/FEJLKONTO-NY.txt"
           INTO WS-SYS-KOMMANDO.
       CALL "SYSTEM" USING WS-SYS-KOMMANDO.

       SKRIV-KONTO-JOURNAL.
      * WS-KONTO-FOER-BILLEDE og WS-KONTO-OPERATION er sat af
      * kalderen; efterbilledet er kontoen som den netop er skrevet.
       CALL "KONTO-JOURNAL" USING WS-NOTIF-PROGRAM WS-KONTO-OPERATION
           WS-JOURNAL-OPERATOER WS-KONTO-FOER-BILLEDE MASTER-RECORD.

      * BYG-FILSTIER er delt med Opgave6/7/8 - se copybooks/BYGSTIER.cpy.
           COPY "copybooks/BYGSTIER.cpy".
