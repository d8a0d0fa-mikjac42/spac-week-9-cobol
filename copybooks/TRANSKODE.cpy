      ******************************************************************
      * Copybook til transaktionskodetabellen                          *
      * files/TRANSAKTIONSKODER.txt: en linje pr. kode som             *
      * posteringerne (PO-TRANSKODE) og historikken (HI-TRANSKODE)     *
      * klassificeres paa i stedet for paa ordlyden i teksten. Opslag  *
      * sker gennem shared/transkode_opslag.cob, som ogsaa udleder     *
      * koden af teksten paa aeldre linjer uden kode.                  *
      ******************************************************************
           05 TK-KODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 TK-BESKRIVELSE   PIC X(30).
           05 FILLER           PIC X(1).
      *    Teksten kunden ser paa kontoudtoget. Blank betyder at
      *    posteringens egen tekst vises, fordi den baerer det kunden
      *    skal kende posteringen paa (modkonto, afsender o.l.).
           05 TK-KUNDETEKST    PIC X(30).
           05 FILLER           PIC X(1).
      *    Postart i files/KONTOPLAN.txt: RENTE, GEBYR, OVERFOER,
      *    STORNO, YDELSE, KURSDIFF, TAB (afskrivning af laan),
      *    INDDRIV (inddrevet efter afskrivning) eller OEVRIGT.
           05 TK-GL-KATEGORI   PIC X(8).
           05 FILLER           PIC X(1).
      *    "Y" = renteindtaegt/-udgift der indberettes til SKAT.
           05 TK-SKAT          PIC X(1).
               88 TK-ER-SKATTERELEVANT     VALUE "Y".
           05 FILLER           PIC X(1).
      *    "Y" = systemdannet postering som posteringsmotoren
      *    bogfoerer uden disponibel-kontrol.
           05 TK-SYSTEM        PIC X(1).
               88 TK-ER-SYSTEMPOSTERING    VALUE "Y".
