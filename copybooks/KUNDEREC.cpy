      *    brevproduktionen tier.
           05 AFDOED-MARKERING   PIC X(1).
           05 AFDOED-DATO        PIC X(8).
      *    Sanktionsmarkering: S = kunden er et bekraeftet hit paa
      *    EU/FN's konsoliderede sanktionsliste (sat af compliance i
      *    batch/sanktion_behandling.cob ud fra SANKTION-SCREENINGs
      *    mulige hits), blank = ingen. Kundens midler er
      *    indefrosset: debiteringer afvises af posteringsmotoren,
      *    samme mekanisme som AFDOED-MARKERING. SANKTION-ID er
      *    listens ID paa den post kunden er bekraeftet mod.
           05 SANKTION-MARKERING PIC X(1).
           05 SANKTION-DATO      PIC X(8).
           05 SANKTION-ID        PIC X(10).
      *    Risikoklasse efter hvidvaskloven: L = lav, M = mellem,
      *    H = hoej, blank = endnu ikke klassificeret. Beregnes af
      *    batch/risiko_klassificering.cob ud fra landekode,
      *    kundeart, produkter, PEP og udlandsbetalinger. RISIKO-KILDE
      *    = M betyder at compliance har sat klassen manuelt i
      *    KUNDE-VEDLIGEHOLD, og koerslen lader den da staa; blank =
      *    beregnet. RISIKO-DATO er dagen klassen sidst blev sat.
           05 RISIKO-KLASSE      PIC X(1).
           05 RISIKO-KILDE       PIC X(1).
           05 RISIKO-DATO        PIC X(8).
      *    PEP-markering (politisk eksponeret person, dennes familie
      *    eller naere samarbejdspartnere): J = PEP, N eller blank =
      *    ikke PEP. PEP-DATO er dagen markeringen sidst blev
      *    aendret. Vedligeholdes i KUNDE-VEDLIGEHOLD.
           05 PEP-MARKERING      PIC X(1).
           05 PEP-DATO           PIC X(8).
      *    Skattemaessigt hjemland til CRS/FATCA-indberetningen, naar
      *    det afviger fra adressens LANDE-KODE; blank = samme land
      *    som adressen. SKATTE-TIN er kundens udenlandske
      *    skatteidentifikationsnummer (for amerikanske skattepligtige
      *    TIN/SSN). Begge vedligeholdes i KUNDE-VEDLIGEHOLD og
      *    indberettes af batch/crs_fatca_udtraek.cob.
           05 SKATTE-LAND        PIC X(2).
           05 SKATTE-TIN         PIC X(20).
      *    Adgangsmarkering til adgangskontrollen: M = kunden er
      *    medarbejder i banken, K = kendt person (offentligt kendt),
      *    blank = ingen. Opslag paa markerede kunder fremhaeves i
      *    ugerapporten fra batch/adgang_rapport.cob. Saettes i
      *    KUNDE-VEDLIGEHOLD, aldrig af en filials transaktionsfil.
           05 ADGANG-MARKERING   PIC X(1).
      *    Korrespondancesprog for breve og oversigter: D = dansk,
      *    E = engelsk, blank = efter LANDE-KODE (DK/blank dansk,
      *    ellers engelsk) - se shared/brev_sprog.cob. Saettes i
      *    KUNDE-VEDLIGEHOLD.
           05 SPROG              PIC X(1).
      *    Retligt hold (legal hold): J = kundens data er omfattet af
      *    et verserende retligt krav, en myndighedsundersoegelse e.l.
      *    og maa hverken slettes eller anonymiseres, heller ikke naar
      *    opbevaringsfristen er udloebet. Blank/N = intet hold.
      *    Datoen er sidste aendring. Saettes i KUNDE-VEDLIGEHOLD;
      *    respekteres af KUNDE-GDPR-SLETNING og
      *    batch/kunde_anonymisering.cob.
           05 RETSHOLD-MARKERING PIC X(1).
           05 RETSHOLD-DATO      PIC X(8).
      *    Leveringsstatus for TELEFON og EMAIL som kanal for SMS-/
      *    e-mail-advisering: blank = leverbar, U = uleverbar
      *    (SMS/e-mail-gatewayen har meldt nummeret/adressen
      *    permanent afvist). Saettes af
      *    batch/advis_leveringsstatus.cob med datoen for
      *    afvisningen; advisering via kanalen standses til
      *    nummeret/adressen er rettet i KUNDE-VEDLIGEHOLD, som
      *    rydder markeringen naar feltet aendres. Aeldre
      *    leverancer har ikke felterne med; blank laeses som
      *    leverbar.
           05 TELEFON-STATUS     PIC X(1).
           05 TELEFON-STATUS-DATO PIC X(8).
           05 EMAIL-STATUS       PIC X(1).
           05 EMAIL-STATUS-DATO  PIC X(8).
      *    Det pengeinstitut kunden er kunde i - kode i
      *    files/PENGEINSTITUTTER.txt (copybooks/PENGEINST.cpy).
      *    Bestemmer registreringsnummer, finansbogfoering,
      *    indberetninger og brevhoved for kundens konti. Blank =
      *    hovedinstituttet (kunder fra foer feltet kom til). Saettes
      *    i KUNDE-VEDLIGEHOLD.
           05 PENGEINSTITUT      PIC X(2).
