      *    "F" = frigivet fra dubletkoeen af en operatoer
      *    (batch/hold_behandling.cob); posteringsmotoren bogfoerer
      *    saa selv om den ligner en allerede bogfoert postering.
      *    "S" = omposteret fra fejlkontoen af en operatoer
      *    (batch/fejlkonto_klarering.cob); bogfoeres uden
      *    dubletkontrol, og afvises den, aabnes posten paa
      *    fejlkontoen igen i stedet for at blive bogfoert der
      *    endnu en gang.
      *    Blank paa alle andre posteringer.
           05 PO-FRIGIVET      PIC X(1).
      *    Posteringens valuta. Blank betyder kontoens egen valuta
      *    bogfoeringen og bogfoerer en eventuel kursdifference som
      *    sin egen postering.
           05 PO-VALUTA        PIC X(3).
      *    Transaktionskode fra files/TRANSAKTIONSKODER.txt (se
      *    copybooks/TRANSKODE.cpy), sat af det program der danner
      *    posteringen. Klassificeringen (finanskonto, gebyr, rente,
      *    systempostering) sker paa koden. Blank paa posteringer
      *    leveret udefra uden kode; motoren udleder saa koden af
      *    teksten og skriver den paa historiklinjen.
           05 PO-TRANSKODE     PIC X(4).
