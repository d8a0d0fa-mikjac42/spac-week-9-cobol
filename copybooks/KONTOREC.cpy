      *    files/AFDELINGER.txt ligesom KONTO-TYPE mod
      *    KONTOTYPER.txt. Blank = endnu ikke henfoert.
           05 KONTO-AFDELING  PIC X(4).
      *    Kontoens pengeinstitut (kode i files/PENGEINSTITUTTER.txt),
      *    arvet fra ejerens PENGEINSTITUT naar kontoen oprettes. Giver
      *    registreringsnummeret i KONTO-IBAN og den finansbogfoering
      *    og de indberetninger kontoen indgaar i. Blank =
      *    hovedinstituttet (konti fra foer feltet kom til).
           05 KONTO-PENGEINSTITUT PIC X(2).
