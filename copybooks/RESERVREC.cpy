      ******************************************************************
      * Copybook til reservationslinjen i files/RESERVATIONER.txt.     *
      * Alle programmer der laeser eller skriver reservationsregistret *
      * COPY'er layoutet herfra, saa de kortfelter der kom til med     *
      * kortregistret ikke mistes, naar et program skriver registret   *
      * tilbage. Typer: K=kortautorisation, U=udlaeg,                  *
      * O=afventende overfoersel, A=andet.                             *
      ******************************************************************
           05 RE-KONTO-ID      PIC X(10).
           05 RE-TYPE          PIC X(1).
           05 RE-BELOEB        PIC 9(7)V99.
           05 RE-UDLOEB        PIC X(8).
      *    Kun paa type K: kortets token fra kortregistret
      *    (files/KORT.txt - se copybooks/KORTREC.cpy) og
      *    autorisationskoden fra kortselskabet. Sammen genfinder de
      *    autorisationen, naar afregningen kommer
      *    (batch/kort_afregning.cob). Blanke paa aeldre,
      *    haandtastede kortreservationer.
           05 RE-KORT-TOKEN    PIC X(16).
           05 RE-AUTORISATION  PIC X(6).
      *    Dagen autorisationen blev afregnet og bogfoert; blank =
      *    aaben. En afregnet reservation staar dagen ud (udloeb = i
      *    dag), saa beloebet ikke kan bruges igen, foer debiteringen
      *    er bogfoert.
           05 RE-AFREGNET      PIC X(8).
