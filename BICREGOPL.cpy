      *****************************************************************
      * BICREGOPL.cpy                                                 *
      * Formål: Rekordlayout for BicRegister.txt - BIC-opslaget for   *
      *         SEPA-betalinger: landekode + det nationale bank-id    *
      *         som det står i IBAN fra position 5 (f.eks. tysk       *
      *         Bankleitzahl på 8 cifre, hollandsk bankkode på 4      *
      *         bogstaver) giver bankens BIC. OpgaveClearingUd slår   *
      *         modtagerbankens BIC op ud fra modtagerens IBAN og     *
      *         vores egen ud fra afsenderkontoens KONTO-IBAN.        *
      *****************************************************************
           02 BIC-LANDE-KODE       PIC X(02) VALUE SPACES.
           02 BIC-BANK-KODE        PIC X(11) VALUE SPACES.
           02 BIC-BANK-KODE-LGD    PIC 9(02) VALUE ZERO.
           02 BIC-KODE             PIC X(11) VALUE SPACES.
           02 BIC-BANK-NAVN        PIC X(40) VALUE SPACES.
