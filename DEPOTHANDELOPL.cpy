      *****************************************************************
      * DEPOTHANDELOPL.cpy                                            *
      * Formål: Rekordlayout for DepotHandler.txt - depotpartnerens   *
      *         daglige fil over afviklede handler: køb og salg pr.   *
      *         depot og ISIN med antal stk. og afregningsbeløbet i   *
      *         DKK inkl. kurtage. Afregningsbeløbet er handelens     *
      *         pengeben på depotets afregningskonto.                 *
      *****************************************************************
           02 DH-HANDEL-ID         PIC X(16) VALUE SPACES.
           02 DH-DEPOT-ID          PIC X(10) VALUE SPACES.
           02 DH-HANDELSDATO       PIC X(10) VALUE SPACES.
           02 DH-ISIN              PIC X(12) VALUE SPACES.
           02 DH-TYPE              PIC X(01) VALUE SPACES.
               88 DH-KOEB                  VALUE "K".
               88 DH-SALG                  VALUE "S".
           02 DH-ANTAL             PIC 9(9)V9(4) VALUE ZEROS.
           02 DH-AFREGNING         PIC 9(9)V99 VALUE ZEROS.
