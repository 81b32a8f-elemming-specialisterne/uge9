      *****************************************************************
      * EKSPGRAENSEOPL.cpy                                            *
      * Formål: Rekordlayout for EksponeringGraense.txt - en enkelt   *
      *         kontrolrecord til opgørelsen af store eksponeringer:  *
      *         bankens kapitalgrundlag i DKK, den procentgrænse      *
      *         over hvilken en kundegruppe skal indberettes, og      *
      *         loftet ingen gruppe må overstige. Nul i en procent    *
      *         betyder at den forvalgte grænse (10 % og 25 %)        *
      *         beholdes; kapitalgrundlaget skal altid være udfyldt.  *
      *         Læses af OpgaveStoreEksponeringer.                    *
      *****************************************************************
           02 EG-KAPITALGRUNDLAG   PIC 9(13)V99 VALUE ZEROS.
           02 EG-RAPPORT-PCT       PIC 9(3)V99 VALUE ZEROS.
           02 EG-LOFT-PCT          PIC 9(3)V99 VALUE ZEROS.
