      *****************************************************************
      * INKASSOAFREGNOPL.cpy                                          *
      * Formål: Rekordlayout for InkassoAfregning.txt - inkasso-      *
      *         bureauets afregningsfil: én record pr. betaling       *
      *         bureauet har inddrevet på et overdraget krav, med     *
      *         bureauets entydige reference, produktet ("L" lån /    *
      *         "K" konto) og krav-id'et fra overdragelsesfilen       *
      *         (InkassoOverdragelse.txt / LaanInkassoOverdragelse-   *
      *         .txt). OpgaveAfskrivning matcher betalingen til det   *
      *         afskrevne krav.                                       *
      *****************************************************************
           02 IA-BUREAU-REF        PIC X(16) VALUE SPACES.
           02 IA-PRODUKT           PIC X(01) VALUE SPACE.
           02 IA-KRAV-ID           PIC X(10) VALUE SPACES.
           02 IA-DATO              PIC X(10) VALUE SPACES.
           02 IA-BELOB             PIC 9(9)V99 VALUE ZEROS.
           02 IA-VALUTA            PIC X(03) VALUE SPACES.
