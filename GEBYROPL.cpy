      *         udtrykker en fritagelse direkte i skemaet - f.eks.    *
      *         for private banking-segmentet - så fritagelser kan    *
      *         aftales/justeres uden at genkompilere programmet.     *
      *         GEBYR-ETABLERING er det engangsgebyr, rækken koster   *
      *         ved oprettelse af en kreditaftale (lån eller kredit-  *
      *         ramme) på en konto med den status - det indgår        *
      *         sammen med det månedlige gebyr i ÅOP-beregningen      *
      *         (OpgaveAaop). Blank på ældre rækker læses som nul.    *
      *****************************************************************
           02 GEBYR-SEGMENT        PIC X(01) VALUE SPACES.
           02 GEBYR-KONTO-STATUS   PIC X(01) VALUE SPACES.
           02 GEBYR-BELOB          PIC 9(5)V99 VALUE ZEROS.
           02 GEBYR-FRITAGET       PIC X(01) VALUE "N".
               88 GEBYR-ER-FRITAGET        VALUE "Y".
           02 GEBYR-ETABLERING     PIC 9(5)V99 VALUE ZEROS.
