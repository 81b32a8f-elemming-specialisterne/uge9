      *****************************************************************
      * REFRENTEOPL.cpy                                               *
      * Formål: Rekordlayout for Referencerenter.txt - fixings af     *
      *         de referencerenter (f.eks. CIBOR3M, CITA) som         *
      *         variabelt forrentede lån prises ud fra. Én record pr. *
      *         reference og fixingdato; den seneste fixing på eller  *
      *         før kørselsdatoen gælder. Satsen kan være negativ.    *
      *****************************************************************
           02 RR-REFERENCE         PIC X(10) VALUE SPACES.
           02 RR-FIXING-DATO       PIC X(10) VALUE SPACES.
           02 RR-SATS              PIC S9(2)V9999 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
