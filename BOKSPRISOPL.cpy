      *****************************************************************
      * BOKSPRISOPL.cpy                                               *
      * Formål: Rekordlayout for BoksPriser.txt - den årlige          *
      *         boksleje pr. kombination af KUNDE-SEGMENT (se         *
      *         KUNDER.cpy) og boksstørrelse (se BOKSOPL.cpy), samme  *
      *         form som gebyrskemaet i GEBYROPL.cpy. BP-FRITAGET     *
      *         "Y" udtrykker en fritagelse direkte i skemaet. En     *
      *         "B"-record i PrisOverrides.txt går forud.             *
      *****************************************************************
           02 BP-SEGMENT           PIC X(01) VALUE SPACES.
           02 BP-STOERRELSE        PIC X(01) VALUE SPACES.
           02 BP-AARSLEJE          PIC 9(5)V99 VALUE ZEROS.
           02 BP-FRITAGET          PIC X(01) VALUE "N".
               88 BP-ER-FRITAGET           VALUE "Y".
