      *****************************************************************
      * TILBAGERULOPL.cpy                                             *
      * Formål: Rekordlayout for Tilbagerul.txt - en enkelt kontrol-  *
      *         record der beder OpgaveTilbagerul genskabe filerne    *
      *         som de var "før step TB-STEP på forretningsdato       *
      *         TB-DATO" (ÅÅÅÅ-MM-DD). TB-OPERATOER er den operatør   *
      *         der har bestilt tilbagerulningen.                     *
      *****************************************************************
           02 TB-DATO              PIC X(10) VALUE SPACES.
           02 TB-STEP              PIC X(08) VALUE SPACES.
           02 TB-OPERATOER         PIC X(08) VALUE SPACES.
