      *****************************************************************
      * GENERATIONOPL.cpy                                             *
      * Formål: Rekordlayout for Generationer.txt - kataloget over    *
      *         de gemte filgenerationer (OPEN EXTEND på tværs af     *
      *         kørsler). OpgaveGenerationGem skriver én record pr.   *
      *         fil før et opdaterende step; alle filer fra samme     *
      *         gemning har samme GN-NR. Kopien ligger som            *
      *         "<fil>.Gnnnnn" med recordantal og hashtotal, så       *
      *         OpgaveTilbagerul kan genskabe og efterprøve et        *
      *         konsistent sæt "før step X på forretningsdato D".     *
      *         GN-STATUS "M" betyder at filen ikke fandtes før       *
      *         steppet - en tilbagerulning tømmer den igen.          *
      *****************************************************************
           02 GN-NR                PIC 9(05) VALUE ZEROS.
           02 GN-DATO              PIC X(10) VALUE SPACES.
           02 GN-STEP              PIC X(08) VALUE SPACES.
           02 GN-PROGRAM           PIC X(24) VALUE SPACES.
           02 GN-FIL               PIC X(40) VALUE SPACES.
           02 GN-KOPI              PIC X(50) VALUE SPACES.
           02 GN-ORG               PIC X(01) VALUE "S".
               88 GN-INDEKSERET            VALUE "I".
               88 GN-SEKVENTIEL            VALUE "S".
           02 GN-HASH-POS          PIC 9(03) VALUE ZEROS.
           02 GN-HASH-LGD          PIC 9(02) VALUE ZEROS.
           02 GN-ANTAL             PIC 9(09) VALUE ZEROS.
           02 GN-HASH              PIC S9(13)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 GN-TIDSPUNKT         PIC X(19) VALUE SPACES.
           02 GN-STATUS            PIC X(01) VALUE "G".
               88 GN-GEMT                  VALUE "G".
               88 GN-MANGLEDE              VALUE "M".
