      *****************************************************************
      * DEPOTOPL.cpy                                                  *
      * Formål: Rekordlayout for Depoter.txt - registret over         *
      *         kundernes værdipapirdepoter hos depotpartneren: det   *
      *         id partneren bruger i handels- og hændelsesfilerne,   *
      *         depotejeren (KUNDE-ID) og afregningskontoen, som      *
      *         handlernes pengeben og udbytter posteres på.          *
      *         Beholdningerne i depotet står i                       *
      *         DepotBeholdninger.txt (DEPOTBEHOLDOPL.cpy).           *
      *****************************************************************
           02 DP-DEPOT-ID          PIC X(10) VALUE SPACES.
           02 DP-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 DP-KONTO-ID          PIC X(10) VALUE SPACES.
           02 DP-OPRETTET          PIC X(10) VALUE SPACES.
           02 DP-STATUS            PIC X(01) VALUE "A".
               88 DP-AKTIV                 VALUE "A".
      *        Lukket depot - modtager ingen handler, men bevares i
      *        registret til historik og årsopgørelse
               88 DP-LUKKET                VALUE "L".
