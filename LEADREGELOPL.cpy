      *****************************************************************
      * LEADREGELOPL.cpy                                              *
      * Formål: Rekordlayout for LeadRegler.txt - reglerne bag        *
      *         rådgivernes ugentlige ringeliste (OpgaveLeads). Hver  *
      *         record slår en af de kendte produktgab-regler til     *
      *         med sine egne tærskler og kan begrænses til ét        *
      *         segment (blank er alle); samme regeltype kan stå      *
      *         flere gange med forskellige tærskler pr. segment.     *
      *         LEDL: ledigt indestående på en lønkonto på mindst     *
      *               RG-BELOB, og kunden har ingen opsparingskonto.  *
      *         PENS: årets pensionsindbetalinger har nået            *
      *               RG-PROCENT af årsloftet i PensionsGraense.txt.  *
      *         AFTU: aftaleindskud der udløber inden for RG-DAGE     *
      *               dage uden fornyelsesinstruks (udbetal).         *
      *         HUSL: fast overførsel på mindst RG-BELOB om måneden   *
      *               til en privatperson (typisk husleje).           *
      *         Findes filen ikke, bruges de fire regler med          *
      *         standardtærskler (se LOAD-REGLER).                    *
      *****************************************************************
           02 LR-REGEL             PIC X(04) VALUE SPACES.
               88 LR-LEDIG-LOEN            VALUE "LEDL".
               88 LR-PENSION-LOFT          VALUE "PENS".
               88 LR-AFTALE-UDLOEB         VALUE "AFTU".
               88 LR-HUSLEJE-PRIVAT        VALUE "HUSL".
           02 LR-AKTIV             PIC X(01) VALUE "J".
               88 LR-ER-AKTIV              VALUE "J".
           02 LR-SEGMENT           PIC X(01) VALUE SPACES.
           02 LR-BELOB             PIC 9(9)V99 VALUE ZEROS.
           02 LR-PROCENT           PIC 9(03) VALUE ZEROS.
           02 LR-DAGE              PIC 9(04) VALUE ZEROS.
           02 LR-TEKST             PIC X(40) VALUE SPACES.
