      *****************************************************************
      * LEADOPL.cpy                                                   *
      * Formål: Rekordlayout for LeadHistorik.txt - den voksende log  *
      *         (OPEN EXTEND på tværs af kørsler) over hvert lead     *
      *         OpgaveLeads har givet videre: kunde, konto, regel,    *
      *         filial og det beløb reglen slog ud på. Loggen er      *
      *         også karantænen - et lead på samme kunde og regel     *
      *         gentages ikke før der er gået 90 dage.                *
      *         LEAD-RAADGIVER er den rådgiver leadet er sendt til;   *
      *         blank betyder at leadet ligger hos filialen.          *
      *****************************************************************
           02 LEAD-DATO            PIC X(10) VALUE SPACES.
           02 LEAD-KUNDE-ID        PIC X(10) VALUE SPACES.
           02 LEAD-KONTO-ID        PIC X(10) VALUE SPACES.
           02 LEAD-REGEL           PIC X(04) VALUE SPACES.
           02 LEAD-FILIAL-NR       PIC 9(02) VALUE ZERO.
           02 LEAD-RAADGIVER       PIC X(08) VALUE SPACES.
           02 LEAD-BELOB           PIC S9(9)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
