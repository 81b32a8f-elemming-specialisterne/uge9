      *****************************************************************
      * FREMBETOPL.cpy                                                *
      * Formål: Rekordlayout for FremtidigeBetalinger.txt - registret *
      *         over kundernes enkeltstående, fremtidsdaterede        *
      *         betalinger (husleje den 1., en regning på forfalds-   *
      *         dagen) pr. afsenderkonto. Kunden kan rette eller      *
      *         annullere en ventende betaling indtil cut-off, dvs.   *
      *         til og med kørslen på udførelsesdatoen. OpgaveFrem-   *
      *         tidigeBetalinger frigiver de forfaldne betalinger som *
      *         almindelige transaktioner før posteringen; mangler    *
      *         der dækning, forsøges igen næste bankdag op til       *
      *         grænsen, hvorefter betalingen afvises endeligt og     *
      *         kunden får besked.                                    *
      *****************************************************************
           02 FB-BETALING-ID       PIC X(10) VALUE SPACES.
           02 FB-KONTO-ID          PIC X(10) VALUE SPACES.
           02 FB-REG-NR            PIC X(06) VALUE SPACES.
           02 FB-MODTAGER-REG-NR   PIC X(06) VALUE SPACES.
           02 FB-MODTAGER-KONTO-ID PIC X(10) VALUE SPACES.
           02 FB-MODTAGER-NAVN     PIC X(30) VALUE SPACES.
           02 FB-BELOB             PIC 9(7)V99 VALUE ZEROS.
           02 FB-VALUTA            PIC X(03) VALUE SPACES.
      *    Tekst til modtageren og på kontoudskriften
           02 FB-TEKST             PIC X(30) VALUE SPACES.
      *    Den dato kunden har bedt om, og datoen for næste forsøg -
      *    rykkes til næste bankdag, når dækningen mangler
           02 FB-UDFOERSEL-DATO    PIC X(10) VALUE SPACES.
           02 FB-NAESTE-FORSOEG    PIC X(10) VALUE SPACES.
           02 FB-ANTAL-FORSOEG     PIC 9(01) VALUE ZERO.
           02 FB-STATUS            PIC X(01) VALUE "V".
               88 FB-VENTER                 VALUE "V".
               88 FB-UDFOERT                VALUE "U".
               88 FB-ANNULLERET             VALUE "A".
               88 FB-AFVIST                 VALUE "F".
           02 FB-OPRETTET-DATO     PIC X(10) VALUE SPACES.
           02 FB-STATUS-DATO       PIC X(10) VALUE SPACES.
           02 FB-AARSAG            PIC X(30) VALUE SPACES.
