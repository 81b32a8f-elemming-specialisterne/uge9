      *****************************************************************
      * LAANANSOEGOPL.cpy                                             *
      * Formål: Rekordlayout for LaanAnsoegninger.txt - registret     *
      *         over låneansøgninger fra indtastning over kredit-     *
      *         beslutning til bogføring. Ansøgningen bærer de        *
      *         stamdata lånet oprettes med (kunde, betalingskonto,   *
      *         hovedstol, årlig rente, løbetid), indtasteren og      *
      *         kreditbeslutningens godkender (fire-øjne: aldrig      *
      *         samme operatør). Afviste og udløbne ansøgninger       *
      *         bliver stående med årsag og beslutningsdato, så       *
      *         afslag kan opgøres pr. periode og årsag; en bogført   *
      *         ansøgning peger på det LAAN-ID den blev til. Et       *
      *         variabelt forrentet lån ansøges med LA-RENTETYPE "V", *
      *         referencerente, margin og tilpasningsfrekvens; LA-    *
      *         RENTE er da startsatsen.                              *
      *****************************************************************
           02 LA-ANSOEG-ID         PIC X(10) VALUE SPACES.
           02 LA-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 LA-KONTO-ID          PIC X(10) VALUE SPACES.
           02 LA-HOVEDSTOL         PIC 9(9)V99 VALUE ZEROS.
           02 LA-RENTE             PIC 9(2)V9999 VALUE ZEROS.
           02 LA-LOEBETID-MDR      PIC 9(3) VALUE ZEROS.
           02 LA-STATUS            PIC X(01) VALUE "S".
               88 LA-ANSOEGT               VALUE "S".
               88 LA-GODKENDT              VALUE "G".
               88 LA-AFVIST                VALUE "A".
               88 LA-UDLOEBET              VALUE "U".
               88 LA-BOGFOERT              VALUE "B".
           02 LA-INDTASTER         PIC X(08) VALUE SPACES.
           02 LA-ANSOEG-DATO       PIC X(10) VALUE SPACES.
           02 LA-BESLUTTER         PIC X(08) VALUE SPACES.
           02 LA-BESLUT-DATO       PIC X(10) VALUE SPACES.
           02 LA-AARSAG            PIC X(30) VALUE SPACES.
           02 LA-LAAN-ID           PIC X(10) VALUE SPACES.
           02 LA-BOGFOERT-DATO     PIC X(10) VALUE SPACES.
           02 LA-RENTETYPE         PIC X(01) VALUE "F".
               88 LA-FAST-RENTE            VALUE "F" " ".
               88 LA-VARIABEL-RENTE        VALUE "V".
           02 LA-REFERENCE         PIC X(10) VALUE SPACES.
           02 LA-MARGIN            PIC 9(2)V9999 VALUE ZEROS.
           02 LA-RESET-MDR         PIC 9(2) VALUE ZEROS.
