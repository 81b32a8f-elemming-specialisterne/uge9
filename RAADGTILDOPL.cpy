      *****************************************************************
      * RAADGTILDOPL.cpy                                              *
      * Formål: Rekordlayout for KundeRaadgivere.txt - kundernes      *
      *         tildeling til en rådgiver (RAADGIVEROPL.cpy) med      *
      *         ikrafttrædelsesdato. En ny tildeling lukker den       *
      *         forrige ved at sætte dens GYLDIG-TIL til den nye      *
      *         tildelings GYLDIG-FRA, så historikken bevares. Den    *
      *         gældende tildeling på en dato er den hvor GYLDIG-FRA  *
      *         er nået og GYLDIG-TIL er blank eller endnu ikke nået. *
      *         Tildelingerne vedligeholdes af                        *
      *         OpgaveRaadgiverTildeling.                             *
      *****************************************************************
           02 TD-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 TD-RAADGIVER-ID      PIC X(08) VALUE SPACES.
           02 TD-GYLDIG-FRA        PIC X(10) VALUE SPACES.
           02 TD-GYLDIG-TIL        PIC X(10) VALUE SPACES.
           02 TD-AARSAG            PIC X(01) VALUE "T".
               88 TD-TILDELT               VALUE "T".
               88 TD-FLYTTET-ORLOV         VALUE "O".
               88 TD-FLYTTET-FRATRAADT     VALUE "F".
