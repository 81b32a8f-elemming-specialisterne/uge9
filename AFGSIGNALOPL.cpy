      *****************************************************************
      * AFGSIGNALOPL.cpy                                              *
      * Formål: Rekordlayout for KundeafgangSignaler.txt - det        *
      *         månedlige øjebliksbillede pr. aktiv kunde som         *
      *         OpgaveKundeAfgang sammenligner med for at finde       *
      *         kunder på vej ud: måneden for seneste lønindgang,     *
      *         antal faste overførsler og antal aktive BS-mandater.  *
      *         SIG-MAANED er den måned billedet er målt; FORR-       *
      *         felterne er forrige måneds billede, så en genkørsel   *
      *         i samme måned sammenligner med det samme grundlag.    *
      *****************************************************************
           02 SIG-KUNDE-ID         PIC X(10) VALUE SPACES.
           02 SIG-MAANED           PIC X(07) VALUE SPACES.
           02 SIG-SENESTE-LOEN     PIC X(07) VALUE SPACES.
           02 SIG-ANTAL-FASTE      PIC 9(04) VALUE ZERO.
           02 SIG-ANTAL-MANDATER   PIC 9(04) VALUE ZERO.
           02 SIG-FORR-SENESTE-LOEN PIC X(07) VALUE SPACES.
           02 SIG-FORR-ANTAL-FASTE PIC 9(04) VALUE ZERO.
           02 SIG-FORR-ANTAL-MANDATER PIC 9(04) VALUE ZERO.
           02 SIG-FORR-KENDT       PIC X(01) VALUE "N".
               88 SIG-FORR-MAALT           VALUE "J".
