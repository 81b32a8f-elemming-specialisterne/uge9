      *****************************************************************
      * AFSKRIVNINGOPL.cpy                                            *
      * Formål: Rekordlayout for Afskrivninger.txt - tabsregistret    *
      *         over endelige afskrivninger af uerholdelige krav.     *
      *         Et krav er enten et lån (AFS-PRODUKT "L", krav-id er  *
      *         LAAN-ID) eller en konto i overtræk ("K", krav-id er   *
      *         KONTO-ID). Kredit indstiller afskrivningen, en anden  *
      *         operatør godkender eller afviser den (fire-øjne:      *
      *         aldrig samme operatør), og ved bogføringen sættes     *
      *         det afskrevne beløb (kravets saldo den dag), den      *
      *         forbrugte hensættelse og datoen. Inddrivelser fra     *
      *         inkassobureauet efter afskrivningen summeres i        *
      *         AFS-INDDREVET; enkeltbetalingerne står i              *
      *         Inddrivelser.txt. Afviste og udløbne indstillinger    *
      *         bliver stående med årsag.                             *
      *****************************************************************
           02 AFS-ID               PIC X(10) VALUE SPACES.
           02 AFS-PRODUKT          PIC X(01) VALUE SPACE.
               88 AFS-PRODUKT-LAAN         VALUE "L".
               88 AFS-PRODUKT-KONTO        VALUE "K".
           02 AFS-KRAV-ID          PIC X(10) VALUE SPACES.
           02 AFS-KUNDE-ID         PIC X(10) VALUE SPACES.
           02 AFS-VALUTA           PIC X(03) VALUE SPACES.
           02 AFS-BELOB            PIC 9(9)V99 VALUE ZEROS.
           02 AFS-HENSAT-BRUGT     PIC 9(9)V99 VALUE ZEROS.
           02 AFS-STATUS           PIC X(01) VALUE "S".
               88 AFS-INDSTILLET           VALUE "S".
               88 AFS-GODKENDT             VALUE "G".
               88 AFS-AFVIST               VALUE "A".
               88 AFS-UDLOEBET             VALUE "U".
               88 AFS-BOGFOERT             VALUE "B".
           02 AFS-INDTASTER        PIC X(08) VALUE SPACES.
           02 AFS-INDSTIL-DATO     PIC X(10) VALUE SPACES.
           02 AFS-GODKENDER        PIC X(08) VALUE SPACES.
           02 AFS-BESLUT-DATO      PIC X(10) VALUE SPACES.
           02 AFS-AARSAG           PIC X(30) VALUE SPACES.
           02 AFS-BOGFOERT-DATO    PIC X(10) VALUE SPACES.
           02 AFS-INDDREVET        PIC 9(9)V99 VALUE ZEROS.
           02 AFS-SENEST-INDDREVET PIC X(10) VALUE SPACES.
