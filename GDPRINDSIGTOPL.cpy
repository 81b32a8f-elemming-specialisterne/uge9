      *****************************************************************
      * GDPRINDSIGTOPL.cpy                                            *
      * Formål: Rekordlayout for GDPRIndsigtLog.txt - den voksende    *
      *         log over registrerede personers indsigtsanmodninger   *
      *         (OPEN EXTEND på tværs af kørsler). Én record pr.      *
      *         behandlet anmodning med modtagelsesdato, den          *
      *         lovbestemte frist på én måned, udleveringsdatoen og   *
      *         antallet af udleverede oplysninger, så det kan        *
      *         dokumenteres at fristen er overholdt. Skrives af      *
      *         OpgaveGDPRIndsigt.                                    *
      *****************************************************************
           02 GI-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 GI-MODTAGET-DATO     PIC X(10) VALUE SPACES.
           02 GI-FRIST-DATO        PIC X(10) VALUE SPACES.
           02 GI-UDFOERT-DATO      PIC X(10) VALUE SPACES.
           02 GI-STATUS            PIC X(01) VALUE "U".
               88 GI-UDLEVERET             VALUE "U".
               88 GI-AFVIST                VALUE "A".
      *    "J" når udleveringen skete efter fristen
           02 GI-FRIST-BRUDT       PIC X(01) VALUE "N".
           02 GI-ANTAL-OPLYSNINGER PIC 9(05) VALUE ZEROS.
           02 GI-FIL-REF           PIC X(30) VALUE SPACES.
