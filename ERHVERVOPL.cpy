      *****************************************************************
      * ERHVERVOPL.cpy                                                *
      * Formål: Rekordlayout for Erhverv.txt - erhvervsregistret,     *
      *         én record pr. erhvervskunde (SEGMENT-ERHVERV i        *
      *         KUNDER.cpy) med nøglen KUNDE-ID. Holder CVR-nummeret  *
      *         (modulus-11-valideret), selskabsformen og firmanavnet *
      *         i fuld længde, som KUNDER.cpy's FORNAVN/EFTERNAVN     *
      *         ikke kan rumme. De reelle ejere står i                *
      *         ReelleEjere.txt (se REELEJEROPL.cpy). Vedligeholdes   *
      *         af OpgaveErhvervVedligehold.                          *
      *****************************************************************
           02 EV-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 EV-CVR               PIC X(08) VALUE SPACES.
           02 EV-SELSKABSFORM      PIC X(04) VALUE SPACES.
               88 EV-FORM-APS              VALUE "APS".
               88 EV-FORM-AS               VALUE "AS".
               88 EV-FORM-IS               VALUE "IS".
               88 EV-FORM-PS               VALUE "PS".
               88 EV-FORM-KS               VALUE "KS".
               88 EV-FORM-ENK              VALUE "ENK".
               88 EV-FORM-AMBA             VALUE "AMBA".
               88 EV-FORM-FOND             VALUE "FOND".
               88 EV-FORM-FORE             VALUE "FORE".
               88 EV-FORM-GYLDIG           VALUE "APS" "AS" "IS"
                                           "PS" "KS" "ENK" "AMBA"
                                           "FOND" "FORE".
           02 EV-FIRMANAVN         PIC X(60) VALUE SPACES.
           02 EV-OPRETTET-DATO     PIC X(10) VALUE SPACES.
