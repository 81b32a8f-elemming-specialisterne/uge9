      *****************************************************************
      * ATMORDREOPL.cpy                                               *
      * Formål: Rekordlayout for ATMKassetteOrdre.txt - dagens        *
      *         kassetteordre til værdibefordreren: én "D"-record     *
      *         pr. maskine der betjenes næste bankdag, med beløbet   *
      *         der skal lægges i kassetterne, og én "T"-record pr.   *
      *         depot med ordretotalen. Detaljerne føjes også til     *
      *         ATMOrdreLog.txt, hvorfra prognosen beregner hvor      *
      *         meget der er tilbage i maskinen siden seneste besøg.  *
      *****************************************************************
           02 AO-RECORDTYPE        PIC X(01) VALUE "D".
               88 AO-DETALJE               VALUE "D".
               88 AO-DEPOTTOTAL            VALUE "T".
           02 AO-DEPOT             PIC X(08) VALUE SPACES.
           02 AO-MASKINE-ID        PIC X(10) VALUE SPACES.
           02 AO-SERVICEDATO       PIC X(10) VALUE SPACES.
           02 AO-BELOB             PIC 9(09) VALUE ZEROS.
           02 AO-ANTAL-MASKINER    PIC 9(03) VALUE ZEROS.
