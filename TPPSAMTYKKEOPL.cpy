      *****************************************************************
      * TPPSAMTYKKEOPL.cpy                                            *
      * Formål: Rekordlayout for TppSamtykker.txt - registret over    *
      *         kundernes samtykker til, at en godkendt tredjeparts-  *
      *         udbyder (budgetapp, regnskabsprogram) får adgang til  *
      *         kontooplysninger efter betalingstjenesteloven. Et     *
      *         samtykke dækker op til fem af kundens konti med       *
      *         omfanget saldi eller saldi og transaktioner, og       *
      *         udløber 180 dage efter det er givet, medmindre        *
      *         kunden fornyer det. Vedligeholdes af                  *
      *         OpgaveTppSamtykke, der også danner det daglige        *
      *         udtræk til udbyderne.                                 *
      *****************************************************************
           02 TPP-SAMTYKKE-ID      PIC X(10) VALUE SPACES.
           02 TPP-KUNDE-ID         PIC X(10) VALUE SPACES.
      *    Udbyderens registreringsnummer hos Finanstilsynet og navn
           02 TPP-UDBYDER-ID       PIC X(10) VALUE SPACES.
           02 TPP-UDBYDER-NAVN     PIC X(30) VALUE SPACES.
           02 TPP-OMFANG           PIC X(01) VALUE "S".
               88 TPP-KUN-SALDI            VALUE "S".
               88 TPP-MED-TRANSAKTIONER    VALUE "T".
      *    De konti samtykket dækker - ubrugte pladser er blanke
           02 TPP-KONTO-ID         PIC X(10) OCCURS 5 TIMES
                                   VALUE SPACES.
           02 TPP-GIVET-DATO       PIC X(10) VALUE SPACES.
           02 TPP-UDLOEB-DATO      PIC X(10) VALUE SPACES.
           02 TPP-STATUS           PIC X(01) VALUE "A".
               88 TPP-AKTIV                VALUE "A".
               88 TPP-TILBAGEKALDT         VALUE "T".
               88 TPP-UDLOEBET             VALUE "U".
           02 TPP-TILBAGEKALDT-DATO PIC X(10) VALUE SPACES.
      *    Datoen varslet om fornyelse blev sendt - ryddes når
      *    samtykket fornyes
           02 TPP-VARSEL-DATO      PIC X(10) VALUE SPACES.
           02 TPP-SENESTE-UDTRAEK  PIC X(10) VALUE SPACES.
