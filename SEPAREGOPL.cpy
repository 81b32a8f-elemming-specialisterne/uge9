      *****************************************************************
      * SEPAREGOPL.cpy                                                *
      * Formål: Rekordlayout for SepaBetalinger.txt - registret over  *
      *         EUR-betalinger til udenlandske IBAN, som              *
      *         OpgaveClearingUd har sendt i en ISO 20022 pacs.008-   *
      *         fil i stedet for den indenlandske clearingfil. Nøglen *
      *         er kreditrecordens KONTO-ID + TIDSPUNKT, som i        *
      *         eksportregistret, og END-TO-END-ID er transaktionens  *
      *         TRANS-REF. OpgaveSepaStatus lægger korrespondentens   *
      *         pacs.002-statusrapporter på registret: accepterede    *
      *         betalinger bliver forventede nostrobevægelser i       *
      *         OpgaveNostroAfstemning, afviste tilbageføres til      *
      *         afsenderkontoen.                                      *
      *****************************************************************
           02 SEPA-KONTO-ID          PIC X(10) VALUE SPACES.
           02 SEPA-TIDSPUNKT         PIC X(19) VALUE SPACES.
           02 SEPA-END-TO-END-ID     PIC X(16) VALUE SPACES.
           02 SEPA-MSG-ID            PIC X(20) VALUE SPACES.
           02 SEPA-AFSENDER-REG-NR   PIC X(06) VALUE SPACES.
           02 SEPA-AFSENDER-KONTO-ID PIC X(10) VALUE SPACES.
           02 SEPA-MODTAGER-IBAN     PIC X(34) VALUE SPACES.
           02 SEPA-MODTAGER-BIC      PIC X(11) VALUE SPACES.
           02 SEPA-MODTAGER-NAVN     PIC X(40) VALUE SPACES.
           02 SEPA-BELOB             PIC 9(9)V99 VALUE ZEROS.
           02 SEPA-VALUTA            PIC X(03) VALUE "EUR".
      *    Interbank-afviklingsdatoen i pacs.008 - den valør
      *    korrespondenten forventes at debitere nostrokontoen med
           02 SEPA-AFVIKLING-DATO    PIC X(10) VALUE SPACES.
      *    Sendt afventer pacs.002; accepteret eller afvist af
      *    korrespondenten eller modtagerbanken - eller afvist af
      *    os selv ved afsendelsen (ugyldigt IBAN, ukendt BIC)
           02 SEPA-STATUS            PIC X(01) VALUE "S".
               88 SEPA-SENDT                 VALUE "S".
               88 SEPA-ACCEPTERET            VALUE "A".
               88 SEPA-AFVIST                VALUE "R".
           02 SEPA-STATUS-DATO       PIC X(10) VALUE SPACES.
      *    ISO 20022-årsagskode ved afvisning (AC01, RC01 m.fl.)
           02 SEPA-AARSAG-KODE       PIC X(04) VALUE SPACES.
      *    Sat når beløbet er krediteret tilbage til afsenderen
           02 SEPA-TILBAGEFOERT-DATO PIC X(10) VALUE SPACES.
