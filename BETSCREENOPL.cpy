      *****************************************************************
      * BETSCREENOPL.cpy                                              *
      * Formål: Rekordlayout for BetalingsScreening.txt - køen over   *
      *         betalinger hvis modpart (modtager på udgående         *
      *         clearing, afsender på indgående) har ramt             *
      *         sanktionslisten med samme tolerante navnematchning    *
      *         som kundescreeningen. En tilbageholdt betaling        *
      *         forlader ikke banken og krediteres ikke, før          *
      *         compliance har frigivet eller afvist den i            *
      *         BetalingsScreeningDisp.txt (se BETSCRDISPOPL.cpy).    *
      *         OpgaveClearingUd og OpgaveClearingInd fører køen og   *
      *         gennemfører frigivne betalinger ud fra recorden her,  *
      *         da dagens inddatafil til den tid er rullet videre;    *
      *         afviste beløb parkeres i interimsregistret.           *
      *         Nøglen er kilde + KONTO-ID + TIDSPUNKT.               *
      *****************************************************************
           02 SKOE-KILDE           PIC X(01) VALUE SPACES.
               88 SKOE-UDGAAENDE           VALUE "U".
               88 SKOE-INDGAAENDE          VALUE "I".
           02 SKOE-STATUS          PIC X(01) VALUE "H".
               88 SKOE-TILBAGEHOLDT        VALUE "H".
               88 SKOE-FRIGIVET            VALUE "F".
               88 SKOE-AFVIST              VALUE "A".
               88 SKOE-GENNEMFOERT         VALUE "G".
               88 SKOE-PARKERET            VALUE "P".
           02 SKOE-REG-NR          PIC X(06) VALUE SPACES.
           02 SKOE-KONTO-ID        PIC X(10) VALUE SPACES.
           02 SKOE-KONTONUMMER     PIC X(20) VALUE SPACES.
           02 SKOE-TIDSPUNKT       PIC X(19) VALUE SPACES.
           02 SKOE-BELOB           PIC X(12) VALUE SPACES.
           02 SKOE-VALUTA          PIC X(03) VALUE SPACES.
           02 SKOE-TRANS-REF       PIC X(16) VALUE SPACES.
           02 SKOE-MODPART-NAVN    PIC X(40) VALUE SPACES.
           02 SKOE-LISTE-NAVN      PIC X(40) VALUE SPACES.
           02 SKOE-SCORE           PIC 9(03) VALUE ZEROS.
           02 SKOE-OPRETTET-DATO   PIC X(10) VALUE SPACES.
           02 SKOE-AFGJORT-DATO    PIC X(10) VALUE SPACES.
      *    Kun for udgående EUR-betalinger til udenlandsk IBAN:
      *    modtagerens IBAN og afsenderkontoen, så en frigivet
      *    betaling kan sendes som SEPA-overførsel fra køen
           02 SKOE-MODTAGER-IBAN   PIC X(34) VALUE SPACES.
           02 SKOE-AFSENDER-REG-NR PIC X(06) VALUE SPACES.
           02 SKOE-AFSENDER-KONTO-ID PIC X(10) VALUE SPACES.
