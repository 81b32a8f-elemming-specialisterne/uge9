      *****************************************************************
      * NETBANKANSOPL.cpy                                             *
      * Formål: Rekordlayout for NetbankAnsoegninger.txt - dagens     *
      *         kontoåbningsansøgninger fra netbanken. CPR er         *
      *         allerede verificeret med MitID, når ansøgningen       *
      *         afleveres. OpgaveNetbankOprettelse danner kunde,      *
      *         konto, KYC-tjekliste og velkomstbrev ud fra én        *
      *         record; netbankens ansøgnings-id går igen i           *
      *         afvisningsfilen, så netbanken kan svare ansøgeren.    *
      *****************************************************************
           02 NA-ANSOEGNING-ID     PIC X(12) VALUE SPACES.
           02 NA-CPR               PIC X(11) VALUE SPACES.
           02 NA-FORNAVN           PIC X(20) VALUE SPACES.
           02 NA-EFTERNAVN         PIC X(20) VALUE SPACES.
           02 NA-VEJNAVN           PIC X(30) VALUE SPACES.
           02 NA-HUSNR             PIC X(05) VALUE SPACES.
           02 NA-ETAGE             PIC X(05) VALUE SPACES.
           02 NA-SIDE              PIC X(05) VALUE SPACES.
           02 NA-CITY              PIC X(20) VALUE SPACES.
           02 NA-POSTNR            PIC X(04) VALUE SPACES.
           02 NA-LANDE-KODE        PIC X(02) VALUE SPACES.
           02 NA-TELEFON           PIC X(08) VALUE SPACES.
           02 NA-EMAIL             PIC X(50) VALUE SPACES.
      *    Ønsket produkt (se KONTO-TYPE i KONTOOPL.cpy) - netbanken
      *    udbyder kun privatkunders løn-, opsparings- og
      *    budgetkonti; blank betyder lønkonto
           02 NA-KONTO-TYPE        PIC X(01) VALUE SPACES.
      *    Blank betyder DKK
           02 NA-VALUTA            PIC X(03) VALUE SPACES.
