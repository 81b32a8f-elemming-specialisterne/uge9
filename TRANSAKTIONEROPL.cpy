           02 REG-NR               PIC X(6) VALUE SPACES.
           02 KONTO-ID             PIC X(10) VALUE SPACES.
           02 NAVN                 PIC X(40) VALUE SPACES.
      *    På kreditrecorden for en EUR-betaling til udlandet bærer
      *    ADRESSE modtagerens IBAN - OpgaveClearingUd sender den da
      *    som SEPA-overførsel i stedet for i den indenlandske
      *    clearingfil.
           02 ADRESSE              PIC X(50) VALUE SPACES.
           02 TIDSPUNKT            PIC X(19) VALUE SPACES.
           02 TRANSAKTIONSTYPE     PIC X(15) VALUE SPACES.
