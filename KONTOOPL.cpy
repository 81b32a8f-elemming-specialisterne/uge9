           02 KUNDE-ID             PIC X(10) VALUE SPACES.
           02 KONTO-ID             PIC X(10) VALUE SPACES.
           02 KONTONUMMER          PIC X(20) VALUE SPACES.
      *    Kontoens saldo med fortegn - negativ når kontoen er i
      *    overtræk, så en udnyttet kreditramme eller et uberettiget
      *    overtræk står som den faktiske debetsaldo. Fortegnet står
      *    som separat første tegn, så tekstfilen forbliver læsbar.
           02 BALANCE              PIC S9(7)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 VALUTAKODE           PIC X(3) VALUE SPACES.
           02 KONTO-OPRETTET-DATO  PIC X(10) VALUE SPACES.
           02 KONTO-STATUS         PIC X(01) VALUE "A".
      *    (aldersopsparing). Sættes gennem OpgaveKontoVedligehold;
      *    Opgave12 bruger typen til typeafhængige lav-balance-
      *    grænser, og OpgavePostering håndhæver det lovbestemte
      *    årlige indbetalingsloft på pensionskonti. En flervaluta-
      *    konto ("V") holder ud over BALANCE i grundvalutaen en
      *    delsaldo pr. fremmed valuta i Valutasaldi.txt (se
      *    VALUTASALDOOPL.cpy).
           02 KONTO-TYPE           PIC X(01) VALUE "L".
               88 KONTO-TYPE-LOEN           VALUE "L".
               88 KONTO-TYPE-OPSPARING      VALUE "O".
               88 KONTO-TYPE-BUDGET         VALUE "B".
               88 KONTO-TYPE-ERHVERV        VALUE "E".
               88 KONTO-TYPE-PENSION        VALUE "P".
               88 KONTO-TYPE-VALUTA         VALUE "V".
      *    NemKonto-markering - praecis een konto pr. kunde maa
      *    baere "J". Saettes gennem OpgaveKontoVedligehold
      *    ("N"-transaktionen), der samtidig rydder markeringen paa
