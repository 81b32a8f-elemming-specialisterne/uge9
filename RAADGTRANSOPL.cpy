      *****************************************************************
      * RAADGTRANSOPL.cpy                                             *
      * Formål: Rekordlayout for RaadgiverTrans.txt - filialernes     *
      *         tildeling af kunder til en rådgiver: "T" giver kunden *
      *         rådgiveren fra GYLDIG-FRA (blank betyder i dag).      *
      *         Operatøren der indtaster, skal være aktiv i           *
      *         Operatoerer.txt, og rådgiveren aktiv i Raadgivere.txt *
      *         med plads i porteføljen.                              *
      *****************************************************************
           02 TDT-KODE             PIC X(01) VALUE SPACES.
               88 TDT-TILDEL               VALUE "T".
           02 TDT-KUNDE-ID         PIC X(10) VALUE SPACES.
           02 TDT-RAADGIVER-ID     PIC X(08) VALUE SPACES.
           02 TDT-GYLDIG-FRA       PIC X(10) VALUE SPACES.
           02 TDT-OPERATOER        PIC X(08) VALUE SPACES.
