      *****************************************************************
      * RAPKATOPL.cpy                                                 *
      * Formål: Rekordlayout for RapportKatalog.txt - rapport-        *
      *         kataloget: én record pr. rapportfil batchen danner,   *
      *         med producerende program, ejende afdeling,            *
      *         opbevaringstid og fortrolighedsklasse. Mangler        *
      *         filen, gælder standardkataloget i RAPKATSTD.cpy.      *
      *         OpgaveRapportFordeling samler dagens rapporter i én   *
      *         pakke pr. afdeling ud fra kataloget.                  *
      *****************************************************************
           02 RK-FILNAVN           PIC X(40) VALUE SPACES.
           02 RK-PROGRAM           PIC X(30) VALUE SPACES.
           02 RK-AFDELING          PIC X(10) VALUE SPACES.
      *    Opbevaringstid i dage fra dannelsesdatoen
           02 RK-OPBEVARING        PIC 9(04) VALUE ZEROS.
           02 RK-FORTROLIGHED      PIC X(01) VALUE "I".
               88 RK-INTERN                  VALUE "I".
               88 RK-FORTROLIG               VALUE "F".
               88 RK-STRENGT-FORTROLIG       VALUE "S".
      *    D = dannes hver bankdag (manglende rapport meldes),
      *    B = dannes ved behov
           02 RK-FORVENTET         PIC X(01) VALUE "B".
               88 RK-DAGLIG                  VALUE "D".
               88 RK-VED-BEHOV               VALUE "B".
      *    J = filen dannes under forretningsdatoens navn
      *    (<navn>.<yyyymmdd>.txt), når BusinessDato.txt er sat
           02 RK-DATERET           PIC X(01) VALUE "N".
               88 RK-DATERET-NAVN            VALUE "J".
