      *****************************************************************
      * MULDYRTAERSKOPL.cpy                                           *
      * Formål: Rekordlayout for MuldyrTaerskler.txt - en enkelt      *
      *         kontrolrecord med grænseværdierne OpgaveMuldyr bruger *
      *         til at udpege gennemstrømningskonti (money mules):    *
      *         analysevinduet i dage, hvor mange dage                *
      *         videresendelsen må ligge efter indbetalingen, mindste *
      *         indbetalte beløb i vinduet, mindste antal forskellige *
      *         afsendere, andelen der skal være sendt videre,        *
      *         hvornår en konto regnes som ny, og den score der      *
      *         åbner en fraud-sag. Findes filen ikke, eller er et    *
      *         felt nul, beholdes de forvalgte grænser fra           *
      *         WORKING-STORAGE.                                      *
      *****************************************************************
           02 MT-VINDUE-DAGE       PIC 9(03) VALUE ZEROS.
           02 MT-VIDERE-DAGE       PIC 9(02) VALUE ZEROS.
           02 MT-MIN-IND-BELOB     PIC 9(09) VALUE ZEROS.
           02 MT-MIN-AFSENDERE     PIC 9(02) VALUE ZEROS.
           02 MT-GENNEMSTROEM-PCT  PIC 9(03) VALUE ZEROS.
           02 MT-NY-KONTO-DAGE     PIC 9(03) VALUE ZEROS.
           02 MT-SCORE-GRAENSE     PIC 9(03) VALUE ZEROS.
