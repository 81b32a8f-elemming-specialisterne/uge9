      *****************************************************************
      * LAANRYKKEROPL.cpy                                             *
      * Formål: Rekordlayout for LaanRykkerRegister.txt - det         *
      *         persisterede rykkerforløb pr. lån i restance: hvilket *
      *         trin der senest er sendt (1 = rykker, 2 = påkrav,     *
      *         3 = opsigelse), og dato og brevreference for hvert    *
      *         trin. Påkravsdatoen er grundlaget for den             *
      *         lovpligtige frist før opsigelse. OpgaveLaanRykker     *
      *         ruller registret; et lån uden restancer afsluttes og  *
      *         udgår, et opsagt lån bliver stående.                  *
      *****************************************************************
           02 LR-LAAN-ID           PIC X(10) VALUE SPACES.
           02 LR-TRIN              PIC 9(01) VALUE ZERO.
               88 LR-INGEN-BREV            VALUE 0.
               88 LR-RYKKER-SENDT          VALUE 1.
               88 LR-PAAKRAV-SENDT         VALUE 2.
               88 LR-OPSAGT                VALUE 3.
           02 LR-RYKKER-DATO       PIC X(10) VALUE SPACES.
           02 LR-RYKKER-REF        PIC X(16) VALUE SPACES.
           02 LR-PAAKRAV-DATO      PIC X(10) VALUE SPACES.
           02 LR-PAAKRAV-REF       PIC X(16) VALUE SPACES.
           02 LR-OPSIGELSE-DATO    PIC X(10) VALUE SPACES.
           02 LR-OPSIGELSE-REF     PIC X(16) VALUE SPACES.
