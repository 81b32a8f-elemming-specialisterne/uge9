      *****************************************************************
      * ARBOPGTRANSOPL.cpy                                            *
      * Formål: Rekordlayout for ArbejdsopgaverTrans.txt -            *
      *         filialernes behandling af opgaverne i                 *
      *         opgaveregistret: "L" lukker opgaven, "O" omfordeler   *
      *         den til en anden operatør. Operatøren der indtaster,  *
      *         og en ny ejer, skal være aktive i Operatoerer.txt.    *
      *****************************************************************
           02 AT-KODE              PIC X(01) VALUE SPACES.
               88 AT-LUK                     VALUE "L".
               88 AT-OMFORDEL                VALUE "O".
           02 AT-OPGAVE-ID         PIC 9(08) VALUE ZEROS.
           02 AT-NY-EJER           PIC X(08) VALUE SPACES.
           02 AT-OPERATOER         PIC X(08) VALUE SPACES.
