      *****************************************************************
      * LAANRYKLOGOPL.cpy                                             *
      * Formål: Rekordlayout for LaanRykkerLog.txt - den voksende     *
      *         log (OPEN EXTEND på tværs af kørsler) over hvert      *
      *         skridt i rykkerforløbet for lån: rykker, påkrav,      *
      *         opsigelse og inkassooverdragelse, med dato,           *
      *         brevreference, kanal og kravets størrelse. Loggen     *
      *         er kreditafdelingens dokumentation for at de          *
      *         lovpligtige varslingsfrister er overholdt.            *
      *****************************************************************
           02 LL-LAAN-ID           PIC X(10) VALUE SPACES.
           02 LL-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 LL-DATO              PIC X(10) VALUE SPACES.
           02 LL-TRIN              PIC 9(01) VALUE ZERO.
           02 LL-SKRIDT            PIC X(12) VALUE SPACES.
           02 LL-BREV-REF          PIC X(16) VALUE SPACES.
           02 LL-KANAL             PIC X(01) VALUE "P".
           02 LL-RESTANCER         PIC 9(03) VALUE ZEROS.
           02 LL-RESTANCE-BELOB    PIC 9(9)V99 VALUE ZEROS.
           02 LL-RESTGAELD         PIC 9(9)V99 VALUE ZEROS.
