      *****************************************************************
      * OPGSLAOPL.cpy                                                 *
      * Formål: Rekordlayout for OpgaveSLA.txt - servicemålet pr.     *
      *         opgavetype i opgaveregistret: antal kalenderdage fra  *
      *         oprettelse til forfald, og den operatørrolle (OP-     *
      *         ROLLE i OPERATOEROPL.cpy) der ejer typen. Mangler     *
      *         filen, gælder OpgaveArbejdskoes standardtabel.        *
      *****************************************************************
           02 SLA-TYPE             PIC X(08) VALUE SPACES.
           02 SLA-DAGE             PIC 9(03) VALUE ZEROS.
           02 SLA-ROLLE            PIC X(08) VALUE SPACES.
