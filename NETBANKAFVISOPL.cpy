      *****************************************************************
      * NETBANKAFVISOPL.cpy                                           *
      * Formål: Rekordlayout for NetbankAfvisninger.txt - dagens      *
      *         afviste netbankansøgninger retur til netbanken med    *
      *         årsagskode og tekst:                                  *
      *           01 ansøgnings-id mangler                            *
      *           02 ansøgningen er allerede behandlet                *
      *           03 ugyldigt CPR-nummer                              *
      *           04 CPR-nummeret er allerede kunde eller ansøger     *
      *           05 fornavn eller efternavn mangler                  *
      *           06 adressen er ufuldstændig                         *
      *           07 telefon og email mangler begge                   *
      *           08 produktet udbydes ikke i netbanken               *
      *           09 valutaen udbydes ikke i netbanken                *
      *****************************************************************
           02 NAF-ANSOEGNING-ID    PIC X(12) VALUE SPACES.
           02 NAF-DATO             PIC X(10) VALUE SPACES.
           02 NAF-AARSAG-KODE      PIC X(02) VALUE SPACES.
           02 NAF-AARSAG-TEKST     PIC X(40) VALUE SPACES.
