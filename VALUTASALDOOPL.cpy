      *****************************************************************
      * VALUTASALDOOPL.cpy                                            *
      * Formål: Rekordlayout for Valutasaldi.txt - delsaldiene på     *
      *         flervalutakonti (KONTO-TYPE "V" i KONTOOPL.cpy). En   *
      *         flervalutakonto har ét KONTONUMMER og én IBAN; dens   *
      *         BALANCE i KontoOpl.txt er saldoen i kontoens          *
      *         grundvaluta (VALUTAKODE), og hver anden valuta        *
      *         kontoen holder, har sin egen record her med saldoen   *
      *         i den valuta. OpgavePostering krediterer en           *
      *         indgående betaling i fremmed valuta på den matchende  *
      *         delsaldo uden omregning - den første indbetaling i en *
      *         ny valuta opretter delsaldoen - og debiterer den,     *
      *         dog aldrig under nul. Opgave13 tilskriver rente pr.   *
      *         delsaldo efter valutaens sats, OpgaveRevaluering      *
      *         revaluerer hver delsaldo, Opgave16 medregner dem i    *
      *         kundens formue, og kontoudskriften i Opgave10 viser   *
      *         alle valutaer på samme udskrift.                      *
      *****************************************************************
           02 VS-KONTO-ID          PIC X(10) VALUE SPACES.
           02 VS-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 VS-VALUTA            PIC X(03) VALUE SPACES.
           02 VS-BALANCE           PIC S9(7)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 VS-OPRETTET-DATO     PIC X(10) VALUE SPACES.
