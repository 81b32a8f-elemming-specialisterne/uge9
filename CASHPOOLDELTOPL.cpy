      *****************************************************************
      * CASHPOOLDELTOPL.cpy                                           *
      * Formål: Rekordlayout for CashpoolDeltagere.txt - puljernes    *
      *         deltagerkonti, én record pr. konto. Kontiene kan      *
      *         tilhøre forskellige selskaber (KUNDE-ID'er) i         *
      *         koncernen - det er netop det OpgaveSweep ikke kan.    *
      *         En konto deltager fra CD-FRA-DATO og, hvis            *
      *         CD-TIL-DATO er udfyldt, til og med den dag; en konto  *
      *         kan kun stå i én pulje ad gangen.                     *
      *****************************************************************
           02 CD-POOL-ID           PIC X(08) VALUE SPACES.
           02 CD-KONTO-ID          PIC X(10) VALUE SPACES.
           02 CD-KUNDE-ID          PIC X(10) VALUE SPACES.
           02 CD-FRA-DATO          PIC X(10) VALUE SPACES.
           02 CD-TIL-DATO          PIC X(10) VALUE SPACES.
