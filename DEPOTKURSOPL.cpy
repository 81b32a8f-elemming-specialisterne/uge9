      *****************************************************************
      * DEPOTKURSOPL.cpy                                              *
      * Formål: Rekordlayout for DepotKurser.txt - den daglige        *
      *         kursfil fra depotpartneren, ført som Valutakurser.txt *
      *         som en historisk liste pr. ISIN og                    *
      *         ikrafttrædelsesdato. Kursen er pr. stk. i papirets    *
      *         noteringsvaluta og omregnes til DKK efter             *
      *         Valutakurser.txt.                                     *
      *****************************************************************
           02 DK-ISIN              PIC X(12) VALUE SPACES.
           02 DK-GYLDIG-FRA        PIC X(10) VALUE SPACES.
           02 DK-KURS              PIC 9(7)V9(4) VALUE ZEROS.
           02 DK-VALUTA            PIC X(03) VALUE "DKK".
