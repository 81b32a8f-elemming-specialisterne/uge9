      *****************************************************************
      * VKAFVENTOPL.cpy                                               *
      * Formål: Rekordlayout for ValutakursAfventer.txt - indlæste    *
      *         kurser der lå uden for tolerancen (eller manglede en  *
      *         forrige kurs at måle på) og venter på godkendelse.    *
      *         Kursen frigives til Valutakurser.txt med sin egen     *
      *         GYLDIG-FRA, når to forskellige bemyndigede operatører *
      *         har godkendt den; den første står i VKA-GODKENDER-1.  *
      *         Afvises den, gælder forrige kurs fortsat.             *
      *****************************************************************
           02 VKA-VALUTA-KODE      PIC X(03) VALUE SPACES.
           02 VKA-GYLDIG-FRA       PIC X(10) VALUE SPACES.
           02 VKA-KURS             PIC 9(03)V9999 VALUE ZERO.
           02 VKA-FORRIGE-KURS     PIC 9(03)V9999 VALUE ZERO.
           02 VKA-AFVIGELSE-PCT    PIC 9(03)V99 VALUE ZERO.
           02 VKA-MODTAGET-DATO    PIC X(10) VALUE SPACES.
           02 VKA-GODKENDER-1      PIC X(08) VALUE SPACES.
