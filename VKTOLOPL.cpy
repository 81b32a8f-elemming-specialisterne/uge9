      *****************************************************************
      * VKTOLOPL.cpy                                                  *
      * Formål: Rekordlayout for ValutakursTolerance.txt - den        *
      *         største tilladte afvigelse i procent fra forrige      *
      *         dags kurs pr. valuta, før en indlæst kurs skal        *
      *         godkendes manuelt. VKT-VALUTA-KODE "*" gælder alle    *
      *         valutaer uden egen record. Mangler filen, gælder den  *
      *         forvalgte tolerance i OpgaveValutakursImport.         *
      *****************************************************************
           02 VKT-VALUTA-KODE      PIC X(03) VALUE "*".
           02 VKT-TOLERANCE-PCT    PIC 9(02)V99 VALUE ZEROS.
