      *****************************************************************
      * VOLFRIGOPL.cpy                                                *
      * Formål: Rekordlayout for VolumenFrigivelse.txt - operatørens  *
      *         frigivelse af en standset volumenkontrol for          *
      *         forretningsdatoen VF-DATO (ÅÅÅÅ-MM-DD). Operatøren    *
      *         skal være aktiv i Operatoerer.txt; frigivelsen og     *
      *         operatørens ID skrives i rapporten og i               *
      *         Koerselslog.txt.                                      *
      *****************************************************************
           02 VF-DATO              PIC X(10) VALUE SPACES.
           02 VF-OPERATOER         PIC X(08) VALUE SPACES.
           02 VF-BEGRUNDELSE       PIC X(40) VALUE SPACES.
