      *****************************************************************
      * TRAEKSATSOPL.cpy                                              *
      * Formål: Rekordlayout for TraekRenteSatser.txt - trækrente-    *
      *         tabellen for udnyttede kreditfaciliteter. Pr. valuta  *
      *         en rammesats (på udnyttelsen inden for den bevilgede  *
      *         ramme) og en højere overtrækssats (på udnyttelsen     *
      *         ud over rammen, eller hele udnyttelsen efter          *
      *         rammens udløb). Satserne er månedssatser, som i       *
      *         Rentesatser.txt. TS-VALUTAKODE "*" gælder alle        *
      *         valutaer; en række med eksakt valuta går forud.       *
      *****************************************************************
           02 TS-VALUTAKODE        PIC X(03) VALUE SPACES.
           02 TS-RAMME-SATS        PIC S9(01)V9999 SIGN LEADING
                                   SEPARATE VALUE ZEROS.
           02 TS-OVERTRAEK-SATS    PIC S9(01)V9999 SIGN LEADING
                                   SEPARATE VALUE ZEROS.
