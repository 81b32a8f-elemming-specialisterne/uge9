      *****************************************************************
      * PALSATSOPL.cpy                                                *
      * Formål: Rekordlayout for PalSats.txt - en enkelt kontrol-     *
      *         record med satsen for pensionsafkastskat (PAL) som    *
      *         decimalbrøk (0,1530 = 15,30 pct.). Satsen fastsættes  *
      *         ved lov og skal kunne rettes uden genkompilering.     *
      *         Findes filen ikke, bruges 15,30 pct.                  *
      *****************************************************************
           02 PS-SATS              PIC 9(01)V9999 VALUE 0.1530.
