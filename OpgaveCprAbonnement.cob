           02 VT-FORNAVN        PIC X(20).
           02 VT-EFTERNAVN      PIC X(20).
           02 VT-KONTONUMMER    PIC X(20).
           02 VT-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 VT-VALUTAKODE     PIC X(03).
           02 VT-VEJNAVN        PIC X(30).
           02 VT-HUSNR          PIC X(05).
