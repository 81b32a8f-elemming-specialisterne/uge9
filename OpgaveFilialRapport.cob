               03 VT-REG-NR   PIC X(6).
               03 VT-FILIAL   PIC 9(2).
               03 VT-VALUTA   PIC X(3).
               03 VT-SUM      PIC S9(11)V99.
       01 VX               PIC 9(3) VALUE ZERO.
       01 WS-VAL-FUNDET    PIC X VALUE "N".

       01 WS-KONTO-REG-NR  PIC X(6) VALUE SPACES.
       01 WS-KONTO-TRANS   PIC 9(7) VALUE ZERO.
       01 WS-SUM-DISPLAY   PIC -(10)9.99.

      * Bankniveau-sumfelter til rollup-linjen
       01 WS-BANK-AKTIV    PIC 9(7) VALUE ZERO.
