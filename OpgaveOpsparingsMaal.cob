       01 WS-ALLOK-SUM     PIC 9(11)V99 VALUE ZERO.
       01 WS-FRIE-MIDLER   PIC S9(11)V99 VALUE ZERO.
       01 WS-KONTO-OK      PIC X VALUE "N".
       01 WS-KONTO-BALANCE PIC S9(7)V99 VALUE ZERO.

       01 WS-ALLOK-DISPLAY PIC Z(8)9.99.
       01 WS-MAAL-DISPLAY  PIC Z(8)9.99.
