           02 MVT-KREDITOR-NR   PIC X(08).
           02 MVT-KONTO-ID      PIC X(10).
           02 MVT-MAX-BELOB     PIC 9(7)V99.
           02 MVT-OPERATOER     PIC X(08).

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.
           MOVE BSF-KREDITOR-NR TO MVT-KREDITOR-NR
           MOVE WS-NY-KONTO TO MVT-KONTO-ID
           MOVE BSF-MAX-BELOB TO MVT-MAX-BELOB
           MOVE "SYSTEM" TO MVT-OPERATOER
           WRITE MANDAT-VEDL-RECORD
           MOVE "MANDAT-VEDL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"            TO WS-IO-OPERATION
