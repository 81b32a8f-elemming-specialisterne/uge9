       01 Fornavn          PIC X(20) VALUE SPACES.
       01 Efternavn        PIC X(20) VALUE SPACES.
       01 Kontonummer      PIC X(20) VALUE SPACES.
       01 Balance          PIC S9(7)V99 VALUE ZEROS.
       01 Valutakode       PIC X(3) VALUE SPACES.
       01 Navn             PIC X(40) VALUE SPACES.

       MOVE "Lars" TO Fornavn.
       MOVE "Hansen" TO Efternavn.
       MOVE "DK123445678912345" TO Kontonummer.
       MOVE 2500.75 TO Balance.
       MOVE "DKK" TO Valutakode.

       STRING Fornavn DELIMITED BY SIZE " "
