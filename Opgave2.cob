       01 Fornavn          PIC X(20) VALUE spaces.
       01 Efternavn        PIC X(20) VALUE spaces.
       01 Kontonummer      PIC X(20) VALUE spaces.
       01 Balance          PIC S9(7)V99 VALUE zeros.
       01 Valutakode       PIC X(3) VALUE spaces.
       01 Balance-max-graense PIC 9(7)V99 VALUE 1000000.00.

       MOVE "Lars" TO Fornavn.
       MOVE "Hansen" TO Efternavn.
       MOVE "DK123445678912345" TO Kontonummer.
       MOVE 2500.75 TO Balance.
       MOVE "DKK" TO Valutakode.
       IF Balance < ZERO
           DISPLAY "ADVARSEL: BALANCE NEGATIV (OVERTRAEK) FOR " Kunde-id
       ELSE
           IF Balance = ZERO
               DISPLAY "ADVARSEL: BALANCE NUL FOR " Kunde-id
           END-IF
           IF Balance > Balance-max-graense
               DISPLAY "ADVARSEL: BALANCE URIMELIGT STOR FOR " Kunde-id
           END-IF
