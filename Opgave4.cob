           02 Efternavn        PIC X(20) VALUE spaces.
           02 KONTOINFO.
               03 Kontonummer      PIC X(20) VALUE spaces.
               03 Balance          PIC S9(7)V99 SIGN LEADING SEPARATE
                                   VALUE zeros.
               03 Valutakode       PIC X(3) VALUE spaces.
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
