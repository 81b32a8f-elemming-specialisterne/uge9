       MOVE "Lars" TO FORNAVN.
       MOVE "Hansen" TO EFTERNAVN.
       MOVE "DK123445678912345" TO KONTONUMMER.
       MOVE 2500.75 TO BALANCE.
       MOVE "DKK" TO VALUTAKODE.
       MOVE "Lautruphøjvej" TO VEJNAVN.
       MOVE "1" TO HUSNR.
       MOVE "88888888" TO TELEFON.
       MOVE "test.test@test.dk" TO EMAIL.

       IF BALANCE < ZERO
           DISPLAY "ADVARSEL: BALANCE NEGATIV (OVERTRAEK) FOR " KUNDE-ID
       ELSE
           IF BALANCE = ZERO
               DISPLAY "ADVARSEL: BALANCE NUL FOR " KUNDE-ID
           END-IF
           IF BALANCE > BALANCE-MAX-GRAENSE
               DISPLAY "ADVARSEL: BALANCE URIMELIGT STOR FOR " KUNDE-ID
           END-IF
