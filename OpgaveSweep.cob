       01 END-OF-REGEL     PIC X VALUE "N".

      * Reglens konti efter opslag og validering
       01 WS-FRA-BALANCE   PIC S9(7)V99 VALUE ZERO.
       01 WS-TIL-BALANCE   PIC S9(7)V99 VALUE ZERO.
       01 WS-FRA-VALUTA    PIC X(03) VALUE SPACES.
       01 WS-REGEL-OK      PIC X VALUE "N".
       01 WS-AFVIS-AARSAG  PIC X(30) VALUE SPACES.
                   IF WS-TIL-BALANCE < SW-GRAENSE
                       COMPUTE WS-SWEEP-BELOB =
                           SW-MAAL - WS-TIL-BALANCE
                       IF WS-FRA-BALANCE NOT > ZERO
                           MOVE ZERO TO WS-SWEEP-BELOB
                           MOVE "Y" TO WS-DELVIS
                       ELSE
                           IF WS-SWEEP-BELOB > WS-FRA-BALANCE
                               MOVE WS-FRA-BALANCE TO WS-SWEEP-BELOB
                               MOVE "Y" TO WS-DELVIS
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
