               END-IF
           END-IF

      * En negativ BALANCE er en kunde i overtræk og er gyldig -
      * nul afvises som hidtil, og grænsen for urimeligt store
      * beløb gælder begge veje.
           IF WS-VALID-FLAG = "Y"
               IF BALANCE = ZERO
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "BALANCE NUL" TO WS-REJECT-REASON
               ELSE
                   IF BALANCE > WS-BALANCE-MAX-GRAENSE
                       OR ZERO - BALANCE > WS-BALANCE-MAX-GRAENSE
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "BALANCE URIMELIGT STOR" TO WS-REJECT-REASON
                   END-IF
