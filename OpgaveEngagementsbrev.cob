       01 WS-SALDO         PIC S9(9)V99 VALUE ZERO.
       01 WS-SNAP-FUNDET   PIC X VALUE "N".
       01 WS-SNAP-DATO     PIC X(10) VALUE SPACES.
       01 WS-SNAP-BALANCE  PIC S9(7)V99 VALUE ZERO.
       01 WS-TRANS-BELOB   PIC S9(9)V99 VALUE ZERO.
       01 WS-SPROG-EN      PIC X VALUE "N".
       01 WS-RENTE-SUM     PIC S9(9)V99 VALUE ZERO.
                   END-IF
           END-READ
           ADD 1 TO TR-ANTAL-BREVE
           STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                   WS-BREV-KUNDE DELIMITED BY SPACE
                   " DOK=ENGAGEMENTSBREV" DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           IF WS-SPROG-EN = "Y"
               STRING "ENGAGEMENT CONFIRMATION AS AT "
                       DELIMITED BY SIZE
