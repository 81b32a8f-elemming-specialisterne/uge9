       EXIT.

       SKRIV-MYNDIGHEDSBREV.
           STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                   KUNDE-ID IN KUNDEOPL DELIMITED BY SPACE
                   " DOK=MYNDIGHEDSBREV" DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING "KUNDE " DELIMITED BY SIZE
                   KUNDE-ID IN KUNDEOPL DELIMITED BY SPACE
                   " - VELKOMMEN SOM MYNDIG KUNDE" DELIMITED BY SIZE
