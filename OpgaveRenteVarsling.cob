                   PERFORM CHECK-IO-STATUS
                   MOVE SPACES TO BREV-DIGITAL-LINE
               ELSE
                   STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                           KUNDE-ID IN KONTOOPL DELIMITED BY SPACE
                           " DOK=RENTEVARSLING" DELIMITED BY SIZE
                           INTO BREV-PAPIR-LINE
                   WRITE BREV-PAPIR-LINE
                   MOVE "BREV-PAPIR-FILE" TO WS-IO-FILE-NAME
                   MOVE "WRITE"           TO WS-IO-OPERATION
                   MOVE BREV-PAPIR-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
                   MOVE SPACES TO BREV-PAPIR-LINE
                   STRING "RENTEVARSLING KUNDE " DELIMITED BY SIZE
                           KUNDE-ID IN KONTOOPL DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
