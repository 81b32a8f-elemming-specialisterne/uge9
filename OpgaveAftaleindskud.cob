       SKRIV-FORNYELSESVARSEL.
           ADD 1 TO TR-ANTAL-VARSLET
           MOVE WS-DAGS-DATO TO AFT-VARSLET-DATO
           MOVE AFT-KONTO-ID TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   MOVE SPACES TO WS-KOMM-KUNDE-ID
               NOT INVALID KEY
                   MOVE KUNDE-ID IN KONTOOPL TO WS-KOMM-KUNDE-ID
           END-READ
           STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                   WS-KOMM-KUNDE-ID DELIMITED BY SPACE
                   " DOK=FORNYVARSEL" DELIMITED BY SIZE
                   INTO VARSEL-BREV-LINE
           PERFORM SKRIV-VARSEL-LINE
           STRING "FORNYELSESVARSEL KONTO " DELIMITED BY SIZE
                   AFT-KONTO-ID DELIMITED BY SPACE
                   " UDLOEBER " DELIMITED BY SIZE
           PERFORM SKRIV-VARSEL-LINE
           MOVE SPACES TO VARSEL-BREV-LINE
           PERFORM SKRIV-VARSEL-LINE
           MOVE "FORNYVARSEL" TO WS-KOMM-DOKTYPE
           MOVE "P" TO WS-KOMM-KANAL
           MOVE "AftaleindskudVarsler.txt" TO WS-KOMM-FILREF
