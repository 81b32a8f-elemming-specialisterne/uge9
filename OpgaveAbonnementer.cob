                       INTO DIGITAL-LINE
               PERFORM SKRIV-DIGITAL-LINE
           ELSE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       WS-AB-KUNDE DELIMITED BY SPACE
                       " DOK=ABONNEMENT" DELIMITED BY SIZE
                       INTO PAPIR-LINE
               PERFORM SKRIV-PAPIR-LINE
               STRING "KUNDE " DELIMITED BY SIZE
                       WS-AB-KUNDE DELIMITED BY SPACE
                       " KONTO " DELIMITED BY SIZE
