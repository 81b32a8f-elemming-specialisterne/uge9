                           INTO DIGITAL-LINE
                   PERFORM SKRIV-DIGITAL-LINE
               ELSE
                   STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                           FB-KUNDE-ID(FB-IX) DELIMITED BY SPACE
                           " DOK=FORBRUGSOVERSIGT" DELIMITED BY SIZE
                           INTO PAPIR-LINE
                   PERFORM SKRIV-PAPIR-LINE
                   STRING "FORBRUGSOVERSIGT FOR KUNDE "
                           DELIMITED BY SIZE
                           FB-KUNDE-ID(FB-IX) DELIMITED BY SPACE
