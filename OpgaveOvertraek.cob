      *             ingen fulgte hvor længe en konto havde stået      *
      *             negativt. Programmet ruller det persisterede      *
      *             OverTraekRegister.txt: konti udvalgt efter samme  *
      *             kriterium som Opgave12 (BALANCE under nul uden    *
      *             dækning i en uudløbet kreditramme)                *
      *             får talt dage på tværs af batch-vinduer, og ved   *
      *             de konfigurerbare dagstærskler dannes påmindelse, *
      *             advarsel og sidste varsel ind i leverings-        *
                   AT END
                       MOVE "Y" TO END-OF-KONTO-FILE
                   NOT AT END
      * Samme udvælgelse som Opgave12: en aktiv konto med negativ
      * saldo er i overtraek
                       IF BALANCE IN KONTOOPL < ZERO
                           AND KONTO-AKTIV
                           PERFORM CHECK-KREDITRAMME
      * En konto inden for en uudloebet, bevilget facilitet
               PERFORM CHECK-IO-STATUS
               MOVE SPACES TO BREV-DIGITAL-LINE
           ELSE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       KUNDE-ID IN KONTOOPL DELIMITED BY SPACE
                       " DOK=" DELIMITED BY SIZE
                       WS-BREV-TEKST(1:15) DELIMITED BY SIZE
                       INTO BREV-PAPIR-LINE
               WRITE BREV-PAPIR-LINE
               MOVE "BREV-PAPIR-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"           TO WS-IO-OPERATION
               MOVE BREV-PAPIR-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE SPACES TO BREV-PAPIR-LINE
               STRING "OVERTRAEK " DELIMITED BY SIZE
                       WS-BREV-TEKST DELIMITED BY SIZE
                       " KUNDE " DELIMITED BY SIZE
      *****************************************************************
      * CHECK-KREDITRAMME                                             *
      * Formaal: Saetter WS-INDEN-FOR-RAMME "Y" hvis kontoen har en   *
      *          uudloebet, bevilget facilitet og debetsaldoen ikke   *
      *          overstiger rammen.                                   *
      *****************************************************************
       CHECK-KREDITRAMME.
                       KONTO-ID IN KONTOOPL
                   IF KM-UDLOEB-DATO IN KRAM-ARRAY(KM-IX)
                           >= WS-DAGS-DATO
                       AND ZERO - BALANCE IN KONTOOPL
                           <= KM-BELOB IN KRAM-ARRAY(KM-IX)
                       MOVE "Y" TO WS-INDEN-FOR-RAMME
                   END-IF
           PERFORM CHECK-IO-STATUS
       EXIT.

      * Det vejledende kravbeloeb: kontoens debetsaldo
       FIND-FIK-BELOB.
           MOVE ZERO TO WS-FIK-BELOB
           IF BALANCE IN KONTOOPL < ZERO
               COMPUTE WS-FIK-BELOB = ZERO - BALANCE IN KONTOOPL
           END-IF
       EXIT.

      *****************************************************************
