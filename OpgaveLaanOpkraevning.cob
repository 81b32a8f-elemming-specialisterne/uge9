      *             betalingspause springes over uden restance, og    *
      *             en bevilget kapitalisering lægger de stående      *
      *             restancer ind i restgælden og genberegner         *
      *             ydelsen, én gang. Et misligholdt (opsagt) lån     *
      *             opkræves ikke - kravet er overdraget til inkasso. *
      *             Kørslen slutter med porteføljerapporten, hvor lån *
      *             i restance og misligholdte lån flages.            *
      * INPUT:      Laan.txt          - Udlånsregistret               *
      *             KontoOpl.txt      - Betalingskonti                *
      *             Transaktioner.txt - REG-NR-kobling                *
      *             LaanPortefoelje.txt - Porteføljerapport           *
      *             Henstand.NY       - Register, kapitaliseringer    *
      *                                 markeret udført               *
      *             LaanJournal.txt   - Ydelser (rente/afdrag) og     *
      *                                 kapitaliseringer (EXTEND)     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveLaanOpkraevning.
           SELECT HENSTAND-NY-FILE ASSIGN TO "Henstand.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HENSTAND-NY-FILE-STATUS.
           SELECT LAANJOURNAL-FILE ASSIGN TO "LaanJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANJOURNAL-FILE-STATUS.
           SELECT BREV-FILE ASSIGN TO "LaanOpkraevningsBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-FILE-STATUS.
           COPY "HENSTANDOPL.cpy"
               REPLACING LEADING ==HE-== BY ==HE-UD-==.

       FD LAANJOURNAL-FILE.
       01 LAANJOURNALOPL.
           COPY "LAANJOURNALOPL.cpy".

       FD BREV-FILE.
       01 BREV-LINE        PIC X(100) VALUE SPACES.

       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 KONTO-FILE-STATUS   PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS PIC XX VALUE "00".
       01 LAANJOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND LAANJOURNAL-FILE
           IF LAANJOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT LAANJOURNAL-FILE
           END-IF
           MOVE "LAANJOURNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE LAANJOURNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT BREV-FILE
           MOVE "BREV-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
                       ADD 1 TO TR-ANTAL-LAAN
                       PERFORM CHECK-HENSTAND
                       IF LAAN-RESTGAELD > ZERO
                           AND NOT LAAN-MISLIGHOLDT
                           IF WS-HENSTAND-AKTIV = "Y"
                               PERFORM NOTER-HENSTAND
                           ELSE
           CLOSE LAAN-NY-FILE
           CLOSE KONTO-FILE
           CLOSE TRANS-UD-FILE
           CLOSE LAANJOURNAL-FILE
           CLOSE BREV-FILE
           CLOSE FIK-KRAV-FILE
           CLOSE RAPPORT-FILE
               MOVE WS-NY-YDELSE TO LAAN-YDELSE
           END-IF
           ADD 1 TO TR-ANTAL-KAPITALISERET
           MOVE SPACES TO LAANJOURNALOPL
           MOVE "KAPITAL" TO LJ-TYPE
           MOVE WS-KAP-BELOB TO LJ-BELOB
           MOVE ZERO TO LJ-RENTE
           PERFORM SKRIV-LAANJOURNAL
           MOVE WS-KAP-BELOB TO WS-KAP-DISPLAY
           MOVE LAAN-YDELSE  TO WS-YDELSE-DISPLAY
           STRING "LAAN " DELIMITED BY SIZE
               END-IF
               SUBTRACT WS-AFDRAG FROM LAAN-RESTGAELD
               ADD 1 TO TR-ANTAL-REJST
               MOVE SPACES TO LAANJOURNALOPL
               MOVE "YDELSE" TO LJ-TYPE
               MOVE WS-AFDRAG TO LJ-BELOB
               COMPUTE LJ-RENTE = LAAN-YDELSE - WS-AFDRAG
               MOVE WS-TRANS-REF TO LJ-TRANS-REF
               PERFORM SKRIV-LAANJOURNAL
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-LAANJOURNAL                                             *
      * Formål: Journalfører lånets bevægelse i den akkumulerende     *
      *         LaanJournal.txt - kalderen har sat type, beløb og     *
      *         rente; lån, kunde og dato sættes her.                 *
      *****************************************************************
       SKRIV-LAANJOURNAL.
           MOVE LAAN-ID       TO LJ-LAAN-ID
           MOVE LAAN-KUNDE-ID TO LJ-KUNDE-ID
           MOVE WS-DAGSDATO   TO LJ-DATO
           MOVE ZERO TO LJ-GEBYR
           WRITE LAANJOURNALOPL
           MOVE "LAANJOURNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"            TO WS-IO-OPERATION
           MOVE LAANJOURNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

       SKRIV-YDELSE-TRANSAKTION.
           MOVE LAAN-YDELSE TO WS-BELOB-NUM
           MOVE SPACES TO WS-BELOB-TEKST

       SKRIV-PORTEFOELJE-LINJE.
           MOVE LAAN-RESTGAELD TO WS-REST-DISPLAY
           EVALUATE TRUE
               WHEN LAAN-MISLIGHOLDT
                   STRING "LAAN " DELIMITED BY SIZE
                           LAAN-ID DELIMITED BY SPACE
                           " KUNDE " DELIMITED BY SIZE
                           LAAN-KUNDE-ID DELIMITED BY SPACE
                           " RESTGAELD=" DELIMITED BY SIZE
                           WS-REST-DISPLAY DELIMITED BY SIZE
                           " OPSAGT " DELIMITED BY SIZE
                           LAAN-OPSAGT-DATO DELIMITED BY SIZE
                           " **MISLIGHOLDT**" DELIMITED BY SIZE
                           INTO RAPPORT-LINE
               WHEN LAAN-RESTANCER > ZERO
                   STRING "LAAN " DELIMITED BY SIZE
                           LAAN-ID DELIMITED BY SPACE
                           " KUNDE " DELIMITED BY SIZE
                           LAAN-KUNDE-ID DELIMITED BY SPACE
                           " RESTGAELD=" DELIMITED BY SIZE
                           WS-REST-DISPLAY DELIMITED BY SIZE
                           " RESTANCER=" DELIMITED BY SIZE
                           LAAN-RESTANCER DELIMITED BY SIZE
                           " **RESTANCE**" DELIMITED BY SIZE
                           INTO RAPPORT-LINE
               WHEN OTHER
                   STRING "LAAN " DELIMITED BY SIZE
                           LAAN-ID DELIMITED BY SPACE
                           " KUNDE " DELIMITED BY SIZE
                           LAAN-KUNDE-ID DELIMITED BY SPACE
                           " RESTGAELD=" DELIMITED BY SIZE
                           WS-REST-DISPLAY DELIMITED BY SIZE
                           INTO RAPPORT-LINE
           END-EVALUATE
           WRITE RAPPORT-LINE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
       SKRIV-OPKRAEVNINGSBREV.
           PERFORM DAN-FIK-REFERENCE
           MOVE LAAN-YDELSE TO WS-YDELSE-DISPLAY
           STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                   LAAN-KUNDE-ID DELIMITED BY SPACE
                   " DOK=LAANOPKRAEVNING" DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING "LAANOPKRAEVNING LAAN " DELIMITED BY SIZE
                   LAAN-ID DELIMITED BY SPACE
                   " KUNDE " DELIMITED BY SIZE
