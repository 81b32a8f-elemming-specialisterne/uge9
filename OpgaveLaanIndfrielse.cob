      *             Transaktioner.txt   - Udvides med afregninger     *
      *             LaanIndfrielseBreve.txt - Bekræftelsesbreve       *
      *             LaanIndfrielse-Fejl.txt - Afviste anmodninger     *
      *             LaanJournal.txt     - Afdrag og afregnet rente    *
      *                                   (EXTEND)                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveLaanIndfrielse.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT LAANJOURNAL-FILE ASSIGN TO "LaanJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANJOURNAL-FILE-STATUS.
           SELECT BREV-FILE ASSIGN TO "LaanIndfrielseBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-FILE-STATUS.
                   LEADING ==VALUTA== BY ==TIND-VALUTA==
                   LEADING ==BUTIK== BY ==TIND-BUTIK==.

       FD LAANJOURNAL-FILE.
       01 LAANJOURNALOPL.
           COPY "LAANJOURNALOPL.cpy".

       FD BREV-FILE.
       01 BREV-LINE        PIC X(100) VALUE SPACES.

       01 KONTO-FILE-STATUS   PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS PIC XX VALUE "00".
       01 BREV-FILE-STATUS    PIC XX VALUE "00".
       01 LAANJOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 FEJL-FILE-STATUS    PIC XX VALUE "00".
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
           CLOSE LAAN-NY-FILE
           CLOSE KONTO-FILE
           CLOSE TRANS-UD-FILE
           CLOSE LAANJOURNAL-FILE
           CLOSE BREV-FILE
           CLOSE FEJL-FILE
           CLOSE IO-ERROR-FILE
           IF IN-BELOB(IN-IX) = ZERO
               MOVE "BELOB ER NUL" TO WS-AFVIS-AARSAG
           END-IF
           IF WS-AFVIS-AARSAG = SPACES
               AND LAAN-MISLIGHOLDT
               MOVE "LAAN MISLIGHOLDT - HOS INKASSO" TO WS-AFVIS-AARSAG
           END-IF
           IF WS-AFVIS-AARSAG = SPACES
               AND IN-BELOB(IN-IX) > LAAN-RESTGAELD
               MOVE "BELOB OVERSTIGER RESTGAELD" TO WS-AFVIS-AARSAG
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO LAANJOURNALOPL
           MOVE LAAN-ID         TO LJ-LAAN-ID
           MOVE LAAN-KUNDE-ID   TO LJ-KUNDE-ID
           MOVE WS-TIDSPUNKT(1:10) TO LJ-DATO
           MOVE "EKSTRAAFDRAG"  TO LJ-TYPE
           MOVE IN-BELOB(IN-IX) TO LJ-BELOB
           MOVE WS-PAALOBET-RENTE TO LJ-RENTE
           MOVE ZERO TO LJ-GEBYR
           MOVE WS-TRANS-REF    TO LJ-TRANS-REF
           WRITE LAANJOURNALOPL
           MOVE "LAANJOURNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"            TO WS-IO-OPERATION
           MOVE LAANJOURNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      *         den genberegnede ydelse/løbetid.                      *
      *****************************************************************
       SKRIV-BEKRAEFTELSE.
           STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                   LAAN-KUNDE-ID DELIMITED BY SPACE
                   " DOK=INDFRI-BEKRAEFT" DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING "KUNDE " DELIMITED BY SIZE
                   LAAN-KUNDE-ID DELIMITED BY SPACE
                   " LAAN " DELIMITED BY SIZE
