      *             Hovedbog.txt        - Eksponeringspar             *
      *             GarantiForrige.txt  - Ny eksponering              *
      *             Garanti-Rapport.txt - Kørselsrapport              *
      *             IndtjeningJournal.txt - Provisionen pr. kunde     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveGarantiProvision.
           SELECT RAPPORT-FILE ASSIGN TO "Garanti-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT INDTJENING-FILE ASSIGN TO "IndtjeningJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDTJENING-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "GarantiProvision-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD INDTJENING-FILE.
       01 INDTJENINGOPL.
           COPY "INDTJENINGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       01 KONTOPLAN-FILE-STATUS  PIC XX VALUE "00".
       01 HOVEDBOG-FILE-STATUS   PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS    PIC XX VALUE "00".
       01 INDTJENING-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND INDTJENING-FILE
           IF INDTJENING-FILE-STATUS = "35"
               OPEN OUTPUT INDTJENING-FILE
           END-IF
           MOVE "INDTJENING-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"            TO WS-IO-OPERATION
           MOVE INDTJENING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM UNTIL END-OF-GARANTI-FILE = "Y"
               READ GARANTI-FILE INTO GARANTIOPL
                   AT END
           CLOSE GARANTI-NY-FILE
           CLOSE TRANS-UD-FILE
           CLOSE RAPPORT-FILE
           CLOSE INDTJENING-FILE
           CLOSE IO-ERROR-FILE
           STOP RUN.

           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
      * Provisionen journaliseres pr. kunde til rentabilitetsopgørelsen
           MOVE SPACES TO INDTJENINGOPL
           MOVE GA-KUNDE-ID    TO IJ-KUNDE-ID
           MOVE GA-KONTO-ID    TO IJ-KONTO-ID
           MOVE WS-DAGS-DATO   TO IJ-DATO
           MOVE "GARANTIPROV"  TO IJ-TYPE
           MOVE WS-PROVISION   TO IJ-BELOB
           MOVE GA-VALUTA      TO IJ-VALUTA
           MOVE WS-TRANS-REF   TO IJ-TRANS-REF
           WRITE INDTJENINGOPL
           MOVE "INDTJENING-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"           TO WS-IO-OPERATION
           MOVE INDTJENING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
