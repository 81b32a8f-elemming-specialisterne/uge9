      *             Hovedbog.txt        - Marginpar                   *
      *             FxBekraeftelser.txt - Handelsbekræftelser         *
      *             FxVeksling-Fejl.txt - Afviste ordrer              *
      *             IndtjeningJournal.txt - Marginen pr. kunde        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveFxVeksling.
           SELECT FEJL-FILE ASSIGN TO "FxVeksling-Fejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEJL-FILE-STATUS.
           SELECT INDTJENING-FILE ASSIGN TO "IndtjeningJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDTJENING-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".

       FD INDTJENING-FILE.
       01 INDTJENINGOPL.
           COPY "INDTJENINGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       01 WS-MARGIN        PIC 9(1)V9999 VALUE 0.0050.

      * Kurslisten - samme opslag som OpgavePostering
       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 KIX              PIC 9(4) VALUE ZERO.
       01 WS-KURS-FUNDET   PIC X VALUE "N".
       01 HOVEDBOG-FILE-STATUS  PIC XX VALUE "00".
       01 BEKRAEFT-FILE-STATUS  PIC XX VALUE "00".
       01 FEJL-FILE-STATUS      PIC XX VALUE "00".
       01 INDTJENING-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS  PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME       PIC X(20) VALUE SPACES.
           MOVE FEJL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND INDTJENING-FILE
           IF INDTJENING-FILE-STATUS = "35"
               OPEN OUTPUT INDTJENING-FILE
           END-IF
           MOVE "INDTJENING-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"            TO WS-IO-OPERATION
           MOVE INDTJENING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN INPUT ORDRE-FILE
           IF ORDRE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-ORDRE = "Y"
           CLOSE TRANS-UD-FILE
           CLOSE BEKRAEFT-FILE
           CLOSE FEJL-FILE
           CLOSE INDTJENING-FILE
           CLOSE IO-ERROR-FILE
           STOP RUN.

           MOVE FX-BELOB TO WS-FRA-DISPLAY
           MOVE WS-TIL-BELOB TO WS-TIL-DISPLAY
           MOVE WS-MARGIN-DKK TO WS-MARGIN-DISPLAY
           STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                   FX-KUNDE-ID DELIMITED BY SPACE
                   " DOK=FX-BEKRAEFTELSE" DELIMITED BY SIZE
                   INTO BEKRAEFT-LINE
           WRITE BEKRAEFT-LINE
           MOVE "BEKRAEFT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE BEKRAEFT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO BEKRAEFT-LINE
           STRING "HANDELSBEKRAEFTELSE KUNDE " DELIMITED BY SIZE
                   FX-KUNDE-ID DELIMITED BY SPACE
                   " REF=" DELIMITED BY SIZE
           MOVE "P" TO WS-KOMM-KANAL
           MOVE "FxBekraeftelser.txt" TO WS-KOMM-FILREF
           PERFORM SKRIV-KOMMLOG
           PERFORM SKRIV-INDTJENING
       EXIT.

      * Marginen journaliseres pr. kunde til rentabilitetsopgørelsen
       SKRIV-INDTJENING.
           IF WS-MARGIN-DKK = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INDTJENINGOPL
           MOVE FX-KUNDE-ID   TO IJ-KUNDE-ID
           MOVE FX-FRA-KONTO  TO IJ-KONTO-ID
           MOVE WS-DAGS-DATO  TO IJ-DATO
           MOVE "FXMARGIN"    TO IJ-TYPE
           MOVE WS-MARGIN-DKK TO IJ-BELOB
           MOVE "DKK"         TO IJ-VALUTA
           MOVE WS-TRANS-REF  TO IJ-TRANS-REF
           WRITE INDTJENINGOPL
           MOVE "INDTJENING-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"           TO WS-IO-OPERATION
           MOVE INDTJENING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

       SKRIV-AFVISNING.
