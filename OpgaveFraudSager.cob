      * OUTPUT:     FraudSager.txt        - Opdateret register        *
      *             KortBlokeringer.txt   - Spærreanmodninger         *
      *             FraudSager-Rapport.txt - Aldringsrapport          *
      *             ArbejdsopgaverNye.txt - Filialernes opgavekø      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveFraudSager.
           SELECT RAPPORT-FILE ASSIGN TO "FraudSager-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT ARBOPG-FILE ASSIGN TO "ArbejdsopgaverNye.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARBOPG-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "FraudSager-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD ARBOPG-FILE.
       01 ARBOPGOPL.
           COPY "ARBOPGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

      * Opgaven til filialernes opgavekø (se SKRIV-ARBEJDSOPGAVE)
       01 ARBOPG-FILE-STATUS PIC XX VALUE "00".
       01 WS-AO-TYPE        PIC X(08) VALUE SPACES.
       01 WS-AO-KUNDE-ID    PIC X(10) VALUE SPACES.
       01 WS-AO-KONTO-ID    PIC X(10) VALUE SPACES.
       01 WS-AO-FILIAL-NR   PIC 9(02) VALUE ZERO.
       01 WS-AO-REFERENCE   PIC X(30) VALUE SPACES.
       01 WS-AO-TEKST       PIC X(60) VALUE SPACES.
       01 WS-AO-DATO        PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           MOVE WS-DAGS-DATO TO SG-AABNET-DATO IN SAG-ARRAY(SG-IX)
           MOVE WS-DAGS-DATO
               TO SG-OPDATERET-DATO IN SAG-ARRAY(SG-IX)
           MOVE "OPGAVE10" TO SG-KILDE IN SAG-ARRAY(SG-IX)
           MOVE ZERO TO SG-SCORE IN SAG-ARRAY(SG-IX)
           MOVE SPACES TO SG-KAEDE IN SAG-ARRAY(SG-IX)
           ADD 1 TO TR-ANTAL-NYE
           MOVE "FRAUD" TO WS-AO-TYPE
           MOVE WS-FLAG-KONTO TO WS-AO-KONTO-ID
           MOVE WS-NY-SAG-ID TO WS-AO-REFERENCE
           STRING "Ny fraud-sag " DELIMITED BY SIZE
                   WS-NY-SAG-ID DELIMITED BY SPACE
                   " - kontoen er flaget i FraudWorklist"
                   DELIMITED BY SIZE
                   INTO WS-AO-TEKST
           PERFORM SKRIV-ARBEJDSOPGAVE
       EXIT.

       DAN-SAG-ID.
                               INTO RAPPORT-LINE
                   END-IF
                   PERFORM SKRIV-RAPPORT-LINE
                   IF SG-FRA-MULDYR IN SAG-ARRAY(SG-IX)
                       STRING "    GENNEMSTROEMNING SCORE="
                               DELIMITED BY SIZE
                               SG-SCORE IN SAG-ARRAY(SG-IX)
                                   DELIMITED BY SIZE
                               " KAEDE=" DELIMITED BY SIZE
                               SG-KAEDE IN SAG-ARRAY(SG-IX)
                                   DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                       PERFORM SKRIV-RAPPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-LINE
           CLOSE REGISTER-FILE
       EXIT.

      *****************************************************************
      * SKRIV-ARBEJDSOPGAVE                                           *
      * Formål: Lægger en opgave i filialernes opgavekø               *
      *         (ArbejdsopgaverNye.txt) ud fra WS-AO-felterne -       *
      *         OpgaveArbejdskoe optager den med ejer, filial og      *
      *         forfaldsdato. Samme forhold meldt igen, mens          *
      *         opgaven er åben, optages ikke to gange.               *
      *****************************************************************
       SKRIV-ARBEJDSOPGAVE.
           IF WS-AO-DATO = ZERO
               IF WS-FORRETNINGSDATO > ZERO
                   MOVE WS-FORRETNINGSDATO TO WS-AO-DATO
               ELSE
                   ACCEPT WS-AO-DATO FROM DATE YYYYMMDD
               END-IF
           END-IF
           OPEN EXTEND ARBOPG-FILE
           IF ARBOPG-FILE-STATUS = "35"
               OPEN OUTPUT ARBOPG-FILE
           END-IF
           MOVE "ARBOPG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE ARBOPG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF ARBOPG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO            TO AO-OPGAVE-ID AO-FORFALD-DATO
                                   AO-LUKKET-DATO
           MOVE WS-AO-TYPE      TO AO-TYPE
           MOVE WS-AO-KUNDE-ID  TO AO-KUNDE-ID
           MOVE WS-AO-KONTO-ID  TO AO-KONTO-ID
           MOVE WS-AO-FILIAL-NR TO AO-FILIAL-NR
           MOVE SPACES          TO AO-EJER AO-ESKALERET-TIL
                                   AO-LUKKET-AF
           MOVE WS-AO-DATO      TO AO-OPRETTET-DATO
           MOVE "N"             TO AO-STATUS AO-ESKALERET
           MOVE "OPGAVEFRAUDSAGER" TO AO-KILDE
           MOVE WS-AO-REFERENCE TO AO-REFERENCE
           MOVE WS-AO-TEKST     TO AO-TEKST
           WRITE ARBOPGOPL
           MOVE "ARBOPG-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE ARBOPG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           CLOSE ARBOPG-FILE
           MOVE SPACES TO WS-AO-KUNDE-ID WS-AO-KONTO-ID
                          WS-AO-REFERENCE WS-AO-TEKST
           MOVE ZERO   TO WS-AO-FILIAL-NR
       EXIT.

      *****************************************************************
      * CHECK-IO-STATUS                                               *
      * Formål: Fælles kontrol af FILE STATUS efter en I/O-operation. *
