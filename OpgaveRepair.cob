      *             Transaktioner.txt     - Genfremsendelser          *
      *             Interimskonto.txt     - Ældede poster             *
      *             Repair-Rapport.txt    - Kørapporten               *
      *             ArbejdsopgaverNye.txt - Filialernes opgavekø      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveRepair.
           SELECT RAPPORT-FILE ASSIGN TO "Repair-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT ARBOPG-FILE ASSIGN TO "ArbejdsopgaverNye.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARBOPG-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Repair-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD ARBOPG-FILE.
       01 ARBOPGOPL.
           COPY "ARBOPGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

      * Opgaven til filialernes opgavekø (se SKRIV-ARBEJDSOPGAVE)
       01 ARBOPG-FILE-STATUS PIC XX VALUE "00".
       01 WS-AO-TYPE        PIC X(08) VALUE SPACES.
       01 WS-AO-KUNDE-ID    PIC X(10) VALUE SPACES.
       01 WS-AO-KONTO-ID    PIC X(10) VALUE SPACES.
       01 WS-AO-FILIAL-NR   PIC 9(02) VALUE ZERO.
       01 WS-AO-REFERENCE   PIC X(30) VALUE SPACES.
       01 WS-AO-TEKST       PIC X(60) VALUE SPACES.
       01 WS-AO-DATO        PIC 9(08) VALUE ZERO.

       01 WS-TRANS-FILNAVN       PIC X(40)
           VALUE "Transaktioner.txt".
       01 WS-AFVIST-FILNAVN      PIC X(40)
               MOVE "O" TO KQ-STATUS IN KOE-ARRAY(KQ-IX)
               MOVE WS-AFV-AARSAG
                   TO KQ-AARSAG IN KOE-ARRAY(KQ-IX)
               PERFORM MELD-REPAIR-OPGAVE
               EXIT PARAGRAPH
           END-IF
           IF KOE-COUNT >= KOE-MAX-ANTAL
           MOVE 1 TO KQ-FORSOEG IN KOE-ARRAY(KQ-IX)
           MOVE "O" TO KQ-STATUS IN KOE-ARRAY(KQ-IX)
           ADD 1 TO TR-ANTAL-OPTAGET
           PERFORM MELD-REPAIR-OPGAVE
       EXIT.

      * Køposten KQ-IX lægges i filialernes opgavekø til back office
       MELD-REPAIR-OPGAVE.
           MOVE "REPAIR" TO WS-AO-TYPE
           MOVE KQ-KONTO-ID IN KOE-ARRAY(KQ-IX) TO WS-AO-KONTO-ID
           MOVE KQ-REPAIR-ID IN KOE-ARRAY(KQ-IX) TO WS-AO-REFERENCE
           STRING "Afvist postering " DELIMITED BY SIZE
                   KQ-BELOB IN KOE-ARRAY(KQ-IX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   KQ-VALUTA IN KOE-ARRAY(KQ-IX) DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   KQ-AARSAG IN KOE-ARRAY(KQ-IX) DELIMITED BY SIZE
                   INTO WS-AO-TEKST
           PERFORM SKRIV-ARBEJDSOPGAVE
       EXIT.

       DAN-REPAIR-ID.
           CLOSE REPAIR-FILE
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
           MOVE "OPGAVEREPAIR" TO AO-KILDE
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
