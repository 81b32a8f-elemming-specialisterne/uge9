      *             Kundeoplysninger.txt  - TELEFON/EMAIL             *
      * OUTPUT:     AlarmSMS.txt / AlarmEmail.txt - Gatewayfiler      *
      *             AlarmWorklist.txt     - Ugyldige kontakter        *
      *             ArbejdsopgaverNye.txt - Filialernes opgavekø      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveAlarmer.
           SELECT WORKLIST-FILE ASSIGN TO "AlarmWorklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKLIST-FILE-STATUS.
           SELECT ARBOPG-FILE ASSIGN TO "ArbejdsopgaverNye.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARBOPG-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Alarmer-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
       FD WORKLIST-FILE.
       01 WORKLIST-LINE    PIC X(120) VALUE SPACES.

       FD ARBOPG-FILE.
       01 ARBOPGOPL.
           COPY "ARBOPGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       01 WS-ALARM-TEKST   PIC X(80) VALUE SPACES.
       01 WS-BELOB-NUM     PIC S9(9)V99 VALUE ZERO.
       01 WS-ABS-BELOB     PIC 9(9)V99 VALUE ZERO.
       01 WS-BAL-DISPLAY   PIC -(6)9.99.
       01 WS-BELOB-DISPLAY PIC Z(8)9.99.

       01 TR-ANTAL-SMS     PIC 9(5) VALUE ZERO.
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

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). Forvalgt til nul, dvs. de udaterede navne,
      * hvis BusinessDato.txt ikke findes eller er tom.
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WORKLIST-LINE
           ADD 1 TO TR-ANTAL-WORKLIST
           MOVE "ALARM" TO WS-AO-TYPE
           MOVE PR-KUNDE-ID IN PRAEF-ARRAY(PX) TO WS-AO-KUNDE-ID
           MOVE PR-KONTO-ID IN PRAEF-ARRAY(PX) TO WS-AO-KONTO-ID
           MOVE "UGYLDIG KONTAKT" TO WS-AO-REFERENCE
           MOVE WS-ALARM-TEKST TO WS-AO-TEKST
           PERFORM SKRIV-ARBEJDSOPGAVE
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
           MOVE "OPGAVEALARMER" TO AO-KILDE
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
