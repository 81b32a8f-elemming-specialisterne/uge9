      *             nostrosaldo pr. valuta mod bøgernes valuta-       *
      *             position (summen af saldi pr. VALUTAKODE i        *
      *             KontoOpl.txt).                                    *
      *             SEPA-overførsler som OpgaveSepaStatus har fået    *
      *             accepteret i dag, indgår også som forventede      *
      *             bevægelser med afviklingsdatoen som valør.        *
      * INPUT:      NostroKontoudtog.txt   - Korrespondentens udtog   *
      *             Transaktioner.txt      - Dagens transaktioner     *
      *             ClearingEksporteret.txt - Eksportregistret        *
      *             SepaBetalinger.txt     - SEPA-registret           *
      *             KontoOpl.txt           - Bøgernes positioner      *
      * OUTPUT:     Interimskonto.txt      - Udvides med umatchede    *
      *             NostroAfstemning-Rapport.txt - Rapport            *
           SELECT EKSPORT-FILE ASSIGN TO "ClearingEksporteret.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EKSPORT-FILE-STATUS.
           SELECT SEPA-FILE ASSIGN TO "SepaBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEPA-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
       01 CLEARINGEKSOPL.
           COPY "CLEARINGEKSOPL.cpy".

       FD SEPA-FILE.
       01 SEPAREGOPL.
           COPY "SEPAREGOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".
       01 END-OF-TRANS-FILE   PIC X VALUE "N".
       01 END-OF-EKSPORT-FILE PIC X VALUE "N".
       01 END-OF-KONTO-FILE   PIC X VALUE "N".
       01 END-OF-SEPA-FILE    PIC X VALUE "N".

      * Eksportregistret loades, saa de forventede bevaegelser kan
      * udledes af dagens transaktioner
       01 NOSTRO-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 EKSPORT-FILE-STATUS   PIC XX VALUE "00".
       01 SEPA-FILE-STATUS      PIC XX VALUE "00".
       01 KONTO-FILE-STATUS     PIC XX VALUE "00".
       01 INTERIM-FILE-STATUS   PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS   PIC XX VALUE "00".

           PERFORM LOAD-EKSPORT-REGISTER
           PERFORM BYG-FORVENTEDE
           PERFORM BYG-SEPA-FORVENTEDE
           PERFORM BYG-BOGPOSITIONER

           OPEN EXTEND INTERIM-FILE
           MOVE "N" TO FV-MATCHET(FORV-COUNT)
       EXIT.

      *****************************************************************
      * BYG-SEPA-FORVENTEDE                                           *
      * Formål: SEPA-overførsler eksporteres ikke via clearing-       *
      *         registret, men i pacs.008. De betalinger              *
      *         korrespondenten har accepteret i dag (se              *
      *         OpgaveSepaStatus), forventes hævet på EUR-nostroen    *
      *         med afviklingsdatoen som valør.                       *
      *****************************************************************
       BYG-SEPA-FORVENTEDE.
           OPEN INPUT SEPA-FILE
           IF SEPA-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SEPA-FILE = "Y"
                   READ SEPA-FILE INTO SEPAREGOPL
                       AT END
                           MOVE "Y" TO END-OF-SEPA-FILE
                       NOT AT END
                           IF SEPA-ACCEPTERET
                               AND SEPA-STATUS-DATO = WS-DAGS-DATO
                               PERFORM TILFOEJ-SEPA-FORVENTET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEPA-FILE
               MOVE "N" TO END-OF-SEPA-FILE
           END-IF
       EXIT.

       TILFOEJ-SEPA-FORVENTET.
           IF FORV-COUNT >= FORV-MAX-ANTAL
               MOVE "Y" TO FORV-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FORV-COUNT
           MOVE SEPA-VALUTA TO FV-VALUTA(FORV-COUNT)
           MOVE SEPA-AFVIKLING-DATO TO FV-VALOER(FORV-COUNT)
           COMPUTE FV-BELOB(FORV-COUNT) = 0 - SEPA-BELOB
           MOVE SEPA-KONTO-ID TO FV-KONTO-ID(FORV-COUNT)
           MOVE "N" TO FV-MATCHET(FORV-COUNT)
       EXIT.

      *****************************************************************
      * BYG-BOGPOSITIONER                                             *
      * Formål: Summerer bøgernes position pr. fremmed valuta -       *
