      *             Laan.txt              - Lån og restancer          *
      *             OverTraekRegister.txt - Overtrækshistorik         *
      *             Garantier.txt         - Garantier                 *
      *             DepotVaerdi.txt       - Værdipapirdepoter         *
      *             KundeRaadgivere.txt   - Kundernes rådgiver        *
      * OUTPUT:     Engagementsreview.txt - Opdateret register        *
      *             ReviewWorklist.txt    - Dagens forfaldne          *
      *             EngagementsMappe.txt  - Konsoliderede mapper      *
      *             ArbejdsopgaverNye.txt - Filialernes opgavekø      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveEngagementsReview.
           SELECT GARANTI-FILE ASSIGN TO "Garantier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GARANTI-FILE-STATUS.
           SELECT DEPOTVAERDI-FILE ASSIGN TO "DepotVaerdi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOTVAERDI-FILE-STATUS.
           SELECT TILDELING-FILE ASSIGN TO "KundeRaadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILDELING-FILE-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO "ReviewWorklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKLIST-FILE-STATUS.
           SELECT MAPPE-FILE ASSIGN TO "EngagementsMappe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAPPE-FILE-STATUS.
           SELECT ARBOPG-FILE ASSIGN TO "ArbejdsopgaverNye.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARBOPG-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "EngagementsReview-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01 GARANTIOPL.
           COPY "GARANTIOPL.cpy".

       FD DEPOTVAERDI-FILE.
       01 DEPOTVAERDIOPL.
           COPY "DEPOTVAERDIOPL.cpy".

       FD TILDELING-FILE.
       01 RAADGTILDOPL.
           COPY "RAADGTILDOPL.cpy".

       FD WORKLIST-FILE.
       01 WORKLIST-LINE    PIC X(100) VALUE SPACES.

       FD MAPPE-FILE.
       01 MAPPE-LINE       PIC X(100) VALUE SPACES.

       FD ARBOPG-FILE.
       01 ARBOPGOPL.
           COPY "ARBOPGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       01 END-OF-LAAN-FILE   PIC X VALUE "N".
       01 END-OF-OVERTRAEK   PIC X VALUE "N".
       01 END-OF-GARANTI     PIC X VALUE "N".
       01 END-OF-DEPOTVAERDI PIC X VALUE "N".
       01 END-OF-TILDELING   PIC X VALUE "N".

      * Review-registret loades, suppleres med nye kunder og
      * skrives samlet tilbage
       01 IV-IX            PIC 9(1) VALUE ZERO.
       01 WS-INTERVAL      PIC 9(3) VALUE 12.

      * Kundernes gaeldende raadgiver pr. koerselsdatoen (se
      * LOAD-RAADGIVERTILDELING og FIND-KUNDENS-RAADGIVER) - vises
      * paa worklisten og i mappen, saa reviewet gaar til den
      * rigtige raadgiver
       01 TD-MAX-ANTAL     PIC 9(5) VALUE 20000.
       01 TD-COUNT         PIC 9(5) VALUE ZERO.
       01 TD-OVERFLOW      PIC X VALUE "N".
       01 TD-ARRAY OCCURS 20000 TIMES.
           COPY "RAADGTILDOPL.cpy"
               REPLACING LEADING ==TD-== BY ==TA-==.
       01 TD-IX            PIC 9(5) VALUE ZERO.
       01 WS-RAADGIVER     PIC X(08) VALUE SPACES.

      * Naeste-dato beregningen: aar/maaned-aritmetik, dagen
      * beholdes
       01 WS-NY-AAR        PIC 9(4) VALUE ZERO.

       01 WS-SEGMENT       PIC X(01) VALUE SPACES.
       01 WS-REVIEW-KUNDE  PIC X(10) VALUE SPACES.
       01 WS-BAL-DISPLAY   PIC -(8)9.99.
       01 WS-REST-DISPLAY  PIC Z(8)9.99.
       01 WS-GAR-DISPLAY   PIC Z(8)9.99.
       01 WS-DEPOT-DISPLAY PIC Z(10)9.99.

       01 TR-ANTAL-KUNDER   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FORFALDEN PIC 9(5) VALUE ZERO.
       01 LAAN-FILE-STATUS     PIC XX VALUE "00".
       01 OVERTRAEK-FILE-STATUS PIC XX VALUE "00".
       01 GARANTI-FILE-STATUS  PIC XX VALUE "00".
       01 DEPOTVAERDI-FILE-STATUS PIC XX VALUE "00".
       01 WORKLIST-FILE-STATUS PIC XX VALUE "00".
       01 MAPPE-FILE-STATUS    PIC XX VALUE "00".
       01 TILDELING-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
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
           PERFORM LAES-INTERVALLER
           PERFORM LOAD-REGISTER
           PERFORM SUPPLER-NYE-KUNDER
           PERFORM LOAD-RAADGIVERTILDELING

           OPEN OUTPUT WORKLIST-FILE
           MOVE "WORKLIST-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE WORKLIST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WORKLIST-LINE

           OPEN OUTPUT MAPPE-FILE
           MOVE "MAPPE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE MAPPE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO MAPPE-LINE

           PERFORM BEHANDL-FORFALDNE
           PERFORM SKRIV-REGISTER
                       TO WS-REVIEW-KUNDE
                   PERFORM SLAA-SEGMENT-OP
                   PERFORM FIND-INTERVAL
                   PERFORM FIND-KUNDENS-RAADGIVER
                   STRING "REVIEW FORFALDEN KUNDE="
                           DELIMITED BY SIZE
                           WS-REVIEW-KUNDE DELIMITED BY SPACE
                           " SIDST=" DELIMITED BY SIZE
                           RV-SENESTE-DATO IN REV-ARRAY(RV-IX)
                               DELIMITED BY SIZE
                           " RAADGIVER=" DELIMITED BY SIZE
                           WS-RAADGIVER DELIMITED BY SPACE
                           INTO WORKLIST-LINE
                   PERFORM SKRIV-WORKLIST-LINE
                   MOVE "REVIEW" TO WS-AO-TYPE
                   MOVE WS-REVIEW-KUNDE TO WS-AO-KUNDE-ID
                   STRING "ENGAGEMENTSREVIEW " DELIMITED BY SIZE
                           WS-DAGS-DATO DELIMITED BY SIZE
                           INTO WS-AO-REFERENCE
                   STRING "Engagementsreview forfalden - segment "
                           DELIMITED BY SIZE
                           WS-SEGMENT DELIMITED BY SIZE
                           ", se EngagementsMappe.txt"
                           DELIMITED BY SIZE
                           INTO WS-AO-TEKST
                   PERFORM SKRIV-ARBEJDSOPGAVE
                   PERFORM SKRIV-ENGAGEMENTSMAPPE
                   MOVE WS-DAGS-DATO
                       TO RV-SENESTE-DATO IN REV-ARRAY(RV-IX)
                   " ===" DELIMITED BY SIZE
                   INTO MAPPE-LINE
           PERFORM SKRIV-MAPPE-LINE
           STRING "RAADGIVER: " DELIMITED BY SIZE
                   WS-RAADGIVER DELIMITED BY SPACE
                   INTO MAPPE-LINE
           PERFORM SKRIV-MAPPE-LINE
           PERFORM MAPPE-KONTI
           PERFORM MAPPE-LAAN
           PERFORM MAPPE-OVERTRAEK
           PERFORM MAPPE-GARANTIER
           PERFORM MAPPE-DEPOTER
           MOVE SPACES TO MAPPE-LINE
           PERFORM SKRIV-MAPPE-LINE
       EXIT.
           MOVE "N" TO END-OF-GARANTI
       EXIT.

       MAPPE-DEPOTER.
           OPEN INPUT DEPOTVAERDI-FILE
           IF DEPOTVAERDI-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DEPOTVAERDI = "Y"
               READ DEPOTVAERDI-FILE INTO DEPOTVAERDIOPL
                   AT END
                       MOVE "Y" TO END-OF-DEPOTVAERDI
                   NOT AT END
                       IF DV-KUNDE-ID = WS-REVIEW-KUNDE
                           MOVE DV-VAERDI TO WS-DEPOT-DISPLAY
                           STRING "  DEPOT " DELIMITED BY SIZE
                                   DV-DEPOT-ID
                                       DELIMITED BY SPACE
                                   " KONTO " DELIMITED BY SIZE
                                   DV-KONTO-ID
                                       DELIMITED BY SPACE
                                   " VAERDI=" DELIMITED BY SIZE
                                   WS-DEPOT-DISPLAY
                                       DELIMITED BY SIZE
                                   " PR. " DELIMITED BY SIZE
                                   DV-DATO DELIMITED BY SIZE
                                   INTO MAPPE-LINE
                           PERFORM SKRIV-MAPPE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOTVAERDI-FILE
           MOVE "N" TO END-OF-DEPOTVAERDI
       EXIT.

       SKRIV-MAPPE-LINE.
           WRITE MAPPE-LINE
           MOVE "MAPPE-FILE" TO WS-IO-FILE-NAME
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-RAADGIVERTILDELING                                       *
      * Formål: Læser de tildelinger i KundeRaadgivere.txt, der       *
      *         gælder på kørselsdatoen, ind i TD-ARRAY. Findes filen *
      *         ikke, står alle kunder som "FILIALEN".                *
      *****************************************************************
       LOAD-RAADGIVERTILDELING.
           OPEN INPUT TILDELING-FILE
           IF TILDELING-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-TILDELING = "Y"
                   READ TILDELING-FILE INTO RAADGTILDOPL
                       AT END
                           MOVE "Y" TO END-OF-TILDELING
                       NOT AT END
                           IF TD-GYLDIG-FRA <= WS-DAGS-DATO
                              AND (TD-GYLDIG-TIL = SPACES
                                   OR TD-GYLDIG-TIL > WS-DAGS-DATO)
                               IF TD-COUNT >= TD-MAX-ANTAL
                                   MOVE "Y" TO TD-OVERFLOW
                               ELSE
                                   ADD 1 TO TD-COUNT
                                   MOVE RAADGTILDOPL
                                       TO TD-ARRAY(TD-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TILDELING-FILE
               MOVE "N" TO END-OF-TILDELING
           END-IF
           IF TD-OVERFLOW = "Y"
               DISPLAY "OpgaveEngagementsReview: TD-ARRAY fuld"
           END-IF
       EXIT.

      *****************************************************************
      * FIND-KUNDENS-RAADGIVER                                        *
      * Formål: Sætter WS-RAADGIVER til WS-REVIEW-KUNDEs gældende     *
      *         rådgiver - "FILIALEN", når kunden ikke har nogen.     *
      *****************************************************************
       FIND-KUNDENS-RAADGIVER.
           MOVE "FILIALEN" TO WS-RAADGIVER
           PERFORM VARYING TD-IX FROM 1 BY 1 UNTIL TD-IX > TD-COUNT
               IF TA-KUNDE-ID IN TD-ARRAY(TD-IX) = WS-REVIEW-KUNDE
                   MOVE TA-RAADGIVER-ID IN TD-ARRAY(TD-IX)
                       TO WS-RAADGIVER
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-REGISTER                                                *
      * Formål: Skriver review-registret tilbage med fremrykkede      *
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
           MOVE "OPGAVEENGAGEMENTSREVIEW" TO AO-KILDE
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
