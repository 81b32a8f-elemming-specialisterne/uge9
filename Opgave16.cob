      *         summeres pr. KUNDE-ID og udskrives som én samlet      *
      *         DKK-saldo, så relationship managers kan se en kundes  *
      *         samlede position på tværs af konti og valutaer.       *
      *         Kundens værdipapirdepoter lægges til med dagens       *
      *         depotværdi fra DepotVaerdi.txt (OpgaveDepot), og      *
      *         depotandelen vises særskilt. Flervalutakontiernes     *
      *         delsaldi i Valutasaldi.txt omregnes og medregnes på   *
      *         samme måde som kontiernes egne saldi.                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INPUT-KURS-FILE ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-KURS-FILE-STATUS.
           SELECT VALUTASALDO-FILE ASSIGN TO "Valutasaldi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTASALDO-FILE-STATUS.
           SELECT DEPOTVAERDI-FILE ASSIGN TO "DepotVaerdi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOTVAERDI-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO WS-FORMUE-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTPUT-FILE-STATUS.
       01 VALUTAKURSOPL.
           COPY "VALUTAKURSOPL.cpy".

       FD VALUTASALDO-FILE.
       01 VALUTASALDOOPL.
           COPY "VALUTASALDOOPL.cpy".

       FD DEPOTVAERDI-FILE.
       01 DEPOTVAERDIOPL.
           COPY "DEPOTVAERDIOPL.cpy".

       FD OUTPUT-FILE.
       01 KUNDE-ADR.
           02 NAVN-ADR     PIC X(100) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 END-OF-KONTO-FILE PIC X VALUE "N".
       01 END-OF-KURS-FILE  PIC X VALUE "N".
       01 END-OF-DEPOTVAERDI PIC X VALUE "N".
       01 END-OF-VALUTASALDO PIC X VALUE "N".
       01 WS-KUNDE-INVALID-KEY PIC X VALUE "N".

       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 WS-KURS-FUNDET   PIC X VALUE "N".
       01 WS-KURS          PIC 9(03)V9999 VALUE ZERO.
       01 NETTO-ARRAY OCCURS 500 TIMES.
           05 NETTO-KUNDE-ID  PIC X(10) VALUE SPACES.
           05 NETTO-TOTAL-DKK PIC S9(9)V99 VALUE ZERO.
           05 NETTO-DEPOT-DKK PIC S9(9)V99 VALUE ZERO.
       01 IX                PIC 9(4) VALUE ZERO.
       01 WS-NETTO-FUNDET   PIC X VALUE "N".
       01 WS-NETTO-KUNDE-ID PIC X(10) VALUE SPACES.
       01 WS-KONTO-DKK      PIC S9(9)V99 VALUE ZERO.
       01 WS-DEPOT-DKK      PIC S9(9)V99 VALUE ZERO.
       01 WS-NETTO-DISPLAY  PIC -(9)9.99.
       01 WS-DEPOT-DISPLAY  PIC -(9)9.99.

       01 TR-ANTAL-KONTI    PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-KUNDER   PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-DEPOTER  PIC 9(7) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 INPUT-KONTO-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-KUNDE-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-KURS-FILE-STATUS  PIC XX VALUE "00".
       01 DEPOTVAERDI-FILE-STATUS PIC XX VALUE "00".
       01 VALUTASALDO-FILE-STATUS PIC XX VALUE "00".
       01 OUTPUT-FILE-STATUS      PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".

           PERFORM READ-KURSER
           PERFORM AKKUMULER-NETTOVAERDI
           PERFORM AKKUMULER-DELSALDI
           PERFORM AKKUMULER-DEPOTVAERDI
           PERFORM SKRIV-NETTOVAERDI-RAPPORT

           CLOSE INPUT-KONTO-FILE
                               MOVE BALANCE IN KONTOOPL TO WS-KONTO-DKK
                           END-IF
                       END-IF
                       MOVE KUNDE-ID IN KONTOOPL TO WS-NETTO-KUNDE-ID
                       MOVE ZERO TO WS-DEPOT-DKK
                       PERFORM TILFOEJ-NETTOVAERDI
               END-READ
               MOVE "INPUT-KONTO-FILE" TO WS-IO-FILE-NAME
       TILFOEJ-NETTOVAERDI.
           MOVE "N" TO WS-NETTO-FUNDET
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NETTO-COUNT
               IF NETTO-KUNDE-ID(IX) = WS-NETTO-KUNDE-ID
                   MOVE "Y" TO WS-NETTO-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-NETTO-FUNDET = "Y"
               ADD WS-KONTO-DKK TO NETTO-TOTAL-DKK(IX)
               ADD WS-DEPOT-DKK TO NETTO-DEPOT-DKK(IX)
           ELSE
               IF NETTO-COUNT >= NETTO-MAX-ANTAL
                   MOVE "Y" TO NETTO-OVERFLOW
               ELSE
                   ADD 1 TO NETTO-COUNT
                   MOVE WS-NETTO-KUNDE-ID TO
                       NETTO-KUNDE-ID(NETTO-COUNT)
                   MOVE WS-KONTO-DKK TO NETTO-TOTAL-DKK(NETTO-COUNT)
                   MOVE WS-DEPOT-DKK TO NETTO-DEPOT-DKK(NETTO-COUNT)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * AKKUMULER-DELSALDI                                            *
      * Formål: Omregner hver delsaldo på en flervalutakonto fra      *
      *         Valutasaldi.txt til DKK efter nyeste kurs og lægger   *
      *         den til kundens nettoværdi. Findes filen ikke, holder *
      *         ingen konto delsaldi.                                 *
      *****************************************************************
       AKKUMULER-DELSALDI.
           OPEN INPUT VALUTASALDO-FILE
           IF VALUTASALDO-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "VALUTASALDO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE VALUTASALDO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-VALUTASALDO = "Y"
               READ VALUTASALDO-FILE INTO VALUTASALDOOPL
                   AT END
                       MOVE "Y" TO END-OF-VALUTASALDO
                   NOT AT END
                       MOVE VS-VALUTA TO VALUTAKODE IN KONTOOPL
                       IF VS-VALUTA = "DKK"
                           MOVE VS-BALANCE TO WS-KONTO-DKK
                       ELSE
                           PERFORM FIND-VALUTAKURS-NYESTE
                           IF WS-KURS-FUNDET = "Y"
                               COMPUTE WS-KONTO-DKK =
                                   VS-BALANCE * WS-KURS
                           ELSE
                               MOVE VS-BALANCE TO WS-KONTO-DKK
                           END-IF
                       END-IF
                       MOVE VS-KUNDE-ID TO WS-NETTO-KUNDE-ID
                       MOVE ZERO TO WS-DEPOT-DKK
                       PERFORM TILFOEJ-NETTOVAERDI
               END-READ
               MOVE "VALUTASALDO-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"             TO WS-IO-OPERATION
               MOVE VALUTASALDO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE VALUTASALDO-FILE
       EXIT.

      *****************************************************************
      * AKKUMULER-DEPOTVAERDI                                         *
      * Formål: Lægger dagens depotværdi (allerede i DKK) pr. depot   *
      *         fra DepotVaerdi.txt til ejerens nettoværdi og         *
      *         depotandel. Findes filen ikke, har ingen kunde depot. *
      *****************************************************************
       AKKUMULER-DEPOTVAERDI.
           OPEN INPUT DEPOTVAERDI-FILE
           IF DEPOTVAERDI-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "DEPOTVAERDI-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE DEPOTVAERDI-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-DEPOTVAERDI = "Y"
               READ DEPOTVAERDI-FILE INTO DEPOTVAERDIOPL
                   AT END
                       MOVE "Y" TO END-OF-DEPOTVAERDI
                   NOT AT END
                       ADD 1 TO TR-ANTAL-DEPOTER
                       MOVE DV-KUNDE-ID TO WS-NETTO-KUNDE-ID
                       MOVE DV-VAERDI TO WS-KONTO-DKK
                       MOVE DV-VAERDI TO WS-DEPOT-DKK
                       PERFORM TILFOEJ-NETTOVAERDI
               END-READ
               MOVE "DEPOTVAERDI-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"             TO WS-IO-OPERATION
               MOVE DEPOTVAERDI-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE DEPOTVAERDI-FILE
       EXIT.

      *****************************************************************
      * SKRIV-NETTOVAERDI-RAPPORT                                     *
      * Formål: Slår kundens navn op pr. NETTO-ARRAY-post og skriver  *
      *         den samlede DKK-nettoværdi til rapporten. Har kunden  *
      *         depot, vises depotandelen på en linje for sig.        *
      *****************************************************************
       SKRIV-NETTOVAERDI-RAPPORT.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NETTO-COUNT
                       MOVE "Y" TO WS-KUNDE-INVALID-KEY
               END-READ
               MOVE NETTO-TOTAL-DKK(IX) TO WS-NETTO-DISPLAY
               MOVE NETTO-DEPOT-DKK(IX) TO WS-DEPOT-DISPLAY
               IF WS-KUNDE-INVALID-KEY = "Y"
                   STRING  "Kunde: " DELIMITED BY SIZE
                           NETTO-KUNDE-ID(IX) DELIMITED BY SPACE
                           INTO NAVN-ADR
               END-IF
               PERFORM COPYFILD
               IF NETTO-DEPOT-DKK(IX) > ZERO
                   MOVE SPACES TO NAVN-ADR
                   STRING  "       heraf depot: " DELIMITED BY SIZE
                           WS-DEPOT-DISPLAY DELIMITED BY SIZE
                           " DKK"    DELIMITED BY SIZE
                           INTO NAVN-ADR
                   PERFORM COPYFILD
               END-IF
           END-PERFORM
           MOVE SPACES TO NAVN-ADR
           PERFORM COPYFILD
                   TR-ANTAL-KUNDER DELIMITED BY SIZE
                   INTO NAVN-ADR
           PERFORM COPYFILD
           STRING "Antal depoter medregnet.....: " DELIMITED BY SIZE
                   TR-ANTAL-DEPOTER DELIMITED BY SIZE
                   INTO NAVN-ADR
           PERFORM COPYFILD
           IF NETTO-OVERFLOW = "Y"
               STRING "ADVARSEL: FLERE KUNDER END TABELLEN KAN RUMME"
                   DELIMITED BY SIZE INTO NAVN-ADR
