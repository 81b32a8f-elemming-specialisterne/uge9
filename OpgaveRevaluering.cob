      *             pr. valuta. Valutatotalerne posteres som et       *
      *             balancerende par i hovedbogsfeedet Hovedbog.txt,  *
      *             så finans ikke længere regner dette i et          *
      *             regneark. Flervalutakontiernes delsaldi i         *
      *             fremmed valuta revalueres hver for sig.           *
      * INPUT:      KontoOpl.txt           - Konto stamdata           *
      *             Valutasaldi.txt        - Valutadelsaldi           *
      *             Valutakurser.txt       - Historiske kurser        *
      *             RevalueringForrige.txt - Forrige værdiansættelse  *
      * OUTPUT:     RevalueringsRapport.txt - Gevinst/tab-rapport     *
           SELECT INPUT-KURS-FILE ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-KURS-FILE-STATUS.
           SELECT VALUTASALDO-FILE ASSIGN TO "Valutasaldi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTASALDO-FILE-STATUS.
           SELECT FORRIGE-FILE ASSIGN TO "RevalueringForrige.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORRIGE-FILE-STATUS.
       01 VALUTAKURSOPL.
           COPY "VALUTAKURSOPL.cpy".

       FD VALUTASALDO-FILE.
       01 VALUTASALDOOPL.
           COPY "VALUTASALDOOPL.cpy".

      * Forrige måneds DKK-værdiansættelse pr. konto. FOR-VALUTA er
      * blank for kontoens egen BALANCE og udfyldt for en delsaldo
      * på en flervalutakonto
       FD FORRIGE-FILE.
       01 FORRIGE-RECORD.
           02 FOR-KONTO-ID     PIC X(10).
           02 FOR-DKK-VAERDI   PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 FOR-VALUTA       PIC X(03).

       FD RAPPORT-FILE.
       01 KONTO-ADR.
       01 END-OF-KONTO-FILE PIC X VALUE "N".
       01 END-OF-KURS-FILE  PIC X VALUE "N".
       01 END-OF-FORRIGE    PIC X VALUE "N".
       01 END-OF-VALUTASALDO PIC X VALUE "N".
      * Blank ved kontoens egen BALANCE, ellers delsaldoens valuta
       01 WS-DELSALDO-VALUTA PIC X(03) VALUE SPACES.

      * Valutakurser - seneste GYLDIG-FRA på eller før ultimo
       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 IX               PIC 9(4) VALUE ZERO.
       01 WS-KURS-FUNDET   PIC X VALUE "N".
           02 FOR-ENTRY OCCURS 2000 TIMES.
               03 FT-KONTO-ID   PIC X(10).
               03 FT-DKK-VAERDI PIC S9(11)V99.
               03 FT-VALUTA     PIC X(03).
       01 FT-IX            PIC 9(4) VALUE ZERO.
       01 WS-FOR-FUNDET    PIC X VALUE "N".

           02 NY-ENTRY OCCURS 2000 TIMES.
               03 NY-KONTO-ID   PIC X(10).
               03 NY-DKK-VAERDI PIC S9(11)V99.
               03 NY-VALUTA     PIC X(03).
       01 NY-COUNT         PIC 9(4) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
       01 KONTO-FILE-STATUS      PIC XX VALUE "00".
       01 INPUT-KURS-FILE-STATUS PIC XX VALUE "00".
       01 FORRIGE-FILE-STATUS    PIC XX VALUE "00".
       01 VALUTASALDO-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS    PIC XX VALUE "00".
       01 HOVEDBOG-FILE-STATUS   PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
               MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           PERFORM REVALUER-DELSALDI
           CLOSE KONTO-FILE

           PERFORM SKRIV-VALUTA-TOTALER
                                   TO FT-KONTO-ID(FOR-COUNT)
                               MOVE FOR-DKK-VAERDI
                                   TO FT-DKK-VAERDI(FOR-COUNT)
                               MOVE FOR-VALUTA
                                   TO FT-VALUTA(FOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING FT-IX FROM 1 BY 1
                       UNTIL FT-IX > FOR-COUNT
                   IF FT-KONTO-ID(FT-IX) = KONTO-ID IN KONTOOPL
                       AND FT-VALUTA(FT-IX) = WS-DELSALDO-VALUTA
                       MOVE FT-DKK-VAERDI(FT-IX)
                           TO WS-FORRIGE-VAERDI
                       EXIT PERFORM
                   ADD 1 TO NY-COUNT
                   MOVE KONTO-ID IN KONTOOPL TO NY-KONTO-ID(NY-COUNT)
                   MOVE WS-NY-VAERDI TO NY-DKK-VAERDI(NY-COUNT)
                   MOVE WS-DELSALDO-VALUTA TO NY-VALUTA(NY-COUNT)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * REVALUER-DELSALDI                                             *
      * Formål: Revaluerer hver delsaldo i fremmed valuta på en       *
      *         flervalutakonto for sig. Delsaldoens konto, valuta    *
      *         og saldo lægges i KONTOOPL, så REVALUER-KONTO kan     *
      *         bruges uændret; forrige værdiansættelse findes på     *
      *         konto + valuta. Findes Valutasaldi.txt ikke, er der   *
      *         ingen delsaldi.                                       *
      *****************************************************************
       REVALUER-DELSALDI.
           OPEN INPUT VALUTASALDO-FILE
           IF VALUTASALDO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-VALUTASALDO = "Y"
               READ VALUTASALDO-FILE INTO VALUTASALDOOPL
                   AT END
                       MOVE "Y" TO END-OF-VALUTASALDO
                   NOT AT END
                       IF VS-VALUTA NOT = "DKK"
                           AND VS-VALUTA NOT = SPACES
                           MOVE VS-KONTO-ID TO KONTO-ID IN KONTOOPL
                           MOVE VS-VALUTA   TO VALUTAKODE IN KONTOOPL
                           MOVE VS-BALANCE  TO BALANCE IN KONTOOPL
                           MOVE VS-VALUTA   TO WS-DELSALDO-VALUTA
                           PERFORM REVALUER-KONTO
                       END-IF
               END-READ
               MOVE "VALUTASALDO-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"             TO WS-IO-OPERATION
               MOVE VALUTASALDO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE VALUTASALDO-FILE
           MOVE SPACES TO WS-DELSALDO-VALUTA
       EXIT.

       AKKUMULER-GEVINST.
           MOVE "N" TO WS-GV-FUNDET
           PERFORM VARYING GV-IX FROM 1 BY 1 UNTIL GV-IX > GV-COUNT
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > NY-COUNT
               MOVE NY-KONTO-ID(FT-IX)   TO FOR-KONTO-ID
               MOVE NY-DKK-VAERDI(FT-IX) TO FOR-DKK-VAERDI
               MOVE NY-VALUTA(FT-IX)     TO FOR-VALUTA
               WRITE FORRIGE-RECORD
               MOVE "FORRIGE-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"        TO WS-IO-OPERATION
