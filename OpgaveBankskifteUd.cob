      *             Mandater.NY          - Register, overdragne       *
      *                                    tilbagekaldt               *
      *             BankskifteUd-Rapport.txt - Kørselsrapport         *
      *             Kundeafgang.txt      - Afgangslog, én record pr.  *
      *                                    skiftende konto            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveBankskifteUd.
           SELECT SKIFTE-FILE ASSIGN TO "BankskifteFil.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIFTE-FILE-STATUS.
           SELECT AFGANG-FILE ASSIGN TO "Kundeafgang.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFGANG-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "BankskifteUd-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
       01 BANKSKIFTEOPL.
           COPY "BANKSKIFTEOPL.cpy".

       FD AFGANG-FILE.
       01 AFGANGOPL.
           COPY "AFGANGOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

               03 SK-KUNDE-ID PIC X(10).
               03 SK-CPR      PIC X(11).
               03 SK-BANK     PIC X(06).
               03 SK-SEGMENT  PIC X(01).
       01 SK-IX            PIC 9(3) VALUE ZERO.

       01 SKKONTO-MAX-ANTAL PIC 9(4) VALUE 1000.
       01 WS-SKIFT-CPR     PIC X(11) VALUE SPACES.
       01 WS-SOEG-KONTO-ID PIC X(10) VALUE SPACES.

      * Afgangsrecorden for den skiftende konto (se SKRIV-AFGANG)
       01 WS-AFGANG.
           COPY "AFGANGOPL.cpy"
               REPLACING LEADING ==AFG-== BY ==WS-AFG-==.
       01 WS-SYSDATO       PIC 9(8) VALUE ZERO.
       01 WS-AFGANG-DATO   PIC X(10) VALUE SPACES.

       01 TR-ANTAL-KUNDER   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-ORDRER   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-MANDATER PIC 9(5) VALUE ZERO.
       01 MANDAT-FILE-STATUS    PIC XX VALUE "00".
       01 MANDAT-NY-FILE-STATUS PIC XX VALUE "00".
       01 SKIFTE-FILE-STATUS    PIC XX VALUE "00".
       01 AFGANG-FILE-STATUS    PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS   PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS  PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-AFGANG-DATO
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT RAPPORT-FILE
                           MOVE ANM-MODTAGER-BANK
                               TO SK-BANK(SKIFT-COUNT)
                           MOVE SPACES TO SK-CPR(SKIFT-COUNT)
                           MOVE SPACES TO SK-SEGMENT(SKIFT-COUNT)
                           MOVE ANM-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
                           READ KUNDE-FILE
                               INVALID KEY
                               NOT INVALID KEY
                                   MOVE KUNDE-CPR
                                       TO SK-CPR(SKIFT-COUNT)
                                   MOVE KUNDE-SEGMENT
                                       TO SK-SEGMENT(SKIFT-COUNT)
                           END-READ
                       END-IF
               END-READ
                           TO SKK-KONTO-ID(SKKONTO-COUNT)
                       MOVE SK-CPR(SK-IX)
                           TO SKK-CPR(SKKONTO-COUNT)
                       PERFORM NOTER-AFGANG
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * NOTER-AFGANG                                                  *
      * Formål: Registrerer den skiftende konto i afgangsloggen med   *
      *         saldoen der følger kunden til den modtagende bank.    *
      *****************************************************************
       NOTER-AFGANG.
           MOVE SPACES TO WS-AFGANG
           MOVE WS-AFGANG-DATO TO WS-AFG-DATO
           MOVE SK-KUNDE-ID(SK-IX) TO WS-AFG-KUNDE-ID
           MOVE KONTO-ID IN KONTOOPL TO WS-AFG-KONTO-ID
           MOVE "B" TO WS-AFG-AARSAG
           MOVE BALANCE IN KONTOOPL TO WS-AFG-BELOB
           MOVE VALUTAKODE IN KONTOOPL TO WS-AFG-VALUTA
           MOVE SK-BANK(SK-IX) TO WS-AFG-MODTAGER
           MOVE SK-SEGMENT(SK-IX) TO WS-AFG-SEGMENT
           MOVE KONTO-FILIAL-NR TO WS-AFG-FILIAL-NR
           MOVE KONTO-OPRETTET-DATO TO WS-AFG-KUNDE-SIDEN
           MOVE "OPGAVEBANKSKIFTEUD" TO WS-AFG-PROGRAM
           PERFORM SKRIV-AFGANG
       EXIT.

      *****************************************************************
      * SKRIV-AFGANG                                                  *
      * Formål: Tilføjer afgangsrecorden i WS-AFGANG til den fælles,  *
      *         voksende afgangslog Kundeafgang.txt.                  *
      *****************************************************************
       SKRIV-AFGANG.
           OPEN EXTEND AFGANG-FILE
           IF AFGANG-FILE-STATUS = "35"
               OPEN OUTPUT AFGANG-FILE
           END-IF
           MOVE "AFGANG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE AFGANG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF AFGANG-FILE-STATUS = "00"
               MOVE WS-AFGANG TO AFGANGOPL
               WRITE AFGANGOPL
               MOVE "AFGANG-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"       TO WS-IO-OPERATION
               MOVE AFGANG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               CLOSE AFGANG-FILE
           END-IF
       EXIT.

       STEMPEL-AFGANG-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-AFGANG-DATO
           STRING  WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-AFGANG-DATO
       EXIT.

       CHECK-SKIFTE-KONTO.
           MOVE "N" TO WS-SKIFTER
           MOVE SPACES TO WS-SKIFT-CPR
