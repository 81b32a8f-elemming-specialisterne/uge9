      *             KontoOpl.txt         - Konto stamdata (I-O)       *
      * OUTPUT:     KunderMergeArkiv.txt - Arkiverede absorberede     *
      *             MergeAudit.txt       - Revisionsrapport           *
      *             Kundeafgang.txt      - Afgangslog, én record pr.  *
      *                                    absorberet kunde           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveKundeMerge.
           SELECT ARKIV-FILE ASSIGN TO "KunderMergeArkiv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-FILE-STATUS.
           SELECT AFGANG-FILE ASSIGN TO "Kundeafgang.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFGANG-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "MergeAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           02 ARKIV-FLETTET-TIL PIC X(10).
           02 ARKIV-IMAGE       PIC X(250).

       FD AFGANG-FILE.
       01 AFGANGOPL.
           COPY "AFGANGOPL.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE       PIC X(100) VALUE SPACES.

       01 WS-ABS-TELEFON    PIC X(08) VALUE SPACES.
       01 WS-ABS-EMAIL      PIC X(50) VALUE SPACES.

      * Afgangsrecorden for den absorberede kunde (se SKRIV-AFGANG)
       01 WS-AFGANG.
           COPY "AFGANGOPL.cpy"
               REPLACING LEADING ==AFG-== BY ==WS-AFG-==.
       01 WS-SYSDATO        PIC 9(8) VALUE ZERO.

       01 TR-ANTAL-PAR      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FLETTET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST   PIC 9(5) VALUE ZERO.
       01 KONTO-FILE-STATUS  PIC XX VALUE "00".
       01 ARKIV-FILE-STATUS  PIC XX VALUE "00".
       01 AUDIT-FILE-STATUS  PIC XX VALUE "00".
       01 AFGANG-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME    PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION    PIC X(10) VALUE SPACES.
                   MOVE "REWRITE"    TO WS-IO-OPERATION
                   MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
                   PERFORM NOTER-AFGANG
           END-READ
       EXIT.

      *****************************************************************
      * NOTER-AFGANG                                                  *
      * Formål: Registrerer den absorberede kunde i afgangsloggen     *
      *         med den overlevende som modtager. Kontiene er flyttet *
      *         til den overlevende, så intet indestående forlader    *
      *         banken.                                               *
      *****************************************************************
       NOTER-AFGANG.
           ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           MOVE SPACES TO WS-AFGANG
           STRING  WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-AFG-DATO
           MOVE MP-ABSORBERET TO WS-AFG-KUNDE-ID
           MOVE "M" TO WS-AFG-AARSAG
           MOVE ZERO TO WS-AFG-BELOB
           MOVE MP-OVERLEVENDE TO WS-AFG-MODTAGER
           MOVE KUNDE-SEGMENT IN KUNDEOPL TO WS-AFG-SEGMENT
           MOVE ZERO TO WS-AFG-FILIAL-NR
           MOVE "OPGAVEKUNDEMERGE" TO WS-AFG-PROGRAM
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

       SKRIV-AUDIT-LINE.
           WRITE AUDIT-LINE
           MOVE "AUDIT-FILE" TO WS-IO-FILE-NAME
