      *             sats), "T" markerer garantien trukket af          *
      *             beneficianten. En garanti slettes aldrig -        *
      *             registret er revisionssporet.                     *
      *             Indtasteren (TRANS-OPERATOER) skal være           *
      *             bemyndiget til koden efter Operatoerer.txt og     *
      *             Bemyndigelser.txt; ellers afvises transaktionen   *
      *             og logges i BemyndigelsesLog.txt.                 *
      * INPUT:      Garantier.txt - Eksisterende register             *
      *             GarantiVedligehold.txt - Transaktioner            *
      *             Operatoerer.txt, Bemyndigelser.txt                *
      * OUTPUT:     Garantier.NY  - Opdateret register                *
      *             GarantiVedligehold-Fejl.txt - Afviste trans.      *
      *             BemyndigelsesLog.txt (EXTEND)                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveGarantiVedligehold.
           SELECT IO-ERROR-FILE
               ASSIGN TO "GarantiVedligehold-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT BEMYNDIGELSE-FILE ASSIGN TO "Bemyndigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDIGELSE-FILE-STATUS.
           SELECT BEMYNDLOG-FILE ASSIGN TO "BemyndigelsesLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 TRANS-VALUTA      PIC X(03).
           02 TRANS-UDLOEB-DATO PIC X(10).
           02 TRANS-SATS        PIC 9(2)V9999.
      * Operatør-id for den der indtastede transaktionen - skal
      * være bemyndiget til koden efter sin rolle (se CHECK-
      * BEMYNDIGELSE)
           02 TRANS-OPERATOER   PIC X(08).

       FD OUTPUT-FILE.
       01 GARANTIOPL-UD.
       FD TRANS-REJECT-FILE.
       01 TRANS-REJECT-LINE  PIC X(80) VALUE SPACES.

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD BEMYNDIGELSE-FILE.
       01 BEMYNDIGELSEOPL.
           COPY "BEMYNDIGELSEOPL.cpy".

       FD BEMYNDLOG-FILE.
       01 BEMYNDLOGOPL.
           COPY "BEMYNDLOGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE      PIC X(80) VALUE SPACES.

       01 END-OF-FILE        PIC X VALUE "N".
       01 END-OF-TRANS-FILE  PIC X VALUE "N".

      * Operatørregistret og bemyndigelsesmatricen (se CHECK-
      * BEMYNDIGELSE). Kalderen sætter WS-BM-OPERATOER, -HANDLING
      * ("I" indtast, "G" godkend), -OMRAADE, -KODE, -ID og -BELOB
       01 END-OF-BM-FILE     PIC X VALUE "N".
       01 OPR-MAX-ANTAL      PIC 9(4) VALUE 500.
       01 OPR-COUNT          PIC 9(4) VALUE ZERO.
       01 OPR-ARRAY OCCURS 500 TIMES.
           COPY "OPERATOEROPL.cpy"
               REPLACING LEADING ==OP-== BY ==OA-==.
       01 OPR-IX             PIC 9(4) VALUE ZERO.
       01 BMY-MAX-ANTAL      PIC 9(4) VALUE 500.
       01 BMY-COUNT          PIC 9(4) VALUE ZERO.
       01 BMY-OVERFLOW       PIC X VALUE "N".
       01 BMY-ARRAY OCCURS 500 TIMES.
           COPY "BEMYNDIGELSEOPL.cpy"
               REPLACING LEADING ==BM-== BY ==BA-==.
       01 BMY-IX             PIC 9(4) VALUE ZERO.
       01 WS-BM-FUNDET       PIC X VALUE "N".
       01 WS-BM-OPERATOER    PIC X(08) VALUE SPACES.
       01 WS-BM-HANDLING     PIC X(01) VALUE SPACES.
       01 WS-BM-OMRAADE      PIC X(01) VALUE SPACES.
       01 WS-BM-KODE         PIC X(01) VALUE SPACES.
       01 WS-BM-ID           PIC X(20) VALUE SPACES.
       01 WS-BM-BELOB        PIC 9(11)V99 VALUE ZERO.
       01 WS-BM-OK           PIC X VALUE "N".
       01 WS-BM-AARSAG       PIC X(40) VALUE SPACES.
       01 WS-BM-PROGRAM      PIC X(30) VALUE "OpgaveGarantiVedligehold".
       01 WS-BM-SYSDATO      PIC 9(8) VALUE ZERO.
       01 WS-BM-SYSTID       PIC 9(8) VALUE ZERO.
       01 WS-BM-TIDSPUNKT    PIC X(19) VALUE SPACES.
       01 TR-ANTAL-UBEMYNDIGET PIC 9(5) VALUE ZERO.
       01 OPERATOER-FILE-STATUS    PIC XX VALUE "00".
       01 BEMYNDIGELSE-FILE-STATUS PIC XX VALUE "00".
       01 BEMYNDLOG-FILE-STATUS    PIC XX VALUE "00".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 INPUT-FILE-STATUS         PIC XX VALUE "00".
       MAIN-PROCEDURE.
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-BEMYNDIGELSER
           PERFORM LOAD-GARANTIER
           PERFORM PROCESS-TRANSAKTIONER
           PERFORM WRITE-GAR-ARRAY
           DISPLAY "OpgaveGarantiVedligehold: " WS-TILFOEJ-COUNT
               " udstedt, " WS-RET-COUNT " rettet, "
               WS-TRUKKET-COUNT " trukket, "
               WS-AFVIST-COUNT " afvist (" TR-ANTAL-UBEMYNDIGET
               " ubemyndigede)"

           CLOSE BEMYNDLOG-FILE
           CLOSE IO-ERROR-FILE
           STOP RUN.

               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM KONTROLLER-BEMYNDIGELSE
           IF WS-BM-OK = "N"
               STRING "UBEMYNDIGET " DELIMITED BY SIZE
                       TRANS-OPERATOER DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       TRANS-KODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BM-ID DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       WS-BM-AARSAG DELIMITED BY SIZE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-GARANTI
           EVALUATE TRUE
               WHEN TRANS-TILFOEJ
           CLOSE OUTPUT-FILE
       EXIT.

      *****************************************************************
      * LOAD-BEMYNDIGELSER                                            *
      * Formål: Læser operatørregistret Operatoerer.txt og            *
      *         bemyndigelsesmatricen Bemyndigelser.txt ind i         *
      *         arbejdstabellerne og åbner BemyndigelsesLog.txt.      *
      *         Mangler registret eller matricen, er ingen operatør   *
      *         bemyndiget, og alt afvises.                           *
      *****************************************************************
       LOAD-BEMYNDIGELSER.
           OPEN INPUT OPERATOER-FILE
           IF OPERATOER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-BM-FILE = "Y"
                   READ OPERATOER-FILE INTO OPERATOEROPL
                       AT END
                           MOVE "Y" TO END-OF-BM-FILE
                       NOT AT END
                           IF OPR-COUNT >= OPR-MAX-ANTAL
                               MOVE "Y" TO BMY-OVERFLOW
                           ELSE
                               ADD 1 TO OPR-COUNT
                               MOVE OPERATOEROPL
                                   TO OPR-ARRAY(OPR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOER-FILE
               MOVE "N" TO END-OF-BM-FILE
           END-IF

           OPEN INPUT BEMYNDIGELSE-FILE
           IF BEMYNDIGELSE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-BM-FILE = "Y"
                   READ BEMYNDIGELSE-FILE INTO BEMYNDIGELSEOPL
                       AT END
                           MOVE "Y" TO END-OF-BM-FILE
                       NOT AT END
                           IF BMY-COUNT >= BMY-MAX-ANTAL
                               MOVE "Y" TO BMY-OVERFLOW
                           ELSE
                               ADD 1 TO BMY-COUNT
                               MOVE BEMYNDIGELSEOPL
                                   TO BMY-ARRAY(BMY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEMYNDIGELSE-FILE
               MOVE "N" TO END-OF-BM-FILE
           END-IF
           IF BMY-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: operatoerregister/bemyndigelses"
                   "matrix afkortet"
           END-IF

           OPEN EXTEND BEMYNDLOG-FILE
           IF BEMYNDLOG-FILE-STATUS = "35"
               OPEN OUTPUT BEMYNDLOG-FILE
           END-IF
           MOVE "BEMYNDLOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE BEMYNDLOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           ACCEPT WS-BM-SYSDATO FROM DATE YYYYMMDD
           ACCEPT WS-BM-SYSTID FROM TIME
           MOVE SPACES TO WS-BM-TIDSPUNKT
           STRING  WS-BM-SYSDATO(1:4) "-" WS-BM-SYSDATO(5:2) "-"
                   WS-BM-SYSDATO(7:2) " " WS-BM-SYSTID(1:2) ":"
                   WS-BM-SYSTID(3:2) ":" WS-BM-SYSTID(5:2)
                   DELIMITED BY SIZE
                   INTO WS-BM-TIDSPUNKT
       EXIT.

      *****************************************************************
      * CHECK-BEMYNDIGELSE                                            *
      * Formål: Afgør om WS-BM-OPERATOER må udføre WS-BM-HANDLING     *
      *         på koden i området, og sætter WS-BM-OK/-AARSAG. Et    *
      *         afslag skrives til BemyndigelsesLog.txt.              *
      *****************************************************************
       CHECK-BEMYNDIGELSE.
           PERFORM VURDER-BEMYNDIGELSE
           IF WS-BM-OK = "N"
               ADD 1 TO TR-ANTAL-UBEMYNDIGET
               MOVE SPACES TO BEMYNDLOGOPL
               MOVE WS-BM-TIDSPUNKT TO BL-TIDSPUNKT
               MOVE WS-BM-PROGRAM   TO BL-PROGRAM
               MOVE WS-BM-OPERATOER TO BL-OPERATOER
               MOVE WS-BM-HANDLING  TO BL-HANDLING
               MOVE WS-BM-OMRAADE   TO BL-OMRAADE
               MOVE WS-BM-KODE      TO BL-TRANS-KODE
               MOVE WS-BM-ID        TO BL-ID
               MOVE WS-BM-BELOB     TO BL-BELOB
               MOVE WS-BM-AARSAG    TO BL-AARSAG
               WRITE BEMYNDLOGOPL
               MOVE "BEMYNDLOG-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"          TO WS-IO-OPERATION
               MOVE BEMYNDLOG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-IF
       EXIT.

      *****************************************************************
      * VURDER-BEMYNDIGELSE                                           *
      * Formål: Slår operatøren op i registret og rollens række i     *
      *         matricen (konkret kode før "*") og sætter WS-BM-OK    *
      *         til "J" eller WS-BM-AARSAG til afslagsgrunden.        *
      *****************************************************************
       VURDER-BEMYNDIGELSE.
           MOVE "N" TO WS-BM-OK
           MOVE SPACES TO WS-BM-AARSAG
           MOVE "N" TO WS-BM-FUNDET
           PERFORM VARYING OPR-IX FROM 1 BY 1 UNTIL OPR-IX > OPR-COUNT
               IF OA-OPERATOER-ID(OPR-IX) = WS-BM-OPERATOER
                   MOVE "Y" TO WS-BM-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BM-OPERATOER = SPACES OR WS-BM-FUNDET = "N"
               MOVE "OPERATOER IKKE REGISTRERET" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF NOT OA-AKTIV(OPR-IX)
               MOVE "OPERATOER SPAERRET" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
      * En række for den konkrete kode går forud for rollens "*"
           MOVE "N" TO WS-BM-FUNDET
           PERFORM VARYING BMY-IX FROM 1 BY 1 UNTIL BMY-IX > BMY-COUNT
               IF BA-ROLLE(BMY-IX) = OA-ROLLE(OPR-IX)
                   AND BA-OMRAADE(BMY-IX) = WS-BM-OMRAADE
                   AND BA-TRANS-KODE(BMY-IX) = WS-BM-KODE
                   MOVE "Y" TO WS-BM-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BM-FUNDET = "N"
               PERFORM VARYING BMY-IX FROM 1 BY 1
                       UNTIL BMY-IX > BMY-COUNT
                   IF BA-ROLLE(BMY-IX) = OA-ROLLE(OPR-IX)
                       AND BA-OMRAADE(BMY-IX) = WS-BM-OMRAADE
                       AND BA-TRANS-KODE(BMY-IX) = "*"
                       MOVE "Y" TO WS-BM-FUNDET
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BM-FUNDET = "N"
               MOVE "ROLLEN HAR INGEN BEMYNDIGELSE TIL KODEN"
                   TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF WS-BM-HANDLING = "I" AND NOT BA-MAA-INDTASTE(BMY-IX)
               MOVE "ROLLEN MAA IKKE INDTASTE KODEN" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF WS-BM-HANDLING = "G" AND NOT BA-MAA-GODKENDE(BMY-IX)
               MOVE "ROLLEN MAA IKKE GODKENDE KODEN" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF BA-BELOB-GRAENSE(BMY-IX) > ZERO
               AND WS-BM-BELOB > BA-BELOB-GRAENSE(BMY-IX)
               MOVE "BELOEB OVER ROLLENS GRAENSE" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO WS-BM-OK
       EXIT.

      *****************************************************************
      * KONTROLLER-BEMYNDIGELSE                                       *
      * Formål: Kontrollerer at indtasteren må indtaste koden (og     *
      *         beløbet) i område "G" efter Bemyndigelser.txt.        *
      *****************************************************************
       KONTROLLER-BEMYNDIGELSE.
           MOVE TRANS-OPERATOER TO WS-BM-OPERATOER
           MOVE "I" TO WS-BM-HANDLING
           MOVE "G" TO WS-BM-OMRAADE
           MOVE TRANS-KODE TO WS-BM-KODE
           MOVE SPACES TO WS-BM-ID
           MOVE TRANS-GARANTI-ID TO WS-BM-ID
           MOVE TRANS-BELOB TO WS-BM-BELOB
           PERFORM CHECK-BEMYNDIGELSE
       EXIT.

      *****************************************************************
      * CHECK-IO-STATUS                                               *
      * Formål: Fælles kontrol af FILE STATUS efter en I/O-operation. *
