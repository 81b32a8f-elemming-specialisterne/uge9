      *****************************************************************
      * PROGRAM-ID: OPGAVEBOKSVEDLIGEHOLD                             *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Vedligeholder boksregistret Bokse.txt ud fra en   *
      *             transaktionsfil - samme mønster som               *
      *             OpgaveGarantiVedligehold. Nøglen er filial +      *
      *             boksnummer. "N" opretter en ny (ledig) boks i     *
      *             filialen, "A" udlejer en ledig boks til en        *
      *             kunde med lejekonto og medlejere, "U" retter      *
      *             lejekonto, medlejere og størrelse, "O" opsiger    *
      *             lejemålet (boksen bliver ledig) og "F" frigiver   *
      *             en boks der har været markeret til boring, når    *
      *             filialen har tømt den. En boks slettes aldrig -   *
      *             registret er revisionssporet. En boks med         *
      *             restance kan ikke opsiges, før lejen er betalt.   *
      *             Indtasteren (TRANS-OPERATOER) skal være           *
      *             bemyndiget til koden i område "B" efter           *
      *             Operatoerer.txt og Bemyndigelser.txt; ellers      *
      *             afvises transaktionen og logges i                 *
      *             BemyndigelsesLog.txt.                             *
      * INPUT:      Bokse.txt - Eksisterende register                 *
      *             BoksVedligehold.txt - Transaktioner               *
      *             Operatoerer.txt, Bemyndigelser.txt                *
      * OUTPUT:     Bokse.NY  - Opdateret register                    *
      *             BoksVedligehold-Fejl.txt - Afviste trans.         *
      *             BemyndigelsesLog.txt (EXTEND)                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveBoksVedligehold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "Bokse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "BoksVedligehold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "Bokse.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTPUT-FILE-STATUS.
           SELECT TRANS-REJECT-FILE ASSIGN TO
               "BoksVedligehold-Fejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-REJECT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "BoksVedligehold-IOFejl.txt"
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
       FD INPUT-FILE.
       01 BOKSOPL.
           COPY "BOKSOPL.cpy".

       FD TRANS-FILE.
       01 TRANS-RECORD.
           02 TRANS-KODE        PIC X(01).
               88 TRANS-NY-BOKS        VALUE "N".
               88 TRANS-UDLEJ          VALUE "A".
               88 TRANS-RET            VALUE "U".
               88 TRANS-OPSIG          VALUE "O".
               88 TRANS-FRIGIV         VALUE "F".
           02 TRANS-FILIAL-NR   PIC 9(02).
           02 TRANS-BOKS-NR     PIC X(06).
           02 TRANS-STOERRELSE  PIC X(01).
           02 TRANS-KUNDE-ID    PIC X(10).
           02 TRANS-KONTO-ID    PIC X(10).
           02 TRANS-MEDLEJERE.
               03 TRANS-MEDLEJER-ID PIC X(10) OCCURS 3 TIMES.
           02 TRANS-START-DATO  PIC X(10).
      * Operatør-id for den der indtastede transaktionen - skal
      * være bemyndiget til koden efter sin rolle (se CHECK-
      * BEMYNDIGELSE)
           02 TRANS-OPERATOER   PIC X(08).

       FD OUTPUT-FILE.
       01 BOKSOPL-UD.
           COPY "BOKSOPL.cpy"
               REPLACING LEADING ==BX-== BY ==BX-UD-==.

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

       WORKING-STORAGE SECTION.
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
       01 WS-BM-PROGRAM      PIC X(30) VALUE "OpgaveBoksVedligehold".
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
       01 TRANS-FILE-STATUS         PIC XX VALUE "00".
       01 OUTPUT-FILE-STATUS        PIC XX VALUE "00".
       01 TRANS-REJECT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-IO-FILE-NAME           PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION           PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS              PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT         PIC 9(5) VALUE ZERO.

       01 IX                 PIC 9(4) VALUE 1.
       01 MX                 PIC 9(1) VALUE ZERO.
       01 WS-FOUND-FLAG      PIC X VALUE "N".

      * Boksregistret loades i hukommelse, nøglet på filial + boks
       01 BOX-MAX-ANTAL      PIC 9(4) VALUE 3000.
       01 BOX-COUNT          PIC 9(4) VALUE ZERO.
       01 BOX-OVERFLOW       PIC X VALUE "N".
       01 BOX-ARRAY OCCURS 3000 TIMES.
           COPY "BOKSOPL.cpy"
               REPLACING LEADING ==BX-== BY ==BR-==.

       01 WS-NY-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-UDLEJ-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-RET-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-OPSIG-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-FRIGIV-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-AFVIST-COUNT    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-BEMYNDIGELSER
           PERFORM LOAD-BOKSE
           PERFORM PROCESS-TRANSAKTIONER
           PERFORM WRITE-BOX-ARRAY

           DISPLAY "OpgaveBoksVedligehold: " WS-NY-COUNT
               " oprettet, " WS-UDLEJ-COUNT " udlejet, "
               WS-RET-COUNT " rettet, " WS-OPSIG-COUNT " opsagt, "
               WS-FRIGIV-COUNT " frigivet, "
               WS-AFVIST-COUNT " afvist (" TR-ANTAL-UBEMYNDIGET
               " ubemyndigede)"

           CLOSE BEMYNDLOG-FILE
           CLOSE IO-ERROR-FILE
           STOP RUN.

      *****************************************************************
      * LOAD-BOKSE                                                    *
      * Formål: Læser hele Bokse.txt ind i BOX-ARRAY.                 *
      *****************************************************************
       LOAD-BOKSE.
           OPEN INPUT INPUT-FILE
           IF INPUT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ INPUT-FILE INTO BOKSOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF BOX-COUNT >= BOX-MAX-ANTAL
                               MOVE "Y" TO BOX-OVERFLOW
                           ELSE
                               ADD 1 TO BOX-COUNT
                               MOVE BOKSOPL
                                   TO BOX-ARRAY(BOX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       PROCESS-TRANSAKTIONER.
           OPEN INPUT TRANS-FILE
           MOVE "TRANS-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE TRANS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT TRANS-REJECT-FILE
           MOVE "TRANS-REJECT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"              TO WS-IO-OPERATION
           MOVE TRANS-REJECT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM UNTIL END-OF-TRANS-FILE = "Y"
               READ TRANS-FILE INTO TRANS-RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANS-FILE
                   NOT AT END
                       PERFORM APPLY-TRANSAKTION
               END-READ
               MOVE "TRANS-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE TRANS-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           CLOSE TRANS-FILE
           CLOSE TRANS-REJECT-FILE
       EXIT.

      *****************************************************************
      * APPLY-TRANSAKTION                                             *
      * Formål: Anvender én transaktion (N/A/U/O/F) på BOX-ARRAY.     *
      *****************************************************************
       APPLY-TRANSAKTION.
           IF NOT TRANS-NY-BOKS AND NOT TRANS-UDLEJ AND NOT TRANS-RET
               AND NOT TRANS-OPSIG AND NOT TRANS-FRIGIV
               MOVE "UKENDT TRANS-KODE" TO TRANS-REJECT-LINE
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
           PERFORM FIND-BOKS
           IF TRANS-NY-BOKS
               IF WS-FOUND-FLAG = "Y"
                   MOVE "BOKS FINDES ALLEREDE" TO TRANS-REJECT-LINE
                   PERFORM WRITE-TRANS-REJECT
               ELSE
                   PERFORM OPRET-BOKS
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-FLAG = "N"
               MOVE "BOKS IKKE FUNDET" TO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TRANS-UDLEJ
                   PERFORM UDLEJ-BOKS
               WHEN TRANS-RET
                   PERFORM RET-BOKS
               WHEN TRANS-OPSIG
                   PERFORM OPSIG-BOKS
               WHEN TRANS-FRIGIV
                   PERFORM FRIGIV-BOKS
           END-EVALUATE
       EXIT.

       OPRET-BOKS.
           IF TRANS-BOKS-NR = SPACES OR TRANS-FILIAL-NR = ZERO
               OR (TRANS-STOERRELSE NOT = "S"
                   AND TRANS-STOERRELSE NOT = "M"
                   AND TRANS-STOERRELSE NOT = "L")
               MOVE "UGYLDIG BOKS" TO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF BOX-COUNT >= BOX-MAX-ANTAL
               MOVE "Y" TO BOX-OVERFLOW
               MOVE "BOX-ARRAY FULDT" TO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BOX-COUNT
           MOVE BOX-COUNT TO IX
           MOVE SPACES TO BOX-ARRAY(IX)
           MOVE TRANS-FILIAL-NR  TO BR-FILIAL-NR IN BOX-ARRAY(IX)
           MOVE TRANS-BOKS-NR    TO BR-BOKS-NR IN BOX-ARRAY(IX)
           MOVE TRANS-STOERRELSE TO BR-STOERRELSE IN BOX-ARRAY(IX)
           MOVE ZERO             TO BR-RESTANCE IN BOX-ARRAY(IX)
           MOVE "L"              TO BR-STATUS IN BOX-ARRAY(IX)
           ADD 1 TO WS-NY-COUNT
       EXIT.

      *****************************************************************
      * UDLEJ-BOKS                                                    *
      * Formål: Udlejer en ledig boks. Lejen opkræves første gang     *
      *         ved næste OpgaveBoksLeje-kørsel (BETALT-TIL blank).   *
      *****************************************************************
       UDLEJ-BOKS.
           IF NOT BR-LEDIG IN BOX-ARRAY(IX)
               MOVE "BOKS ER IKKE LEDIG" TO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF TRANS-KUNDE-ID = SPACES OR TRANS-KONTO-ID = SPACES
               MOVE "LEJER OG LEJEKONTO SKAL ANGIVES"
                   TO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-KUNDE-ID  TO BR-KUNDE-ID IN BOX-ARRAY(IX)
           MOVE TRANS-KONTO-ID  TO BR-KONTO-ID IN BOX-ARRAY(IX)
           MOVE TRANS-MEDLEJERE TO BR-MEDLEJERE IN BOX-ARRAY(IX)
           MOVE TRANS-START-DATO TO BR-START-DATO IN BOX-ARRAY(IX)
           MOVE SPACES TO BR-BETALT-TIL IN BOX-ARRAY(IX)
           MOVE ZERO   TO BR-RESTANCE IN BOX-ARRAY(IX)
           MOVE "A"    TO BR-STATUS IN BOX-ARRAY(IX)
           ADD 1 TO WS-UDLEJ-COUNT
       EXIT.

      * Lejer og startdato ligger fast - et lejerskifte er en
      * opsigelse efterfulgt af en ny udlejning
       RET-BOKS.
           IF TRANS-KONTO-ID NOT = SPACES
               MOVE TRANS-KONTO-ID TO BR-KONTO-ID IN BOX-ARRAY(IX)
           END-IF
           IF TRANS-STOERRELSE = "S" OR TRANS-STOERRELSE = "M"
               OR TRANS-STOERRELSE = "L"
               MOVE TRANS-STOERRELSE
                   TO BR-STOERRELSE IN BOX-ARRAY(IX)
           END-IF
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 3
               IF TRANS-MEDLEJER-ID(MX) = TRANS-KUNDE-ID
                   AND TRANS-KUNDE-ID NOT = SPACES
                   MOVE SPACES TO TRANS-MEDLEJER-ID(MX)
               END-IF
           END-PERFORM
           MOVE TRANS-MEDLEJERE TO BR-MEDLEJERE IN BOX-ARRAY(IX)
           ADD 1 TO WS-RET-COUNT
       EXIT.

       OPSIG-BOKS.
           IF NOT BR-UDLEJET IN BOX-ARRAY(IX)
               MOVE "BOKS ER IKKE UDLEJET" TO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF BR-RESTANCE IN BOX-ARRAY(IX) > ZERO
               MOVE "RESTANCE SKAL BETALES FOER OPSIGELSE"
                   TO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM RYD-LEJEMAAL
           ADD 1 TO WS-OPSIG-COUNT
       EXIT.

      * Boksen er boret op og tømt; indholdet er overdraget til boet
      * eller i bankens varetægt, og restancen er afskrevet eller
      * anmeldt i boet uden for registret
       FRIGIV-BOKS.
           IF NOT BR-TIL-BORING IN BOX-ARRAY(IX)
               MOVE "BOKS ER IKKE MARKERET TIL BORING"
                   TO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM RYD-LEJEMAAL
           ADD 1 TO WS-FRIGIV-COUNT
       EXIT.

       RYD-LEJEMAAL.
           MOVE SPACES TO BR-KUNDE-ID IN BOX-ARRAY(IX)
           MOVE SPACES TO BR-KONTO-ID IN BOX-ARRAY(IX)
           MOVE SPACES TO BR-MEDLEJERE IN BOX-ARRAY(IX)
           MOVE SPACES TO BR-START-DATO IN BOX-ARRAY(IX)
           MOVE SPACES TO BR-BETALT-TIL IN BOX-ARRAY(IX)
           MOVE ZERO   TO BR-RESTANCE IN BOX-ARRAY(IX)
           MOVE "L"    TO BR-STATUS IN BOX-ARRAY(IX)
       EXIT.

       FIND-BOKS.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > BOX-COUNT
               IF BR-FILIAL-NR IN BOX-ARRAY(IX) = TRANS-FILIAL-NR
                   AND BR-BOKS-NR IN BOX-ARRAY(IX) = TRANS-BOKS-NR
                   MOVE "Y" TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       WRITE-TRANS-REJECT.
           WRITE TRANS-REJECT-LINE
           MOVE "TRANS-REJECT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"             TO WS-IO-OPERATION
           MOVE TRANS-REJECT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO TRANS-REJECT-LINE
           ADD 1 TO WS-AFVIST-COUNT
       EXIT.

      *****************************************************************
      * WRITE-BOX-ARRAY                                               *
      * Formål: Skriver hele BOX-ARRAY til Bokse.NY.                  *
      *****************************************************************
       WRITE-BOX-ARRAY.
           OPEN OUTPUT OUTPUT-FILE
           MOVE "OUTPUT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE OUTPUT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > BOX-COUNT
               MOVE BOX-ARRAY(IX) TO BOKSOPL-UD
               WRITE BOKSOPL-UD
               MOVE "OUTPUT-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"       TO WS-IO-OPERATION
               MOVE OUTPUT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           IF BOX-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: BOX-ARRAY kapacitet overskredet"
           END-IF
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
      *         boksen) i område "B" efter Bemyndigelser.txt.         *
      *****************************************************************
       KONTROLLER-BEMYNDIGELSE.
           MOVE TRANS-OPERATOER TO WS-BM-OPERATOER
           MOVE "I" TO WS-BM-HANDLING
           MOVE "B" TO WS-BM-OMRAADE
           MOVE TRANS-KODE TO WS-BM-KODE
           MOVE SPACES TO WS-BM-ID
           STRING TRANS-FILIAL-NR "/" TRANS-BOKS-NR
               DELIMITED BY SIZE INTO WS-BM-ID
           MOVE ZERO TO WS-BM-BELOB
           PERFORM CHECK-BEMYNDIGELSE
       EXIT.

      *****************************************************************
      * CHECK-IO-STATUS                                               *
      * Formål: Fælles kontrol af FILE STATUS efter en I/O-operation. *
      *         "00" er normalt, "10" er normal AT END ved READ -     *
      *         alt andet skrives til den strukturerede fejlrapport.  *
      *****************************************************************
       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = "00" AND WS-IO-STATUS NOT = "10"
               ADD 1 TO WS-IO-ERROR-COUNT
               MOVE SPACES TO IO-ERROR-LINE
               STRING WS-IO-FILE-NAME  DELIMITED BY SPACE
                       " "             DELIMITED BY SIZE
                       WS-IO-OPERATION DELIMITED BY SPACE
                       " STATUS="      DELIMITED BY SIZE
                       WS-IO-STATUS    DELIMITED BY SIZE
                       INTO IO-ERROR-LINE
               WRITE IO-ERROR-LINE
           END-IF
       EXIT.
