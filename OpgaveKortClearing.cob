      *****************************************************************
      * PROGRAM-ID: OPGAVEKORTCLEARING                                *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Daglig import af kortnetværkets clearingfil       *
      *             (presentments). Hidtil forsvandt en reservation   *
      *             først ved RES-UDLOEB, så kunden så beløbet        *
      *             spærret to gange i op til en uge. Første          *
      *             gennemløb afstemmer detaljernes sum mod filens    *
      *             trailer; stemmer de ikke, afbrydes kørslen med    *
      *             RETURN-CODE 8 uden at noget posteres eller        *
      *             frigives. Andet gennemløb poster hvert køb som en *
      *             almindelig KORTKOEB-transaktion i dagens          *
      *             Transaktioner.txt og frigiver den åbne            *
      *             reservation der matcher på konto + autorisations- *
      *             tidspunkt + beløb. Køb mod ukendte eller lukkede  *
      *             konti parkeres i interimsregistret som i          *
      *             OpgaveClearingInd. Køb uden reservation,          *
      *             beløbsafvigelser (drikkepenge, valutakurs) og     *
      *             reservationer der udløber umatchede går på        *
      *             undtagelsesrapporten til kortteamet.              *
      * INPUT:      KortClearing.txt   - Kortnetværkets clearingfil   *
      *             Reservationer.txt  - Åbne reservationer           *
      *             KontoOpl.txt       - Konto stamdata               *
      *             Transaktioner.txt  - REG-NR-kobling               *
      * OUTPUT:     Transaktioner.txt  - Udvides med kortkøb          *
      *             Reservationer.NY   - Register uden frigivne og    *
      *                                  udløbne reservationer        *
      *             Interimskonto.txt  - Udvides med umatchede        *
      *             KortClearing-Undtagelser.txt - Undtagelsesrapport *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveKortClearing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-FILE ASSIGN TO "KortClearing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-FILE-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-FILE-STATUS.
           SELECT RESERVATION-NY-FILE ASSIGN TO "Reservationer.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-NY-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT TRANS-UD-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-UD-FILE-STATUS.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT INTERIM-FILE ASSIGN TO "Interimskonto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERIM-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "KortClearing-Undtagelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "KortClearing-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLEARING-FILE.
       01 KORTCLEARINGOPL.
           COPY "KORTCLEARINGOPL.cpy".

       FD RESERVATION-FILE.
       01 RESERVATIONOPL.
           COPY "RESERVATIONOPL.cpy".

       FD RESERVATION-NY-FILE.
       01 RESERVATIONOPL-UD.
           COPY "RESERVATIONOPL.cpy"
               REPLACING LEADING ==RES-== BY ==RES-UD-==.

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD TRANS-UD-FILE.
       01 TRANSAKTIONEROPL.
           COPY "TRANSAKTIONEROPL.cpy".

       FD INPUT-TRANS-FILE.
       01 TRANSIND.
           COPY "TRANSAKTIONEROPL.cpy"
               REPLACING LEADING ==REG-NR== BY ==TIND-REG-NR==
                   LEADING ==KONTO-ID== BY ==TIND-KONTO-ID==
                   LEADING ==NAVN== BY ==TIND-NAVN==
                   LEADING ==ADRESSE== BY ==TIND-ADRESSE==
                   LEADING ==TIDSPUNKT== BY ==TIND-TIDSPUNKT==
                   LEADING ==TRANSAKTIONSTYPE==
                       BY ==TIND-TRANSAKTIONSTYPE==
                   LEADING ==BELØB== BY ==TIND-BELØB==
                   LEADING ==VALUTA== BY ==TIND-VALUTA==
                   LEADING ==BUTIK== BY ==TIND-BUTIK==.

       FD INTERIM-FILE.
       01 INTERIMOPL.
           COPY "INTERIMOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(120) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.

      * Entydig transaktionsreference til de dannede records (se
      * DAN-TRANS-REF): programkode + koerselstidsstempel +
      * loebenummer i koerslen - baeres hele vejen gennem journal,
      * clearing, arkiv og udskrift
       01 WS-TRANS-REF      PIC X(16) VALUE SPACES.
       01 WS-REF-PREFIX     PIC X(11) VALUE SPACES.
       01 WS-REF-LOEBENR    PIC 9(5) VALUE ZERO.
       01 WS-REF-TID        PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO       PIC 9(8) VALUE ZERO.
       01 END-OF-CLEARING-FILE PIC X VALUE "N".
       01 END-OF-RESERVATION   PIC X VALUE "N".

      * Afstemning mod filens trailer (første gennemløb)
       01 WS-DETALJE-SUM    PIC S9(11)V99 VALUE ZERO.
       01 WS-TRAILER-TOTAL  PIC S9(11)V99 VALUE ZERO.
       01 WS-TRAILER-FUNDET PIC X VALUE "N".
       01 WS-SUM-DISPLAY    PIC -(10)9.99.
       01 WS-TOTAL-DISPLAY  PIC -(10)9.99.

      * De åbne reservationer loades én gang; RS-FRIGIVET føres i
      * en parallel tabel med samme indeks, og registret skrives
      * til Reservationer.NY uden frigivne og udløbne poster
       01 RES-MAX-ANTAL     PIC 9(4) VALUE 3000.
       01 RES-COUNT         PIC 9(4) VALUE ZERO.
       01 RES-OVERFLOW      PIC X VALUE "N".
       01 RES-ARRAY OCCURS 3000 TIMES.
           COPY "RESERVATIONOPL.cpy"
               REPLACING LEADING ==RES-== BY ==RS-==.
       01 RS-STATUS-TABEL.
           02 RS-FRIGIVET   PIC X OCCURS 3000 TIMES VALUE "N".
       01 RS-IX             PIC 9(4) VALUE ZERO.
       01 WS-MATCH-IX       PIC 9(4) VALUE ZERO.

      * Præsentationens beløb - et køb er negativt, reservationen
      * er det positive beløb der er spærret
       01 WS-KC-BELOB       PIC S9(9)V99 VALUE ZERO.
       01 WS-ABS-BELOB      PIC 9(9)V99 VALUE ZERO.
       01 WS-DIFFERENCE     PIC S9(9)V99 VALUE ZERO.
       01 WS-RES-DISPLAY    PIC Z(6)9.99.
       01 WS-PRAES-DISPLAY  PIC Z(8)9.99.
       01 WS-DIFF-DISPLAY   PIC -(8)9.99.

      * Konto -> REG-NR udledt af dagens Transaktioner.txt
       01 END-OF-TRANSIND-FILE PIC X VALUE "N".
       01 RMAP-MAX-ANTAL   PIC 9(4) VALUE 2000.
       01 RMAP-COUNT       PIC 9(4) VALUE ZERO.
       01 RMAP-OVERFLOW    PIC X VALUE "N".
       01 RMAP-TABEL.
           02 RMAP-ENTRY OCCURS 2000 TIMES.
               03 RM-KONTO-ID PIC X(10).
               03 RM-REG-NR   PIC X(6).
       01 RX               PIC 9(4) VALUE ZERO.
       01 WS-RMAP-FUNDET   PIC X VALUE "N".
       01 WS-SOEG-KONTO-ID PIC X(10) VALUE SPACES.
       01 WS-KONTO-REGNR   PIC X(6) VALUE SPACES.

       01 WS-INTERIM-AARSAG PIC X(30) VALUE SPACES.
       01 WS-UNDTAGELSE     PIC X(24) VALUE SPACES.

       01 TR-ANTAL-DETALJER PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-POSTERET PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-INTERIM  PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-MATCHET  PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-AFVIGELSE PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-UDEN-RES PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-UDLOEBET PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-AABNE    PIC 9(7) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 CLEARING-FILE-STATUS    PIC XX VALUE "00".
       01 RESERVATION-FILE-STATUS PIC XX VALUE "00".
       01 RESERVATION-NY-FILE-STATUS PIC XX VALUE "00".
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 INTERIM-FILE-STATUS     PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS     PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME         PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS            PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT       PIC 9(5) VALUE ZERO.

      * Kørselsdato - forretningsdatoen hvis sat, ellers dags dato;
      * "ÅÅÅÅ-MM-DD" som RES-UDLOEB's datodel
       01 WS-SYSDATO              PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO            PIC X(10) VALUE SPACES.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). Forvalgt til nul, dvs. de udaterede navne,
      * hvis BusinessDato.txt ikke findes eller er tom.
       01 WS-FORRETNINGSDATO  PIC 9(8) VALUE ZERO.
       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".
       01 WS-TRANS-FILNAVN    PIC X(40) VALUE "Transaktioner.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DAGS-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM AFSTEM-MOD-TRAILER

           IF WS-TRAILER-FUNDET = "N"
                   OR WS-DETALJE-SUM NOT = WS-TRAILER-TOTAL
               MOVE WS-DETALJE-SUM   TO WS-SUM-DISPLAY
               MOVE WS-TRAILER-TOTAL TO WS-TOTAL-DISPLAY
               DISPLAY "OpgaveKortClearing: CLEARINGTOTAL STEMMER "
                   "IKKE - SUM=" WS-SUM-DISPLAY
                   " TRAILER=" WS-TOTAL-DISPLAY
                   " - INTET POSTERET"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BYG-KONTO-MAP
           PERFORM LOAD-RESERVATIONER

           OPEN INPUT CLEARING-FILE
           MOVE "CLEARING-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE CLEARING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND TRANS-UD-FILE
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND INTERIM-FILE
           MOVE "INTERIM-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE INTERIM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           STRING "KORTCLEARING - UNDTAGELSER " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM UNTIL END-OF-CLEARING-FILE = "Y"
               READ CLEARING-FILE INTO KORTCLEARINGOPL
                   AT END
                       MOVE "Y" TO END-OF-CLEARING-FILE
                   NOT AT END
                       IF KC-DETALJE
                           PERFORM BEHANDL-PRAESENTATION
                       END-IF
               END-READ
               MOVE "CLEARING-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"          TO WS-IO-OPERATION
               MOVE CLEARING-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           PERFORM SKRIV-RESERVATIONER
           PERFORM TRAILER

           DISPLAY "OpgaveKortClearing: " TR-ANTAL-DETALJER
               " praesentationer, " TR-ANTAL-MATCHET " matchet, "
               TR-ANTAL-UDEN-RES " uden reservation, "
               TR-ANTAL-UDLOEBET " udloebet"

           CLOSE CLEARING-FILE
           CLOSE KONTO-FILE
           CLOSE TRANS-UD-FILE
           CLOSE INTERIM-FILE
           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * STEMPEL-DAGS-DATO                                             *
      * Formål: Sætter WS-DAGS-DATO ("ÅÅÅÅ-MM-DD") for kørslen -      *
      *         forretningsdatoen hvis den er sat, ellers dags dato.  *
      *****************************************************************
       STEMPEL-DAGS-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING  WS-SYSDATO(1:4) DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   WS-SYSDATO(5:2) DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-DAGS-DATO
       EXIT.

      *****************************************************************
      * AFSTEM-MOD-TRAILER                                            *
      * Formål: Første gennemløb af clearingfilen - summerer          *
      *         detaljerecordernes beløb og opsamler trailerens       *
      *         total, så hovedproceduren kan afvise hele filen hvis  *
      *         de ikke stemmer. Samme kontrol som OpgaveClearingInd. *
      *****************************************************************
       AFSTEM-MOD-TRAILER.
           OPEN INPUT CLEARING-FILE
           MOVE "CLEARING-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE CLEARING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF CLEARING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CLEARING-FILE = "Y"
               READ CLEARING-FILE INTO KORTCLEARINGOPL
                   AT END
                       MOVE "Y" TO END-OF-CLEARING-FILE
                   NOT AT END
                       IF KC-TRAILER
                           MOVE "Y" TO WS-TRAILER-FUNDET
                           COMPUTE WS-TRAILER-TOTAL =
                               FUNCTION NUMVAL(KC-BELOB)
                       ELSE
                           ADD 1 TO TR-ANTAL-DETALJER
                           ADD FUNCTION NUMVAL(KC-BELOB)
                               TO WS-DETALJE-SUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARING-FILE
           MOVE "N" TO END-OF-CLEARING-FILE
       EXIT.

      *****************************************************************
      * BEHANDL-PRAESENTATION                                         *
      * Formål: Ruter én præsentation: ukendt KONTO-ID eller lukket   *
      *         konto giver en interimspost; ellers posteres købet    *
      *         som en almindelig transaktion, og et køb (negativt    *
      *         beløb) frigiver sin reservation. En refusion har      *
      *         ingen reservation og posteres alene.                  *
      *****************************************************************
       BEHANDL-PRAESENTATION.
           COMPUTE WS-KC-BELOB = FUNCTION NUMVAL(KC-BELOB)
           MOVE KC-KONTO-ID TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   MOVE "KONTO IKKE FUNDET" TO WS-INTERIM-AARSAG
                   PERFORM SKRIV-INTERIM
                   EXIT PARAGRAPH
           END-READ
           IF KONTO-LUKKET
               MOVE "KONTO LUKKET" TO WS-INTERIM-AARSAG
               PERFORM SKRIV-INTERIM
               EXIT PARAGRAPH
           END-IF
           PERFORM SKRIV-TRANSAKTION
           IF WS-KC-BELOB < ZERO
               PERFORM MATCH-RESERVATION
           END-IF
       EXIT.

      *****************************************************************
      * MATCH-RESERVATION                                             *
      * Formål: Finder købets åbne reservation på konto + autorisa-   *
      *         tionstidspunkt + beløb og frigiver den. Findes ingen  *
      *         med samme beløb, frigives en reservation med samme    *
      *         konto og tidspunkt alligevel - forskellen skyldes     *
      *         drikkepenge eller valutakurs - og afvigelsen meldes.  *
      *         Findes ingen reservation, meldes købet.               *
      *****************************************************************
       MATCH-RESERVATION.
           COMPUTE WS-ABS-BELOB = ZERO - WS-KC-BELOB
           MOVE ZERO TO WS-MATCH-IX
           PERFORM VARYING RS-IX FROM 1 BY 1 UNTIL RS-IX > RES-COUNT
               IF RS-KONTO-ID IN RES-ARRAY(RS-IX) = KC-KONTO-ID
                   AND RS-AUTH-TIDSPUNKT IN RES-ARRAY(RS-IX)
                       = KC-AUTH-TIDSPUNKT
                   AND RS-FRIGIVET(RS-IX) = "N"
                   IF RS-BELOB IN RES-ARRAY(RS-IX) = WS-ABS-BELOB
                       MOVE RS-IX TO WS-MATCH-IX
                       EXIT PERFORM
                   END-IF
                   IF WS-MATCH-IX = ZERO
                       MOVE RS-IX TO WS-MATCH-IX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCH-IX = ZERO
               ADD 1 TO TR-ANTAL-UDEN-RES
               MOVE "UDEN RESERVATION" TO WS-UNDTAGELSE
               PERFORM SKRIV-PRAES-UNDTAGELSE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RS-FRIGIVET(WS-MATCH-IX)
           ADD 1 TO TR-ANTAL-MATCHET
           IF RS-BELOB IN RES-ARRAY(WS-MATCH-IX) NOT = WS-ABS-BELOB
               ADD 1 TO TR-ANTAL-AFVIGELSE
               MOVE "BELOEBSAFVIGELSE" TO WS-UNDTAGELSE
               PERFORM SKRIV-PRAES-UNDTAGELSE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-PRAES-UNDTAGELSE                                        *
      * Formål: Skriver én undtagelseslinje for den aktuelle          *
      *         præsentation - ved en beløbsafvigelse med det         *
      *         reserverede beløb og forskellen.                      *
      *****************************************************************
       SKRIV-PRAES-UNDTAGELSE.
           MOVE WS-ABS-BELOB TO WS-PRAES-DISPLAY
           STRING  WS-UNDTAGELSE   DELIMITED BY SIZE
                   " Konto: "      DELIMITED BY SIZE
                   KC-KONTO-ID     DELIMITED BY SPACE
                   " Kort: "       DELIMITED BY SIZE
                   KC-KORT-ID      DELIMITED BY SPACE
                   " Auth: "       DELIMITED BY SIZE
                   KC-AUTH-TIDSPUNKT DELIMITED BY SIZE
                   " Praesenteret: " DELIMITED BY SIZE
                   WS-PRAES-DISPLAY DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   KC-VALUTA       DELIMITED BY SPACE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF WS-MATCH-IX NOT = ZERO
               MOVE RS-BELOB IN RES-ARRAY(WS-MATCH-IX)
                   TO WS-RES-DISPLAY
               COMPUTE WS-DIFFERENCE = WS-ABS-BELOB
                   - RS-BELOB IN RES-ARRAY(WS-MATCH-IX)
               MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
               STRING  "                 Reserveret: "
                                       DELIMITED BY SIZE
                       WS-RES-DISPLAY  DELIMITED BY SIZE
                       " Difference: " DELIMITED BY SIZE
                       WS-DIFF-DISPLAY DELIMITED BY SIZE
                       " Butik: "      DELIMITED BY SIZE
                       KC-BUTIK        DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-TRANSAKTION                                             *
      * Formål: Skriver præsentationen som en almindelig              *
      *         TRANSAKTIONEROPL-record sidst i dagens                *
      *         Transaktioner.txt - kortkøb er en debitering med      *
      *         forretningen i BUTIK.                                 *
      *****************************************************************
       SKRIV-TRANSAKTION.
           MOVE KC-KONTO-ID TO WS-SOEG-KONTO-ID
           PERFORM FIND-KONTO-REGNR
           MOVE SPACES TO TRANSAKTIONEROPL
           MOVE WS-KONTO-REGNR   TO REG-NR IN TRANSAKTIONEROPL
           MOVE KC-KONTO-ID      TO KONTO-ID IN TRANSAKTIONEROPL
           MOVE KC-CLEARING-TIDSPUNKT TO TIDSPUNKT
           MOVE "KORTKOEB"       TO TRANSAKTIONSTYPE
           MOVE KC-BELOB         TO BELØB
           MOVE KC-VALUTA        TO VALUTA
           MOVE KC-BUTIK         TO BUTIK
           PERFORM DAN-TRANS-REF
           MOVE WS-TRANS-REF TO TRANS-REF IN TRANSAKTIONEROPL
           WRITE TRANSAKTIONEROPL
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO TR-ANTAL-POSTERET
       EXIT.

      *****************************************************************
      * SKRIV-INTERIM                                                 *
      * Formål: Parkerer en præsentation mod en ukendt eller lukket   *
      *         konto som en åben post i interimsregistret, som       *
      *         OpgaveClearingInd gør med den indgående clearing.     *
      *****************************************************************
       SKRIV-INTERIM.
           MOVE SPACES TO INTERIMOPL
           MOVE KC-KONTO-ID     TO INTERIM-KONTO-ID
           MOVE KC-CLEARING-TIDSPUNKT TO INTERIM-TIDSPUNKT
           MOVE KC-BELOB        TO INTERIM-BELOB
           MOVE KC-VALUTA       TO INTERIM-VALUTA
           MOVE WS-DAGS-DATO    TO INTERIM-DATO
           MOVE "KORTCLEAR"     TO INTERIM-KILDE
           MOVE "O"             TO INTERIM-STATUS
           MOVE WS-INTERIM-AARSAG TO INTERIM-AARSAG
           WRITE INTERIMOPL
           MOVE "INTERIM-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE INTERIM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO TR-ANTAL-INTERIM
       EXIT.

      *****************************************************************
      * LOAD-RESERVATIONER                                            *
      * Formål: Læser Reservationer.txt ind i RES-ARRAY. Findes       *
      *         filen ikke, er der ingen åbne reservationer.          *
      *****************************************************************
       LOAD-RESERVATIONER.
           OPEN INPUT RESERVATION-FILE
           IF RESERVATION-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-RESERVATION = "Y"
                   READ RESERVATION-FILE INTO RESERVATIONOPL
                       AT END
                           MOVE "Y" TO END-OF-RESERVATION
                       NOT AT END
                           IF RES-COUNT >= RES-MAX-ANTAL
                               MOVE "Y" TO RES-OVERFLOW
                           ELSE
                               ADD 1 TO RES-COUNT
                               MOVE RESERVATIONOPL
                                   TO RES-ARRAY(RES-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-FILE
               MOVE "N" TO END-OF-RESERVATION
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-RESERVATIONER                                           *
      * Formål: Skriver de fortsat åbne reservationer til             *
      *         Reservationer.NY. Frigivne udelades, og udløbne,      *
      *         umatchede reservationer udelades og meldes på         *
      *         undtagelsesrapporten. Er registret ikke loadet helt,  *
      *         skrives intet - et afkortet register ville stiltiende *
      *         frigive de overskydende reservationer.                *
      *****************************************************************
       SKRIV-RESERVATIONER.
           IF RES-OVERFLOW = "Y"
               DISPLAY "OpgaveKortClearing: RES-ARRAY fuld - "
                   "Reservationer.NY er ikke dannet"
               ADD 1 TO WS-IO-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RESERVATION-NY-FILE
           MOVE "RESERVATION-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"                TO WS-IO-OPERATION
           MOVE RESERVATION-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING RS-IX FROM 1 BY 1 UNTIL RS-IX > RES-COUNT
               IF RS-FRIGIVET(RS-IX) = "N"
                   IF RS-UDLOEB IN RES-ARRAY(RS-IX)(1:10)
                           < WS-DAGS-DATO
                       PERFORM SKRIV-UDLOEBET-UNDTAGELSE
                   ELSE
                       MOVE RES-ARRAY(RS-IX) TO RESERVATIONOPL-UD
                       WRITE RESERVATIONOPL-UD
                       MOVE "RESERVATION-NY-FILE" TO WS-IO-FILE-NAME
                       MOVE "WRITE"               TO WS-IO-OPERATION
                       MOVE RESERVATION-NY-FILE-STATUS
                           TO WS-IO-STATUS
                       PERFORM CHECK-IO-STATUS
                       ADD 1 TO TR-ANTAL-AABNE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RESERVATION-NY-FILE
       EXIT.

       SKRIV-UDLOEBET-UNDTAGELSE.
           ADD 1 TO TR-ANTAL-UDLOEBET
           MOVE RS-BELOB IN RES-ARRAY(RS-IX) TO WS-RES-DISPLAY
           STRING  "RESERVATION UDLOEBET Konto: " DELIMITED BY SIZE
                   RS-KONTO-ID IN RES-ARRAY(RS-IX) DELIMITED BY SPACE
                   " Auth: "       DELIMITED BY SIZE
                   RS-AUTH-TIDSPUNKT IN RES-ARRAY(RS-IX)
                                   DELIMITED BY SIZE
                   " Udloeb: "     DELIMITED BY SIZE
                   RS-UDLOEB IN RES-ARRAY(RS-IX) DELIMITED BY SIZE
                   " Reserveret: " DELIMITED BY SIZE
                   WS-RES-DISPLAY  DELIMITED BY SIZE
                   " - ALDRIG PRAESENTERET" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * BYG-KONTO-MAP                                                 *
      * Formål: Udleder hver kontos REG-NR af dagens                  *
      *         Transaktioner.txt, samme afledning som                *
      *         OpgaveGarantiProvision's BYG-KONTO-MAP.               *
      *****************************************************************
       BYG-KONTO-MAP.
           OPEN INPUT INPUT-TRANS-FILE
           IF INPUT-TRANS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-TRANSIND-FILE = "Y"
                   READ INPUT-TRANS-FILE INTO TRANSIND
                       AT END
                           MOVE "Y" TO END-OF-TRANSIND-FILE
                       NOT AT END
                           PERFORM OPDATER-KONTO-MAP
                   END-READ
               END-PERFORM
               CLOSE INPUT-TRANS-FILE
               MOVE "N" TO END-OF-TRANSIND-FILE
           END-IF
       EXIT.

      * Records uden REG-NR bidrager ikke til koblingen
       OPDATER-KONTO-MAP.
           IF TIND-REG-NR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RMAP-FUNDET
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RMAP-COUNT
               IF RM-KONTO-ID(RX) = TIND-KONTO-ID
                   MOVE "Y" TO WS-RMAP-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RMAP-FUNDET = "N"
               IF RMAP-COUNT >= RMAP-MAX-ANTAL
                   MOVE "Y" TO RMAP-OVERFLOW
               ELSE
                   ADD 1 TO RMAP-COUNT
                   MOVE TIND-KONTO-ID TO RM-KONTO-ID(RMAP-COUNT)
                   MOVE TIND-REG-NR   TO RM-REG-NR(RMAP-COUNT)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FIND-KONTO-REGNR                                              *
      * Formål: Slår WS-SOEG-KONTO-ID op i RMAP-TABEL og sætter       *
      *         WS-RMAP-FUNDET og WS-KONTO-REGNR.                     *
      *****************************************************************
       FIND-KONTO-REGNR.
           MOVE "N" TO WS-RMAP-FUNDET
           MOVE SPACES TO WS-KONTO-REGNR
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RMAP-COUNT
               IF RM-KONTO-ID(RX) = WS-SOEG-KONTO-ID
                   MOVE "Y" TO WS-RMAP-FUNDET
                   MOVE RM-REG-NR(RX) TO WS-KONTO-REGNR
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * TRAILER                                                       *
      * Formål: Skriver kontroltotaller sidst i rapporten.            *
      *****************************************************************
       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal praesentationer.......: " DELIMITED BY SIZE
                   TR-ANTAL-DETALJER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal posteret..............: " DELIMITED BY SIZE
                   TR-ANTAL-POSTERET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal til interim...........: " DELIMITED BY SIZE
                   TR-ANTAL-INTERIM DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Reservationer frigivet......: " DELIMITED BY SIZE
                   TR-ANTAL-MATCHET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Heraf med beloebsafvigelse..: " DELIMITED BY SIZE
                   TR-ANTAL-AFVIGELSE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Koeb uden reservation.......: " DELIMITED BY SIZE
                   TR-ANTAL-UDEN-RES DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Reservationer udloebet......: " DELIMITED BY SIZE
                   TR-ANTAL-UDLOEBET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Reservationer fortsat aabne.: " DELIMITED BY SIZE
                   TR-ANTAL-AABNE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-RAPPORT-LINE.
           WRITE RAPPORT-LINE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
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

      *****************************************************************
      * LAES-FORRETNINGSDATO                                          *
      * Formål: Læser kontrolrecorden i BusinessDato.txt der angiver  *
      *         hvilken dags batch-vindue denne kørsel gælder for.    *
      *         Findes filen ikke, eller er den tom, eller er datoen  *
      *         sat til nul, forbliver WS-FORRETNINGSDATO nul og      *
      *         SAET-FILNAVNE bruger de udaterede filnavne.           *
      *****************************************************************
       LAES-FORRETNINGSDATO.
           OPEN INPUT INPUT-FORRETNINGSDATO-FILE
           IF INPUT-FORRETNINGSDATO-FILE-STATUS = "00"
               READ INPUT-FORRETNINGSDATO-FILE INTO BUSINESSDATOOPL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUSINESS-DATO > ZERO
                           MOVE BUSINESS-DATO TO WS-FORRETNINGSDATO
                       END-IF
               END-READ
               CLOSE INPUT-FORRETNINGSDATO-FILE
           END-IF
       EXIT.

      *****************************************************************
      * SAET-FILNAVNE                                                 *
      * Formål: Bygger de daterede filnavne for denne kørsels         *
      *         forretningsdato (se LAES-FORRETNINGSDATO). Er datoen  *
      *         nul, bruges de oprindelige, udaterede filnavne.       *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "KontoOpl.txt"      TO WS-KONTO-FILNAVN
               MOVE "Transaktioner.txt" TO WS-TRANS-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
           END-IF
       EXIT.

      *****************************************************************
      * DAN-TRANS-REF                                                 *
      * Formaal: Danner naeste entydige transaktionsreference:        *
      *          programkoden + koerslens dato/klokkeslaet + et       *
      *          loebenummer inden for koerslen - saa to ens koeb i   *
      *          samme sekund aldrig deler reference.                 *
      *****************************************************************
       DAN-TRANS-REF.
           IF WS-REF-PREFIX = SPACES
               ACCEPT WS-REF-DATO FROM DATE YYYYMMDD
               ACCEPT WS-REF-TID FROM TIME
               MOVE SPACES TO WS-REF-PREFIX
               STRING "KC" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-TRANS-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-TRANS-REF
       EXIT.
