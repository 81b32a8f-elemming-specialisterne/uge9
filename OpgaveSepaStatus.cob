      *****************************************************************
      * PROGRAM-ID: OPGAVESEPASTATUS                                  *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Indlæser korrespondentens ISO 20022 pacs.002-     *
      *             statusrapport for de SEPA-overførsler             *
      *             OpgaveClearingUd har sendt i pacs.008, og lægger  *
      *             status på SepaBetalinger.txt: en accepteret       *
      *             betaling (ACCP/ACSC/ACSP/ACCC) bliver en          *
      *             forventet nostrobevægelse i OpgaveNostro-         *
      *             Afstemning, en afvist (RJCT) krediteres tilbage   *
      *             til afsenderkontoen. Status kan gives for hele    *
      *             meddelelsen (GrpSts) eller pr. betaling (TxSts,   *
      *             fundet på OrgnlEndToEndId). Betalinger som        *
      *             OpgaveClearingUd selv afviste ved afsendelsen     *
      *             (ugyldigt IBAN, ukendt BIC) krediteres tilbage i  *
      *             samme kørsel. Kan afsenderkontoen ikke krediteres *
      *             (ukendt eller lukket), parkeres beløbet i         *
      *             interimsregistret. Filen forudsættes leveret med  *
      *             ét XML-element pr. linje, som korrespondenten     *
      *             sender den.                                       *
      * INPUT:      SepaPacs002.xml        - Statusrapporten          *
      *             SepaBetalinger.txt     - SEPA-registret           *
      *             KontoOpl.txt           - Afsenderkonti            *
      * OUTPUT:     SepaBetalinger.txt     - Opdateret register       *
      *             Transaktioner.txt      - Udvides med              *
      *                                      tilbageførsler           *
      *             Interimskonto.txt      - Udvides med beløb der    *
      *                                      ikke kan tilbageføres    *
      *             SepaStatus-Rapport.txt - Dagsrapport              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveSepaStatus.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACS-FILE ASSIGN TO WS-PACS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PACS-FILE-STATUS.
           SELECT SEPA-FILE ASSIGN TO "SepaBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEPA-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT TRANS-UD-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-UD-FILE-STATUS.
           SELECT INTERIM-FILE ASSIGN TO "Interimskonto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERIM-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "SepaStatus-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "SepaStatus-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PACS-FILE.
       01 PACS-LINE        PIC X(256) VALUE SPACES.

       FD SEPA-FILE.
       01 SEPAREGOPL.
           COPY "SEPAREGOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD TRANS-UD-FILE.
       01 TRANSAKTIONEROPL.
           COPY "TRANSAKTIONEROPL.cpy".

       FD INTERIM-FILE.
       01 INTERIMOPL.
           COPY "INTERIMOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-PACS-FILE PIC X VALUE "N".
       01 END-OF-SEPA-FILE PIC X VALUE "N".

      * SEPA-registret loades, opdateres og skrives samlet tilbage
       01 SEPA-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 SEPA-COUNT       PIC 9(4) VALUE ZERO.
       01 SEPA-OVERFLOW    PIC X VALUE "N".
       01 SEPA-ARRAY OCCURS 5000 TIMES.
           COPY "SEPAREGOPL.cpy"
               REPLACING LEADING ==SEPA-== BY ==SA-==.
       01 SA-IX            PIC 9(4) VALUE ZERO.
       01 WS-SA-FUNDET     PIC X VALUE "N".

      * Udtræk af ét XML-element fra den aktuelle linje (se
      * UDTRAEK-TAG): elementnavnet ind, værdien ud
       01 WS-TAG-NAVN      PIC X(30) VALUE SPACES.
       01 WS-START-TAG     PIC X(32) VALUE SPACES.
       01 WS-TAG-LGD       PIC 9(3) VALUE ZERO.
       01 WS-TAG-POS       PIC 9(3) VALUE ZERO.
       01 WS-TAG-FUNDET    PIC X VALUE "N".
       01 WS-TAG-VAERDI    PIC X(40) VALUE SPACES.

      * Den status der er ved at blive læst - meddelelsens og den
      * aktuelle betalings
       01 WS-ORGNL-MSG-ID  PIC X(20) VALUE SPACES.
       01 WS-GRP-STS       PIC X(04) VALUE SPACES.
       01 WS-E2E-ID        PIC X(16) VALUE SPACES.
       01 WS-TX-STS        PIC X(04) VALUE SPACES.
           88 WS-STS-ACCEPTERET VALUE "ACCP" "ACSC" "ACSP" "ACCC".
           88 WS-STS-AFVIST     VALUE "RJCT".
       01 WS-AARSAG-KODE   PIC X(04) VALUE SPACES.

      * Tilbageførsel til afsenderkontoen
       01 WS-BELOB-TEKST   PIC X(12) VALUE SPACES.
       01 WS-BELOB-NUM     PIC 9(9).99.
       01 WS-BELOB-DISPLAY PIC Z(8)9.99.
       01 WS-INTERIM-AARSAG PIC X(30) VALUE SPACES.
       01 WS-RAPPORT-TEKST PIC X(30) VALUE SPACES.

      * Transaktionsreference (se DAN-TRANS-REF) - stemples på hver
      * tilbageførsel, så den kan spores gennem posteringsjournalen
       01 WS-TRANS-REF      PIC X(16) VALUE SPACES.
       01 WS-REF-PREFIX     PIC X(11) VALUE SPACES.
       01 WS-REF-LOEBENR    PIC 9(5) VALUE ZERO.
       01 WS-REF-TID        PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO       PIC 9(8) VALUE ZERO.

       01 TR-ANTAL-LINJER    PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-ACCEPTERET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UKENDT    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFGJORT   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-TILBAGE   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-INTERIM   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVENTER  PIC 9(5) VALUE ZERO.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-SYSTID          PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-TIDSPUNKT       PIC X(19) VALUE SPACES.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 PACS-FILE-STATUS      PIC XX VALUE "00".
       01 SEPA-FILE-STATUS      PIC XX VALUE "00".
       01 KONTO-FILE-STATUS     PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS  PIC XX VALUE "00".
       01 INTERIM-FILE-STATUS   PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS   PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS  PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION       PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS          PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT     PIC 9(5) VALUE ZERO.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). SepaBetalinger.txt og Interimskonto.txt
      * forbliver udaterede, da registrene lever på tværs af
      * kørselsdage.
       01 WS-PACS-FILNAVN     PIC X(40) VALUE "SepaPacs002.xml".
       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".
       01 WS-TRANS-FILNAVN    PIC X(40) VALUE "Transaktioner.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DATO
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "SEPA-STATUS (PACS.002) " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM LOAD-SEPA-REGISTER
           IF SEPA-OVERFLOW = "Y"
      * Registret kan ikke skrives tilbage uden at tabe betalinger
      * - intet opdateres
               DISPLAY "OpgaveSepaStatus: SEPA-ARRAY kapacitet "
                   "overskredet - intet opdateret"
               MOVE "  TABEL FULD - INTET OPDATERET" TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               CLOSE RAPPORT-FILE
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INDLAES-PACS002

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
           IF INTERIM-FILE-STATUS = "35"
               OPEN OUTPUT INTERIM-FILE
           END-IF
           MOVE "INTERIM-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE INTERIM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM TILBAGEFOER-AFVISTE

           CLOSE KONTO-FILE
           CLOSE TRANS-UD-FILE
           CLOSE INTERIM-FILE

           PERFORM SKRIV-SEPA-REGISTER
           PERFORM TRAILER

           DISPLAY "OpgaveSepaStatus: " TR-ANTAL-ACCEPTERET
               " accepteret, " TR-ANTAL-AFVIST " afvist, "
               TR-ANTAL-TILBAGE " tilbagefoert, "
               TR-ANTAL-INTERIM " til interim, "
               TR-ANTAL-UKENDT " ukendte"

           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       STEMPEL-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING  WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-DAGS-DATO
           ACCEPT WS-SYSTID FROM TIME
           MOVE SPACES TO WS-TIDSPUNKT
           STRING  WS-DAGS-DATO " " WS-SYSTID(1:2) ":"
                   WS-SYSTID(3:2) ":" WS-SYSTID(5:2)
                   DELIMITED BY SIZE INTO WS-TIDSPUNKT
       EXIT.

      *****************************************************************
      * LOAD-SEPA-REGISTER                                            *
      * Formål: Læser SepaBetalinger.txt ind i SEPA-ARRAY. Findes     *
      *         filen ikke, er intet sendt endnu.                     *
      *****************************************************************
       LOAD-SEPA-REGISTER.
           OPEN INPUT SEPA-FILE
           IF SEPA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-SEPA-FILE = "Y"
               READ SEPA-FILE INTO SEPAREGOPL
                   AT END
                       MOVE "Y" TO END-OF-SEPA-FILE
                   NOT AT END
                       IF SEPA-COUNT >= SEPA-MAX-ANTAL
                           MOVE "Y" TO SEPA-OVERFLOW
                       ELSE
                           ADD 1 TO SEPA-COUNT
                           MOVE SEPAREGOPL TO SEPA-ARRAY(SEPA-COUNT)
                       END-IF
               END-READ
               MOVE "SEPA-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"      TO WS-IO-OPERATION
               MOVE SEPA-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SEPA-FILE
           MOVE "N" TO END-OF-SEPA-FILE
       EXIT.

      *****************************************************************
      * INDLAES-PACS002                                               *
      * Formål: Gennemløber statusrapporten linje for linje. Den      *
      *         oprindelige meddelelses MsgId og gruppestatus samles  *
      *         op i OrgnlGrpInfAndSts og anvendes, når elementet     *
      *         lukkes; hver TxInfAndSts anvendes på sin betaling,    *
      *         når elementet lukkes. Er der ingen rapport i dag,     *
      *         tilbageføres kun de betalinger der blev afvist ved    *
      *         afsendelsen.                                          *
      *****************************************************************
       INDLAES-PACS002.
           OPEN INPUT PACS-FILE
           IF PACS-FILE-STATUS = "35"
               MOVE "  INGEN STATUSRAPPORT I DAG" TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "PACS-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE PACS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF PACS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PACS-FILE = "Y"
               READ PACS-FILE
                   AT END
                       MOVE "Y" TO END-OF-PACS-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-LINJER
                       PERFORM BEHANDL-PACS-LINE
               END-READ
               MOVE "PACS-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"      TO WS-IO-OPERATION
               MOVE PACS-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE PACS-FILE
       EXIT.

       BEHANDL-PACS-LINE.
           MOVE "OrgnlGrpInfAndSts" TO WS-TAG-NAVN
           PERFORM UDTRAEK-TAG
           IF WS-TAG-FUNDET = "Y"
               MOVE SPACES TO WS-ORGNL-MSG-ID
               MOVE SPACES TO WS-GRP-STS
               MOVE SPACES TO WS-AARSAG-KODE
           END-IF
           MOVE "TxInfAndSts" TO WS-TAG-NAVN
           PERFORM UDTRAEK-TAG
           IF WS-TAG-FUNDET = "Y"
               MOVE SPACES TO WS-E2E-ID
               MOVE SPACES TO WS-TX-STS
               MOVE SPACES TO WS-AARSAG-KODE
           END-IF
           MOVE "OrgnlMsgId" TO WS-TAG-NAVN
           PERFORM UDTRAEK-TAG
           IF WS-TAG-FUNDET = "Y"
               MOVE WS-TAG-VAERDI TO WS-ORGNL-MSG-ID
           END-IF
           MOVE "GrpSts" TO WS-TAG-NAVN
           PERFORM UDTRAEK-TAG
           IF WS-TAG-FUNDET = "Y"
               MOVE WS-TAG-VAERDI TO WS-GRP-STS
           END-IF
           MOVE "OrgnlEndToEndId" TO WS-TAG-NAVN
           PERFORM UDTRAEK-TAG
           IF WS-TAG-FUNDET = "Y"
               MOVE WS-TAG-VAERDI TO WS-E2E-ID
           END-IF
           MOVE "TxSts" TO WS-TAG-NAVN
           PERFORM UDTRAEK-TAG
           IF WS-TAG-FUNDET = "Y"
               MOVE WS-TAG-VAERDI TO WS-TX-STS
           END-IF
           MOVE "Cd" TO WS-TAG-NAVN
           PERFORM UDTRAEK-TAG
           IF WS-TAG-FUNDET = "Y"
               MOVE WS-TAG-VAERDI TO WS-AARSAG-KODE
           END-IF
           MOVE "/OrgnlGrpInfAndSts" TO WS-TAG-NAVN
           PERFORM UDTRAEK-TAG
           IF WS-TAG-FUNDET = "Y"
               PERFORM ANVEND-GRUPPESTATUS
           END-IF
           MOVE "/TxInfAndSts" TO WS-TAG-NAVN
           PERFORM UDTRAEK-TAG
           IF WS-TAG-FUNDET = "Y"
               PERFORM ANVEND-TX-STATUS
           END-IF
       EXIT.

      *****************************************************************
      * UDTRAEK-TAG                                                   *
      * Formål: Finder starttagget for elementet i WS-TAG-NAVN på     *
      *         den aktuelle linje og returnerer teksten frem til     *
      *         næste "<" i WS-TAG-VAERDI.                            *
      *****************************************************************
       UDTRAEK-TAG.
           MOVE "N" TO WS-TAG-FUNDET
           MOVE SPACES TO WS-TAG-VAERDI
           MOVE SPACES TO WS-START-TAG
           STRING "<"         DELIMITED BY SIZE
                   WS-TAG-NAVN DELIMITED BY SPACE
                   ">"         DELIMITED BY SIZE
                   INTO WS-START-TAG
           MOVE ZERO TO WS-TAG-LGD
           INSPECT WS-START-TAG TALLYING WS-TAG-LGD
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZERO TO WS-TAG-POS
           INSPECT PACS-LINE TALLYING WS-TAG-POS
               FOR CHARACTERS BEFORE INITIAL
                   WS-START-TAG(1:WS-TAG-LGD)
           IF WS-TAG-POS + WS-TAG-LGD < 256
               MOVE "Y" TO WS-TAG-FUNDET
               COMPUTE WS-TAG-POS = WS-TAG-POS + WS-TAG-LGD + 1
               UNSTRING PACS-LINE(WS-TAG-POS:) DELIMITED BY "<"
                   INTO WS-TAG-VAERDI
           END-IF
       EXIT.

      *****************************************************************
      * ANVEND-GRUPPESTATUS                                           *
      * Formål: En gruppestatus gælder alle endnu ubesvarede          *
      *         betalinger i den oprindelige meddelelse. PART og PDNG *
      *         afgøres pr. betaling og røres ikke her.               *
      *****************************************************************
       ANVEND-GRUPPESTATUS.
           MOVE WS-GRP-STS TO WS-TX-STS
           IF NOT WS-STS-ACCEPTERET AND NOT WS-STS-AFVIST
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SA-IX FROM 1 BY 1 UNTIL SA-IX > SEPA-COUNT
               IF SA-MSG-ID(SA-IX) = WS-ORGNL-MSG-ID
                   AND SA-SENDT(SA-IX)
                   PERFORM ANVEND-STATUS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TX-STS
       EXIT.

      *****************************************************************
      * ANVEND-TX-STATUS                                              *
      * Formål: Finder betalingen på OrgnlEndToEndId og anvender      *
      *         dens status. En ukendt reference, eller en betaling   *
      *         der allerede er afgjort, meldes i rapporten.          *
      *****************************************************************
       ANVEND-TX-STATUS.
           IF NOT WS-STS-ACCEPTERET AND NOT WS-STS-AFVIST
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SA-FUNDET
           PERFORM VARYING SA-IX FROM 1 BY 1 UNTIL SA-IX > SEPA-COUNT
               IF SA-END-TO-END-ID(SA-IX) = WS-E2E-ID
                   MOVE "Y" TO WS-SA-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SA-FUNDET = "N"
                   ADD 1 TO TR-ANTAL-UKENDT
                   STRING "  UKENDT ENDTOENDID " DELIMITED BY SIZE
                           WS-E2E-ID DELIMITED BY SPACE
                           " STATUS " DELIMITED BY SIZE
                           WS-TX-STS DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               WHEN NOT SA-SENDT(SA-IX)
                   ADD 1 TO TR-ANTAL-AFGJORT
                   STRING "  ALLEREDE AFGJORT " DELIMITED BY SIZE
                           WS-E2E-ID DELIMITED BY SPACE
                           " STATUS " DELIMITED BY SIZE
                           WS-TX-STS DELIMITED BY SIZE
                           " - IGNORERET" DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               WHEN OTHER
                   PERFORM ANVEND-STATUS
           END-EVALUATE
       EXIT.

       ANVEND-STATUS.
           MOVE WS-DAGS-DATO TO SA-STATUS-DATO(SA-IX)
           MOVE SA-BELOB(SA-IX) TO WS-BELOB-DISPLAY
           IF WS-STS-ACCEPTERET
               MOVE "A" TO SA-STATUS(SA-IX)
               ADD 1 TO TR-ANTAL-ACCEPTERET
               STRING "  ACCEPTERET " DELIMITED BY SIZE
                       SA-END-TO-END-ID(SA-IX) DELIMITED BY SPACE
                       " EUR " DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SA-MODTAGER-IBAN(SA-IX) DELIMITED BY SPACE
                       INTO RAPPORT-LINE
           ELSE
               MOVE "R" TO SA-STATUS(SA-IX)
               MOVE WS-AARSAG-KODE TO SA-AARSAG-KODE(SA-IX)
               ADD 1 TO TR-ANTAL-AFVIST
               STRING "  AFVIST     " DELIMITED BY SIZE
                       SA-END-TO-END-ID(SA-IX) DELIMITED BY SPACE
                       " EUR " DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       " AARSAG " DELIMITED BY SIZE
                       WS-AARSAG-KODE DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * TILBAGEFOER-AFVISTE                                           *
      * Formål: Krediterer hver afvist betaling der endnu ikke er     *
      *         tilbageført, tilbage til afsenderkontoen som en       *
      *         "SEPA RETUR"-transaktion i dagens Transaktioner.txt.  *
      *         Er afsenderkontoen ukendt eller lukket, parkeres      *
      *         beløbet i interimsregistret i stedet. Tilbageførsels- *
      *         datoen sættes i begge tilfælde, så beløbet aldrig     *
      *         krediteres to gange.                                  *
      *****************************************************************
       TILBAGEFOER-AFVISTE.
           PERFORM VARYING SA-IX FROM 1 BY 1 UNTIL SA-IX > SEPA-COUNT
               IF SA-AFVIST(SA-IX)
                   AND SA-TILBAGEFOERT-DATO(SA-IX) = SPACES
                   PERFORM TILBAGEFOER-BETALING
               END-IF
               IF SA-SENDT(SA-IX)
                   ADD 1 TO TR-ANTAL-AFVENTER
               END-IF
           END-PERFORM
       EXIT.

       TILBAGEFOER-BETALING.
           MOVE SA-BELOB(SA-IX) TO WS-BELOB-NUM
           MOVE WS-BELOB-NUM TO WS-BELOB-TEKST
           MOVE SPACES TO WS-INTERIM-AARSAG
           IF SA-AFSENDER-KONTO-ID(SA-IX) = SPACES
               MOVE "SEPA-RETUR UDEN AFSENDERKONTO"
                   TO WS-INTERIM-AARSAG
           ELSE
               MOVE SA-AFSENDER-KONTO-ID(SA-IX) TO KONTO-ID OF KONTOOPL
               READ KONTO-FILE
                   INVALID KEY
                       MOVE "SEPA-RETUR KONTO UKENDT"
                           TO WS-INTERIM-AARSAG
                   NOT INVALID KEY
                       IF KONTO-LUKKET
                           MOVE "SEPA-RETUR KONTO LUKKET"
                               TO WS-INTERIM-AARSAG
                       END-IF
               END-READ
           END-IF
           IF WS-INTERIM-AARSAG = SPACES
               PERFORM SKRIV-RETUR-TRANSAKTION
           ELSE
               PERFORM SKRIV-INTERIM
           END-IF
           MOVE WS-DAGS-DATO TO SA-TILBAGEFOERT-DATO(SA-IX)
       EXIT.

       SKRIV-RETUR-TRANSAKTION.
           MOVE SPACES TO TRANSAKTIONEROPL
           MOVE SA-AFSENDER-REG-NR(SA-IX) TO REG-NR IN TRANSAKTIONEROPL
           MOVE SA-AFSENDER-KONTO-ID(SA-IX)
               TO KONTO-ID IN TRANSAKTIONEROPL
           MOVE SA-MODTAGER-NAVN(SA-IX) TO NAVN
           MOVE WS-TIDSPUNKT   TO TIDSPUNKT
           MOVE "SEPA RETUR"   TO TRANSAKTIONSTYPE
           MOVE WS-BELOB-TEKST TO BELØB
           MOVE SA-VALUTA(SA-IX) TO VALUTA
           STRING "SEPA RETUR " DELIMITED BY SIZE
                   SA-END-TO-END-ID(SA-IX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   SA-AARSAG-KODE(SA-IX) DELIMITED BY SIZE
                   INTO BUTIK
           PERFORM DAN-TRANS-REF
           MOVE WS-TRANS-REF TO TRANS-REF IN TRANSAKTIONEROPL
           WRITE TRANSAKTIONEROPL
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO TR-ANTAL-TILBAGE
           MOVE SA-BELOB(SA-IX) TO WS-BELOB-DISPLAY
           STRING "  TILBAGEFOERT " DELIMITED BY SIZE
                   SA-END-TO-END-ID(SA-IX) DELIMITED BY SPACE
                   " TIL KONTO " DELIMITED BY SIZE
                   SA-AFSENDER-KONTO-ID(SA-IX) DELIMITED BY SPACE
                   " EUR " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * SKRIV-INTERIM                                                 *
      * Formål: Parkerer en afvist betaling der ikke kan krediteres   *
      *         tilbage, som en åben post i interimsregistret, så     *
      *         back office kan placere beløbet via                   *
      *         OpgaveInterimskonto.                                  *
      *****************************************************************
       SKRIV-INTERIM.
           MOVE SPACES TO INTERIMOPL
           IF SA-AFSENDER-KONTO-ID(SA-IX) = SPACES
               MOVE SA-KONTO-ID(SA-IX) TO INTERIM-KONTO-ID
           ELSE
               MOVE SA-AFSENDER-KONTO-ID(SA-IX) TO INTERIM-KONTO-ID
           END-IF
           MOVE SA-TIDSPUNKT(SA-IX) TO INTERIM-TIDSPUNKT
           MOVE WS-BELOB-TEKST      TO INTERIM-BELOB
           MOVE SA-VALUTA(SA-IX)    TO INTERIM-VALUTA
           MOVE WS-DAGS-DATO        TO INTERIM-DATO
           MOVE "SEPA"              TO INTERIM-KILDE
           MOVE "O"                 TO INTERIM-STATUS
           MOVE WS-INTERIM-AARSAG   TO INTERIM-AARSAG
           WRITE INTERIMOPL
           MOVE "INTERIM-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE INTERIM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO TR-ANTAL-INTERIM
           MOVE WS-INTERIM-AARSAG TO WS-RAPPORT-TEKST
           STRING "  TIL INTERIM " DELIMITED BY SIZE
                   SA-END-TO-END-ID(SA-IX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-RAPPORT-TEKST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * SKRIV-SEPA-REGISTER                                           *
      * Formål: Skriver SEPA-registret tilbage med de nye statusser.  *
      *         Afgjorte betalinger bevares som revisionsspor.        *
      *****************************************************************
       SKRIV-SEPA-REGISTER.
           OPEN OUTPUT SEPA-FILE
           MOVE "SEPA-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE SEPA-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING SA-IX FROM 1 BY 1 UNTIL SA-IX > SEPA-COUNT
               MOVE SEPA-ARRAY(SA-IX) TO SEPAREGOPL
               WRITE SEPAREGOPL
               MOVE "SEPA-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"     TO WS-IO-OPERATION
               MOVE SEPA-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SEPA-FILE
       EXIT.

       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Linjer i statusrapporten....: " DELIMITED BY SIZE
                   TR-ANTAL-LINJER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Accepteret..................: " DELIMITED BY SIZE
                   TR-ANTAL-ACCEPTERET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Afvist......................: " DELIMITED BY SIZE
                   TR-ANTAL-AFVIST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Tilbagefoert til afsender...: " DELIMITED BY SIZE
                   TR-ANTAL-TILBAGE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Parkeret i interim..........: " DELIMITED BY SIZE
                   TR-ANTAL-INTERIM DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Ukendte referencer..........: " DELIMITED BY SIZE
                   TR-ANTAL-UKENDT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Allerede afgjort............: " DELIMITED BY SIZE
                   TR-ANTAL-AFGJORT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Afventer fortsat status.....: " DELIMITED BY SIZE
                   TR-ANTAL-AFVENTER DELIMITED BY SIZE
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
      *         forretningsdato (se LAES-FORRETNINGSDATO), så et      *
      *         givet batch-vindue kan køres isoleret uden at         *
      *         overskrive andre dages generationer. Er datoen nul,   *
      *         bruges de oprindelige, udaterede filnavne.            *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "SepaPacs002.xml"   TO WS-PACS-FILNAVN
               MOVE "KontoOpl.txt"      TO WS-KONTO-FILNAVN
               MOVE "Transaktioner.txt" TO WS-TRANS-FILNAVN
           ELSE
               STRING "SepaPacs002."    DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".xml"             DELIMITED BY SIZE
                       INTO WS-PACS-FILNAVN
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
               STRING "SR" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-TRANS-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-TRANS-REF
       EXIT.
