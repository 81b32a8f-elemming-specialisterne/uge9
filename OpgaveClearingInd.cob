      *             dagens Transaktioner.txt for gyldige modtager-    *
      *             konti, og parkerer records mod ukendte eller      *
      *             lukkede konti i interimsregistret i stedet for    *
      *             stiltiende at tabe dem. Afsenderens navn          *
      *             screenes mod sanktionslisten før krediteringen;   *
      *             et hit tilbageholdes i BetalingsScreening.txt,    *
      *             til compliance har frigivet (krediteres i næste   *
      *             kørsel) eller afvist (parkeres i interim) det.    *
      * INPUT:      ClearingIndgaaende.txt - Indgående clearingfil    *
      *             KontoOpl.txt           - Konto stamdata           *
      *             Sanktionsliste.txt     - Sanktions-/PEP-listen    *
      *             BetalingsScreening.txt - Screeningskøen           *
      *             BetalingsScreeningDisp.txt - Compliance-afgørelser*
      * OUTPUT:     Transaktioner.txt      - Udvides med betalinger   *
      *             Interimskonto.txt      - Udvides med umatchede    *
      *             BetalingsScreening.txt - Opdateret screeningskø   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveClearingInd.
           SELECT INTERIM-FILE ASSIGN TO "Interimskonto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERIM-FILE-STATUS.
           SELECT SANKTION-FILE ASSIGN TO "Sanktionsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKTION-FILE-STATUS.
           SELECT SCREEN-FILE ASSIGN TO "BetalingsScreening.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-FILE-STATUS.
           SELECT SCREEN-DISP-FILE
               ASSIGN TO "BetalingsScreeningDisp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-DISP-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "ClearingInd-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
       01 INTERIMOPL.
           COPY "INTERIMOPL.cpy".

       FD SANKTION-FILE.
       01 SANKTIONOPL.
           COPY "SANKTIONOPL.cpy".

       FD SCREEN-FILE.
       01 BETSCREENOPL.
           COPY "BETSCREENOPL.cpy".

       FD SCREEN-DISP-FILE.
       01 BETSCRDISPOPL.
           COPY "BETSCRDISPOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       01 TR-ANTAL-INTERIM  PIC 9(7) VALUE ZERO.

       01 WS-INTERIM-AARSAG PIC X(30) VALUE SPACES.
       01 TR-ANTAL-TILBAGEHOLDT PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-I-KOE    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FRIGIVET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST   PIC 9(5) VALUE ZERO.

      * Sanktionslisten med navnene trukket sammen til "FORNAVN
      * EFTERNAVN", så de kan sammenlignes med afsenderens fritekst-
      * navn (se LOAD-SANKTIONSLISTE og SCREEN-MODPART) - samme
      * tolerante matchning som kundescreeningen: op til to
      * afvigende tegn af 40 er stadig et hit
       01 END-OF-SANKTION-FILE PIC X VALUE "N".
       01 SANKTION-MAX-ANTAL  PIC 9(4) VALUE 200.
       01 SANKTION-COUNT      PIC 9(4) VALUE ZERO.
       01 SANKTION-OVERFLOW   PIC X VALUE "N".
       01 SANKTION-ARRAY OCCURS 200 TIMES.
           02 SANKT-ARR-NAVN      PIC X(40) VALUE SPACES.
       01 SANKTION-IX         PIC 9(4) VALUE ZERO.
       01 WS-SCREEN-NAVN      PIC X(40) VALUE SPACES.
       01 WS-LISTE-NAVN       PIC X(40) VALUE SPACES.
       01 WS-MATCH-IX         PIC 9(2) VALUE ZERO.
       01 WS-MATCH-ANTAL      PIC 9(2) VALUE ZERO.
       01 WS-MATCH-SCORE      PIC 9(3) VALUE ZERO.
       01 WS-SCREEN-HIT       PIC X VALUE "N".

      * Screeningskøen loades, opdateres og skrives samlet tilbage
       01 END-OF-SCREEN-FILE  PIC X VALUE "N".
       01 SKOE-MAX-ANTAL      PIC 9(4) VALUE 5000.
       01 SKOE-COUNT          PIC 9(4) VALUE ZERO.
       01 SKOE-OVERFLOW       PIC X VALUE "N".
       01 SKOE-ARRAY OCCURS 5000 TIMES.
           COPY "BETSCREENOPL.cpy"
               REPLACING LEADING ==SKOE-== BY ==SQ-==.
       01 SQ-IX               PIC 9(4) VALUE ZERO.
       01 WS-I-KOE            PIC X VALUE "N".

      * Arbejdsfelter til check-ciffer (mod-10) validering af
      * CIN-KONTONUMMER - samme algoritme som VALIDATE-TRANS-
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS    PIC XX VALUE "00".
       01 INTERIM-FILE-STATUS     PIC XX VALUE "00".
       01 SANKTION-FILE-STATUS    PIC XX VALUE "00".
       01 SCREEN-FILE-STATUS      PIC XX VALUE "00".
       01 SCREEN-DISP-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME         PIC X(20) VALUE SPACES.
               STOP RUN
           END-IF

           PERFORM LOAD-SANKTIONSLISTE
           PERFORM LOAD-SCREENINGSKOE
           IF SKOE-OVERFLOW = "Y"
      * Køen kan ikke skrives tilbage uden at tabe tilbageholdte
      * betalinger - intet posteres
               DISPLAY "OpgaveClearingInd: SKOE-ARRAY kapacitet "
                   "overskredet - intet posteret"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ANVEND-DISPOSITIONER

           OPEN INPUT CLEARING-FILE
           MOVE "CLEARING-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE INTERIM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM GENNEMFOER-AFGJORTE

           PERFORM UNTIL END-OF-CLEARING-FILE = "Y"
               READ CLEARING-FILE INTO CLEARINGINDOPL
                   AT END
               " detaljer, " TR-ANTAL-POSTERET " posteret, "
               TR-ANTAL-INTERIM " til interim, "
               TR-ANTAL-BSAFREGN " afregninger udskilt"
           DISPLAY "OpgaveClearingInd: " TR-ANTAL-TILBAGEHOLDT
               " tilbageholdt ved screening, " TR-ANTAL-I-KOE
               " fortsat i koe, " TR-ANTAL-FRIGIVET " frigivet, "
               TR-ANTAL-AFVIST " afvist"

           PERFORM SKRIV-SCREENINGSKOE

           CLOSE CLEARING-FILE
           CLOSE KONTO-FILE
           CLOSE AFREGN-UD-FILE
           CLOSE INTERIM-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************

      *****************************************************************
      * BEHANDL-DETALJE                                               *
      * Formål: Screener afsenderen og ruter én detaljerecord: en     *
      *         betaling der allerede står i screeningskøen afgøres   *
      *         derfra, et screeningshit tilbageholdes i køen, og     *
      *         resten valideres og krediteres (KREDITER-DETALJE).    *
      *****************************************************************
       BEHANDL-DETALJE.
      * BS-afregninger udskilles til originationsregistrets vej -
               PERFORM UDSKIL-BSAFREGNING
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-I-KOE
           IF WS-I-KOE = "Y"
               ADD 1 TO TR-ANTAL-I-KOE
               EXIT PARAGRAPH
           END-IF
           MOVE CIN-AFSENDER-NAVN TO WS-SCREEN-NAVN
           PERFORM SCREEN-MODPART
           IF WS-SCREEN-HIT = "Y"
               PERFORM TILBAGEHOLD-BETALING
               EXIT PARAGRAPH
           END-IF
           PERFORM KREDITER-DETALJE
       EXIT.

      *****************************************************************
      * KREDITER-DETALJE                                              *
      * Formål: Validerer detaljerecorden og ruter den: ugyldigt      *
      *         check-ciffer, ukendt KONTO-ID eller lukket konto gi-  *
      *         ver en interimspost; ellers skrives betalingen som    *
      *         en almindelig TRANSAKTIONEROPL-record.                *
      *****************************************************************
       KREDITER-DETALJE.
           PERFORM VALIDATE-CIN-KONTONUMMER
           IF WS-KONTONR-VALID-FLAG = "N"
               MOVE "UGYLDIGT KONTONUMMER" TO WS-INTERIM-AARSAG
           END-IF
       EXIT.

      *****************************************************************
      * CHECK-I-KOE                                                   *
      * Formål: Finder detaljerecorden i screeningskøen (nøgle kilde  *
      *         + KONTO-ID + TIDSPUNKT).                              *
      *****************************************************************
       CHECK-I-KOE.
           MOVE "N" TO WS-I-KOE
           PERFORM VARYING SQ-IX FROM 1 BY 1 UNTIL SQ-IX > SKOE-COUNT
               IF SQ-INDGAAENDE(SQ-IX)
                   AND SQ-KONTO-ID(SQ-IX) = CIN-KONTO-ID
                   AND SQ-TIDSPUNKT(SQ-IX) = CIN-TIDSPUNKT
                   MOVE "Y" TO WS-I-KOE
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SCREEN-MODPART                                                *
      * Formål: Sammenligner afsenderens navn (WS-SCREEN-NAVN) tegn   *
      *         for tegn med hvert navn på sanktionslisten - op til   *
      *         to afvigende tegn af 40 regnes stadig som et hit,     *
      *         samme tolerante matchning som kundescreeningen i      *
      *         Opgave6. Store og små bogstaver ligestilles, da       *
      *         afsenderens navn er fritekst.                         *
      *****************************************************************
       SCREEN-MODPART.
           MOVE "N" TO WS-SCREEN-HIT
           IF WS-SCREEN-NAVN = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-SCREEN-NAVN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING SANKTION-IX FROM 1 BY 1
                   UNTIL SANKTION-IX > SANKTION-COUNT
                      OR WS-SCREEN-HIT = "Y"
               MOVE SANKT-ARR-NAVN(SANKTION-IX) TO WS-LISTE-NAVN
               MOVE ZERO TO WS-MATCH-ANTAL
               PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
                       UNTIL WS-MATCH-IX > 40
                   IF WS-SCREEN-NAVN(WS-MATCH-IX:1) =
                           WS-LISTE-NAVN(WS-MATCH-IX:1)
                       ADD 1 TO WS-MATCH-ANTAL
                   END-IF
               END-PERFORM
               IF WS-MATCH-ANTAL >= 38
                   COMPUTE WS-MATCH-SCORE =
                       (WS-MATCH-ANTAL * 100) / 40
                   MOVE "Y" TO WS-SCREEN-HIT
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * TILBAGEHOLD-BETALING                                          *
      * Formål: Lægger betalingen i screeningskøen med status         *
      *         tilbageholdt. Er køen fuld, krediteres betalingen     *
      *         heller ikke - fejlen tælles, og en genkørsel af       *
      *         filen screener den igen.                              *
      *****************************************************************
       TILBAGEHOLD-BETALING.
           IF SKOE-COUNT >= SKOE-MAX-ANTAL
               MOVE "Y" TO SKOE-OVERFLOW
               ADD 1 TO WS-IO-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SKOE-COUNT
           MOVE SPACES TO SKOE-ARRAY(SKOE-COUNT)
           MOVE "I" TO SQ-KILDE(SKOE-COUNT)
           MOVE "H" TO SQ-STATUS(SKOE-COUNT)
           MOVE CIN-REG-NR      TO SQ-REG-NR(SKOE-COUNT)
           MOVE CIN-KONTO-ID    TO SQ-KONTO-ID(SKOE-COUNT)
           MOVE CIN-KONTONUMMER TO SQ-KONTONUMMER(SKOE-COUNT)
           MOVE CIN-TIDSPUNKT   TO SQ-TIDSPUNKT(SKOE-COUNT)
           MOVE CIN-BELOB       TO SQ-BELOB(SKOE-COUNT)
           MOVE CIN-VALUTA      TO SQ-VALUTA(SKOE-COUNT)
           MOVE CIN-AFSENDER-NAVN TO SQ-MODPART-NAVN(SKOE-COUNT)
           MOVE WS-LISTE-NAVN   TO SQ-LISTE-NAVN(SKOE-COUNT)
           MOVE WS-MATCH-SCORE  TO SQ-SCORE(SKOE-COUNT)
           MOVE WS-DAGS-DATO    TO SQ-OPRETTET-DATO(SKOE-COUNT)
           ADD 1 TO TR-ANTAL-TILBAGEHOLDT
       EXIT.

      *****************************************************************
      * GENNEMFOER-AFGJORTE                                           *
      * Formål: Gennemfører compliance-afgørelserne på indgående      *
      *         betalinger i køen: en frigivet betaling valideres og  *
      *         krediteres ud fra køens record (dagens clearingfil    *
      *         er til den tid rullet videre), en afvist parkeres i   *
      *         interimsregistret.                                    *
      *****************************************************************
       GENNEMFOER-AFGJORTE.
           PERFORM VARYING SQ-IX FROM 1 BY 1 UNTIL SQ-IX > SKOE-COUNT
               IF SQ-INDGAAENDE(SQ-IX)
                   AND (SQ-FRIGIVET(SQ-IX) OR SQ-AFVIST(SQ-IX))
                   MOVE SPACES TO CLEARINGINDOPL
                   MOVE "D"                    TO CIN-RECORD-TYPE
                   MOVE SQ-REG-NR(SQ-IX)       TO CIN-REG-NR
                   MOVE SQ-KONTO-ID(SQ-IX)     TO CIN-KONTO-ID
                   MOVE SQ-KONTONUMMER(SQ-IX)  TO CIN-KONTONUMMER
                   MOVE SQ-TIDSPUNKT(SQ-IX)    TO CIN-TIDSPUNKT
                   MOVE SQ-BELOB(SQ-IX)        TO CIN-BELOB
                   MOVE SQ-VALUTA(SQ-IX)       TO CIN-VALUTA
                   MOVE SQ-MODPART-NAVN(SQ-IX) TO CIN-AFSENDER-NAVN
                   IF SQ-FRIGIVET(SQ-IX)
                       PERFORM KREDITER-DETALJE
                       MOVE "G" TO SQ-STATUS(SQ-IX)
                       ADD 1 TO TR-ANTAL-FRIGIVET
                   ELSE
                       MOVE "SANKTIONSSCREENING AFVIST"
                           TO WS-INTERIM-AARSAG
                       PERFORM SKRIV-INTERIM
                       MOVE "P" TO SQ-STATUS(SQ-IX)
                       ADD 1 TO TR-ANTAL-AFVIST
                   END-IF
                   MOVE WS-DAGS-DATO TO SQ-AFGJORT-DATO(SQ-IX)
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * UDSKIL-BSAFREGNING                                            *
      * Formål: Skriver afregningsrecorden til BSAfregninger.txt med  *
           ADD 1 TO TR-ANTAL-INTERIM
       EXIT.

      *****************************************************************
      * LOAD-SANKTIONSLISTE                                           *
      * Formål: Læser Sanktionsliste.txt ind i SANKTION-ARRAY med     *
      *         fornavn og efternavn trukket sammen til ét navn       *
      *         adskilt af ét blanktegn. En fuld tabel betyder en     *
      *         ufuldstændig screening - fejlen tælles.               *
      *****************************************************************
       LOAD-SANKTIONSLISTE.
           OPEN INPUT SANKTION-FILE
           IF SANKTION-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SANKTION-FILE = "Y"
                   READ SANKTION-FILE INTO SANKTIONOPL
                       AT END
                           MOVE "Y" TO END-OF-SANKTION-FILE
                       NOT AT END
                           IF SANKTION-COUNT >= SANKTION-MAX-ANTAL
                               MOVE "Y" TO SANKTION-OVERFLOW
                           ELSE
                               ADD 1 TO SANKTION-COUNT
                               PERFORM SAMMENTRAEK-LISTENAVN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANKTION-FILE
               MOVE "N" TO END-OF-SANKTION-FILE
           END-IF
           IF SANKTION-OVERFLOW = "Y"
               DISPLAY "OpgaveClearingInd: SANKTION-ARRAY fuld - "
                   "screeningen er ufuldstaendig"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

       SAMMENTRAEK-LISTENAVN.
           MOVE SPACES TO WS-LISTE-NAVN
           IF SANKT-FORNAVN = SPACES
               MOVE SANKT-EFTERNAVN TO WS-LISTE-NAVN
           ELSE
               STRING SANKT-FORNAVN   DELIMITED BY "  "
                       " "             DELIMITED BY SIZE
                       SANKT-EFTERNAVN DELIMITED BY "  "
                       INTO WS-LISTE-NAVN
           END-IF
           INSPECT WS-LISTE-NAVN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-LISTE-NAVN TO SANKT-ARR-NAVN(SANKTION-COUNT)
       EXIT.

      *****************************************************************
      * LOAD-SCREENINGSKOE                                            *
      * Formål: Læser BetalingsScreening.txt ind i SKOE-ARRAY.        *
      *         Findes filen ikke, er køen tom.                       *
      *****************************************************************
       LOAD-SCREENINGSKOE.
           OPEN INPUT SCREEN-FILE
           IF SCREEN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SCREEN-FILE = "Y"
                   READ SCREEN-FILE INTO BETSCREENOPL
                       AT END
                           MOVE "Y" TO END-OF-SCREEN-FILE
                       NOT AT END
                           IF SKOE-COUNT >= SKOE-MAX-ANTAL
                               MOVE "Y" TO SKOE-OVERFLOW
                           ELSE
                               ADD 1 TO SKOE-COUNT
                               MOVE BETSCREENOPL
                                   TO SKOE-ARRAY(SKOE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCREEN-FILE
               MOVE "N" TO END-OF-SCREEN-FILE
           END-IF
       EXIT.

      *****************************************************************
      * ANVEND-DISPOSITIONER                                          *
      * Formål: Lægger compliance-afgørelserne for indgående          *
      *         betalinger på de tilbageholdte poster i køen.         *
      *         Udgående afgørelser anvendes af OpgaveClearingUd.     *
      *****************************************************************
       ANVEND-DISPOSITIONER.
           OPEN INPUT SCREEN-DISP-FILE
           IF SCREEN-DISP-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SCREEN-FILE = "Y"
                   READ SCREEN-DISP-FILE INTO BETSCRDISPOPL
                       AT END
                           MOVE "Y" TO END-OF-SCREEN-FILE
                       NOT AT END
                           IF SKD-KILDE = "I"
                               PERFORM ANVEND-DISPOSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCREEN-DISP-FILE
               MOVE "N" TO END-OF-SCREEN-FILE
           END-IF
       EXIT.

       ANVEND-DISPOSITION.
           PERFORM VARYING SQ-IX FROM 1 BY 1 UNTIL SQ-IX > SKOE-COUNT
               IF SQ-INDGAAENDE(SQ-IX)
                   AND SQ-TILBAGEHOLDT(SQ-IX)
                   AND SQ-KONTO-ID(SQ-IX) = SKD-KONTO-ID
                   AND SQ-TIDSPUNKT(SQ-IX) = SKD-TIDSPUNKT
                   IF SKD-FRIGIV
                       MOVE "F" TO SQ-STATUS(SQ-IX)
                   END-IF
                   IF SKD-AFVIS
                       MOVE "A" TO SQ-STATUS(SQ-IX)
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-SCREENINGSKOE                                           *
      * Formål: Skriver screeningskøen tilbage. Afgjorte poster       *
      *         bevares med status og dato som revisionsspor.         *
      *****************************************************************
       SKRIV-SCREENINGSKOE.
           OPEN OUTPUT SCREEN-FILE
           MOVE "SCREEN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE SCREEN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING SQ-IX FROM 1 BY 1 UNTIL SQ-IX > SKOE-COUNT
               MOVE SKOE-ARRAY(SQ-IX) TO BETSCREENOPL
               WRITE BETSCREENOPL
               MOVE "SCREEN-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"       TO WS-IO-OPERATION
               MOVE SCREEN-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SCREEN-FILE
       EXIT.

      *****************************************************************
      * CHECK-IO-STATUS                                               *
      * Formål: Fælles kontrol af FILE STATUS efter en I/O-operation. *
