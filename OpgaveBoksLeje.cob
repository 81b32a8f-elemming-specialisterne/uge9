      *****************************************************************
      * PROGRAM-ID: OPGAVEBOKSLEJE                                    *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Bokslejekørsel. For hver udlejet boks i           *
      *             Bokse.txt hvis leje er betalt til en passeret     *
      *             dato (eller aldrig er opkrævet) rejses årets      *
      *             leje som en debet-transaktion mod lejekontoen,    *
      *             samme vej som garantiprovisionen. Prisen findes   *
      *             i BoksPriser.txt ud fra lejerens KUNDE-SEGMENT    *
      *             og boksens størrelse; en uudløbet "B"-record i    *
      *             PrisOverrides.txt (konto før kunde) går forud.    *
      *             Kan lejen ikke dækkes af kontoens saldo, eller    *
      *             er kontoen lukket/frosset, føres den som          *
      *             restance og forsøges igen ved næste kørsel.       *
      *             Bokse markeres til boring (og dødsbobehandling),  *
      *             når lejeren er afdød (KUNDE-AFDOED), eller når    *
      *             lejen har stået ubetalt mere end 90 dage efter    *
      *             betalt-til-datoen. Kørslen kan køres månedligt -  *
      *             hver boks opkræves én gang om året på sin egen    *
      *             forfaldsdato. RETURN-CODE 4 når bokse er          *
      *             markeret til boring, 8 ved I/O-fejl.              *
      * INPUT:      Bokse.txt             - Boksregistret             *
      *             BoksPriser.txt        - Årlig leje pr. segment    *
      *             PrisOverrides.txt     - Forhandlede priser        *
      *             KontoOpl.txt          - Lejekontiene              *
      *             Kundeoplysninger.txt  - Segment og status         *
      *             Transaktioner.txt     - REG-NR-kobling            *
      * OUTPUT:     Bokse.NY              - Register, betalt-til,     *
      *                                     restance og markeringer   *
      *             Transaktioner.txt     - Lejetræk                  *
      *             BoksLeje-Rapport.txt  - Kørselsrapport            *
      *             IndtjeningJournal.txt - Lejen pr. kunde           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveBoksLeje.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOKS-FILE ASSIGN TO "Bokse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKS-FILE-STATUS.
           SELECT BOKS-NY-FILE ASSIGN TO "Bokse.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKS-NY-FILE-STATUS.
           SELECT PRIS-FILE ASSIGN TO "BoksPriser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIS-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "PrisOverrides.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT TRANS-UD-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-UD-FILE-STATUS.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "BoksLeje-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT INDTJENING-FILE ASSIGN TO "IndtjeningJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDTJENING-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "BoksLeje-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BOKS-FILE.
       01 BOKSOPL.
           COPY "BOKSOPL.cpy".

       FD BOKS-NY-FILE.
       01 BOKSOPL-UD.
           COPY "BOKSOPL.cpy"
               REPLACING LEADING ==BX-== BY ==BX-UD-==.

       FD PRIS-FILE.
       01 BOKSPRISOPL.
           COPY "BOKSPRISOPL.cpy".

       FD OVERRIDE-FILE.
       01 PRISOVERRIDEOPL.
           COPY "PRISOVERRIDEOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

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

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD INDTJENING-FILE.
       01 INDTJENINGOPL.
           COPY "INDTJENINGOPL.cpy".

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
       01 END-OF-BOKS-FILE  PIC X VALUE "N".
       01 END-OF-PRIS-FILE  PIC X VALUE "N".
       01 END-OF-OVERRIDE-FILE PIC X VALUE "N".

      * Bokslejeskemaet (segment x størrelse)
       01 PRIS-MAX-ANTAL    PIC 9(3) VALUE 50.
       01 PRIS-COUNT        PIC 9(3) VALUE ZERO.
       01 PRIS-OVERFLOW     PIC X VALUE "N".
       01 PRIS-ARRAY OCCURS 50 TIMES.
           COPY "BOKSPRISOPL.cpy"
               REPLACING LEADING ==BP-== BY ==PA-==.
       01 PA-IX             PIC 9(3) VALUE ZERO.

      * Individuelt forhandlede priser - kun "B"-records bruges her
       01 OVR-MAX-ANTAL     PIC 9(3) VALUE 500.
       01 OVR-COUNT         PIC 9(3) VALUE ZERO.
       01 OVR-OVERFLOW      PIC X VALUE "N".
       01 OVR-ARRAY OCCURS 500 TIMES.
           COPY "PRISOVERRIDEOPL.cpy"
               REPLACING LEADING ==PO-== BY ==OV-==.
       01 OV-IX             PIC 9(3) VALUE ZERO.

      * Den fundne pris for boksen
       01 WS-KUNDE-SEGMENT  PIC X(01) VALUE SPACES.
       01 WS-PRIS-FUNDET    PIC X VALUE "N".
       01 WS-LEJE           PIC 9(5)V99 VALUE ZERO.
       01 WS-LEJE-FRITAGET  PIC X VALUE "N".
       01 WS-LEJER-AFDOED   PIC X VALUE "N".
       01 WS-DAEKKET        PIC X VALUE "N".
       01 WS-BOKS-ID        PIC X(09) VALUE SPACES.
       01 WS-BELOB-TEKST    PIC X(12) VALUE SPACES.
       01 WS-BELOB-NUM      PIC 9(7).99.
       01 WS-LEJE-DISPLAY   PIC Z(4)9.99.

      * Konto -> REG-NR udledt af dagens Transaktioner.txt
       01 END-OF-TRANSIND-FILE PIC X VALUE "N".
       01 KMAP-MAX-ANTAL   PIC 9(4) VALUE 2000.
       01 KMAP-COUNT       PIC 9(4) VALUE ZERO.
       01 KMAP-OVERFLOW    PIC X VALUE "N".
       01 KMAP-TABEL.
           02 KMAP-ENTRY OCCURS 2000 TIMES.
               03 KM-KONTO-ID PIC X(10).
               03 KM-REG-NR   PIC X(6).
       01 KX               PIC 9(4) VALUE ZERO.
       01 WS-KMAP-FUNDET   PIC X VALUE "N".
       01 WS-SOEG-KONTO-ID PIC X(10) VALUE SPACES.
       01 WS-KONTO-REGNR   PIC X(6) VALUE SPACES.

      * Datoregning: en "ÅÅÅÅ-MM-DD"-dato som heltal (se DATO-TIL-
      * HELTAL) og betalt-til-datoen rykket et år frem
       01 WS-DATO-TEKST     PIC X(10) VALUE SPACES.
       01 WS-DATO-NUM-X.
           02 WS-DATO-AAR   PIC X(04).
           02 WS-DATO-MD    PIC X(02).
           02 WS-DATO-DAG   PIC X(02).
       01 WS-DATO-NUM REDEFINES WS-DATO-NUM-X PIC 9(8).
       01 WS-DATO-HELTAL    PIC 9(7) VALUE ZERO.
       01 WS-DAGS-HELTAL    PIC 9(7) VALUE ZERO.
       01 WS-AAR            PIC 9(4) VALUE ZERO.
       01 WS-NY-BETALT-TIL  PIC X(10) VALUE SPACES.
      * Dage en restance må stå, før boksen markeres til boring
       01 WS-RYKKERFRIST    PIC 9(3) VALUE 90.

       01 TR-ANTAL-BOKSE     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OPKRAEVET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FRITAGET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-RESTANCE  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDEN-PRIS PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-BORING    PIC 9(5) VALUE ZERO.
       01 TR-LEJE-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-DISPLAY   PIC Z(8)9.99.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-TIDSPUNKT       PIC X(19) VALUE SPACES.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 BOKS-FILE-STATUS       PIC XX VALUE "00".
       01 BOKS-NY-FILE-STATUS    PIC XX VALUE "00".
       01 PRIS-FILE-STATUS       PIC XX VALUE "00".
       01 OVERRIDE-FILE-STATUS   PIC XX VALUE "00".
       01 KONTO-FILE-STATUS      PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS      PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS    PIC XX VALUE "00".
       01 INDTJENING-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION        PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-KONTO-FILNAVN       PIC X(40)
           VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN       PIC X(40)
           VALUE "Kundeoplysninger.txt".
       01 WS-TRANS-FILNAVN       PIC X(40)
           VALUE "Transaktioner.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DATOER
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM BYG-KONTO-MAP
           PERFORM LOAD-PRISER
           PERFORM LOAD-OVERRIDES

           OPEN INPUT BOKS-FILE
           MOVE "BOKS-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE BOKS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT BOKS-NY-FILE
           MOVE "BOKS-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE BOKS-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND TRANS-UD-FILE
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND INDTJENING-FILE
           IF INDTJENING-FILE-STATUS = "35"
               OPEN OUTPUT INDTJENING-FILE
           END-IF
           MOVE "INDTJENING-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"            TO WS-IO-OPERATION
           MOVE INDTJENING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           STRING "BOKSLEJEKOERSEL " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM UNTIL END-OF-BOKS-FILE = "Y"
               READ BOKS-FILE INTO BOKSOPL
                   AT END
                       MOVE "Y" TO END-OF-BOKS-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-BOKSE
                       PERFORM BEHANDL-BOKS
                       PERFORM SKRIV-BOKS-NY
               END-READ
               MOVE "BOKS-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"      TO WS-IO-OPERATION
               MOVE BOKS-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           PERFORM TRAILER

           DISPLAY "OpgaveBoksLeje: " TR-ANTAL-BOKSE " bokse, "
               TR-ANTAL-OPKRAEVET " opkraevet, " TR-ANTAL-RESTANCE
               " i restance, " TR-ANTAL-BORING " til boring"

           CLOSE BOKS-FILE
           CLOSE BOKS-NY-FILE
           CLOSE KONTO-FILE
           CLOSE KUNDE-FILE
           CLOSE TRANS-UD-FILE
           CLOSE RAPPORT-FILE
           CLOSE INDTJENING-FILE
           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-BORING > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       STEMPEL-DATOER.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING  WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-DAGS-DATO
           MOVE SPACES TO WS-TIDSPUNKT
           STRING  WS-DAGS-DATO " 05:20:00" DELIMITED BY SIZE
                   INTO WS-TIDSPUNKT
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO)
       EXIT.

      *****************************************************************
      * BEHANDL-BOKS                                                  *
      * Formål: Afgør for én boks om lejeren er afdød, om lejen er    *
      *         forfalden, og opkræver den eller fører restance.      *
      *         Ledige og opsagte bokse springes over; en boks der    *
      *         allerede er markeret til boring opkræves ikke, men    *
      *         meldes igen, til filialen har frigivet den.           *
      *****************************************************************
       BEHANDL-BOKS.
           IF BX-LEDIG OR BX-OPSAGT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BOKS-ID
           STRING BX-FILIAL-NR "/" BX-BOKS-NR DELIMITED BY SIZE
               INTO WS-BOKS-ID
           PERFORM LAES-LEJER
           IF BX-TIL-BORING
               ADD 1 TO TR-ANTAL-BORING
               STRING "BOKS " DELIMITED BY SIZE
                       WS-BOKS-ID DELIMITED BY SIZE
                       " KUNDE " DELIMITED BY SIZE
                       BX-KUNDE-ID DELIMITED BY SPACE
                       " AFVENTER FORTSAT BORING" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-LEJER-AFDOED = "Y"
               MOVE "B" TO BX-STATUS
               ADD 1 TO TR-ANTAL-BORING
               STRING "BOKS " DELIMITED BY SIZE
                       WS-BOKS-ID DELIMITED BY SIZE
                       " KUNDE " DELIMITED BY SIZE
                       BX-KUNDE-ID DELIMITED BY SPACE
                       " AFDOED - TIL BORING OG DOEDSBOBEHANDLING"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF BX-BETALT-TIL NOT = SPACES
               AND BX-BETALT-TIL >= WS-DAGS-DATO
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BOKSPRIS
           PERFORM ANVEND-BOKS-OVERRIDE
           PERFORM BEREGN-NY-BETALT-TIL
           EVALUATE TRUE
               WHEN WS-PRIS-FUNDET = "N"
                   ADD 1 TO TR-ANTAL-UDEN-PRIS
                   STRING "BOKS " DELIMITED BY SIZE
                           WS-BOKS-ID DELIMITED BY SIZE
                           " INGEN PRIS FOR SEGMENT/STOERRELSE "
                           DELIMITED BY SIZE
                           WS-KUNDE-SEGMENT DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           BX-STOERRELSE DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               WHEN WS-LEJE-FRITAGET = "Y" OR WS-LEJE = ZERO
                   ADD 1 TO TR-ANTAL-FRITAGET
                   MOVE WS-NY-BETALT-TIL TO BX-BETALT-TIL
                   MOVE ZERO TO BX-RESTANCE
                   STRING "BOKS " DELIMITED BY SIZE
                           WS-BOKS-ID DELIMITED BY SIZE
                           " FRITAGET - BETALT TIL " DELIMITED BY SIZE
                           BX-BETALT-TIL DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               WHEN OTHER
                   PERFORM PROEV-DAEKNING
                   IF WS-DAEKKET = "Y"
                       PERFORM SKRIV-LEJE-TRAEK
                   ELSE
                       PERFORM NOTER-RESTANCE
                   END-IF
           END-EVALUATE
       EXIT.

      *****************************************************************
      * LAES-LEJER                                                    *
      * Formål: Slår lejeren op i Kundeoplysninger og sætter          *
      *         segmentet og afdød-markeringen.                       *
      *****************************************************************
       LAES-LEJER.
           MOVE SPACES TO WS-KUNDE-SEGMENT
           MOVE "N" TO WS-LEJER-AFDOED
           MOVE BX-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KUNDE-SEGMENT IN KUNDEOPL
                       TO WS-KUNDE-SEGMENT
                   IF KUNDE-AFDOED IN KUNDEOPL
                       MOVE "Y" TO WS-LEJER-AFDOED
                   END-IF
           END-READ
       EXIT.

       FIND-BOKSPRIS.
           MOVE "N" TO WS-PRIS-FUNDET
           MOVE "N" TO WS-LEJE-FRITAGET
           MOVE ZERO TO WS-LEJE
           PERFORM VARYING PA-IX FROM 1 BY 1 UNTIL PA-IX > PRIS-COUNT
               IF PA-SEGMENT IN PRIS-ARRAY(PA-IX) = WS-KUNDE-SEGMENT
                   AND PA-STOERRELSE IN PRIS-ARRAY(PA-IX) =
                       BX-STOERRELSE
                   MOVE "Y" TO WS-PRIS-FUNDET
                   MOVE PA-AARSLEJE IN PRIS-ARRAY(PA-IX) TO WS-LEJE
                   MOVE PA-FRITAGET IN PRIS-ARRAY(PA-IX)
                       TO WS-LEJE-FRITAGET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * ANVEND-BOKS-OVERRIDE                                          *
      * Formål: Erstatter skemaets pris med en uudløbet "B"-          *
      *         override - konto-nøglede går forud for kunde-         *
      *         nøglede, samme regel som OpgaveGebyrer's              *
      *         ANVEND-GEBYR-OVERRIDE.                                *
      *****************************************************************
       ANVEND-BOKS-OVERRIDE.
           PERFORM VARYING OV-IX FROM 1 BY 1 UNTIL OV-IX > OVR-COUNT
               IF OV-TYPE IN OVR-ARRAY(OV-IX) = "B"
                   AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                       >= WS-DAGS-DATO
                   AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) = BX-KONTO-ID
                   MOVE "Y" TO WS-PRIS-FUNDET
                   MOVE OV-GEBYR-BELOB IN OVR-ARRAY(OV-IX)
                       TO WS-LEJE
                   MOVE OV-FRITAGET IN OVR-ARRAY(OV-IX)
                       TO WS-LEJE-FRITAGET
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING OV-IX FROM 1 BY 1 UNTIL OV-IX > OVR-COUNT
               IF OV-TYPE IN OVR-ARRAY(OV-IX) = "B"
                   AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                       >= WS-DAGS-DATO
                   AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) = SPACES
                   AND OV-KUNDE-ID IN OVR-ARRAY(OV-IX) = BX-KUNDE-ID
                   MOVE "Y" TO WS-PRIS-FUNDET
                   MOVE OV-GEBYR-BELOB IN OVR-ARRAY(OV-IX)
                       TO WS-LEJE
                   MOVE OV-FRITAGET IN OVR-ARRAY(OV-IX)
                       TO WS-LEJE-FRITAGET
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * PROEV-DAEKNING                                                *
      * Formål: Lejen trækkes kun, når lejekontoen findes, er aktiv   *
      *         og har saldo til beløbet - ellers ville trækket blot  *
      *         blive afvist af posteringen eller skabe et            *
      *         uberettiget overtræk.                                 *
      *****************************************************************
       PROEV-DAEKNING.
           MOVE "N" TO WS-DAEKKET
           MOVE BX-KONTO-ID TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF KONTO-AKTIV IN KONTOOPL
               AND BALANCE IN KONTOOPL >= WS-LEJE
               MOVE "Y" TO WS-DAEKKET
           END-IF
       EXIT.

       SKRIV-LEJE-TRAEK.
           MOVE BX-KONTO-ID TO WS-SOEG-KONTO-ID
           PERFORM FIND-KONTO-REGNR
           MOVE WS-LEJE TO WS-BELOB-NUM
           MOVE SPACES TO WS-BELOB-TEKST
           STRING "-" WS-BELOB-NUM DELIMITED BY SIZE
               INTO WS-BELOB-TEKST
           MOVE SPACES TO TRANSAKTIONEROPL
           MOVE WS-KONTO-REGNR TO REG-NR IN TRANSAKTIONEROPL
           MOVE BX-KONTO-ID    TO KONTO-ID IN TRANSAKTIONEROPL
           MOVE WS-TIDSPUNKT   TO TIDSPUNKT
           MOVE "BOKSLEJE"     TO TRANSAKTIONSTYPE
           MOVE WS-BELOB-TEKST TO BELØB
           MOVE "DKK"          TO VALUTA
           MOVE WS-BOKS-ID     TO BUTIK
           PERFORM DAN-TRANS-REF
           MOVE WS-TRANS-REF TO TRANS-REF IN TRANSAKTIONEROPL
           WRITE TRANSAKTIONEROPL
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
      * Lejen journaliseres pr. kunde til rentabilitetsopgørelsen
           MOVE SPACES TO INDTJENINGOPL
           MOVE BX-KUNDE-ID    TO IJ-KUNDE-ID
           MOVE BX-KONTO-ID    TO IJ-KONTO-ID
           MOVE WS-DAGS-DATO   TO IJ-DATO
           MOVE "BOKSLEJE"     TO IJ-TYPE
           MOVE WS-LEJE        TO IJ-BELOB
           MOVE "DKK"          TO IJ-VALUTA
           MOVE WS-TRANS-REF   TO IJ-TRANS-REF
           WRITE INDTJENINGOPL
           MOVE "INDTJENING-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"           TO WS-IO-OPERATION
           MOVE INDTJENING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE WS-NY-BETALT-TIL TO BX-BETALT-TIL
           MOVE ZERO TO BX-RESTANCE
           ADD 1 TO TR-ANTAL-OPKRAEVET
           ADD WS-LEJE TO TR-LEJE-TOTAL
           MOVE WS-LEJE TO WS-LEJE-DISPLAY
           STRING "BOKS " DELIMITED BY SIZE
                   WS-BOKS-ID DELIMITED BY SIZE
                   " KONTO " DELIMITED BY SIZE
                   BX-KONTO-ID DELIMITED BY SPACE
                   " LEJE " DELIMITED BY SIZE
                   WS-LEJE-DISPLAY DELIMITED BY SIZE
                   " DKK BETALT TIL " DELIMITED BY SIZE
                   BX-BETALT-TIL DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * NOTER-RESTANCE                                                *
      * Formål: Fører den udækkede leje som restance - betalt-til-    *
      *         datoen står stille, så lejen forsøges igen ved næste  *
      *         kørsel. Er forfaldsdatoen (ved første opkrævning      *
      *         startdatoen) mere end rykkerfristen gammel, markeres  *
      *         boksen til boring.                                    *
      *****************************************************************
       NOTER-RESTANCE.
           MOVE WS-LEJE TO BX-RESTANCE
           MOVE WS-LEJE TO WS-LEJE-DISPLAY
           IF BX-BETALT-TIL NOT = SPACES
               MOVE BX-BETALT-TIL TO WS-DATO-TEKST
           ELSE
               MOVE BX-START-DATO TO WS-DATO-TEKST
           END-IF
           MOVE ZERO TO WS-DATO-HELTAL
           IF WS-DATO-TEKST NOT = SPACES
               PERFORM DATO-TIL-HELTAL
           END-IF
           IF WS-DATO-HELTAL > ZERO
               AND WS-DAGS-HELTAL - WS-DATO-HELTAL > WS-RYKKERFRIST
               MOVE "B" TO BX-STATUS
               ADD 1 TO TR-ANTAL-BORING
               STRING "BOKS " DELIMITED BY SIZE
                       WS-BOKS-ID DELIMITED BY SIZE
                       " KUNDE " DELIMITED BY SIZE
                       BX-KUNDE-ID DELIMITED BY SPACE
                       " LEJE " DELIMITED BY SIZE
                       WS-LEJE-DISPLAY DELIMITED BY SIZE
                       " UBETALT SIDEN " DELIMITED BY SIZE
                       WS-DATO-TEKST DELIMITED BY SIZE
                       " - TIL BORING" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           ELSE
               ADD 1 TO TR-ANTAL-RESTANCE
               STRING "BOKS " DELIMITED BY SIZE
                       WS-BOKS-ID DELIMITED BY SIZE
                       " KONTO " DELIMITED BY SIZE
                       BX-KONTO-ID DELIMITED BY SPACE
                       " LEJE " DELIMITED BY SIZE
                       WS-LEJE-DISPLAY DELIMITED BY SIZE
                       " IKKE DAEKKET - RESTANCE" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * BEREGN-NY-BETALT-TIL                                          *
      * Formål: Rykker betalt-til-datoen et år frem fra den gamle     *
      *         dato (så boksen beholder sin årsdag) - ved første     *
      *         opkrævning fra kørselsdatoen. 29. februar bliver      *
      *         28. februar.                                          *
      *****************************************************************
       BEREGN-NY-BETALT-TIL.
           IF BX-BETALT-TIL NOT = SPACES
               MOVE BX-BETALT-TIL TO WS-DATO-TEKST
           ELSE
               MOVE WS-DAGS-DATO TO WS-DATO-TEKST
           END-IF
           MOVE WS-DATO-TEKST(1:4) TO WS-AAR
           ADD 1 TO WS-AAR
           MOVE SPACES TO WS-NY-BETALT-TIL
           IF WS-DATO-TEKST(6:5) = "02-29"
               STRING WS-AAR "-02-28" DELIMITED BY SIZE
                   INTO WS-NY-BETALT-TIL
           ELSE
               STRING WS-AAR WS-DATO-TEKST(5:6) DELIMITED BY SIZE
                   INTO WS-NY-BETALT-TIL
           END-IF
       EXIT.

       DATO-TIL-HELTAL.
           MOVE WS-DATO-TEKST(1:4) TO WS-DATO-AAR
           MOVE WS-DATO-TEKST(6:2) TO WS-DATO-MD
           MOVE WS-DATO-TEKST(9:2) TO WS-DATO-DAG
           IF WS-DATO-NUM NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATO-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-DATO-NUM)
       EXIT.

       SKRIV-BOKS-NY.
           MOVE BOKSOPL TO BOKSOPL-UD
           WRITE BOKSOPL-UD
           MOVE "BOKS-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE BOKS-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * LOAD-PRISER                                                   *
      * Formål: Læser BoksPriser.txt ind i PRIS-ARRAY. Mangler        *
      *         filen, meldes hver forfalden boks uden pris.          *
      *****************************************************************
       LOAD-PRISER.
           OPEN INPUT PRIS-FILE
           IF PRIS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-PRIS-FILE = "Y"
                   READ PRIS-FILE INTO BOKSPRISOPL
                       AT END
                           MOVE "Y" TO END-OF-PRIS-FILE
                       NOT AT END
                           IF PRIS-COUNT >= PRIS-MAX-ANTAL
                               MOVE "Y" TO PRIS-OVERFLOW
                           ELSE
                               ADD 1 TO PRIS-COUNT
                               MOVE BOKSPRISOPL
                                   TO PRIS-ARRAY(PRIS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIS-FILE
           END-IF
           IF PRIS-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: PRIS-ARRAY kapacitet overskredet"
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-OVERRIDES                                                *
      * Formål: Læser PrisOverrides.txt ind i OVR-ARRAY. Findes       *
      *         filen ikke, gælder bokslejeskemaet alene.             *
      *****************************************************************
       LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF OVERRIDE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-OVERRIDE-FILE = "Y"
                   READ OVERRIDE-FILE INTO PRISOVERRIDEOPL
                       AT END
                           MOVE "Y" TO END-OF-OVERRIDE-FILE
                       NOT AT END
                           IF OVR-COUNT >= OVR-MAX-ANTAL
                               MOVE "Y" TO OVR-OVERFLOW
                           ELSE
                               ADD 1 TO OVR-COUNT
                               MOVE PRISOVERRIDEOPL
                                   TO OVR-ARRAY(OVR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
               MOVE "N" TO END-OF-OVERRIDE-FILE
           END-IF
       EXIT.

      *****************************************************************
      * TRAILER                                                       *
      * Formål: Skriver kontroltotaller sidst i rapporten.            *
      *****************************************************************
       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal bokse.................: " DELIMITED BY SIZE
                   TR-ANTAL-BOKSE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Leje opkraevet..............: " DELIMITED BY SIZE
                   TR-ANTAL-OPKRAEVET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Fritaget....................: " DELIMITED BY SIZE
                   TR-ANTAL-FRITAGET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Uden pris...................: " DELIMITED BY SIZE
                   TR-ANTAL-UDEN-PRIS DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "I restance..................: " DELIMITED BY SIZE
                   TR-ANTAL-RESTANCE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Til boring..................: " DELIMITED BY SIZE
                   TR-ANTAL-BORING DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-LEJE-TOTAL TO WS-TOTAL-DISPLAY
           STRING "Opkraevet i alt (DKK).......: " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * BYG-KONTO-MAP                                                 *
      * Formål: Udleder hver kontos REG-NR af dagens                  *
      *         Transaktioner.txt, samme afledning som                *
      *         OpgaveGebyrer's BYG-KONTO-MAP.                        *
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
           MOVE "N" TO WS-KMAP-FUNDET
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KMAP-COUNT
               IF KM-KONTO-ID(KX) = TIND-KONTO-ID
                   MOVE "Y" TO WS-KMAP-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KMAP-FUNDET = "N"
               IF KMAP-COUNT >= KMAP-MAX-ANTAL
                   MOVE "Y" TO KMAP-OVERFLOW
               ELSE
                   ADD 1 TO KMAP-COUNT
                   MOVE TIND-KONTO-ID TO KM-KONTO-ID(KMAP-COUNT)
                   MOVE TIND-REG-NR   TO KM-REG-NR(KMAP-COUNT)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FIND-KONTO-REGNR                                              *
      * Formål: Slår WS-SOEG-KONTO-ID op i KMAP-TABEL og sætter       *
      *         WS-KMAP-FUNDET og WS-KONTO-REGNR.                     *
      *****************************************************************
       FIND-KONTO-REGNR.
           MOVE "N" TO WS-KMAP-FUNDET
           MOVE SPACES TO WS-KONTO-REGNR
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KMAP-COUNT
               IF KM-KONTO-ID(KX) = WS-SOEG-KONTO-ID
                   MOVE "Y" TO WS-KMAP-FUNDET
                   MOVE KM-REG-NR(KX) TO WS-KONTO-REGNR
                   EXIT PERFORM
               END-IF
           END-PERFORM
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
      *         forretningsdato. Er datoen nul, bruges de             *
      *         oprindelige, udaterede filnavne.                      *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "KontoOpl.txt"         TO WS-KONTO-FILNAVN
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
               MOVE "Transaktioner.txt"    TO WS-TRANS-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
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
               STRING "BL" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-TRANS-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-TRANS-REF
       EXIT.
