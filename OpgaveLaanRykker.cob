      *****************************************************************
      * PROGRAM-ID: OPGAVELAANRYKKER                                  *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Rykkerforløb og misligholdelse for lån.           *
      *             OpgaveLaanOpkraevning tæller LAAN-RESTANCER, men  *
      *             ingen blev rykket. Programmet ruller det          *
      *             persisterede LaanRykkerRegister.txt efter samme   *
      *             mønster som overtræksforløbet i OpgaveOvertraek:  *
      *             ved 1 restance sendes en rykker, ved 2 et         *
      *             formelt påkrav med betalingsfrist, og ved 3 -     *
      *             tidligst når påkravets frist er udløbet - en      *
      *             opsigelse. Et trin springes aldrig over; et lån   *
      *             der når flere restancer på én gang, får ét brev   *
      *             pr. kørsel. Ved opsigelse forfalder hele rest-    *
      *             gælden, lånet markeres misligholdt (LAAN-STATUS   *
      *             "M"), og kravet overdrages til inkassobureauet i  *
      *             en overdragelsesfil. Hvert skridt logges med dato *
      *             og brevreference i LaanRykkerLog.txt, så          *
      *             kreditafdelingen kan dokumentere at fristerne er  *
      *             overholdt. Breve går i kundens leveringsstrøm og  *
      *             i kommunikationsloggen.                           *
      * INPUT:      Laan.txt               - Udlånsregistret          *
      *             Kundeoplysninger.txt   - Leveringsvalg            *
      *             LaanRykkerRegister.txt - Persisteret forløb       *
      * OUTPUT:     Laan.NY                - Register, opsagte lån    *
      *                                      markeret misligholdt     *
      *             LaanRykkerRegister.txt - Fremrullet forløb        *
      *             LaanRykkerBrevePapir.txt / -Digital.txt - Breve   *
      *             LaanInkassoOverdragelse.txt - Overdragelser       *
      *             LaanRykkerLog.txt      - Skridt-log (EXTEND)      *
      *             LaanRykker-Rapport.txt - Forløb pr. lån           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveLaanRykker.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT LAAN-NY-FILE ASSIGN TO "Laan.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-NY-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "LaanRykkerRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT RYKLOG-FILE ASSIGN TO "LaanRykkerLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RYKLOG-FILE-STATUS.
           SELECT BREV-PAPIR-FILE
               ASSIGN TO "LaanRykkerBrevePapir.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-PAPIR-FILE-STATUS.
           SELECT BREV-DIGITAL-FILE
               ASSIGN TO "LaanRykkerBreveDigital.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-DIGITAL-FILE-STATUS.
           SELECT INKASSO-FILE
               ASSIGN TO "LaanInkassoOverdragelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INKASSO-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "LaanRykker-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "LaanRykker-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD LAAN-NY-FILE.
       01 LAANOPL-UD.
           COPY "LAANOPL.cpy"
               REPLACING LEADING ==LAAN== BY ==LAAN-UD==.

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD REGISTER-FILE.
       01 LAANRYKKEROPL.
           COPY "LAANRYKKEROPL.cpy".

       FD RYKLOG-FILE.
       01 LAANRYKLOGOPL.
           COPY "LAANRYKLOGOPL.cpy".

       FD BREV-PAPIR-FILE.
       01 BREV-PAPIR-LINE  PIC X(120) VALUE SPACES.

       FD BREV-DIGITAL-FILE.
       01 BREV-DIGITAL-LINE PIC X(120) VALUE SPACES.

       FD INKASSO-FILE.
       01 INKASSO-LINE     PIC X(150) VALUE SPACES.

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(120) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       FD KOMMLOG-FILE.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".

       WORKING-STORAGE SECTION.

      * Den faelles kommunikationslog (se SKRIV-KOMMLOG): hver
      * afsendt skrivelse logges pr. kunde med dato, program,
      * dokumenttype, kanal og leverancefil, saa "jeg fik aldrig
      * brevet" kan besvares med bevis
       01 KOMMLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-KOMM-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 WS-KOMM-DOKTYPE   PIC X(15) VALUE SPACES.
       01 WS-KOMM-KANAL     PIC X(01) VALUE "P".
       01 WS-KOMM-FILREF    PIC X(30) VALUE SPACES.
       01 WS-KOMM-DATO      PIC 9(8) VALUE ZERO.

       01 END-OF-LAAN-FILE  PIC X VALUE "N".
       01 END-OF-REG-FILE   PIC X VALUE "N".

      * Registret loades i hukommelse med en set-markering, så lån
      * der ikke længere er i restance kan afsluttes
       01 RY-MAX-ANTAL      PIC 9(4) VALUE 1000.
       01 RY-COUNT          PIC 9(4) VALUE ZERO.
       01 RY-OVERFLOW       PIC X VALUE "N".
       01 RY-ARRAY OCCURS 1000 TIMES.
           COPY "LAANRYKKEROPL.cpy"
               REPLACING LEADING ==LR-== BY ==RY-==.
       01 RY-SET-TABEL.
           02 RY-SET        PIC X(01) OCCURS 1000 TIMES.
       01 RY-IX             PIC 9(4) VALUE ZERO.
       01 WS-FOUND-FLAG     PIC X VALUE "N".

      * Påkravet giver kunden WS-PAAKRAV-FRIST-DAGE til at betale;
      * først derefter må lånet opsiges
       01 WS-PAAKRAV-FRIST-DAGE PIC 9(3) VALUE 10.
       01 WS-MAAL-TRIN      PIC 9(1) VALUE ZERO.
       01 WS-NYT-TRIN       PIC 9(1) VALUE ZERO.
       01 WS-FRIST-NUM      PIC 9(8) VALUE ZERO.
       01 WS-FRIST-HELTAL   PIC 9(7) VALUE ZERO.
       01 WS-FRIST-DATO     PIC X(10) VALUE SPACES.
       01 WS-PAAKRAV-NUM    PIC 9(8) VALUE ZERO.

       01 WS-SKRIDT         PIC X(12) VALUE SPACES.
       01 WS-PAPIR-BREVLINJE PIC X(120) VALUE SPACES.
       01 WS-BREV-REF       PIC X(16) VALUE SPACES.
       01 WS-RESTANCE-BELOB PIC 9(9)V99 VALUE ZERO.
       01 WS-KRAV-BELOB     PIC 9(9)V99 VALUE ZERO.
       01 WS-RESTANCE-DISPLAY PIC Z(8)9.99.
       01 WS-REST-DISPLAY   PIC Z(8)9.99.
       01 WS-KRAV-DISPLAY   PIC Z(8)9.99.

      * Entydig brevreference (se DAN-BREV-REF): programkode +
      * koerselstidsstempel + loebenummer i koerslen
       01 WS-REF-PREFIX     PIC X(11) VALUE SPACES.
       01 WS-REF-LOEBENR    PIC 9(5) VALUE ZERO.
       01 WS-REF-TID        PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO       PIC 9(8) VALUE ZERO.

       01 TR-ANTAL-RESTANCE PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-RYKKER   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-PAAKRAV  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OPSAGT   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVENTER PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFSLUTTET PIC 9(5) VALUE ZERO.
       01 TR-SUM-OVERDRAGET PIC 9(11)V99 VALUE ZERO.
       01 WS-SUM-DISPLAY    PIC Z(10)9.99.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-DAGS-HELTAL     PIC 9(7) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 LAAN-FILE-STATUS      PIC XX VALUE "00".
       01 LAAN-NY-FILE-STATUS   PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS     PIC XX VALUE "00".
       01 REGISTER-FILE-STATUS  PIC XX VALUE "00".
       01 RYKLOG-FILE-STATUS    PIC XX VALUE "00".
       01 BREV-PAPIR-FILE-STATUS PIC XX VALUE "00".
       01 BREV-DIGITAL-FILE-STATUS PIC XX VALUE "00".
       01 INKASSO-FILE-STATUS   PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS   PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS  PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION       PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS          PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT     PIC 9(5) VALUE ZERO.

       01 WS-KUNDE-FILNAVN      PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DAGS-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LAES-REGISTER

           OPEN INPUT LAAN-FILE
           MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE LAAN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT LAAN-NY-FILE
           MOVE "LAAN-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE LAAN-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND RYKLOG-FILE
           IF RYKLOG-FILE-STATUS = "35"
               OPEN OUTPUT RYKLOG-FILE
           END-IF
           MOVE "RYKLOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE RYKLOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT BREV-PAPIR-FILE
           OPEN OUTPUT BREV-DIGITAL-FILE
           OPEN OUTPUT INKASSO-FILE
           MOVE "INKASSO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE INKASSO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM UNTIL END-OF-LAAN-FILE = "Y"
               READ LAAN-FILE INTO LAANOPL
                   AT END
                       MOVE "Y" TO END-OF-LAAN-FILE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LAAN-MISLIGHOLDT
                               PERFORM MARKER-OPSAGT-SET
                           WHEN LAAN-RESTANCER > ZERO
                               AND LAAN-RESTGAELD > ZERO
                               ADD 1 TO TR-ANTAL-RESTANCE
                               PERFORM RUL-RYKKER
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       PERFORM SKRIV-LAAN-NY
               END-READ
               MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"      TO WS-IO-OPERATION
               MOVE LAAN-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           PERFORM AFSLUT-OPHOERTE
           PERFORM SKRIV-RAPPORT
           PERFORM SKRIV-REGISTER

           DISPLAY "OpgaveLaanRykker: " TR-ANTAL-RESTANCE
               " i restance, " TR-ANTAL-RYKKER " rykkere, "
               TR-ANTAL-PAAKRAV " paakrav, "
               TR-ANTAL-OPSAGT " opsagt og overdraget"

           CLOSE LAAN-FILE
           CLOSE LAAN-NY-FILE
           CLOSE KUNDE-FILE
           CLOSE RYKLOG-FILE
           CLOSE BREV-PAPIR-FILE
           CLOSE BREV-DIGITAL-FILE
           CLOSE INKASSO-FILE
           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       STEMPEL-DAGS-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING  WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-DAGS-DATO
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO)
           MOVE WS-SYSDATO TO WS-KOMM-DATO
       EXIT.

       LAES-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REG-FILE = "Y"
                   READ REGISTER-FILE INTO LAANRYKKEROPL
                       AT END
                           MOVE "Y" TO END-OF-REG-FILE
                       NOT AT END
                           IF RY-COUNT >= RY-MAX-ANTAL
                               MOVE "Y" TO RY-OVERFLOW
                           ELSE
                               ADD 1 TO RY-COUNT
                               MOVE LAANRYKKEROPL
                                   TO RY-ARRAY(RY-COUNT)
                               MOVE "N" TO RY-SET(RY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
               MOVE "N" TO END-OF-REG-FILE
           END-IF
       EXIT.

       FIND-REGISTERPOST.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING RY-IX FROM 1 BY 1 UNTIL RY-IX > RY-COUNT
               IF RY-LAAN-ID IN RY-ARRAY(RY-IX) = LAAN-ID
                   MOVE "Y" TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      * Et opsagt lån bliver stående i registret som dokumentation
       MARKER-OPSAGT-SET.
           PERFORM FIND-REGISTERPOST
           IF WS-FOUND-FLAG = "Y"
               MOVE "Y" TO RY-SET(RY-IX)
           END-IF
       EXIT.

      *****************************************************************
      * RUL-RYKKER                                                    *
      * Formål: Ruller lånets rykkerforløb: målet er det trin         *
      *         antallet af restancer berettiger (højst 3), men der   *
      *         tages kun ét trin pr. kørsel, og opsigelsen venter    *
      *         til påkravets betalingsfrist er udløbet.              *
      *****************************************************************
       RUL-RYKKER.
           PERFORM FIND-REGISTERPOST
           IF WS-FOUND-FLAG = "N"
               IF RY-COUNT >= RY-MAX-ANTAL
                   MOVE "Y" TO RY-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RY-COUNT
               MOVE RY-COUNT TO RY-IX
               MOVE SPACES TO RY-ARRAY(RY-IX)
               MOVE LAAN-ID TO RY-LAAN-ID IN RY-ARRAY(RY-IX)
               MOVE ZERO TO RY-TRIN IN RY-ARRAY(RY-IX)
           END-IF
           MOVE "Y" TO RY-SET(RY-IX)
           IF LAAN-RESTANCER > 3
               MOVE 3 TO WS-MAAL-TRIN
           ELSE
               MOVE LAAN-RESTANCER TO WS-MAAL-TRIN
           END-IF
           IF WS-MAAL-TRIN NOT > RY-TRIN IN RY-ARRAY(RY-IX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RESTANCE-BELOB = LAAN-RESTANCER * LAAN-YDELSE
           COMPUTE WS-NYT-TRIN = RY-TRIN IN RY-ARRAY(RY-IX) + 1
           EVALUATE WS-NYT-TRIN
               WHEN 1
                   PERFORM SEND-RYKKER
               WHEN 2
                   PERFORM SEND-PAAKRAV
               WHEN 3
                   PERFORM CHECK-PAAKRAVSFRIST
                   IF WS-FRIST-DATO > WS-DAGS-DATO
                       ADD 1 TO TR-ANTAL-AFVENTER
                       STRING "AFVENTER PAAKRAVSFRIST LAAN="
                               DELIMITED BY SIZE
                               LAAN-ID DELIMITED BY SPACE
                               " PAAKRAV=" DELIMITED BY SIZE
                               RY-PAAKRAV-DATO IN RY-ARRAY(RY-IX)
                                   DELIMITED BY SIZE
                               " OPSIGES TIDLIGST " DELIMITED BY SIZE
                               WS-FRIST-DATO DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                       PERFORM SKRIV-RAPPORT-LINE
                   ELSE
                       PERFORM SEND-OPSIGELSE
                   END-IF
           END-EVALUATE
       EXIT.

      *****************************************************************
      * BEREGN-FRIST                                                  *
      * Formål: Betalingsfristen i påkravet: kørselsdatoen plus       *
      *         WS-PAAKRAV-FRIST-DAGE.                                *
      *****************************************************************
       BEREGN-FRIST.
           COMPUTE WS-FRIST-HELTAL =
               WS-DAGS-HELTAL + WS-PAAKRAV-FRIST-DAGE
           COMPUTE WS-FRIST-NUM =
               FUNCTION DATE-OF-INTEGER(WS-FRIST-HELTAL)
           MOVE SPACES TO WS-FRIST-DATO
           STRING WS-FRIST-NUM(1:4) "-" WS-FRIST-NUM(5:2) "-"
                   WS-FRIST-NUM(7:2) DELIMITED BY SIZE
                   INTO WS-FRIST-DATO
       EXIT.

      * Fristen regnes fra påkravets dato; en ulæselig påkravsdato
      * giver en frist fra i dag, så lånet ikke opsiges for tidligt
       CHECK-PAAKRAVSFRIST.
           MOVE ZERO TO WS-PAAKRAV-NUM
           IF RY-PAAKRAV-DATO IN RY-ARRAY(RY-IX)(1:4) IS NUMERIC
               STRING RY-PAAKRAV-DATO IN RY-ARRAY(RY-IX)(1:4)
                       RY-PAAKRAV-DATO IN RY-ARRAY(RY-IX)(6:2)
                       RY-PAAKRAV-DATO IN RY-ARRAY(RY-IX)(9:2)
                       DELIMITED BY SIZE INTO WS-PAAKRAV-NUM
           END-IF
           IF WS-PAAKRAV-NUM > 19000101
               COMPUTE WS-FRIST-HELTAL =
                   FUNCTION INTEGER-OF-DATE(WS-PAAKRAV-NUM)
                   + WS-PAAKRAV-FRIST-DAGE
               COMPUTE WS-FRIST-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-FRIST-HELTAL)
               MOVE SPACES TO WS-FRIST-DATO
               STRING WS-FRIST-NUM(1:4) "-" WS-FRIST-NUM(5:2) "-"
                       WS-FRIST-NUM(7:2) DELIMITED BY SIZE
                       INTO WS-FRIST-DATO
           ELSE
               PERFORM BEREGN-FRIST
           END-IF
       EXIT.

       SEND-RYKKER.
           PERFORM DAN-BREV-REF
           MOVE "RYKKER" TO WS-SKRIDT
           MOVE WS-RESTANCE-BELOB TO WS-RESTANCE-DISPLAY
           PERFORM LAES-KUNDE
           IF LEVERING-DIGITAL
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       LAAN-KUNDE-ID DELIMITED BY SPACE
                       " RYKKER LAAN " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " RESTANCER=" DELIMITED BY SIZE
                       LAAN-RESTANCER DELIMITED BY SIZE
                       " BELOB=" DELIMITED BY SIZE
                       WS-RESTANCE-DISPLAY DELIMITED BY SIZE
                       " REF=" DELIMITED BY SIZE
                       WS-BREV-REF DELIMITED BY SIZE
                       INTO BREV-DIGITAL-LINE
           ELSE
               STRING "RYKKER KUNDE " DELIMITED BY SIZE
                       LAAN-KUNDE-ID DELIMITED BY SPACE
                       " LAAN " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " RESTANCER=" DELIMITED BY SIZE
                       LAAN-RESTANCER DELIMITED BY SIZE
                       " BELOB=" DELIMITED BY SIZE
                       WS-RESTANCE-DISPLAY DELIMITED BY SIZE
                       " REF=" DELIMITED BY SIZE
                       WS-BREV-REF DELIMITED BY SIZE
                       INTO BREV-PAPIR-LINE
           END-IF
           PERFORM SKRIV-BREV
           MOVE 1 TO RY-TRIN IN RY-ARRAY(RY-IX)
           MOVE WS-DAGS-DATO TO RY-RYKKER-DATO IN RY-ARRAY(RY-IX)
           MOVE WS-BREV-REF TO RY-RYKKER-REF IN RY-ARRAY(RY-IX)
           ADD 1 TO TR-ANTAL-RYKKER
           MOVE "LAANRYKKER" TO WS-KOMM-DOKTYPE
           PERFORM LOG-SKRIDT
       EXIT.

       SEND-PAAKRAV.
           PERFORM DAN-BREV-REF
           PERFORM BEREGN-FRIST
           MOVE "PAAKRAV" TO WS-SKRIDT
           MOVE WS-RESTANCE-BELOB TO WS-RESTANCE-DISPLAY
           PERFORM LAES-KUNDE
           IF LEVERING-DIGITAL
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       LAAN-KUNDE-ID DELIMITED BY SPACE
                       " PAAKRAV LAAN " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " BELOB=" DELIMITED BY SIZE
                       WS-RESTANCE-DISPLAY DELIMITED BY SIZE
                       " BETALES SENEST " DELIMITED BY SIZE
                       WS-FRIST-DATO DELIMITED BY SIZE
                       " ELLERS OPSIGES LAANET REF=" DELIMITED BY SIZE
                       WS-BREV-REF DELIMITED BY SIZE
                       INTO BREV-DIGITAL-LINE
           ELSE
               STRING "PAAKRAV KUNDE " DELIMITED BY SIZE
                       LAAN-KUNDE-ID DELIMITED BY SPACE
                       " LAAN " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " BELOB=" DELIMITED BY SIZE
                       WS-RESTANCE-DISPLAY DELIMITED BY SIZE
                       " BETALES SENEST " DELIMITED BY SIZE
                       WS-FRIST-DATO DELIMITED BY SIZE
                       " ELLERS OPSIGES LAANET REF=" DELIMITED BY SIZE
                       WS-BREV-REF DELIMITED BY SIZE
                       INTO BREV-PAPIR-LINE
           END-IF
           PERFORM SKRIV-BREV
           MOVE 2 TO RY-TRIN IN RY-ARRAY(RY-IX)
           MOVE WS-DAGS-DATO TO RY-PAAKRAV-DATO IN RY-ARRAY(RY-IX)
           MOVE WS-BREV-REF TO RY-PAAKRAV-REF IN RY-ARRAY(RY-IX)
           ADD 1 TO TR-ANTAL-PAAKRAV
           MOVE "LAANPAAKRAV" TO WS-KOMM-DOKTYPE
           PERFORM LOG-SKRIDT
       EXIT.

      *****************************************************************
      * SEND-OPSIGELSE                                                *
      * Formål: Opsiger lånet: hele restgælden forfalder, lånet       *
      *         markeres misligholdt, opsigelsen sendes til kunden,   *
      *         og kravet overdrages til inkasso. Opsigelse og        *
      *         overdragelse logges som to skridt.                    *
      *****************************************************************
       SEND-OPSIGELSE.
           PERFORM DAN-BREV-REF
           MOVE "OPSIGELSE" TO WS-SKRIDT
           COMPUTE WS-KRAV-BELOB = LAAN-RESTGAELD + WS-RESTANCE-BELOB
           MOVE LAAN-RESTGAELD TO WS-REST-DISPLAY
           MOVE WS-RESTANCE-BELOB TO WS-RESTANCE-DISPLAY
           PERFORM LAES-KUNDE
           IF LEVERING-DIGITAL
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       LAAN-KUNDE-ID DELIMITED BY SPACE
                       " OPSIGELSE LAAN " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " RESTGAELD=" DELIMITED BY SIZE
                       WS-REST-DISPLAY DELIMITED BY SIZE
                       " RESTANCE=" DELIMITED BY SIZE
                       WS-RESTANCE-DISPLAY DELIMITED BY SIZE
                       " FORFALDEN STRAKS REF=" DELIMITED BY SIZE
                       WS-BREV-REF DELIMITED BY SIZE
                       INTO BREV-DIGITAL-LINE
           ELSE
               STRING "OPSIGELSE KUNDE " DELIMITED BY SIZE
                       LAAN-KUNDE-ID DELIMITED BY SPACE
                       " LAAN " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " RESTGAELD=" DELIMITED BY SIZE
                       WS-REST-DISPLAY DELIMITED BY SIZE
                       " RESTANCE=" DELIMITED BY SIZE
                       WS-RESTANCE-DISPLAY DELIMITED BY SIZE
                       " FORFALDEN STRAKS REF=" DELIMITED BY SIZE
                       WS-BREV-REF DELIMITED BY SIZE
                       INTO BREV-PAPIR-LINE
           END-IF
           PERFORM SKRIV-BREV
           MOVE 3 TO RY-TRIN IN RY-ARRAY(RY-IX)
           MOVE WS-DAGS-DATO TO RY-OPSIGELSE-DATO IN RY-ARRAY(RY-IX)
           MOVE WS-BREV-REF TO RY-OPSIGELSE-REF IN RY-ARRAY(RY-IX)
           MOVE "M" TO LAAN-STATUS
           MOVE WS-DAGS-DATO TO LAAN-OPSAGT-DATO
           ADD 1 TO TR-ANTAL-OPSAGT
           MOVE "LAANOPSIGELSE" TO WS-KOMM-DOKTYPE
           PERFORM LOG-SKRIDT
           PERFORM SKRIV-INKASSO
       EXIT.

       SKRIV-INKASSO.
           ADD WS-KRAV-BELOB TO TR-SUM-OVERDRAGET
           MOVE WS-KRAV-BELOB TO WS-KRAV-DISPLAY
           STRING "OVERDRAGES LAAN=" DELIMITED BY SIZE
                   LAAN-ID DELIMITED BY SPACE
                   " KUNDE=" DELIMITED BY SIZE
                   LAAN-KUNDE-ID DELIMITED BY SPACE
                   " KRAV=" DELIMITED BY SIZE
                   WS-KRAV-DISPLAY DELIMITED BY SIZE
                   " RESTGAELD=" DELIMITED BY SIZE
                   WS-REST-DISPLAY DELIMITED BY SIZE
                   " RESTANCER=" DELIMITED BY SIZE
                   LAAN-RESTANCER DELIMITED BY SIZE
                   " RYKKER=" DELIMITED BY SIZE
                   RY-RYKKER-DATO IN RY-ARRAY(RY-IX) DELIMITED BY SIZE
                   " PAAKRAV=" DELIMITED BY SIZE
                   RY-PAAKRAV-DATO IN RY-ARRAY(RY-IX) DELIMITED BY SIZE
                   " OPSAGT=" DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO INKASSO-LINE
           WRITE INKASSO-LINE
           MOVE "INKASSO-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE INKASSO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO INKASSO-LINE
           MOVE "INKASSO" TO WS-SKRIDT
           PERFORM SKRIV-RYKLOG
       EXIT.

       LAES-KUNDE.
           MOVE LAAN-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE "P" TO KUNDE-LEVERING
               NOT INVALID KEY
                   CONTINUE
           END-READ
       EXIT.

      *****************************************************************
      * SKRIV-BREV                                                    *
      * Formål: Skriver det dannede brev i kundens leveringsstrøm -   *
      *         papir eller Digital Post efter KUNDE-LEVERING, med    *
      *         papir som fallback når kunden ikke kan slås op.       *
      *****************************************************************
       SKRIV-BREV.
           IF LEVERING-DIGITAL
               WRITE BREV-DIGITAL-LINE
               MOVE "BREV-DIGITAL-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"             TO WS-IO-OPERATION
               MOVE BREV-DIGITAL-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE SPACES TO BREV-DIGITAL-LINE
               MOVE "D" TO WS-KOMM-KANAL
               MOVE "LaanRykkerBreveDigital.txt" TO WS-KOMM-FILREF
           ELSE
      * Papirbrevet indledes med modtagerlinjen til tryksamlingen
               MOVE BREV-PAPIR-LINE TO WS-PAPIR-BREVLINJE
               MOVE SPACES TO BREV-PAPIR-LINE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       LAAN-KUNDE-ID DELIMITED BY SPACE
                       " DOK=LAAN" DELIMITED BY SIZE
                       WS-SKRIDT DELIMITED BY SPACE
                       INTO BREV-PAPIR-LINE
               WRITE BREV-PAPIR-LINE
               MOVE "BREV-PAPIR-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"           TO WS-IO-OPERATION
               MOVE BREV-PAPIR-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE WS-PAPIR-BREVLINJE TO BREV-PAPIR-LINE
               WRITE BREV-PAPIR-LINE
               MOVE "BREV-PAPIR-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"           TO WS-IO-OPERATION
               MOVE BREV-PAPIR-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE SPACES TO BREV-PAPIR-LINE
               MOVE "P" TO WS-KOMM-KANAL
               MOVE "LaanRykkerBrevePapir.txt" TO WS-KOMM-FILREF
           END-IF
       EXIT.

      * Skridtet logges i lånets rykkerlog og i den fælles
      * kommunikationslog
       LOG-SKRIDT.
           MOVE LAAN-KUNDE-ID TO WS-KOMM-KUNDE-ID
           PERFORM SKRIV-KOMMLOG
           PERFORM SKRIV-RYKLOG
           STRING WS-SKRIDT DELIMITED BY SPACE
                   " LAAN=" DELIMITED BY SIZE
                   LAAN-ID DELIMITED BY SPACE
                   " KUNDE=" DELIMITED BY SIZE
                   LAAN-KUNDE-ID DELIMITED BY SPACE
                   " RESTANCER=" DELIMITED BY SIZE
                   LAAN-RESTANCER DELIMITED BY SIZE
                   " REF=" DELIMITED BY SIZE
                   WS-BREV-REF DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-RYKLOG.
           MOVE SPACES TO LAANRYKLOGOPL
           MOVE LAAN-ID          TO LL-LAAN-ID
           MOVE LAAN-KUNDE-ID    TO LL-KUNDE-ID
           MOVE WS-DAGS-DATO     TO LL-DATO
           MOVE RY-TRIN IN RY-ARRAY(RY-IX) TO LL-TRIN
           MOVE WS-SKRIDT        TO LL-SKRIDT
           MOVE WS-BREV-REF      TO LL-BREV-REF
           MOVE WS-KOMM-KANAL    TO LL-KANAL
           MOVE LAAN-RESTANCER   TO LL-RESTANCER
           MOVE WS-RESTANCE-BELOB TO LL-RESTANCE-BELOB
           MOVE LAAN-RESTGAELD   TO LL-RESTGAELD
           WRITE LAANRYKLOGOPL
           MOVE "RYKLOG-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE RYKLOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * AFSLUT-OPHOERTE                                               *
      * Formål: Blanker registerposter for lån der ikke længere er i  *
      *         restance (betalt, kapitaliseret eller indfriet) - de  *
      *         meldes afsluttet i rapporten og udgår når registret   *
      *         skrives.                                              *
      *****************************************************************
       AFSLUT-OPHOERTE.
           PERFORM VARYING RY-IX FROM 1 BY 1 UNTIL RY-IX > RY-COUNT
               IF RY-SET(RY-IX) = "N"
                   AND RY-LAAN-ID IN RY-ARRAY(RY-IX) NOT = SPACES
                   ADD 1 TO TR-ANTAL-AFSLUTTET
                   STRING "AFSLUTTET LAAN=" DELIMITED BY SIZE
                           RY-LAAN-ID IN RY-ARRAY(RY-IX)
                               DELIMITED BY SPACE
                           " EFTER TRIN " DELIMITED BY SIZE
                           RY-TRIN IN RY-ARRAY(RY-IX) DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
                   MOVE SPACES TO RY-LAAN-ID IN RY-ARRAY(RY-IX)
               END-IF
           END-PERFORM
       EXIT.

       SKRIV-RAPPORT.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING RY-IX FROM 1 BY 1 UNTIL RY-IX > RY-COUNT
               IF RY-LAAN-ID IN RY-ARRAY(RY-IX) NOT = SPACES
                   STRING "LAAN=" DELIMITED BY SIZE
                           RY-LAAN-ID IN RY-ARRAY(RY-IX)
                               DELIMITED BY SPACE
                           " TRIN=" DELIMITED BY SIZE
                           RY-TRIN IN RY-ARRAY(RY-IX) DELIMITED BY SIZE
                           " RYKKER=" DELIMITED BY SIZE
                           RY-RYKKER-DATO IN RY-ARRAY(RY-IX)
                               DELIMITED BY SIZE
                           " PAAKRAV=" DELIMITED BY SIZE
                           RY-PAAKRAV-DATO IN RY-ARRAY(RY-IX)
                               DELIMITED BY SIZE
                           " OPSAGT=" DELIMITED BY SIZE
                           RY-OPSIGELSE-DATO IN RY-ARRAY(RY-IX)
                               DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               END-IF
           END-PERFORM
           MOVE TR-SUM-OVERDRAGET TO WS-SUM-DISPLAY
           STRING "I RESTANCE=" DELIMITED BY SIZE
                   TR-ANTAL-RESTANCE DELIMITED BY SIZE
                   " RYKKERE=" DELIMITED BY SIZE
                   TR-ANTAL-RYKKER DELIMITED BY SIZE
                   " PAAKRAV=" DELIMITED BY SIZE
                   TR-ANTAL-PAAKRAV DELIMITED BY SIZE
                   " OPSAGT=" DELIMITED BY SIZE
                   TR-ANTAL-OPSAGT DELIMITED BY SIZE
                   " AFVENTER FRIST=" DELIMITED BY SIZE
                   TR-ANTAL-AFVENTER DELIMITED BY SIZE
                   " AFSLUTTET=" DELIMITED BY SIZE
                   TR-ANTAL-AFSLUTTET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "OVERDRAGET TIL INKASSO I ALT: " DELIMITED BY SIZE
                   WS-SUM-DISPLAY DELIMITED BY SIZE
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
      * SKRIV-REGISTER                                                *
      * Formål: Skriver det fremrullede register tilbage -            *
      *         afsluttede poster er blanket og udgår.                *
      *****************************************************************
       SKRIV-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING RY-IX FROM 1 BY 1 UNTIL RY-IX > RY-COUNT
               IF RY-LAAN-ID IN RY-ARRAY(RY-IX) NOT = SPACES
                   MOVE RY-ARRAY(RY-IX) TO LAANRYKKEROPL
                   WRITE LAANRYKKEROPL
                   MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
                   MOVE "WRITE"         TO WS-IO-OPERATION
                   MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
               END-IF
           END-PERFORM
           IF RY-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: RY-ARRAY kapacitet overskredet"
           END-IF
           CLOSE REGISTER-FILE
       EXIT.

       SKRIV-LAAN-NY.
           MOVE LAANOPL TO LAANOPL-UD
           WRITE LAANOPL-UD
           MOVE "LAAN-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE LAAN-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * DAN-BREV-REF                                                  *
      * Formaal: Danner naeste entydige brevreference: programkoden   *
      *          + koerslens dato/klokkeslaet + et loebenummer inden  *
      *          for koerslen.                                        *
      *****************************************************************
       DAN-BREV-REF.
           IF WS-REF-PREFIX = SPACES
               ACCEPT WS-REF-DATO FROM DATE YYYYMMDD
               ACCEPT WS-REF-TID FROM TIME
               MOVE SPACES TO WS-REF-PREFIX
               STRING "LR" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-BREV-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-BREV-REF
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
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
           ELSE
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-KOMMLOG                                                 *
      * Formaal: Tilfoejer en record til den faelles, voksende        *
      *          kommunikationslog for den netop afsendte             *
      *          skrivelse - kunde, dato, program, dokumenttype,      *
      *          kanal og leverancefil.                               *
      *****************************************************************
       SKRIV-KOMMLOG.
           OPEN EXTEND KOMMLOG-FILE
           IF KOMMLOG-FILE-STATUS = "00"
               IF WS-KOMM-DATO = ZERO
                   ACCEPT WS-KOMM-DATO FROM DATE YYYYMMDD
               END-IF
               MOVE WS-KOMM-KUNDE-ID TO KL-KUNDE-ID
               MOVE SPACES TO KL-DATO
               STRING WS-KOMM-DATO(1:4) "-" WS-KOMM-DATO(5:2) "-"
                   WS-KOMM-DATO(7:2) DELIMITED BY SIZE
                   INTO KL-DATO
               MOVE "OPGAVELAANRYKKER" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.
