      *****************************************************************
      * PROGRAM-ID: OPGAVETRAEKRENTE                                  *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Daglig trækrente på udnyttede kreditfaciliteter.  *
      *             Posteringsmotoren lader en konto med kreditramme  *
      *             gå negativ og fører KR-UDNYTTET med, men hidtil   *
      *             er der ikke beregnet rente af trækket. Pr. konto  *
      *             i Kreditrammer.txt påløber nu dag for dag         *
      *             rammesatsen af udnyttelsen inden for KR-BELOB og  *
      *             den højere overtrækssats af udnyttelsen ud over   *
      *             rammen (efter rammens udløb af hele udnyttelsen)  *
      *             - satserne slås op i TraekRenteSatser.txt pr.     *
      *             valuta, og et uudløbet "R"-tillæg i               *
      *             PrisOverrides.txt lægges på rammesatsen som i     *
      *             OpgaveRenteAkkumulering. Det påløbne føres i      *
      *             registret TraekRenteAkkumulering.txt. Ved første  *
      *             kørsel i en ny måned debiteres forrige måneds     *
      *             påløbne trækrente som en TRAEKRENTE-transaktion   *
      *             i dagens Transaktioner.txt - Kontoplan.txt's      *
      *             TRAEKRENTE-række fører den via OpgaveHovedbog til *
      *             renteindtægterne - og journalføres i              *
      *             TraekRenteJournal.txt ved siden af                *
      *             RenteJournal.txt. En konto hvis TA-SENESTE-DATO   *
      *             allerede er dagens dato springes over, så en      *
      *             genkørsel ikke dobbeltakkumulerer.                *
      * INPUT:      KontoOpl.txt          - Konto stamdata            *
      *             Kreditrammer.txt      - Kreditrammeregistret      *
      *             TraekRenteSatser.txt  - Trækrentetabellen         *
      *             PrisOverrides.txt     - Forhandlede priser        *
      *             Transaktioner.txt     - REG-NR-kobling            *
      *             Kontoplan.txt         - Kontoplan (kontrol)       *
      *             TraekRenteAkkumulering.txt - Registret            *
      * OUTPUT:     TraekRenteAkkumulering.txt - Opdateret register   *
      *             Transaktioner.txt     - Udvides med debiteringer  *
      *             TraekRenteJournal.txt - Debiteret trækrente       *
      *                                     (EXTEND)                  *
      *             TraekRente-Rapport.txt - Dagens kørsel            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveTraekRente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT KREDITRAMME-FILE ASSIGN TO "Kreditrammer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KREDITRAMME-FILE-STATUS.
           SELECT SATS-FILE ASSIGN TO "TraekRenteSatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SATS-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "PrisOverrides.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.
           SELECT AKKUM-FILE ASSIGN TO "TraekRenteAkkumulering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AKKUM-FILE-STATUS.
           SELECT TRANS-UD-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-UD-FILE-STATUS.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT KONTOPLAN-FILE ASSIGN TO "Kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTOPLAN-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "TraekRenteJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO WS-RAPPORT-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "TraekRente-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD KREDITRAMME-FILE.
       01 KREDITRAMMEOPL.
           COPY "KREDITRAMMEOPL.cpy".

       FD SATS-FILE.
       01 TRAEKSATSOPL.
           COPY "TRAEKSATSOPL.cpy".

       FD OVERRIDE-FILE.
       01 PRISOVERRIDEOPL.
           COPY "PRISOVERRIDEOPL.cpy".

       FD AKKUM-FILE.
       01 TRAEKAKKUMOPL.
           COPY "TRAEKAKKUMOPL.cpy".

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

       FD KONTOPLAN-FILE.
       01 KONTOPLANOPL.
           COPY "KONTOPLANOPL.cpy".

       FD JOURNAL-FILE.
       01 RENTEJOURNALOPL.
           COPY "RENTEJOURNALOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-KONTO-FILE PIC X VALUE "N".

      * Entydig transaktionsreference til de dannede records (se
      * DAN-TRANS-REF): programkode + koerselstidsstempel +
      * loebenummer i koerslen - baeres hele vejen gennem journal,
      * clearing, arkiv og udskrift
       01 WS-TRANS-REF      PIC X(16) VALUE SPACES.
       01 WS-REF-PREFIX     PIC X(11) VALUE SPACES.
       01 WS-REF-LOEBENR    PIC 9(5) VALUE ZERO.
       01 WS-REF-TID        PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO       PIC 9(8) VALUE ZERO.

      * Kreditrammeregistret loades én gang - samme tabel som
      * OpgavePostering's KRAM-ARRAY; KR-UDNYTTET er rentegrundlaget
       01 END-OF-KREDITRAMME PIC X VALUE "N".
       01 KREDITRAMME-FILE-STATUS PIC XX VALUE "00".
       01 KRAM-MAX-ANTAL    PIC 9(3) VALUE 500.
       01 KRAM-COUNT        PIC 9(3) VALUE ZERO.
       01 KRAM-OVERFLOW     PIC X VALUE "N".
       01 KRAM-ARRAY OCCURS 500 TIMES.
           COPY "KREDITRAMMEOPL.cpy"
               REPLACING LEADING ==KR-== BY ==KM-==.
       01 KM-IX             PIC 9(3) VALUE ZERO.
       01 WS-KRAM-FUNDET    PIC X VALUE "N".

      * Trækrentetabellen pr. valuta ("*" som fallback)
       01 END-OF-SATS-FILE  PIC X VALUE "N".
       01 SATS-FILE-STATUS  PIC XX VALUE "00".
       01 SATS-MAX-ANTAL    PIC 9(2) VALUE 50.
       01 SATS-COUNT        PIC 9(2) VALUE ZERO.
       01 SATS-OVERFLOW     PIC X VALUE "N".
       01 SATS-ARRAY OCCURS 50 TIMES.
           COPY "TRAEKSATSOPL.cpy"
               REPLACING LEADING ==TS-== BY ==ST-==.
       01 ST-IX             PIC 9(2) VALUE ZERO.
       01 WS-SATS-FUNDET    PIC X VALUE "N".
       01 WS-RAMME-SATS     PIC S9(01)V9999 VALUE ZERO.
       01 WS-OVERTRAEK-SATS PIC S9(01)V9999 VALUE ZERO.

      * Individuelt forhandlede priser (se LOAD-OVERRIDES og
      * ANVEND-RENTE-OVERRIDE) - samme regel som
      * OpgaveRenteAkkumulering
       01 END-OF-OVERRIDE-FILE PIC X VALUE "N".
       01 OVERRIDE-FILE-STATUS PIC XX VALUE "00".
       01 OVR-MAX-ANTAL     PIC 9(3) VALUE 500.
       01 OVR-COUNT         PIC 9(3) VALUE ZERO.
       01 OVR-OVERFLOW      PIC X VALUE "N".
       01 OVR-ARRAY OCCURS 500 TIMES.
           COPY "PRISOVERRIDEOPL.cpy"
               REPLACING LEADING ==PO-== BY ==OV-==.
       01 OV-IX             PIC 9(3) VALUE ZERO.

      * Akkumuleringsregistret loades i hukommelse, opdateres pr.
      * konto og skrives samlet tilbage, som RenteAkkumulering.txt
       01 END-OF-AKKUM-FILE PIC X VALUE "N".
       01 AKKUM-FILE-STATUS PIC XX VALUE "00".
       01 AKKUM-MAX-ANTAL   PIC 9(3) VALUE 500.
       01 AKKUM-COUNT       PIC 9(3) VALUE ZERO.
       01 AKKUM-OVERFLOW    PIC X VALUE "N".
       01 AKKUM-ARRAY OCCURS 500 TIMES.
           COPY "TRAEKAKKUMOPL.cpy"
               REPLACING LEADING ==TA-== BY ==AK-==.
       01 AK-IX             PIC 9(3) VALUE ZERO.
       01 WS-AKKUM-FUNDET   PIC X VALUE "N".

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

      * Kontoplanen efterses kun for en TRAEKRENTE-række - uden den
      * konterer OpgaveHovedbog trækrenten på opsamlingskontoen
       01 END-OF-KONTOPLAN  PIC X VALUE "N".
       01 WS-KPL-TRAEK-FUNDET PIC X VALUE "N".

      * Dagens beregning
       01 WS-DAGE-PR-MAANED PIC 9(2) VALUE 30.
       01 WS-RAMME-GRUNDLAG PIC 9(9)V99 VALUE ZERO.
       01 WS-OVERTRAEK-GRUNDLAG PIC 9(9)V99 VALUE ZERO.
       01 WS-DAGSRENTE-RAMME PIC S9(7)V9999 VALUE ZERO.
       01 WS-DAGSRENTE-OVERTRAEK PIC S9(7)V9999 VALUE ZERO.
       01 WS-DAGS-DISPLAY   PIC -(6)9.9999.
       01 WS-OVER-DISPLAY   PIC -(6)9.9999.

      * Månedens debitering
       01 WS-RENTEBELOB     PIC S9(7)V99 VALUE ZERO.
       01 WS-BELOB-TEKST    PIC X(12) VALUE SPACES.
       01 WS-BELOB-NUM      PIC 9(7).99.
       01 WS-RENTE-DISPLAY  PIC -(6)9.99.
       01 WS-PERIODE        PIC X(07) VALUE SPACES.

       01 TR-ANTAL-KONTI    PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-FACILITETER PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-AKKUMULERET PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-OVERTRUKKET PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-SKIPPET  PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-UDEN-SATS PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-DEBITERET PIC 9(7) VALUE ZERO.
       01 TR-TOTAL-DAGSRENTE PIC S9(9)V9999 SIGN LEADING SEPARATE
           VALUE ZERO.
       01 TR-TOTAL-DEBITERET PIC S9(9)V99 SIGN LEADING SEPARATE
           VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 KONTOPLAN-FILE-STATUS   PIC XX VALUE "00".
       01 JOURNAL-FILE-STATUS     PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS     PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME         PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS            PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT       PIC 9(5) VALUE ZERO.

      * Akkumuleringsdato - forretningsdatoen hvis sat, ellers dags
      * dato, samme valg som OpgaveRenteAkkumulering
       01 WS-SYSDATO        PIC 9(8) VALUE ZERO.
       01 WS-AKKUM-DATO     PIC X(10) VALUE SPACES.
       01 WS-TIDSPUNKT      PIC X(19) VALUE SPACES.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). TraekRenteAkkumulering.txt forbliver
      * udateret, da den er et persistent register på tværs af
      * kørsler, som RenteAkkumulering.txt.
       01 WS-FORRETNINGSDATO       PIC 9(8) VALUE ZERO.
       01 WS-KONTO-FILNAVN         PIC X(40) VALUE "KontoOpl.txt".
       01 WS-TRANS-FILNAVN         PIC X(40)
           VALUE "Transaktioner.txt".
       01 WS-RAPPORT-FILNAVN       PIC X(40)
           VALUE "TraekRente-Rapport.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-AKKUM-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM BYG-KONTO-MAP
           PERFORM LOAD-KREDITRAMMER
           PERFORM LOAD-SATSER
           PERFORM LOAD-OVERRIDES
           PERFORM LOAD-AKKUM-REGISTER
           PERFORM CHECK-KONTOPLAN

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

           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE "JOURNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE JOURNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM UNTIL END-OF-KONTO-FILE = "Y"
               READ KONTO-FILE INTO KONTOOPL
                   AT END
                       MOVE "Y" TO END-OF-KONTO-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-KONTI
                       PERFORM BEHANDL-KONTO
               END-READ
               MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           PERFORM SKRIV-AKKUM-REGISTER
           PERFORM TRAILER

           DISPLAY "OpgaveTraekRente: " TR-ANTAL-FACILITETER
               " faciliteter, " TR-ANTAL-AKKUMULERET
               " akkumuleret, " TR-ANTAL-DEBITERET " debiteret"

           CLOSE KONTO-FILE
           CLOSE TRANS-UD-FILE
           CLOSE JOURNAL-FILE
           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

      * RETURN-CODE sættes så en kaldende JCL-job-step kan betinge
      * senere steps på om kørslen gik igennem uden I/O-fejl
           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       SKRIV-RAPPORT-LINE.
           WRITE RAPPORT-LINE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
       EXIT.

      *****************************************************************
      * BEHANDL-KONTO                                                 *
      * Formål: Behandler én konto med kreditramme eller stående      *
      *         registerpost: er registret allerede ført for dagens   *
      *         dato, springes kontoen over (genkørselsværn); er der  *
      *         sket månedsskift siden det sidst blev ført, debiteres *
      *         det påløbne først, og derefter akkumuleres dagens     *
      *         trækrente af KR-UDNYTTET.                             *
      *****************************************************************
       BEHANDL-KONTO.
           PERFORM FIND-KREDITRAMME
           PERFORM FIND-AKKUM-ENTRY
           IF WS-KRAM-FUNDET = "N" AND WS-AKKUM-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-ANTAL-FACILITETER
           IF WS-AKKUM-FUNDET = "Y"
               IF AK-SENESTE-DATO IN AKKUM-ARRAY(AK-IX)
                       = WS-AKKUM-DATO
                   ADD 1 TO TR-ANTAL-SKIPPET
                   EXIT PARAGRAPH
               END-IF
               IF AK-SENESTE-DATO IN AKKUM-ARRAY(AK-IX)(1:7)
                       < WS-AKKUM-DATO(1:7)
                   PERFORM DEBITER-TRAEKRENTE
               END-IF
           END-IF
           IF WS-KRAM-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           IF KM-UDNYTTET IN KRAM-ARRAY(KM-IX) = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM AKKUMULER-TRAEKRENTE
       EXIT.

      *****************************************************************
      * AKKUMULER-TRAEKRENTE                                          *
      * Formål: Beregner og akkumulerer dagens trækrente for én       *
      *         facilitet: udnyttelsen inden for KR-BELOB forrentes   *
      *         med rammesatsen, resten med overtrækssatsen - er      *
      *         rammen udløbet, forrentes hele udnyttelsen med        *
      *         overtrækssatsen. Dagsrenten er månedssatsen fordelt   *
      *         på 30 dage, som i OpgaveRenteAkkumulering.            *
      *****************************************************************
       AKKUMULER-TRAEKRENTE.
           PERFORM FIND-TRAEKSATS
           IF WS-SATS-FUNDET = "N"
               ADD 1 TO TR-ANTAL-UDEN-SATS
               STRING  "Konto: "       DELIMITED BY SIZE
                       KONTO-ID IN KONTOOPL DELIMITED BY SPACE
                       " INGEN TRAEKRENTESATS FOR VALUTA "
                                       DELIMITED BY SIZE
                       VALUTAKODE IN KONTOOPL DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM ANVEND-RENTE-OVERRIDE
      * Et forhandlet fradrag kan nedbringe trækrenten til nul, men
      * aldrig vende den til en rente til kunden
           IF WS-RAMME-SATS < ZERO
               MOVE ZERO TO WS-RAMME-SATS
           END-IF
           IF KM-UDLOEB-DATO IN KRAM-ARRAY(KM-IX) NOT = SPACES
               AND KM-UDLOEB-DATO IN KRAM-ARRAY(KM-IX)
                   < WS-AKKUM-DATO
               MOVE ZERO TO WS-RAMME-GRUNDLAG
               MOVE KM-UDNYTTET IN KRAM-ARRAY(KM-IX)
                   TO WS-OVERTRAEK-GRUNDLAG
           ELSE
               IF KM-UDNYTTET IN KRAM-ARRAY(KM-IX) >
                       KM-BELOB IN KRAM-ARRAY(KM-IX)
                   MOVE KM-BELOB IN KRAM-ARRAY(KM-IX)
                       TO WS-RAMME-GRUNDLAG
                   COMPUTE WS-OVERTRAEK-GRUNDLAG =
                       KM-UDNYTTET IN KRAM-ARRAY(KM-IX)
                       - KM-BELOB IN KRAM-ARRAY(KM-IX)
               ELSE
                   MOVE KM-UDNYTTET IN KRAM-ARRAY(KM-IX)
                       TO WS-RAMME-GRUNDLAG
                   MOVE ZERO TO WS-OVERTRAEK-GRUNDLAG
               END-IF
           END-IF
           COMPUTE WS-DAGSRENTE-RAMME ROUNDED =
               WS-RAMME-GRUNDLAG * WS-RAMME-SATS
               / WS-DAGE-PR-MAANED
           COMPUTE WS-DAGSRENTE-OVERTRAEK ROUNDED =
               WS-OVERTRAEK-GRUNDLAG * WS-OVERTRAEK-SATS
               / WS-DAGE-PR-MAANED
           IF WS-AKKUM-FUNDET = "N"
               PERFORM OPRET-AKKUM-ENTRY
               IF AKKUM-OVERFLOW = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-DAGSRENTE-RAMME
               TO AK-PAALOEBET-RAMME IN AKKUM-ARRAY(AK-IX)
           ADD WS-DAGSRENTE-OVERTRAEK
               TO AK-PAALOEBET-OVERTRAEK IN AKKUM-ARRAY(AK-IX)
           MOVE KUNDE-ID IN KONTOOPL
               TO AK-KUNDE-ID IN AKKUM-ARRAY(AK-IX)
           MOVE VALUTAKODE IN KONTOOPL
               TO AK-VALUTA IN AKKUM-ARRAY(AK-IX)
           MOVE WS-AKKUM-DATO
               TO AK-SENESTE-DATO IN AKKUM-ARRAY(AK-IX)
           ADD 1 TO TR-ANTAL-AKKUMULERET
           IF WS-OVERTRAEK-GRUNDLAG > ZERO
               ADD 1 TO TR-ANTAL-OVERTRUKKET
           END-IF
           ADD WS-DAGSRENTE-RAMME TO TR-TOTAL-DAGSRENTE
           ADD WS-DAGSRENTE-OVERTRAEK TO TR-TOTAL-DAGSRENTE
           MOVE WS-DAGSRENTE-RAMME TO WS-DAGS-DISPLAY
           MOVE WS-DAGSRENTE-OVERTRAEK TO WS-OVER-DISPLAY
           STRING  "Konto: "       DELIMITED BY SIZE
                   KONTO-ID IN KONTOOPL DELIMITED BY SPACE
                   " Rammerente: " DELIMITED BY SIZE
                   WS-DAGS-DISPLAY DELIMITED BY SIZE
                   " Overtraeksrente: " DELIMITED BY SIZE
                   WS-OVER-DISPLAY DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   VALUTAKODE IN KONTOOPL DELIMITED BY SPACE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * DEBITER-TRAEKRENTE                                            *
      * Formål: Debiterer den påløbne trækrente for den afsluttede    *
      *         måned (afrundet til ører) som en TRAEKRENTE-          *
      *         transaktion, journalfører den i TraekRenteJournal.txt *
      *         og nulstiller registerposten.                         *
      *****************************************************************
       DEBITER-TRAEKRENTE.
           COMPUTE WS-RENTEBELOB ROUNDED =
               AK-PAALOEBET-RAMME IN AKKUM-ARRAY(AK-IX)
               + AK-PAALOEBET-OVERTRAEK IN AKKUM-ARRAY(AK-IX)
           MOVE ZERO TO AK-PAALOEBET-RAMME IN AKKUM-ARRAY(AK-IX)
           MOVE ZERO TO AK-PAALOEBET-OVERTRAEK IN AKKUM-ARRAY(AK-IX)
           IF WS-RENTEBELOB NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE AK-SENESTE-DATO IN AKKUM-ARRAY(AK-IX)(1:7)
               TO WS-PERIODE
           PERFORM SKRIV-TRAEKRENTE-TRANS
           PERFORM SKRIV-TRAEKRENTE-JOURNAL
           ADD 1 TO TR-ANTAL-DEBITERET
           ADD WS-RENTEBELOB TO TR-TOTAL-DEBITERET
           MOVE WS-RENTEBELOB TO WS-RENTE-DISPLAY
           STRING  "Konto: "       DELIMITED BY SIZE
                   KONTO-ID IN KONTOOPL DELIMITED BY SPACE
                   " Traekrente debiteret for " DELIMITED BY SIZE
                   WS-PERIODE      DELIMITED BY SIZE
                   ": "            DELIMITED BY SIZE
                   WS-RENTE-DISPLAY DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   AK-VALUTA IN AKKUM-ARRAY(AK-IX) DELIMITED BY SPACE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-TRAEKRENTE-TRANS.
           MOVE KONTO-ID IN KONTOOPL TO WS-SOEG-KONTO-ID
           PERFORM FIND-KONTO-REGNR
           MOVE WS-RENTEBELOB TO WS-BELOB-NUM
           MOVE SPACES TO WS-BELOB-TEKST
           STRING "-" WS-BELOB-NUM DELIMITED BY SIZE
               INTO WS-BELOB-TEKST
           MOVE SPACES TO TRANSAKTIONEROPL
           MOVE WS-KONTO-REGNR TO REG-NR IN TRANSAKTIONEROPL
           MOVE KONTO-ID IN KONTOOPL TO KONTO-ID IN TRANSAKTIONEROPL
           MOVE WS-TIDSPUNKT   TO TIDSPUNKT
           MOVE "TRAEKRENTE"   TO TRANSAKTIONSTYPE
           MOVE WS-BELOB-TEKST TO BELØB
           MOVE AK-VALUTA IN AKKUM-ARRAY(AK-IX) TO VALUTA
           STRING "TRAEKRENTE " WS-PERIODE DELIMITED BY SIZE
               INTO BUTIK
           PERFORM DAN-TRANS-REF
           MOVE WS-TRANS-REF TO TRANS-REF IN TRANSAKTIONEROPL
           WRITE TRANSAKTIONEROPL
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * SKRIV-TRAEKRENTE-JOURNAL                                      *
      * Formål: Tilføjer den debiterede trækrente til den akkumu-     *
      *         lerende TraekRenteJournal.txt i RenteJournal.txt's    *
      *         layout. Beløbet er set fra kunden, som i              *
      *         RenteJournal.txt: trækrenten journalføres negativ.    *
      *****************************************************************
       SKRIV-TRAEKRENTE-JOURNAL.
           MOVE KONTO-ID IN KONTOOPL TO RJ-KONTO-ID
           MOVE AK-KUNDE-ID IN AKKUM-ARRAY(AK-IX) TO RJ-KUNDE-ID
           MOVE WS-AKKUM-DATO        TO RJ-DATO
           COMPUTE RJ-RENTEBELOB = ZERO - WS-RENTEBELOB
           MOVE AK-VALUTA IN AKKUM-ARRAY(AK-IX) TO RJ-VALUTA
           WRITE RENTEJOURNALOPL
           MOVE "JOURNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE JOURNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

       FIND-KREDITRAMME.
           MOVE "N" TO WS-KRAM-FUNDET
           PERFORM VARYING KM-IX FROM 1 BY 1
                   UNTIL KM-IX > KRAM-COUNT
               IF KM-KONTO-ID IN KRAM-ARRAY(KM-IX) =
                       KONTO-ID IN KONTOOPL
                   MOVE "Y" TO WS-KRAM-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       FIND-AKKUM-ENTRY.
           MOVE "N" TO WS-AKKUM-FUNDET
           PERFORM VARYING AK-IX FROM 1 BY 1
                   UNTIL AK-IX > AKKUM-COUNT
               IF AK-KONTO-ID IN AKKUM-ARRAY(AK-IX) =
                       KONTO-ID IN KONTOOPL
                   MOVE "Y" TO WS-AKKUM-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       OPRET-AKKUM-ENTRY.
           IF AKKUM-COUNT >= AKKUM-MAX-ANTAL
      * Registret er fuldt - facilitetens trækrente kan ikke
      * akkumuleres, fejlen taelles saa koerslen ender med
      * RETURN-CODE 8
               MOVE "Y" TO AKKUM-OVERFLOW
               ADD 1 TO WS-IO-ERROR-COUNT
           ELSE
               ADD 1 TO AKKUM-COUNT
               MOVE AKKUM-COUNT TO AK-IX
               MOVE KONTO-ID IN KONTOOPL
                   TO AK-KONTO-ID IN AKKUM-ARRAY(AK-IX)
               MOVE ZERO TO AK-PAALOEBET-RAMME IN AKKUM-ARRAY(AK-IX)
               MOVE ZERO
                   TO AK-PAALOEBET-OVERTRAEK IN AKKUM-ARRAY(AK-IX)
               MOVE "Y" TO WS-AKKUM-FUNDET
           END-IF
       EXIT.

      *****************************************************************
      * FIND-TRAEKSATS                                                *
      * Formål: Slår ramme- og overtrækssatsen op i SATS-ARRAY på     *
      *         kontoens VALUTAKODE, eksakt valuta forud for "*".     *
      *****************************************************************
       FIND-TRAEKSATS.
           MOVE "N" TO WS-SATS-FUNDET
           PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > SATS-COUNT
               IF ST-VALUTAKODE IN SATS-ARRAY(ST-IX) =
                       VALUTAKODE IN KONTOOPL
                   MOVE "Y" TO WS-SATS-FUNDET
                   MOVE ST-RAMME-SATS IN SATS-ARRAY(ST-IX)
                       TO WS-RAMME-SATS
                   MOVE ST-OVERTRAEK-SATS IN SATS-ARRAY(ST-IX)
                       TO WS-OVERTRAEK-SATS
                   EXIT PERFORM
               END-IF
               IF ST-VALUTAKODE IN SATS-ARRAY(ST-IX) = "*"
                   AND WS-SATS-FUNDET = "N"
                   MOVE "Y" TO WS-SATS-FUNDET
                   MOVE ST-RAMME-SATS IN SATS-ARRAY(ST-IX)
                       TO WS-RAMME-SATS
                   MOVE ST-OVERTRAEK-SATS IN SATS-ARRAY(ST-IX)
                       TO WS-OVERTRAEK-SATS
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * ANVEND-RENTE-OVERRIDE                                         *
      * Formål: Lægger en uudløbet "R"-overrides tillæg oven på       *
      *         rammesatsen - konto-nøglede overrides går forud for   *
      *         kunde-nøglede. Samme regel som                        *
      *         OpgaveRenteAkkumulering; overtrækssatsen forhandles   *
      *         ikke.                                                 *
      *****************************************************************
       ANVEND-RENTE-OVERRIDE.
           PERFORM VARYING OV-IX FROM 1 BY 1 UNTIL OV-IX > OVR-COUNT
               IF OV-TYPE IN OVR-ARRAY(OV-IX) = "R"
                   AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                       >= WS-AKKUM-DATO
                   AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) =
                       KONTO-ID IN KONTOOPL
                   ADD OV-RENTE-TILLAEG IN OVR-ARRAY(OV-IX)
                       TO WS-RAMME-SATS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING OV-IX FROM 1 BY 1 UNTIL OV-IX > OVR-COUNT
               IF OV-TYPE IN OVR-ARRAY(OV-IX) = "R"
                   AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                       >= WS-AKKUM-DATO
                   AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) = SPACES
                   AND OV-KUNDE-ID IN OVR-ARRAY(OV-IX) =
                       KUNDE-ID IN KONTOOPL
                   ADD OV-RENTE-TILLAEG IN OVR-ARRAY(OV-IX)
                       TO WS-RAMME-SATS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * LOAD-KREDITRAMMER                                             *
      * Formål: Læser kreditrammeregistret ind i KRAM-ARRAY. Findes   *
      *         filen ikke, er ingen faciliteter bevilget.            *
      *****************************************************************
       LOAD-KREDITRAMMER.
           OPEN INPUT KREDITRAMME-FILE
           IF KREDITRAMME-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-KREDITRAMME = "Y"
                   READ KREDITRAMME-FILE INTO KREDITRAMMEOPL
                       AT END
                           MOVE "Y" TO END-OF-KREDITRAMME
                       NOT AT END
                           IF KRAM-COUNT >= KRAM-MAX-ANTAL
                               MOVE "Y" TO KRAM-OVERFLOW
                           ELSE
                               ADD 1 TO KRAM-COUNT
                               MOVE KREDITRAMMEOPL
                                   TO KRAM-ARRAY(KRAM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KREDITRAMME-FILE
               MOVE "N" TO END-OF-KREDITRAMME
           END-IF
           IF KRAM-OVERFLOW = "Y"
      * Et ufuldstaendigt rammeregister ville lade traek gaa
      * uforrentet hen - fejlen taelles, saa koerslen ender med
      * RETURN-CODE 8
               DISPLAY "OpgaveTraekRente: KRAM-ARRAY fuld - "
                   "kreditrammeregistret er ufuldstaendigt"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-SATSER                                                   *
      * Formål: Læser TraekRenteSatser.txt ind i SATS-ARRAY. Findes   *
      *         filen ikke, meldes hver udnyttet facilitet uden sats. *
      *****************************************************************
       LOAD-SATSER.
           OPEN INPUT SATS-FILE
           IF SATS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SATS-FILE = "Y"
                   READ SATS-FILE INTO TRAEKSATSOPL
                       AT END
                           MOVE "Y" TO END-OF-SATS-FILE
                       NOT AT END
                           IF SATS-COUNT >= SATS-MAX-ANTAL
                               MOVE "Y" TO SATS-OVERFLOW
                           ELSE
                               ADD 1 TO SATS-COUNT
                               MOVE TRAEKSATSOPL
                                   TO SATS-ARRAY(SATS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SATS-FILE
               MOVE "N" TO END-OF-SATS-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-OVERRIDES                                                *
      * Formål: Læser PrisOverrides.txt ind i OVR-ARRAY. Findes       *
      *         filen ikke, gælder trækrentetabellen alene.           *
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
      * LOAD-AKKUM-REGISTER                                           *
      * Formål: Læser hele TraekRenteAkkumulering.txt ind i           *
      *         AKKUM-ARRAY. Findes filen ikke (første kørsel), er    *
      *         intet påløbet.                                        *
      *****************************************************************
       LOAD-AKKUM-REGISTER.
           OPEN INPUT AKKUM-FILE
           IF AKKUM-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-AKKUM-FILE = "Y"
                   READ AKKUM-FILE INTO TRAEKAKKUMOPL
                       AT END
                           MOVE "Y" TO END-OF-AKKUM-FILE
                       NOT AT END
                           IF AKKUM-COUNT >= AKKUM-MAX-ANTAL
                               MOVE "Y" TO AKKUM-OVERFLOW
                           ELSE
                               ADD 1 TO AKKUM-COUNT
                               MOVE TRAEKAKKUMOPL
                                   TO AKKUM-ARRAY(AKKUM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AKKUM-FILE
               MOVE "N" TO END-OF-AKKUM-FILE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-AKKUM-REGISTER                                          *
      * Formål: Skriver hele AKKUM-ARRAY tilbage i                    *
      *         TraekRenteAkkumulering.txt.                           *
      *****************************************************************
       SKRIV-AKKUM-REGISTER.
           OPEN OUTPUT AKKUM-FILE
           MOVE "AKKUM-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE AKKUM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING AK-IX FROM 1 BY 1
                   UNTIL AK-IX > AKKUM-COUNT
               MOVE AKKUM-ARRAY(AK-IX) TO TRAEKAKKUMOPL
               WRITE TRAEKAKKUMOPL
               MOVE "AKKUM-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"      TO WS-IO-OPERATION
               MOVE AKKUM-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE AKKUM-FILE
       EXIT.

      *****************************************************************
      * CHECK-KONTOPLAN                                               *
      * Formål: Efterser at Kontoplan.txt har en TRAEKRENTE-række,    *
      *         så debiteringerne føres til renteindtægterne og ikke  *
      *         til opsamlingskontoen. Manglen meldes i traileren.    *
      *****************************************************************
       CHECK-KONTOPLAN.
           OPEN INPUT KONTOPLAN-FILE
           IF KONTOPLAN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-KONTOPLAN = "Y"
                   READ KONTOPLAN-FILE INTO KONTOPLANOPL
                       AT END
                           MOVE "Y" TO END-OF-KONTOPLAN
                       NOT AT END
                           IF KPL-TRANSAKTIONSTYPE = "TRAEKRENTE"
                               MOVE "Y" TO WS-KPL-TRAEK-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOPLAN-FILE
               MOVE "N" TO END-OF-KONTOPLAN
           END-IF
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
      * STEMPEL-AKKUM-DATO                                            *
      * Formål: Sætter WS-AKKUM-DATO ("ÅÅÅÅ-MM-DD") for registret -   *
      *         forretningsdatoen hvis den er sat, ellers dags dato - *
      *         og tidspunktet debiteringerne stemples med.           *
      *****************************************************************
       STEMPEL-AKKUM-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-AKKUM-DATO
           STRING  WS-SYSDATO(1:4) DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   WS-SYSDATO(5:2) DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-AKKUM-DATO
           MOVE SPACES TO WS-TIDSPUNKT
           STRING  WS-AKKUM-DATO " 05:30:00" DELIMITED BY SIZE
                   INTO WS-TIDSPUNKT
       EXIT.

      *****************************************************************
      * TRAILER                                                       *
      * Formål: Skriver kontroltotaller sidst i rapporten.            *
      *****************************************************************
       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal konti behandlet.......: " DELIMITED BY SIZE
                   TR-ANTAL-KONTI DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal faciliteter...........: " DELIMITED BY SIZE
                   TR-ANTAL-FACILITETER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal akkumuleret...........: " DELIMITED BY SIZE
                   TR-ANTAL-AKKUMULERET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Heraf med overtraek.........: " DELIMITED BY SIZE
                   TR-ANTAL-OVERTRUKKET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal allerede akkumuleret..: " DELIMITED BY SIZE
                   TR-ANTAL-SKIPPET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal uden traekrentesats...: " DELIMITED BY SIZE
                   TR-ANTAL-UDEN-SATS DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Dagsrente akkumuleret i alt.: " DELIMITED BY SIZE
                   TR-TOTAL-DAGSRENTE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal debiteret.............: " DELIMITED BY SIZE
                   TR-ANTAL-DEBITERET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Traekrente debiteret i alt..: " DELIMITED BY SIZE
                   TR-TOTAL-DEBITERET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           IF TR-ANTAL-DEBITERET > ZERO
               AND WS-KPL-TRAEK-FUNDET = "N"
               STRING "ADVARSEL: Kontoplan.txt har ingen TRAEKRENTE-"
                       DELIMITED BY SIZE
                       "raekke - renten konteres paa opsamlingskontoen"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF

           IF SATS-OVERFLOW = "Y"
               STRING "ADVARSEL: TraekRenteSatser.txt har flere end "
                       DELIMITED BY SIZE
                       SATS-MAX-ANTAL DELIMITED BY SIZE
                       " satser - overskydende satser er udeladt"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF

           IF AKKUM-OVERFLOW = "Y"
               STRING "ADVARSEL: traekrenteregistret er fuldt - "
                       DELIMITED BY SIZE
                       "ikke alle faciliteter er akkumuleret"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
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
               MOVE "KontoOpl.txt" TO WS-KONTO-FILNAVN
               MOVE "Transaktioner.txt" TO WS-TRANS-FILNAVN
               MOVE "TraekRente-Rapport.txt"
                   TO WS-RAPPORT-FILNAVN
           ELSE
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "TraekRente-Rapport." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO   DELIMITED BY SIZE
                       ".txt"               DELIMITED BY SIZE
                       INTO WS-RAPPORT-FILNAVN
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
               STRING "TR" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-TRANS-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-TRANS-REF
       EXIT.
