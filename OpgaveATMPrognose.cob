      *****************************************************************
      * PROGRAM-ID: OPGAVEATMPROGNOSE                                 *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Daglig kontantprognose pr. pengeautomat og        *
      *             kassetteordre til værdibefordreren. Ordrerne blev *
      *             hidtil skønnet i et regneark - maskinerne løb     *
      *             tørre over lange weekender, mens andre stod med   *
      *             for mange ubrugte kontanter. Processorens         *
      *             tællerfil ATMTaellere.txt føjes til historikken   *
      *             ATMHistorik.txt, og af de seneste otte ugers      *
      *             udbetalinger beregnes et gennemsnit pr. maskine   *
      *             og ugedag; en helligdag i Bankdage.txt regnes som *
      *             en søndag. Prognosen lægges dag for dag frem til  *
      *             maskinens næste servicedag (en bankdag hvor       *
      *             værdibefordreren betjener maskinen ifølge         *
      *             ATMMaskiner.txt), så kommende helligdage          *
      *             forlænger perioden af sig selv. Betjenes maskinen *
      *             næste bankdag, bestilles kassetter der dækker     *
      *             behovet fra besøget til det følgende besøg plus   *
      *             sikkerhedstillægget, afrundet op til hele 10.000  *
      *             kr. og højst kassetternes kapacitet. Ordrefilen   *
      *             afsluttes pr. depot med ordretotalen. Rækker      *
      *             beholdningen siden seneste ordre (ATMOrdreLog.txt *
      *             minus de talte udbetalinger) ikke til næste       *
      *             besøg, markeres maskinen med risiko for tomgang.  *
      * INPUT:      ATMMaskiner.txt  - Maskinregistret                *
      *             ATMTaellere.txt  - Dagens tællere                 *
      *             ATMHistorik.txt  - Tidligere tællere              *
      *             ATMOrdreLog.txt  - Tidligere ordrer               *
      *             Bankdage.txt     - Helligdagskalenderen           *
      * OUTPUT:     ATMHistorik.txt  - Udvides med dagens tællere     *
      *             ATMKassetteOrdre.txt - Ordrefilen                 *
      *             ATMOrdreLog.txt  - Udvides med dagens ordrer      *
      *             ATMPrognose-Rapport.txt - Prognose pr. maskine    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveATMPrognose.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASKINE-FILE ASSIGN TO "ATMMaskiner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASKINE-FILE-STATUS.
           SELECT TAELLER-FILE ASSIGN TO "ATMTaellere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAELLER-FILE-STATUS.
           SELECT HISTORIK-FILE ASSIGN TO "ATMHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-FILE-STATUS.
           SELECT ORDRELOG-FILE ASSIGN TO "ATMOrdreLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRELOG-FILE-STATUS.
           SELECT ORDRE-FILE ASSIGN TO "ATMKassetteOrdre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRE-FILE-STATUS.
           SELECT BANKDAG-FILE ASSIGN TO "Bankdage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANKDAG-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "ATMPrognose-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "ATMPrognose-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MASKINE-FILE.
       01 ATMMASKINEOPL.
           COPY "ATMMASKINEOPL.cpy".

       FD TAELLER-FILE.
       01 ATMTAELLEROPL.
           COPY "ATMTAELLEROPL.cpy".

       FD HISTORIK-FILE.
       01 ATMHISTORIKOPL.
           COPY "ATMTAELLEROPL.cpy"
               REPLACING LEADING ==ATM-== BY ==AH-==.

       FD ORDRELOG-FILE.
       01 ATMORDRELOGOPL.
           COPY "ATMORDREOPL.cpy"
               REPLACING LEADING ==AO-== BY ==OL-==.

       FD ORDRE-FILE.
       01 ATMORDREOPL.
           COPY "ATMORDREOPL.cpy".

       FD BANKDAG-FILE.
       01 BANKDAGOPL.
           COPY "BANKDAGOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(120) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE      PIC X VALUE "N".

      * Maskinregistret med udbetalingerne pr. ugedag (1 = mandag,
      * 7 = søndag og helligdage) over historikvinduet, seneste
      * ordre og de udbetalinger der er talt siden, samt dagens
      * beregning
       01 MASK-MAX-ANTAL   PIC 9(3) VALUE 200.
       01 MASK-COUNT       PIC 9(3) VALUE ZERO.
       01 MASK-TABEL.
           02 MASK-ENTRY OCCURS 200 TIMES.
               03 MA-MASKINE-ID    PIC X(10).
               03 MA-DEPOT         PIC X(08).
               03 MA-SERVICEDAGE   PIC X(07).
               03 MA-KAPACITET     PIC 9(07).
               03 MA-SIKKERHED-PCT PIC 9(03).
               03 MA-UGEDAG OCCURS 7 TIMES.
                   04 MA-UD-SUM    PIC 9(11)V99.
                   04 MA-UD-DAGE   PIC 9(03).
               03 MA-FYLDT-DATO    PIC X(10).
               03 MA-FYLDT-BELOB   PIC 9(09).
               03 MA-UDB-SIDEN     PIC 9(11)V99.
               03 MA-ORDRE         PIC X(01).
               03 MA-ORDRE-BELOB   PIC 9(09).
               03 MA-S1-DATO       PIC X(10).
       01 MA-IX            PIC 9(3) VALUE ZERO.
       01 UG-IX            PIC 9(1) VALUE ZERO.

      * Depoterne i ordrefilen med ordretotal
       01 DEPOT-MAX-ANTAL  PIC 9(2) VALUE 50.
       01 DEPOT-COUNT      PIC 9(2) VALUE ZERO.
       01 DEPOT-TABEL.
           02 DEPOT-ENTRY OCCURS 50 TIMES.
               03 DP-DEPOT         PIC X(08).
               03 DP-TOTAL         PIC 9(09).
               03 DP-ANTAL         PIC 9(03).
       01 DP-IX            PIC 9(2) VALUE ZERO.

      * Datoer der allerede står i historikken - en genkørsel føjer
      * ikke samme dags tællere til igen
       01 HD-MAX-ANTAL     PIC 9(3) VALUE 400.
       01 HD-COUNT         PIC 9(3) VALUE ZERO.
       01 HD-TABEL.
           02 HD-DATO OCCURS 400 TIMES PIC X(10).
       01 HD-IX            PIC 9(3) VALUE ZERO.
       01 WS-DATO-KENDT    PIC X VALUE "N".
       01 WS-TABEL-FULD    PIC X VALUE "N".

      * Helligdagskalenderen (se LAES-BANKDAGE og CHECK-BANKDAG)
       01 BANKDAG-MAX-ANTAL     PIC 9(3) VALUE 50.
       01 BANKDAG-COUNT         PIC 9(3) VALUE ZERO.
       01 BANKDAG-TABEL.
           02 HELLIGDAG PIC X(10) OCCURS 50 TIMES VALUE SPACES.
       01 BD-IX                 PIC 9(3) VALUE ZERO.
       01 WS-DAG-DATO           PIC X(10) VALUE SPACES.
       01 WS-DAG-HELTAL         PIC 9(7) VALUE ZERO.
       01 WS-DAG-NUM            PIC 9(8) VALUE ZERO.
       01 WS-DAG-UGEDAG         PIC 9(1) VALUE ZERO.
       01 WS-DAG-BANKDAG        PIC X VALUE "N".
       01 WS-DAG-HELLIGDAG      PIC X VALUE "N".

      * Historikvinduet er de seneste WS-HISTORIK-DAGE kalenderdage
       01 WS-HISTORIK-DAGE      PIC 9(3) VALUE 56.
       01 WS-FRA-DATO           PIC X(10) VALUE SPACES.
       01 WS-IDAG-HELTAL        PIC 9(7) VALUE ZERO.
       01 WS-S1-HELTAL          PIC 9(7) VALUE ZERO.
       01 WS-S2-HELTAL          PIC 9(7) VALUE ZERO.
       01 WS-NAESTE-BANKDAG     PIC 9(7) VALUE ZERO.
       01 WS-SOEG-HELTAL        PIC 9(7) VALUE ZERO.
       01 WS-FUNDET-HELTAL      PIC 9(7) VALUE ZERO.
       01 WS-MAKS-SOEG          PIC 9(3) VALUE 31.
       01 WS-SOEG-DAGE          PIC 9(3) VALUE ZERO.

      * Tælling der akkumuleres (fra historikken eller dagens fil)
       01 WS-T-MASKINE          PIC X(10) VALUE SPACES.
       01 WS-T-DATO             PIC X(10) VALUE SPACES.
       01 WS-T-UDBETALT         PIC 9(9)V99 VALUE ZERO.

       01 WS-DAG-PROGNOSE       PIC 9(11)V99 VALUE ZERO.
       01 WS-BEHOV-TIL-S1       PIC 9(11)V99 VALUE ZERO.
       01 WS-BEHOV-S1-S2        PIC 9(11)V99 VALUE ZERO.
       01 WS-BEHOV-I-ALT        PIC 9(11)V99 VALUE ZERO.
       01 WS-REST-BELOB         PIC S9(11)V99 VALUE ZERO.
       01 WS-ORDRE-BELOB        PIC 9(11) VALUE ZERO.
       01 WS-AFRUNDING          PIC 9(5) VALUE 10000.
       01 WS-AFRUND-ANTAL       PIC 9(7) VALUE ZERO.
       01 WS-BEMAERKNING        PIC X(30) VALUE SPACES.

       01 WS-ED-BELOB           PIC Z(8)9.
       01 WS-ED-BEHOV-1         PIC Z(8)9.
       01 WS-ED-BEHOV-2         PIC Z(8)9.
       01 WS-ED-REST            PIC -(8)9.

       01 TR-ANTAL-MASKINER     PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-ORDRER       PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-RISIKO       PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-NYE-TAELLERE PIC 9(5) VALUE ZERO.
       01 TR-ORDRE-TOTAL        PIC 9(11) VALUE ZERO.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 MASKINE-FILE-STATUS   PIC XX VALUE "00".
       01 TAELLER-FILE-STATUS   PIC XX VALUE "00".
       01 HISTORIK-FILE-STATUS  PIC XX VALUE "00".
       01 ORDRELOG-FILE-STATUS  PIC XX VALUE "00".
       01 ORDRE-FILE-STATUS     PIC XX VALUE "00".
       01 BANKDAG-FILE-STATUS   PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS   PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS  PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION       PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS          PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT     PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM STEMPEL-DATOER
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-MASKINER
           PERFORM LAES-BANKDAGE
           PERFORM LOAD-ORDRELOG
           PERFORM LOAD-HISTORIK
           PERFORM TILFOEJ-TAELLERE
           IF WS-TABEL-FULD = "Y"
               DISPLAY "OpgaveATMPrognose: arbejdstabel fuld - "
                   "ingen ordre dannet"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "ATM KONTANTPROGNOSE " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   " - HISTORIK FRA " DELIMITED BY SIZE
                   WS-FRA-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "MASKINE    DEPOT    NAESTE BESOEG  BEHOV TIL  "
               TO RAPPORT-LINE(1:47)
           MOVE "BEHOV EFTER   BEHOLDNING      ORDRE  BEMAERKNING"
               TO RAPPORT-LINE(48:48)
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM VARYING MA-IX FROM 1 BY 1 UNTIL MA-IX > MASK-COUNT
               PERFORM BEREGN-MASKINE
           END-PERFORM

           PERFORM SKRIV-ORDREFIL

           PERFORM SKRIV-RAPPORT-LINE
           STRING "MASKINER: " DELIMITED BY SIZE
                   TR-ANTAL-MASKINER DELIMITED BY SIZE
                   "  ORDRER: " DELIMITED BY SIZE
                   TR-ANTAL-ORDRER DELIMITED BY SIZE
                   "  ORDRETOTAL: " DELIMITED BY SIZE
                   TR-ORDRE-TOTAL DELIMITED BY SIZE
                   "  RISIKO FOR TOMGANG: " DELIMITED BY SIZE
                   TR-ANTAL-RISIKO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           CLOSE RAPPORT-FILE

           DISPLAY "OpgaveATMPrognose: " TR-ANTAL-MASKINER
               " maskiner, " TR-ANTAL-ORDRER " ordrer i alt "
               TR-ORDRE-TOTAL " kr, " TR-ANTAL-RISIKO
               " med risiko for tomgang"

           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-RISIKO > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * STEMPEL-DATOER                                                *
      * Formål: Sætter dagens dato (forretningsdatoen, ellers dags    *
      *         dato), dens heltalsdag og historikvinduets første     *
      *         dato.                                                 *
      *****************************************************************
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
           COMPUTE WS-IDAG-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO)
           COMPUTE WS-DAG-NUM = FUNCTION DATE-OF-INTEGER(
               WS-IDAG-HELTAL - WS-HISTORIK-DAGE)
           MOVE SPACES TO WS-FRA-DATO
           STRING  WS-DAG-NUM(1:4) "-" WS-DAG-NUM(5:2) "-"
                   WS-DAG-NUM(7:2) DELIMITED BY SIZE
                   INTO WS-FRA-DATO
       EXIT.

      *****************************************************************
      * LOAD-MASKINER                                                 *
      * Formål: Læser de aktive maskiner fra ATMMaskiner.txt.         *
      *****************************************************************
       LOAD-MASKINER.
           OPEN INPUT MASKINE-FILE
           MOVE "MASKINE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE MASKINE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF MASKINE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MASKINE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF AM-AKTIV
                           PERFORM GEM-MASKINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASKINE-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       GEM-MASKINE.
           IF MASK-COUNT >= MASK-MAX-ANTAL
               MOVE "Y" TO WS-TABEL-FULD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MASK-COUNT
           MOVE AM-MASKINE-ID    TO MA-MASKINE-ID(MASK-COUNT)
           MOVE AM-DEPOT         TO MA-DEPOT(MASK-COUNT)
           MOVE AM-SERVICEDAGE   TO MA-SERVICEDAGE(MASK-COUNT)
           MOVE AM-KAPACITET     TO MA-KAPACITET(MASK-COUNT)
           MOVE AM-SIKKERHED-PCT TO MA-SIKKERHED-PCT(MASK-COUNT)
           PERFORM VARYING UG-IX FROM 1 BY 1 UNTIL UG-IX > 7
               MOVE ZERO TO MA-UD-SUM(MASK-COUNT, UG-IX)
               MOVE ZERO TO MA-UD-DAGE(MASK-COUNT, UG-IX)
           END-PERFORM
           MOVE SPACES TO MA-FYLDT-DATO(MASK-COUNT)
           MOVE ZERO   TO MA-FYLDT-BELOB(MASK-COUNT)
           MOVE ZERO   TO MA-UDB-SIDEN(MASK-COUNT)
           MOVE "N"    TO MA-ORDRE(MASK-COUNT)
           MOVE ZERO   TO MA-ORDRE-BELOB(MASK-COUNT)
           MOVE SPACES TO MA-S1-DATO(MASK-COUNT)
       EXIT.

      *****************************************************************
      * LAES-BANKDAGE                                                 *
      * Formål: Læser helligdagskalenderen Bankdage.txt ind i         *
      *         BANKDAG-TABEL. Findes filen ikke, eller er den tom,   *
      *         regnes kun weekender som ikke-bankdage.               *
      *****************************************************************
       LAES-BANKDAGE.
           OPEN INPUT BANKDAG-FILE
           IF BANKDAG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ BANKDAG-FILE INTO BANKDAGOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF BANKDAG-COUNT >= BANKDAG-MAX-ANTAL
                               MOVE "Y" TO WS-TABEL-FULD
                           ELSE
                               ADD 1 TO BANKDAG-COUNT
                               MOVE BD-DATO
                                   TO HELLIGDAG(BANKDAG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANKDAG-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-ORDRELOG                                                 *
      * Formål: Finder pr. maskine den seneste bestilte fyldning med  *
      *         servicedato til og med i dag. Beholdningen i maskinen *
      *         er dette beløb minus udbetalingerne talt siden.       *
      *****************************************************************
       LOAD-ORDRELOG.
           OPEN INPUT ORDRELOG-FILE
           IF ORDRELOG-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "ORDRELOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE ORDRELOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF ORDRELOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ORDRELOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF OL-DETALJE
                           AND OL-SERVICEDATO NOT > WS-DAGS-DATO
                           MOVE OL-MASKINE-ID TO WS-T-MASKINE
                           PERFORM FIND-MASKINE
                           IF MA-IX > ZERO
                               AND OL-SERVICEDATO
                                   NOT < MA-FYLDT-DATO(MA-IX)
                               MOVE OL-SERVICEDATO
                                   TO MA-FYLDT-DATO(MA-IX)
                               MOVE OL-BELOB
                                   TO MA-FYLDT-BELOB(MA-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDRELOG-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * LOAD-HISTORIK                                                 *
      * Formål: Akkumulerer de tidligere tællere i ATMHistorik.txt    *
      *         og noterer hvilke datoer historikken allerede rummer. *
      *****************************************************************
       LOAD-HISTORIK.
           OPEN INPUT HISTORIK-FILE
           IF HISTORIK-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "HISTORIK-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE HISTORIK-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF HISTORIK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HISTORIK-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE AH-MASKINE-ID TO WS-T-MASKINE
                       MOVE AH-DATO       TO WS-T-DATO
                       MOVE AH-UDBETALT   TO WS-T-UDBETALT
                       PERFORM NOTER-HISTORIK-DATO
                       PERFORM AKKUMULER-TAELLING
               END-READ
           END-PERFORM
           CLOSE HISTORIK-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       NOTER-HISTORIK-DATO.
           PERFORM VARYING HD-IX FROM 1 BY 1 UNTIL HD-IX > HD-COUNT
               IF HD-DATO(HD-IX) = WS-T-DATO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF HD-COUNT >= HD-MAX-ANTAL
               MOVE "Y" TO WS-TABEL-FULD
           ELSE
               ADD 1 TO HD-COUNT
               MOVE WS-T-DATO TO HD-DATO(HD-COUNT)
           END-IF
       EXIT.

      *****************************************************************
      * TILFOEJ-TAELLERE                                              *
      * Formål: Føjer processorens tællere til historikken og         *
      *         akkumulerer dem - undtagen datoer historikken         *
      *         allerede rummer, så en genkørsel ikke tæller dobbelt. *
      *         Mangler tællerfilen, laves prognosen på historikken.  *
      *****************************************************************
       TILFOEJ-TAELLERE.
           OPEN INPUT TAELLER-FILE
           IF TAELLER-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "TAELLER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE TAELLER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF TAELLER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HISTORIK-FILE
           IF HISTORIK-FILE-STATUS = "35"
               OPEN OUTPUT HISTORIK-FILE
           END-IF
           MOVE "HISTORIK-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE HISTORIK-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TAELLER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE ATM-MASKINE-ID TO WS-T-MASKINE
                       MOVE ATM-DATO       TO WS-T-DATO
                       MOVE ATM-UDBETALT   TO WS-T-UDBETALT
                       MOVE "N" TO WS-DATO-KENDT
                       PERFORM VARYING HD-IX FROM 1 BY 1
                               UNTIL HD-IX > HD-COUNT
                           IF HD-DATO(HD-IX) = WS-T-DATO
                               MOVE "Y" TO WS-DATO-KENDT
                           END-IF
                       END-PERFORM
                       IF WS-DATO-KENDT = "N"
                           MOVE ATMTAELLEROPL TO ATMHISTORIKOPL
                           WRITE ATMHISTORIKOPL
                           MOVE "HISTORIK-FILE" TO WS-IO-FILE-NAME
                           MOVE "WRITE"         TO WS-IO-OPERATION
                           MOVE HISTORIK-FILE-STATUS TO WS-IO-STATUS
                           PERFORM CHECK-IO-STATUS
                           ADD 1 TO TR-ANTAL-NYE-TAELLERE
                           PERFORM AKKUMULER-TAELLING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIK-FILE
           CLOSE TAELLER-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * AKKUMULER-TAELLING                                            *
      * Formål: Lægger en tælling (WS-T-*) til maskinens ugedags-     *
      *         summer, når datoen ligger i historikvinduet, og til   *
      *         udbetalingerne siden seneste fyldning.                *
      *****************************************************************
       AKKUMULER-TAELLING.
           PERFORM FIND-MASKINE
           IF MA-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-T-DATO NOT < WS-FRA-DATO
               AND WS-T-DATO NOT > WS-DAGS-DATO
               MOVE ZERO TO WS-DAG-NUM
               STRING WS-T-DATO(1:4) WS-T-DATO(6:2) WS-T-DATO(9:2)
                   DELIMITED BY SIZE INTO WS-DAG-NUM
               COMPUTE WS-DAG-HELTAL =
                   FUNCTION INTEGER-OF-DATE(WS-DAG-NUM)
               PERFORM CHECK-BANKDAG
               PERFORM SAET-PROGNOSE-UGEDAG
               ADD WS-T-UDBETALT TO MA-UD-SUM(MA-IX, UG-IX)
               ADD 1 TO MA-UD-DAGE(MA-IX, UG-IX)
           END-IF
           IF MA-FYLDT-DATO(MA-IX) NOT = SPACES
               AND WS-T-DATO NOT < MA-FYLDT-DATO(MA-IX)
               ADD WS-T-UDBETALT TO MA-UDB-SIDEN(MA-IX)
           END-IF
       EXIT.

       FIND-MASKINE.
           PERFORM VARYING MA-IX FROM 1 BY 1 UNTIL MA-IX > MASK-COUNT
               IF MA-MASKINE-ID(MA-IX) = WS-T-MASKINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE ZERO TO MA-IX
       EXIT.

      *****************************************************************
      * CHECK-BANKDAG                                                 *
      * Formål: Afgør om WS-DAG-HELTAL er en bankdag og sætter        *
      *         samtidig WS-DAG-DATO til dagens "ÅÅÅÅ-MM-DD".         *
      *         Heltalsdag 1 er en mandag, så ugedagen er             *
      *         MOD(heltal - 1, 7) med 5/6 som lørdag/søndag.         *
      *         WS-DAG-HELLIGDAG er "Y" for en hverdag i Bankdage.txt.*
      *****************************************************************
       CHECK-BANKDAG.
           COMPUTE WS-DAG-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAG-HELTAL)
           MOVE SPACES TO WS-DAG-DATO
           STRING WS-DAG-NUM(1:4) "-" WS-DAG-NUM(5:2) "-"
                   WS-DAG-NUM(7:2) DELIMITED BY SIZE
                   INTO WS-DAG-DATO
           MOVE "Y" TO WS-DAG-BANKDAG
           MOVE "N" TO WS-DAG-HELLIGDAG
           COMPUTE WS-DAG-UGEDAG = FUNCTION MOD(
               WS-DAG-HELTAL - 1, 7)
           IF WS-DAG-UGEDAG = 5 OR WS-DAG-UGEDAG = 6
               MOVE "N" TO WS-DAG-BANKDAG
           ELSE
               PERFORM VARYING BD-IX FROM 1 BY 1
                       UNTIL BD-IX > BANKDAG-COUNT
                   IF HELLIGDAG(BD-IX) = WS-DAG-DATO
                       MOVE "N" TO WS-DAG-BANKDAG
                       MOVE "Y" TO WS-DAG-HELLIGDAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
       EXIT.

      * Ugedagsindekset i prognosen: 1-7 for mandag-søndag, og en
      * helligdag på en hverdag regnes som en søndag
       SAET-PROGNOSE-UGEDAG.
           IF WS-DAG-HELLIGDAG = "Y"
               MOVE 7 TO UG-IX
           ELSE
               COMPUTE UG-IX = WS-DAG-UGEDAG + 1
           END-IF
       EXIT.

      *****************************************************************
      * PROGNOSE-DAG                                                  *
      * Formål: Forventet udbetaling for maskinen MA-IX på dagen      *
      *         WS-DAG-HELTAL: gennemsnittet for ugedagen i           *
      *         historikken, eller - er ugedagen ikke set endnu -     *
      *         gennemsnittet over alle historikkens dage.            *
      *****************************************************************
       PROGNOSE-DAG.
           PERFORM CHECK-BANKDAG
           PERFORM SAET-PROGNOSE-UGEDAG
           MOVE ZERO TO WS-DAG-PROGNOSE
           IF MA-UD-DAGE(MA-IX, UG-IX) > ZERO
               COMPUTE WS-DAG-PROGNOSE ROUNDED =
                   MA-UD-SUM(MA-IX, UG-IX) / MA-UD-DAGE(MA-IX, UG-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-BEHOV-I-ALT
           MOVE ZERO TO WS-SOEG-DAGE
           PERFORM VARYING UG-IX FROM 1 BY 1 UNTIL UG-IX > 7
               ADD MA-UD-SUM(MA-IX, UG-IX) TO WS-BEHOV-I-ALT
               ADD MA-UD-DAGE(MA-IX, UG-IX) TO WS-SOEG-DAGE
           END-PERFORM
           IF WS-SOEG-DAGE > ZERO
               COMPUTE WS-DAG-PROGNOSE ROUNDED =
                   WS-BEHOV-I-ALT / WS-SOEG-DAGE
           END-IF
       EXIT.

      *****************************************************************
      * FIND-SERVICEDAG                                               *
      * Formål: Første dag efter WS-SOEG-HELTAL der er en bankdag og  *
      *         en af maskinens servicedage. WS-FUNDET-HELTAL er nul, *
      *         hvis ingen findes inden for WS-MAKS-SOEG dage.        *
      *****************************************************************
       FIND-SERVICEDAG.
           MOVE ZERO TO WS-FUNDET-HELTAL
           MOVE WS-SOEG-HELTAL TO WS-DAG-HELTAL
           PERFORM VARYING WS-SOEG-DAGE FROM 1 BY 1
                   UNTIL WS-SOEG-DAGE > WS-MAKS-SOEG
               ADD 1 TO WS-DAG-HELTAL
               PERFORM CHECK-BANKDAG
               IF WS-DAG-BANKDAG = "Y"
                   AND MA-SERVICEDAGE(MA-IX)(WS-DAG-UGEDAG + 1:1)
                       = "J"
                   MOVE WS-DAG-HELTAL TO WS-FUNDET-HELTAL
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * BEREGN-MASKINE                                                *
      * Formål: Prognosen for én maskine: næste og følgende           *
      *         servicedag, behovet frem til næste besøg (mod         *
      *         beholdningen) og behovet fra næste besøg til det      *
      *         følgende. Betjenes maskinen næste bankdag, dannes     *
      *         ordren: behov plus sikkerhedstillæg, rundet op til    *
      *         WS-AFRUNDING og højst kassetternes kapacitet.         *
      *****************************************************************
       BEREGN-MASKINE.
           ADD 1 TO TR-ANTAL-MASKINER
           MOVE SPACES TO WS-BEMAERKNING
           MOVE ZERO TO WS-BEHOV-TIL-S1
           MOVE ZERO TO WS-BEHOV-S1-S2
           MOVE ZERO TO WS-ORDRE-BELOB

           MOVE WS-IDAG-HELTAL TO WS-SOEG-HELTAL
           PERFORM FIND-SERVICEDAG
           MOVE WS-FUNDET-HELTAL TO WS-S1-HELTAL
           IF WS-S1-HELTAL = ZERO
               MOVE "INGEN SERVICEDAG FUNDET" TO WS-BEMAERKNING
               PERFORM SKRIV-MASKINE-LINJE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-S1-HELTAL TO WS-SOEG-HELTAL
           PERFORM FIND-SERVICEDAG
           MOVE WS-FUNDET-HELTAL TO WS-S2-HELTAL
           IF WS-S2-HELTAL = ZERO
               COMPUTE WS-S2-HELTAL = WS-S1-HELTAL + WS-MAKS-SOEG
           END-IF

      * Behovet fra i morgen til dagen før næste besøg
           COMPUTE WS-DAG-HELTAL = WS-IDAG-HELTAL + 1
           PERFORM UNTIL WS-DAG-HELTAL >= WS-S1-HELTAL
               PERFORM PROGNOSE-DAG
               ADD WS-DAG-PROGNOSE TO WS-BEHOV-TIL-S1
               ADD 1 TO WS-DAG-HELTAL
           END-PERFORM
      * Behovet fra næste besøg til dagen før det følgende
           MOVE WS-S1-HELTAL TO WS-DAG-HELTAL
           PERFORM UNTIL WS-DAG-HELTAL >= WS-S2-HELTAL
               PERFORM PROGNOSE-DAG
               ADD WS-DAG-PROGNOSE TO WS-BEHOV-S1-S2
               ADD 1 TO WS-DAG-HELTAL
           END-PERFORM
           MOVE WS-S1-HELTAL TO WS-DAG-HELTAL
           PERFORM CHECK-BANKDAG
           MOVE WS-DAG-DATO TO MA-S1-DATO(MA-IX)

           IF MA-FYLDT-DATO(MA-IX) NOT = SPACES
               COMPUTE WS-REST-BELOB = MA-FYLDT-BELOB(MA-IX)
                   - MA-UDB-SIDEN(MA-IX)
               IF WS-REST-BELOB < WS-BEHOV-TIL-S1
                   MOVE "RISIKO FOR TOMGANG FOER BESOEG"
                       TO WS-BEMAERKNING
                   ADD 1 TO TR-ANTAL-RISIKO
               END-IF
           END-IF

      * Ordren dannes dagen før besøget (næste bankdag)
           MOVE WS-IDAG-HELTAL TO WS-DAG-HELTAL
           PERFORM UNTIL WS-DAG-HELTAL > WS-IDAG-HELTAL
                   AND WS-DAG-BANKDAG = "Y"
               ADD 1 TO WS-DAG-HELTAL
               PERFORM CHECK-BANKDAG
           END-PERFORM
           MOVE WS-DAG-HELTAL TO WS-NAESTE-BANKDAG
           IF WS-S1-HELTAL = WS-NAESTE-BANKDAG
               COMPUTE WS-AFRUND-ANTAL = (WS-BEHOV-S1-S2
                   * (100 + MA-SIKKERHED-PCT(MA-IX)) / 100
                   + WS-AFRUNDING - 1) / WS-AFRUNDING
               COMPUTE WS-ORDRE-BELOB = WS-AFRUND-ANTAL * WS-AFRUNDING
               IF MA-KAPACITET(MA-IX) > ZERO
                   AND WS-ORDRE-BELOB > MA-KAPACITET(MA-IX)
                   MOVE MA-KAPACITET(MA-IX) TO WS-ORDRE-BELOB
                   IF WS-BEMAERKNING = SPACES
                       MOVE "KAPACITET - EKSTRA BESOEG"
                           TO WS-BEMAERKNING
                   END-IF
               END-IF
               IF WS-ORDRE-BELOB > ZERO
                   MOVE "J" TO MA-ORDRE(MA-IX)
                   MOVE WS-ORDRE-BELOB TO MA-ORDRE-BELOB(MA-IX)
                   ADD 1 TO TR-ANTAL-ORDRER
                   ADD WS-ORDRE-BELOB TO TR-ORDRE-TOTAL
               END-IF
           END-IF
           PERFORM SKRIV-MASKINE-LINJE
       EXIT.

       SKRIV-MASKINE-LINJE.
           MOVE WS-BEHOV-TIL-S1 TO WS-ED-BEHOV-1
           MOVE WS-BEHOV-S1-S2  TO WS-ED-BEHOV-2
           MOVE WS-ORDRE-BELOB  TO WS-ED-BELOB
           IF MA-FYLDT-DATO(MA-IX) = SPACES
               MOVE ZERO TO WS-ED-REST
           ELSE
               MOVE WS-REST-BELOB TO WS-ED-REST
           END-IF
           STRING MA-MASKINE-ID(MA-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MA-DEPOT(MA-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MA-S1-DATO(MA-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ED-BEHOV-1 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ED-BEHOV-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ED-REST DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ED-BELOB DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-BEMAERKNING DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * SKRIV-ORDREFIL                                                *
      * Formål: Skriver kassetteordren grupperet pr. depot: maskinens *
      *         "D"-records og depotets "T"-record med ordretotalen.  *
      *         Detaljerne føjes også til ATMOrdreLog.txt.            *
      *****************************************************************
       SKRIV-ORDREFIL.
           PERFORM VARYING MA-IX FROM 1 BY 1 UNTIL MA-IX > MASK-COUNT
               IF MA-ORDRE(MA-IX) = "J"
                   PERFORM NOTER-DEPOT
               END-IF
           END-PERFORM

           OPEN OUTPUT ORDRE-FILE
           MOVE "ORDRE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE ORDRE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           OPEN EXTEND ORDRELOG-FILE
           IF ORDRELOG-FILE-STATUS = "35"
               OPEN OUTPUT ORDRELOG-FILE
           END-IF
           MOVE "ORDRELOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE ORDRELOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM SKRIV-RAPPORT-LINE
           MOVE "ORDRETOTAL PR. DEPOT" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING DP-IX FROM 1 BY 1 UNTIL DP-IX > DEPOT-COUNT
               PERFORM VARYING MA-IX FROM 1 BY 1
                       UNTIL MA-IX > MASK-COUNT
                   IF MA-ORDRE(MA-IX) = "J"
                       AND MA-DEPOT(MA-IX) = DP-DEPOT(DP-IX)
                       MOVE SPACES TO ATMORDREOPL
                       MOVE "D" TO AO-RECORDTYPE
                       MOVE MA-DEPOT(MA-IX) TO AO-DEPOT
                       MOVE MA-MASKINE-ID(MA-IX) TO AO-MASKINE-ID
                       MOVE MA-S1-DATO(MA-IX) TO AO-SERVICEDATO
                       MOVE MA-ORDRE-BELOB(MA-IX) TO AO-BELOB
                       MOVE 1 TO AO-ANTAL-MASKINER
                       PERFORM SKRIV-ORDRE-RECORD
                       MOVE ATMORDREOPL TO ATMORDRELOGOPL
                       WRITE ATMORDRELOGOPL
                       MOVE "ORDRELOG-FILE" TO WS-IO-FILE-NAME
                       MOVE "WRITE"         TO WS-IO-OPERATION
                       MOVE ORDRELOG-FILE-STATUS TO WS-IO-STATUS
                       PERFORM CHECK-IO-STATUS
                   END-IF
               END-PERFORM
               MOVE SPACES TO ATMORDREOPL
               MOVE "T" TO AO-RECORDTYPE
               MOVE DP-DEPOT(DP-IX) TO AO-DEPOT
               MOVE DP-TOTAL(DP-IX) TO AO-BELOB
               MOVE DP-ANTAL(DP-IX) TO AO-ANTAL-MASKINER
               PERFORM SKRIV-ORDRE-RECORD
               MOVE DP-TOTAL(DP-IX) TO WS-ED-BELOB
               STRING "  DEPOT " DELIMITED BY SIZE
                       DP-DEPOT(DP-IX) DELIMITED BY SIZE
                       "  MASKINER " DELIMITED BY SIZE
                       DP-ANTAL(DP-IX) DELIMITED BY SIZE
                       "  ORDRETOTAL " DELIMITED BY SIZE
                       WS-ED-BELOB DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM
           CLOSE ORDRELOG-FILE
           CLOSE ORDRE-FILE
       EXIT.

       NOTER-DEPOT.
           PERFORM VARYING DP-IX FROM 1 BY 1 UNTIL DP-IX > DEPOT-COUNT
               IF DP-DEPOT(DP-IX) = MA-DEPOT(MA-IX)
                   ADD MA-ORDRE-BELOB(MA-IX) TO DP-TOTAL(DP-IX)
                   ADD 1 TO DP-ANTAL(DP-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF DEPOT-COUNT >= DEPOT-MAX-ANTAL
      * Uden plads i depottabellen kan ordren ikke totaliseres -
      * maskinen bestilles ikke, og kørslen ender med fejl
               MOVE "N" TO MA-ORDRE(MA-IX)
               ADD 1 TO WS-IO-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DEPOT-COUNT
           MOVE MA-DEPOT(MA-IX) TO DP-DEPOT(DEPOT-COUNT)
           MOVE MA-ORDRE-BELOB(MA-IX) TO DP-TOTAL(DEPOT-COUNT)
           MOVE 1 TO DP-ANTAL(DEPOT-COUNT)
       EXIT.

       SKRIV-ORDRE-RECORD.
           WRITE ATMORDREOPL
           MOVE "ORDRE-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"      TO WS-IO-OPERATION
           MOVE ORDRE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
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
