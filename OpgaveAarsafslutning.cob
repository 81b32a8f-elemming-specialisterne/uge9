      *****************************************************************
      * PROGRAM-ID: OPGAVEAARSAFSLUTNING                              *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Årsafslutning. Journalerne har hidtil vokset uden *
      *             grænse, og år-til-dato-registrene er aldrig       *
      *             blevet nulstillet eller fremført ved årsskiftet.  *
      *             Kørslen efterviser først i Koerselslog.txt at     *
      *             alle årsafhængige udtræk (AarsSteps.txt; uden     *
      *             filen gælder OpgaveSkatIndberetning,              *
      *             OpgaveCRSIndberetning, OpgavePAL,                 *
      *             OpgavePensionsRapport og                          *
      *             OpgaveOmkostningsoversigt) står med STATUS=OK for *
      *             det lukkende år og ikke siden er rullet tilbage.  *
      *             Derefter lukkes RenteJournal, PosteringsJournal,  *
      *             GebyrJournal, KommunikationsLog og Koerselslog:   *
      *             årets og ældre linjer flyttes til generationen    *
      *             "<fil>.ÅÅÅÅ.txt" med en kontroltrailer (antal og  *
      *             kontrolsum), mens det nye års linjer bliver i den *
      *             levende fil. PensionsIndbetalinger nulstilles på  *
      *             samme måde - det lukkede års indbetalinger går    *
      *             til generationen. HvidvaskAkkum, kortenes grænser *
      *             og overtrækkenes rykkergebyrtællere fremføres     *
      *             uændret. Til sidst skrives AARSAFSLUTNING-        *
      *             markøren i run-loggen. Året styres af             *
      *             AarsafslutningAar.txt - findes filen ikke, lukkes *
      *             året før forretningsdatoen. RETURN-CODE 4 hvis    *
      *             året allerede er lukket, 8 ved manglende udtræk   *
      *             eller I/O-fejl.                                   *
      * INPUT:      AarsafslutningAar.txt - Det lukkende år           *
      *             AarsSteps.txt     - Krævede årsudtræk             *
      *             Koerselslog.txt   - Run-loggen                    *
      *             HvidvaskAkkum.txt / Kort.txt /                    *
      *             OverTraekRegister.txt - Fremførte registre        *
      *             BusinessDato.txt  - Forretningsdatoen             *
      * OUTPUT:     <fil>.ÅÅÅÅ.txt    - Årsgenerationerne             *
      *             RenteJournal.txt m.fl. - Det nye års linjer       *
      *             Koerselslog.txt   - AARSAFSLUTNING-markøren       *
      *             Aarsafslutning-Rapport.txt - Lukkerapporten       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveAarsafslutning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-AAR-FILE ASSIGN TO "AarsafslutningAar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-AAR-FILE-STATUS.
           SELECT STEPS-FILE ASSIGN TO "AarsSteps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPS-FILE-STATUS.
           SELECT LOG-IND-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-IND-FILE-STATUS.
           SELECT LOG-UD-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-UD-FILE-STATUS.
           SELECT SEKV-IND-FILE ASSIGN TO WS-IND-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEKV-IND-FILE-STATUS.
           SELECT SEKV-UD-FILE ASSIGN TO WS-UD-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEKV-UD-FILE-STATUS.
           SELECT GEN-FILE ASSIGN TO WS-GEN-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-FILE-STATUS.
           SELECT AKKUM-FILE ASSIGN TO "HvidvaskAkkum.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AKKUM-FILE-STATUS.
           SELECT KORT-FILE ASSIGN TO "Kort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KORT-FILE-STATUS.
           SELECT OVERTRAEK-FILE ASSIGN TO "OverTraekRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERTRAEK-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "Aarsafslutning-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "Aarsafslutning-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-AAR-FILE.
       01 INDBAAROPL.
           COPY "INDBAAROPL.cpy".

       FD STEPS-FILE.
       01 STEPS-RECORD.
           02 AS-PROGRAM       PIC X(30).

       FD LOG-IND-FILE.
       01 LOG-IND-LINE     PIC X(100).

       FD LOG-UD-FILE.
       01 LOG-UD-LINE      PIC X(100) VALUE SPACES.

      * Journalerne kopieres linje for linje uden at kende deres
      * layout - kun årets placering i linjen skal kendes
       FD SEKV-IND-FILE.
       01 SEKV-IND-LINE    PIC X(200).

       FD SEKV-UD-FILE.
       01 SEKV-UD-LINE     PIC X(200) VALUE SPACES.

       FD GEN-FILE.
       01 GEN-LINE         PIC X(200) VALUE SPACES.

       FD AKKUM-FILE.
       01 HVIDVASKOPL.
           COPY "HVIDVASKOPL.cpy".

       FD KORT-FILE.
       01 KORTOPL.
           COPY "KORTOPL.cpy".

       FD OVERTRAEK-FILE.
       01 OVERTRAEKOPL.
           COPY "OVERTRAEKOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(120) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-STEPS     PIC X VALUE "N".
       01 END-OF-LOG       PIC X VALUE "N".
       01 END-OF-FILE      PIC X VALUE "N".

      * De krævede årsudtræk - forvalgt til standardsættet
       01 STEP-MAX-ANTAL   PIC 9(2) VALUE 20.
       01 STEP-COUNT       PIC 9(2) VALUE ZERO.
       01 STEP-TABEL.
           02 STEP-ENTRY OCCURS 20 TIMES.
               03 ST-PROGRAM PIC X(30).
               03 ST-OK      PIC X(01).
               03 ST-LINJE   PIC X(100).
       01 ST-IX            PIC 9(2) VALUE ZERO.

      * Journalerne der lukkes. Årets placering: JN-DATO-POS er en
      * fast position (ÅÅÅÅ starter der); ellers søges efter
      * JN-MAERKE (fx "DATO=") og derefter JN-MAERKE-2. En linje
      * uden år (trailere, blanke linjer) følger linjen før den.
      * JN-SUM-TYPE: R = rentebeløbet, P = pensionsindbetalingen,
      * T = antal tegn - kontrolsummen i generationens trailer.
       01 JN-MAX-ANTAL     PIC 9(2) VALUE 10.
       01 JN-COUNT         PIC 9(2) VALUE ZERO.
       01 JN-TABEL.
           02 JN-ENTRY OCCURS 10 TIMES.
               03 JN-FIL          PIC X(40).
               03 JN-DATO-POS     PIC 9(03).
               03 JN-MAERKE       PIC X(08).
               03 JN-MAERKE-LGD   PIC 9(01).
               03 JN-MAERKE-2     PIC X(08).
               03 JN-MAERKE-2-LGD PIC 9(01).
               03 JN-SUM-TYPE     PIC X(01).
               03 JN-RESULTAT     PIC X(01).
                   88 JN-LUKKET           VALUE "L".
                   88 JN-ALLEREDE         VALUE "A".
                   88 JN-MANGLER          VALUE "M".
               03 JN-ANTAL-GEN    PIC 9(09).
               03 JN-ANTAL-NYT    PIC 9(09).
               03 JN-KONTROLSUM   PIC S9(13)V99.
       01 JN-IX            PIC 9(2) VALUE ZERO.

      * Rekordbilleder til kontrolsummerne
       01 WS-RJ-RECORD.
           COPY "RENTEJOURNALOPL.cpy".
       01 WS-PI-RECORD.
           COPY "PENSIONYTDOPL.cpy".

       01 WS-IND-FILNAVN   PIC X(50) VALUE SPACES.
       01 WS-UD-FILNAVN    PIC X(50) VALUE SPACES.
       01 WS-GEN-FILNAVN   PIC X(50) VALUE SPACES.
       01 WS-NY-FILNAVN    PIC X(50) VALUE SPACES.

       01 WS-LINJE-AAR     PIC 9(4) VALUE ZERO.
       01 WS-SOEG-TAL      PIC 9(3) VALUE ZERO.
       01 WS-SOEG-TAL-2    PIC 9(3) VALUE ZERO.
       01 WS-SOEG-TAL-3    PIC 9(3) VALUE ZERO.
       01 WS-SOEG-POS      PIC 9(3) VALUE ZERO.
       01 WS-AAR-MAERKE    PIC X(09) VALUE SPACES.
       01 WS-LUK-MAERKE    PIC X(24) VALUE SPACES.
       01 WS-ALLE-OK       PIC X VALUE "Y".
       01 WS-ALLEREDE-LUKKET PIC X VALUE "N".
       01 WS-SYSTID        PIC 9(8) VALUE ZERO.
       01 WS-LOG-PTR       PIC 9(3) VALUE 1.

      * Det lukkende år og forretningsdatoen
       01 WS-LUK-AAR         PIC 9(4) VALUE ZERO.
       01 WS-AAR-TEKST       PIC X(4) VALUE SPACES.
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DATO-TEKST      PIC X(10) VALUE SPACES.

       01 WS-ANTAL-DISPLAY PIC Z(8)9.
       01 WS-SUM-DISPLAY   PIC -(12)9.99.

      * De fremførte registre
       01 TR-ANTAL-HVIDVASK  PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-KORT      PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-KORT-GR   PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-OVERTRAEK PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-RYKKER    PIC 9(7) VALUE ZERO.
       01 WS-HVIDVASK-FINDES PIC X VALUE "N".
       01 WS-KORT-FINDES     PIC X VALUE "N".
       01 WS-OVERTRAEK-FINDES PIC X VALUE "N".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 INPUT-AAR-FILE-STATUS PIC XX VALUE "00".
       01 STEPS-FILE-STATUS    PIC XX VALUE "00".
       01 LOG-IND-FILE-STATUS  PIC XX VALUE "00".
       01 LOG-UD-FILE-STATUS   PIC XX VALUE "00".
       01 SEKV-IND-FILE-STATUS PIC XX VALUE "00".
       01 SEKV-UD-FILE-STATUS  PIC XX VALUE "00".
       01 GEN-FILE-STATUS      PIC XX VALUE "00".
       01 AKKUM-FILE-STATUS    PIC XX VALUE "00".
       01 KORT-FILE-STATUS     PIC XX VALUE "00".
       01 OVERTRAEK-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DATO-TEKST
           STRING WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
               WS-SYSDATO(7:2) DELIMITED BY SIZE INTO WS-DATO-TEKST
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LAES-LUKKEAAR
           PERFORM LAES-STEPS
           PERFORM KONTROLLER-LOG
           PERFORM BYG-JOURNALTABEL
           IF WS-ALLE-OK = "Y" AND WS-ALLEREDE-LUKKET = "N"
               PERFORM VARYING JN-IX FROM 1 BY 1
                       UNTIL JN-IX > JN-COUNT
                   PERFORM LUK-JOURNAL
               END-PERFORM
               PERFORM GENNEMGAA-HVIDVASK
               PERFORM GENNEMGAA-KORT
               PERFORM GENNEMGAA-OVERTRAEK
               PERFORM SKRIV-MARKOER
           END-IF
           PERFORM SKRIV-RAPPORT

           DISPLAY "OpgaveAarsafslutning: aar " WS-LUK-AAR
               " - "
           EVALUATE TRUE
               WHEN WS-ALLEREDE-LUKKET = "Y"
                   DISPLAY "allerede lukket - intet flyttet"
               WHEN WS-ALLE-OK = "Y"
                   DISPLAY "lukket - markoer skrevet"
               WHEN OTHER
                   DISPLAY "aarsudtraek mangler - lukning "
                       "blokeret"
           END-EVALUATE

           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-ALLE-OK = "N" OR WS-IO-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ALLEREDE-LUKKET = "Y"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * LAES-LUKKEAAR                                                 *
      * Formål: Sætter det lukkende år fra kontrolfilen - findes den  *
      *         ikke, lukkes året før forretningsdatoen (kørslen      *
      *         ligger i januar, efter årsudtrækkene).                *
      *****************************************************************
       LAES-LUKKEAAR.
           OPEN INPUT INPUT-AAR-FILE
           IF INPUT-AAR-FILE-STATUS = "00"
               READ INPUT-AAR-FILE INTO INDBAAROPL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF INDB-AAR > ZERO
                           MOVE INDB-AAR TO WS-LUK-AAR
                       END-IF
               END-READ
               CLOSE INPUT-AAR-FILE
           END-IF
           IF WS-LUK-AAR = ZERO
               COMPUTE WS-LUK-AAR =
                   FUNCTION NUMVAL(WS-SYSDATO(1:4)) - 1
           END-IF
           MOVE WS-LUK-AAR TO WS-AAR-TEKST
       EXIT.

      *****************************************************************
      * LAES-STEPS                                                    *
      * Formål: Læser de krævede årsudtræk. Findes filen ikke,        *
      *         gælder standardsættet.                                *
      *****************************************************************
       LAES-STEPS.
           OPEN INPUT STEPS-FILE
           IF STEPS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-STEPS = "Y"
                   READ STEPS-FILE INTO STEPS-RECORD
                       AT END
                           MOVE "Y" TO END-OF-STEPS
                       NOT AT END
                           IF STEP-COUNT < STEP-MAX-ANTAL
                               AND AS-PROGRAM NOT = SPACES
                               ADD 1 TO STEP-COUNT
                               MOVE AS-PROGRAM
                                   TO ST-PROGRAM(STEP-COUNT)
                               MOVE "N" TO ST-OK(STEP-COUNT)
                               MOVE SPACES TO ST-LINJE(STEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEPS-FILE
           END-IF
           IF STEP-COUNT = ZERO
               MOVE 5 TO STEP-COUNT
               MOVE "OPGAVESKATINDBERETNING" TO ST-PROGRAM(1)
               MOVE "OPGAVECRSINDBERETNING"  TO ST-PROGRAM(2)
               MOVE "OPGAVEPAL"              TO ST-PROGRAM(3)
               MOVE "OPGAVEPENSIONSRAPPORT"  TO ST-PROGRAM(4)
               MOVE "OPGAVEOMKOSTNINGSOVERSIGT" TO ST-PROGRAM(5)
               PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > 5
                   MOVE "N" TO ST-OK(ST-IX)
                   MOVE SPACES TO ST-LINJE(ST-IX)
               END-PERFORM
           END-IF
       EXIT.

      *****************************************************************
      * KONTROLLER-LOG                                                *
      * Formål: Gennemløber run-loggen: et udtræk er kørt, når en     *
      *         linje bærer programnavnet, det lukkende år            *
      *         (AAR=ÅÅÅÅ) og STATUS=OK. Står årets AARSAFSLUTNING-   *
      *         markør der allerede, er året lukket.                  *
      *****************************************************************
       KONTROLLER-LOG.
           MOVE SPACES TO WS-AAR-MAERKE
           STRING "AAR=" WS-AAR-TEKST DELIMITED BY SIZE
               INTO WS-AAR-MAERKE
           MOVE SPACES TO WS-LUK-MAERKE
           STRING "AARSAFSLUTNING AAR=" WS-AAR-TEKST
               DELIMITED BY SIZE INTO WS-LUK-MAERKE
           OPEN INPUT LOG-IND-FILE
           IF LOG-IND-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-ALLE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LOG = "Y"
               READ LOG-IND-FILE
                   AT END
                       MOVE "Y" TO END-OF-LOG
                   NOT AT END
                       PERFORM VURDER-LOG-LINJE
               END-READ
           END-PERFORM
           CLOSE LOG-IND-FILE
           MOVE "N" TO END-OF-LOG
           PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > STEP-COUNT
               IF ST-OK(ST-IX) = "N"
                   MOVE "N" TO WS-ALLE-OK
               END-IF
           END-PERFORM
       EXIT.

       VURDER-LOG-LINJE.
           MOVE ZERO TO WS-SOEG-TAL
           INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL
               FOR ALL FUNCTION TRIM(WS-LUK-MAERKE)
           MOVE ZERO TO WS-SOEG-TAL-2
           INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL-2
               FOR ALL "STATUS=OK"
           IF WS-SOEG-TAL > ZERO AND WS-SOEG-TAL-2 > ZERO
               MOVE "Y" TO WS-ALLEREDE-LUKKET
               EXIT PARAGRAPH
           END-IF
      * En TILBAGERUL-linje for udtrækket ophæver en tidligere
      * STATUS=OK-linje, indtil udtrækket er kørt om
           MOVE ZERO TO WS-SOEG-TAL
           INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL
               FOR ALL "TILBAGERUL "
           IF WS-SOEG-TAL > ZERO
               PERFORM VARYING ST-IX FROM 1 BY 1
                       UNTIL ST-IX > STEP-COUNT
                   MOVE ZERO TO WS-SOEG-TAL
                   INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL
                       FOR ALL FUNCTION TRIM(ST-PROGRAM(ST-IX))
                   IF WS-SOEG-TAL > ZERO
                       MOVE "N" TO ST-OK(ST-IX)
                       MOVE SPACES TO ST-LINJE(ST-IX)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > STEP-COUNT
               MOVE ZERO TO WS-SOEG-TAL
               INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL
                   FOR ALL FUNCTION TRIM(ST-PROGRAM(ST-IX))
               MOVE ZERO TO WS-SOEG-TAL-2
               INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL-2
                   FOR ALL FUNCTION TRIM(WS-AAR-MAERKE)
               MOVE ZERO TO WS-SOEG-TAL-3
               INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL-3
                   FOR ALL "STATUS=OK"
               IF WS-SOEG-TAL > ZERO AND WS-SOEG-TAL-2 > ZERO
                   AND WS-SOEG-TAL-3 > ZERO
                   MOVE "Y" TO ST-OK(ST-IX)
                   MOVE LOG-IND-LINE TO ST-LINJE(ST-IX)
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * BYG-JOURNALTABEL                                              *
      * Formål: Opbygger de journaler og registre der lukkes i        *
      *         årsgenerationer, med årets placering i linjen.        *
      *         Koerselslog lukkes sidst, så kontrollen ovenfor og    *
      *         markøren nedenfor ser den samme log.                  *
      *****************************************************************
       BYG-JOURNALTABEL.
           MOVE 6 TO JN-COUNT
           PERFORM VARYING JN-IX FROM 1 BY 1 UNTIL JN-IX > JN-COUNT
               MOVE SPACES TO JN-ENTRY(JN-IX)
               MOVE ZERO   TO JN-DATO-POS(JN-IX)
               MOVE ZERO   TO JN-MAERKE-LGD(JN-IX)
               MOVE ZERO   TO JN-MAERKE-2-LGD(JN-IX)
               MOVE "T"    TO JN-SUM-TYPE(JN-IX)
               MOVE ZERO   TO JN-ANTAL-GEN(JN-IX)
               MOVE ZERO   TO JN-ANTAL-NYT(JN-IX)
               MOVE ZERO   TO JN-KONTROLSUM(JN-IX)
           END-PERFORM
      *    RJ-DATO står i position 21-30
           MOVE "RenteJournal.txt"      TO JN-FIL(1)
           MOVE 21                      TO JN-DATO-POS(1)
           MOVE "R"                     TO JN-SUM-TYPE(1)
      *    Posteringslinjerne bærer TID=ÅÅÅÅ-MM-DD...
           MOVE "PosteringsJournal.txt" TO JN-FIL(2)
           MOVE "TID="                  TO JN-MAERKE(2)
           MOVE 4                       TO JN-MAERKE-LGD(2)
      *    Gebyrjournalen er udateret og dannes pr. måned - den
      *    tilhører det lukkende år
           MOVE "GebyrJournal.txt"      TO JN-FIL(3)
      *    KL-DATO står i position 11-20
           MOVE "KommunikationsLog.txt" TO JN-FIL(4)
           MOVE 11                      TO JN-DATO-POS(4)
      *    PI-AAR står i position 11-14 - det lukkede års
      *    indbetalinger forlader registret, det nye år starter på nul
           MOVE "PensionsIndbetalinger.txt" TO JN-FIL(5)
           MOVE 11                      TO JN-DATO-POS(5)
           MOVE "P"                     TO JN-SUM-TYPE(5)
      *    Run-loggens linjer bærer DATO= eller MAANED=
           MOVE "Koerselslog.txt"       TO JN-FIL(6)
           MOVE "DATO="                 TO JN-MAERKE(6)
           MOVE 5                       TO JN-MAERKE-LGD(6)
           MOVE "MAANED="               TO JN-MAERKE-2(6)
           MOVE 7                       TO JN-MAERKE-2-LGD(6)
       EXIT.

      *****************************************************************
      * LUK-JOURNAL                                                   *
      * Formål: Deler journalen: linjer fra det lukkende år og før    *
      *         skrives til generationen "<fil>.ÅÅÅÅ.txt" med en      *
      *         kontroltrailer, det nye års linjer til "<fil>.NY",    *
      *         som derefter kopieres tilbage som den levende fil.    *
      *         Findes generationen allerede, er journalen lukket i   *
      *         en tidligere, afbrudt kørsel og springes over.        *
      *****************************************************************
       LUK-JOURNAL.
           MOVE SPACES TO WS-GEN-FILNAVN
           STRING JN-FIL(JN-IX) DELIMITED BY ".txt"
                   "." DELIMITED BY SIZE
                   WS-AAR-TEKST DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-GEN-FILNAVN
           MOVE SPACES TO WS-NY-FILNAVN
           STRING JN-FIL(JN-IX) DELIMITED BY ".txt"
                   ".NY" DELIMITED BY SIZE
                   INTO WS-NY-FILNAVN

           MOVE WS-GEN-FILNAVN TO WS-IND-FILNAVN
           OPEN INPUT SEKV-IND-FILE
           IF SEKV-IND-FILE-STATUS = "00"
               CLOSE SEKV-IND-FILE
               MOVE "A" TO JN-RESULTAT(JN-IX)
               EXIT PARAGRAPH
           END-IF

           MOVE JN-FIL(JN-IX) TO WS-IND-FILNAVN
           OPEN INPUT SEKV-IND-FILE
           IF SEKV-IND-FILE-STATUS = "35"
               MOVE "M" TO JN-RESULTAT(JN-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE "SEKV-IND-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE SEKV-IND-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF SEKV-IND-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GEN-FILE
           MOVE "GEN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"     TO WS-IO-OPERATION
           MOVE GEN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE WS-NY-FILNAVN TO WS-UD-FILNAVN
           OPEN OUTPUT SEKV-UD-FILE
           MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           MOVE WS-LUK-AAR TO WS-LINJE-AAR
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SEKV-IND-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM BESTEM-LINJE-AAR
                       IF WS-LINJE-AAR > WS-LUK-AAR
                           PERFORM SKRIV-NY-LINJE
                       ELSE
                           PERFORM SKRIV-GEN-LINJE
                       END-IF
               END-READ
               MOVE "SEKV-IND-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"          TO WS-IO-OPERATION
               MOVE SEKV-IND-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           MOVE "N" TO END-OF-FILE
           PERFORM SKRIV-GEN-TRAILER
           CLOSE SEKV-IND-FILE
           CLOSE SEKV-UD-FILE
           CLOSE GEN-FILE
           PERFORM GENSKAB-LEVENDE-FIL
           MOVE "L" TO JN-RESULTAT(JN-IX)
       EXIT.

      *****************************************************************
      * BESTEM-LINJE-AAR                                              *
      * Formål: Finder linjens år - fra den faste position eller      *
      *         efter mærket. Findes intet år, beholdes det forrige.  *
      *****************************************************************
       BESTEM-LINJE-AAR.
           IF JN-DATO-POS(JN-IX) > ZERO
               IF SEKV-IND-LINE(JN-DATO-POS(JN-IX):4) IS NUMERIC
                   MOVE SEKV-IND-LINE(JN-DATO-POS(JN-IX):4)
                       TO WS-LINJE-AAR
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF JN-MAERKE-LGD(JN-IX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SOEG-TAL
           INSPECT SEKV-IND-LINE TALLYING WS-SOEG-TAL
               FOR ALL JN-MAERKE(JN-IX)(1:JN-MAERKE-LGD(JN-IX))
           IF WS-SOEG-TAL > ZERO
               MOVE ZERO TO WS-SOEG-POS
               INSPECT SEKV-IND-LINE TALLYING WS-SOEG-POS
                   FOR CHARACTERS BEFORE INITIAL
                   JN-MAERKE(JN-IX)(1:JN-MAERKE-LGD(JN-IX))
               COMPUTE WS-SOEG-POS = WS-SOEG-POS
                   + JN-MAERKE-LGD(JN-IX) + 1
           ELSE
               IF JN-MAERKE-2-LGD(JN-IX) = ZERO
                   EXIT PARAGRAPH
               END-IF
               INSPECT SEKV-IND-LINE TALLYING WS-SOEG-TAL
                   FOR ALL JN-MAERKE-2(JN-IX)(1:JN-MAERKE-2-LGD(JN-IX))
               IF WS-SOEG-TAL = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WS-SOEG-POS
               INSPECT SEKV-IND-LINE TALLYING WS-SOEG-POS
                   FOR CHARACTERS BEFORE INITIAL
                   JN-MAERKE-2(JN-IX)(1:JN-MAERKE-2-LGD(JN-IX))
               COMPUTE WS-SOEG-POS = WS-SOEG-POS
                   + JN-MAERKE-2-LGD(JN-IX) + 1
           END-IF
           IF WS-SOEG-POS <= 197
               IF SEKV-IND-LINE(WS-SOEG-POS:4) IS NUMERIC
                   MOVE SEKV-IND-LINE(WS-SOEG-POS:4) TO WS-LINJE-AAR
               END-IF
           END-IF
       EXIT.

       SKRIV-GEN-LINJE.
           WRITE GEN-LINE FROM SEKV-IND-LINE
           MOVE "GEN-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"    TO WS-IO-OPERATION
           MOVE GEN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO JN-ANTAL-GEN(JN-IX)
           EVALUATE JN-SUM-TYPE(JN-IX)
               WHEN "R"
                   MOVE SEKV-IND-LINE TO WS-RJ-RECORD
                   IF RJ-RENTEBELOB IS NUMERIC
                       ADD RJ-RENTEBELOB TO JN-KONTROLSUM(JN-IX)
                   END-IF
               WHEN "P"
                   MOVE SEKV-IND-LINE TO WS-PI-RECORD
                   IF PI-INDBETALT IS NUMERIC
                       ADD PI-INDBETALT TO JN-KONTROLSUM(JN-IX)
                   END-IF
               WHEN OTHER
                   ADD FUNCTION LENGTH(FUNCTION TRIM(SEKV-IND-LINE
                       TRAILING)) TO JN-KONTROLSUM(JN-IX)
           END-EVALUATE
       EXIT.

       SKRIV-NY-LINJE.
           WRITE SEKV-UD-LINE FROM SEKV-IND-LINE
           MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO JN-ANTAL-NYT(JN-IX)
       EXIT.

      *****************************************************************
      * SKRIV-GEN-TRAILER                                             *
      * Formål: Afslutter generationen med kontroltraileren: fil,     *
      *         år, antal linjer og kontrolsum, så arkivet kan        *
      *         efterprøves mod årets indberetninger.                 *
      *****************************************************************
       SKRIV-GEN-TRAILER.
           MOVE JN-ANTAL-GEN(JN-IX) TO WS-ANTAL-DISPLAY
           MOVE JN-KONTROLSUM(JN-IX) TO WS-SUM-DISPLAY
           MOVE SPACES TO GEN-LINE
           STRING "*TRAILER* FIL=" DELIMITED BY SIZE
                   JN-FIL(JN-IX) DELIMITED BY SPACE
                   " AAR=" DELIMITED BY SIZE
                   WS-AAR-TEKST DELIMITED BY SIZE
                   " ANTAL=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " KONTROLSUM=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SUM-DISPLAY) DELIMITED BY SIZE
                   " LUKKET=" DELIMITED BY SIZE
                   WS-DATO-TEKST DELIMITED BY SIZE
                   INTO GEN-LINE
           WRITE GEN-LINE
           MOVE "GEN-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"    TO WS-IO-OPERATION
           MOVE GEN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * GENSKAB-LEVENDE-FIL                                           *
      * Formål: Kopierer det nye års linjer fra "<fil>.NY" tilbage    *
      *         som den levende fil, som de løbende kørsler fortsat   *
      *         skriver videre i med OPEN EXTEND.                     *
      *****************************************************************
       GENSKAB-LEVENDE-FIL.
           MOVE WS-NY-FILNAVN TO WS-IND-FILNAVN
           MOVE JN-FIL(JN-IX) TO WS-UD-FILNAVN
           OPEN INPUT SEKV-IND-FILE
           MOVE "SEKV-IND-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE SEKV-IND-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF SEKV-IND-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SEKV-UD-FILE
           MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SEKV-IND-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       WRITE SEKV-UD-LINE FROM SEKV-IND-LINE
                       MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
                       MOVE "WRITE"        TO WS-IO-OPERATION
                       MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
                       PERFORM CHECK-IO-STATUS
               END-READ
           END-PERFORM
           MOVE "N" TO END-OF-FILE
           CLOSE SEKV-IND-FILE
           CLOSE SEKV-UD-FILE
       EXIT.

      *****************************************************************
      * GENNEMGAA-HVIDVASK                                            *
      * Formål: HvidvaskAkkum er et rullende 30-dages vindue, der     *
      *         krydser årsskiftet - det fremføres uændret og tælles  *
      *         kun til lukkerapporten.                               *
      *****************************************************************
       GENNEMGAA-HVIDVASK.
           OPEN INPUT AKKUM-FILE
           IF AKKUM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HVIDVASK-FINDES
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AKKUM-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-HVIDVASK
               END-READ
           END-PERFORM
           MOVE "N" TO END-OF-FILE
           CLOSE AKKUM-FILE
       EXIT.

      *****************************************************************
      * GENNEMGAA-KORT                                                *
      * Formål: Kortenes dags- og månedsgrænser er stående aftaler    *
      *         og fremføres; månedsforbruget opgøres af              *
      *         OpgaveKortGraenser pr. kalendermåned og starter       *
      *         derfor forfra af sig selv i januar.                   *
      *****************************************************************
       GENNEMGAA-KORT.
           OPEN INPUT KORT-FILE
           IF KORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-KORT-FINDES
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KORT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-KORT
                       IF KORT-MDR-GRAENSE > ZERO
                           OR KORT-DAGS-GRAENSE > ZERO
                           ADD 1 TO TR-ANTAL-KORT-GR
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO END-OF-FILE
           CLOSE KORT-FILE
       EXIT.

      *****************************************************************
      * GENNEMGAA-OVERTRAEK                                           *
      * Formål: Rykkergebyrtællerne fremføres: rentelovens loft på    *
      *         tre rykkergebyrer gælder pr. overtræk, ikke pr.       *
      *         kalenderår, så et overtræk der løber over årsskiftet  *
      *         beholder sit antal og sin seneste gebyrdato.          *
      *****************************************************************
       GENNEMGAA-OVERTRAEK.
           OPEN INPUT OVERTRAEK-FILE
           IF OVERTRAEK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-OVERTRAEK-FINDES
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OVERTRAEK-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-OVERTRAEK
                       IF OT-GEBYR-ANTAL > ZERO
                           ADD 1 TO TR-ANTAL-RYKKER
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO END-OF-FILE
           CLOSE OVERTRAEK-FILE
       EXIT.

      *****************************************************************
      * SKRIV-MARKOER                                                 *
      * Formål: Skriver AARSAFSLUTNING-markøren i den nye, levende    *
      *         run-log - en genkørsel for samme år afvises på den.   *
      *****************************************************************
       SKRIV-MARKOER.
           OPEN EXTEND LOG-UD-FILE
           IF LOG-UD-FILE-STATUS = "35"
               OPEN OUTPUT LOG-UD-FILE
           END-IF
           MOVE "LOG-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE LOG-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF LOG-UD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-SYSTID FROM TIME
           MOVE SPACES TO LOG-UD-LINE
           MOVE 1 TO WS-LOG-PTR
           STRING "AARSAFSLUTNING AAR=" DELIMITED BY SIZE
                   WS-AAR-TEKST DELIMITED BY SIZE
                   " DATO=" DELIMITED BY SIZE
                   WS-DATO-TEKST DELIMITED BY SIZE
                   " KL " DELIMITED BY SIZE
                   WS-SYSTID(1:2) ":" WS-SYSTID(3:2)
                   DELIMITED BY SIZE
                   INTO LOG-UD-LINE
                   WITH POINTER WS-LOG-PTR
           IF WS-IO-ERROR-COUNT = ZERO
               STRING " STATUS=OK" DELIMITED BY SIZE
                       INTO LOG-UD-LINE
                       WITH POINTER WS-LOG-PTR
           ELSE
               STRING " STATUS=FEJL" DELIMITED BY SIZE
                       INTO LOG-UD-LINE
                       WITH POINTER WS-LOG-PTR
           END-IF
           WRITE LOG-UD-LINE
           MOVE "LOG-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE LOG-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           CLOSE LOG-UD-FILE
       EXIT.

      *****************************************************************
      * SKRIV-RAPPORT                                                 *
      * Formål: Skriver lukkerapporten: hvert årsudtræk med kørt/     *
      *         mangler, hver journals generation med antal og        *
      *         kontrolsum, og hvordan hvert register er behandlet.   *
      *****************************************************************
       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
           STRING "AARSAFSLUTNING FOR AAR " DELIMITED BY SIZE
                   WS-AAR-TEKST DELIMITED BY SIZE
                   " - KOERT " DELIMITED BY SIZE
                   WS-DATO-TEKST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "AARSUDTRAEK:" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > STEP-COUNT
               IF ST-OK(ST-IX) = "Y"
                   STRING "  KOERT      " DELIMITED BY SIZE
                           ST-PROGRAM(ST-IX) DELIMITED BY SPACE
                           ": " DELIMITED BY SIZE
                           ST-LINJE(ST-IX) DELIMITED BY SIZE
                           INTO RAPPORT-LINE
               ELSE
                   STRING "  **MANGLER** " DELIMITED BY SIZE
                           ST-PROGRAM(ST-IX) DELIMITED BY SPACE
                           INTO RAPPORT-LINE
               END-IF
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINE
           EVALUATE TRUE
               WHEN WS-ALLEREDE-LUKKET = "Y"
                   MOVE "AARET ER ALLEREDE LUKKET - INTET FLYTTET"
                       TO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               WHEN WS-ALLE-OK = "N"
                   MOVE "AARSUDTRAEK MANGLER - LUKNINGEN ER BLOKERET"
                       TO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               WHEN OTHER
                   PERFORM SKRIV-RAPPORT-JOURNALER
                   PERFORM SKRIV-RAPPORT-REGISTRE
           END-EVALUATE
           CLOSE RAPPORT-FILE
       EXIT.

       SKRIV-RAPPORT-JOURNALER.
           MOVE "JOURNALER OG AAR-TIL-DATO-REGISTRE:" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING JN-IX FROM 1 BY 1 UNTIL JN-IX > JN-COUNT
               EVALUATE TRUE
                   WHEN JN-LUKKET(JN-IX)
                       MOVE JN-ANTAL-GEN(JN-IX) TO WS-ANTAL-DISPLAY
                       MOVE JN-KONTROLSUM(JN-IX) TO WS-SUM-DISPLAY
                       STRING "  " DELIMITED BY SIZE
                               JN-FIL(JN-IX) DELIMITED BY SPACE
                               ": LUKKET ANTAL=" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-ANTAL-DISPLAY)
                               DELIMITED BY SIZE
                               " KONTROLSUM=" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-SUM-DISPLAY)
                               DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                       PERFORM SKRIV-RAPPORT-LINE
                       MOVE JN-ANTAL-NYT(JN-IX) TO WS-ANTAL-DISPLAY
                       STRING "      GENERATION " DELIMITED BY SIZE
                               JN-FIL(JN-IX) DELIMITED BY ".txt"
                               "." DELIMITED BY SIZE
                               WS-AAR-TEKST DELIMITED BY SIZE
                               ".txt - NYE AARS LINJER BEHOLDT="
                               DELIMITED BY SIZE
                               FUNCTION TRIM(WS-ANTAL-DISPLAY)
                               DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                   WHEN JN-ALLEREDE(JN-IX)
                       STRING "  " DELIMITED BY SIZE
                               JN-FIL(JN-IX) DELIMITED BY SPACE
                               ": GENERATIONEN FINDES - SPRUNGET OVER"
                               DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                   WHEN JN-MANGLER(JN-IX)
                       STRING "  " DELIMITED BY SIZE
                               JN-FIL(JN-IX) DELIMITED BY SPACE
                               ": FINDES IKKE - INTET AT LUKKE"
                               DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                   WHEN OTHER
                       STRING "  " DELIMITED BY SIZE
                               JN-FIL(JN-IX) DELIMITED BY SPACE
                               ": **I/O-FEJL** - IKKE LUKKET"
                               DELIMITED BY SIZE
                               INTO RAPPORT-LINE
               END-EVALUATE
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM
       EXIT.

       SKRIV-RAPPORT-REGISTRE.
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "FREMFOERTE REGISTRE:" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-HVIDVASK TO WS-ANTAL-DISPLAY
           STRING "  HvidvaskAkkum.txt: FREMFOERT UAENDRET, "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " RECORDS - 30-DAGES VINDUET KRYDSER AARSSKIFTET"
                   DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           IF WS-HVIDVASK-FINDES = "N"
               MOVE "  HvidvaskAkkum.txt: FINDES IKKE" TO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-KORT-GR TO WS-ANTAL-DISPLAY
           STRING "  Kort.txt: GRAENSER FREMFOERT PAA "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " KORT - MAANEDSFORBRUG OPGOERES PR. KALENDERMAANED"
                   DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           IF WS-KORT-FINDES = "N"
               MOVE "  Kort.txt: FINDES IKKE" TO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-RYKKER TO WS-ANTAL-DISPLAY
           STRING "  OverTraekRegister.txt: RYKKERGEBYRTAELLER "
                   DELIMITED BY SIZE
                   "FREMFOERT PAA " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " OVERTRAEK - LOFTET GAELDER PR. OVERTRAEK"
                   DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           IF WS-OVERTRAEK-FINDES = "N"
               MOVE "  OverTraekRegister.txt: FINDES IKKE"
                   TO RAPPORT-LINE
           END-IF
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
