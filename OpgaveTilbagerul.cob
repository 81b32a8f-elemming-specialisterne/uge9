      *****************************************************************
      * PROGRAM-ID: OPGAVETILBAGERUL                                  *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Ruller batchens filer tilbage til "før step X på  *
      *             forretningsdato D" (Tilbagerul.txt) ud fra de     *
      *             generationer OpgaveGenerationGem har gemt. Den    *
      *             seneste generation G for (D,X) findes i Genera-   *
      *             tioner.txt; hver fil der er gemt i G eller senere *
      *             genskabes fra den tidligste af disse generationer *
      *             - dens tilstand før det første step der rørte     *
      *             den - så hele sættet er konsistent. Recordantal   *
      *             og hashtotal efterprøves mod kataloget. For hvert *
      *             step der er rullet tilbage skrives en TILBAGERUL- *
      *             linje i Koerselslog.txt, så OpgaveDatoRul og      *
      *             OpgaveUltimoKontrol ikke længere regner steppet   *
      *             for gennemført. Køres på bestilling, ikke i       *
      *             OPGBATCH. RETURN-CODE 8 hvis der ikke findes en   *
      *             generation, eller en fil ikke kunne genskabes     *
      *             med samme antal og hashtotal.                     *
      * INPUT:      Tilbagerul.txt     - Dato, step og operatør       *
      *             Generationer.txt   - Generationskataloget         *
      *             <fil>.Gnnnnn       - Generationskopierne          *
      * OUTPUT:     De genskabte filer                                *
      *             Koerselslog.txt    - TILBAGERUL-linjerne          *
      *             Tilbagerul-Rapport.txt - Filer, antal, hash       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveTilbagerul.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANMODNING-FILE ASSIGN TO "Tilbagerul.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANMODNING-FILE-STATUS.
           SELECT KATALOG-FILE ASSIGN TO "Generationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOG-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT SEKV-IND-FILE ASSIGN TO WS-IND-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEKV-IND-FILE-STATUS.
           SELECT SEKV-UD-FILE ASSIGN TO WS-UD-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEKV-UD-FILE-STATUS.
           SELECT KOERSELSLOG-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELSLOG-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Tilbagerul-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "Tilbagerul-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ANMODNING-FILE.
       01 TILBAGERULOPL.
           COPY "TILBAGERULOPL.cpy".

       FD KATALOG-FILE.
       01 GENERATIONOPL.
           COPY "GENERATIONOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

      * De linjesekventielle filer kopieres linje for linje uden at
      * kende deres layout
       FD SEKV-IND-FILE.
       01 SEKV-IND-LINE    PIC X(1000).

       FD SEKV-UD-FILE.
       01 SEKV-UD-LINE     PIC X(1000) VALUE SPACES.

       FD KOERSELSLOG-FILE.
       01 KOERSELSLOG-LINE PIC X(100) VALUE SPACES.

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(132) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE        PIC X VALUE "N".
       01 WS-TABEL-FULD      PIC X VALUE "N".

      * Generationen tilbagerulningen går til - den seneste gemning
      * for (dato, step)
       01 WS-GEN-NR          PIC 9(05) VALUE ZERO.

      * Filerne der genskabes - hver fils tidligste generation fra
      * WS-GEN-NR og frem
       01 FL-MAX-ANTAL       PIC 9(3) VALUE 100.
       01 FL-COUNT           PIC 9(3) VALUE ZERO.
       01 FL-ARRAY OCCURS 100 TIMES.
           COPY "GENERATIONOPL.cpy"
               REPLACING LEADING ==GN-== BY ==FA-==.
       01 FL-IX              PIC 9(3) VALUE ZERO.

      * De steps der rulles tilbage - én pr. gemning
       01 RS-MAX-ANTAL       PIC 9(3) VALUE 100.
       01 RS-COUNT           PIC 9(3) VALUE ZERO.
       01 RS-TABEL.
           02 RS-ENTRY OCCURS 100 TIMES.
               03 RS-NR          PIC 9(05).
               03 RS-DATO        PIC X(10).
               03 RS-STEP        PIC X(08).
               03 RS-PROGRAM     PIC X(24).
       01 RS-IX              PIC 9(3) VALUE ZERO.
       01 WS-FUNDET          PIC X VALUE "N".

      * Den fil der genskabes nu
       01 WS-KONTO-FILNAVN   PIC X(40) VALUE SPACES.
       01 WS-IND-FILNAVN     PIC X(50) VALUE SPACES.
       01 WS-UD-FILNAVN      PIC X(50) VALUE SPACES.
       01 WS-ANTAL           PIC 9(09) VALUE ZERO.
       01 WS-HASH            PIC S9(13)V99 VALUE ZERO.
       01 WS-HASH-SLUT       PIC 9(04) VALUE ZERO.
       01 WS-FIL-OK          PIC X VALUE "Y".
       01 WS-AARSAG          PIC X(30) VALUE SPACES.
       01 WS-ANTAL-UD        PIC Z(8)9.
       01 WS-HASH-UD         PIC -(13)9.99.
       01 WS-KAT-ANTAL-UD    PIC Z(8)9.
       01 WS-KAT-HASH-UD     PIC -(13)9.99.

       01 WS-KALENDERDAG     PIC 9(8) VALUE ZERO.
       01 WS-KALENDER-TEKST  PIC X(10) VALUE SPACES.
       01 WS-SYSTID          PIC 9(8) VALUE ZERO.
       01 WS-LOG-PTR         PIC 9(3) VALUE 1.

       01 TR-ANTAL-GENSKABT  PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-TOEMT     PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-FEJL      PIC 9(3) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 ANMODNING-FILE-STATUS   PIC XX VALUE "00".
       01 KATALOG-FILE-STATUS     PIC XX VALUE "00".
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 SEKV-IND-FILE-STATUS    PIC XX VALUE "00".
       01 SEKV-UD-FILE-STATUS     PIC XX VALUE "00".
       01 KOERSELSLOG-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS     PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-IO-FILE-NAME         PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS            PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT       PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-KALENDERDAG FROM DATE YYYYMMDD
           ACCEPT WS-SYSTID FROM TIME
           MOVE SPACES TO WS-KALENDER-TEKST
           STRING WS-KALENDERDAG(1:4) "-" WS-KALENDERDAG(5:2) "-"
               WS-KALENDERDAG(7:2) DELIMITED BY SIZE
               INTO WS-KALENDER-TEKST
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LAES-ANMODNING
           IF TB-DATO = SPACES OR TB-STEP = SPACES
               DISPLAY "OpgaveTilbagerul: Tilbagerul.txt mangler dato "
                   "eller step - intet rullet tilbage"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-GENERATION
           IF WS-GEN-NR = ZERO
               DISPLAY "OpgaveTilbagerul: ingen generation for step "
                   TB-STEP " dato " TB-DATO " - intet rullet tilbage"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SAML-FILER
           IF WS-TABEL-FULD = "Y"
               DISPLAY "OpgaveTilbagerul: for mange filer/steps efter "
                   "generation " WS-GEN-NR " - intet rullet tilbage"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "TILBAGERULNING TIL FOER STEP " DELIMITED BY SIZE
                   TB-STEP DELIMITED BY SPACE
                   " PAA FORRETNINGSDATO " DELIMITED BY SIZE
                   TB-DATO DELIMITED BY SIZE
                   " - GENERATION " DELIMITED BY SIZE
                   WS-GEN-NR DELIMITED BY SIZE
                   " - OPERATOER " DELIMITED BY SIZE
                   TB-OPERATOER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING FL-IX FROM 1 BY 1 UNTIL FL-IX > FL-COUNT
               PERFORM GENSKAB-FIL
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING RS-IX FROM 1 BY 1 UNTIL RS-IX > RS-COUNT
               STRING "RULLET TILBAGE: STEP " DELIMITED BY SIZE
                       RS-STEP(RS-IX) DELIMITED BY SIZE
                       " PROGRAM " DELIMITED BY SIZE
                       RS-PROGRAM(RS-IX) DELIMITED BY SIZE
                       " DATO " DELIMITED BY SIZE
                       RS-DATO(RS-IX) DELIMITED BY SIZE
                       " GEN " DELIMITED BY SIZE
                       RS-NR(RS-IX) DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINE
           STRING "FILER GENSKABT: " DELIMITED BY SIZE
                   TR-ANTAL-GENSKABT DELIMITED BY SIZE
                   "  TOEMT: " DELIMITED BY SIZE
                   TR-ANTAL-TOEMT DELIMITED BY SIZE
                   "  FEJL: " DELIMITED BY SIZE
                   TR-ANTAL-FEJL DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           CLOSE RAPPORT-FILE

           PERFORM SKRIV-KOERSELSLOG

           DISPLAY "OpgaveTilbagerul: til foer step " TB-STEP
               " dato " TB-DATO " (generation " WS-GEN-NR ")"
               " - filer genskabt " TR-ANTAL-GENSKABT
               " toemt " TR-ANTAL-TOEMT " fejl " TR-ANTAL-FEJL
               " steps " RS-COUNT

           CLOSE IO-ERROR-FILE
           IF TR-ANTAL-FEJL > ZERO OR WS-IO-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * LAES-ANMODNING                                                *
      * Formål: Læser dato, step og operatør fra Tilbagerul.txt       *
      *****************************************************************
       LAES-ANMODNING.
           MOVE SPACES TO TILBAGERULOPL
           OPEN INPUT ANMODNING-FILE
           IF ANMODNING-FILE-STATUS NOT = "00"
               MOVE "ANMODNING-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"           TO WS-IO-OPERATION
               MOVE ANMODNING-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               EXIT PARAGRAPH
           END-IF
           READ ANMODNING-FILE
               AT END
                   MOVE SPACES TO TILBAGERULOPL
           END-READ
           CLOSE ANMODNING-FILE
       EXIT.

      *****************************************************************
      * FIND-GENERATION                                               *
      * Formål: Finder den seneste generation gemt før steppet på     *
      *         forretningsdatoen - er steppet kørt om, er det den    *
      *         nyeste gemning der gælder                             *
      *****************************************************************
       FIND-GENERATION.
           MOVE ZERO TO WS-GEN-NR
           OPEN INPUT KATALOG-FILE
           MOVE "KATALOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE KATALOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KATALOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KATALOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF GN-DATO = TB-DATO AND GN-STEP = TB-STEP
                           AND GN-NR > WS-GEN-NR
                           MOVE GN-NR TO WS-GEN-NR
                       END-IF
               END-READ
               MOVE "KATALOG-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"         TO WS-IO-OPERATION
               MOVE KATALOG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KATALOG-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * SAML-FILER                                                    *
      * Formål: Samler hver fil fra generation WS-GEN-NR og frem med  *
      *         dens tidligste generation (filens tilstand før det    *
      *         første af de tilbagerullede steps der ændrede den)    *
      *         og hvert tilbagerullet step                           *
      *****************************************************************
       SAML-FILER.
           OPEN INPUT KATALOG-FILE
           MOVE "KATALOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE KATALOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KATALOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF GN-NR >= WS-GEN-NR
                           PERFORM SAML-FIL
                           PERFORM SAML-STEP
                       END-IF
               END-READ
               MOVE "KATALOG-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"         TO WS-IO-OPERATION
               MOVE KATALOG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KATALOG-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       SAML-FIL.
           MOVE "N" TO WS-FUNDET
           PERFORM VARYING FL-IX FROM 1 BY 1 UNTIL FL-IX > FL-COUNT
               IF FA-FIL(FL-IX) = GN-FIL
                   MOVE "Y" TO WS-FUNDET
                   IF GN-NR < FA-NR(FL-IX)
                       MOVE GENERATIONOPL TO FL-ARRAY(FL-IX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FUNDET = "N"
               IF FL-COUNT >= FL-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
               ELSE
                   ADD 1 TO FL-COUNT
                   MOVE GENERATIONOPL TO FL-ARRAY(FL-COUNT)
               END-IF
           END-IF
       EXIT.

       SAML-STEP.
           MOVE "N" TO WS-FUNDET
           PERFORM VARYING RS-IX FROM 1 BY 1 UNTIL RS-IX > RS-COUNT
               IF RS-NR(RS-IX) = GN-NR
                   MOVE "Y" TO WS-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FUNDET = "N"
               IF RS-COUNT >= RS-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
               ELSE
                   ADD 1 TO RS-COUNT
                   MOVE GN-NR      TO RS-NR(RS-COUNT)
                   MOVE GN-DATO    TO RS-DATO(RS-COUNT)
                   MOVE GN-STEP    TO RS-STEP(RS-COUNT)
                   MOVE GN-PROGRAM TO RS-PROGRAM(RS-COUNT)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * GENSKAB-FIL                                                   *
      * Formål: Genskaber én fil fra dens generationskopi og          *
      *         efterprøver antal og hashtotal mod kataloget. En fil  *
      *         der ikke fandtes før steppet ("M") tømmes.            *
      *****************************************************************
       GENSKAB-FIL.
           MOVE "Y" TO WS-FIL-OK
           MOVE SPACES TO WS-AARSAG
           MOVE ZERO TO WS-ANTAL
           MOVE ZERO TO WS-HASH
           EVALUATE TRUE
               WHEN FA-MANGLEDE(FL-IX)
                   PERFORM TOEM-FIL
               WHEN FA-INDEKSERET(FL-IX)
                   PERFORM GENSKAB-INDEKSERET
               WHEN OTHER
                   PERFORM GENSKAB-SEKVENTIEL
           END-EVALUATE
           IF WS-FIL-OK = "Y"
               AND (WS-ANTAL NOT = FA-ANTAL(FL-IX)
                   OR WS-HASH NOT = FA-HASH(FL-IX))
               MOVE "N" TO WS-FIL-OK
               MOVE "ANTAL/HASH STEMMER IKKE" TO WS-AARSAG
           END-IF
           IF WS-FIL-OK = "Y"
               IF FA-MANGLEDE(FL-IX)
                   ADD 1 TO TR-ANTAL-TOEMT
               ELSE
                   ADD 1 TO TR-ANTAL-GENSKABT
               END-IF
           ELSE
               ADD 1 TO TR-ANTAL-FEJL
           END-IF

           MOVE WS-ANTAL TO WS-ANTAL-UD
           MOVE WS-HASH TO WS-HASH-UD
           MOVE FA-ANTAL(FL-IX) TO WS-KAT-ANTAL-UD
           MOVE FA-HASH(FL-IX) TO WS-KAT-HASH-UD
           IF WS-FIL-OK = "Y"
               STRING "OK   " DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           ELSE
               STRING "FEJL " DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           END-IF
           STRING FA-FIL(FL-IX) DELIMITED BY SIZE
                   " GEN " DELIMITED BY SIZE
                   FA-NR(FL-IX) DELIMITED BY SIZE
                   " ANTAL " DELIMITED BY SIZE
                   WS-ANTAL-UD DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-KAT-ANTAL-UD DELIMITED BY SIZE
                   " HASH " DELIMITED BY SIZE
                   WS-HASH-UD DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-KAT-HASH-UD DELIMITED BY SIZE
                   INTO RAPPORT-LINE(6:127)
           PERFORM SKRIV-RAPPORT-LINE
           IF WS-FIL-OK = "N"
               STRING "     AARSAG: " DELIMITED BY SIZE
                       WS-AARSAG DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

       TOEM-FIL.
           IF FA-INDEKSERET(FL-IX)
               MOVE FA-FIL(FL-IX) TO WS-KONTO-FILNAVN
               OPEN OUTPUT KONTO-FILE
               MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"       TO WS-IO-OPERATION
               MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               IF KONTO-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-FIL-OK
                   MOVE "FILEN KUNNE IKKE TOEMMES" TO WS-AARSAG
                   EXIT PARAGRAPH
               END-IF
               CLOSE KONTO-FILE
           ELSE
               MOVE FA-FIL(FL-IX) TO WS-UD-FILNAVN
               OPEN OUTPUT SEKV-UD-FILE
               MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"         TO WS-IO-OPERATION
               MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               IF SEKV-UD-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-FIL-OK
                   MOVE "FILEN KUNNE IKKE TOEMMES" TO WS-AARSAG
                   EXIT PARAGRAPH
               END-IF
               CLOSE SEKV-UD-FILE
           END-IF
       EXIT.

      *****************************************************************
      * GENSKAB-SEKVENTIEL                                            *
      * Formål: Kopierer generationskopien tilbage over filen linje   *
      *         for linje og summerer hashfeltet som ved gemningen    *
      *****************************************************************
       GENSKAB-SEKVENTIEL.
           MOVE FA-KOPI(FL-IX) TO WS-IND-FILNAVN
           MOVE FA-FIL(FL-IX) TO WS-UD-FILNAVN
           OPEN INPUT SEKV-IND-FILE
           IF SEKV-IND-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-FIL-OK
               MOVE "GENERATIONSKOPIEN MANGLER" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SEKV-UD-FILE
           MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF SEKV-UD-FILE-STATUS NOT = "00"
               CLOSE SEKV-IND-FILE
               MOVE "N" TO WS-FIL-OK
               MOVE "FILEN KUNNE IKKE SKRIVES" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HASH-SLUT = FA-HASH-POS(FL-IX)
               + FA-HASH-LGD(FL-IX) - 1
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SEKV-IND-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ANTAL
                       IF FA-HASH-POS(FL-IX) > ZERO
                           AND FA-HASH-LGD(FL-IX) > ZERO
                           AND WS-HASH-SLUT <= 1000
                           COMPUTE WS-HASH = WS-HASH
                               + FUNCTION NUMVAL(SEKV-IND-LINE(
                                   FA-HASH-POS(FL-IX):
                                   FA-HASH-LGD(FL-IX)))
                       END-IF
                       WRITE SEKV-UD-LINE FROM SEKV-IND-LINE
                       MOVE "SEKV-UD-FILE" TO WS-IO-FILE-NAME
                       MOVE "WRITE"        TO WS-IO-OPERATION
                       MOVE SEKV-UD-FILE-STATUS TO WS-IO-STATUS
                       PERFORM CHECK-IO-STATUS
               END-READ
               MOVE "SEKV-IND-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"          TO WS-IO-OPERATION
               MOVE SEKV-IND-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SEKV-IND-FILE
           CLOSE SEKV-UD-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * GENSKAB-INDEKSERET                                            *
      * Formål: Genopbygger den indekserede KontoOpl fra den          *
      *         sekventielle kopi (skrevet i nøgleorden); hash-       *
      *         totalen er summen af BALANCE                          *
      *****************************************************************
       GENSKAB-INDEKSERET.
           MOVE FA-KOPI(FL-IX) TO WS-IND-FILNAVN
           MOVE FA-FIL(FL-IX) TO WS-KONTO-FILNAVN
           OPEN INPUT SEKV-IND-FILE
           IF SEKV-IND-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-FIL-OK
               MOVE "GENERATIONSKOPIEN MANGLER" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS NOT = "00"
               CLOSE SEKV-IND-FILE
               MOVE "N" TO WS-FIL-OK
               MOVE "FILEN KUNNE IKKE SKRIVES" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SEKV-IND-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ANTAL
                       MOVE SEKV-IND-LINE TO KONTOOPL
                       ADD BALANCE OF KONTOOPL TO WS-HASH
                       WRITE KONTOOPL
                       MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
                       MOVE "WRITE"      TO WS-IO-OPERATION
                       MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
                       PERFORM CHECK-IO-STATUS
               END-READ
               MOVE "SEKV-IND-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"          TO WS-IO-OPERATION
               MOVE SEKV-IND-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SEKV-IND-FILE
           CLOSE KONTO-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * SKRIV-KOERSELSLOG                                             *
      * Formål: Én TILBAGERUL-linje pr. tilbagerullet step med        *
      *         programnavnet og stepets forretningsdato. Linjen      *
      *         bærer bevidst ikke STATUS=OK: OpgaveDatoRul og        *
      *         OpgaveUltimoKontrol lader en TILBAGERUL-linje         *
      *         ophæve det gennemførte step, indtil det er kørt om.   *
      *         Mislykkes en fil, får linjerne STATUS=FEJL.           *
      *****************************************************************
       SKRIV-KOERSELSLOG.
           OPEN EXTEND KOERSELSLOG-FILE
           IF KOERSELSLOG-FILE-STATUS = "35"
               OPEN OUTPUT KOERSELSLOG-FILE
           END-IF
           MOVE "KOERSELSLOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE KOERSELSLOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KOERSELSLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RS-IX FROM 1 BY 1 UNTIL RS-IX > RS-COUNT
               MOVE SPACES TO KOERSELSLOG-LINE
               MOVE 1 TO WS-LOG-PTR
               STRING "TILBAGERUL PROGRAM=" DELIMITED BY SIZE
                       RS-PROGRAM(RS-IX) DELIMITED BY SPACE
                       " DATO=" DELIMITED BY SIZE
                       RS-DATO(RS-IX) DELIMITED BY SIZE
                       " STEP=" DELIMITED BY SIZE
                       RS-STEP(RS-IX) DELIMITED BY SPACE
                       " GEN=" DELIMITED BY SIZE
                       RS-NR(RS-IX) DELIMITED BY SIZE
                       " KOERT=" DELIMITED BY SIZE
                       WS-KALENDER-TEKST DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SYSTID(1:2) ":" WS-SYSTID(3:2)
                       DELIMITED BY SIZE
                       INTO KOERSELSLOG-LINE
                       WITH POINTER WS-LOG-PTR
               IF TR-ANTAL-FEJL > ZERO
                   STRING " STATUS=FEJL" DELIMITED BY SIZE
                           INTO KOERSELSLOG-LINE
                           WITH POINTER WS-LOG-PTR
               END-IF
               WRITE KOERSELSLOG-LINE
               MOVE "KOERSELSLOG-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"            TO WS-IO-OPERATION
               MOVE KOERSELSLOG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KOERSELSLOG-FILE
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
