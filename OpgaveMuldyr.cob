      *****************************************************************
      * PROGRAM-ID: OPGAVEMULDYR                                      *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Natlig analyse for gennemstrømningskonti (money   *
      *             mules). OpgaveHvidvask ser på kontanter pr.       *
      *             kunde og Opgave10's fraud-worklist på hastighed   *
      *             på én konto - ingen af dem fanger kontoen hvor    *
      *             penge kommer ind fra mange forskellige afsendere  *
      *             og sendes videre inden for en dag eller to, så    *
      *             saldoen står nær nul. Pr. konto måles over et     *
      *             rullende vindue (TransaktionerHistorik og         *
      *             dagsfilerne Transaktioner.txt) indbetalt beløb,   *
      *             den del der er sendt videre inden for de tilladte *
      *             dage efter indbetalingen (ældste indbetaling      *
      *             først), antal forskellige afsendere og kontoens   *
      *             alder fra KONTO-OPRETTET-DATO. Overførsler mellem *
      *             bankens egne konti spores som kæder A>B>C. Hver   *
      *             konto får en score 0-100, og konti over           *
      *             scoregrænsen skrives som sager i fraud-sags-      *
      *             registret FraudSager.txt (kilde MULDYR) - en åben *
      *             sag på kontoen opdateres i stedet for at få en    *
      *             dublet. Nye sager lægges i filialernes opgavekø.  *
      *             RETURN-CODE 4 ved nye sager, 8 ved I/O-fejl eller *
      *             fuld tabel.                                       *
      * INPUT:      Transaktioner.txt     - Vinduets dagsfiler        *
      *             TransaktionerHistorik - Transaktionsarkivet       *
      *             KontoOpl.txt          - Konti, alder og saldo     *
      *             MuldyrTaerskler.txt   - Grænseværdier (valgfri)   *
      *             FraudSager.txt        - Sagsregistret             *
      *             BusinessDato.txt      - Forretningsdatoen         *
      * OUTPUT:     FraudSager.txt        - Opdateret register        *
      *             Muldyr-Rapport.txt    - Scorede konti og kæder    *
      *             ArbejdsopgaverNye.txt - Filialernes opgavekø      *
      *             Koerselslog.txt       - Run-log                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveMuldyr.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT HISTORIK-FILE ASSIGN TO "TransaktionerHistorik"
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIST-NOEGLE
               FILE STATUS IS HISTORIK-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT TAERSK-FILE ASSIGN TO "MuldyrTaerskler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAERSK-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "FraudSager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Muldyr-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT KOERSELSLOG-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELSLOG-FILE-STATUS.
           SELECT ARBOPG-FILE ASSIGN TO "ArbejdsopgaverNye.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARBOPG-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Muldyr-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
       01 TRANSAKTIONEROPL.
           COPY "TRANSAKTIONEROPL.cpy".

       FD HISTORIK-FILE.
       01 HISTORIKOPL.
           COPY "HISTORIKOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD TAERSK-FILE.
       01 MULDYRTAERSKOPL.
           COPY "MULDYRTAERSKOPL.cpy".

       FD REGISTER-FILE.
       01 FRAUDSAGOPL.
           COPY "FRAUDSAGOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(132) VALUE SPACES.

       FD KOERSELSLOG-FILE.
       01 KOERSELSLOG-LINE PIC X(100) VALUE SPACES.

       FD ARBOPG-FILE.
       01 ARBOPGOPL.
           COPY "ARBOPGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-TRANS     PIC X VALUE "N".
       01 END-OF-HISTORIK  PIC X VALUE "N".
       01 END-OF-KONTO-FILE PIC X VALUE "N".
       01 END-OF-REGISTER  PIC X VALUE "N".

      * Grænseværdier - forvalgt her, kan overstyres pr. felt fra
      * MuldyrTaerskler.txt (se LAES-TAERSKLER). Vinduet er højst 31
      * dage, og højst 6 afsendere kræves (der huskes 12 pr. konto)
       01 WS-VINDUE-DAGE     PIC 9(3) VALUE 7.
       01 WS-VIDERE-DAGE     PIC 9(2) VALUE 2.
       01 WS-MIN-IND-BELOB   PIC 9(9) VALUE 10000.
       01 WS-MIN-AFSENDERE   PIC 9(2) VALUE 3.
       01 WS-GENNEMSTROEM-PCT PIC 9(3) VALUE 80.
       01 WS-NY-KONTO-DAGE   PIC 9(3) VALUE 90.
       01 WS-SCORE-GRAENSE   PIC 9(3) VALUE 60.

      * Kontiene i nøgleorden (KontoOpl læses sekventielt efter
      * nøglen), så bevægelserne kan slås op med SEARCH ALL
       01 KONTO-MAX-ANTAL  PIC 9(5) VALUE 20000.
       01 KONTO-COUNT      PIC 9(5) VALUE ZERO.
       01 KONTO-OVERFLOW   PIC X VALUE "N".
       01 KONTO-TABEL.
           02 KONTO-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON KONTO-COUNT
                   ASCENDING KEY IS KT-KONTO-ID
                   INDEXED BY KX.
               03 KT-KONTO-ID     PIC X(10).
               03 KT-KUNDE-ID     PIC X(10).
               03 KT-OPRETTET     PIC X(10).
               03 KT-BALANCE      PIC S9(9)V99.
               03 KT-AKT-IX       PIC 9(5).
       01 WS-KT-IX         PIC 9(5) VALUE ZERO.
       01 WS-KT-FUNDET     PIC X VALUE "N".
       01 WS-SOEG-KONTO    PIC X(10) VALUE SPACES.

      * Aktiviteten pr. konto med bevægelser i vinduet: ind og ud pr.
      * vinduesdag, de første 12 forskellige afsendere og resultatet
       01 AKT-MAX-ANTAL    PIC 9(5) VALUE 5000.
       01 AKT-COUNT        PIC 9(5) VALUE ZERO.
       01 AKT-OVERFLOW     PIC X VALUE "N".
       01 AKT-TABEL.
           02 AKT-ENTRY OCCURS 5000 TIMES.
               03 AK-KT-IX        PIC 9(5).
               03 AK-IND-TOTAL    PIC 9(11)V99.
               03 AK-UD-TOTAL     PIC 9(11)V99.
               03 AK-VIDERE       PIC 9(11)V99.
               03 AK-PCT          PIC 9(3).
               03 AK-ALDER        PIC 9(5).
               03 AK-SCORE        PIC 9(3).
               03 AK-KAEDE        PIC X(32).
               03 AK-SAG          PIC X(12).
               03 AK-AFSENDER-ANTAL PIC 9(2).
               03 AK-AFSENDER     PIC X(30) OCCURS 12 TIMES.
               03 AK-DAG OCCURS 31 TIMES.
                   04 AK-IND-DAG  PIC 9(9)V99.
                   04 AK-UD-DAG   PIC 9(9)V99.
       01 AK-IX            PIC 9(5) VALUE ZERO.
       01 AF-IX            PIC 9(2) VALUE ZERO.
       01 WS-AF-FUNDET     PIC X VALUE "N".

      * Overførsler mellem bankens egne konti - grundlaget for kæderne
       01 LINK-MAX-ANTAL   PIC 9(5) VALUE 5000.
       01 LINK-COUNT       PIC 9(5) VALUE ZERO.
       01 LINK-OVERFLOW    PIC X VALUE "N".
       01 LINK-TABEL.
           02 LINK-ENTRY OCCURS 5000 TIMES.
               03 LK-FRA          PIC X(10).
               03 LK-TIL          PIC X(10).
               03 LK-DAG          PIC 9(2).
               03 LK-BELOB        PIC 9(9)V99.
       01 LK-IX            PIC 9(5) VALUE ZERO.
       01 LK-IX-2          PIC 9(5) VALUE ZERO.

      * Sagsregistret loades, opdateres og skrives samlet tilbage
       01 SAG-MAX-ANTAL    PIC 9(4) VALUE 1000.
       01 SAG-COUNT        PIC 9(4) VALUE ZERO.
       01 SAG-OVERFLOW     PIC X VALUE "N".
       01 SAG-ARRAY OCCURS 1000 TIMES.
           COPY "FRAUDSAGOPL.cpy"
               REPLACING LEADING ==FS-== BY ==SG-==.
       01 SG-IX            PIC 9(4) VALUE ZERO.
       01 WS-SAG-FUNDET    PIC X VALUE "N".
       01 WS-LOEBENR       PIC 9(6) VALUE ZERO.
       01 WS-NY-SAG-ID     PIC X(8) VALUE SPACES.

      * Den aktuelle bevægelse (fra arkivet eller en dagsfil)
       01 WS-BV-KONTO      PIC X(10) VALUE SPACES.
       01 WS-BV-TIDSPUNKT  PIC X(19) VALUE SPACES.
       01 WS-BV-BELOB-TEKST PIC X(12) VALUE SPACES.
       01 WS-BV-BELOB      PIC S9(9)V99 VALUE ZERO.
       01 WS-BV-ABS        PIC 9(9)V99 VALUE ZERO.
       01 WS-BV-MODPART    PIC X(30) VALUE SPACES.
       01 WS-BV-DATO-NUM   PIC 9(8) VALUE ZERO.
       01 WS-BV-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-BV-DAG        PIC 9(2) VALUE ZERO.

      * Videresendelse: indbetalinger der endnu ikke er sendt videre,
      * pr. vinduesdag
       01 WS-REST-TABEL.
           02 WS-REST         PIC 9(9)V99 OCCURS 31 TIMES.
       01 WS-UD-REST       PIC 9(9)V99 VALUE ZERO.
       01 WS-TAGET         PIC 9(9)V99 VALUE ZERO.
       01 WS-DAG-IX        PIC 9(2) VALUE ZERO.
       01 WS-FRA-DAG       PIC S9(3) VALUE ZERO.
       01 WS-E-IX          PIC 9(2) VALUE ZERO.

       01 WS-SALDO-ABS     PIC 9(9)V99 VALUE ZERO.
       01 WS-OPRETTET-NUM  PIC 9(8) VALUE ZERO.
       01 WS-HALV-PCT      PIC 9(3) VALUE ZERO.

       01 WS-KONTO-FILNAVN   PIC X(40) VALUE "KontoOpl.txt".
       01 WS-TRANS-FILNAVN   PIC X(40) VALUE "Transaktioner.txt".
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-DAGS-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-START-HELTAL    PIC 9(7) VALUE ZERO.
       01 WS-HIST-SIDSTE     PIC 9(7) VALUE ZERO.
       01 WS-FIL-HELTAL      PIC 9(7) VALUE ZERO.
       01 WS-FIL-DATO        PIC 9(8) VALUE ZERO.
       01 WS-KOERSEL-STATUS  PIC X(4) VALUE SPACES.

      * Totaler
       01 TR-ANTAL-BEVAEGELSER PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-DAGSFILER PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-VURDERET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-SCORET    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-KAEDER    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-NYE-SAGER PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OPDATERET PIC 9(5) VALUE ZERO.

       01 WS-BELOB-DISPLAY   PIC Z(10)9.99.
       01 WS-BELOB-DISPLAY-2 PIC Z(10)9.99.
       01 WS-SALDO-DISPLAY   PIC Z(8)9.99-.
       01 WS-ANTAL-DISPLAY   PIC Z(4)9.
       01 WS-ANTAL-DISPLAY-2 PIC Z(4)9.
       01 WS-ANTAL-DISPLAY-3 PIC Z(4)9.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 TRANS-FILE-STATUS    PIC XX VALUE "00".
       01 HISTORIK-FILE-STATUS PIC XX VALUE "00".
       01 KONTO-FILE-STATUS    PIC XX VALUE "00".
       01 TAERSK-FILE-STATUS   PIC XX VALUE "00".
       01 REGISTER-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 KOERSELSLOG-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

      * Opgaven til filialernes opgavekø (se SKRIV-ARBEJDSOPGAVE)
       01 ARBOPG-FILE-STATUS PIC XX VALUE "00".
       01 WS-AO-TYPE        PIC X(08) VALUE SPACES.
       01 WS-AO-KUNDE-ID    PIC X(10) VALUE SPACES.
       01 WS-AO-KONTO-ID    PIC X(10) VALUE SPACES.
       01 WS-AO-FILIAL-NR   PIC 9(02) VALUE ZERO.
       01 WS-AO-REFERENCE   PIC X(30) VALUE SPACES.
       01 WS-AO-TEKST       PIC X(60) VALUE SPACES.
       01 WS-AO-DATO        PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LAES-TAERSKLER
           COMPUTE WS-START-HELTAL =
               WS-DAGS-HELTAL - WS-VINDUE-DAGE + 1
           PERFORM LOAD-KONTI
           PERFORM LAES-HISTORIK
           PERFORM LAES-DAGSFILER
           PERFORM VURDER-KONTI
           PERFORM LOAD-REGISTER
           PERFORM VARYING AK-IX FROM 1 BY 1 UNTIL AK-IX > AKT-COUNT
               IF AK-SCORE(AK-IX) >= WS-SCORE-GRAENSE
                   PERFORM REGISTRER-SAG
               END-IF
           END-PERFORM
           IF SAG-OVERFLOW = "N"
               PERFORM SKRIV-REGISTER
           END-IF
           PERFORM SKRIV-RAPPORT

           DISPLAY "OpgaveMuldyr: " TR-ANTAL-BEVAEGELSER
               " bevaegelser, " TR-ANTAL-VURDERET " konti vurderet, "
               TR-ANTAL-SCORET " over scoregraensen"
           DISPLAY "  " TR-ANTAL-NYE-SAGER " nye sager, "
               TR-ANTAL-OPDATERET " aabne sager opdateret, "
               TR-ANTAL-KAEDER " kaeder"

           PERFORM SKRIV-KOERSELSLOG
           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   OR KONTO-OVERFLOW = "Y" OR AKT-OVERFLOW = "Y"
                   OR LINK-OVERFLOW = "Y" OR SAG-OVERFLOW = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-NYE-SAGER > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO)
       EXIT.

      *****************************************************************
      * LAES-TAERSKLER                                                *
      * Formål: Læser kontrolrecorden i MuldyrTaerskler.txt. Findes   *
      *         filen ikke, eller er et felt nul, beholdes den        *
      *         forvalgte grænse.                                     *
      *****************************************************************
       LAES-TAERSKLER.
           OPEN INPUT TAERSK-FILE
           IF TAERSK-FILE-STATUS = "00"
               READ TAERSK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MT-VINDUE-DAGE IS NUMERIC
                           AND MT-VINDUE-DAGE > ZERO
                           MOVE MT-VINDUE-DAGE TO WS-VINDUE-DAGE
                       END-IF
                       IF MT-VIDERE-DAGE IS NUMERIC
                           AND MT-VIDERE-DAGE > ZERO
                           MOVE MT-VIDERE-DAGE TO WS-VIDERE-DAGE
                       END-IF
                       IF MT-MIN-IND-BELOB IS NUMERIC
                           AND MT-MIN-IND-BELOB > ZERO
                           MOVE MT-MIN-IND-BELOB TO WS-MIN-IND-BELOB
                       END-IF
                       IF MT-MIN-AFSENDERE IS NUMERIC
                           AND MT-MIN-AFSENDERE > ZERO
                           MOVE MT-MIN-AFSENDERE TO WS-MIN-AFSENDERE
                       END-IF
                       IF MT-GENNEMSTROEM-PCT IS NUMERIC
                           AND MT-GENNEMSTROEM-PCT > ZERO
                           MOVE MT-GENNEMSTROEM-PCT
                               TO WS-GENNEMSTROEM-PCT
                       END-IF
                       IF MT-NY-KONTO-DAGE IS NUMERIC
                           AND MT-NY-KONTO-DAGE > ZERO
                           MOVE MT-NY-KONTO-DAGE TO WS-NY-KONTO-DAGE
                       END-IF
                       IF MT-SCORE-GRAENSE IS NUMERIC
                           AND MT-SCORE-GRAENSE > ZERO
                           MOVE MT-SCORE-GRAENSE TO WS-SCORE-GRAENSE
                       END-IF
               END-READ
               CLOSE TAERSK-FILE
           END-IF
           IF WS-VINDUE-DAGE > 31
               MOVE 31 TO WS-VINDUE-DAGE
           END-IF
           IF WS-MIN-AFSENDERE > 6
               MOVE 6 TO WS-MIN-AFSENDERE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-KONTI                                                    *
      * Formål: Læser KontoOpl.txt i nøgleorden ind i KONTO-TABEL med *
      *         kunde, oprettelsesdato og saldo.                      *
      *****************************************************************
       LOAD-KONTI.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KONTO-FILE = "Y"
               READ KONTO-FILE
                   AT END
                       MOVE "Y" TO END-OF-KONTO-FILE
                   NOT AT END
                       IF KONTO-COUNT >= KONTO-MAX-ANTAL
                           MOVE "Y" TO KONTO-OVERFLOW
                       ELSE
                           ADD 1 TO KONTO-COUNT
                           MOVE KONTO-ID IN KONTOOPL
                               TO KT-KONTO-ID(KONTO-COUNT)
                           MOVE KUNDE-ID IN KONTOOPL
                               TO KT-KUNDE-ID(KONTO-COUNT)
                           MOVE KONTO-OPRETTET-DATO
                               TO KT-OPRETTET(KONTO-COUNT)
                           MOVE BALANCE TO KT-BALANCE(KONTO-COUNT)
                           MOVE ZERO TO KT-AKT-IX(KONTO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-FILE
       EXIT.

      *****************************************************************
      * LAES-HISTORIK                                                 *
      * Formål: Tager arkivets bevægelser i vinduet med og husker den *
      *         senest arkiverede dag - dagsfilerne læses kun for     *
      *         dagene efter den, så et rullet døgn ikke tælles to    *
      *         gange. Findes arkivet ikke, er der intet arkiveret.   *
      *****************************************************************
       LAES-HISTORIK.
           OPEN INPUT HISTORIK-FILE
           IF HISTORIK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-HISTORIK = "Y"
               READ HISTORIK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-HISTORIK
                   NOT AT END
                       MOVE HIST-KONTO-ID   TO WS-BV-KONTO
                       MOVE HIST-TIDSPUNKT  TO WS-BV-TIDSPUNKT
                       MOVE HIST-BELOB      TO WS-BV-BELOB-TEKST
                       IF HIST-BUTIK NOT = SPACES
                           MOVE HIST-BUTIK TO WS-BV-MODPART
                       ELSE
                           MOVE HIST-NAVN  TO WS-BV-MODPART
                       END-IF
                       PERFORM REGISTRER-BEVAEGELSE
                       IF WS-BV-HELTAL > WS-HIST-SIDSTE
                           MOVE WS-BV-HELTAL TO WS-HIST-SIDSTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIK-FILE
       EXIT.

      *****************************************************************
      * LAES-DAGSFILER                                                *
      * Formål: Læser de daterede dagsfiler Transaktioner.<dato>.txt  *
      *         for vinduets dage efter arkivets sidste dag. Uden     *
      *         forretningsdato læses kun dagens udaterede fil. En    *
      *         dag uden fil (bankfri dag) springes over.             *
      *****************************************************************
       LAES-DAGSFILER.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "Transaktioner.txt" TO WS-TRANS-FILNAVN
               PERFORM LAES-DAGSFIL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-START-HELTAL TO WS-FIL-HELTAL
           IF WS-HIST-SIDSTE >= WS-FIL-HELTAL
               COMPUTE WS-FIL-HELTAL = WS-HIST-SIDSTE + 1
           END-IF
           PERFORM UNTIL WS-FIL-HELTAL > WS-DAGS-HELTAL
               COMPUTE WS-FIL-DATO =
                   FUNCTION DATE-OF-INTEGER(WS-FIL-HELTAL)
               MOVE SPACES TO WS-TRANS-FILNAVN
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FIL-DATO DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
               PERFORM LAES-DAGSFIL
               ADD 1 TO WS-FIL-HELTAL
           END-PERFORM
       EXIT.

       LAES-DAGSFIL.
           OPEN INPUT TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-ANTAL-DAGSFILER
           MOVE "N" TO END-OF-TRANS
           PERFORM UNTIL END-OF-TRANS = "Y"
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO END-OF-TRANS
                   NOT AT END
                       MOVE KONTO-ID IN TRANSAKTIONEROPL
                           TO WS-BV-KONTO
                       MOVE TIDSPUNKT TO WS-BV-TIDSPUNKT
                       MOVE BELØB     TO WS-BV-BELOB-TEKST
                       IF BUTIK NOT = SPACES
                           MOVE BUTIK TO WS-BV-MODPART
                       ELSE
                           MOVE NAVN  TO WS-BV-MODPART
                       END-IF
                       PERFORM REGISTRER-BEVAEGELSE
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
       EXIT.

      *****************************************************************
      * REGISTRER-BEVAEGELSE                                          *
      * Formål: Lægger den aktuelle bevægelse på kontoens vinduesdag: *
      *         en indbetaling tæller afsenderen med, en udbetaling   *
      *         til en af bankens egne konti gemmes som led i en      *
      *         mulig kæde. Bevægelser uden for vinduet og på konti   *
      *         der ikke står i KontoOpl, ses bort fra.               *
      *****************************************************************
       REGISTRER-BEVAEGELSE.
           MOVE ZERO TO WS-BV-HELTAL
           IF WS-BV-TIDSPUNKT(1:4) IS NOT NUMERIC
               OR WS-BV-TIDSPUNKT(6:2) IS NOT NUMERIC
               OR WS-BV-TIDSPUNKT(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-BV-DATO-NUM
           STRING WS-BV-TIDSPUNKT(1:4) WS-BV-TIDSPUNKT(6:2)
                   WS-BV-TIDSPUNKT(9:2) DELIMITED BY SIZE
                   INTO WS-BV-DATO-NUM
           COMPUTE WS-BV-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-BV-DATO-NUM)
           IF WS-BV-HELTAL < WS-START-HELTAL
               OR WS-BV-HELTAL > WS-DAGS-HELTAL
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-BV-BELOB-TEKST) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BV-BELOB = FUNCTION NUMVAL(WS-BV-BELOB-TEKST)
           IF WS-BV-BELOB = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BV-KONTO TO WS-SOEG-KONTO
           PERFORM FIND-KONTO
           IF WS-KT-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           IF KT-AKT-IX(WS-KT-IX) = ZERO
               IF AKT-COUNT >= AKT-MAX-ANTAL
                   MOVE "Y" TO AKT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AKT-COUNT
               INITIALIZE AKT-ENTRY(AKT-COUNT)
               MOVE WS-KT-IX  TO AK-KT-IX(AKT-COUNT)
               MOVE AKT-COUNT TO KT-AKT-IX(WS-KT-IX)
           END-IF
           MOVE KT-AKT-IX(WS-KT-IX) TO AK-IX
           ADD 1 TO TR-ANTAL-BEVAEGELSER
           COMPUTE WS-BV-DAG = WS-BV-HELTAL - WS-START-HELTAL + 1

           IF WS-BV-BELOB > ZERO
               MOVE WS-BV-BELOB TO WS-BV-ABS
               ADD WS-BV-ABS TO AK-IND-DAG(AK-IX, WS-BV-DAG)
                                AK-IND-TOTAL(AK-IX)
               PERFORM TAEL-AFSENDER
           ELSE
               COMPUTE WS-BV-ABS = 0 - WS-BV-BELOB
               ADD WS-BV-ABS TO AK-UD-DAG(AK-IX, WS-BV-DAG)
                                AK-UD-TOTAL(AK-IX)
      *        Videre til en af bankens egne konti - et led i en kæde
               IF WS-BV-MODPART(11:20) = SPACES
                   AND WS-BV-MODPART(1:10) NOT = WS-BV-KONTO
                   MOVE WS-BV-MODPART(1:10) TO WS-SOEG-KONTO
                   PERFORM FIND-KONTO
                   IF WS-KT-FUNDET = "Y"
                       PERFORM GEM-LINK
                   END-IF
               END-IF
           END-IF
       EXIT.

       FIND-KONTO.
           MOVE "N" TO WS-KT-FUNDET
           IF KONTO-COUNT = ZERO OR WS-SOEG-KONTO = SPACES
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL KONTO-ENTRY
               AT END
                   CONTINUE
               WHEN KT-KONTO-ID(KX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-KT-FUNDET
                   SET WS-KT-IX TO KX
           END-SEARCH
       EXIT.

       TAEL-AFSENDER.
           IF WS-BV-MODPART = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AF-FUNDET
           PERFORM VARYING AF-IX FROM 1 BY 1
                   UNTIL AF-IX > AK-AFSENDER-ANTAL(AK-IX)
               IF AK-AFSENDER(AK-IX, AF-IX) = WS-BV-MODPART
                   MOVE "Y" TO WS-AF-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AF-FUNDET = "N" AND AK-AFSENDER-ANTAL(AK-IX) < 12
               ADD 1 TO AK-AFSENDER-ANTAL(AK-IX)
               MOVE WS-BV-MODPART
                   TO AK-AFSENDER(AK-IX, AK-AFSENDER-ANTAL(AK-IX))
           END-IF
       EXIT.

       GEM-LINK.
           IF LINK-COUNT >= LINK-MAX-ANTAL
               MOVE "Y" TO LINK-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LINK-COUNT
           MOVE WS-BV-KONTO         TO LK-FRA(LINK-COUNT)
           MOVE WS-BV-MODPART(1:10) TO LK-TIL(LINK-COUNT)
           MOVE WS-BV-DAG           TO LK-DAG(LINK-COUNT)
           MOVE WS-BV-ABS           TO LK-BELOB(LINK-COUNT)
       EXIT.

      *****************************************************************
      * VURDER-KONTI                                                  *
      * Formål: Beregner for hver konto med mindst det mindste        *
      *         indbetalte beløb i vinduet videresendelsen, alderen,  *
      *         kæden og scoren:                                      *
      *           videresendt andel >= grænsen 35 (halv grænse 15)    *
      *           afsendere >= 2 x mindste antal 25 (mindste antal    *
      *           15)                                                 *
      *           kontoen er ny                                   15  *
      *           saldoen står under 5 pct. af det indbetalte     10  *
      *           kontoen er mellemled i en kæde A>B>C            15  *
      *****************************************************************
       VURDER-KONTI.
           COMPUTE WS-HALV-PCT = WS-GENNEMSTROEM-PCT / 2
           PERFORM VARYING AK-IX FROM 1 BY 1 UNTIL AK-IX > AKT-COUNT
               IF AK-IND-TOTAL(AK-IX) >= WS-MIN-IND-BELOB
                   ADD 1 TO TR-ANTAL-VURDERET
                   PERFORM BEREGN-VIDERESENDT
                   PERFORM BEREGN-SCORE
                   IF AK-SCORE(AK-IX) >= WS-SCORE-GRAENSE
                       ADD 1 TO TR-ANTAL-SCORET
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * BEREGN-VIDERESENDT                                            *
      * Formål: Matcher dag for dag kontoens udbetalinger mod de      *
      *         indbetalinger der højst ligger WS-VIDERE-DAGE dage    *
      *         før, ældste først. Det matchede beløb er det der er   *
      *         sendt videre; en indbetaling der ikke er brugt inden  *
      *         for fristen, blev stående på kontoen.                 *
      *****************************************************************
       BEREGN-VIDERESENDT.
           MOVE ZERO TO AK-VIDERE(AK-IX)
           PERFORM VARYING WS-DAG-IX FROM 1 BY 1
                   UNTIL WS-DAG-IX > WS-VINDUE-DAGE
               MOVE AK-IND-DAG(AK-IX, WS-DAG-IX) TO WS-REST(WS-DAG-IX)
           END-PERFORM
           PERFORM VARYING WS-DAG-IX FROM 1 BY 1
                   UNTIL WS-DAG-IX > WS-VINDUE-DAGE
               MOVE AK-UD-DAG(AK-IX, WS-DAG-IX) TO WS-UD-REST
               COMPUTE WS-FRA-DAG = WS-DAG-IX - WS-VIDERE-DAGE
               IF WS-FRA-DAG < 1
                   MOVE 1 TO WS-FRA-DAG
               END-IF
               PERFORM VARYING WS-E-IX FROM WS-FRA-DAG BY 1
                       UNTIL WS-E-IX > WS-DAG-IX OR WS-UD-REST = ZERO
                   IF WS-REST(WS-E-IX) < WS-UD-REST
                       MOVE WS-REST(WS-E-IX) TO WS-TAGET
                   ELSE
                       MOVE WS-UD-REST TO WS-TAGET
                   END-IF
                   SUBTRACT WS-TAGET FROM WS-REST(WS-E-IX)
                                          WS-UD-REST
                   ADD WS-TAGET TO AK-VIDERE(AK-IX)
               END-PERFORM
           END-PERFORM
           COMPUTE AK-PCT(AK-IX) =
               AK-VIDERE(AK-IX) * 100 / AK-IND-TOTAL(AK-IX)
       EXIT.

       BEREGN-SCORE.
           MOVE AK-KT-IX(AK-IX) TO WS-KT-IX
           MOVE ZERO TO AK-SCORE(AK-IX)
           EVALUATE TRUE
               WHEN AK-PCT(AK-IX) >= WS-GENNEMSTROEM-PCT
                   ADD 35 TO AK-SCORE(AK-IX)
               WHEN AK-PCT(AK-IX) >= WS-HALV-PCT
                   ADD 15 TO AK-SCORE(AK-IX)
           END-EVALUATE
           EVALUATE TRUE
               WHEN AK-AFSENDER-ANTAL(AK-IX) >= WS-MIN-AFSENDERE * 2
                   ADD 25 TO AK-SCORE(AK-IX)
               WHEN AK-AFSENDER-ANTAL(AK-IX) >= WS-MIN-AFSENDERE
                   ADD 15 TO AK-SCORE(AK-IX)
           END-EVALUATE

      *    Kontoens alder fra KONTO-OPRETTET-DATO (ÅÅÅÅ-MM-DD)
           MOVE 99999 TO AK-ALDER(AK-IX)
           IF KT-OPRETTET(WS-KT-IX)(1:4) IS NUMERIC
               AND KT-OPRETTET(WS-KT-IX)(6:2) IS NUMERIC
               AND KT-OPRETTET(WS-KT-IX)(9:2) IS NUMERIC
               MOVE ZERO TO WS-OPRETTET-NUM
               STRING KT-OPRETTET(WS-KT-IX)(1:4)
                       KT-OPRETTET(WS-KT-IX)(6:2)
                       KT-OPRETTET(WS-KT-IX)(9:2)
                       DELIMITED BY SIZE INTO WS-OPRETTET-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-OPRETTET-NUM) = ZERO
                   COMPUTE AK-ALDER(AK-IX) = WS-DAGS-HELTAL -
                       FUNCTION INTEGER-OF-DATE(WS-OPRETTET-NUM)
               END-IF
           END-IF
           IF AK-ALDER(AK-IX) <= WS-NY-KONTO-DAGE
               ADD 15 TO AK-SCORE(AK-IX)
           END-IF

           IF KT-BALANCE(WS-KT-IX) < ZERO
               COMPUTE WS-SALDO-ABS = 0 - KT-BALANCE(WS-KT-IX)
           ELSE
               MOVE KT-BALANCE(WS-KT-IX) TO WS-SALDO-ABS
           END-IF
           IF WS-SALDO-ABS * 20 <= AK-IND-TOTAL(AK-IX)
               ADD 10 TO AK-SCORE(AK-IX)
           END-IF

           PERFORM FIND-KAEDE
           IF AK-KAEDE(AK-IX) NOT = SPACES
               ADD 15 TO AK-SCORE(AK-IX)
               ADD 1 TO TR-ANTAL-KAEDER
           END-IF
       EXIT.

      *****************************************************************
      * FIND-KAEDE                                                    *
      * Formål: Finder en kæde A>B>C af egne konti hvor kontoen er B: *
      *         en overførsel ind fra A og en videre til en anden     *
      *         konto C samme dag eller inden for WS-VIDERE-DAGE.     *
      *****************************************************************
       FIND-KAEDE.
           MOVE SPACES TO AK-KAEDE(AK-IX)
           PERFORM VARYING LK-IX FROM 1 BY 1 UNTIL LK-IX > LINK-COUNT
               IF LK-TIL(LK-IX) = KT-KONTO-ID(WS-KT-IX)
                   PERFORM VARYING LK-IX-2 FROM 1 BY 1
                           UNTIL LK-IX-2 > LINK-COUNT
                       IF LK-FRA(LK-IX-2) = KT-KONTO-ID(WS-KT-IX)
                           AND LK-TIL(LK-IX-2) NOT = LK-FRA(LK-IX)
                           AND LK-DAG(LK-IX-2) >= LK-DAG(LK-IX)
                           AND LK-DAG(LK-IX-2) <=
                               LK-DAG(LK-IX) + WS-VIDERE-DAGE
                           STRING LK-FRA(LK-IX) DELIMITED BY SPACE
                                   ">" DELIMITED BY SIZE
                                   LK-FRA(LK-IX-2) DELIMITED BY SPACE
                                   ">" DELIMITED BY SIZE
                                   LK-TIL(LK-IX-2) DELIMITED BY SPACE
                                   INTO AK-KAEDE(AK-IX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF AK-KAEDE(AK-IX) NOT = SPACES
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * REGISTRER-SAG                                                 *
      * Formål: Skriver den scorede konto AK-IX i sagsregistret. En   *
      *         åben sag (ny eller under efterforskning) på kontoen   *
      *         opdateres med dagens dato, den højeste score og       *
      *         kæden; ellers oprettes en ny sag med kilde MULDYR,    *
      *         som også lægges i filialernes opgavekø.               *
      *****************************************************************
       REGISTRER-SAG.
           MOVE AK-KT-IX(AK-IX) TO WS-KT-IX
           MOVE "N" TO WS-SAG-FUNDET
           PERFORM VARYING SG-IX FROM 1 BY 1 UNTIL SG-IX > SAG-COUNT
               IF SG-KONTO-ID IN SAG-ARRAY(SG-IX) =
                       KT-KONTO-ID(WS-KT-IX)
                   AND (SG-STATUS IN SAG-ARRAY(SG-IX) = "N"
                       OR SG-STATUS IN SAG-ARRAY(SG-IX) = "U")
                   MOVE "Y" TO WS-SAG-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SAG-FUNDET = "Y"
               ADD 1 TO TR-ANTAL-OPDATERET
               MOVE WS-DAGS-DATO
                   TO SG-OPDATERET-DATO IN SAG-ARRAY(SG-IX)
               IF SG-SCORE IN SAG-ARRAY(SG-IX) IS NOT NUMERIC
                   OR SG-SCORE IN SAG-ARRAY(SG-IX) < AK-SCORE(AK-IX)
                   MOVE AK-SCORE(AK-IX)
                       TO SG-SCORE IN SAG-ARRAY(SG-IX)
               END-IF
               IF AK-KAEDE(AK-IX) NOT = SPACES
                   MOVE AK-KAEDE(AK-IX) TO SG-KAEDE IN SAG-ARRAY(SG-IX)
               END-IF
               STRING SG-SAG-ID IN SAG-ARRAY(SG-IX) DELIMITED BY SIZE
                       " OPD" DELIMITED BY SIZE INTO AK-SAG(AK-IX)
               EXIT PARAGRAPH
           END-IF
           IF SAG-COUNT >= SAG-MAX-ANTAL
               MOVE "Y" TO SAG-OVERFLOW
               MOVE "REG. FULDT" TO AK-SAG(AK-IX)
               EXIT PARAGRAPH
           END-IF
           PERFORM DAN-SAG-ID
           ADD 1 TO SAG-COUNT
           MOVE SAG-COUNT TO SG-IX
           INITIALIZE SAG-ARRAY(SG-IX)
           MOVE WS-NY-SAG-ID TO SG-SAG-ID IN SAG-ARRAY(SG-IX)
           MOVE KT-KONTO-ID(WS-KT-IX) TO SG-KONTO-ID IN SAG-ARRAY(SG-IX)
           MOVE "N" TO SG-STATUS IN SAG-ARRAY(SG-IX)
           MOVE WS-DAGS-DATO TO SG-AABNET-DATO IN SAG-ARRAY(SG-IX)
           MOVE WS-DAGS-DATO
               TO SG-OPDATERET-DATO IN SAG-ARRAY(SG-IX)
           MOVE "MULDYR" TO SG-KILDE IN SAG-ARRAY(SG-IX)
           MOVE AK-SCORE(AK-IX) TO SG-SCORE IN SAG-ARRAY(SG-IX)
           MOVE AK-KAEDE(AK-IX) TO SG-KAEDE IN SAG-ARRAY(SG-IX)
           ADD 1 TO TR-ANTAL-NYE-SAGER
           STRING WS-NY-SAG-ID DELIMITED BY SIZE
                   " NY" DELIMITED BY SIZE INTO AK-SAG(AK-IX)

           MOVE "FRAUD" TO WS-AO-TYPE
           MOVE KT-KUNDE-ID(WS-KT-IX) TO WS-AO-KUNDE-ID
           MOVE KT-KONTO-ID(WS-KT-IX) TO WS-AO-KONTO-ID
           MOVE WS-NY-SAG-ID TO WS-AO-REFERENCE
           MOVE AK-SCORE(AK-IX) TO WS-ANTAL-DISPLAY
           STRING "Mulig gennemstroemningskonto (money mule) score "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   INTO WS-AO-TEKST
           PERFORM SKRIV-ARBEJDSOPGAVE
       EXIT.

      * Sagsnummeret dannes som i OpgaveFraudSager: "FS" + løbenummer
       DAN-SAG-ID.
           MOVE ZERO TO WS-LOEBENR
           PERFORM VARYING SG-IX FROM 1 BY 1 UNTIL SG-IX > SAG-COUNT
               IF SG-SAG-ID IN SAG-ARRAY(SG-IX)(3:6) IS NUMERIC
                   IF FUNCTION NUMVAL(
                           SG-SAG-ID IN SAG-ARRAY(SG-IX)(3:6))
                       > WS-LOEBENR
                       COMPUTE WS-LOEBENR = FUNCTION NUMVAL(
                           SG-SAG-ID IN SAG-ARRAY(SG-IX)(3:6))
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-LOEBENR
           MOVE SPACES TO WS-NY-SAG-ID
           STRING "FS" WS-LOEBENR DELIMITED BY SIZE
               INTO WS-NY-SAG-ID
       EXIT.

      *****************************************************************
      * LOAD-REGISTER                                                 *
      * Formål: Læser sagsregistret ind i SAG-ARRAY. Findes filen     *
      *         ikke (første kørsel), er registret tomt.              *
      *****************************************************************
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REGISTER = "Y"
                   READ REGISTER-FILE INTO FRAUDSAGOPL
                       AT END
                           MOVE "Y" TO END-OF-REGISTER
                       NOT AT END
                           IF SAG-COUNT >= SAG-MAX-ANTAL
                               MOVE "Y" TO SAG-OVERFLOW
                           ELSE
                               ADD 1 TO SAG-COUNT
                               MOVE FRAUDSAGOPL
                                   TO SAG-ARRAY(SAG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-REGISTER                                                *
      * Formål: Skriver hele sagsregistret tilbage.                   *
      *****************************************************************
       SKRIV-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING SG-IX FROM 1 BY 1 UNTIL SG-IX > SAG-COUNT
               MOVE SAG-ARRAY(SG-IX) TO FRAUDSAGOPL
               WRITE FRAUDSAGOPL
               MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"         TO WS-IO-OPERATION
               MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE REGISTER-FILE
       EXIT.

      *****************************************************************
      * SKRIV-RAPPORT                                                 *
      * Formål: Skriver grænseværdierne, de konti der er over         *
      *         scoregrænsen med målingerne bag scoren og sagen, alle *
      *         fundne kæder af egne konti og totalerne.              *
      *****************************************************************
       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF RAPPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RAPPORT-LINE
           STRING "GENNEMSTROEMNINGSKONTI (MONEY MULES)  "
                   DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE WS-VINDUE-DAGE      TO WS-ANTAL-DISPLAY
           MOVE WS-VIDERE-DAGE      TO WS-ANTAL-DISPLAY-2
           MOVE WS-SCORE-GRAENSE    TO WS-ANTAL-DISPLAY-3
           STRING "VINDUE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " DAGE  VIDERE INDEN=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-2) DELIMITED BY SIZE
                   " DAGE  SCOREGRAENSE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-3) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "KONTO      KUNDE      SCORE      INDBETALT"
               TO RAPPORT-LINE
           MOVE "VIDERESENDT  PCT AFS ALDER         SALDO SAG"
               TO RAPPORT-LINE(47:44)
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING AK-IX FROM 1 BY 1 UNTIL AK-IX > AKT-COUNT
               IF AK-IND-TOTAL(AK-IX) >= WS-MIN-IND-BELOB
                   AND AK-SCORE(AK-IX) >= WS-SCORE-GRAENSE
                   PERFORM SKRIV-KONTO-LINJE
               END-IF
           END-PERFORM

           PERFORM SKRIV-RAPPORT-LINE
           MOVE "KAEDER MELLEM EGNE KONTI (A>B>C)" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING AK-IX FROM 1 BY 1 UNTIL AK-IX > AKT-COUNT
               IF AK-IND-TOTAL(AK-IX) >= WS-MIN-IND-BELOB
                   AND AK-KAEDE(AK-IX) NOT = SPACES
                   MOVE AK-SCORE(AK-IX) TO WS-ANTAL-DISPLAY
                   STRING "  " DELIMITED BY SIZE
                           AK-KAEDE(AK-IX) DELIMITED BY SIZE
                           "  MELLEMLED SCORE=" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ANTAL-DISPLAY)
                               DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               END-IF
           END-PERFORM

           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-VURDERET  TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-SCORET    TO WS-ANTAL-DISPLAY-2
           MOVE TR-ANTAL-KAEDER    TO WS-ANTAL-DISPLAY-3
           STRING "KONTI VURDERET=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " OVER SCOREGRAENSEN=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-2) DELIMITED BY SIZE
                   " KAEDER=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-3) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-NYE-SAGER TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-OPDATERET TO WS-ANTAL-DISPLAY-2
           MOVE TR-ANTAL-DAGSFILER TO WS-ANTAL-DISPLAY-3
           STRING "NYE SAGER=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " AABNE SAGER OPDATERET=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-2) DELIMITED BY SIZE
                   " DAGSFILER LAEST=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-3) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF AKT-OVERFLOW = "Y" OR LINK-OVERFLOW = "Y"
               OR KONTO-OVERFLOW = "Y"
               MOVE "ADVARSEL: en tabel er fuld - analysen er ufuldstae
      -            "ndig" TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           IF SAG-OVERFLOW = "Y"
               MOVE "ADVARSEL: sagsregistret er fuldt - ikke opdateret"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           CLOSE RAPPORT-FILE
       EXIT.

       SKRIV-KONTO-LINJE.
           MOVE AK-KT-IX(AK-IX) TO WS-KT-IX
           MOVE AK-IND-TOTAL(AK-IX) TO WS-BELOB-DISPLAY
           MOVE AK-VIDERE(AK-IX)    TO WS-BELOB-DISPLAY-2
           MOVE AK-AFSENDER-ANTAL(AK-IX) TO WS-ANTAL-DISPLAY
           MOVE AK-ALDER(AK-IX) TO WS-ANTAL-DISPLAY-2
           MOVE KT-BALANCE(WS-KT-IX) TO WS-SALDO-DISPLAY
           MOVE KT-KONTO-ID(WS-KT-IX) TO RAPPORT-LINE(1:10)
           MOVE KT-KUNDE-ID(WS-KT-IX) TO RAPPORT-LINE(12:10)
           MOVE AK-SCORE(AK-IX)       TO RAPPORT-LINE(25:3)
           MOVE WS-BELOB-DISPLAY      TO RAPPORT-LINE(29:14)
           MOVE WS-BELOB-DISPLAY-2    TO RAPPORT-LINE(44:14)
           MOVE AK-PCT(AK-IX)         TO RAPPORT-LINE(60:3)
           MOVE WS-ANTAL-DISPLAY(4:2) TO RAPPORT-LINE(65:2)
           MOVE WS-ANTAL-DISPLAY-2    TO RAPPORT-LINE(68:5)
           MOVE WS-SALDO-DISPLAY      TO RAPPORT-LINE(74:13)
           MOVE AK-SAG(AK-IX)         TO RAPPORT-LINE(88:12)
           IF AK-ALDER(AK-IX) = 99999
               MOVE "    -" TO RAPPORT-LINE(68:5)
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
           IF AK-KAEDE(AK-IX) NOT = SPACES
               STRING "           KAEDE " DELIMITED BY SIZE
                       AK-KAEDE(AK-IX) DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
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
      * SKRIV-KOERSELSLOG                                             *
      * Formål: Tilføjer kørslens run-log-linje til den fælles        *
      *         Koerselslog.txt med vurderede konti, nye sager og     *
      *         status.                                               *
      *****************************************************************
       SKRIV-KOERSELSLOG.
           IF WS-IO-ERROR-COUNT = ZERO
               MOVE "OK"   TO WS-KOERSEL-STATUS
           ELSE
               MOVE "FEJL" TO WS-KOERSEL-STATUS
           END-IF
           MOVE TR-ANTAL-VURDERET  TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-NYE-SAGER TO WS-ANTAL-DISPLAY-2
           OPEN EXTEND KOERSELSLOG-FILE
           IF KOERSELSLOG-FILE-STATUS = "35"
               OPEN OUTPUT KOERSELSLOG-FILE
           END-IF
           IF KOERSELSLOG-FILE-STATUS = "00"
               MOVE SPACES TO KOERSELSLOG-LINE
               STRING "OPGAVEMULDYR DATO=" DELIMITED BY SIZE
                       WS-DAGS-DATO DELIMITED BY SIZE
                       " VURDERET=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ANTAL-DISPLAY)
                           DELIMITED BY SIZE
                       " NYE SAGER=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ANTAL-DISPLAY-2)
                           DELIMITED BY SIZE
                       " STATUS=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KOERSEL-STATUS)
                           DELIMITED BY SIZE
                       INTO KOERSELSLOG-LINE
               WRITE KOERSELSLOG-LINE
               CLOSE KOERSELSLOG-FILE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-ARBEJDSOPGAVE                                           *
      * Formål: Lægger en opgave i filialernes opgavekø               *
      *         (ArbejdsopgaverNye.txt) ud fra WS-AO-felterne -       *
      *         OpgaveArbejdskoe optager den med ejer, filial og      *
      *         forfaldsdato. Samme forhold meldt igen, mens          *
      *         opgaven er åben, optages ikke to gange.               *
      *****************************************************************
       SKRIV-ARBEJDSOPGAVE.
           IF WS-AO-DATO = ZERO
               IF WS-FORRETNINGSDATO > ZERO
                   MOVE WS-FORRETNINGSDATO TO WS-AO-DATO
               ELSE
                   ACCEPT WS-AO-DATO FROM DATE YYYYMMDD
               END-IF
           END-IF
           OPEN EXTEND ARBOPG-FILE
           IF ARBOPG-FILE-STATUS = "35"
               OPEN OUTPUT ARBOPG-FILE
           END-IF
           MOVE "ARBOPG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE ARBOPG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF ARBOPG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO            TO AO-OPGAVE-ID AO-FORFALD-DATO
                                   AO-LUKKET-DATO
           MOVE WS-AO-TYPE      TO AO-TYPE
           MOVE WS-AO-KUNDE-ID  TO AO-KUNDE-ID
           MOVE WS-AO-KONTO-ID  TO AO-KONTO-ID
           MOVE WS-AO-FILIAL-NR TO AO-FILIAL-NR
           MOVE SPACES          TO AO-EJER AO-ESKALERET-TIL
                                   AO-LUKKET-AF
           MOVE WS-AO-DATO      TO AO-OPRETTET-DATO
           MOVE "N"             TO AO-STATUS AO-ESKALERET
           MOVE "OPGAVEMULDYR" TO AO-KILDE
           MOVE WS-AO-REFERENCE TO AO-REFERENCE
           MOVE WS-AO-TEKST     TO AO-TEKST
           WRITE ARBOPGOPL
           MOVE "ARBOPG-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE ARBOPG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           CLOSE ARBOPG-FILE
           MOVE SPACES TO WS-AO-KUNDE-ID WS-AO-KONTO-ID
                          WS-AO-REFERENCE WS-AO-TEKST
           MOVE ZERO   TO WS-AO-FILIAL-NR
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
      * Formål: Bygger det daterede kontofilnavn for denne kørsels    *
      *         forretningsdato. Er datoen nul, bruges det            *
      *         oprindelige, udaterede filnavn.                       *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "KontoOpl.txt" TO WS-KONTO-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
           END-IF
       EXIT.
