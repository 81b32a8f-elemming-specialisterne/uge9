      *****************************************************************
      * PROGRAM-ID: OPGAVEFREMTIDIGEBETALINGER                        *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Register og daglig udførelse af enkeltstående,    *
      *             fremtidsdaterede betalinger. Faste overførsler    *
      *             gentages efter en frekvens; her kan kunden lægge  *
      *             én betaling til en senere dato (husleje den 1.,   *
      *             en regning på forfaldsdagen) i                    *
      *             FremtidigeBetalinger.txt. Kørslen (1) anvender    *
      *             dagens opret/ret/annuller-transaktioner fra       *
      *             FremtidigeBetalingerVedligehold.txt - ret og      *
      *             annuller accepteres indtil cut-off, dvs. så længe *
      *             betalingen venter, til og med kørslen på          *
      *             udførelsesdatoen, der anvender ændringerne før    *
      *             frigivelsen; (2) frigiver de forfaldne betalinger *
      *             som et debet-/kredit-par sidst i dagens           *
      *             Transaktioner.txt før POSTER, når kontoens        *
      *             disponible saldo (BALANCE minus åbne              *
      *             reservationer og dagens allerede frigivne         *
      *             betalinger) dækker; (3) mangler dækningen, eller  *
      *             er kontoen frossen, forsøges igen næste bankdag,  *
      *             op til WS-MAX-FORSOEG forsøg, hvorefter           *
      *             betalingen afvises endeligt og kunden får et      *
      *             brev. Afsluttede betalinger ryddes af registret   *
      *             efter WS-OPBEVAR-DAGE.                            *
      * INPUT:      FremtidigeBetalinger.txt   - Registret            *
      *             FremtidigeBetalingerVedligehold.txt - Opret/ret/  *
      *                                          annuller             *
      *             KontoOpl.txt               - Afsenderkonti        *
      *             Reservationer.txt          - Åbne reservationer   *
      *             Kundeoplysninger.txt       - Brevmodtager         *
      *             Bankdage.txt               - Helligdage           *
      * OUTPUT:     FremtidigeBetalinger.txt   - Opdateret register   *
      *             Transaktioner.txt (EXTEND) - Frigivne betalinger  *
      *             BetalingAfvisningsbreve.txt - Breve om endeligt   *
      *                                          afviste betalinger   *
      *             KommunikationsLog.txt (EXTEND)                    *
      *             FremtidigeBetalinger-Rapport.txt - Dagsrapport    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveFremtidigeBetalinger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "FremtidigeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO "FremtidigeBetalingerVedligehold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
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
           SELECT RESERVATION-FILE ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-FILE-STATUS.
           SELECT BANKDAG-FILE ASSIGN TO "Bankdage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANKDAG-FILE-STATUS.
           SELECT TRANS-UD-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-UD-FILE-STATUS.
           SELECT BREV-FILE ASSIGN TO "BetalingAfvisningsbreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "FremtidigeBetalinger-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "FremtidigeBetalinger-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
       01 FREMBETOPL.
           COPY "FREMBETOPL.cpy".

      * "A" opretter en betaling, "U" retter en ventende (blanke/nul
      * felter er uændrede) og "D" annullerer den. KONTO-ID skal
      * være afsenderkontoen på en eksisterende betaling.
       FD TRANS-FILE.
       01 TRANS-RECORD.
           02 TRANS-KODE        PIC X(01).
               88 TRANS-OPRET          VALUE "A".
               88 TRANS-RET            VALUE "U".
               88 TRANS-ANNULLER       VALUE "D".
           02 TRANS-BETALING-ID PIC X(10).
           02 TRANS-KONTO-ID    PIC X(10).
           02 TRANS-REG-NR      PIC X(06).
           02 TRANS-MODTAGER-REG-NR   PIC X(06).
           02 TRANS-MODTAGER-KONTO-ID PIC X(10).
           02 TRANS-MODTAGER-NAVN     PIC X(30).
           02 TRANS-BELOB       PIC 9(7)V99.
           02 TRANS-VALUTA      PIC X(03).
           02 TRANS-TEKST       PIC X(30).
           02 TRANS-DATO        PIC X(10).

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD RESERVATION-FILE.
       01 RESERVATIONOPL.
           COPY "RESERVATIONOPL.cpy".

       FD BANKDAG-FILE.
       01 BANKDAGOPL.
           COPY "BANKDAGOPL.cpy".

       FD TRANS-UD-FILE.
       01 TRANSAKTIONEROPL.
           COPY "TRANSAKTIONEROPL.cpy".

       FD BREV-FILE.
       01 BREV-LINE        PIC X(100) VALUE SPACES.

       FD KOMMLOG-FILE.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-REGISTER  PIC X VALUE "N".
       01 END-OF-TRANS     PIC X VALUE "N".
       01 END-OF-RESERVATION PIC X VALUE "N".
       01 END-OF-BANKDAG-FILE PIC X VALUE "N".

      * Registret loades, opdateres og skrives samlet tilbage
       01 FBR-MAX-ANTAL    PIC 9(4) VALUE 5000.
       01 FBR-COUNT        PIC 9(4) VALUE ZERO.
       01 FBR-OVERFLOW     PIC X VALUE "N".
       01 FBR-ARRAY OCCURS 5000 TIMES.
           COPY "FREMBETOPL.cpy"
               REPLACING LEADING ==FB-== BY ==FA-==.
       01 FA-IX            PIC 9(4) VALUE ZERO.
       01 WS-FB-FUNDET     PIC X VALUE "N".

      * Arbejdskopi af den betaling der oprettes eller rettes -
      * valideres samlet før den lægges i registret
       01 WS-NY-BETALING.
           COPY "FREMBETOPL.cpy"
               REPLACING LEADING ==FB-== BY ==NY-==.
       01 WS-AARSAG        PIC X(30) VALUE SPACES.
       01 WS-KONTO-FUNDET  PIC X VALUE "N".

      * Grænser: forsøg i alt før endelig afvisning, hvor langt frem
      * en betaling kan lægges, og hvor længe afsluttede betalinger
      * bliver stående i registret
       01 WS-MAX-FORSOEG   PIC 9(1) VALUE 3.
       01 WS-MAX-DAGE-FREM PIC 9(3) VALUE 365.
       01 WS-OPBEVAR-DAGE  PIC 9(3) VALUE 90.

      * Åbne, ikke-udløbne reservationer (se LOAD-RESERVATIONER)
       01 RES-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 RES-COUNT        PIC 9(4) VALUE ZERO.
       01 RES-OVERFLOW     PIC X VALUE "N".
       01 RES-TABEL.
           02 RES-ENTRY OCCURS 2000 TIMES.
               03 RS-KONTO-ID PIC X(10).
               03 RS-BELOB    PIC 9(7)V99.
       01 RS-IX            PIC 9(4) VALUE ZERO.
       01 WS-RES-SUM       PIC 9(9)V99 VALUE ZERO.

      * Dagens frigivne betalinger pr. konto, så to betalinger på
      * samme dag ikke begge regner med den samme saldo
       01 FRG-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 FRG-COUNT        PIC 9(4) VALUE ZERO.
       01 FRG-TABEL.
           02 FRG-ENTRY OCCURS 2000 TIMES.
               03 FRG-KONTO-ID PIC X(10).
               03 FRG-BELOB    PIC 9(9)V99.
       01 FRG-IX           PIC 9(4) VALUE ZERO.
       01 WS-FRG-SUM       PIC 9(9)V99 VALUE ZERO.
       01 WS-DISPONIBEL    PIC S9(9)V99 VALUE ZERO.

      * Helligdagskalenderen (se LAES-BANKDAGE)
       01 BANKDAG-MAX-ANTAL PIC 9(3) VALUE 50.
       01 BANKDAG-COUNT    PIC 9(3) VALUE ZERO.
       01 BANKDAG-OVERFLOW PIC X VALUE "N".
       01 BANKDAG-TABEL.
           02 HELLIGDAG PIC X(10) OCCURS 50 TIMES VALUE SPACES.
       01 BD-IX            PIC 9(3) VALUE ZERO.
       01 WS-BANKDAG       PIC X VALUE "N".
       01 WS-UGEDAG        PIC 9(1) VALUE ZERO.

      * Datoomregning (se DATO-TIL-HELTAL / HELTAL-TIL-DATO)
       01 WS-KONV-DATO     PIC X(10) VALUE SPACES.
       01 WS-KONV-NUM      PIC 9(8) VALUE ZERO.
       01 WS-KONV-HELTAL   PIC 9(7) VALUE ZERO.

      * Brevet om en endeligt afvist betaling
       01 WS-LEVERING-KANAL PIC X(01) VALUE "P".
       01 WS-BREV-KUNDE-ID PIC X(10) VALUE SPACES.
       01 WS-BELOB-DISPLAY PIC Z(6)9.99.
       01 BREV-FILE-STATUS PIC XX VALUE "00".

      * Den faelles kommunikationslog (se SKRIV-KOMMLOG)
       01 KOMMLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-KOMM-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 WS-KOMM-DATO      PIC 9(8) VALUE ZERO.
       01 WS-KOMM-DOKTYPE   PIC X(15) VALUE SPACES.
       01 WS-KOMM-KANAL     PIC X(01) VALUE "P".
       01 WS-KOMM-FILREF    PIC X(30) VALUE SPACES.

      * Beløbet som tekst med fortegn til transaktionsrecorden
       01 WS-BELOB-TEKST   PIC X(12) VALUE SPACES.
       01 WS-BELOB-NUM     PIC 9(7).99.

      * Entydig transaktionsreference til de dannede records (se
      * DAN-TRANS-REF): programkode + koerselstidsstempel +
      * loebenummer i koerslen
       01 WS-TRANS-REF      PIC X(16) VALUE SPACES.
       01 WS-REF-PREFIX     PIC X(11) VALUE SPACES.
       01 WS-REF-LOEBENR    PIC 9(5) VALUE ZERO.
       01 WS-REF-TID        PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO       PIC 9(8) VALUE ZERO.

       01 TR-ANTAL-OPRETTET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-RETTET    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-ANNULLERET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-TRANS-AFVIST PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FRIGIVET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDSAT     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-RYDDET    PIC 9(5) VALUE ZERO.
       01 TR-SUM-FRIGIVET    PIC 9(11)V99 VALUE ZERO.
       01 WS-SUM-DISPLAY     PIC Z(10)9.99.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-DAGS-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-TIDSPUNKT       PIC X(19) VALUE SPACES.
       01 WS-NU-TIDSPUNKT    PIC X(19) VALUE SPACES.
       01 WS-SYSTID          PIC 9(8) VALUE ZERO.
       01 WS-NAESTE-BANKDAG  PIC X(10) VALUE SPACES.
       01 WS-SENESTE-DATO    PIC X(10) VALUE SPACES.
       01 WS-RYD-DATO        PIC X(10) VALUE SPACES.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 REGISTER-FILE-STATUS PIC XX VALUE "00".
       01 TRANS-FILE-STATUS    PIC XX VALUE "00".
       01 KONTO-FILE-STATUS    PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS    PIC XX VALUE "00".
       01 RESERVATION-FILE-STATUS PIC XX VALUE "00".
       01 BANKDAG-FILE-STATUS  PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN    PIC X(40)
                              VALUE "Kundeoplysninger.txt".
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
           OPEN OUTPUT BREV-FILE
           MOVE "BREV-FILE" TO WS-IO-FILE-NAME
           MOVE BREV-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           STRING "FREMTIDIGE BETALINGER " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM LOAD-REGISTER
           PERFORM LAES-BANKDAGE
           PERFORM LOAD-RESERVATIONER
           PERFORM BEREGN-DATOGRAENSER

      * Et ufuldstændigt indlæst register ville blive skrevet
      * tilbage uden de betalinger der ikke blev læst
           IF FBR-OVERFLOW = "Y"
               DISPLAY "OpgaveFremtidigeBetalinger: FBR-ARRAY fuld - "
                   "intet frigivet, registret er uaendret"
               MOVE "  REGISTRET ER FULDT - INTET BEHANDLET"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               ADD 1 TO WS-IO-ERROR-COUNT
           ELSE
               OPEN INPUT KONTO-FILE
               MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"       TO WS-IO-OPERATION
               MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               OPEN INPUT KUNDE-FILE

               PERFORM BEHANDL-VEDLIGEHOLD

               OPEN EXTEND TRANS-UD-FILE
               MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"          TO WS-IO-OPERATION
               MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               PERFORM FRIGIV-FORFALDNE
               CLOSE TRANS-UD-FILE

               CLOSE KONTO-FILE
               CLOSE KUNDE-FILE
               PERFORM SKRIV-REGISTER
           END-IF

           PERFORM TRAILER

           DISPLAY "OpgaveFremtidigeBetalinger: "
               TR-ANTAL-OPRETTET " oprettet, "
               TR-ANTAL-FRIGIVET " frigivet, "
               TR-ANTAL-UDSAT " udsat, "
               TR-ANTAL-AFVIST " afvist"

           CLOSE BREV-FILE
           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

      * Udsatte og afviste betalinger er almindelig drift og er
      * meldt til kunden - kun I/O-fejl standser kæden før POSTER
           IF WS-IO-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
           MOVE SPACES TO WS-TIDSPUNKT
           STRING  WS-DAGS-DATO " 06:00:00" DELIMITED BY SIZE
                   INTO WS-TIDSPUNKT
           ACCEPT WS-SYSTID FROM TIME
           MOVE SPACES TO WS-NU-TIDSPUNKT
           STRING  WS-DAGS-DATO " " WS-SYSTID(1:2) ":"
                   WS-SYSTID(3:2) ":" WS-SYSTID(5:2)
                   DELIMITED BY SIZE
                   INTO WS-NU-TIDSPUNKT
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO)
           MOVE WS-SYSDATO TO WS-KOMM-DATO
       EXIT.

      *****************************************************************
      * BEREGN-DATOGRAENSER                                           *
      * Formål: Sætter den seneste dato en betaling kan lægges til,   *
      *         datoen før hvilken afsluttede betalinger ryddes, og   *
      *         næste bankdag efter i dag - datoen for et nyt forsøg. *
      *****************************************************************
       BEREGN-DATOGRAENSER.
           COMPUTE WS-KONV-HELTAL = WS-DAGS-HELTAL + WS-MAX-DAGE-FREM
           PERFORM HELTAL-TIL-DATO
           MOVE WS-KONV-DATO TO WS-SENESTE-DATO
           COMPUTE WS-KONV-HELTAL = WS-DAGS-HELTAL - WS-OPBEVAR-DAGE
           PERFORM HELTAL-TIL-DATO
           MOVE WS-KONV-DATO TO WS-RYD-DATO
           MOVE WS-DAGS-HELTAL TO WS-KONV-HELTAL
           MOVE "N" TO WS-BANKDAG
           PERFORM UNTIL WS-BANKDAG = "Y"
               ADD 1 TO WS-KONV-HELTAL
               PERFORM CHECK-BANKDAG
           END-PERFORM
           MOVE WS-KONV-DATO TO WS-NAESTE-BANKDAG
       EXIT.

      *****************************************************************
      * LOAD-REGISTER                                                 *
      * Formål: Læser registret ind i FBR-ARRAY. Findes filen ikke,   *
      *         startes med et tomt register.                         *
      *****************************************************************
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REGISTER = "Y"
                   READ REGISTER-FILE INTO FREMBETOPL
                       AT END
                           MOVE "Y" TO END-OF-REGISTER
                       NOT AT END
                           IF FBR-COUNT >= FBR-MAX-ANTAL
                               MOVE "Y" TO FBR-OVERFLOW
                           ELSE
                               ADD 1 TO FBR-COUNT
                               MOVE FREMBETOPL TO FBR-ARRAY(FBR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LAES-BANKDAGE                                                 *
      * Formål: Læser helligdagskalenderen Bankdage.txt. Findes       *
      *         filen ikke, eller er den tom, regnes kun weekender    *
      *         som ikke-bankdage.                                    *
      *****************************************************************
       LAES-BANKDAGE.
           OPEN INPUT BANKDAG-FILE
           IF BANKDAG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-BANKDAG-FILE = "Y"
                   READ BANKDAG-FILE INTO BANKDAGOPL
                       AT END
                           MOVE "Y" TO END-OF-BANKDAG-FILE
                       NOT AT END
                           IF BANKDAG-COUNT >= BANKDAG-MAX-ANTAL
                               MOVE "Y" TO BANKDAG-OVERFLOW
                           ELSE
                               ADD 1 TO BANKDAG-COUNT
                               MOVE BD-DATO
                                   TO HELLIGDAG(BANKDAG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANKDAG-FILE
           END-IF
       EXIT.

      * Heltalsdag 1 er en mandag, saa ugedagen er MOD(heltal-1, 7)
      * med 5/6 som loerdag/soendag - samme regning som Opgave13's
      * CHECK-BANKDAG. Saetter ogsaa WS-KONV-DATO for heltalsdagen.
       CHECK-BANKDAG.
           PERFORM HELTAL-TIL-DATO
           MOVE "Y" TO WS-BANKDAG
           COMPUTE WS-UGEDAG = FUNCTION MOD(WS-KONV-HELTAL - 1, 7)
           IF WS-UGEDAG = 5 OR WS-UGEDAG = 6
               MOVE "N" TO WS-BANKDAG
           ELSE
               PERFORM VARYING BD-IX FROM 1 BY 1
                       UNTIL BD-IX > BANKDAG-COUNT
                   IF HELLIGDAG(BD-IX) = WS-KONV-DATO
                       MOVE "N" TO WS-BANKDAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-RESERVATIONER                                            *
      * Formål: Læser de åbne, ikke-udløbne reservationer ind i       *
      *         RES-TABEL. Findes filen ikke, er intet reserveret.    *
      *****************************************************************
       LOAD-RESERVATIONER.
           OPEN INPUT RESERVATION-FILE
           IF RESERVATION-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-RESERVATION = "Y"
                   READ RESERVATION-FILE INTO RESERVATIONOPL
                       AT END
                           MOVE "Y" TO END-OF-RESERVATION
                       NOT AT END
                           IF RES-UDLOEB > WS-NU-TIDSPUNKT
                               IF RES-COUNT >= RES-MAX-ANTAL
                                   MOVE "Y" TO RES-OVERFLOW
                               ELSE
                                   ADD 1 TO RES-COUNT
                                   MOVE RES-KONTO-ID
                                       TO RS-KONTO-ID(RES-COUNT)
                                   MOVE RES-BELOB
                                       TO RS-BELOB(RES-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF
           IF RES-OVERFLOW = "Y"
      * En ufuldstaendig reservationstabel ville lade en betaling
      * traekke paa allerede reserverede midler
               DISPLAY "OpgaveFremtidigeBetalinger: RES-TABEL fuld"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

      *****************************************************************
      * BEHANDL-VEDLIGEHOLD                                           *
      * Formål: Anvender dagens opret/ret/annuller-transaktioner på   *
      *         registret, før noget frigives. Findes filen ikke, er  *
      *         der ingen ændringer i dag.                            *
      *****************************************************************
       BEHANDL-VEDLIGEHOLD.
           OPEN INPUT TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANS = "Y"
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO END-OF-TRANS
                   NOT AT END
                       PERFORM APPLY-TRANSAKTION
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
       EXIT.

       APPLY-TRANSAKTION.
           MOVE SPACES TO WS-AARSAG
           PERFORM FIND-BETALING
           EVALUATE TRUE
               WHEN TRANS-OPRET
                   PERFORM OPRET-BETALING
               WHEN TRANS-RET
                   PERFORM RET-BETALING
               WHEN TRANS-ANNULLER
                   PERFORM ANNULLER-BETALING
               WHEN OTHER
                   MOVE "UKENDT TRANSAKTIONSKODE" TO WS-AARSAG
           END-EVALUATE
           IF WS-AARSAG NOT = SPACES
               ADD 1 TO TR-ANTAL-TRANS-AFVIST
               STRING "  TRANS AFVIST " DELIMITED BY SIZE
                       TRANS-KODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRANS-BETALING-ID DELIMITED BY SIZE
                       " KONTO " DELIMITED BY SIZE
                       TRANS-KONTO-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AARSAG DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

       FIND-BETALING.
           MOVE "N" TO WS-FB-FUNDET
           PERFORM VARYING FA-IX FROM 1 BY 1 UNTIL FA-IX > FBR-COUNT
               IF FA-BETALING-ID(FA-IX) = TRANS-BETALING-ID
                   MOVE "Y" TO WS-FB-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * OPRET-BETALING                                                *
      * Formål: Danner en ny ventende betaling ud fra transaktionen   *
      *         og lægger den sidst i registret, når den validerer.   *
      *****************************************************************
       OPRET-BETALING.
           IF TRANS-BETALING-ID = SPACES
               MOVE "BETALING-ID MANGLER" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF WS-FB-FUNDET = "Y"
               MOVE "BETALING-ID FINDES ALLEREDE" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF FBR-COUNT >= FBR-MAX-ANTAL
               MOVE "REGISTRET ER FULDT" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NY-BETALING
           MOVE TRANS-BETALING-ID       TO NY-BETALING-ID
           MOVE TRANS-KONTO-ID          TO NY-KONTO-ID
           MOVE TRANS-REG-NR            TO NY-REG-NR
           MOVE TRANS-MODTAGER-REG-NR   TO NY-MODTAGER-REG-NR
           MOVE TRANS-MODTAGER-KONTO-ID TO NY-MODTAGER-KONTO-ID
           MOVE TRANS-MODTAGER-NAVN     TO NY-MODTAGER-NAVN
           MOVE TRANS-BELOB             TO NY-BELOB
           MOVE TRANS-VALUTA            TO NY-VALUTA
           MOVE TRANS-TEKST             TO NY-TEKST
           MOVE TRANS-DATO              TO NY-UDFOERSEL-DATO
           MOVE ZERO                    TO NY-ANTAL-FORSOEG
           MOVE "V"                     TO NY-STATUS
           MOVE WS-DAGS-DATO            TO NY-OPRETTET-DATO
           MOVE WS-DAGS-DATO            TO NY-STATUS-DATO
           PERFORM VALIDER-BETALING
           IF WS-AARSAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE NY-UDFOERSEL-DATO TO NY-NAESTE-FORSOEG
           ADD 1 TO FBR-COUNT
           MOVE WS-NY-BETALING TO FBR-ARRAY(FBR-COUNT)
           ADD 1 TO TR-ANTAL-OPRETTET
       EXIT.

      *****************************************************************
      * RET-BETALING                                                  *
      * Formål: Retter en ventende betaling - udfyldte felter i       *
      *         transaktionen erstatter registrets. En ny dato        *
      *         nulstiller forsøgene. Efter cut-off (betalingen er    *
      *         udført, annulleret eller afvist) afvises rettelsen.   *
      *****************************************************************
       RET-BETALING.
           PERFORM KONTROLLER-EJERSKAB
           IF WS-AARSAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FBR-ARRAY(FA-IX) TO WS-NY-BETALING
           IF TRANS-MODTAGER-REG-NR NOT = SPACES
               MOVE TRANS-MODTAGER-REG-NR TO NY-MODTAGER-REG-NR
           END-IF
           IF TRANS-MODTAGER-KONTO-ID NOT = SPACES
               MOVE TRANS-MODTAGER-KONTO-ID TO NY-MODTAGER-KONTO-ID
           END-IF
           IF TRANS-MODTAGER-NAVN NOT = SPACES
               MOVE TRANS-MODTAGER-NAVN TO NY-MODTAGER-NAVN
           END-IF
           IF TRANS-BELOB IS NUMERIC AND TRANS-BELOB > ZERO
               MOVE TRANS-BELOB TO NY-BELOB
           END-IF
           IF TRANS-TEKST NOT = SPACES
               MOVE TRANS-TEKST TO NY-TEKST
           END-IF
           IF TRANS-DATO NOT = SPACES
               MOVE TRANS-DATO TO NY-UDFOERSEL-DATO
           END-IF
           PERFORM VALIDER-BETALING
           IF WS-AARSAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TRANS-DATO NOT = SPACES
               MOVE NY-UDFOERSEL-DATO TO NY-NAESTE-FORSOEG
               MOVE ZERO TO NY-ANTAL-FORSOEG
               MOVE SPACES TO NY-AARSAG
           END-IF
           MOVE WS-DAGS-DATO TO NY-STATUS-DATO
           MOVE WS-NY-BETALING TO FBR-ARRAY(FA-IX)
           ADD 1 TO TR-ANTAL-RETTET
       EXIT.

       ANNULLER-BETALING.
           PERFORM KONTROLLER-EJERSKAB
           IF WS-AARSAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO FA-STATUS(FA-IX)
           MOVE WS-DAGS-DATO TO FA-STATUS-DATO(FA-IX)
           MOVE "ANNULLERET AF KUNDEN" TO FA-AARSAG(FA-IX)
           ADD 1 TO TR-ANTAL-ANNULLERET
       EXIT.

      * Betalingen skal findes, tilhøre transaktionens konto og
      * stadig vente - ellers er cut-off passeret
       KONTROLLER-EJERSKAB.
           IF WS-FB-FUNDET = "N"
               MOVE "BETALINGEN FINDES IKKE" TO WS-AARSAG
           ELSE
               IF FA-KONTO-ID(FA-IX) NOT = TRANS-KONTO-ID
                   MOVE "BETALINGEN TILHOERER ANDEN KONTO"
                       TO WS-AARSAG
               ELSE
                   IF NOT FA-VENTER(FA-IX)
                       MOVE "CUT-OFF PASSERET - IKKE VENTENDE"
                           TO WS-AARSAG
                   END-IF
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * VALIDER-BETALING                                              *
      * Formål: Kontrollerer arbejdskopien: afsenderkontoen findes og *
      *         er ikke lukket, modtager og beløb er udfyldt, valutaen*
      *         er kontoens (blank betyder kontoens), og datoen er    *
      *         gyldig, tidligst i dag og højst WS-MAX-DAGE-FREM frem.*
      *****************************************************************
       VALIDER-BETALING.
           MOVE NY-KONTO-ID TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   MOVE "KONTO UKENDT" TO WS-AARSAG
               NOT INVALID KEY
                   IF KONTO-LUKKET
                       MOVE "KONTO LUKKET" TO WS-AARSAG
                   END-IF
           END-READ
           IF WS-AARSAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NY-MODTAGER-REG-NR = SPACES
                   OR NY-MODTAGER-KONTO-ID = SPACES
               MOVE "MODTAGER MANGLER" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF NY-BELOB NOT NUMERIC OR NY-BELOB = ZERO
               MOVE "UGYLDIGT BELOEB" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF NY-VALUTA = SPACES
               MOVE VALUTAKODE IN KONTOOPL TO NY-VALUTA
           END-IF
           IF NY-VALUTA NOT = VALUTAKODE IN KONTOOPL
               MOVE "VALUTA AFVIGER FRA KONTOEN" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE NY-UDFOERSEL-DATO TO WS-KONV-DATO
           PERFORM DATO-TIL-HELTAL
           IF WS-KONV-HELTAL = ZERO
               MOVE "UGYLDIG UDFOERSELSDATO" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF NY-UDFOERSEL-DATO < WS-DAGS-DATO
               MOVE "UDFOERSELSDATO ER PASSERET" TO WS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF NY-UDFOERSEL-DATO > WS-SENESTE-DATO
               MOVE "UDFOERSELSDATO FOR LANGT FREMME" TO WS-AARSAG
           END-IF
       EXIT.

      *****************************************************************
      * FRIGIV-FORFALDNE                                              *
      * Formål: Gennemløber registret og forsøger hver ventende       *
      *         betaling hvis næste forsøgsdato er nået.              *
      *****************************************************************
       FRIGIV-FORFALDNE.
           PERFORM VARYING FA-IX FROM 1 BY 1 UNTIL FA-IX > FBR-COUNT
               IF FA-VENTER(FA-IX)
                       AND FA-NAESTE-FORSOEG(FA-IX) <= WS-DAGS-DATO
                   PERFORM FRIGIV-BETALING
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * FRIGIV-BETALING                                               *
      * Formål: En ukendt eller lukket konto afviser betalingen       *
      *         straks. En frossen konto eller manglende dækning      *
      *         udsætter den til næste bankdag (se UDSAET-BETALING).  *
      *         Ellers udstedes betalingen.                           *
      *****************************************************************
       FRIGIV-BETALING.
           ADD 1 TO FA-ANTAL-FORSOEG(FA-IX)
           MOVE SPACES TO WS-BREV-KUNDE-ID
           MOVE FA-KONTO-ID(FA-IX) TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   MOVE "KONTO UKENDT" TO WS-AARSAG
                   PERFORM AFVIS-BETALING
               NOT INVALID KEY
                   MOVE KUNDE-ID IN KONTOOPL TO WS-BREV-KUNDE-ID
                   EVALUATE TRUE
                       WHEN KONTO-LUKKET
                           MOVE "KONTO LUKKET" TO WS-AARSAG
                           PERFORM AFVIS-BETALING
                       WHEN KONTO-FROSSET
                           MOVE "KONTO FROSSET" TO WS-AARSAG
                           PERFORM UDSAET-BETALING
                       WHEN OTHER
                           PERFORM BEREGN-DISPONIBEL
                           IF WS-DISPONIBEL < FA-BELOB(FA-IX)
                               MOVE "DAEKNING MANGLER" TO WS-AARSAG
                               PERFORM UDSAET-BETALING
                           ELSE
                               PERFORM UDSTED-BETALING
                           END-IF
                   END-EVALUATE
           END-READ
       EXIT.

      * Disponibel = saldo minus åbne reservationer og minus de
      * betalinger der allerede er frigivet fra kontoen i dag
       BEREGN-DISPONIBEL.
           MOVE ZERO TO WS-RES-SUM
           PERFORM VARYING RS-IX FROM 1 BY 1 UNTIL RS-IX > RES-COUNT
               IF RS-KONTO-ID(RS-IX) = FA-KONTO-ID(FA-IX)
                   ADD RS-BELOB(RS-IX) TO WS-RES-SUM
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-FRG-SUM
           PERFORM VARYING FRG-IX FROM 1 BY 1 UNTIL FRG-IX > FRG-COUNT
               IF FRG-KONTO-ID(FRG-IX) = FA-KONTO-ID(FA-IX)
                   MOVE FRG-BELOB(FRG-IX) TO WS-FRG-SUM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-DISPONIBEL = BALANCE IN KONTOOPL
               - WS-RES-SUM - WS-FRG-SUM
       EXIT.

      *****************************************************************
      * UDSTED-BETALING                                               *
      * Formål: Skriver betalingens debet-record (afsenderkontoen) og *
      *         kredit-record (modtageren) som almindelige            *
      *         OVERFOERSEL-transaktioner sidst i dagens              *
      *         Transaktioner.txt, som OpgaveFasteOverfoersler gør.   *
      *         Ligger modtagerens REG-NR uden for egne banker,       *
      *         sender OpgaveClearingUd kreditten videre.             *
      *****************************************************************
       UDSTED-BETALING.
           MOVE FA-BELOB(FA-IX) TO WS-BELOB-NUM
           MOVE SPACES TO WS-BELOB-TEKST
           STRING "-" DELIMITED BY SIZE
                   WS-BELOB-NUM DELIMITED BY SIZE
                   INTO WS-BELOB-TEKST
           MOVE SPACES TO TRANSAKTIONEROPL
           MOVE FA-REG-NR(FA-IX)   TO REG-NR IN TRANSAKTIONEROPL
           MOVE FA-KONTO-ID(FA-IX) TO KONTO-ID IN TRANSAKTIONEROPL
           MOVE WS-TIDSPUNKT       TO TIDSPUNKT
           MOVE "OVERFOERSEL"      TO TRANSAKTIONSTYPE
           MOVE WS-BELOB-TEKST     TO BELØB
           MOVE FA-VALUTA(FA-IX)   TO VALUTA
           IF FA-TEKST(FA-IX) = SPACES
               MOVE FA-MODTAGER-KONTO-ID(FA-IX) TO BUTIK
           ELSE
               MOVE FA-TEKST(FA-IX) TO BUTIK
           END-IF
           PERFORM SKRIV-TRANSAKTION

           MOVE SPACES TO WS-BELOB-TEKST
           MOVE WS-BELOB-NUM TO WS-BELOB-TEKST
           MOVE SPACES TO TRANSAKTIONEROPL
           MOVE FA-MODTAGER-REG-NR(FA-IX)
               TO REG-NR IN TRANSAKTIONEROPL
           MOVE FA-MODTAGER-KONTO-ID(FA-IX)
               TO KONTO-ID IN TRANSAKTIONEROPL
           MOVE FA-MODTAGER-NAVN(FA-IX) TO NAVN IN TRANSAKTIONEROPL
           MOVE WS-TIDSPUNKT       TO TIDSPUNKT
           MOVE "OVERFOERSEL"      TO TRANSAKTIONSTYPE
           MOVE WS-BELOB-TEKST     TO BELØB
           MOVE FA-VALUTA(FA-IX)   TO VALUTA
           IF FA-TEKST(FA-IX) = SPACES
               MOVE FA-KONTO-ID(FA-IX) TO BUTIK
           ELSE
               MOVE FA-TEKST(FA-IX) TO BUTIK
           END-IF
           PERFORM SKRIV-TRANSAKTION

           PERFORM TILFOEJ-FRIGIVET
           MOVE "U" TO FA-STATUS(FA-IX)
           MOVE WS-DAGS-DATO TO FA-STATUS-DATO(FA-IX)
           MOVE SPACES TO FA-AARSAG(FA-IX)
           ADD 1 TO TR-ANTAL-FRIGIVET
           ADD FA-BELOB(FA-IX) TO TR-SUM-FRIGIVET
       EXIT.

       TILFOEJ-FRIGIVET.
           PERFORM VARYING FRG-IX FROM 1 BY 1 UNTIL FRG-IX > FRG-COUNT
               IF FRG-KONTO-ID(FRG-IX) = FA-KONTO-ID(FA-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FRG-IX > FRG-COUNT
               IF FRG-COUNT >= FRG-MAX-ANTAL
      * Uden plads kan kontoens næste betaling i dag ikke se denne -
      * den udsættes derfor hellere end at trække for meget
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO FRG-COUNT
               MOVE FRG-COUNT TO FRG-IX
               MOVE FA-KONTO-ID(FA-IX) TO FRG-KONTO-ID(FRG-IX)
               MOVE ZERO TO FRG-BELOB(FRG-IX)
           END-IF
           ADD FA-BELOB(FA-IX) TO FRG-BELOB(FRG-IX)
       EXIT.

       SKRIV-TRANSAKTION.
           PERFORM DAN-TRANS-REF
           MOVE WS-TRANS-REF TO TRANS-REF IN TRANSAKTIONEROPL
           WRITE TRANSAKTIONEROPL
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * UDSAET-BETALING                                               *
      * Formål: Lægger et nyt forsøg næste bankdag - eller afviser    *
      *         betalingen endeligt, når WS-MAX-FORSOEG er brugt.     *
      *****************************************************************
       UDSAET-BETALING.
           IF FA-ANTAL-FORSOEG(FA-IX) >= WS-MAX-FORSOEG
               PERFORM AFVIS-BETALING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NAESTE-BANKDAG TO FA-NAESTE-FORSOEG(FA-IX)
           MOVE WS-AARSAG TO FA-AARSAG(FA-IX)
           MOVE WS-DAGS-DATO TO FA-STATUS-DATO(FA-IX)
           ADD 1 TO TR-ANTAL-UDSAT
           STRING "  UDSAT    " DELIMITED BY SIZE
                   FA-BETALING-ID(FA-IX) DELIMITED BY SIZE
                   " KONTO " DELIMITED BY SIZE
                   FA-KONTO-ID(FA-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AARSAG DELIMITED BY SIZE
                   " NYT FORSOEG " DELIMITED BY SIZE
                   WS-NAESTE-BANKDAG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * AFVIS-BETALING                                                *
      * Formål: Afviser betalingen endeligt med årsag og skriver      *
      *         brevet til kunden.                                    *
      *****************************************************************
       AFVIS-BETALING.
           MOVE "F" TO FA-STATUS(FA-IX)
           MOVE WS-DAGS-DATO TO FA-STATUS-DATO(FA-IX)
           MOVE WS-AARSAG TO FA-AARSAG(FA-IX)
           ADD 1 TO TR-ANTAL-AFVIST
           STRING "  AFVIST   " DELIMITED BY SIZE
                   FA-BETALING-ID(FA-IX) DELIMITED BY SIZE
                   " KONTO " DELIMITED BY SIZE
                   FA-KONTO-ID(FA-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AARSAG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF WS-BREV-KUNDE-ID = SPACES
               MOVE "    INGEN KUNDE PAA KONTOEN - BREV IKKE SENDT"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           ELSE
               PERFORM SKRIV-AFVISNINGSBREV
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-AFVISNINGSBREV                                          *
      * Formål: Brev til kontoens ejer om den afviste betaling - på   *
      *         papir, eller i Digital Post når kunden har valgt det -*
      *         logget i kommunikationsloggen.                        *
      *****************************************************************
       SKRIV-AFVISNINGSBREV.
           MOVE "P" TO WS-LEVERING-KANAL
           MOVE WS-BREV-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE SPACES TO FORNAVN
                   MOVE SPACES TO EFTERNAVN
               NOT INVALID KEY
                   IF LEVERING-DIGITAL
                       MOVE "D" TO WS-LEVERING-KANAL
                   END-IF
           END-READ
      * Brevene til begge kanaler står i samme fil - modtagerlinjen
      * afgrænser brevet, og kun papirbrevene samles til tryk
           IF WS-LEVERING-KANAL = "D"
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       WS-BREV-KUNDE-ID DELIMITED BY SPACE
                       INTO BREV-LINE
           ELSE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       WS-BREV-KUNDE-ID DELIMITED BY SPACE
                       " DOK=BETALING AFVIST" DELIMITED BY SIZE
                       INTO BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           STRING "KUNDE " DELIMITED BY SIZE
                   WS-BREV-KUNDE-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FORNAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(EFTERNAVN) DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING "DIN BETALING ER AFVIST " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           MOVE FA-BELOB(FA-IX) TO WS-BELOB-DISPLAY
           STRING "  BETALING " DELIMITED BY SIZE
                   FA-BETALING-ID(FA-IX) DELIMITED BY SPACE
                   " FRA KONTO " DELIMITED BY SIZE
                   FA-KONTO-ID(FA-IX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FA-VALUTA(FA-IX) DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING "  TIL " DELIMITED BY SIZE
                   FA-MODTAGER-REG-NR(FA-IX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FA-MODTAGER-KONTO-ID(FA-IX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FA-MODTAGER-NAVN(FA-IX) DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING "  ONSKET UDFOERT " DELIMITED BY SIZE
                   FA-UDFOERSEL-DATO(FA-IX) DELIMITED BY SIZE
                   " - AARSAG: " DELIMITED BY SIZE
                   WS-AARSAG DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           MOVE "Betalingen er ikke gennemfoert og bliver ikke forsoegt"
               TO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           MOVE "igen. Opret den paany i netbanken, hvis den stadig"
               TO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           MOVE "skal betales." TO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           PERFORM SKRIV-BREV-LINE

           MOVE WS-BREV-KUNDE-ID TO WS-KOMM-KUNDE-ID
           MOVE "BETALING AFVIST" TO WS-KOMM-DOKTYPE
           MOVE WS-LEVERING-KANAL TO WS-KOMM-KANAL
           MOVE "BetalingAfvisningsbreve.txt" TO WS-KOMM-FILREF
           PERFORM SKRIV-KOMMLOG
       EXIT.

       SKRIV-BREV-LINE.
           WRITE BREV-LINE
           MOVE "BREV-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"     TO WS-IO-OPERATION
           MOVE BREV-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO BREV-LINE
       EXIT.

      *****************************************************************
      * SKRIV-KOMMLOG                                                 *
      * Formål: Tilføjer én record til den fælles kommunikationslog   *
      *         for det afsendte brev.                                *
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
               MOVE "OPGAVEFREMTIDIGEBET" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-REGISTER                                                *
      * Formål: Skriver registret tilbage. Udførte, annullerede og    *
      *         afviste betalinger ryddes, når de har stået           *
      *         WS-OPBEVAR-DAGE siden statusdatoen.                   *
      *****************************************************************
       SKRIV-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING FA-IX FROM 1 BY 1 UNTIL FA-IX > FBR-COUNT
               IF NOT FA-VENTER(FA-IX)
                       AND FA-STATUS-DATO(FA-IX) < WS-RYD-DATO
                   ADD 1 TO TR-ANTAL-RYDDET
               ELSE
                   MOVE FBR-ARRAY(FA-IX) TO FREMBETOPL
                   WRITE FREMBETOPL
                   MOVE "WRITE" TO WS-IO-OPERATION
                   MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
               END-IF
           END-PERFORM
           CLOSE REGISTER-FILE
       EXIT.

       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Oprettet / rettet / annull..: " DELIMITED BY SIZE
                   TR-ANTAL-OPRETTET DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   TR-ANTAL-RETTET DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   TR-ANTAL-ANNULLERET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Vedligehold afvist..........: " DELIMITED BY SIZE
                   TR-ANTAL-TRANS-AFVIST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Frigivet....................: " DELIMITED BY SIZE
                   TR-ANTAL-FRIGIVET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-SUM-FRIGIVET TO WS-SUM-DISPLAY
           STRING "Frigivet i alt..............: " DELIMITED BY SIZE
                   WS-SUM-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Udsat til naeste bankdag....: " DELIMITED BY SIZE
                   TR-ANTAL-UDSAT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Endeligt afvist.............: " DELIMITED BY SIZE
                   TR-ANTAL-AFVIST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Ryddet fra registret........: " DELIMITED BY SIZE
                   TR-ANTAL-RYDDET DELIMITED BY SIZE
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
      * DATO-TIL-HELTAL / HELTAL-TIL-DATO                             *
      * Formål: Omregner mellem "ÅÅÅÅ-MM-DD" i WS-KONV-DATO og        *
      *         heltalsdagen i WS-KONV-HELTAL. En ugyldig dato giver  *
      *         heltalsdag nul.                                       *
      *****************************************************************
       DATO-TIL-HELTAL.
           MOVE ZERO TO WS-KONV-HELTAL
           IF WS-KONV-DATO(1:4) IS NUMERIC
               AND WS-KONV-DATO(6:2) IS NUMERIC
               AND WS-KONV-DATO(9:2) IS NUMERIC
               AND WS-KONV-DATO(5:1) = "-"
               AND WS-KONV-DATO(8:1) = "-"
               MOVE ZERO TO WS-KONV-NUM
               STRING WS-KONV-DATO(1:4) WS-KONV-DATO(6:2)
                   WS-KONV-DATO(9:2) DELIMITED BY SIZE
                   INTO WS-KONV-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-KONV-NUM) = ZERO
                   COMPUTE WS-KONV-HELTAL =
                       FUNCTION INTEGER-OF-DATE(WS-KONV-NUM)
               END-IF
           END-IF
       EXIT.

       HELTAL-TIL-DATO.
           COMPUTE WS-KONV-NUM =
               FUNCTION DATE-OF-INTEGER(WS-KONV-HELTAL)
           MOVE SPACES TO WS-KONV-DATO
           STRING WS-KONV-NUM(1:4) "-" WS-KONV-NUM(5:2) "-"
               WS-KONV-NUM(7:2) DELIMITED BY SIZE
               INTO WS-KONV-DATO
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
               STRING "FR" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-TRANS-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-TRANS-REF
       EXIT.
