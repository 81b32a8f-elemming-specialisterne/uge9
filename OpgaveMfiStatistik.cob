      *****************************************************************
      * PROGRAM-ID: OPGAVEMFISTATISTIK                                *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Månedlig balancestatistik (MFI) til National-     *
      *             banken. Hvert indlån (kontosaldi i KontoOpl og    *
      *             aftaleindskuddene i Aftaleindskud.txt) og hvert   *
      *             udlån (Laan.txt og trukne kassekreditter - de     *
      *             negative kontosaldi, med eller uden ramme i       *
      *             Kreditrammer.txt) klassificeres efter modparts-   *
      *             sektor (segment og selskabsform i Erhverv.txt),   *
      *             oprindelig løbetid, valuta og residens            *
      *             (SkatteResidens.txt, ellers LANDE-KODE).          *
      *             Bestanden omregnes til DKK efter                  *
      *             Valutakurser.txt, og månedens nyforretninger      *
      *             (aftaleindskud bundet og lån oprettet i måneden)  *
      *             meldes med beløbsvægtet rente. Kontrollisten      *
      *             stiller de indberettede summer pr. valuta op mod  *
      *             kontrolkontiene i AfstemKontrol.txt og saldoen i  *
      *             HovedbogSaldo.txt, så statistikken kan afstemmes  *
      *             mod saldobalancen. RETURN-CODE 4 når der er       *
      *             differencer, 8 ved I/O-fejl.                      *
      * INPUT:      KontoOpl.txt         - Konti                      *
      *             Aftaleindskud.txt    - Aftaleindskud              *
      *             Laan.txt             - Lån                        *
      *             Kreditrammer.txt     - Kreditrammer               *
      *             Kundeoplysninger.txt - Segment og land            *
      *             Erhverv.txt          - Selskabsform               *
      *             SkatteResidens.txt   - Residens                   *
      *             Valutakurser.txt     - Kurser til DKK             *
      *             AfstemKontrol.txt    - Kontrolkonti               *
      *             HovedbogSaldo.txt    - Hovedbogens saldi          *
      * OUTPUT:     MfiStatistik.txt     - Indberetningen             *
      *             MfiStatistik-Kontrol.txt - Kontrolliste           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveMfiStatistik.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT AFTALE-FILE ASSIGN TO "Aftaleindskud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALE-FILE-STATUS.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT KREDITRAMME-FILE ASSIGN TO "Kreditrammer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KREDITRAMME-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT ERHVERV-FILE ASSIGN TO "Erhverv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-FILE-STATUS.
           SELECT RESID-FILE ASSIGN TO "SkatteResidens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESID-FILE-STATUS.
           SELECT INPUT-KURS-FILE ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-KURS-FILE-STATUS.
           SELECT KONTROL-FILE ASSIGN TO "AfstemKontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTROL-FILE-STATUS.
           SELECT GLSALDO-FILE ASSIGN TO "HovedbogSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLSALDO-FILE-STATUS.
           SELECT MFI-FILE ASSIGN TO "MfiStatistik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MFI-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "MfiStatistik-Kontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "MfiStatistik-IOFejl.txt"
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

       FD AFTALE-FILE.
       01 AFTALEINDSKOPL.
           COPY "AFTALEINDSKOPL.cpy".

       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD KREDITRAMME-FILE.
       01 KREDITRAMMEOPL.
           COPY "KREDITRAMMEOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD ERHVERV-FILE.
       01 ERHVERVOPL.
           COPY "ERHVERVOPL.cpy".

       FD RESID-FILE.
       01 SKATRESIDOPL.
           COPY "SKATRESIDOPL.cpy".

       FD INPUT-KURS-FILE.
       01 VALUTAKURSOPL.
           COPY "VALUTAKURSOPL.cpy".

       FD KONTROL-FILE.
       01 AFSTEMKTRLOPL.
           COPY "AFSTEMKTRLOPL.cpy".

       FD GLSALDO-FILE.
       01 GLSALDOOPL.
           COPY "GLSALDOOPL.cpy".

       FD MFI-FILE.
       01 MFISTATOPL.
           COPY "MFISTATOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE          PIC X VALUE "N".

      * Kontiene - lånenes konto giver valuta og oprettelsesdato
       01 KONTO-MAX-ANTAL  PIC 9(4) VALUE 5000.
       01 KONTO-COUNT      PIC 9(4) VALUE ZERO.
       01 KONTO-TABEL.
           02 KONTO-ENTRY OCCURS 5000 TIMES.
               03 KO-KONTO-ID  PIC X(10).
               03 KO-VALUTA    PIC X(03).
               03 KO-OPRETTET  PIC X(10).
       01 KO-IX            PIC 9(4) VALUE ZERO.

      * Bundne aftaleindskud (se LOAD-AFTALER)
       01 AFT-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 AFT-COUNT        PIC 9(4) VALUE ZERO.
       01 AFT-TABEL.
           02 AFT-ENTRY OCCURS 2000 TIMES.
               03 AT-KONTO-ID  PIC X(10).
               03 AT-START     PIC X(10).
               03 AT-SLUT      PIC X(10).
               03 AT-RENTE     PIC 9(2)V9999.
       01 AT-IX            PIC 9(4) VALUE ZERO.
       01 WS-AFT-FUNDET    PIC X VALUE "N".

      * Konti med en kreditramme (se LOAD-KREDITRAMMER)
       01 KR-MAX-ANTAL     PIC 9(4) VALUE 2000.
       01 KR-COUNT         PIC 9(4) VALUE ZERO.
       01 KR-TABEL.
           02 KR-RAMME-KONTO-ID PIC X(10) OCCURS 2000 TIMES.
       01 KR-IX            PIC 9(4) VALUE ZERO.
       01 WS-HAR-RAMME     PIC X VALUE "N".

      * Selskabsform pr. erhvervskunde og residens pr. kunde
       01 EV-MAX-ANTAL     PIC 9(4) VALUE 2000.
       01 EV-COUNT         PIC 9(4) VALUE ZERO.
       01 EV-TABEL.
           02 EV-ENTRY OCCURS 2000 TIMES.
               03 ET-KUNDE-ID  PIC X(10).
               03 ET-FORM      PIC X(04).
       01 ET-IX            PIC 9(4) VALUE ZERO.
       01 RES-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 RES-COUNT        PIC 9(4) VALUE ZERO.
       01 RES-TABEL.
           02 RES-ENTRY OCCURS 2000 TIMES.
               03 RT-KUNDE-ID  PIC X(10).
               03 RT-LANDE-KODE PIC X(02).
       01 RT-IX            PIC 9(4) VALUE ZERO.

      * Valutakurser til omregning af bestanden til DKK
       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 KIX              PIC 9(4) VALUE ZERO.
       01 WS-KURS          PIC 9(03)V9999 VALUE ZERO.
       01 WS-KURS-FUNDET   PIC X VALUE "N".
       01 WS-BEST-DATO     PIC X(10) VALUE SPACES.
       01 WS-REF-DATO      PIC X(10) VALUE SPACES.
       01 WS-SOEG-VALUTA   PIC X(03) VALUE SPACES.
       01 WS-BELOB         PIC S9(11)V99 VALUE ZERO.
       01 WS-DKK-VAERDI    PIC S9(13)V99 VALUE ZERO.

      * Statistikkens celler (se TAEL-CELLE)
       01 MS-MAX-ANTAL     PIC 9(4) VALUE 1000.
       01 MS-COUNT         PIC 9(4) VALUE ZERO.
       01 MS-TABEL.
           02 MS-ENTRY OCCURS 1000 TIMES.
               03 MS-RECORDTYPE  PIC X(01).
               03 MS-INSTRUMENT  PIC X(03).
               03 MS-SEKTOR      PIC X(03).
               03 MS-LOEBETID    PIC X(02).
               03 MS-VALUTA      PIC X(03).
               03 MS-RESIDENS    PIC X(02).
               03 MS-BELOB       PIC S9(13)V99.
               03 MS-ANTAL       PIC 9(07).
               03 MS-RENTE-VAEGT PIC S9(13)V9(6).
       01 MS-IX            PIC 9(4) VALUE ZERO.

      * Den aktuelle position
       01 WS-RECORDTYPE    PIC X(01) VALUE SPACES.
       01 WS-INSTRUMENT    PIC X(03) VALUE SPACES.
       01 WS-SEKTOR        PIC X(03) VALUE SPACES.
       01 WS-LOEBETID      PIC X(02) VALUE SPACES.
       01 WS-VALUTA        PIC X(03) VALUE SPACES.
       01 WS-RESIDENS      PIC X(02) VALUE SPACES.
       01 WS-RENTE         PIC 9(2)V9999 VALUE ZERO.
       01 WS-SOEG-KUNDE-ID PIC X(10) VALUE SPACES.
       01 WS-DAGE          PIC S9(7) VALUE ZERO.
       01 WS-DATO-NUM-1    PIC 9(8) VALUE ZERO.
       01 WS-DATO-NUM-2    PIC 9(8) VALUE ZERO.
       01 WS-RENTE-PCT     PIC 9(2)V9999 VALUE ZERO.

      * Kontrollen: de indberettede summer pr. delregister og valuta
      * i original valuta, og hovedbogens kontrolkonti
       01 SUB-MAX-ANTAL    PIC 9(3) VALUE 100.
       01 SUB-COUNT        PIC 9(3) VALUE ZERO.
       01 SUB-TABEL.
           02 SUB-ENTRY OCCURS 100 TIMES.
               03 SB-DELREG      PIC X(02).
               03 SB-VALUTA      PIC X(03).
               03 SB-SUM         PIC S9(13)V99.
       01 SX               PIC 9(3) VALUE ZERO.
       01 WS-SUB-FUNDET    PIC X VALUE "N".
       01 WS-SOEG-DELREG   PIC X(02) VALUE SPACES.
       01 WS-SUB-BELOB     PIC S9(13)V99 VALUE ZERO.
       01 GL-MAX-ANTAL     PIC 9(3) VALUE 500.
       01 GL-COUNT         PIC 9(3) VALUE ZERO.
       01 GL-TABEL.
           02 GL-ENTRY OCCURS 500 TIMES.
               03 GT-KONTO       PIC X(08).
               03 GT-VALUTA      PIC X(03).
               03 GT-SALDO       PIC S9(13)V99.
       01 GX               PIC 9(3) VALUE ZERO.
       01 RC-MAX-ANTAL     PIC 9(3) VALUE 200.
       01 RC-COUNT         PIC 9(3) VALUE ZERO.
       01 RC-TABEL.
           02 RC-ENTRY OCCURS 200 TIMES.
               03 RC-DELREG      PIC X(02).
               03 RC-VALUTA      PIC X(03).
               03 RC-GL          PIC S9(13)V99.
               03 RC-SUB         PIC S9(13)V99.
       01 RX               PIC 9(3) VALUE ZERO.
       01 WS-RC-FUNDET     PIC X VALUE "N".
       01 WS-GL-BELOB      PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFFERENCE    PIC S9(13)V99 VALUE ZERO.
       01 WS-DELREG-NAVN   PIC X(14) VALUE SPACES.

       01 WS-TABEL-FULD    PIC X VALUE "N".
       01 WS-BELOB-1       PIC -(12)9.99.
       01 WS-BELOB-2       PIC -(12)9.99.
       01 WS-BELOB-3       PIC -(12)9.99.
       01 WS-ANTAL-DISPLAY PIC Z(6)9.
       01 WS-RENTE-DISPLAY PIC Z9.9999.

       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO       PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO     PIC X(10) VALUE SPACES.
       01 WS-PERIODE       PIC X(07) VALUE SPACES.

       01 TR-ANTAL-INDLAAN PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-UDLAAN  PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-NY      PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-RECORDS PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-KONTROL PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-DIFFERENCER PIC 9(5) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 KONTO-FILE-STATUS      PIC XX VALUE "00".
       01 AFTALE-FILE-STATUS     PIC XX VALUE "00".
       01 LAAN-FILE-STATUS       PIC XX VALUE "00".
       01 KREDITRAMME-FILE-STATUS PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS      PIC XX VALUE "00".
       01 ERHVERV-FILE-STATUS    PIC XX VALUE "00".
       01 RESID-FILE-STATUS      PIC XX VALUE "00".
       01 INPUT-KURS-FILE-STATUS PIC XX VALUE "00".
       01 KONTROL-FILE-STATUS    PIC XX VALUE "00".
       01 GLSALDO-FILE-STATUS    PIC XX VALUE "00".
       01 MFI-FILE-STATUS        PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS    PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION        PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). Registrene forbliver udaterede.
       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN    PIC X(40)
           VALUE "Kundeoplysninger.txt".

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
           STRING "MFI-BALANCESTATISTIK KONTROLLISTE " DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   " PR. " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM READ-KURSER
           PERFORM LOAD-AFTALER
           PERFORM LOAD-KREDITRAMMER
           PERFORM LOAD-ERHVERV
           PERFORM LOAD-RESIDENS

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM KLASSIFICER-KONTI
           PERFORM KLASSIFICER-LAAN

           CLOSE KUNDE-FILE

           PERFORM SKRIV-STATISTIK
           PERFORM SKRIV-KONTROL

           DISPLAY "OpgaveMfiStatistik: " TR-ANTAL-INDLAAN
               " indlaan, " TR-ANTAL-UDLAAN " udlaan, "
               TR-ANTAL-RECORDS " records, " TR-ANTAL-DIFFERENCER
               " differencer"
           IF WS-TABEL-FULD = "Y"
               DISPLAY "ADVARSEL: tabelkapacitet overskredet - "
                   "statistikken er ufuldstaendig"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF

           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-DIFFERENCER > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * STEMPEL-DATO                                                  *
      * Formål: Sætter opgørelsesdatoen (forretningsdatoen, ellers    *
      *         dags dato) og indberetningsperioden "ÅÅÅÅ-MM".        *
      *****************************************************************
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
           MOVE WS-DAGS-DATO(1:7) TO WS-PERIODE
           MOVE WS-DAGS-DATO TO WS-REF-DATO
       EXIT.

      *****************************************************************
      * LOAD-AFTALER                                                  *
      * Formål: Læser de bundne aftaleindskud ind i AFT-TABEL - en    *
      *         konto her indberettes som indlån med aftalt løbetid.  *
      *****************************************************************
       LOAD-AFTALER.
           OPEN INPUT AFTALE-FILE
           IF AFTALE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AFTALE-FILE INTO AFTALEINDSKOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF AFT-BUNDET
                           IF AFT-COUNT >= AFT-MAX-ANTAL
                               MOVE "Y" TO WS-TABEL-FULD
                           ELSE
                               ADD 1 TO AFT-COUNT
                               MOVE AFT-KONTO-ID
                                   TO AT-KONTO-ID(AFT-COUNT)
                               MOVE AFT-BIND-START
                                   TO AT-START(AFT-COUNT)
                               MOVE AFT-BIND-SLUT TO AT-SLUT(AFT-COUNT)
                               MOVE AFT-RENTE TO AT-RENTE(AFT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFTALE-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       LOAD-KREDITRAMMER.
           OPEN INPUT KREDITRAMME-FILE
           IF KREDITRAMME-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KREDITRAMME-FILE INTO KREDITRAMMEOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KR-COUNT >= KR-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO KR-COUNT
                           MOVE KR-KONTO-ID
                               TO KR-RAMME-KONTO-ID(KR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KREDITRAMME-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       LOAD-ERHVERV.
           OPEN INPUT ERHVERV-FILE
           IF ERHVERV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ERHVERV-FILE INTO ERHVERVOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EV-COUNT >= EV-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO EV-COUNT
                           MOVE EV-KUNDE-ID TO ET-KUNDE-ID(EV-COUNT)
                           MOVE EV-SELSKABSFORM TO ET-FORM(EV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERHVERV-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * LOAD-RESIDENS                                                 *
      * Formål: Læser SkatteResidens.txt - en kunde med flere         *
      *         skatteresidenser indberettes under den første.        *
      *****************************************************************
       LOAD-RESIDENS.
           OPEN INPUT RESID-FILE
           IF RESID-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RESID-FILE INTO SKATRESIDOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SR-KUNDE-ID TO WS-SOEG-KUNDE-ID
                       PERFORM FIND-RESIDENS
                       IF WS-RESIDENS = SPACES
                           AND SR-LANDE-KODE NOT = SPACES
                           IF RES-COUNT >= RES-MAX-ANTAL
                               MOVE "Y" TO WS-TABEL-FULD
                           ELSE
                               ADD 1 TO RES-COUNT
                               MOVE SR-KUNDE-ID
                                   TO RT-KUNDE-ID(RES-COUNT)
                               MOVE SR-LANDE-KODE
                                   TO RT-LANDE-KODE(RES-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESID-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       FIND-RESIDENS.
           MOVE SPACES TO WS-RESIDENS
           PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RES-COUNT
               IF RT-KUNDE-ID(RT-IX) = WS-SOEG-KUNDE-ID
                   MOVE RT-LANDE-KODE(RT-IX) TO WS-RESIDENS
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * KLASSIFICER-MODPART                                           *
      * Formål: Bestemmer sektor og residens for WS-SOEG-KUNDE-ID.    *
      *         Retail og private banking er husholdninger; en        *
      *         erhvervskunde er ikke-finansielt selskab, bortset fra *
      *         enkeltmandsvirksomheder (husholdning) og fonde og     *
      *         foreninger (non-profit). Residensen er skatte-        *
      *         residensen, ellers adressens LANDE-KODE, ellers DK.   *
      *****************************************************************
       KLASSIFICER-MODPART.
           MOVE "S14" TO WS-SEKTOR
           PERFORM FIND-RESIDENS
           MOVE WS-SOEG-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   IF WS-RESIDENS = SPACES
                       MOVE "DK" TO WS-RESIDENS
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           IF WS-RESIDENS = SPACES
               MOVE LANDE-KODE TO WS-RESIDENS
           END-IF
           IF WS-RESIDENS = SPACES
               MOVE "DK" TO WS-RESIDENS
           END-IF
           IF SEGMENT-ERHVERV
               MOVE "S11" TO WS-SEKTOR
               PERFORM VARYING ET-IX FROM 1 BY 1
                       UNTIL ET-IX > EV-COUNT
                   IF ET-KUNDE-ID(ET-IX) = WS-SOEG-KUNDE-ID
                       EVALUATE ET-FORM(ET-IX)
                           WHEN "ENK"
                               MOVE "S14" TO WS-SEKTOR
                           WHEN "FOND"
                           WHEN "FORE"
                               MOVE "S15" TO WS-SEKTOR
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
       EXIT.

      *****************************************************************
      * KLASSIFICER-KONTI                                             *
      * Formål: Gennemløber KontoOpl.txt. En positiv saldo er         *
      *         indlån - med aftalt løbetid når kontoen er et bundet  *
      *         aftaleindskud eller en pensionskonto, ellers på       *
      *         anfordring; en negativ saldo er udlån som trukket     *
      *         kassekredit (ramme i Kreditrammer.txt) eller uaftalt  *
      *         overtræk. Hver konto lægges også i kontoopslaget til  *
      *         lånene.                                               *
      *****************************************************************
       KLASSIFICER-KONTI.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KONTO-FILE NEXT RECORD INTO KONTOOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KONTO-COUNT >= KONTO-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO KONTO-COUNT
                           MOVE KONTO-ID IN KONTOOPL
                               TO KO-KONTO-ID(KONTO-COUNT)
                           MOVE VALUTAKODE IN KONTOOPL
                               TO KO-VALUTA(KONTO-COUNT)
                           MOVE KONTO-OPRETTET-DATO
                               TO KO-OPRETTET(KONTO-COUNT)
                       END-IF
                       IF BALANCE IN KONTOOPL NOT = ZERO
                           PERFORM KLASSIFICER-KONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       KLASSIFICER-KONTO.
           MOVE KUNDE-ID IN KONTOOPL TO WS-SOEG-KUNDE-ID
           PERFORM KLASSIFICER-MODPART
           MOVE VALUTAKODE IN KONTOOPL TO WS-VALUTA
           IF WS-VALUTA = SPACES
               MOVE "DKK" TO WS-VALUTA
           END-IF
           MOVE "KO" TO WS-SOEG-DELREG
           MOVE WS-VALUTA TO WS-SOEG-VALUTA
           MOVE BALANCE IN KONTOOPL TO WS-SUB-BELOB
           PERFORM AKKUMULER-DELREGISTER
           MOVE "B" TO WS-RECORDTYPE
           MOVE ZERO TO WS-RENTE
           IF BALANCE IN KONTOOPL > ZERO
               ADD 1 TO TR-ANTAL-INDLAAN
               MOVE BALANCE IN KONTOOPL TO WS-BELOB
               MOVE "N" TO WS-AFT-FUNDET
               PERFORM VARYING AT-IX FROM 1 BY 1
                       UNTIL AT-IX > AFT-COUNT
                   IF AT-KONTO-ID(AT-IX) = KONTO-ID IN KONTOOPL
                       MOVE "Y" TO WS-AFT-FUNDET
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-AFT-FUNDET = "Y"
                       MOVE "IAT" TO WS-INSTRUMENT
                       PERFORM BESTEM-AFTALE-LOEBETID
                   WHEN KONTO-TYPE-PENSION
                       MOVE "IAT" TO WS-INSTRUMENT
                       MOVE "99" TO WS-LOEBETID
                   WHEN OTHER
                       MOVE "IAO" TO WS-INSTRUMENT
                       MOVE "00" TO WS-LOEBETID
               END-EVALUATE
               PERFORM TAEL-CELLE
               IF WS-AFT-FUNDET = "Y"
                   AND AT-START(AT-IX)(1:7) = WS-PERIODE
                   MOVE "N" TO WS-RECORDTYPE
                   MOVE AT-RENTE(AT-IX) TO WS-RENTE
                   ADD 1 TO TR-ANTAL-NY
                   PERFORM TAEL-CELLE
               END-IF
           ELSE
               ADD 1 TO TR-ANTAL-UDLAAN
               COMPUTE WS-BELOB = ZERO - BALANCE IN KONTOOPL
               MOVE "N" TO WS-HAR-RAMME
               PERFORM VARYING KR-IX FROM 1 BY 1 UNTIL KR-IX > KR-COUNT
                   IF KR-RAMME-KONTO-ID(KR-IX) = KONTO-ID IN KONTOOPL
                       MOVE "Y" TO WS-HAR-RAMME
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-HAR-RAMME = "Y"
                   MOVE "UKK" TO WS-INSTRUMENT
               ELSE
                   MOVE "UOT" TO WS-INSTRUMENT
               END-IF
               MOVE "01" TO WS-LOEBETID
               PERFORM TAEL-CELLE
           END-IF
       EXIT.

      * Aftaleindskuddets oprindelige løbetid fra bindingsstart til
      * slutdato
       BESTEM-AFTALE-LOEBETID.
           MOVE "01" TO WS-LOEBETID
           IF AT-START(AT-IX)(1:4) IS NOT NUMERIC
               OR AT-SLUT(AT-IX)(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING AT-START(AT-IX)(1:4) AT-START(AT-IX)(6:2)
                   AT-START(AT-IX)(9:2) DELIMITED BY SIZE
                   INTO WS-DATO-NUM-1
           STRING AT-SLUT(AT-IX)(1:4) AT-SLUT(AT-IX)(6:2)
                   AT-SLUT(AT-IX)(9:2) DELIMITED BY SIZE
                   INTO WS-DATO-NUM-2
           COMPUTE WS-DAGE =
               FUNCTION INTEGER-OF-DATE(WS-DATO-NUM-2)
               - FUNCTION INTEGER-OF-DATE(WS-DATO-NUM-1)
           EVALUATE TRUE
               WHEN WS-DAGE <= 366
                   MOVE "01" TO WS-LOEBETID
               WHEN WS-DAGE <= 731
                   MOVE "02" TO WS-LOEBETID
               WHEN OTHER
                   MOVE "99" TO WS-LOEBETID
           END-EVALUATE
       EXIT.

      *****************************************************************
      * KLASSIFICER-LAAN                                              *
      * Formål: Gennemløber Laan.txt. Restgælden er bestanden med     *
      *         oprindelig løbetid efter LAAN-LOEBETID-MDR; et lån    *
      *         hvis konto er oprettet i perioden er nyforretning     *
      *         med hovedstolen og den aftalte rente. Lånene holdes   *
      *         i DKK som i hovedbogsafstemningen (OpgaveSaldo-       *
      *         balance).                                             *
      *****************************************************************
       KLASSIFICER-LAAN.
           OPEN INPUT LAAN-FILE
           IF LAAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LAAN-FILE INTO LAANOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM KLASSIFICER-ET-LAAN
               END-READ
           END-PERFORM
           CLOSE LAAN-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       KLASSIFICER-ET-LAAN.
           MOVE "LA" TO WS-SOEG-DELREG
           MOVE "DKK" TO WS-SOEG-VALUTA
           MOVE LAAN-RESTGAELD TO WS-SUB-BELOB
           PERFORM AKKUMULER-DELREGISTER
           MOVE LAAN-KUNDE-ID TO WS-SOEG-KUNDE-ID
           PERFORM KLASSIFICER-MODPART
           MOVE "DKK" TO WS-VALUTA
           MOVE "UDL" TO WS-INSTRUMENT
           EVALUATE TRUE
               WHEN LAAN-LOEBETID-MDR <= 12
                   MOVE "01" TO WS-LOEBETID
               WHEN LAAN-LOEBETID-MDR <= 60
                   MOVE "05" TO WS-LOEBETID
               WHEN OTHER
                   MOVE "99" TO WS-LOEBETID
           END-EVALUATE
           MOVE LAAN-RENTE TO WS-RENTE
           IF LAAN-RESTGAELD > ZERO
               ADD 1 TO TR-ANTAL-UDLAAN
               MOVE "B" TO WS-RECORDTYPE
               MOVE LAAN-RESTGAELD TO WS-BELOB
               PERFORM TAEL-CELLE
           END-IF
           PERFORM VARYING KO-IX FROM 1 BY 1 UNTIL KO-IX > KONTO-COUNT
               IF KO-KONTO-ID(KO-IX) = LAAN-KONTO-ID
                   IF KO-OPRETTET(KO-IX)(1:7) = WS-PERIODE
                       ADD 1 TO TR-ANTAL-NY
                       MOVE "N" TO WS-RECORDTYPE
                       MOVE LAAN-HOVEDSTOL TO WS-BELOB
                       PERFORM TAEL-CELLE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * TAEL-CELLE                                                    *
      * Formål: Lægger WS-BELOB (i WS-VALUTA) omregnet til DKK ind i  *
      *         cellen for den aktuelle position og vægter renten     *
      *         med beløbet til nyforretningsrenten.                  *
      *****************************************************************
       TAEL-CELLE.
           MOVE WS-VALUTA TO WS-SOEG-VALUTA
           PERFORM OMREGN-TIL-DKK
           PERFORM VARYING MS-IX FROM 1 BY 1 UNTIL MS-IX > MS-COUNT
               IF MS-RECORDTYPE(MS-IX) = WS-RECORDTYPE
                   AND MS-INSTRUMENT(MS-IX) = WS-INSTRUMENT
                   AND MS-SEKTOR(MS-IX) = WS-SEKTOR
                   AND MS-LOEBETID(MS-IX) = WS-LOEBETID
                   AND MS-VALUTA(MS-IX) = WS-VALUTA
                   AND MS-RESIDENS(MS-IX) = WS-RESIDENS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MS-IX > MS-COUNT
               IF MS-COUNT >= MS-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MS-COUNT
               MOVE MS-COUNT TO MS-IX
               MOVE WS-RECORDTYPE TO MS-RECORDTYPE(MS-IX)
               MOVE WS-INSTRUMENT TO MS-INSTRUMENT(MS-IX)
               MOVE WS-SEKTOR TO MS-SEKTOR(MS-IX)
               MOVE WS-LOEBETID TO MS-LOEBETID(MS-IX)
               MOVE WS-VALUTA TO MS-VALUTA(MS-IX)
               MOVE WS-RESIDENS TO MS-RESIDENS(MS-IX)
               MOVE ZERO TO MS-BELOB(MS-IX) MS-ANTAL(MS-IX)
                   MS-RENTE-VAEGT(MS-IX)
           END-IF
           ADD WS-DKK-VAERDI TO MS-BELOB(MS-IX)
           ADD 1 TO MS-ANTAL(MS-IX)
           IF WS-RECORDTYPE = "N"
               COMPUTE MS-RENTE-VAEGT(MS-IX) =
                   MS-RENTE-VAEGT(MS-IX) + WS-DKK-VAERDI * WS-RENTE
           END-IF
       EXIT.

      * Delregistersum pr. valuta til kontrollen mod hovedbogen
       AKKUMULER-DELREGISTER.
           MOVE "N" TO WS-SUB-FUNDET
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUB-COUNT
               IF SB-DELREG(SX) = WS-SOEG-DELREG
                   AND SB-VALUTA(SX) = WS-SOEG-VALUTA
                   MOVE "Y" TO WS-SUB-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SUB-FUNDET = "N"
               IF SUB-COUNT >= SUB-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SUB-COUNT
               MOVE SUB-COUNT TO SX
               MOVE WS-SOEG-DELREG TO SB-DELREG(SX)
               MOVE WS-SOEG-VALUTA TO SB-VALUTA(SX)
               MOVE ZERO TO SB-SUM(SX)
           END-IF
           ADD WS-SUB-BELOB TO SB-SUM(SX)
       EXIT.

      *****************************************************************
      * SKRIV-STATISTIK                                               *
      * Formål: Skriver én MfiStatistik-record pr. celle og lister    *
      *         cellerne på kontrollisten. Nyforretningsrenten er     *
      *         den beløbsvægtede rente i procent.                    *
      *****************************************************************
       SKRIV-STATISTIK.
           OPEN OUTPUT MFI-FILE
           MOVE "MFI-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"     TO WS-IO-OPERATION
           MOVE MFI-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "TYPE INSTR SEKTOR LOEB VAL RES" TO RAPPORT-LINE(1:29)
           MOVE "        BELOB DKK   ANTAL   RENTE %"
               TO RAPPORT-LINE(31:35)
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING MS-IX FROM 1 BY 1 UNTIL MS-IX > MS-COUNT
               MOVE ZERO TO WS-RENTE-PCT
               IF MS-RECORDTYPE(MS-IX) = "N"
                   AND MS-BELOB(MS-IX) NOT = ZERO
                   COMPUTE WS-RENTE-PCT ROUNDED =
                       MS-RENTE-VAEGT(MS-IX) * 100 / MS-BELOB(MS-IX)
               END-IF
               MOVE SPACES TO MFISTATOPL
               MOVE WS-PERIODE TO MFI-PERIODE
               MOVE MS-RECORDTYPE(MS-IX) TO MFI-RECORDTYPE
               MOVE MS-INSTRUMENT(MS-IX) TO MFI-INSTRUMENT
               MOVE MS-SEKTOR(MS-IX) TO MFI-SEKTOR
               MOVE MS-LOEBETID(MS-IX) TO MFI-LOEBETID
               MOVE MS-VALUTA(MS-IX) TO MFI-VALUTA
               MOVE MS-RESIDENS(MS-IX) TO MFI-RESIDENS
               MOVE MS-BELOB(MS-IX) TO MFI-BELOB-DKK
               MOVE MS-ANTAL(MS-IX) TO MFI-ANTAL
               MOVE WS-RENTE-PCT TO MFI-RENTE-PCT
               IF MFI-FILE-STATUS = "00"
                   WRITE MFISTATOPL
                   MOVE "MFI-FILE" TO WS-IO-FILE-NAME
                   MOVE "WRITE"    TO WS-IO-OPERATION
                   MOVE MFI-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
                   ADD 1 TO TR-ANTAL-RECORDS
               END-IF
               MOVE MS-BELOB(MS-IX) TO WS-BELOB-1
               MOVE MS-ANTAL(MS-IX) TO WS-ANTAL-DISPLAY
               MOVE WS-RENTE-PCT TO WS-RENTE-DISPLAY
               MOVE MS-RECORDTYPE(MS-IX) TO RAPPORT-LINE(1:1)
               MOVE MS-INSTRUMENT(MS-IX) TO RAPPORT-LINE(6:3)
               MOVE MS-SEKTOR(MS-IX) TO RAPPORT-LINE(12:3)
               MOVE MS-LOEBETID(MS-IX) TO RAPPORT-LINE(19:2)
               MOVE MS-VALUTA(MS-IX) TO RAPPORT-LINE(24:3)
               MOVE MS-RESIDENS(MS-IX) TO RAPPORT-LINE(28:2)
               MOVE WS-BELOB-1 TO RAPPORT-LINE(31:17)
               MOVE WS-ANTAL-DISPLAY TO RAPPORT-LINE(49:7)
               IF MS-RECORDTYPE(MS-IX) = "N"
                   MOVE WS-RENTE-DISPLAY TO RAPPORT-LINE(58:7)
               END-IF
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM
           IF MFI-FILE-STATUS = "00"
               CLOSE MFI-FILE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-KONTROL                                                 *
      * Formål: Stiller de indberettede summer pr. delregister og     *
      *         valuta (original valuta - kontosaldi netto, lånenes   *
      *         restgæld) op mod saldoen på kontrolkontiene i         *
      *         AfstemKontrol.txt, med fortegnet vendt hvor           *
      *         AK-FORTEGN er "-". Enhver difference markeres.        *
      *****************************************************************
       SKRIV-KONTROL.
           OPEN INPUT GLSALDO-FILE
           IF GLSALDO-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ GLSALDO-FILE INTO GLSALDOOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF GL-COUNT >= GL-MAX-ANTAL
                               MOVE "Y" TO WS-TABEL-FULD
                           ELSE
                               ADD 1 TO GL-COUNT
                               MOVE GLS-KONTO TO GT-KONTO(GL-COUNT)
                               MOVE GLS-VALUTA TO GT-VALUTA(GL-COUNT)
                               MOVE GLS-SALDO TO GT-SALDO(GL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLSALDO-FILE
               MOVE "N" TO END-OF-FILE
           END-IF

           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUB-COUNT
               MOVE SB-DELREG(SX) TO WS-SOEG-DELREG
               MOVE SB-VALUTA(SX) TO WS-SOEG-VALUTA
               PERFORM FIND-KONTROLLINJE
               IF WS-RC-FUNDET = "Y"
                   ADD SB-SUM(SX) TO RC-SUB(RX)
               END-IF
           END-PERFORM

           OPEN INPUT KONTROL-FILE
           MOVE "KONTROL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE KONTROL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTROL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KONTROL-FILE INTO AFSTEMKTRLOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF AK-KONTI OR AK-LAAN
                               PERFORM SUMMER-KONTROLKONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTROL-FILE
               MOVE "N" TO END-OF-FILE
           END-IF

           PERFORM SKRIV-RAPPORT-LINE
           MOVE "AFSTEMNING MOD HOVEDBOGEN" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "DELREGISTER    VAL" TO RAPPORT-LINE(1:18)
           MOVE "         HOVEDBOG       STATISTIK"
               TO RAPPORT-LINE(19:33)
           MOVE "        DIFFERENCE" TO RAPPORT-LINE(52:18)
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RC-COUNT
               ADD 1 TO TR-ANTAL-KONTROL
               COMPUTE WS-DIFFERENCE = RC-GL(RX) - RC-SUB(RX)
               IF RC-DELREG(RX) = "KO"
                   MOVE "KONTOSALDI" TO WS-DELREG-NAVN
               ELSE
                   MOVE "LAAN RESTGAELD" TO WS-DELREG-NAVN
               END-IF
               MOVE RC-GL(RX) TO WS-BELOB-1
               MOVE RC-SUB(RX) TO WS-BELOB-2
               MOVE WS-DIFFERENCE TO WS-BELOB-3
               MOVE WS-DELREG-NAVN TO RAPPORT-LINE(1:14)
               MOVE RC-VALUTA(RX) TO RAPPORT-LINE(16:3)
               MOVE WS-BELOB-1 TO RAPPORT-LINE(19:17)
               MOVE WS-BELOB-2 TO RAPPORT-LINE(36:17)
               MOVE WS-BELOB-3 TO RAPPORT-LINE(53:17)
               IF WS-DIFFERENCE NOT = ZERO
                   MOVE "*** DIFFERENCE" TO RAPPORT-LINE(71:14)
                   ADD 1 TO TR-ANTAL-DIFFERENCER
               END-IF
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINE
           STRING "INDLAAN: " DELIMITED BY SIZE
                   TR-ANTAL-INDLAAN DELIMITED BY SIZE
                   "  UDLAAN: " DELIMITED BY SIZE
                   TR-ANTAL-UDLAAN DELIMITED BY SIZE
                   "  NYFORRETNINGER: " DELIMITED BY SIZE
                   TR-ANTAL-NY DELIMITED BY SIZE
                   "  RECORDS: " DELIMITED BY SIZE
                   TR-ANTAL-RECORDS DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF TR-ANTAL-DIFFERENCER = ZERO
               MOVE "STATISTIKKEN ER AFSTEMT MED HOVEDBOGEN"
                   TO RAPPORT-LINE
           ELSE
               MOVE "DIFFERENCERNE SKAL OPKLARES FOER INDBERETNING"
                   TO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      * Kontrolkontoens saldo pr. valuta lægges på delregistrets linje
       SUMMER-KONTROLKONTO.
           MOVE AK-DELREGISTER TO WS-SOEG-DELREG
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GL-COUNT
               IF GT-KONTO(GX) = AK-HOVEDBOG-KONTO
                   MOVE GT-VALUTA(GX) TO WS-SOEG-VALUTA
                   PERFORM FIND-KONTROLLINJE
                   IF WS-RC-FUNDET = "Y"
                       IF AK-MODSAT-FORTEGN
                           COMPUTE WS-GL-BELOB = ZERO - GT-SALDO(GX)
                       ELSE
                           MOVE GT-SALDO(GX) TO WS-GL-BELOB
                       END-IF
                       ADD WS-GL-BELOB TO RC-GL(RX)
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      * Finder eller opretter kontrollinjen for WS-SOEG-DELREG og
      * WS-SOEG-VALUTA; WS-RC-FUNDET = "N" kun når tabellen er fuld
       FIND-KONTROLLINJE.
           MOVE "N" TO WS-RC-FUNDET
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RC-COUNT
               IF RC-DELREG(RX) = WS-SOEG-DELREG
                   AND RC-VALUTA(RX) = WS-SOEG-VALUTA
                   MOVE "Y" TO WS-RC-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RC-FUNDET = "N"
               IF RC-COUNT >= RC-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RC-COUNT
               MOVE RC-COUNT TO RX
               MOVE WS-SOEG-DELREG TO RC-DELREG(RX)
               MOVE WS-SOEG-VALUTA TO RC-VALUTA(RX)
               MOVE ZERO TO RC-GL(RX) RC-SUB(RX)
               MOVE "Y" TO WS-RC-FUNDET
           END-IF
       EXIT.

      *****************************************************************
      * READ-KURSER                                                   *
      * Formål: Læser alle kursrecords ind i VALUTAKURS-ARRAY.        *
      *****************************************************************
       READ-KURSER.
           OPEN INPUT INPUT-KURS-FILE
           IF INPUT-KURS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ INPUT-KURS-FILE INTO VALUTAKURSOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KURS-COUNT >= KURS-MAX-ANTAL
                               MOVE "Y" TO KURS-OVERFLOW
                           ELSE
                               ADD 1 TO KURS-COUNT
                               MOVE VALUTAKURSOPL TO
                                   VALUTAKURS-ARRAY(KURS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-KURS-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       OMREGN-TIL-DKK.
           IF WS-SOEG-VALUTA = "DKK" OR WS-SOEG-VALUTA = SPACES
               MOVE WS-BELOB TO WS-DKK-VAERDI
           ELSE
               PERFORM FIND-VALUTAKURS
               IF WS-KURS-FUNDET = "Y"
                   COMPUTE WS-DKK-VAERDI ROUNDED = WS-BELOB * WS-KURS
               ELSE
                   MOVE WS-BELOB TO WS-DKK-VAERDI
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FIND-VALUTAKURS                                               *
      * Formål: Slår kursen for WS-SOEG-VALUTA op - den senest        *
      *         ikrafttrådte kurs med GYLDIG-FRA på eller før         *
      *         opgørelsesdatoen, samme opslag som OpgavePostering.   *
      *****************************************************************
       FIND-VALUTAKURS.
           MOVE "N" TO WS-KURS-FUNDET
           MOVE ZERO TO WS-KURS
           MOVE SPACES TO WS-BEST-DATO
           PERFORM VARYING KIX FROM 1 BY 1 UNTIL KIX > KURS-COUNT
               IF VALUTA-KODE IN VALUTAKURS-ARRAY(KIX) =
                       WS-SOEG-VALUTA
                   AND GYLDIG-FRA IN VALUTAKURS-ARRAY(KIX) <=
                       WS-REF-DATO
                   IF WS-KURS-FUNDET = "N" OR
                       GYLDIG-FRA IN VALUTAKURS-ARRAY(KIX)
                           > WS-BEST-DATO
                       MOVE GYLDIG-FRA IN VALUTAKURS-ARRAY(KIX)
                           TO WS-BEST-DATO
                       MOVE KURS IN VALUTAKURS-ARRAY(KIX) TO WS-KURS
                       MOVE "Y" TO WS-KURS-FUNDET
                   END-IF
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
               MOVE "KontoOpl.txt"         TO WS-KONTO-FILNAVN
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
           END-IF
       EXIT.
