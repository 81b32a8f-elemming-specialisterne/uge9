      *****************************************************************
      * PROGRAM-ID: OPGAVESALDOBALANCE                                *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Fører den løbende hovedbogssaldo og afstemmer     *
      *             hovedbogen mod delregistrene. Registret           *
      *             HovedbogSaldo.txt rulles frem med dagens          *
      *             posteringer fra hovedbogsfeedet (én gang pr.      *
      *             bankdag), og der dannes en saldobalance pr.       *
      *             konto i Kontoplan.txt og valuta. Derefter         *
      *             sammenholdes hver kontrolkonto i                  *
      *             AfstemKontrol.txt med sit delregister -           *
      *             summen af BALANCE pr. VALUTAKODE i KontoOpl,      *
      *             LAAN-RESTGAELD i Laan, de åbne poster i           *
      *             Interimskonto og de aktive garantier - og         *
      *             enhver difference markeres, så økonomi kan        *
      *             kvittere for månedsafslutningen.                  *
      *             RETURN-CODE 4 når der er differencer, 8 ved       *
      *             I/O-fejl.                                         *
      * INPUT:      HovedbogSaldo.txt   - Løbende saldo pr. konto     *
      *             Hovedbog.txt        - Hovedbogsfeedet (dagens     *
      *                                   daterede fil og den fælles  *
      *                                   fil de periodiske kørsler   *
      *                                   udvider)                    *
      *             Kontoplan.txt       - Kontoplan                   *
      *             AfstemKontrol.txt   - Kontrolkonti pr. delregister*
      *             KontoOpl.txt, Laan.txt, Interimskonto.txt,        *
      *             Garantier.txt       - Delregistrene               *
      * OUTPUT:     HovedbogSaldo.txt   - Fremrullet register         *
      *             Saldobalance.txt    - Dagens saldobalance         *
      *             Afstemning-Hovedbog.txt - Afstemningsrapport      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveSaldobalance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLSALDO-FILE ASSIGN TO "HovedbogSaldo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLSALDO-FILE-STATUS.
           SELECT HOVEDBOG-FILE ASSIGN TO WS-HOVEDBOG-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOVEDBOG-FILE-STATUS.
           SELECT HOVEDBOG-FAELLES-FILE ASSIGN TO "Hovedbog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOVEDBOG-FAELLES-FILE-STATUS.
           SELECT KONTOPLAN-FILE ASSIGN TO "Kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTOPLAN-FILE-STATUS.
           SELECT KONTROL-FILE ASSIGN TO "AfstemKontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTROL-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT INTERIM-FILE ASSIGN TO "Interimskonto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERIM-FILE-STATUS.
           SELECT GARANTI-FILE ASSIGN TO "Garantier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GARANTI-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "Saldobalance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT AFSTEM-FILE ASSIGN TO "Afstemning-Hovedbog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFSTEM-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Saldobalance-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GLSALDO-FILE.
       01 GLSALDOOPL.
           COPY "GLSALDOOPL.cpy".

      * Samme recordlayout som OpgaveHovedbogs feed
       FD HOVEDBOG-FILE.
       01 HOVEDBOG-RECORD.
           02 HB-DATO          PIC X(10).
           02 HB-KONTO         PIC X(08).
           02 HB-VALUTA        PIC X(03).
           02 HB-BELOB         PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD HOVEDBOG-FAELLES-FILE.
       01 HOVEDBOG-FAELLES-RECORD.
           02 HBF-DATO         PIC X(10).
           02 HBF-KONTO        PIC X(08).
           02 HBF-VALUTA       PIC X(03).
           02 HBF-BELOB        PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD KONTOPLAN-FILE.
       01 KONTOPLANOPL.
           COPY "KONTOPLANOPL.cpy".

       FD KONTROL-FILE.
       01 AFSTEMKTRLOPL.
           COPY "AFSTEMKTRLOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD INTERIM-FILE.
       01 INTERIMOPL.
           COPY "INTERIMOPL.cpy".

       FD GARANTI-FILE.
       01 GARANTIOPL.
           COPY "GARANTIOPL.cpy".

       FD BALANCE-FILE.
       01 BALANCE-LINE     PIC X(100) VALUE SPACES.

       FD AFSTEM-FILE.
       01 AFSTEM-LINE      PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE        PIC X VALUE "N".

      * Hovedbogssaldoen pr. konto og valuta - registret plus dagens
      * bevægelse
       01 GL-MAX-ANTAL       PIC 9(3) VALUE 500.
       01 GL-COUNT           PIC 9(3) VALUE ZERO.
       01 GL-TABEL.
           02 GL-ENTRY OCCURS 500 TIMES.
               03 GT-KONTO       PIC X(08).
               03 GT-VALUTA      PIC X(03).
               03 GT-SALDO       PIC S9(13)V99.
               03 GT-BEVAEGELSE  PIC S9(13)V99.
               03 GT-UDSKREVET   PIC X(01).
       01 GX                 PIC 9(3) VALUE ZERO.
       01 WS-GL-FUNDET       PIC X VALUE "N".
       01 WS-SOEG-KONTO      PIC X(08) VALUE SPACES.
       01 WS-SOEG-VALUTA     PIC X(03) VALUE SPACES.
       01 WS-POST-BELOB      PIC S9(13)V99 VALUE ZERO.

      * Registret er rullet til og med denne dag - dagens feed
      * anvendes kun når datoen ligger før kørselsdatoen
       01 WS-RULLET-TIL      PIC X(10) VALUE SPACES.
       01 WS-RUL-FREM        PIC X VALUE "N".

      * Kontoplanens konti i planens rækkefølge (kundesidens konto og
      * modkontoen), hver konto én gang
       01 KPL-MAX-ANTAL      PIC 9(3) VALUE 100.
       01 KPL-COUNT          PIC 9(3) VALUE ZERO.
       01 KPL-TABEL.
           02 KP-KONTO PIC X(08) OCCURS 100 TIMES.
       01 KP-IX              PIC 9(3) VALUE ZERO.
       01 WS-KPL-FUNDET      PIC X VALUE "N".

      * Saldobalancens totaler pr. valuta - debet og kredit skal gå
      * lige op
       01 VT-MAX-ANTAL       PIC 9(2) VALUE 20.
       01 VT-COUNT           PIC 9(2) VALUE ZERO.
       01 VT-TABEL.
           02 VT-ENTRY OCCURS 20 TIMES.
               03 VT-VALUTA      PIC X(03).
               03 VT-DEBET       PIC S9(13)V99.
               03 VT-KREDIT      PIC S9(13)V99.
       01 VX                 PIC 9(2) VALUE ZERO.
       01 WS-VT-FUNDET       PIC X VALUE "N".

      * Delregistrenes summer pr. delregister og valuta
       01 SUB-MAX-ANTAL      PIC 9(3) VALUE 100.
       01 SUB-COUNT          PIC 9(3) VALUE ZERO.
       01 SUB-TABEL.
           02 SUB-ENTRY OCCURS 100 TIMES.
               03 SB-DELREG      PIC X(02).
               03 SB-VALUTA      PIC X(03).
               03 SB-SUM         PIC S9(13)V99.
       01 SX                 PIC 9(3) VALUE ZERO.
       01 WS-SUB-FUNDET      PIC X VALUE "N".
       01 WS-SOEG-DELREG     PIC X(02) VALUE SPACES.
       01 WS-SUB-BELOB       PIC S9(13)V99 VALUE ZERO.

      * Afstemningslinjerne pr. kontrolkonto og valuta
       01 RC-MAX-ANTAL       PIC 9(3) VALUE 200.
       01 RC-COUNT           PIC 9(3) VALUE ZERO.
       01 RC-TABEL.
           02 RC-ENTRY OCCURS 200 TIMES.
               03 RC-KONTO       PIC X(08).
               03 RC-DELREG      PIC X(02).
               03 RC-FORTEGN     PIC X(01).
               03 RC-VALUTA      PIC X(03).
               03 RC-GL          PIC S9(13)V99.
               03 RC-SUB         PIC S9(13)V99.
       01 RX                 PIC 9(3) VALUE ZERO.
       01 WS-RC-FUNDET       PIC X VALUE "N".
       01 WS-DIFFERENCE      PIC S9(13)V99 VALUE ZERO.
       01 WS-GL-SAMMENLIGN   PIC S9(13)V99 VALUE ZERO.
       01 WS-DELREG-NAVN     PIC X(14) VALUE SPACES.

       01 WS-TABEL-FULD      PIC X VALUE "N".

       01 WS-BELOB-1         PIC -(12)9.99.
       01 WS-BELOB-2         PIC -(12)9.99.
       01 WS-BELOB-3         PIC -(12)9.99.

       01 TR-ANTAL-POSTERINGER PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-KONTROL   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-DIFFERENCER PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UBALANCE  PIC 9(5) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 GLSALDO-FILE-STATUS     PIC XX VALUE "00".
       01 HOVEDBOG-FILE-STATUS    PIC XX VALUE "00".
       01 HOVEDBOG-FAELLES-FILE-STATUS PIC XX VALUE "00".
       01 KONTOPLAN-FILE-STATUS   PIC XX VALUE "00".
       01 KONTROL-FILE-STATUS     PIC XX VALUE "00".
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 LAAN-FILE-STATUS        PIC XX VALUE "00".
       01 INTERIM-FILE-STATUS     PIC XX VALUE "00".
       01 GARANTI-FILE-STATUS     PIC XX VALUE "00".
       01 BALANCE-FILE-STATUS     PIC XX VALUE "00".
       01 AFSTEM-FILE-STATUS      PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME         PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS            PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT       PIC 9(5) VALUE ZERO.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE)
       01 WS-FORRETNINGSDATO   PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO           PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO         PIC X(10) VALUE SPACES.
       01 WS-KONTO-FILNAVN     PIC X(40) VALUE "KontoOpl.txt".
       01 WS-HOVEDBOG-FILNAVN  PIC X(40) VALUE "Hovedbog.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DAGS-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-GL-SALDO
           IF WS-RULLET-TIL < WS-DAGS-DATO
               MOVE "Y" TO WS-RUL-FREM
               PERFORM RUL-FREM
               PERFORM SKRIV-GL-SALDO
           ELSE
               DISPLAY "OpgaveSaldobalance: registret er allerede "
                   "rullet til " WS-RULLET-TIL " - feedet anvendes "
                   "ikke igen"
           END-IF

           PERFORM LOAD-KONTOPLAN
           PERFORM SKRIV-SALDOBALANCE

           PERFORM SUMMER-DELREGISTRE
           PERFORM SKRIV-AFSTEMNING

           DISPLAY "OpgaveSaldobalance: " TR-ANTAL-POSTERINGER
               " posteringer rullet frem, " TR-ANTAL-KONTROL
               " kontrollinjer, " TR-ANTAL-DIFFERENCER
               " differencer"

           IF WS-TABEL-FULD = "Y"
               DISPLAY "OpgaveSaldobalance: en arbejdstabel er fuld "
                   "- saldobalance og afstemning er ufuldstaendige"
           END-IF

           IF WS-IO-ERROR-COUNT NOT = ZERO OR WS-TABEL-FULD = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TR-ANTAL-DIFFERENCER NOT = ZERO
                   OR TR-ANTAL-UBALANCE NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE IO-ERROR-FILE
           STOP RUN.

      *****************************************************************
      * STEMPEL-DAGS-DATO                                             *
      * Formål: Sætter WS-DAGS-DATO ("ÅÅÅÅ-MM-DD") for kørslen -      *
      *         forretningsdatoen hvis den er sat, ellers dags dato.  *
      *****************************************************************
       STEMPEL-DAGS-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING  WS-SYSDATO(1:4) DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   WS-SYSDATO(5:2) DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-DAGS-DATO
       EXIT.

      *****************************************************************
      * LOAD-GL-SALDO                                                 *
      * Formål: Læser HovedbogSaldo.txt ind i GL-TABEL og finder den  *
      *         dag registret senest er rullet til. Er tabellen for   *
      *         lille, stoppes kørslen - et register skrevet tilbage  *
      *         uden de sidste konti ville miste deres saldo.         *
      *****************************************************************
       LOAD-GL-SALDO.
           OPEN INPUT GLSALDO-FILE
           IF GLSALDO-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ GLSALDO-FILE INTO GLSALDOOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF GL-COUNT >= GL-MAX-ANTAL
                               DISPLAY "OpgaveSaldobalance: GL-TABEL "
                                   "kapacitet overskredet - "
                                   "koerslen stoppes"
                               CLOSE GLSALDO-FILE
                               CLOSE IO-ERROR-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO GL-COUNT
                           MOVE GLS-KONTO  TO GT-KONTO(GL-COUNT)
                           MOVE GLS-VALUTA TO GT-VALUTA(GL-COUNT)
                           MOVE GLS-SALDO  TO GT-SALDO(GL-COUNT)
                           MOVE ZERO TO GT-BEVAEGELSE(GL-COUNT)
                           MOVE "N" TO GT-UDSKREVET(GL-COUNT)
                           IF GLS-SENESTE-DATO > WS-RULLET-TIL
                               MOVE GLS-SENESTE-DATO TO WS-RULLET-TIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLSALDO-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * RUL-FREM                                                      *
      * Formål: Lægger feedets posteringer efter den dag registret    *
      *         er rullet til (og til og med kørselsdatoen) til       *
      *         saldoen. Både dagens daterede feed og den fælles      *
      *         Hovedbog.txt, som de periodiske kørsler udvider,      *
      *         læses - er de samme fil, læses den kun én gang.       *
      *****************************************************************
       RUL-FREM.
           OPEN INPUT HOVEDBOG-FILE
           MOVE "HOVEDBOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE HOVEDBOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF HOVEDBOG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ HOVEDBOG-FILE INTO HOVEDBOG-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF HB-DATO > WS-RULLET-TIL
                               AND HB-DATO <= WS-DAGS-DATO
                               MOVE HB-KONTO  TO WS-SOEG-KONTO
                               MOVE HB-VALUTA TO WS-SOEG-VALUTA
                               MOVE HB-BELOB  TO WS-POST-BELOB
                               PERFORM POSTER-GL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOVEDBOG-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           IF WS-HOVEDBOG-FILNAVN = "Hovedbog.txt"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HOVEDBOG-FAELLES-FILE
           IF HOVEDBOG-FAELLES-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ HOVEDBOG-FAELLES-FILE
                       INTO HOVEDBOG-FAELLES-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF HBF-DATO > WS-RULLET-TIL
                               AND HBF-DATO <= WS-DAGS-DATO
                               MOVE HBF-KONTO  TO WS-SOEG-KONTO
                               MOVE HBF-VALUTA TO WS-SOEG-VALUTA
                               MOVE HBF-BELOB  TO WS-POST-BELOB
                               PERFORM POSTER-GL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOVEDBOG-FAELLES-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       POSTER-GL.
           PERFORM FIND-GL
           IF WS-GL-FUNDET = "N"
               IF GL-COUNT >= GL-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
                   ADD 1 TO WS-IO-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO GL-COUNT
               MOVE GL-COUNT TO GX
               MOVE WS-SOEG-KONTO  TO GT-KONTO(GX)
               MOVE WS-SOEG-VALUTA TO GT-VALUTA(GX)
               MOVE ZERO TO GT-SALDO(GX)
               MOVE ZERO TO GT-BEVAEGELSE(GX)
               MOVE "N" TO GT-UDSKREVET(GX)
           END-IF
           ADD WS-POST-BELOB TO GT-SALDO(GX)
           ADD WS-POST-BELOB TO GT-BEVAEGELSE(GX)
           ADD 1 TO TR-ANTAL-POSTERINGER
       EXIT.

       FIND-GL.
           MOVE "N" TO WS-GL-FUNDET
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GL-COUNT
               IF GT-KONTO(GX) = WS-SOEG-KONTO
                   AND GT-VALUTA(GX) = WS-SOEG-VALUTA
                   MOVE "Y" TO WS-GL-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-GL-SALDO                                                *
      * Formål: Skriver det fremrullede register tilbage med          *
      *         kørselsdatoen som den dag saldoen er rullet til.      *
      *****************************************************************
       SKRIV-GL-SALDO.
           OPEN OUTPUT GLSALDO-FILE
           MOVE "GLSALDO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE GLSALDO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GL-COUNT
               MOVE GT-KONTO(GX)  TO GLS-KONTO
               MOVE GT-VALUTA(GX) TO GLS-VALUTA
               MOVE GT-SALDO(GX)  TO GLS-SALDO
               MOVE WS-DAGS-DATO  TO GLS-SENESTE-DATO
               WRITE GLSALDOOPL
               MOVE "GLSALDO-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"        TO WS-IO-OPERATION
               MOVE GLSALDO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE GLSALDO-FILE
       EXIT.

      *****************************************************************
      * LOAD-KONTOPLAN                                                *
      * Formål: Samler kontoplanens hovedbogskonti - kundesidens      *
      *         konto og modkontoen - i planens rækkefølge.           *
      *****************************************************************
       LOAD-KONTOPLAN.
           OPEN INPUT KONTOPLAN-FILE
           IF KONTOPLAN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KONTOPLAN-FILE INTO KONTOPLANOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE KPL-HOVEDBOG-KONTO TO WS-SOEG-KONTO
                           PERFORM TILFOEJ-KONTOPLAN-KONTO
                           MOVE KPL-MODKONTO TO WS-SOEG-KONTO
                           PERFORM TILFOEJ-KONTOPLAN-KONTO
                   END-READ
               END-PERFORM
               CLOSE KONTOPLAN-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       TILFOEJ-KONTOPLAN-KONTO.
           IF WS-SOEG-KONTO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-KPL-FUNDET
           PERFORM VARYING KP-IX FROM 1 BY 1 UNTIL KP-IX > KPL-COUNT
               IF KP-KONTO(KP-IX) = WS-SOEG-KONTO
                   MOVE "Y" TO WS-KPL-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KPL-FUNDET = "N"
               IF KPL-COUNT >= KPL-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
               ELSE
                   ADD 1 TO KPL-COUNT
                   MOVE WS-SOEG-KONTO TO KP-KONTO(KPL-COUNT)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-SALDOBALANCE                                            *
      * Formål: Saldobalancen pr. kontoplanskonto og valuta med       *
      *         dagens bevægelse og saldoen i debet (positiv) eller   *
      *         kredit (negativ). Konti med saldo, der ikke står i    *
      *         kontoplanen, listes til sidst. Debet og kredit skal   *
      *         gå lige op pr. valuta - en ubalance markeres.         *
      *****************************************************************
       SKRIV-SALDOBALANCE.
           OPEN OUTPUT BALANCE-FILE
           MOVE "BALANCE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE BALANCE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "SALDOBALANCE PR. " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO BALANCE-LINE
           PERFORM SKRIV-BALANCE-LINE
           IF WS-RUL-FREM = "N"
               STRING "(REGISTRET VAR ALLEREDE RULLET TIL "
                       DELIMITED BY SIZE
                       WS-RULLET-TIL DELIMITED BY SIZE
                       " - INGEN NY BEVAEGELSE)" DELIMITED BY SIZE
                       INTO BALANCE-LINE
               PERFORM SKRIV-BALANCE-LINE
           END-IF
           PERFORM SKRIV-BALANCE-LINE
           MOVE "KONTO    VAL      DAGENS BEVAEGELSE"
               TO BALANCE-LINE(1:36)
           MOVE "             DEBET            KREDIT"
               TO BALANCE-LINE(37:36)
           PERFORM SKRIV-BALANCE-LINE

           PERFORM VARYING KP-IX FROM 1 BY 1 UNTIL KP-IX > KPL-COUNT
               MOVE "N" TO WS-GL-FUNDET
               PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GL-COUNT
                   IF GT-KONTO(GX) = KP-KONTO(KP-IX)
                       MOVE "Y" TO WS-GL-FUNDET
                       PERFORM SKRIV-BALANCE-KONTO
                   END-IF
               END-PERFORM
               IF WS-GL-FUNDET = "N"
                   MOVE KP-KONTO(KP-IX) TO BALANCE-LINE(1:8)
                   MOVE "INGEN POSTERINGER" TO BALANCE-LINE(10:17)
                   PERFORM SKRIV-BALANCE-LINE
               END-IF
           END-PERFORM

           MOVE "N" TO WS-KPL-FUNDET
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GL-COUNT
               IF GT-UDSKREVET(GX) = "N"
                   IF WS-KPL-FUNDET = "N"
                       MOVE "Y" TO WS-KPL-FUNDET
                       PERFORM SKRIV-BALANCE-LINE
                       MOVE "KONTI UDEN FOR KONTOPLANEN:"
                           TO BALANCE-LINE
                       PERFORM SKRIV-BALANCE-LINE
                   END-IF
                   PERFORM SKRIV-BALANCE-KONTO
               END-IF
           END-PERFORM

           PERFORM SKRIV-BALANCE-LINE
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VT-COUNT
               MOVE VT-DEBET(VX) TO WS-BELOB-2
               MOVE VT-KREDIT(VX) TO WS-BELOB-3
               STRING "I ALT    " DELIMITED BY SIZE
                       VT-VALUTA(VX) DELIMITED BY SIZE
                       "                    " DELIMITED BY SIZE
                       WS-BELOB-2 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BELOB-3 DELIMITED BY SIZE
                       INTO BALANCE-LINE
               IF VT-DEBET(VX) + VT-KREDIT(VX) NOT = ZERO
                   MOVE "UBALANCE" TO BALANCE-LINE(90:8)
                   ADD 1 TO TR-ANTAL-UBALANCE
               END-IF
               PERFORM SKRIV-BALANCE-LINE
           END-PERFORM
           CLOSE BALANCE-FILE
       EXIT.

       SKRIV-BALANCE-KONTO.
           MOVE "Y" TO GT-UDSKREVET(GX)
           MOVE GT-BEVAEGELSE(GX) TO WS-BELOB-1
           MOVE GT-KONTO(GX) TO BALANCE-LINE(1:8)
           MOVE GT-VALUTA(GX) TO BALANCE-LINE(10:3)
           MOVE WS-BELOB-1 TO BALANCE-LINE(17:17)
           IF GT-SALDO(GX) >= ZERO
               MOVE GT-SALDO(GX) TO WS-BELOB-2
               MOVE WS-BELOB-2 TO BALANCE-LINE(38:17)
           ELSE
               MOVE GT-SALDO(GX) TO WS-BELOB-3
               MOVE WS-BELOB-3 TO BALANCE-LINE(56:17)
           END-IF
           PERFORM SKRIV-BALANCE-LINE
           MOVE "N" TO WS-VT-FUNDET
           PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VT-COUNT
               IF VT-VALUTA(VX) = GT-VALUTA(GX)
                   MOVE "Y" TO WS-VT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VT-FUNDET = "N"
               IF VT-COUNT >= VT-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO VT-COUNT
               MOVE VT-COUNT TO VX
               MOVE GT-VALUTA(GX) TO VT-VALUTA(VX)
               MOVE ZERO TO VT-DEBET(VX) VT-KREDIT(VX)
           END-IF
           IF GT-SALDO(GX) >= ZERO
               ADD GT-SALDO(GX) TO VT-DEBET(VX)
           ELSE
               ADD GT-SALDO(GX) TO VT-KREDIT(VX)
           END-IF
       EXIT.

       SKRIV-BALANCE-LINE.
           WRITE BALANCE-LINE
           MOVE "BALANCE-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE BALANCE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO BALANCE-LINE
       EXIT.

      *****************************************************************
      * SUMMER-DELREGISTRE                                            *
      * Formål: Summerer hvert delregister pr. valuta: kontosaldi     *
      *         ("KO"), lånenes restgæld i DKK ("LA"), de åbne        *
      *         interimsposter ("IN") og de aktive garantier ("GA").  *
      *****************************************************************
       SUMMER-DELREGISTRE.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS = "00"
               MOVE "KO" TO WS-SOEG-DELREG
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KONTO-FILE NEXT RECORD INTO KONTOOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE VALUTAKODE TO WS-SOEG-VALUTA
                           MOVE BALANCE TO WS-SUB-BELOB
                           PERFORM AKKUMULER-DELREGISTER
                   END-READ
               END-PERFORM
               CLOSE KONTO-FILE
               MOVE "N" TO END-OF-FILE
           END-IF

           OPEN INPUT LAAN-FILE
           IF LAAN-FILE-STATUS = "00"
               MOVE "LA" TO WS-SOEG-DELREG
               MOVE "DKK" TO WS-SOEG-VALUTA
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ LAAN-FILE INTO LAANOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE LAAN-RESTGAELD TO WS-SUB-BELOB
                           PERFORM AKKUMULER-DELREGISTER
                   END-READ
               END-PERFORM
               CLOSE LAAN-FILE
               MOVE "N" TO END-OF-FILE
           END-IF

           OPEN INPUT INTERIM-FILE
           IF INTERIM-FILE-STATUS = "00"
               MOVE "IN" TO WS-SOEG-DELREG
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ INTERIM-FILE INTO INTERIMOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF INTERIM-AABEN
                               MOVE INTERIM-VALUTA TO WS-SOEG-VALUTA
                               COMPUTE WS-SUB-BELOB =
                                   FUNCTION NUMVAL(INTERIM-BELOB)
                               PERFORM AKKUMULER-DELREGISTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERIM-FILE
               MOVE "N" TO END-OF-FILE
           END-IF

           OPEN INPUT GARANTI-FILE
           IF GARANTI-FILE-STATUS = "00"
               MOVE "GA" TO WS-SOEG-DELREG
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ GARANTI-FILE INTO GARANTIOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF GA-AKTIV
                               MOVE GA-VALUTA TO WS-SOEG-VALUTA
                               MOVE GA-BELOB TO WS-SUB-BELOB
                               PERFORM AKKUMULER-DELREGISTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARANTI-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

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
      * SKRIV-AFSTEMNING                                              *
      * Formål: For hver kontrolkonto i AfstemKontrol.txt stilles     *
      *         hovedbogssaldoen pr. valuta op mod delregistrets sum  *
      *         i samme valuta. En valuta der kun findes på den ene   *
      *         side, afstemmes mod nul. Enhver difference markeres.  *
      *****************************************************************
       SKRIV-AFSTEMNING.
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
                           PERFORM OPBYG-AFSTEMNING
                   END-READ
               END-PERFORM
               CLOSE KONTROL-FILE
               MOVE "N" TO END-OF-FILE
           END-IF

           OPEN OUTPUT AFSTEM-FILE
           MOVE "AFSTEM-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE AFSTEM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "AFSTEMNING HOVEDBOG MOD DELREGISTRE PR. "
                   DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO AFSTEM-LINE
           PERFORM SKRIV-AFSTEM-LINE
           PERFORM SKRIV-AFSTEM-LINE
           MOVE "KONTO    DELREGISTER    VAL" TO AFSTEM-LINE(1:27)
           MOVE "          HOVEDBOG       DELREGISTER"
               TO AFSTEM-LINE(28:36)
           MOVE "        DIFFERENCE" TO AFSTEM-LINE(64:18)
           PERFORM SKRIV-AFSTEM-LINE
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RC-COUNT
               PERFORM SKRIV-AFSTEM-RAEKKE
           END-PERFORM
           PERFORM SKRIV-AFSTEM-LINE
           STRING "KONTROLLINJER: " DELIMITED BY SIZE
                   TR-ANTAL-KONTROL DELIMITED BY SIZE
                   "  MED DIFFERENCE: " DELIMITED BY SIZE
                   TR-ANTAL-DIFFERENCER DELIMITED BY SIZE
                   INTO AFSTEM-LINE
           PERFORM SKRIV-AFSTEM-LINE
           IF TR-ANTAL-DIFFERENCER = ZERO
               MOVE "HOVEDBOGEN ER AFSTEMT MED DELREGISTRENE"
                   TO AFSTEM-LINE
           ELSE
               MOVE "DIFFERENCERNE SKAL OPKLARES FOER GODKENDELSE"
                   TO AFSTEM-LINE
           END-IF
           PERFORM SKRIV-AFSTEM-LINE
           CLOSE AFSTEM-FILE
       EXIT.

      * Én linje pr. valuta for kontrolkontoen - fra delregistrets
      * summer og fra hovedbogens saldi
       OPBYG-AFSTEMNING.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUB-COUNT
               IF SB-DELREG(SX) = AK-DELREGISTER
                   MOVE SB-VALUTA(SX) TO WS-SOEG-VALUTA
                   PERFORM FIND-AFSTEMNING
                   IF WS-RC-FUNDET = "Y"
                       ADD SB-SUM(SX) TO RC-SUB(RX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GL-COUNT
               IF GT-KONTO(GX) = AK-HOVEDBOG-KONTO
                   MOVE GT-VALUTA(GX) TO WS-SOEG-VALUTA
                   PERFORM FIND-AFSTEMNING
                   IF WS-RC-FUNDET = "Y"
                       ADD GT-SALDO(GX) TO RC-GL(RX)
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      * Finder eller opretter linjen for kontrolkontoen i
      * WS-SOEG-VALUTA; WS-RC-FUNDET = "N" kun når tabellen er fuld
       FIND-AFSTEMNING.
           MOVE "N" TO WS-RC-FUNDET
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RC-COUNT
               IF RC-KONTO(RX) = AK-HOVEDBOG-KONTO
                   AND RC-DELREG(RX) = AK-DELREGISTER
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
               MOVE AK-HOVEDBOG-KONTO TO RC-KONTO(RX)
               MOVE AK-DELREGISTER TO RC-DELREG(RX)
               MOVE AK-FORTEGN TO RC-FORTEGN(RX)
               MOVE WS-SOEG-VALUTA TO RC-VALUTA(RX)
               MOVE ZERO TO RC-GL(RX) RC-SUB(RX)
               MOVE "Y" TO WS-RC-FUNDET
           END-IF
       EXIT.

       SKRIV-AFSTEM-RAEKKE.
           ADD 1 TO TR-ANTAL-KONTROL
           IF RC-FORTEGN(RX) = "-"
               COMPUTE WS-GL-SAMMENLIGN = ZERO - RC-GL(RX)
           ELSE
               MOVE RC-GL(RX) TO WS-GL-SAMMENLIGN
           END-IF
           COMPUTE WS-DIFFERENCE = WS-GL-SAMMENLIGN - RC-SUB(RX)
           EVALUATE RC-DELREG(RX)
               WHEN "KO"
                   MOVE "KONTOSALDI" TO WS-DELREG-NAVN
               WHEN "LA"
                   MOVE "LAAN RESTGAELD" TO WS-DELREG-NAVN
               WHEN "IN"
                   MOVE "INTERIMSPOSTER" TO WS-DELREG-NAVN
               WHEN "GA"
                   MOVE "GARANTIER" TO WS-DELREG-NAVN
               WHEN OTHER
                   MOVE "UKENDT" TO WS-DELREG-NAVN
           END-EVALUATE
           MOVE WS-GL-SAMMENLIGN TO WS-BELOB-1
           MOVE RC-SUB(RX) TO WS-BELOB-2
           MOVE WS-DIFFERENCE TO WS-BELOB-3
           MOVE RC-KONTO(RX) TO AFSTEM-LINE(1:8)
           MOVE WS-DELREG-NAVN TO AFSTEM-LINE(10:14)
           MOVE RC-VALUTA(RX) TO AFSTEM-LINE(25:3)
           MOVE WS-BELOB-1 TO AFSTEM-LINE(29:17)
           MOVE WS-BELOB-2 TO AFSTEM-LINE(47:17)
           MOVE WS-BELOB-3 TO AFSTEM-LINE(65:17)
           IF WS-DIFFERENCE NOT = ZERO
               MOVE "*** DIFFERENCE" TO AFSTEM-LINE(84:14)
               ADD 1 TO TR-ANTAL-DIFFERENCER
           END-IF
           PERFORM SKRIV-AFSTEM-LINE
       EXIT.

       SKRIV-AFSTEM-LINE.
           WRITE AFSTEM-LINE
           MOVE "AFSTEM-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE AFSTEM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO AFSTEM-LINE
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
               MOVE "KontoOpl.txt"      TO WS-KONTO-FILNAVN
               MOVE "Hovedbog.txt"      TO WS-HOVEDBOG-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Hovedbog." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-HOVEDBOG-FILNAVN
           END-IF
       EXIT.
