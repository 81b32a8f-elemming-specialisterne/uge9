      *****************************************************************
      * PROGRAM-ID: OPGAVEVALUTAPOSITION                              *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Bankens åbne valutaposition pr. valuta, set fra   *
      *             banken (lang +, kort -). Køres af treasury ved    *
      *             handelsdagens slutning - efter OpgaveFxVeksling   *
      *             og før nattens posteringer. Positionen bygges af  *
      *             de bogførte kundesaldi i fremmed valuta (konti og *
      *             flervalutadelsaldi er gæld til kunden - kort),    *
      *             udlån i fremmed valuta (lang), dagens endnu ikke  *
      *             posterede valutahandler fra Transaktioner.txt,    *
      *             aktive garantier i fremmed valuta (eventualkort)  *
      *             og nostrosaldiene hos korrespondenterne (lang).   *
      *             Nettopositionen omregnes til DKK efter dagens     *
      *             kurs og holdes op mod treasurys grænse pr. valuta *
      *             og den samlede grænse efter kortmetoden. De       *
      *             største kundebidrag i positionens retning vises   *
      *             pr. valuta. En overskredet grænse eller en valuta *
      *             uden kurs eller grænse giver RETURN-CODE 4.       *
      * INPUT:      KontoOpl.txt         - Kontosaldi                 *
      *             Valutasaldi.txt      - Flervalutadelsaldi         *
      *             Laan.txt             - Udlån                      *
      *             Transaktioner.txt    - Dagens valutahandler       *
      *             PosteringerAnvendt.txt - Allerede posterede       *
      *             Garantier.txt        - Garantiregistret           *
      *             NostroKontoudtog.txt - Korrespondentsaldi         *
      *             Valutakurser.txt     - Historiske kurser          *
      *             ValutaGraenser.txt   - Treasurys grænser          *
      * OUTPUT:     ValutaPosition-Rapport.txt - Positionen           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveValutaPosition.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT VALUTASALDO-FILE ASSIGN TO "Valutasaldi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTASALDO-FILE-STATUS.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT INPUT-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.
           SELECT ANVENDT-FILE ASSIGN TO "PosteringerAnvendt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANVENDT-FILE-STATUS.
           SELECT GARANTI-FILE ASSIGN TO "Garantier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GARANTI-FILE-STATUS.
           SELECT NOSTRO-FILE ASSIGN TO "NostroKontoudtog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTRO-FILE-STATUS.
           SELECT INPUT-KURS-FILE ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-KURS-FILE-STATUS.
           SELECT GRAENSE-FILE ASSIGN TO "ValutaGraenser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAENSE-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "ValutaPosition-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "ValutaPosition-IOFejl.txt"
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

       FD VALUTASALDO-FILE.
       01 VALUTASALDOOPL.
           COPY "VALUTASALDOOPL.cpy".

       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD INPUT-FILE.
       01 TRANSAKTIONEROPL.
           COPY "TRANSAKTIONEROPL.cpy".

       FD ANVENDT-FILE.
       01 ANVENDTOPL.
           COPY "ANVENDTOPL.cpy".

       FD GARANTI-FILE.
       01 GARANTIOPL.
           COPY "GARANTIOPL.cpy".

       FD NOSTRO-FILE.
       01 NOSTROOPL.
           COPY "NOSTROOPL.cpy".

       FD INPUT-KURS-FILE.
       01 VALUTAKURSOPL.
           COPY "VALUTAKURSOPL.cpy".

       FD GRAENSE-FILE.
       01 VALUTAGRAENSEOPL.
           COPY "VALUTAGRAENSEOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(132) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE            PIC X VALUE "N".
       01 END-OF-KONTO-FILE      PIC X VALUE "N".
       01 END-OF-VALUTASALDO-FILE PIC X VALUE "N".
       01 END-OF-LAAN-FILE       PIC X VALUE "N".
       01 END-OF-ANVENDT-FILE    PIC X VALUE "N".
       01 END-OF-GARANTI-FILE    PIC X VALUE "N".
       01 END-OF-NOSTRO-FILE     PIC X VALUE "N".
       01 END-OF-KURS-FILE       PIC X VALUE "N".
       01 END-OF-GRAENSE-FILE    PIC X VALUE "N".

      * Konti i fremmed valuta - til lånenes valuta (lånets
      * betalingskonto bestemmer valutaen; ukendt konto er DKK)
       01 KO-MAX-ANTAL     PIC 9(5) VALUE 20000.
       01 KO-COUNT         PIC 9(5) VALUE ZERO.
       01 KO-OVERFLOW      PIC X VALUE "N".
       01 KO-TABEL.
           02 KO-ENTRY OCCURS 20000 TIMES.
               03 KO-KONTO-ID  PIC X(10).
               03 KO-VALUTA    PIC X(03).
       01 KO-IX            PIC 9(5) VALUE ZERO.

      * Posteringsmotorens genkørselsværn - en valutahandel der
      * allerede er posteret, ligger i saldiene og tælles ikke igen
       01 ANVENDT-MAX-ANTAL  PIC 9(5) VALUE 5000.
       01 ANVENDT-COUNT      PIC 9(5) VALUE ZERO.
       01 ANVENDT-OVERFLOW   PIC X VALUE "N".
       01 ANVENDT-TABEL.
           02 ANVENDT-NOEGLE OCCURS 5000 TIMES.
               03 ANVT-KONTO-ID  PIC X(10).
               03 ANVT-TIDSPUNKT PIC X(19).
               03 ANVT-BELOB     PIC X(12).
       01 ANV-IX             PIC 9(5) VALUE ZERO.
       01 WS-ALLEREDE-ANVENDT PIC X VALUE "N".

      * Valutakurser - seneste GYLDIG-FRA på eller før dagen
       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 KU-IX            PIC 9(4) VALUE ZERO.
       01 WS-KURS          PIC 9(03)V9999 VALUE ZERO.
       01 WS-KURS-FUNDET   PIC X VALUE "N".
       01 WS-BEST-DATO     PIC X(10) VALUE SPACES.
       01 WS-KURS-VALUTA   PIC X(03) VALUE SPACES.

      * Treasurys grænser pr. valuta og samlet ("ALL")
       01 GR-MAX-ANTAL     PIC 9(3) VALUE 100.
       01 GR-COUNT         PIC 9(3) VALUE ZERO.
       01 GR-OVERFLOW      PIC X VALUE "N".
       01 GR-TABEL.
           02 GR-ENTRY OCCURS 100 TIMES.
               03 GR-VALUTA    PIC X(03).
               03 GR-GRAENSE   PIC 9(11)V99.
       01 GR-IX            PIC 9(3) VALUE ZERO.
       01 WS-SAMLET-GRAENSE PIC 9(11)V99 VALUE ZERO.
       01 WS-SAMLET-FUNDET PIC X VALUE "N".

      * Positionen pr. valuta - komponenterne i valutaen, nettoen
      * omregnet til DKK og holdt op mod grænsen
       01 VP-MAX-ANTAL     PIC 9(3) VALUE 100.
       01 VP-COUNT         PIC 9(3) VALUE ZERO.
       01 VP-OVERFLOW      PIC X VALUE "N".
       01 VP-TABEL.
           02 VP-ENTRY OCCURS 100 TIMES.
               03 VP-VALUTA        PIC X(03).
               03 VP-KONTI         PIC S9(11)V99.
               03 VP-LAAN          PIC S9(11)V99.
               03 VP-FX            PIC S9(11)V99.
               03 VP-GARANTI       PIC S9(11)V99.
               03 VP-NOSTRO        PIC S9(11)V99.
               03 VP-NOSTRO-DATO   PIC X(10).
               03 VP-NETTO         PIC S9(11)V99.
               03 VP-KURS          PIC 9(03)V9999.
               03 VP-KURS-FUNDET   PIC X.
               03 VP-NETTO-DKK     PIC S9(11)V99.
               03 VP-GRAENSE       PIC 9(11)V99.
               03 VP-GRAENSE-FUNDET PIC X.
               03 VP-OVERSKREDET   PIC X.
       01 VP-IX            PIC 9(3) VALUE ZERO.

      * Bidrag pr. kunde og valuta - til de største bidrag
       01 KB-MAX-ANTAL     PIC 9(5) VALUE 5000.
       01 KB-COUNT         PIC 9(5) VALUE ZERO.
       01 KB-OVERFLOW      PIC X VALUE "N".
       01 KB-TABEL.
           02 KB-ENTRY OCCURS 5000 TIMES.
               03 KB-VALUTA    PIC X(03).
               03 KB-KUNDE-ID  PIC X(10).
               03 KB-BELOB     PIC S9(11)V99.
               03 KB-VALGT     PIC X.
       01 KB-IX            PIC 9(5) VALUE ZERO.
       01 KB-BEDST         PIC 9(5) VALUE ZERO.
       01 WS-TOP-ANTAL     PIC 9 VALUE 5.
       01 WS-TOP-NR        PIC 9 VALUE ZERO.
       01 WS-BEDST-ABS     PIC 9(11)V99 VALUE ZERO.
       01 WS-KB-ABS        PIC 9(11)V99 VALUE ZERO.

      * Et bidrag til positionen (se TILFOEJ-BIDRAG)
       01 WS-BIDRAG-VALUTA PIC X(03) VALUE SPACES.
       01 WS-BIDRAG-KUNDE  PIC X(10) VALUE SPACES.
       01 WS-BIDRAG-BELOB  PIC S9(11)V99 VALUE ZERO.
       01 WS-BIDRAG-KILDE  PIC X VALUE SPACE.
           88 BIDRAG-KONTI         VALUE "K".
           88 BIDRAG-LAAN          VALUE "L".
           88 BIDRAG-FX            VALUE "F".
           88 BIDRAG-GARANTI       VALUE "G".

      * Samlet position efter kortmetoden
       01 WS-SUM-LANG      PIC S9(11)V99 VALUE ZERO.
       01 WS-SUM-KORT      PIC S9(11)V99 VALUE ZERO.
       01 WS-SAMLET        PIC S9(11)V99 VALUE ZERO.
       01 WS-ABS-NETTO-DKK PIC 9(11)V99 VALUE ZERO.
       01 WS-UDNYTTELSE    PIC 9(5)V9 VALUE ZERO.
       01 WS-NOS-BELOB     PIC S9(11)V99 VALUE ZERO.

      * Antal og advarsler
       01 WS-ANT-FX        PIC 9(5) VALUE ZERO.
       01 WS-ANT-OVERSKREDET PIC 9(3) VALUE ZERO.
       01 WS-ANT-UDEN-KURS PIC 9(3) VALUE ZERO.
       01 WS-ANT-UDEN-GRAENSE PIC 9(3) VALUE ZERO.
       01 WS-SAMLET-OVERSKREDET PIC X VALUE "N".

      * Rapportfelter
       01 WS-BELOB-DISPLAY    PIC -(11)9.99.
       01 WS-BELOB2-DISPLAY   PIC -(11)9.99.
       01 WS-GRAENSE-DISPLAY  PIC Z(10)9.99.
       01 WS-KURS-DISPLAY     PIC ZZ9.9999.
       01 WS-PCT-DISPLAY      PIC ZZZZ9.9.
       01 WS-ANTAL-DISPLAY    PIC Z(4)9.
       01 WS-RAPPORT-TEKST    PIC X(32) VALUE SPACES.
       01 WS-RAPPORT-BELOB    PIC S9(11)V99 VALUE ZERO.
       01 WS-STATUS-TEKST     PIC X(20) VALUE SPACES.

      * Kørselsdato og -tidspunkt
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-SYSTID          PIC 9(8) VALUE ZERO.
       01 WS-KLOKKESLAET     PIC X(08) VALUE SPACES.

      * Filnavne - de daterede dagsfiler, når forretningsdatoen er
      * sat (se SAET-FILNAVNE)
       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".
       01 WS-TRANS-FILNAVN    PIC X(40) VALUE "Transaktioner.txt".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 KONTO-FILE-STATUS      PIC XX VALUE "00".
       01 VALUTASALDO-FILE-STATUS PIC XX VALUE "00".
       01 LAAN-FILE-STATUS       PIC XX VALUE "00".
       01 INPUT-FILE-STATUS      PIC XX VALUE "00".
       01 ANVENDT-FILE-STATUS    PIC XX VALUE "00".
       01 GARANTI-FILE-STATUS    PIC XX VALUE "00".
       01 NOSTRO-FILE-STATUS     PIC XX VALUE "00".
       01 INPUT-KURS-FILE-STATUS PIC XX VALUE "00".
       01 GRAENSE-FILE-STATUS    PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS    PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME     PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION     PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS        PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-DAGS-DATO
           ACCEPT WS-SYSTID FROM TIME
           MOVE SPACES TO WS-KLOKKESLAET
           STRING WS-SYSTID(1:2) ":" WS-SYSTID(3:2) ":"
                   WS-SYSTID(5:2) DELIMITED BY SIZE
                   INTO WS-KLOKKESLAET
           PERFORM SAET-FILNAVNE
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LAES-VALUTAKURSER
           PERFORM LAES-GRAENSER
           PERFORM SAML-KONTI
           PERFORM SAML-VALUTASALDI
           PERFORM SAML-LAAN
           PERFORM LAES-ANVENDT-REGISTER
           PERFORM SAML-VALUTAHANDLER
           PERFORM SAML-GARANTIER
           PERFORM SAML-NOSTRO

           PERFORM BEREGN-POSITIONER
           PERFORM SKRIV-RAPPORT

           MOVE WS-SAMLET TO WS-BELOB-DISPLAY
           DISPLAY "OpgaveValutaPosition: " VP-COUNT " valuta(er)"
               " samlet position " WS-BELOB-DISPLAY
               " overskredet " WS-ANT-OVERSKREDET
           IF WS-IO-ERROR-COUNT > ZERO
               OR KO-OVERFLOW = "Y" OR VP-OVERFLOW = "Y"
               OR ANVENDT-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ANT-OVERSKREDET > ZERO
                   OR WS-SAMLET-OVERSKREDET = "J"
                   OR WS-ANT-UDEN-KURS > ZERO
                   OR WS-ANT-UDEN-GRAENSE > ZERO
                   OR WS-SAMLET-FUNDET = "N"
                   OR KB-OVERFLOW = "Y" OR KURS-OVERFLOW = "Y"
                   OR GR-OVERFLOW = "Y"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE IO-ERROR-FILE
           STOP RUN.

      *****************************************************************
      * LAES-VALUTAKURSER                                             *
      * Formål: Læser alle kursrecords ind i VALUTAKURS-ARRAY til     *
      *         omregningen af nettopositionerne.                     *
      *****************************************************************
       LAES-VALUTAKURSER.
           OPEN INPUT INPUT-KURS-FILE
           IF INPUT-KURS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KURS-FILE = "Y"
               READ INPUT-KURS-FILE INTO VALUTAKURSOPL
                   AT END
                       MOVE "Y" TO END-OF-KURS-FILE
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
           MOVE "N" TO END-OF-KURS-FILE
       EXIT.

      * Seneste kurs med GYLDIG-FRA på eller før dagen
       FIND-VALUTAKURS.
           MOVE "N" TO WS-KURS-FUNDET
           MOVE ZERO TO WS-KURS
           MOVE SPACES TO WS-BEST-DATO
           PERFORM VARYING KU-IX FROM 1 BY 1 UNTIL KU-IX > KURS-COUNT
               IF VALUTA-KODE IN VALUTAKURS-ARRAY(KU-IX) =
                   WS-KURS-VALUTA
                   AND GYLDIG-FRA IN VALUTAKURS-ARRAY(KU-IX) <=
                       WS-DAGS-DATO
                   IF WS-KURS-FUNDET = "N" OR
                       GYLDIG-FRA IN VALUTAKURS-ARRAY(KU-IX)
                           > WS-BEST-DATO
                       MOVE GYLDIG-FRA IN VALUTAKURS-ARRAY(KU-IX)
                           TO WS-BEST-DATO
                       MOVE KURS IN VALUTAKURS-ARRAY(KU-IX)
                           TO WS-KURS
                       MOVE "Y" TO WS-KURS-FUNDET
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * LAES-GRAENSER                                                 *
      * Formål: Læser treasurys grænser. Recorden "ALL" er den        *
      *         samlede grænse; de øvrige gælder pr. valuta.          *
      *****************************************************************
       LAES-GRAENSER.
           OPEN INPUT GRAENSE-FILE
           IF GRAENSE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-GRAENSE-FILE = "Y"
               READ GRAENSE-FILE INTO VALUTAGRAENSEOPL
                   AT END
                       MOVE "Y" TO END-OF-GRAENSE-FILE
                   NOT AT END
                       IF VG-SAMLET
                           MOVE VG-GRAENSE TO WS-SAMLET-GRAENSE
                           MOVE "Y" TO WS-SAMLET-FUNDET
                       ELSE
                           IF GR-COUNT >= GR-MAX-ANTAL
                               MOVE "Y" TO GR-OVERFLOW
                           ELSE
                               ADD 1 TO GR-COUNT
                               MOVE VG-VALUTA TO GR-VALUTA(GR-COUNT)
                               MOVE VG-GRAENSE
                                   TO GR-GRAENSE(GR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAENSE-FILE
           MOVE "N" TO END-OF-GRAENSE-FILE
       EXIT.

      *****************************************************************
      * SAML-KONTI                                                    *
      * Formål: Gennemløber kontofilen. En kontosaldo i fremmed       *
      *         valuta er bankens gæld til kunden i den valuta og     *
      *         trækker positionen kort; en overtrukket konto         *
      *         trækker den lang. Kontiene i fremmed valuta gemmes    *
      *         til opslag af lånenes valuta.                         *
      *****************************************************************
       SAML-KONTI.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KONTO-FILE = "Y"
               READ KONTO-FILE NEXT RECORD INTO KONTOOPL
                   AT END
                       MOVE "Y" TO END-OF-KONTO-FILE
                   NOT AT END
                       IF VALUTAKODE IN KONTOOPL NOT = "DKK"
                           AND VALUTAKODE IN KONTOOPL NOT = SPACES
                           PERFORM REGISTRER-KONTO
                       END-IF
               END-READ
               MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KONTO-FILE
           MOVE "N" TO END-OF-KONTO-FILE
       EXIT.

       REGISTRER-KONTO.
           IF KO-COUNT >= KO-MAX-ANTAL
               MOVE "Y" TO KO-OVERFLOW
           ELSE
               ADD 1 TO KO-COUNT
               MOVE KONTO-ID IN KONTOOPL TO KO-KONTO-ID(KO-COUNT)
               MOVE VALUTAKODE IN KONTOOPL TO KO-VALUTA(KO-COUNT)
           END-IF
           MOVE VALUTAKODE IN KONTOOPL TO WS-BIDRAG-VALUTA
           MOVE KUNDE-ID IN KONTOOPL TO WS-BIDRAG-KUNDE
           COMPUTE WS-BIDRAG-BELOB = 0 - BALANCE IN KONTOOPL
           MOVE "K" TO WS-BIDRAG-KILDE
           PERFORM TILFOEJ-BIDRAG
       EXIT.

      *****************************************************************
      * SAML-VALUTASALDI                                              *
      * Formål: Flervalutakontiernes delsaldi er gæld til kunden i    *
      *         delsaldoens valuta, præcis som en kontosaldo.         *
      *****************************************************************
       SAML-VALUTASALDI.
           OPEN INPUT VALUTASALDO-FILE
           IF VALUTASALDO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-VALUTASALDO-FILE = "Y"
               READ VALUTASALDO-FILE INTO VALUTASALDOOPL
                   AT END
                       MOVE "Y" TO END-OF-VALUTASALDO-FILE
                   NOT AT END
                       IF VS-VALUTA NOT = "DKK"
                           AND VS-VALUTA NOT = SPACES
                           MOVE VS-VALUTA TO WS-BIDRAG-VALUTA
                           MOVE VS-KUNDE-ID TO WS-BIDRAG-KUNDE
                           COMPUTE WS-BIDRAG-BELOB = 0 - VS-BALANCE
                           MOVE "K" TO WS-BIDRAG-KILDE
                           PERFORM TILFOEJ-BIDRAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALUTASALDO-FILE
           MOVE "N" TO END-OF-VALUTASALDO-FILE
       EXIT.

      *****************************************************************
      * SAML-LAAN                                                     *
      * Formål: Restgælden på et lån er bankens tilgodehavende i      *
      *         lånets valuta (betalingskontoens) - en lang position. *
      *         Afskrevne lån står på nul og springes over.           *
      *****************************************************************
       SAML-LAAN.
           OPEN INPUT LAAN-FILE
           IF LAAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LAAN-FILE = "Y"
               READ LAAN-FILE INTO LAANOPL
                   AT END
                       MOVE "Y" TO END-OF-LAAN-FILE
                   NOT AT END
                       IF NOT LAAN-AFSKREVET
                           AND LAAN-RESTGAELD > ZERO
                           PERFORM REGISTRER-LAAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAAN-FILE
           MOVE "N" TO END-OF-LAAN-FILE
       EXIT.

       REGISTRER-LAAN.
           MOVE SPACES TO WS-BIDRAG-VALUTA
           PERFORM VARYING KO-IX FROM 1 BY 1 UNTIL KO-IX > KO-COUNT
               IF KO-KONTO-ID(KO-IX) = LAAN-KONTO-ID
                   MOVE KO-VALUTA(KO-IX) TO WS-BIDRAG-VALUTA
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BIDRAG-VALUTA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LAAN-KUNDE-ID TO WS-BIDRAG-KUNDE
           MOVE LAAN-RESTGAELD TO WS-BIDRAG-BELOB
           MOVE "L" TO WS-BIDRAG-KILDE
           PERFORM TILFOEJ-BIDRAG
       EXIT.

      *****************************************************************
      * LAES-ANVENDT-REGISTER                                         *
      * Formål: Læser posteringsmotorens genkørselsværn, så en        *
      *         valutahandel der allerede er posteret (og dermed      *
      *         ligger i saldiene) ikke tælles to gange.              *
      *****************************************************************
       LAES-ANVENDT-REGISTER.
           OPEN INPUT ANVENDT-FILE
           IF ANVENDT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ANVENDT-FILE = "Y"
               READ ANVENDT-FILE INTO ANVENDTOPL
                   AT END
                       MOVE "Y" TO END-OF-ANVENDT-FILE
                   NOT AT END
                       IF ANVENDT-COUNT >= ANVENDT-MAX-ANTAL
                           MOVE "Y" TO ANVENDT-OVERFLOW
                       ELSE
                           ADD 1 TO ANVENDT-COUNT
                           MOVE ANV-KONTO-ID TO
                               ANVT-KONTO-ID(ANVENDT-COUNT)
                           MOVE ANV-TIDSPUNKT TO
                               ANVT-TIDSPUNKT(ANVENDT-COUNT)
                           MOVE ANV-BELOB TO
                               ANVT-BELOB(ANVENDT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANVENDT-FILE
           MOVE "N" TO END-OF-ANVENDT-FILE
       EXIT.

      *****************************************************************
      * SAML-VALUTAHANDLER                                            *
      * Formål: Dagens valutahandler står som parrede FXVEKSLING-     *
      *         transaktioner (træk i fra-valutaen, indsæt i til-     *
      *         valutaen) i Transaktioner.txt. Et ben der endnu ikke  *
      *         er posteret, flytter positionen modsat kundens        *
      *         bevægelse: trækket gør banken lang i fra-valutaen,    *
      *         indsætningen gør den kort i til-valutaen. Kundens     *
      *         øvrige valutabetalinger modsvares af nostro og        *
      *         ændrer ikke positionen.                               *
      *****************************************************************
       SAML-VALUTAHANDLER.
           OPEN INPUT INPUT-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-FILE INTO TRANSAKTIONEROPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF TRANSAKTIONSTYPE IN TRANSAKTIONEROPL =
                           "FXVEKSLING"
                           AND VALUTA IN TRANSAKTIONEROPL NOT = "DKK"
                           AND VALUTA IN TRANSAKTIONEROPL NOT = SPACES
                           PERFORM REGISTRER-VALUTAHANDEL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       REGISTRER-VALUTAHANDEL.
           MOVE "N" TO WS-ALLEREDE-ANVENDT
           PERFORM VARYING ANV-IX FROM 1 BY 1
                   UNTIL ANV-IX > ANVENDT-COUNT
               IF ANVT-KONTO-ID(ANV-IX) =
                       KONTO-ID IN TRANSAKTIONEROPL
                   AND ANVT-TIDSPUNKT(ANV-IX) = TIDSPUNKT
                   AND ANVT-BELOB(ANV-IX) = BELØB
                   MOVE "Y" TO WS-ALLEREDE-ANVENDT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ALLEREDE-ANVENDT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE VALUTA IN TRANSAKTIONEROPL TO WS-BIDRAG-VALUTA
           MOVE BUTIK(1:10) TO WS-BIDRAG-KUNDE
           COMPUTE WS-BIDRAG-BELOB = 0 - FUNCTION NUMVAL(BELØB)
           MOVE "F" TO WS-BIDRAG-KILDE
           PERFORM TILFOEJ-BIDRAG
           ADD 1 TO WS-ANT-FX
       EXIT.

      *****************************************************************
      * SAML-GARANTIER                                                *
      * Formål: En aktiv garanti i fremmed valuta er en eventuel      *
      *         forpligtelse i valutaen - medregnes som kort.         *
      *****************************************************************
       SAML-GARANTIER.
           OPEN INPUT GARANTI-FILE
           IF GARANTI-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-GARANTI-FILE = "Y"
               READ GARANTI-FILE INTO GARANTIOPL
                   AT END
                       MOVE "Y" TO END-OF-GARANTI-FILE
                   NOT AT END
                       IF GA-AKTIV
                           AND GA-VALUTA NOT = "DKK"
                           AND GA-VALUTA NOT = SPACES
                           MOVE GA-VALUTA TO WS-BIDRAG-VALUTA
                           MOVE GA-KUNDE-ID TO WS-BIDRAG-KUNDE
                           COMPUTE WS-BIDRAG-BELOB = 0 - GA-BELOB
                           MOVE "G" TO WS-BIDRAG-KILDE
                           PERFORM TILFOEJ-BIDRAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GARANTI-FILE
           MOVE "N" TO END-OF-GARANTI-FILE
       EXIT.

      *****************************************************************
      * SAML-NOSTRO                                                   *
      * Formål: Korrespondentens seneste ultimosaldo ("S"-record med  *
      *         valør senest i dag) pr. valuta er bankens tilgode-    *
      *         havende i valutaen - en lang position.                *
      *****************************************************************
       SAML-NOSTRO.
           OPEN INPUT NOSTRO-FILE
           IF NOSTRO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-NOSTRO-FILE = "Y"
               READ NOSTRO-FILE INTO NOSTROOPL
                   AT END
                       MOVE "Y" TO END-OF-NOSTRO-FILE
                   NOT AT END
                       IF NOS-SALDO AND NOS-VALOER <= WS-DAGS-DATO
                           AND NOS-VALUTA NOT = "DKK"
                           AND NOS-VALUTA NOT = SPACES
                           PERFORM REGISTRER-NOSTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOSTRO-FILE
           MOVE "N" TO END-OF-NOSTRO-FILE
       EXIT.

       REGISTRER-NOSTRO.
           MOVE NOS-VALUTA TO WS-BIDRAG-VALUTA
           PERFORM FIND-VALUTA-POST
           IF VP-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF VP-NOSTRO-DATO(VP-IX) NOT = SPACES
               AND VP-NOSTRO-DATO(VP-IX) > NOS-VALOER
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NOS-BELOB = FUNCTION NUMVAL(NOS-BELOB)
           MOVE WS-NOS-BELOB TO VP-NOSTRO(VP-IX)
           MOVE NOS-VALOER TO VP-NOSTRO-DATO(VP-IX)
       EXIT.

      *****************************************************************
      * TILFOEJ-BIDRAG                                                *
      * Formål: Lægger et bidrag (WS-BIDRAG-*) til valutaens          *
      *         komponent og til kundens bidrag i valutaen.           *
      *****************************************************************
       TILFOEJ-BIDRAG.
           PERFORM FIND-VALUTA-POST
           IF VP-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN BIDRAG-KONTI
                   ADD WS-BIDRAG-BELOB TO VP-KONTI(VP-IX)
               WHEN BIDRAG-LAAN
                   ADD WS-BIDRAG-BELOB TO VP-LAAN(VP-IX)
               WHEN BIDRAG-FX
                   ADD WS-BIDRAG-BELOB TO VP-FX(VP-IX)
               WHEN BIDRAG-GARANTI
                   ADD WS-BIDRAG-BELOB TO VP-GARANTI(VP-IX)
           END-EVALUATE
           IF WS-BIDRAG-KUNDE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KB-IX FROM 1 BY 1 UNTIL KB-IX > KB-COUNT
               IF KB-VALUTA(KB-IX) = WS-BIDRAG-VALUTA
                   AND KB-KUNDE-ID(KB-IX) = WS-BIDRAG-KUNDE
                   ADD WS-BIDRAG-BELOB TO KB-BELOB(KB-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF KB-COUNT >= KB-MAX-ANTAL
               MOVE "Y" TO KB-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KB-COUNT
           MOVE WS-BIDRAG-VALUTA TO KB-VALUTA(KB-COUNT)
           MOVE WS-BIDRAG-KUNDE TO KB-KUNDE-ID(KB-COUNT)
           MOVE WS-BIDRAG-BELOB TO KB-BELOB(KB-COUNT)
           MOVE "N" TO KB-VALGT(KB-COUNT)
       EXIT.

      * Finder (eller opretter) valutaens post - VP-IX er nul når
      * tabellen er fuld
       FIND-VALUTA-POST.
           PERFORM VARYING VP-IX FROM 1 BY 1 UNTIL VP-IX > VP-COUNT
               IF VP-VALUTA(VP-IX) = WS-BIDRAG-VALUTA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF VP-COUNT >= VP-MAX-ANTAL
               MOVE "Y" TO VP-OVERFLOW
               MOVE ZERO TO VP-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VP-COUNT
           MOVE VP-COUNT TO VP-IX
           MOVE WS-BIDRAG-VALUTA TO VP-VALUTA(VP-IX)
           MOVE ZERO TO VP-KONTI(VP-IX) VP-LAAN(VP-IX) VP-FX(VP-IX)
               VP-GARANTI(VP-IX) VP-NOSTRO(VP-IX) VP-NETTO(VP-IX)
               VP-KURS(VP-IX) VP-NETTO-DKK(VP-IX) VP-GRAENSE(VP-IX)
           MOVE SPACES TO VP-NOSTRO-DATO(VP-IX)
           MOVE "N" TO VP-KURS-FUNDET(VP-IX) VP-GRAENSE-FUNDET(VP-IX)
               VP-OVERSKREDET(VP-IX)
       EXIT.

      *****************************************************************
      * BEREGN-POSITIONER                                             *
      * Formål: Nettoen pr. valuta omregnes til DKK og holdes op mod  *
      *         valutaens grænse. Den samlede position efter          *
      *         kortmetoden er den største af summen af lange og      *
      *         (numerisk) summen af korte positioner i DKK. En       *
      *         valuta uden kurs kan ikke omregnes og indgår ikke.    *
      *****************************************************************
       BEREGN-POSITIONER.
           PERFORM VARYING VP-IX FROM 1 BY 1 UNTIL VP-IX > VP-COUNT
               PERFORM BEREGN-VALUTA
           END-PERFORM
           COMPUTE WS-ABS-NETTO-DKK = 0 - WS-SUM-KORT
           IF WS-SUM-LANG > WS-ABS-NETTO-DKK
               MOVE WS-SUM-LANG TO WS-SAMLET
           ELSE
               MOVE WS-ABS-NETTO-DKK TO WS-SAMLET
           END-IF
           IF WS-SAMLET-FUNDET = "Y"
               AND WS-SAMLET > WS-SAMLET-GRAENSE
               MOVE "J" TO WS-SAMLET-OVERSKREDET
           END-IF
       EXIT.

       BEREGN-VALUTA.
           COMPUTE VP-NETTO(VP-IX) = VP-KONTI(VP-IX) + VP-LAAN(VP-IX)
               + VP-FX(VP-IX) + VP-GARANTI(VP-IX) + VP-NOSTRO(VP-IX)
               ON SIZE ERROR
                   DISPLAY "OpgaveValutaPosition: nettoen for "
                       VP-VALUTA(VP-IX) " kan ikke rummes i feltet"
                   ADD 1 TO WS-IO-ERROR-COUNT
           END-COMPUTE
           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-COUNT
               IF GR-VALUTA(GR-IX) = VP-VALUTA(VP-IX)
                   MOVE GR-GRAENSE(GR-IX) TO VP-GRAENSE(VP-IX)
                   MOVE "Y" TO VP-GRAENSE-FUNDET(VP-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF VP-GRAENSE-FUNDET(VP-IX) = "N"
               ADD 1 TO WS-ANT-UDEN-GRAENSE
           END-IF
           MOVE VP-VALUTA(VP-IX) TO WS-KURS-VALUTA
           PERFORM FIND-VALUTAKURS
           IF WS-KURS-FUNDET = "N" OR WS-KURS = ZERO
               ADD 1 TO WS-ANT-UDEN-KURS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KURS TO VP-KURS(VP-IX)
           MOVE "Y" TO VP-KURS-FUNDET(VP-IX)
           COMPUTE VP-NETTO-DKK(VP-IX) ROUNDED =
               VP-NETTO(VP-IX) * WS-KURS
               ON SIZE ERROR
                   DISPLAY "OpgaveValutaPosition: DKK-nettoen for "
                       VP-VALUTA(VP-IX) " kan ikke rummes i feltet"
                   ADD 1 TO WS-IO-ERROR-COUNT
           END-COMPUTE
           IF VP-NETTO-DKK(VP-IX) > ZERO
               ADD VP-NETTO-DKK(VP-IX) TO WS-SUM-LANG
               MOVE VP-NETTO-DKK(VP-IX) TO WS-ABS-NETTO-DKK
           ELSE
               ADD VP-NETTO-DKK(VP-IX) TO WS-SUM-KORT
               COMPUTE WS-ABS-NETTO-DKK = 0 - VP-NETTO-DKK(VP-IX)
           END-IF
           IF VP-GRAENSE-FUNDET(VP-IX) = "Y"
               AND WS-ABS-NETTO-DKK > VP-GRAENSE(VP-IX)
               MOVE "Y" TO VP-OVERSKREDET(VP-IX)
               ADD 1 TO WS-ANT-OVERSKREDET
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-RAPPORT                                                 *
      * Formål: Skriver komponenterne og nettoen pr. valuta, DKK-     *
      *         værdien mod grænsen, de største kundebidrag i         *
      *         positionens retning, den samlede position og          *
      *         advarslerne.                                          *
      *****************************************************************
       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
           STRING "BANKENS AABNE VALUTAPOSITION " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   " KL. " DELIMITED BY SIZE
                   WS-KLOKKESLAET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "Set fra banken: lang (+) / kort (-), beloeb i valuta"
               TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "VAL"        TO RAPPORT-LINE(1:3)
           MOVE "KONTI"      TO RAPPORT-LINE(15:5)
           MOVE "LAAN"       TO RAPPORT-LINE(32:4)
           MOVE "FX-HANDLER" TO RAPPORT-LINE(42:10)
           MOVE "GARANTIER"  TO RAPPORT-LINE(59:9)
           MOVE "NOSTRO"     TO RAPPORT-LINE(78:6)
           MOVE "NETTO"      TO RAPPORT-LINE(95:5)
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM VARYING VP-IX FROM 1 BY 1 UNTIL VP-IX > VP-COUNT
               PERFORM SKRIV-VALUTA
           END-PERFORM

           PERFORM SKRIV-RAPPORT-LINE
           MOVE "Samlet position (kortmetoden), DKK:" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "  Sum lange positioner" TO WS-RAPPORT-TEKST
           MOVE WS-SUM-LANG TO WS-RAPPORT-BELOB
           PERFORM SKRIV-POST-LINJE
           MOVE "  Sum korte positioner" TO WS-RAPPORT-TEKST
           MOVE WS-SUM-KORT TO WS-RAPPORT-BELOB
           PERFORM SKRIV-POST-LINJE
           MOVE "  Samlet aaben position" TO WS-RAPPORT-TEKST
           MOVE WS-SAMLET TO WS-RAPPORT-BELOB
           PERFORM SKRIV-POST-LINJE
           IF WS-SAMLET-FUNDET = "Y"
               MOVE "  Samlet graense" TO WS-RAPPORT-TEKST
               MOVE WS-SAMLET-GRAENSE TO WS-RAPPORT-BELOB
               PERFORM SKRIV-POST-LINJE
               IF WS-SAMLET-OVERSKREDET = "J"
                   MOVE "  SAMLET GRAENSE OVERSKREDET"
                       TO RAPPORT-LINE
               ELSE
                   MOVE "  Samlet graense overholdt" TO RAPPORT-LINE
               END-IF
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE

           IF WS-ANT-FX > ZERO
               MOVE WS-ANT-FX TO WS-ANTAL-DISPLAY
               STRING "Ikke posterede valutahandelsben medregnet: "
                       DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           IF WS-SAMLET-FUNDET = "N"
               MOVE "ADVARSEL: ingen samlet graense (ALL) i"
                   TO RAPPORT-LINE
               MOVE "ValutaGraenser.txt" TO RAPPORT-LINE(40:18)
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           IF WS-ANT-UDEN-KURS > ZERO
               MOVE WS-ANT-UDEN-KURS TO WS-ANTAL-DISPLAY
               STRING "ADVARSEL: " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       " valuta(er) uden kurs indgaar ikke i den"
                       DELIMITED BY SIZE
                       " samlede position" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           IF WS-ANT-UDEN-GRAENSE > ZERO
               MOVE WS-ANT-UDEN-GRAENSE TO WS-ANTAL-DISPLAY
               STRING "ADVARSEL: " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       " valuta(er) med position uden graense"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           IF KB-OVERFLOW = "Y"
               MOVE "ADVARSEL: kundebidragstabellen er fuld - de"
                   TO RAPPORT-LINE
               MOVE "stoerste bidrag kan vaere ufuldstaendige"
                   TO RAPPORT-LINE(45:40)
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           IF KO-OVERFLOW = "Y" OR VP-OVERFLOW = "Y"
               OR ANVENDT-OVERFLOW = "Y" OR KURS-OVERFLOW = "Y"
               OR GR-OVERFLOW = "Y"
               MOVE "ADVARSEL: en opslagstabel er fuld"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           CLOSE RAPPORT-FILE
       EXIT.

      *****************************************************************
      * SKRIV-VALUTA                                                  *
      * Formål: To linjer pr. valuta - komponenterne og nettoen i     *
      *         valutaen, derefter kurs, DKK-netto, grænse, udnyttel- *
      *         se og status - efterfulgt af de største kundebidrag.  *
      *****************************************************************
       SKRIV-VALUTA.
           MOVE VP-VALUTA(VP-IX) TO RAPPORT-LINE(1:3)
           MOVE VP-KONTI(VP-IX) TO WS-BELOB-DISPLAY
           MOVE WS-BELOB-DISPLAY TO RAPPORT-LINE(5:15)
           MOVE VP-LAAN(VP-IX) TO WS-BELOB-DISPLAY
           MOVE WS-BELOB-DISPLAY TO RAPPORT-LINE(21:15)
           MOVE VP-FX(VP-IX) TO WS-BELOB-DISPLAY
           MOVE WS-BELOB-DISPLAY TO RAPPORT-LINE(37:15)
           MOVE VP-GARANTI(VP-IX) TO WS-BELOB-DISPLAY
           MOVE WS-BELOB-DISPLAY TO RAPPORT-LINE(53:15)
           MOVE VP-NOSTRO(VP-IX) TO WS-BELOB-DISPLAY
           MOVE WS-BELOB-DISPLAY TO RAPPORT-LINE(69:15)
           MOVE VP-NETTO(VP-IX) TO WS-BELOB-DISPLAY
           MOVE WS-BELOB-DISPLAY TO RAPPORT-LINE(85:15)
           PERFORM SKRIV-RAPPORT-LINE

           IF VP-KURS-FUNDET(VP-IX) = "N"
               MOVE "    INGEN KURS - kan ikke omregnes til DKK"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           ELSE
               MOVE VP-KURS(VP-IX) TO WS-KURS-DISPLAY
               MOVE VP-NETTO-DKK(VP-IX) TO WS-BELOB-DISPLAY
               IF VP-NETTO-DKK(VP-IX) < ZERO
                   COMPUTE WS-ABS-NETTO-DKK = 0 - VP-NETTO-DKK(VP-IX)
               ELSE
                   MOVE VP-NETTO-DKK(VP-IX) TO WS-ABS-NETTO-DKK
               END-IF
               IF VP-GRAENSE-FUNDET(VP-IX) = "N"
                   MOVE "INGEN GRAENSE" TO WS-STATUS-TEKST
                   MOVE ZERO TO WS-GRAENSE-DISPLAY WS-PCT-DISPLAY
               ELSE
                   MOVE VP-GRAENSE(VP-IX) TO WS-GRAENSE-DISPLAY
                   IF VP-GRAENSE(VP-IX) = ZERO
                       MOVE ZERO TO WS-UDNYTTELSE
                   ELSE
                       COMPUTE WS-UDNYTTELSE ROUNDED =
                           WS-ABS-NETTO-DKK * 100 / VP-GRAENSE(VP-IX)
                           ON SIZE ERROR
                               MOVE 99999.9 TO WS-UDNYTTELSE
                       END-COMPUTE
                   END-IF
                   MOVE WS-UDNYTTELSE TO WS-PCT-DISPLAY
                   IF VP-OVERSKREDET(VP-IX) = "Y"
                       MOVE "OVERSKREDET" TO WS-STATUS-TEKST
                   ELSE
                       MOVE "OK" TO WS-STATUS-TEKST
                   END-IF
               END-IF
               STRING "    KURS " DELIMITED BY SIZE
                       WS-KURS-DISPLAY DELIMITED BY SIZE
                       "  NETTO DKK " DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       "  GRAENSE " DELIMITED BY SIZE
                       WS-GRAENSE-DISPLAY DELIMITED BY SIZE
                       "  UDNYTTET " DELIMITED BY SIZE
                       WS-PCT-DISPLAY DELIMITED BY SIZE
                       " %  " DELIMITED BY SIZE
                       WS-STATUS-TEKST DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF

           MOVE ZERO TO WS-TOP-NR
           PERFORM WS-TOP-ANTAL TIMES
               PERFORM SKRIV-STOERSTE-BIDRAG
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-STOERSTE-BIDRAG                                         *
      * Formål: Finder det største endnu ikke viste kundebidrag i     *
      *         valutaen med samme fortegn som nettopositionen og     *
      *         skriver det med DKK-værdien, når kursen kendes.       *
      *****************************************************************
       SKRIV-STOERSTE-BIDRAG.
           MOVE ZERO TO KB-BEDST WS-BEDST-ABS
           PERFORM VARYING KB-IX FROM 1 BY 1 UNTIL KB-IX > KB-COUNT
               IF KB-VALUTA(KB-IX) = VP-VALUTA(VP-IX)
                   AND KB-VALGT(KB-IX) = "N"
                   AND ((VP-NETTO(VP-IX) >= ZERO
                           AND KB-BELOB(KB-IX) > ZERO)
                       OR (VP-NETTO(VP-IX) < ZERO
                           AND KB-BELOB(KB-IX) < ZERO))
                   IF KB-BELOB(KB-IX) < ZERO
                       COMPUTE WS-KB-ABS = 0 - KB-BELOB(KB-IX)
                   ELSE
                       MOVE KB-BELOB(KB-IX) TO WS-KB-ABS
                   END-IF
                   IF WS-KB-ABS > WS-BEDST-ABS
                       MOVE WS-KB-ABS TO WS-BEDST-ABS
                       MOVE KB-IX TO KB-BEDST
                   END-IF
               END-IF
           END-PERFORM
           IF KB-BEDST = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO KB-VALGT(KB-BEDST)
           ADD 1 TO WS-TOP-NR
           IF WS-TOP-NR = 1
               MOVE "    Stoerste kundebidrag i positionens retning:"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           MOVE KB-BELOB(KB-BEDST) TO WS-BELOB-DISPLAY
           STRING "      KUNDE " DELIMITED BY SIZE
                   KB-KUNDE-ID(KB-BEDST) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VP-VALUTA(VP-IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           IF VP-KURS-FUNDET(VP-IX) = "Y"
               COMPUTE WS-RAPPORT-BELOB ROUNDED =
                   KB-BELOB(KB-BEDST) * VP-KURS(VP-IX)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-RAPPORT-BELOB
               END-COMPUTE
               MOVE WS-RAPPORT-BELOB TO WS-BELOB2-DISPLAY
               MOVE WS-BELOB2-DISPLAY TO RAPPORT-LINE(48:15)
               MOVE "DKK" TO RAPPORT-LINE(64:3)
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-POST-LINJE.
           MOVE WS-RAPPORT-BELOB TO WS-BELOB-DISPLAY
           MOVE SPACES TO RAPPORT-LINE
           STRING WS-RAPPORT-TEKST DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
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
      * SAET-FILNAVNE                                                 *
      * Formål: Sætter navnene på dagens daterede filer ud fra        *
      *         forretningsdatoen. Uden forretningsdato bruges de     *
      *         udaterede navne.                                      *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "KontoOpl.txt"      TO WS-KONTO-FILNAVN
               MOVE "Transaktioner.txt" TO WS-TRANS-FILNAVN
           ELSE
               MOVE SPACES TO WS-KONTO-FILNAVN
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               MOVE SPACES TO WS-TRANS-FILNAVN
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
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
