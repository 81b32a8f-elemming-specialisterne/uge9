      *****************************************************************
      * PROGRAM-ID: OPGAVEINTRADAGLIKVIDITET                          *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Intradagposition på bankens afviklingskonto i     *
      *             Nationalbanken. Køres efter hver clearing- og     *
      *             posteringscyklus (PosteringsCyklus.txt) og        *
      *             bygger den forventede saldo for resten af dagen   *
      *             ud fra treasurys åbningssaldo: udgående clearing  *
      *             (dagens DKK-transaktioner til fremmede REG-NR,    *
      *             delt i sendt og afventende efter eksport-         *
      *             registret), finansiering af bulkbetalinger til    *
      *             andre banker, BS-afregninger på trækdatoen,       *
      *             indgående clearing (afviklingstotalen - den       *
      *             rummer også indgående BS), NemKonto-udbetalinger  *
      *             fra det offentlige og dagens nostrobevægelser     *
      *             omregnet til DKK. Kommer positionen under         *
      *             treasurys buffer, advares der (RETURN-CODE 4).    *
      *             Hver kørsel gemmes i intradaghistorikken til den  *
      *             årlige likviditetsgennemgang.                     *
      * INPUT:      Afviklingskonto.txt  - Åbningssaldo og buffer     *
      *             PosteringsCyklus.txt - Seneste posteringscyklus   *
      *             Transaktioner.txt    - Dagens transaktioner       *
      *             Banker.txt           - Egne REG-NR                *
      *             ClearingEksporteret.txt - Sendt clearing          *
      *             ClearingIndgaaende.txt  - Indgående clearing      *
      *             BSOpkraevninger.txt  - BS-kalenderen              *
      *             OffentligeUdbetalinger.txt - NemKonto-filen       *
      *             NostroKontoudtog.txt - Korrespondentudtog         *
      *             Valutakurser.txt     - Historiske kurser          *
      * OUTPUT:     LikviditetIntradag-Rapport.txt - Positionen       *
      *             LikviditetIntradagHistorik.txt - Udvides          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveIntradagLikviditet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFVIKL-FILE ASSIGN TO "Afviklingskonto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFVIKL-FILE-STATUS.
           SELECT CYKLUS-FILE ASSIGN TO "PosteringsCyklus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYKLUS-FILE-STATUS.
           SELECT INPUT-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.
           SELECT INPUT-BANK-FILE ASSIGN TO WS-BANK-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-BANK-FILE-STATUS.
           SELECT EKSPORT-FILE ASSIGN TO "ClearingEksporteret.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EKSPORT-FILE-STATUS.
           SELECT CLEARING-IND-FILE
               ASSIGN TO "ClearingIndgaaende.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-IND-FILE-STATUS.
           SELECT OPKRAEV-FILE ASSIGN TO "BSOpkraevninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPKRAEV-FILE-STATUS.
           SELECT UDBETALING-FILE
               ASSIGN TO "OffentligeUdbetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDBETALING-FILE-STATUS.
           SELECT NOSTRO-FILE ASSIGN TO "NostroKontoudtog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTRO-FILE-STATUS.
           SELECT INPUT-KURS-FILE ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-KURS-FILE-STATUS.
           SELECT HISTORIK-FILE
               ASSIGN TO "LikviditetIntradagHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-FILE-STATUS.
           SELECT RAPPORT-FILE
               ASSIGN TO "LikviditetIntradag-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "LikviditetIntradag-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AFVIKL-FILE.
       01 AFVIKLKONTOOPL.
           COPY "AFVIKLKONTOOPL.cpy".

       FD CYKLUS-FILE.
       01 POSTCYKLUSOPL.
           COPY "POSTCYKLUSOPL.cpy".

       FD INPUT-FILE.
       01 TRANSAKTIONEROPL.
           COPY "TRANSAKTIONEROPL.cpy".

       FD INPUT-BANK-FILE.
       01 BANKOPL.
           COPY "BANKOPL.cpy".

       FD EKSPORT-FILE.
       01 CLEARINGEKSOPL.
           COPY "CLEARINGEKSOPL.cpy".

       FD CLEARING-IND-FILE.
       01 CLEARINGINDOPL.
           COPY "CLEARINGINDOPL.cpy".

       FD OPKRAEV-FILE.
       01 BSOPKRAEVOPL.
           COPY "BSOPKRAEVOPL.cpy".

      * Samme layout som i OpgaveNemKontoImport
       FD UDBETALING-FILE.
       01 UDBETALING-RECORD.
           02 UDB-CPR          PIC X(11).
           02 UDB-BELOB        PIC 9(9)V99.
           02 UDB-DATO         PIC X(10).
           02 UDB-REFERENCE    PIC X(20).

       FD NOSTRO-FILE.
       01 NOSTROOPL.
           COPY "NOSTROOPL.cpy".

       FD INPUT-KURS-FILE.
       01 VALUTAKURSOPL.
           COPY "VALUTAKURSOPL.cpy".

       FD HISTORIK-FILE.
       01 LIKVINTRAOPL.
           COPY "LIKVINTRAOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE            PIC X VALUE "N".
       01 END-OF-BANK-FILE       PIC X VALUE "N".
       01 END-OF-EKSPORT-FILE    PIC X VALUE "N".
       01 END-OF-CLEARING-IND-FILE PIC X VALUE "N".
       01 END-OF-OPKRAEV-FILE    PIC X VALUE "N".
       01 END-OF-UDBETALING-FILE PIC X VALUE "N".
       01 END-OF-NOSTRO-FILE     PIC X VALUE "N".
       01 END-OF-KURS-FILE       PIC X VALUE "N".
       01 END-OF-HISTORIK-FILE   PIC X VALUE "N".

      * Egne banker - samme tabelsøgning som OpgaveClearingUd
       01 BANK-MAX-ANTAL   PIC 9(3) VALUE 100.
       01 BANK-COUNT       PIC 9(3) VALUE ZERO.
       01 BANK-OVERFLOW    PIC X VALUE "N".
       01 EGNE-REG-NR-TABEL.
           02 EGEN-REG-NR PIC X(6) OCCURS 100 TIMES VALUE SPACES.
       01 WS-EGEN-BANK     PIC X VALUE "N".
       01 IX-BANK          PIC 9(3) VALUE ZERO.

      * Dagens eksporterede transaktioner (KONTO-ID + TIDSPUNKT)
       01 EKSPORT-MAX-ANTAL PIC 9(5) VALUE 5000.
       01 EKSPORT-COUNT     PIC 9(5) VALUE ZERO.
       01 EKSPORT-OVERFLOW  PIC X VALUE "N".
       01 EKSPORT-TABEL.
           02 EKSPORT-ENTRY OCCURS 5000 TIMES.
               03 ET-KONTO-ID  PIC X(10).
               03 ET-TIDSPUNKT PIC X(19).
       01 ET-IX             PIC 9(5) VALUE ZERO.
       01 WS-SENDT          PIC X VALUE "N".

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

      * Dagens strømme i DKK
       01 WS-AABNING          PIC S9(11)V99 VALUE ZERO.
       01 WS-BUFFER           PIC 9(11)V99 VALUE ZERO.
       01 WS-CLEARING-SENDT   PIC S9(11)V99 VALUE ZERO.
       01 WS-CLEARING-AFVENTER PIC S9(11)V99 VALUE ZERO.
       01 WS-BULK             PIC S9(11)V99 VALUE ZERO.
       01 WS-BS               PIC 9(11)V99 VALUE ZERO.
       01 WS-CLEARING-IND     PIC S9(11)V99 VALUE ZERO.
       01 WS-CLEARING-IND-DET PIC S9(11)V99 VALUE ZERO.
       01 WS-NEMKONTO         PIC 9(11)V99 VALUE ZERO.
       01 WS-NOSTRO           PIC S9(11)V99 VALUE ZERO.
       01 WS-POSITION         PIC S9(11)V99 VALUE ZERO.
       01 WS-TRANS-BELOB      PIC S9(11)V99 VALUE ZERO.
       01 WS-NOS-BELOB        PIC S9(11)V99 VALUE ZERO.
       01 WS-TRAILER-FUNDET   PIC X VALUE "N".

      * Antal bag hver strøm
       01 WS-ANT-SENDT        PIC 9(5) VALUE ZERO.
       01 WS-ANT-AFVENTER     PIC 9(5) VALUE ZERO.
       01 WS-ANT-BULK         PIC 9(5) VALUE ZERO.
       01 WS-ANT-BS           PIC 9(5) VALUE ZERO.
       01 WS-ANT-CLEARING-IND PIC 9(5) VALUE ZERO.
       01 WS-ANT-NEMKONTO     PIC 9(5) VALUE ZERO.
       01 WS-ANT-NOSTRO       PIC 9(5) VALUE ZERO.
       01 WS-ANT-UDEN-KURS    PIC 9(5) VALUE ZERO.
       01 WS-ANT-ANDEN-VALUTA PIC 9(5) VALUE ZERO.

      * Kontrol og advarsler
       01 WS-AFVIKL-FUNDET    PIC X VALUE "N".
       01 WS-AABNING-GAMMEL   PIC X VALUE "N".
       01 WS-CYKLUS           PIC 9(03) VALUE ZERO.
       01 WS-ADVARSEL         PIC X VALUE "N".
       01 WS-HIST-ANTAL       PIC 9(3) VALUE ZERO.

      * Rapportfelter
       01 WS-BELOB-DISPLAY    PIC -(11)9.99.
       01 WS-ANTAL-DISPLAY    PIC Z(4)9.
       01 WS-CYKLUS-DISPLAY   PIC ZZ9.
       01 WS-RAPPORT-TEKST    PIC X(30) VALUE SPACES.
       01 WS-RAPPORT-BELOB    PIC S9(11)V99 VALUE ZERO.
       01 WS-RAPPORT-ANTAL    PIC 9(5) VALUE ZERO.

      * Kørselsdato og -tidspunkt
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-SYSTID          PIC 9(8) VALUE ZERO.
       01 WS-KLOKKESLAET     PIC X(08) VALUE SPACES.

      * Filnavne - de daterede dagsfiler, når forretningsdatoen er
      * sat (se SAET-FILNAVNE)
       01 WS-TRANS-FILNAVN    PIC X(40) VALUE "Transaktioner.txt".
       01 WS-BANK-FILNAVN     PIC X(40) VALUE "Banker.txt".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 AFVIKL-FILE-STATUS     PIC XX VALUE "00".
       01 CYKLUS-FILE-STATUS     PIC XX VALUE "00".
       01 INPUT-FILE-STATUS      PIC XX VALUE "00".
       01 INPUT-BANK-FILE-STATUS PIC XX VALUE "00".
       01 EKSPORT-FILE-STATUS    PIC XX VALUE "00".
       01 CLEARING-IND-FILE-STATUS PIC XX VALUE "00".
       01 OPKRAEV-FILE-STATUS    PIC XX VALUE "00".
       01 UDBETALING-FILE-STATUS PIC XX VALUE "00".
       01 NOSTRO-FILE-STATUS     PIC XX VALUE "00".
       01 INPUT-KURS-FILE-STATUS PIC XX VALUE "00".
       01 HISTORIK-FILE-STATUS   PIC XX VALUE "00".
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

           PERFORM LAES-AFVIKLINGSKONTO
           IF WS-AFVIKL-FUNDET = "N"
               DISPLAY "OpgaveIntradagLikviditet: Afviklingskonto.txt"
                   " mangler - ingen aabningssaldo, ingen position"
               MOVE 8 TO RETURN-CODE
               CLOSE IO-ERROR-FILE
               STOP RUN
           END-IF
           PERFORM LAES-CYKLUS

           PERFORM LAES-EGNE-BANKER
           PERFORM LAES-EKSPORT-REGISTER
           PERFORM SAML-UDGAAENDE-CLEARING
           PERFORM SAML-INDGAAENDE-CLEARING
           PERFORM SAML-BS-AFREGNING
           PERFORM SAML-NEMKONTO
           PERFORM LAES-VALUTAKURSER
           PERFORM SAML-NOSTRO

           PERFORM BEREGN-POSITION
           PERFORM SKRIV-RAPPORT
           PERFORM SKRIV-HISTORIK

           MOVE WS-POSITION TO WS-BELOB-DISPLAY
           DISPLAY "OpgaveIntradagLikviditet: cyklus " WS-CYKLUS
               " forventet position " WS-BELOB-DISPLAY
           IF WS-IO-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ADVARSEL = "J" OR WS-AABNING-GAMMEL = "J"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE IO-ERROR-FILE
           STOP RUN.

      *****************************************************************
      * LAES-AFVIKLINGSKONTO                                          *
      * Formål: Læser treasurys åbningssaldo og buffer. Er saldoen    *
      *         ikke registreret for i dag, bruges den seneste alli-  *
      *         gevel, men positionen markeres som usikker.           *
      *****************************************************************
       LAES-AFVIKLINGSKONTO.
           OPEN INPUT AFVIKL-FILE
           IF AFVIKL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ AFVIKL-FILE INTO AFVIKLKONTOOPL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-AFVIKL-FUNDET
                   MOVE AFK-AABNINGSSALDO TO WS-AABNING
                   MOVE AFK-BUFFER TO WS-BUFFER
                   IF AFK-DATO NOT = WS-DAGS-DATO
                       MOVE "J" TO WS-AABNING-GAMMEL
                   END-IF
           END-READ
           MOVE "AFVIKL-FILE" TO WS-IO-FILE-NAME
           MOVE "READ"        TO WS-IO-OPERATION
           MOVE AFVIKL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           CLOSE AFVIKL-FILE
       EXIT.

      * Cyklusnummeret gælder kun, hvis posteringsmotoren allerede
      * har kørt på dagens forretningsdato - ellers er det cyklus 0
       LAES-CYKLUS.
           MOVE ZERO TO WS-CYKLUS
           OPEN INPUT CYKLUS-FILE
           IF CYKLUS-FILE-STATUS = "00"
               READ CYKLUS-FILE INTO POSTCYKLUSOPL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCY-DATO = WS-DAGS-DATO
                           MOVE PCY-CYKLUS TO WS-CYKLUS
                       END-IF
               END-READ
               CLOSE CYKLUS-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LAES-EGNE-BANKER                                              *
      * Formål: Læser REG-NR for alle egne banker fra Banker.txt ind  *
      *         i EGNE-REG-NR-TABEL, så en transaktions modpartsbank  *
      *         kan afgøres som i OpgaveClearingUd.                   *
      *****************************************************************
       LAES-EGNE-BANKER.
           OPEN INPUT INPUT-BANK-FILE
           MOVE "INPUT-BANK-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"            TO WS-IO-OPERATION
           MOVE INPUT-BANK-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF INPUT-BANK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-BANK-FILE = "Y"
               READ INPUT-BANK-FILE INTO BANKOPL
                   AT END
                       MOVE "Y" TO END-OF-BANK-FILE
                   NOT AT END
                       IF BANK-COUNT >= BANK-MAX-ANTAL
                           MOVE "Y" TO BANK-OVERFLOW
                       ELSE
                           ADD 1 TO BANK-COUNT
                           MOVE REG-NR OF BANKOPL
                               TO EGEN-REG-NR(BANK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-BANK-FILE
           MOVE "N" TO END-OF-BANK-FILE
       EXIT.

      *****************************************************************
      * LAES-EKSPORT-REGISTER                                         *
      * Formål: Læser dagens records i ClearingEksporteret.txt ind i  *
      *         EKSPORT-TABEL - de transaktioner OpgaveClearingUd     *
      *         allerede har sendt i dag. Er tabellen fuld, regnes    *
      *         resten som afventende; totalen er den samme.          *
      *****************************************************************
       LAES-EKSPORT-REGISTER.
           OPEN INPUT EKSPORT-FILE
           IF EKSPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-EKSPORT-FILE = "Y"
               READ EKSPORT-FILE INTO CLEARINGEKSOPL
                   AT END
                       MOVE "Y" TO END-OF-EKSPORT-FILE
                   NOT AT END
                       IF EKS-CYKLUS-DATO = WS-DAGS-DATO
                           IF EKSPORT-COUNT >= EKSPORT-MAX-ANTAL
                               MOVE "Y" TO EKSPORT-OVERFLOW
                           ELSE
                               ADD 1 TO EKSPORT-COUNT
                               MOVE EKS-KONTO-ID
                                   TO ET-KONTO-ID(EKSPORT-COUNT)
                               MOVE EKS-TIDSPUNKT
                                   TO ET-TIDSPUNKT(EKSPORT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EKSPORT-FILE
           MOVE "N" TO END-OF-EKSPORT-FILE
       EXIT.

      *****************************************************************
      * SAML-UDGAAENDE-CLEARING                                       *
      * Formål: Gennemløber dagens Transaktioner.txt. En DKK-         *
      *         transaktion til et fremmed REG-NR afvikles over       *
      *         afviklingskontoen: bulkbetalingernes kreditter        *
      *         (TRANSAKTIONSTYPE "BULKBETALING") tælles som bulk-    *
      *         finansiering, de øvrige som udgående clearing - sendt *
      *         hvis de står i dagens eksportregister, ellers         *
      *         afventende næste ClearingUd-kørsel. EUR med IBAN går  *
      *         som SEPA over korrespondenten og medregnes ikke.      *
      *****************************************************************
       SAML-UDGAAENDE-CLEARING.
           OPEN INPUT INPUT-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-FILE INTO TRANSAKTIONEROPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM VURDER-TRANSAKTION
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       VURDER-TRANSAKTION.
           IF VALUTA IN TRANSAKTIONEROPL NOT = "DKK"
               AND VALUTA IN TRANSAKTIONEROPL NOT = SPACES
               EXIT PARAGRAPH
           END-IF
      * En record uden REG-NR eksporteres aldrig (se OpgaveClearingUd)
           IF REG-NR IN TRANSAKTIONEROPL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EGEN-BANK
           PERFORM VARYING IX-BANK FROM 1 BY 1
                   UNTIL IX-BANK > BANK-COUNT
               IF EGEN-REG-NR(IX-BANK) = REG-NR IN TRANSAKTIONEROPL
                   MOVE "Y" TO WS-EGEN-BANK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EGEN-BANK = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRANS-BELOB = FUNCTION NUMVAL(BELØB)
           IF TRANSAKTIONSTYPE IN TRANSAKTIONEROPL = "BULKBETALING"
               ADD WS-TRANS-BELOB TO WS-BULK
               ADD 1 TO WS-ANT-BULK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SENDT
           PERFORM VARYING ET-IX FROM 1 BY 1
                   UNTIL ET-IX > EKSPORT-COUNT
               IF ET-KONTO-ID(ET-IX) = KONTO-ID IN TRANSAKTIONEROPL
                   AND ET-TIDSPUNKT(ET-IX) =
                       TIDSPUNKT IN TRANSAKTIONEROPL
                   MOVE "Y" TO WS-SENDT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SENDT = "Y"
               ADD WS-TRANS-BELOB TO WS-CLEARING-SENDT
               ADD 1 TO WS-ANT-SENDT
           ELSE
               ADD WS-TRANS-BELOB TO WS-CLEARING-AFVENTER
               ADD 1 TO WS-ANT-AFVENTER
           END-IF
       EXIT.

      *****************************************************************
      * SAML-INDGAAENDE-CLEARING                                      *
      * Formål: Indgående clearing afvikles med trailerens            *
      *         afviklingstotal - den rummer også de indgående BS-    *
      *         afregninger. Mangler traileren, bruges summen af      *
      *         DKK-detaljerne.                                       *
      *****************************************************************
       SAML-INDGAAENDE-CLEARING.
           OPEN INPUT CLEARING-IND-FILE
           IF CLEARING-IND-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CLEARING-IND-FILE = "Y"
               READ CLEARING-IND-FILE INTO CLEARINGINDOPL
                   AT END
                       MOVE "Y" TO END-OF-CLEARING-IND-FILE
                   NOT AT END
                       IF CIN-TRAILER
                           MOVE "Y" TO WS-TRAILER-FUNDET
                           ADD FUNCTION NUMVAL(CIN-BELOB)
                               TO WS-CLEARING-IND
                       ELSE
                           IF CIN-VALUTA = "DKK"
                               OR CIN-VALUTA = SPACES
                               ADD FUNCTION NUMVAL(CIN-BELOB)
                                   TO WS-CLEARING-IND-DET
                           END-IF
                           ADD 1 TO WS-ANT-CLEARING-IND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARING-IND-FILE
           MOVE "N" TO END-OF-CLEARING-IND-FILE
           IF WS-TRAILER-FUNDET = "N"
               MOVE WS-CLEARING-IND-DET TO WS-CLEARING-IND
           END-IF
       EXIT.

      *****************************************************************
      * SAML-BS-AFREGNING                                             *
      * Formål: BS-opkrævninger i DKK med trækdato i dag afregnes     *
      *         til kreditorernes banker over afviklingskontoen.      *
      *****************************************************************
       SAML-BS-AFREGNING.
           OPEN INPUT OPKRAEV-FILE
           IF OPKRAEV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OPKRAEV-FILE = "Y"
               READ OPKRAEV-FILE INTO BSOPKRAEVOPL
                   AT END
                       MOVE "Y" TO END-OF-OPKRAEV-FILE
                   NOT AT END
                       IF BS-TRAEK-DATO = WS-DAGS-DATO
                           AND (BS-VALUTA = "DKK"
                               OR BS-VALUTA = SPACES)
                           ADD BS-BELOB TO WS-BS
                           ADD 1 TO WS-ANT-BS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPKRAEV-FILE
           MOVE "N" TO END-OF-OPKRAEV-FILE
       EXIT.

      *****************************************************************
      * SAML-NEMKONTO                                                 *
      * Formål: Det offentliges udbetalinger med dagens dato          *
      *         indgår på afviklingskontoen fra Nationalbanken.       *
      *****************************************************************
       SAML-NEMKONTO.
           OPEN INPUT UDBETALING-FILE
           IF UDBETALING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-UDBETALING-FILE = "Y"
               READ UDBETALING-FILE
                   AT END
                       MOVE "Y" TO END-OF-UDBETALING-FILE
                   NOT AT END
                       IF UDB-DATO = WS-DAGS-DATO
                           ADD UDB-BELOB TO WS-NEMKONTO
                           ADD 1 TO WS-ANT-NEMKONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UDBETALING-FILE
           MOVE "N" TO END-OF-UDBETALING-FILE
       EXIT.

      *****************************************************************
      * LAES-VALUTAKURSER                                             *
      * Formål: Læser alle kursrecords ind i VALUTAKURS-ARRAY til     *
      *         omregningen af nostrobevægelserne.                    *
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
      * SAML-NOSTRO                                                   *
      * Formål: Dagens nostrobevægelser (valør i dag) fylder eller    *
      *         tømmer korrespondentkontiene mod afviklingskontoen.   *
      *         Beløbet omregnes til DKK efter dagens kurs; en        *
      *         bevægelse uden kurs tælles og meldes i rapporten.     *
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
                       IF NOS-DETALJE AND NOS-VALOER = WS-DAGS-DATO
                           PERFORM REGISTRER-NOSTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOSTRO-FILE
           MOVE "N" TO END-OF-NOSTRO-FILE
       EXIT.

       REGISTRER-NOSTRO.
           COMPUTE WS-NOS-BELOB = FUNCTION NUMVAL(NOS-BELOB)
           IF NOS-VALUTA NOT = "DKK" AND NOS-VALUTA NOT = SPACES
               MOVE NOS-VALUTA TO WS-KURS-VALUTA
               PERFORM FIND-VALUTAKURS
               IF WS-KURS-FUNDET = "N"
                   ADD 1 TO WS-ANT-UDEN-KURS
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NOS-BELOB ROUNDED = WS-NOS-BELOB * WS-KURS
           END-IF
           ADD WS-NOS-BELOB TO WS-NOSTRO
           ADD 1 TO WS-ANT-NOSTRO
       EXIT.

      *****************************************************************
      * BEREGN-POSITION                                               *
      * Formål: Forventet position = åbningssaldo + indgående         *
      *         clearing + NemKonto + nostro - udgående clearing      *
      *         (sendt og afventende) - bulk - BS. Under bufferen     *
      *         sættes advarslen.                                     *
      *****************************************************************
       BEREGN-POSITION.
           COMPUTE WS-POSITION = WS-AABNING
               + WS-CLEARING-IND + WS-NEMKONTO + WS-NOSTRO
               - WS-CLEARING-SENDT - WS-CLEARING-AFVENTER
               - WS-BULK - WS-BS
               ON SIZE ERROR
                   DISPLAY "OpgaveIntradagLikviditet: positionen"
                       " kan ikke rummes i feltet"
                   ADD 1 TO WS-IO-ERROR-COUNT
           END-COMPUTE
           IF WS-POSITION < WS-BUFFER
               MOVE "J" TO WS-ADVARSEL
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-RAPPORT                                                 *
      * Formål: Skriver positionen strøm for strøm, advarslerne og    *
      *         dagens tidligere cyklusser fra historikken, så        *
      *         treasury ser positionens forløb gennem dagen.         *
      *****************************************************************
       SKRIV-RAPPORT.
           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE WS-CYKLUS TO WS-CYKLUS-DISPLAY
           MOVE SPACES TO RAPPORT-LINE
           STRING "INTRADAGPOSITION AFVIKLINGSKONTO " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   " KL. " DELIMITED BY SIZE
                   WS-KLOKKESLAET DELIMITED BY SIZE
                   " EFTER CYKLUS " DELIMITED BY SIZE
                   WS-CYKLUS-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           MOVE "Aabningssaldo" TO WS-RAPPORT-TEKST
           MOVE WS-AABNING TO WS-RAPPORT-BELOB
           MOVE ZERO TO WS-RAPPORT-ANTAL
           PERFORM SKRIV-POST-LINJE
           MOVE "+ Indgaaende clearing" TO WS-RAPPORT-TEKST
           MOVE WS-CLEARING-IND TO WS-RAPPORT-BELOB
           MOVE WS-ANT-CLEARING-IND TO WS-RAPPORT-ANTAL
           PERFORM SKRIV-POST-LINJE
           MOVE "+ NemKonto-udbetalinger" TO WS-RAPPORT-TEKST
           MOVE WS-NEMKONTO TO WS-RAPPORT-BELOB
           MOVE WS-ANT-NEMKONTO TO WS-RAPPORT-ANTAL
           PERFORM SKRIV-POST-LINJE
           MOVE "+ Nostrobevaegelser (DKK)" TO WS-RAPPORT-TEKST
           MOVE WS-NOSTRO TO WS-RAPPORT-BELOB
           MOVE WS-ANT-NOSTRO TO WS-RAPPORT-ANTAL
           PERFORM SKRIV-POST-LINJE
           MOVE "- Udgaaende clearing sendt" TO WS-RAPPORT-TEKST
           MOVE WS-CLEARING-SENDT TO WS-RAPPORT-BELOB
           MOVE WS-ANT-SENDT TO WS-RAPPORT-ANTAL
           PERFORM SKRIV-POST-LINJE
           MOVE "- Udgaaende clearing afventer" TO WS-RAPPORT-TEKST
           MOVE WS-CLEARING-AFVENTER TO WS-RAPPORT-BELOB
           MOVE WS-ANT-AFVENTER TO WS-RAPPORT-ANTAL
           PERFORM SKRIV-POST-LINJE
           MOVE "- Bulkbetalinger" TO WS-RAPPORT-TEKST
           MOVE WS-BULK TO WS-RAPPORT-BELOB
           MOVE WS-ANT-BULK TO WS-RAPPORT-ANTAL
           PERFORM SKRIV-POST-LINJE
           MOVE "- BS-afregninger" TO WS-RAPPORT-TEKST
           MOVE WS-BS TO WS-RAPPORT-BELOB
           MOVE WS-ANT-BS TO WS-RAPPORT-ANTAL
           PERFORM SKRIV-POST-LINJE
           MOVE "= Forventet position" TO WS-RAPPORT-TEKST
           MOVE WS-POSITION TO WS-RAPPORT-BELOB
           MOVE ZERO TO WS-RAPPORT-ANTAL
           PERFORM SKRIV-POST-LINJE
           MOVE "  Buffer" TO WS-RAPPORT-TEKST
           MOVE WS-BUFFER TO WS-RAPPORT-BELOB
           PERFORM SKRIV-POST-LINJE
           PERFORM SKRIV-RAPPORT-LINE

           IF WS-ADVARSEL = "J"
               COMPUTE WS-RAPPORT-BELOB = WS-BUFFER - WS-POSITION
               MOVE WS-RAPPORT-BELOB TO WS-BELOB-DISPLAY
               STRING "ADVARSEL: positionen er under bufferen med "
                       DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           IF WS-AABNING-GAMMEL = "J"
               STRING "ADVARSEL: aabningssaldoen er fra "
                       DELIMITED BY SIZE
                       AFK-DATO DELIMITED BY SIZE
                       " - ikke registreret for i dag"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           IF WS-ANT-UDEN-KURS > ZERO
               MOVE WS-ANT-UDEN-KURS TO WS-ANTAL-DISPLAY
               STRING "ADVARSEL: " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       " nostrobevaegelse(r) uden kurs er ikke"
                       DELIMITED BY SIZE
                       " medregnet" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           IF WS-TRAILER-FUNDET = "N" AND WS-ANT-CLEARING-IND > ZERO
               MOVE "ADVARSEL: indgaaende clearing uden trailer"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           IF BANK-OVERFLOW = "Y" OR EKSPORT-OVERFLOW = "Y"
               OR KURS-OVERFLOW = "Y"
               MOVE "ADVARSEL: en opslagstabel er fuld"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF

           PERFORM SKRIV-DAGENS-FORLOEB
           CLOSE RAPPORT-FILE
       EXIT.

       SKRIV-POST-LINJE.
           MOVE WS-RAPPORT-BELOB TO WS-BELOB-DISPLAY
           MOVE SPACES TO RAPPORT-LINE
           IF WS-RAPPORT-ANTAL > ZERO
               MOVE WS-RAPPORT-ANTAL TO WS-ANTAL-DISPLAY
               STRING WS-RAPPORT-TEKST DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       "  ANTAL=" DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           ELSE
               STRING WS-RAPPORT-TEKST DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * SKRIV-DAGENS-FORLOEB                                          *
      * Formål: Lister dagens tidligere kørsler fra historikken og    *
      *         den aktuelle, så positionens forløb kan følges.       *
      *****************************************************************
       SKRIV-DAGENS-FORLOEB.
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "Dagens forloeb (cyklus, klokkeslaet, position):"
               TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           OPEN INPUT HISTORIK-FILE
           IF HISTORIK-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-HISTORIK-FILE = "Y"
                   READ HISTORIK-FILE INTO LIKVINTRAOPL
                       AT END
                           MOVE "Y" TO END-OF-HISTORIK-FILE
                       NOT AT END
                           IF LI-DATO = WS-DAGS-DATO
                               PERFORM SKRIV-FORLOEB-LINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIK-FILE
               MOVE "N" TO END-OF-HISTORIK-FILE
           END-IF
           MOVE WS-CYKLUS      TO LI-CYKLUS
           MOVE WS-KLOKKESLAET TO LI-KLOKKESLAET
           MOVE WS-POSITION    TO LI-POSITION
           MOVE WS-ADVARSEL    TO LI-ADVARSEL
           PERFORM SKRIV-FORLOEB-LINJE
       EXIT.

       SKRIV-FORLOEB-LINJE.
           ADD 1 TO WS-HIST-ANTAL
           MOVE LI-CYKLUS TO WS-CYKLUS-DISPLAY
           MOVE LI-POSITION TO WS-BELOB-DISPLAY
           MOVE SPACES TO RAPPORT-LINE
           STRING "  " DELIMITED BY SIZE
                   WS-CYKLUS-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   LI-KLOKKESLAET DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           IF LI-UNDER-BUFFER
               MOVE "UNDER BUFFER" TO RAPPORT-LINE(45:12)
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
      * SKRIV-HISTORIK                                                *
      * Formål: Tilføjer kørslens position til intradaghistorikken.   *
      *****************************************************************
       SKRIV-HISTORIK.
           OPEN EXTEND HISTORIK-FILE
           IF HISTORIK-FILE-STATUS = "35"
               OPEN OUTPUT HISTORIK-FILE
           END-IF
           MOVE "HISTORIK-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE HISTORIK-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF HISTORIK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAGS-DATO         TO LI-DATO
           MOVE WS-CYKLUS            TO LI-CYKLUS
           MOVE WS-KLOKKESLAET       TO LI-KLOKKESLAET
           MOVE WS-AABNING           TO LI-AABNING
           MOVE WS-CLEARING-SENDT    TO LI-CLEARING-SENDT
           MOVE WS-CLEARING-AFVENTER TO LI-CLEARING-AFVENTER
           MOVE WS-BULK              TO LI-BULK
           MOVE WS-BS                TO LI-BS
           MOVE WS-CLEARING-IND      TO LI-CLEARING-IND
           MOVE WS-NEMKONTO          TO LI-NEMKONTO
           MOVE WS-NOSTRO            TO LI-NOSTRO
           MOVE WS-POSITION          TO LI-POSITION
           MOVE WS-BUFFER            TO LI-BUFFER
           MOVE WS-ADVARSEL          TO LI-ADVARSEL
           WRITE LIKVINTRAOPL
           MOVE "HISTORIK-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE HISTORIK-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           CLOSE HISTORIK-FILE
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
               MOVE "Transaktioner.txt" TO WS-TRANS-FILNAVN
               MOVE "Banker.txt"        TO WS-BANK-FILNAVN
           ELSE
               MOVE SPACES TO WS-TRANS-FILNAVN
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
               MOVE SPACES TO WS-BANK-FILNAVN
               STRING "Banker." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-BANK-FILNAVN
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
