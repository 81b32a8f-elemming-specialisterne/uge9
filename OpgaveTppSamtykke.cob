      *****************************************************************
      * PROGRAM-ID: OPGAVETPPSAMTYKKE                                 *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Fører registret over kundernes samtykker til      *
      *             tredjepartsudbydere (TppSamtykker.txt) og danner  *
      *             det daglige kontoinformationsudtræk til dem.      *
      *             Transaktionerne i TppSamtykkeTrans.txt: "G"       *
      *             registrerer et nyt samtykke pr. KUNDE-ID med      *
      *             udbyder, konti og omfang og sætter udløbet 180    *
      *             dage frem, "F" fornyer et samtykke for yderligere *
      *             180 dage, og "T" tilbagekalder det. Samtykker     *
      *             der er udløbet, sættes til udløbet, og kunden     *
      *             varsles om fornyelse inden udløbet. Udtrækket     *
      *             dannes kun for samtykker der er aktive efter      *
      *             dagens tilbagekaldelser og udløb: saldi fra       *
      *             KontoOpl og, når omfanget tillader det, dagens    *
      *             nye transaktioner fra Transaktioner.txt.          *
      * INPUT:      TppSamtykker.txt      - Samtykkeregistret         *
      *             TppSamtykkeTrans.txt  - Samtykketransaktioner     *
      *             Kundeoplysninger.txt  - Kunde og leveringsform    *
      *             KontoOpl.txt          - Kontrol af konti, saldi   *
      *             Transaktioner.txt     - Dagens transaktioner      *
      * OUTPUT:     TppSamtykker.NY       - Opdateret register        *
      *             TppUdtraek.txt        - Udtrækket til udbyderne   *
      *             TppVarselPapir.txt    - Fornyelsesvarsler         *
      *             TppVarselDigital.txt  - Do. til Digital Post      *
      *             KommunikationsLog.txt - Udvides med varslerne     *
      *             TppSamtykke-Rapport.txt - Afviste transaktioner,  *
      *                                     udløb og udtrækstal       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveTppSamtykke.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "TppSamtykker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TppSamtykkeTrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "TppSamtykker.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTPUT-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT UDTRAEK-FILE ASSIGN TO "TppUdtraek.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDTRAEK-FILE-STATUS.
           SELECT BREV-PAPIR-FILE ASSIGN TO "TppVarselPapir.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-PAPIR-FILE-STATUS.
           SELECT BREV-DIGITAL-FILE ASSIGN TO "TppVarselDigital.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-DIGITAL-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "TppSamtykke-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "TppSamtykke-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 TPPSAMTYKKEOPL.
           COPY "TPPSAMTYKKEOPL.cpy".

       FD TRANS-FILE.
       01 TT-RECORD.
           02 TT-KODE           PIC X(01).
               88 TT-GIV               VALUE "G".
               88 TT-FORNY             VALUE "F".
               88 TT-TILBAGEKALD       VALUE "T".
           02 TT-SAMTYKKE-ID    PIC X(10).
           02 TT-KUNDE-ID       PIC X(10).
           02 TT-UDBYDER-ID     PIC X(10).
           02 TT-UDBYDER-NAVN   PIC X(30).
           02 TT-OMFANG         PIC X(01).
           02 TT-KONTO-ID       PIC X(10) OCCURS 5 TIMES.
      *    Hændelsesdatoen ("ÅÅÅÅ-MM-DD") - blank betyder kørsels-
      *    datoen. Ved "G" og "F" regnes udløbet herfra.
           02 TT-DATO           PIC X(10).

       FD OUTPUT-FILE.
       01 TPPSAMTYKKEOPL-UD.
           COPY "TPPSAMTYKKEOPL.cpy"
               REPLACING LEADING ==TPP== BY ==TPP-UD==.

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD INPUT-TRANS-FILE.
       01 TRANSAKTIONEROPL.
           COPY "TRANSAKTIONEROPL.cpy".

      * Udtrækket til udbyderne - én record pr. saldo ("S") og pr.
      * transaktion ("T"), mærket med samtykke og udbyder, så
      * leverancen kan deles pr. udbyder
       FD UDTRAEK-FILE.
       01 UDTRAEK-RECORD.
           02 UD-RECORDTYPE     PIC X(01).
           02 UD-SAMTYKKE-ID    PIC X(10).
           02 UD-UDBYDER-ID     PIC X(10).
           02 UD-KONTO-ID       PIC X(10).
           02 UD-IBAN           PIC X(18).
      *    Saldodatoen for "S", transaktionens tidspunkt for "T"
           02 UD-TIDSPUNKT      PIC X(19).
           02 UD-BELOB          PIC X(12).
           02 UD-VALUTA         PIC X(03).
           02 UD-TRANSTYPE      PIC X(15).
           02 UD-TEKST          PIC X(30).
           02 UD-TRANS-REF      PIC X(16).

       FD BREV-PAPIR-FILE.
       01 BREV-PAPIR-LINE  PIC X(120) VALUE SPACES.

       FD BREV-DIGITAL-FILE.
       01 BREV-DIGITAL-LINE PIC X(120) VALUE SPACES.

       FD KOMMLOG-FILE.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(120) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.

      * Den faelles kommunikationslog (se SKRIV-KOMMLOG): hver
      * afsendt skrivelse logges pr. kunde med dato, program,
      * dokumenttype, kanal og leverancefil, saa "jeg fik aldrig
      * brevet" kan besvares med bevis
       01 KOMMLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-KOMM-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 WS-KOMM-DOKTYPE   PIC X(15) VALUE SPACES.
       01 WS-KOMM-KANAL     PIC X(01) VALUE "P".
       01 WS-KOMM-FILREF    PIC X(30) VALUE SPACES.
       01 WS-KOMM-DATO      PIC 9(8) VALUE ZERO.

       01 END-OF-FILE        PIC X VALUE "N".
       01 END-OF-TRANS-FILE  PIC X VALUE "N".

      * Registret loades i hukommelse så transaktionerne kan
      * matches på samtykke-id'et
       01 TPP-MAX-ANTAL      PIC 9(4) VALUE 5000.
       01 TPP-COUNT          PIC 9(4) VALUE ZERO.
       01 TPP-ARRAY OCCURS 5000 TIMES.
           COPY "TPPSAMTYKKEOPL.cpy"
               REPLACING LEADING ==TPP== BY ==TA==.
       01 IX                 PIC 9(4) VALUE ZERO.
       01 KX                 PIC 9(2) VALUE ZERO.
       01 WS-FOUND-FLAG      PIC X VALUE "N".

      * Samtykkets løbetid og varslingen om fornyelse i dage
       01 WS-LOEBETID-DAGE   PIC 9(3) VALUE 180.
       01 WS-VARSEL-DAGE     PIC 9(3) VALUE 14.
       01 WS-VARSEL-GRAENSE  PIC X(10) VALUE SPACES.

      * Datoomregning "ÅÅÅÅ-MM-DD" <-> heltalsdag (se DATO-TIL-
      * HELTAL og HELTAL-TIL-DATO)
       01 WS-KONV-DATO       PIC X(10) VALUE SPACES.
       01 WS-KONV-NUM        PIC 9(8) VALUE ZERO.
       01 WS-KONV-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-DAGS-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-HAEND-DATO      PIC X(10) VALUE SPACES.
       01 WS-HAEND-HELTAL    PIC 9(7) VALUE ZERO.

      * Transaktionens afvisningsårsag til rapporten
       01 WS-AFVIS-AARSAG    PIC X(40) VALUE SPACES.
       01 WS-TRANS-OK        PIC X VALUE "Y".
       01 WS-ANTAL-KONTI     PIC 9(2) VALUE ZERO.

       01 WS-SALDO-DISPLAY   PIC -(7)9.99.

       01 TR-ANTAL-GIVET     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FORNYET   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-TILBAGEKALDT PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDLOEBET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-VARSLET   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AKTIVE    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-SALDI     PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-TRANS     PIC 9(7) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 INPUT-FILE-STATUS    PIC XX VALUE "00".
       01 TRANS-FILE-STATUS    PIC XX VALUE "00".
       01 OUTPUT-FILE-STATUS   PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS    PIC XX VALUE "00".
       01 KONTO-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 UDTRAEK-FILE-STATUS  PIC XX VALUE "00".
       01 BREV-PAPIR-FILE-STATUS PIC XX VALUE "00".
       01 BREV-DIGITAL-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

      * Kørselsdato - udløb og udtræk regnes herfra
       01 WS-FORRETNINGSDATO   PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO           PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO         PIC X(10) VALUE SPACES.
       01 WS-KONTO-FILNAVN     PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN     PIC X(40)
           VALUE "Kundeoplysninger.txt".
       01 WS-TRANS-FILNAVN     PIC X(40) VALUE "Transaktioner.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DAGS-DATO
           MOVE WS-SYSDATO TO WS-KOMM-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-SAMTYKKER

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT BREV-PAPIR-FILE
           MOVE "BREV-PAPIR-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"            TO WS-IO-OPERATION
           MOVE BREV-PAPIR-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT BREV-DIGITAL-FILE
           MOVE "BREV-DIGITAL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"              TO WS-IO-OPERATION
           MOVE BREV-DIGITAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "TREDJEPARTSSAMTYKKER - KOERSEL " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM PROCESS-TRANSAKTIONER
           PERFORM KONTROLLER-UDLOEB
           PERFORM DAN-UDTRAEK

           CLOSE KUNDE-FILE
           CLOSE KONTO-FILE
           CLOSE BREV-PAPIR-FILE
           CLOSE BREV-DIGITAL-FILE

           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "GIVET: " DELIMITED BY SIZE
                   TR-ANTAL-GIVET DELIMITED BY SIZE
                   "  FORNYET: " DELIMITED BY SIZE
                   TR-ANTAL-FORNYET DELIMITED BY SIZE
                   "  TILBAGEKALDT: " DELIMITED BY SIZE
                   TR-ANTAL-TILBAGEKALDT DELIMITED BY SIZE
                   "  UDLOEBET: " DELIMITED BY SIZE
                   TR-ANTAL-UDLOEBET DELIMITED BY SIZE
                   "  AFVIST: " DELIMITED BY SIZE
                   TR-ANTAL-AFVIST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "AKTIVE SAMTYKKER: " DELIMITED BY SIZE
                   TR-ANTAL-AKTIVE DELIMITED BY SIZE
                   "  VARSLET OM FORNYELSE: " DELIMITED BY SIZE
                   TR-ANTAL-VARSLET DELIMITED BY SIZE
                   "  UDTRAEK: " DELIMITED BY SIZE
                   TR-ANTAL-SALDI DELIMITED BY SIZE
                   " SALDI, " DELIMITED BY SIZE
                   TR-ANTAL-TRANS DELIMITED BY SIZE
                   " TRANSAKTIONER" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           CLOSE RAPPORT-FILE

           PERFORM WRITE-SAMTYKKE-ARRAY

           DISPLAY "OpgaveTppSamtykke: " TR-ANTAL-GIVET " givet, "
               TR-ANTAL-FORNYET " fornyet, "
               TR-ANTAL-TILBAGEKALDT " tilbagekaldt, "
               TR-ANTAL-UDLOEBET " udloebet, "
               TR-ANTAL-AFVIST " afvist"
           DISPLAY "OpgaveTppSamtykke: " TR-ANTAL-AKTIVE
               " aktive samtykker, " TR-ANTAL-SALDI " saldi og "
               TR-ANTAL-TRANS " transaktioner udtrukket, "
               TR-ANTAL-VARSLET " varsler"

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE IO-ERROR-FILE
           STOP RUN.

      *****************************************************************
      * STEMPEL-DAGS-DATO                                             *
      * Formål: Sætter WS-DAGS-DATO ("ÅÅÅÅ-MM-DD") og dens heltals-   *
      *         dag til udløbsberegningen - forretningsdatoen hvis    *
      *         den er sat, ellers dags dato.                         *
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
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO)
       EXIT.

      *****************************************************************
      * LOAD-SAMTYKKER                                                *
      * Formål: Læser hele TppSamtykker.txt ind i TPP-ARRAY. Er       *
      *         tabellen for lille, stoppes kørslen - et register     *
      *         skrevet tilbage uden de sidste samtykker ville miste  *
      *         dem.                                                  *
      *****************************************************************
       LOAD-SAMTYKKER.
           OPEN INPUT INPUT-FILE
           IF INPUT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ INPUT-FILE INTO TPPSAMTYKKEOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF TPP-COUNT >= TPP-MAX-ANTAL
                               DISPLAY "OpgaveTppSamtykke: TPP-ARRAY "
                                   "kapacitet overskredet - "
                                   "koerslen stoppes"
                               CLOSE INPUT-FILE
                               CLOSE IO-ERROR-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO TPP-COUNT
                           MOVE TPPSAMTYKKEOPL TO TPP-ARRAY(TPP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * PROCESS-TRANSAKTIONER                                         *
      * Formål: Læser TppSamtykkeTrans.txt og anvender hver           *
      *         transaktion på registret.                             *
      *****************************************************************
       PROCESS-TRANSAKTIONER.
           OPEN INPUT TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANS-FILE = "Y"
               READ TRANS-FILE INTO TT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANS-FILE
                   NOT AT END
                       PERFORM APPLY-TRANSAKTION
               END-READ
               MOVE "TRANS-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE TRANS-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE TRANS-FILE
       EXIT.

       APPLY-TRANSAKTION.
           PERFORM SAET-HAENDELSESDATO
           IF WS-TRANS-OK = "N"
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TT-GIV
                   PERFORM GIV-SAMTYKKE
               WHEN TT-FORNY
                   PERFORM FORNY-SAMTYKKE
               WHEN TT-TILBAGEKALD
                   PERFORM TILBAGEKALD-SAMTYKKE
               WHEN OTHER
                   MOVE "UKENDT TRANSAKTIONSKODE" TO WS-AFVIS-AARSAG
                   PERFORM AFVIS-TRANSAKTION
           END-EVALUATE
       EXIT.

      *****************************************************************
      * SAET-HAENDELSESDATO                                           *
      * Formål: Sætter WS-HAEND-DATO til transaktionens dato (blank   *
      *         = kørselsdatoen). En ugyldig dato eller en dato efter *
      *         kørselsdatoen afviser transaktionen.                  *
      *****************************************************************
       SAET-HAENDELSESDATO.
           MOVE "Y" TO WS-TRANS-OK
           IF TT-DATO = SPACES
               MOVE WS-DAGS-DATO TO WS-HAEND-DATO
           ELSE
               MOVE TT-DATO TO WS-HAEND-DATO
           END-IF
           MOVE WS-HAEND-DATO TO WS-KONV-DATO
           PERFORM DATO-TIL-HELTAL
           MOVE WS-KONV-HELTAL TO WS-HAEND-HELTAL
           IF WS-HAEND-HELTAL = ZERO
               MOVE "N" TO WS-TRANS-OK
               MOVE "UGYLDIG DATO" TO WS-AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF WS-HAEND-DATO > WS-DAGS-DATO
               MOVE "N" TO WS-TRANS-OK
               MOVE "DATO EFTER KOERSELSDATOEN" TO WS-AFVIS-AARSAG
           END-IF
       EXIT.

       FIND-SAMTYKKE.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > TPP-COUNT
               IF TA-SAMTYKKE-ID IN TPP-ARRAY(IX) = TT-SAMTYKKE-ID
                   MOVE "Y" TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * GIV-SAMTYKKE                                                  *
      * Formål: Registrerer et nyt samtykke. Kunden skal findes og    *
      *         være aktiv, udbyderen skal være angivet, omfanget     *
      *         skal være "S" eller "T", og hver angivet konto skal   *
      *         være en åben konto ejet af kunden. Udløbet sættes     *
      *         180 dage efter samtykket er givet.                    *
      *****************************************************************
       GIV-SAMTYKKE.
           IF TT-SAMTYKKE-ID = SPACES
               MOVE "SAMTYKKE-ID MANGLER" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SAMTYKKE
           IF WS-FOUND-FLAG = "Y"
               MOVE "SAMTYKKET FINDES ALLEREDE" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF TT-UDBYDER-ID = SPACES
               MOVE "UDBYDER MANGLER" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF TT-OMFANG NOT = "S" AND TT-OMFANG NOT = "T"
               MOVE "OMFANG SKAL VAERE S ELLER T" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           MOVE TT-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRANS-OK
               NOT INVALID KEY
                   IF NOT KUNDE-AKTIV
                       MOVE "N" TO WS-TRANS-OK
                   END-IF
           END-READ
           IF WS-TRANS-OK = "N"
               MOVE "KUNDEN ER UKENDT ELLER IKKE AKTIV"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ANTAL-KONTI
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 5
                   OR WS-TRANS-OK = "N"
               IF TT-KONTO-ID(KX) NOT = SPACES
                   ADD 1 TO WS-ANTAL-KONTI
                   MOVE TT-KONTO-ID(KX) TO KONTO-ID IN KONTOOPL
                   READ KONTO-FILE
                       INVALID KEY
                           MOVE "N" TO WS-TRANS-OK
                       NOT INVALID KEY
                           IF KUNDE-ID IN KONTOOPL NOT = TT-KUNDE-ID
                               OR KONTO-LUKKET
                               MOVE "N" TO WS-TRANS-OK
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF WS-TRANS-OK = "N"
               MOVE "KONTO UKENDT, LUKKET ELLER IKKE KUNDENS"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF WS-ANTAL-KONTI = ZERO
               MOVE "INGEN KONTI ANGIVET" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF TPP-COUNT >= TPP-MAX-ANTAL
               MOVE "REGISTRET ER FULDT" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TPP-COUNT
           MOVE TPP-COUNT TO IX
           INITIALIZE TPP-ARRAY(IX)
           MOVE TT-SAMTYKKE-ID  TO TA-SAMTYKKE-ID IN TPP-ARRAY(IX)
           MOVE TT-KUNDE-ID     TO TA-KUNDE-ID IN TPP-ARRAY(IX)
           MOVE TT-UDBYDER-ID   TO TA-UDBYDER-ID IN TPP-ARRAY(IX)
           MOVE TT-UDBYDER-NAVN TO TA-UDBYDER-NAVN IN TPP-ARRAY(IX)
           MOVE TT-OMFANG       TO TA-OMFANG IN TPP-ARRAY(IX)
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 5
               MOVE TT-KONTO-ID(KX)
                   TO TA-KONTO-ID IN TPP-ARRAY(IX, KX)
           END-PERFORM
           PERFORM SAET-LOEBETID
           MOVE SPACES TO TA-TILBAGEKALDT-DATO IN TPP-ARRAY(IX)
           MOVE SPACES TO TA-SENESTE-UDTRAEK IN TPP-ARRAY(IX)
           ADD 1 TO TR-ANTAL-GIVET
       EXIT.

      * Ny løbetid fra hændelsesdatoen - bruges ved både "G" og "F"
       SAET-LOEBETID.
           MOVE WS-HAEND-DATO TO TA-GIVET-DATO IN TPP-ARRAY(IX)
           COMPUTE WS-KONV-HELTAL = WS-HAEND-HELTAL + WS-LOEBETID-DAGE
           PERFORM HELTAL-TIL-DATO
           MOVE WS-KONV-DATO TO TA-UDLOEB-DATO IN TPP-ARRAY(IX)
           MOVE "A" TO TA-STATUS IN TPP-ARRAY(IX)
           MOVE SPACES TO TA-VARSEL-DATO IN TPP-ARRAY(IX)
       EXIT.

      *****************************************************************
      * FORNY-SAMTYKKE                                                *
      * Formål: Kunden har fornyet samtykket over for udbyderen -     *
      *         løbetiden starter forfra. Et aktivt eller udløbet     *
      *         samtykke kan fornyes; et tilbagekaldt samtykke kræver *
      *         et nyt samtykke ("G").                                *
      *****************************************************************
       FORNY-SAMTYKKE.
           PERFORM FIND-SAMTYKKE
           IF WS-FOUND-FLAG = "N"
               MOVE "SAMTYKKET FINDES IKKE" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF TA-TILBAGEKALDT IN TPP-ARRAY(IX)
               MOVE "SAMTYKKET ER TILBAGEKALDT" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF WS-HAEND-DATO < TA-GIVET-DATO IN TPP-ARRAY(IX)
               MOVE "DATO FOER SAMTYKKET BLEV GIVET"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           PERFORM SAET-LOEBETID
           ADD 1 TO TR-ANTAL-FORNYET
       EXIT.

      *****************************************************************
      * TILBAGEKALD-SAMTYKKE                                          *
      * Formål: Kunden har trukket samtykket tilbage - det gælder     *
      *         straks, så samtykket indgår ikke i dagens udtræk.     *
      *****************************************************************
       TILBAGEKALD-SAMTYKKE.
           PERFORM FIND-SAMTYKKE
           IF WS-FOUND-FLAG = "N"
               MOVE "SAMTYKKET FINDES IKKE" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF TA-TILBAGEKALDT IN TPP-ARRAY(IX)
               MOVE "SAMTYKKET ER ALLEREDE TILBAGEKALDT"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           MOVE "T" TO TA-STATUS IN TPP-ARRAY(IX)
           MOVE WS-HAEND-DATO TO TA-TILBAGEKALDT-DATO IN TPP-ARRAY(IX)
           ADD 1 TO TR-ANTAL-TILBAGEKALDT
       EXIT.

       AFVIS-TRANSAKTION.
           ADD 1 TO TR-ANTAL-AFVIST
           STRING "AFVIST KODE=" DELIMITED BY SIZE
                   TT-KODE DELIMITED BY SIZE
                   " SAMTYKKE=" DELIMITED BY SIZE
                   TT-SAMTYKKE-ID DELIMITED BY SPACE
                   " KUNDE=" DELIMITED BY SIZE
                   TT-KUNDE-ID DELIMITED BY SPACE
                   " DATO=" DELIMITED BY SIZE
                   TT-DATO DELIMITED BY SIZE
                   " AARSAG=" DELIMITED BY SIZE
                   WS-AFVIS-AARSAG DELIMITED BY "  "
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * KONTROLLER-UDLOEB                                             *
      * Formål: Et aktivt samtykke hvis udløbsdato er nået, sættes    *
      *         til udløbet og stopper dermed udtrækket. Udløber det  *
      *         inden for varseldagene og er kunden ikke varslet,     *
      *         sendes varslet om fornyelse.                          *
      *****************************************************************
       KONTROLLER-UDLOEB.
           COMPUTE WS-KONV-HELTAL = WS-DAGS-HELTAL + WS-VARSEL-DAGE
           PERFORM HELTAL-TIL-DATO
           MOVE WS-KONV-DATO TO WS-VARSEL-GRAENSE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > TPP-COUNT
               IF TA-AKTIV IN TPP-ARRAY(IX)
                   IF WS-DAGS-DATO >= TA-UDLOEB-DATO IN TPP-ARRAY(IX)
                       MOVE "U" TO TA-STATUS IN TPP-ARRAY(IX)
                       ADD 1 TO TR-ANTAL-UDLOEBET
                       STRING "UDLOEBET SAMTYKKE=" DELIMITED BY SIZE
                           TA-SAMTYKKE-ID IN TPP-ARRAY(IX)
                               DELIMITED BY SPACE
                           " KUNDE=" DELIMITED BY SIZE
                           TA-KUNDE-ID IN TPP-ARRAY(IX)
                               DELIMITED BY SPACE
                           " UDBYDER=" DELIMITED BY SIZE
                           TA-UDBYDER-ID IN TPP-ARRAY(IX)
                               DELIMITED BY SPACE
                           " UDLOEB=" DELIMITED BY SIZE
                           TA-UDLOEB-DATO IN TPP-ARRAY(IX)
                               DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                       PERFORM SKRIV-RAPPORT-LINE
                   ELSE
                       IF TA-UDLOEB-DATO IN TPP-ARRAY(IX)
                               <= WS-VARSEL-GRAENSE
                           AND TA-VARSEL-DATO IN TPP-ARRAY(IX)
                               = SPACES
                           PERFORM SEND-FORNYELSESVARSEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SEND-FORNYELSESVARSEL                                         *
      * Formål: Varsler kunden om at samtykket til udbyderen udløber  *
      *         og skal fornyes hos udbyderen - i kundens             *
      *         leveringsstrøm og logget i kommunikationsloggen.      *
      *         En kunde der har fravalgt udskrifter, varsles ikke.   *
      *****************************************************************
       SEND-FORNYELSESVARSEL.
           MOVE TA-KUNDE-ID IN TPP-ARRAY(IX) TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE SPACES TO FORNAVN EFTERNAVN
                   MOVE "P" TO KUNDE-LEVERING
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-DAGS-DATO TO TA-VARSEL-DATO IN TPP-ARRAY(IX)
           IF LEVERING-INGEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-ANTAL-VARSLET
           MOVE TA-KUNDE-ID IN TPP-ARRAY(IX) TO WS-KOMM-KUNDE-ID
           MOVE "TPPFORNYELSE" TO WS-KOMM-DOKTYPE
           IF LEVERING-DIGITAL
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       TA-KUNDE-ID IN TPP-ARRAY(IX) DELIMITED BY SPACE
                       " TPPFORNYELSE" DELIMITED BY SIZE
                       INTO BREV-DIGITAL-LINE
               PERFORM SKRIV-DIGITAL-LINE
               PERFORM DAN-VARSELTEKST-1
               MOVE BREV-PAPIR-LINE TO BREV-DIGITAL-LINE
               MOVE SPACES TO BREV-PAPIR-LINE
               PERFORM SKRIV-DIGITAL-LINE
               PERFORM DAN-VARSELTEKST-2
               MOVE BREV-PAPIR-LINE TO BREV-DIGITAL-LINE
               MOVE SPACES TO BREV-PAPIR-LINE
               PERFORM SKRIV-DIGITAL-LINE
               MOVE "D" TO WS-KOMM-KANAL
               MOVE "TppVarselDigital.txt" TO WS-KOMM-FILREF
           ELSE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       TA-KUNDE-ID IN TPP-ARRAY(IX) DELIMITED BY SPACE
                       " DOK=TPPFORNYELSE" DELIMITED BY SIZE
                       INTO BREV-PAPIR-LINE
               PERFORM SKRIV-PAPIR-LINE
               STRING "TPPFORNYELSE KUNDE " DELIMITED BY SIZE
                       TA-KUNDE-ID IN TPP-ARRAY(IX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       FORNAVN DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EFTERNAVN DELIMITED BY "  "
                       INTO BREV-PAPIR-LINE
               PERFORM SKRIV-PAPIR-LINE
               PERFORM DAN-VARSELTEKST-1
               PERFORM SKRIV-PAPIR-LINE
               PERFORM DAN-VARSELTEKST-2
               PERFORM SKRIV-PAPIR-LINE
               MOVE "P" TO WS-KOMM-KANAL
               MOVE "TppVarselPapir.txt" TO WS-KOMM-FILREF
           END-IF
           PERFORM SKRIV-KOMMLOG
       EXIT.

       DAN-VARSELTEKST-1.
           STRING "DIT SAMTYKKE TIL AT " DELIMITED BY SIZE
                   TA-UDBYDER-NAVN IN TPP-ARRAY(IX) DELIMITED BY "  "
                   " SER DINE KONTOOPLYSNINGER UDLOEBER "
                       DELIMITED BY SIZE
                   TA-UDLOEB-DATO IN TPP-ARRAY(IX) DELIMITED BY SIZE
                   INTO BREV-PAPIR-LINE
       EXIT.

       DAN-VARSELTEKST-2.
           STRING "VIL DU FORTSAT BRUGE TJENESTEN, SKAL DU FORNY "
                   DELIMITED BY SIZE
                   "SAMTYKKET HOS UDBYDEREN INDEN DA." DELIMITED BY SIZE
                   INTO BREV-PAPIR-LINE
       EXIT.

       SKRIV-DIGITAL-LINE.
           WRITE BREV-DIGITAL-LINE
           MOVE "BREV-DIGITAL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"             TO WS-IO-OPERATION
           MOVE BREV-DIGITAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO BREV-DIGITAL-LINE
       EXIT.

       SKRIV-PAPIR-LINE.
           WRITE BREV-PAPIR-LINE
           MOVE "BREV-PAPIR-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"           TO WS-IO-OPERATION
           MOVE BREV-PAPIR-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO BREV-PAPIR-LINE
       EXIT.

      *****************************************************************
      * DAN-UDTRAEK                                                   *
      * Formål: Danner dagens udtræk for de samtykker der er aktive   *
      *         nu - tilbagekaldte og udløbne samtykker er allerede   *
      *         sat ud af kraft ovenfor. Først saldoen på hver dækket *
      *         konto, dernæst én gennemløbning af dagens             *
      *         transaktioner for samtykker med omfanget "T".         *
      *****************************************************************
       DAN-UDTRAEK.
           OPEN OUTPUT UDTRAEK-FILE
           MOVE "UDTRAEK-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE UDTRAEK-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > TPP-COUNT
               IF TA-AKTIV IN TPP-ARRAY(IX)
                   ADD 1 TO TR-ANTAL-AKTIVE
                   MOVE WS-DAGS-DATO
                       TO TA-SENESTE-UDTRAEK IN TPP-ARRAY(IX)
                   PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 5
                       IF TA-KONTO-ID IN TPP-ARRAY(IX, KX)
                               NOT = SPACES
                           PERFORM SKRIV-SALDO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           OPEN INPUT INPUT-TRANS-FILE
           IF INPUT-TRANS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ INPUT-TRANS-FILE INTO TRANSAKTIONEROPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM FORDEL-TRANSAKTION
                   END-READ
               END-PERFORM
               CLOSE INPUT-TRANS-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
           CLOSE UDTRAEK-FILE
       EXIT.

      * Saldoen på den dækkede konto - en konto der siden er lukket
      * eller har skiftet ejer, udelades
       SKRIV-SALDO.
           MOVE TA-KONTO-ID IN TPP-ARRAY(IX, KX) TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF KUNDE-ID IN KONTOOPL NOT = TA-KUNDE-ID IN TPP-ARRAY(IX)
               OR KONTO-LUKKET
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO UDTRAEK-RECORD
           MOVE "S" TO UD-RECORDTYPE
           MOVE TA-SAMTYKKE-ID IN TPP-ARRAY(IX) TO UD-SAMTYKKE-ID
           MOVE TA-UDBYDER-ID IN TPP-ARRAY(IX) TO UD-UDBYDER-ID
           MOVE KONTO-ID IN KONTOOPL TO UD-KONTO-ID
           MOVE KONTO-IBAN TO UD-IBAN
           MOVE WS-DAGS-DATO TO UD-TIDSPUNKT
           MOVE BALANCE IN KONTOOPL TO WS-SALDO-DISPLAY
           MOVE WS-SALDO-DISPLAY TO UD-BELOB
           MOVE VALUTAKODE IN KONTOOPL TO UD-VALUTA
           PERFORM SKRIV-UDTRAEK
           ADD 1 TO TR-ANTAL-SALDI
       EXIT.

      * Transaktionen skrives én gang for hvert aktivt samtykke med
      * omfanget "T", der dækker kontoen
       FORDEL-TRANSAKTION.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > TPP-COUNT
               IF TA-AKTIV IN TPP-ARRAY(IX)
                   AND TA-MED-TRANSAKTIONER IN TPP-ARRAY(IX)
                   PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 5
                       IF TA-KONTO-ID IN TPP-ARRAY(IX, KX)
                               = KONTO-ID IN TRANSAKTIONEROPL
                           PERFORM SKRIV-TRANSAKTION
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
       EXIT.

       SKRIV-TRANSAKTION.
           MOVE SPACES TO UDTRAEK-RECORD
           MOVE "T" TO UD-RECORDTYPE
           MOVE TA-SAMTYKKE-ID IN TPP-ARRAY(IX) TO UD-SAMTYKKE-ID
           MOVE TA-UDBYDER-ID IN TPP-ARRAY(IX) TO UD-UDBYDER-ID
           MOVE KONTO-ID IN TRANSAKTIONEROPL TO UD-KONTO-ID
           MOVE TIDSPUNKT TO UD-TIDSPUNKT
           MOVE BELØB TO UD-BELOB
           MOVE VALUTA TO UD-VALUTA
           MOVE TRANSAKTIONSTYPE TO UD-TRANSTYPE
           MOVE BUTIK TO UD-TEKST
           MOVE TRANS-REF TO UD-TRANS-REF
           PERFORM SKRIV-UDTRAEK
           ADD 1 TO TR-ANTAL-TRANS
       EXIT.

       SKRIV-UDTRAEK.
           WRITE UDTRAEK-RECORD
           MOVE "UDTRAEK-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE UDTRAEK-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

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

       SKRIV-RAPPORT-LINE.
           WRITE RAPPORT-LINE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
       EXIT.

      *****************************************************************
      * WRITE-SAMTYKKE-ARRAY                                          *
      * Formål: Skriver hele TPP-ARRAY til TppSamtykker.NY            *
      *****************************************************************
       WRITE-SAMTYKKE-ARRAY.
           OPEN OUTPUT OUTPUT-FILE
           MOVE "OUTPUT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE OUTPUT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > TPP-COUNT
               MOVE TPP-ARRAY(IX) TO TPPSAMTYKKEOPL-UD
               WRITE TPPSAMTYKKEOPL-UD
               MOVE "OUTPUT-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"       TO WS-IO-OPERATION
               MOVE OUTPUT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE OUTPUT-FILE
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
      * SKRIV-KOMMLOG                                                 *
      * Formaal: Tilfoejer en record til den faelles, voksende        *
      *          kommunikationslog for den netop afsendte             *
      *          skrivelse - kunde, dato, program, dokumenttype,      *
      *          kanal og leverancefil.                               *
      *****************************************************************
       SKRIV-KOMMLOG.
           OPEN EXTEND KOMMLOG-FILE
           IF KOMMLOG-FILE-STATUS = "35"
               OPEN OUTPUT KOMMLOG-FILE
           END-IF
           IF KOMMLOG-FILE-STATUS = "00"
               IF WS-KOMM-DATO = ZERO
                   ACCEPT WS-KOMM-DATO FROM DATE YYYYMMDD
               END-IF
               MOVE WS-KOMM-KUNDE-ID TO KL-KUNDE-ID
               MOVE SPACES TO KL-DATO
               STRING WS-KOMM-DATO(1:4) "-" WS-KOMM-DATO(5:2) "-"
                   WS-KOMM-DATO(7:2) DELIMITED BY SIZE
                   INTO KL-DATO
               MOVE "OPGAVETPPSAMTYKKE" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.
