      *****************************************************************
      * PROGRAM-ID: OPGAVEKLAGER                                      *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Fører klageregistret Klagesager.txt. Anvender     *
      *             filialernes klagetransaktioner fra                *
      *             KlageTrans.txt: "O" registrerer en modtaget klage *
      *             pr. KUNDE-ID med kategori og eventuel KONTO-ID og *
      *             sætter kvitterings- og svarfristen, "K" kvitterer *
      *             for klagen, "S" besvarer den med et udfald, "L"   *
      *             lukker den, og "E" registrerer at kunden har      *
      *             indbragt den for Pengeinstitutankenævnet.         *
      *             Kvitterings- og svarbrevet dannes i kundens       *
      *             leveringsstrøm og logges i KommunikationsLog.txt. *
      *             Frister overvåges hver kørsel, og for det         *
      *             foregående kalenderkvartal dannes klagestatistik  *
      *             pr. kategori og udfald med de sager, der har      *
      *             overskredet en frist.                             *
      * INPUT:      Klagesager.txt      - Klageregistret              *
      *             KlageTrans.txt      - Klagetransaktioner          *
      *             Kundeoplysninger.txt - Kunde og leveringsform     *
      *             KontoOpl.txt        - Kontrol af KONTO-ID         *
      * OUTPUT:     Klagesager.NY       - Opdateret register          *
      *             KlageBrevPapir.txt  - Kvitterings-/svarbreve      *
      *             KlageBrevDigital.txt - Do. til Digital Post       *
      *             KommunikationsLog.txt - Udvides med brevene       *
      *             Klager-Frister.txt  - Afviste transaktioner og    *
      *                                   fristovervågning            *
      *             Klager-Kvartal.txt  - Kvartalsstatistik           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveKlager.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "Klagesager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "KlageTrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "Klagesager.NY"
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
           SELECT BREV-PAPIR-FILE ASSIGN TO "KlageBrevPapir.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-PAPIR-FILE-STATUS.
           SELECT BREV-DIGITAL-FILE ASSIGN TO "KlageBrevDigital.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-DIGITAL-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Klager-Frister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT KVARTAL-FILE ASSIGN TO "Klager-Kvartal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KVARTAL-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Klager-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 KLAGEOPL.
           COPY "KLAGEOPL.cpy".

       FD TRANS-FILE.
       01 TRANS-RECORD.
           02 TRANS-KODE        PIC X(01).
               88 TRANS-AABN           VALUE "O".
               88 TRANS-KVITTER        VALUE "K".
               88 TRANS-SVAR           VALUE "S".
               88 TRANS-LUK            VALUE "L".
               88 TRANS-ANKE           VALUE "E".
           02 TRANS-SAG-ID      PIC X(10).
           02 TRANS-KUNDE-ID    PIC X(10).
           02 TRANS-KONTO-ID    PIC X(10).
           02 TRANS-KATEGORI    PIC X(02).
      *    Hændelsesdatoen ("ÅÅÅÅ-MM-DD") - blank betyder kørsels-
      *    datoen. Ved "O" er det datoen klagen kom ind i filialen.
           02 TRANS-DATO        PIC X(10).
      *    Udfald M/D/A - krævet ved "S", valgfrit ved "L"
           02 TRANS-UDFALD      PIC X(01).
      *    Svarets kerne i én linje til svarbrevet
           02 TRANS-TEKST       PIC X(60).

       FD OUTPUT-FILE.
       01 KLAGEOPL-UD.
           COPY "KLAGEOPL.cpy"
               REPLACING LEADING ==KLAG== BY ==KLAG-UD==.

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD BREV-PAPIR-FILE.
       01 BREV-PAPIR-LINE  PIC X(120) VALUE SPACES.

       FD BREV-DIGITAL-FILE.
       01 BREV-DIGITAL-LINE PIC X(120) VALUE SPACES.

       FD KOMMLOG-FILE.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(120) VALUE SPACES.

       FD KVARTAL-FILE.
       01 KVARTAL-LINE     PIC X(120) VALUE SPACES.

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
      * matches på sagsnummeret
       01 KLAG-MAX-ANTAL     PIC 9(4) VALUE 5000.
       01 KLAG-COUNT         PIC 9(4) VALUE ZERO.
       01 KLAG-ARRAY OCCURS 5000 TIMES.
           COPY "KLAGEOPL.cpy"
               REPLACING LEADING ==KLAG== BY ==KA==.
       01 IX                 PIC 9(4) VALUE ZERO.
       01 WS-FOUND-FLAG      PIC X VALUE "N".

      * Frister i kalenderdage fra modtagelsen: kvittering inden 5
      * dage, svar inden 30 dage - for betalingstjenester dog inden
      * 15 bankdage, her regnet som 21 kalenderdage. Sager hvis
      * frist udløber inden for varseldagene vises på fristlisten.
       01 WS-KVIT-FRIST-DAGE PIC 9(3) VALUE 5.
       01 WS-SVAR-FRIST-DAGE PIC 9(3) VALUE 30.
       01 WS-SVAR-FRIST-BETALING PIC 9(3) VALUE 21.
       01 WS-VARSEL-DAGE     PIC 9(3) VALUE 3.

      * Klagekategorierne - kode og betegnelse på kvartalsrapporten
       01 KAT-LISTE.
           02 FILLER PIC X(14) VALUE "GEGEBYRER     ".
           02 FILLER PIC X(14) VALUE "RERENTER      ".
           02 FILLER PIC X(14) VALUE "BEBETALINGER  ".
           02 FILLER PIC X(14) VALUE "KOKORT        ".
           02 FILLER PIC X(14) VALUE "LALAAN/KREDIT ".
           02 FILLER PIC X(14) VALUE "RARAADGIVNING ".
           02 FILLER PIC X(14) VALUE "BJBETJENING   ".
           02 FILLER PIC X(14) VALUE "OVOEVRIGT     ".
       01 KAT-TABEL REDEFINES KAT-LISTE.
           02 KAT-ENTRY OCCURS 8 TIMES.
               03 KAT-KODE     PIC X(02).
               03 KAT-NAVN     PIC X(12).
       01 KAT-ANTAL          PIC 9(2) VALUE 8.
       01 KX                 PIC 9(2) VALUE ZERO.
       01 WS-KAT-FUNDET      PIC X VALUE "N".
       01 WS-SOEG-KATEGORI   PIC X(02) VALUE SPACES.

      * Kvartalsstatistikken pr. kategori (samme rækkefølge som
      * KAT-TABEL) - opgjort på de klager der blev modtaget i
      * kvartalet
       01 KSTAT-TABEL.
           02 KSTAT-ENTRY OCCURS 8 TIMES.
               03 KS-MODTAGET  PIC 9(5).
               03 KS-BESVARET  PIC 9(5).
               03 KS-MEDHOLD   PIC 9(5).
               03 KS-DELVIST   PIC 9(5).
               03 KS-AFVIST    PIC 9(5).
               03 KS-ANKE      PIC 9(5).
               03 KS-BRUD      PIC 9(5).
               03 KS-DAGE-SUM  PIC 9(7).
       01 KSTAT-TOTAL.
           02 KT-MODTAGET     PIC 9(5) VALUE ZERO.
           02 KT-BESVARET     PIC 9(5) VALUE ZERO.
           02 KT-MEDHOLD      PIC 9(5) VALUE ZERO.
           02 KT-DELVIST      PIC 9(5) VALUE ZERO.
           02 KT-AFVIST       PIC 9(5) VALUE ZERO.
           02 KT-ANKE         PIC 9(5) VALUE ZERO.
           02 KT-BRUD         PIC 9(5) VALUE ZERO.
           02 KT-DAGE-SUM     PIC 9(7) VALUE ZERO.
       01 WS-GNS-DAGE        PIC 9(5)V9 VALUE ZERO.
       01 WS-GNS-DISPLAY     PIC ZZZZ9.9.

      * Det foregående kalenderkvartal (se SAET-FORRIGE-KVARTAL)
       01 WS-KVT-AAR         PIC 9(4) VALUE ZERO.
       01 WS-KVT-NR          PIC 9(1) VALUE ZERO.
       01 WS-KVT-FRA-MDR     PIC 9(2) VALUE ZERO.
       01 WS-KVT-TIL-MDR     PIC 9(2) VALUE ZERO.
       01 WS-KVT-SYS-MDR     PIC 9(2) VALUE ZERO.
       01 WS-KVT-FRA         PIC X(10) VALUE SPACES.
       01 WS-KVT-TIL         PIC X(10) VALUE SPACES.

      * Datoomregning "ÅÅÅÅ-MM-DD" <-> heltalsdag (se DATO-TIL-
      * HELTAL og HELTAL-TIL-DATO)
       01 WS-KONV-DATO       PIC X(10) VALUE SPACES.
       01 WS-KONV-NUM        PIC 9(8) VALUE ZERO.
       01 WS-KONV-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-DAGS-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-MODT-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-HAEND-DATO      PIC X(10) VALUE SPACES.
       01 WS-HAEND-HELTAL    PIC 9(7) VALUE ZERO.
       01 WS-DAGE            PIC S9(5) VALUE ZERO.
       01 WS-DAGE-DISPLAY    PIC -(4)9.

      * Transaktionens afvisningsårsag til fristlisten
       01 WS-AFVIS-AARSAG    PIC X(40) VALUE SPACES.
       01 WS-TRANS-OK        PIC X VALUE "Y".

      * Brevets tekstlinjer (se SKRIV-BREV)
       01 WS-BREV-DOKTYPE    PIC X(15) VALUE SPACES.
       01 WS-BREV-LINJE-1    PIC X(100) VALUE SPACES.
       01 WS-BREV-LINJE-2    PIC X(100) VALUE SPACES.
       01 WS-BREV-LINJE-3    PIC X(100) VALUE SPACES.
       01 WS-UDFALD-TEKST    PIC X(16) VALUE SPACES.
       01 WS-FRIST-TEKST     PIC X(16) VALUE SPACES.

       01 TR-ANTAL-AABNET    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-KVITTERET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-BESVARET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-LUKKET    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-ANKE      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AABNE     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OVERSKR   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-BREVE     PIC 9(5) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 INPUT-FILE-STATUS    PIC XX VALUE "00".
       01 TRANS-FILE-STATUS    PIC XX VALUE "00".
       01 OUTPUT-FILE-STATUS   PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS    PIC XX VALUE "00".
       01 KONTO-FILE-STATUS    PIC XX VALUE "00".
       01 BREV-PAPIR-FILE-STATUS PIC XX VALUE "00".
       01 BREV-DIGITAL-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 KVARTAL-FILE-STATUS  PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

      * Kørselsdato - stemples på nye/opdaterede sager
       01 WS-FORRETNINGSDATO   PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO           PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO         PIC X(10) VALUE SPACES.
       01 WS-KONTO-FILNAVN     PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN     PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DAGS-DATO
           MOVE WS-SYSDATO TO WS-KOMM-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-KLAGER

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
           STRING "KLAGESAGER - FRISTOVERVAAGNING " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM PROCESS-TRANSAKTIONER
           PERFORM OVERVAAG-FRISTER

           CLOSE KUNDE-FILE
           CLOSE KONTO-FILE
           CLOSE BREV-PAPIR-FILE
           CLOSE BREV-DIGITAL-FILE
           CLOSE RAPPORT-FILE

           PERFORM SKRIV-KVARTALSRAPPORT
           PERFORM WRITE-KLAGE-ARRAY

           DISPLAY "OpgaveKlager: " TR-ANTAL-AABNET " modtaget, "
               TR-ANTAL-KVITTERET " kvitteret, "
               TR-ANTAL-BESVARET " besvaret, "
               TR-ANTAL-LUKKET " lukket, "
               TR-ANTAL-ANKE " til ankenaevn, "
               TR-ANTAL-AFVIST " afvist"
           DISPLAY "OpgaveKlager: " TR-ANTAL-AABNE " aabne sager, "
               TR-ANTAL-OVERSKR " med overskredet frist, "
               TR-ANTAL-BREVE " breve"

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
      *         dag til fristberegningen - forretningsdatoen hvis     *
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
      * LOAD-KLAGER                                                   *
      * Formål: Læser hele Klagesager.txt ind i KLAG-ARRAY. Er        *
      *         tabellen for lille, stoppes kørslen - et register     *
      *         skrevet tilbage uden de sidste sager ville miste dem. *
      *****************************************************************
       LOAD-KLAGER.
           OPEN INPUT INPUT-FILE
           IF INPUT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ INPUT-FILE INTO KLAGEOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KLAG-COUNT >= KLAG-MAX-ANTAL
                               DISPLAY "OpgaveKlager: KLAG-ARRAY "
                                   "kapacitet overskredet - "
                                   "koerslen stoppes"
                               CLOSE INPUT-FILE
                               CLOSE IO-ERROR-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO KLAG-COUNT
                           MOVE KLAGEOPL TO KLAG-ARRAY(KLAG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

      *****************************************************************
      * PROCESS-TRANSAKTIONER                                         *
      * Formål: Læser KlageTrans.txt og anvender hver transaktion på  *
      *         registret.                                            *
      *****************************************************************
       PROCESS-TRANSAKTIONER.
           OPEN INPUT TRANS-FILE
           MOVE "TRANS-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE TRANS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL END-OF-TRANS-FILE = "Y"
               READ TRANS-FILE INTO TRANS-RECORD
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
               WHEN TRANS-AABN
                   PERFORM AABN-SAG
               WHEN TRANS-KVITTER
                   PERFORM KVITTER-SAG
               WHEN TRANS-SVAR
                   PERFORM BESVAR-SAG
               WHEN TRANS-LUK
                   PERFORM LUK-SAG
               WHEN TRANS-ANKE
                   PERFORM ANKE-SAG
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
           IF TRANS-DATO = SPACES
               MOVE WS-DAGS-DATO TO WS-HAEND-DATO
           ELSE
               MOVE TRANS-DATO TO WS-HAEND-DATO
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

       FIND-SAG.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > KLAG-COUNT
               IF KA-SAG-ID IN KLAG-ARRAY(IX) = TRANS-SAG-ID
                   MOVE "Y" TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * FIND-SAG-TIL-HAENDELSE                                        *
      * Formål: Finder sagen til en "K"/"S"/"L"/"E"-transaktion og    *
      *         afviser den, hvis sagen ikke findes, eller hændelsen  *
      *         ligger før klagen blev modtaget.                      *
      *****************************************************************
       FIND-SAG-TIL-HAENDELSE.
           PERFORM FIND-SAG
           IF WS-FOUND-FLAG = "N"
               MOVE "N" TO WS-TRANS-OK
               MOVE "SAGEN FINDES IKKE" TO WS-AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF WS-HAEND-DATO < KA-MODTAGET-DATO IN KLAG-ARRAY(IX)
               MOVE "N" TO WS-TRANS-OK
               MOVE "DATO FOER MODTAGELSEN" TO WS-AFVIS-AARSAG
           END-IF
       EXIT.

      *****************************************************************
      * AABN-SAG                                                      *
      * Formål: Registrerer en modtaget klage. Kunden skal findes,    *
      *         en angivet konto skal tilhøre kunden, og kategorien   *
      *         skal være kendt. Kvitterings- og svarfristen regnes   *
      *         fra modtagelsesdatoen.                                *
      *****************************************************************
       AABN-SAG.
           IF TRANS-SAG-ID = SPACES
               MOVE "SAGSNUMMER MANGLER" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SAG
           IF WS-FOUND-FLAG = "Y"
               MOVE "SAGEN FINDES ALLEREDE" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-KATEGORI TO WS-SOEG-KATEGORI
           PERFORM FIND-KATEGORI
           IF WS-KAT-FUNDET = "N"
               MOVE "UKENDT KATEGORI" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRANS-OK
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TRANS-OK = "N"
               MOVE "UKENDT KUNDE" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF TRANS-KONTO-ID NOT = SPACES
               MOVE TRANS-KONTO-ID TO KONTO-ID IN KONTOOPL
               READ KONTO-FILE
                   INVALID KEY
                       MOVE "N" TO WS-TRANS-OK
                   NOT INVALID KEY
                       IF KUNDE-ID IN KONTOOPL NOT = TRANS-KUNDE-ID
                           MOVE "N" TO WS-TRANS-OK
                       END-IF
               END-READ
               IF WS-TRANS-OK = "N"
                   MOVE "KONTO UKENDT ELLER IKKE KUNDENS"
                       TO WS-AFVIS-AARSAG
                   PERFORM AFVIS-TRANSAKTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF KLAG-COUNT >= KLAG-MAX-ANTAL
               MOVE "REGISTRET ER FULDT" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO KLAG-COUNT
           MOVE KLAG-COUNT TO IX
           INITIALIZE KLAG-ARRAY(IX)
           MOVE TRANS-SAG-ID   TO KA-SAG-ID IN KLAG-ARRAY(IX)
           MOVE TRANS-KUNDE-ID TO KA-KUNDE-ID IN KLAG-ARRAY(IX)
           MOVE TRANS-KONTO-ID TO KA-KONTO-ID IN KLAG-ARRAY(IX)
           MOVE TRANS-KATEGORI TO KA-KATEGORI IN KLAG-ARRAY(IX)
           MOVE "O" TO KA-STATUS IN KLAG-ARRAY(IX)
           MOVE SPACES TO KA-UDFALD IN KLAG-ARRAY(IX)
           MOVE WS-HAEND-DATO TO KA-MODTAGET-DATO IN KLAG-ARRAY(IX)
           COMPUTE WS-KONV-HELTAL =
               WS-HAEND-HELTAL + WS-KVIT-FRIST-DAGE
           PERFORM HELTAL-TIL-DATO
           MOVE WS-KONV-DATO TO KA-KVIT-FRIST IN KLAG-ARRAY(IX)
           IF KA-BETALING IN KLAG-ARRAY(IX)
               COMPUTE WS-KONV-HELTAL =
                   WS-HAEND-HELTAL + WS-SVAR-FRIST-BETALING
           ELSE
               COMPUTE WS-KONV-HELTAL =
                   WS-HAEND-HELTAL + WS-SVAR-FRIST-DAGE
           END-IF
           PERFORM HELTAL-TIL-DATO
           MOVE WS-KONV-DATO TO KA-SVAR-FRIST IN KLAG-ARRAY(IX)
           MOVE "N" TO KA-KVIT-BRUD IN KLAG-ARRAY(IX)
           MOVE "N" TO KA-SVAR-BRUD IN KLAG-ARRAY(IX)
           MOVE WS-DAGS-DATO TO KA-OPDATERET-DATO IN KLAG-ARRAY(IX)
           ADD 1 TO TR-ANTAL-AABNET
       EXIT.

      *****************************************************************
      * KVITTER-SAG                                                   *
      * Formål: Registrerer kvitteringen for en modtaget klage og     *
      *         sender kvitteringsbrevet med svarfristen.             *
      *****************************************************************
       KVITTER-SAG.
           PERFORM FIND-SAG-TIL-HAENDELSE
           IF WS-TRANS-OK = "N"
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF NOT KA-MODTAGET IN KLAG-ARRAY(IX)
               MOVE "SAGEN ER IKKE I STATUS MODTAGET"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           PERFORM REGISTRER-KVITTERING
           MOVE "K" TO KA-STATUS IN KLAG-ARRAY(IX)
           MOVE WS-DAGS-DATO TO KA-OPDATERET-DATO IN KLAG-ARRAY(IX)
           ADD 1 TO TR-ANTAL-KVITTERET

           MOVE "KLAGEKVITTERING" TO WS-BREV-DOKTYPE
           MOVE SPACES TO WS-BREV-LINJE-1 WS-BREV-LINJE-2
               WS-BREV-LINJE-3
           STRING "VI HAR MODTAGET DIN KLAGE SAG " DELIMITED BY SIZE
                   KA-SAG-ID IN KLAG-ARRAY(IX) DELIMITED BY SPACE
                   " DEN " DELIMITED BY SIZE
                   KA-MODTAGET-DATO IN KLAG-ARRAY(IX)
                       DELIMITED BY SIZE
                   INTO WS-BREV-LINJE-1
           STRING "DU FAAR SVAR SENEST " DELIMITED BY SIZE
                   KA-SVAR-FRIST IN KLAG-ARRAY(IX) DELIMITED BY SIZE
                   INTO WS-BREV-LINJE-2
           PERFORM SKRIV-BREV
       EXIT.

      * Kvitteringsdatoen og et eventuelt fristbrud - bruges også når
      * svaret kommer uden forudgående kvittering
       REGISTRER-KVITTERING.
           MOVE WS-HAEND-DATO TO KA-KVITTERET-DATO IN KLAG-ARRAY(IX)
           IF WS-HAEND-DATO > KA-KVIT-FRIST IN KLAG-ARRAY(IX)
               MOVE "J" TO KA-KVIT-BRUD IN KLAG-ARRAY(IX)
           END-IF
       EXIT.

      *****************************************************************
      * BESVAR-SAG                                                    *
      * Formål: Registrerer svaret på klagen med udfaldet og sender   *
      *         svarbrevet med oplysning om klageadgangen til         *
      *         Pengeinstitutankenævnet. Et svar uden forudgående     *
      *         kvittering gælder også som kvittering.                *
      *****************************************************************
       BESVAR-SAG.
           PERFORM FIND-SAG-TIL-HAENDELSE
           IF WS-TRANS-OK = "N"
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF NOT KA-MODTAGET IN KLAG-ARRAY(IX)
               AND NOT KA-KVITTERET IN KLAG-ARRAY(IX)
               MOVE "SAGEN ER ALLEREDE BESVARET" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF TRANS-UDFALD NOT = "M" AND TRANS-UDFALD NOT = "D"
               AND TRANS-UDFALD NOT = "A"
               MOVE "UDFALD SKAL VAERE M, D ELLER A" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF KA-KVITTERET-DATO IN KLAG-ARRAY(IX) = SPACES
               PERFORM REGISTRER-KVITTERING
           END-IF
           MOVE WS-HAEND-DATO TO KA-BESVARET-DATO IN KLAG-ARRAY(IX)
           IF WS-HAEND-DATO > KA-SVAR-FRIST IN KLAG-ARRAY(IX)
               MOVE "J" TO KA-SVAR-BRUD IN KLAG-ARRAY(IX)
           END-IF
           MOVE TRANS-UDFALD TO KA-UDFALD IN KLAG-ARRAY(IX)
           MOVE "S" TO KA-STATUS IN KLAG-ARRAY(IX)
           MOVE WS-DAGS-DATO TO KA-OPDATERET-DATO IN KLAG-ARRAY(IX)
           ADD 1 TO TR-ANTAL-BESVARET

           PERFORM SAET-UDFALD-TEKST
           MOVE "KLAGESVAR" TO WS-BREV-DOKTYPE
           MOVE SPACES TO WS-BREV-LINJE-1 WS-BREV-LINJE-2
               WS-BREV-LINJE-3
           STRING "SVAR PAA DIN KLAGE SAG " DELIMITED BY SIZE
                   KA-SAG-ID IN KLAG-ARRAY(IX) DELIMITED BY SPACE
                   " AF " DELIMITED BY SIZE
                   KA-MODTAGET-DATO IN KLAG-ARRAY(IX)
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-UDFALD-TEKST DELIMITED BY "  "
                   INTO WS-BREV-LINJE-1
           MOVE TRANS-TEKST TO WS-BREV-LINJE-2
           IF NOT KA-MEDHOLD IN KLAG-ARRAY(IX)
               STRING "ER DU UENIG, KAN DU KLAGE TIL "
                       DELIMITED BY SIZE
                       "PENGEINSTITUTANKENAEVNET, WWW.FANKE.DK"
                       DELIMITED BY SIZE
                       INTO WS-BREV-LINJE-3
           END-IF
           PERFORM SKRIV-BREV
       EXIT.

      *****************************************************************
      * LUK-SAG                                                       *
      * Formål: Lukker en besvaret sag eller en sag, hvor ankenævnet  *
      *         har truffet afgørelse - et angivet udfald erstatter   *
      *         sagens hidtidige (ankenævnets afgørelse).             *
      *****************************************************************
       LUK-SAG.
           PERFORM FIND-SAG-TIL-HAENDELSE
           IF WS-TRANS-OK = "N"
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF NOT KA-BESVARET IN KLAG-ARRAY(IX)
               AND NOT KA-ANKENAEVN IN KLAG-ARRAY(IX)
               MOVE "SAGEN ER IKKE BESVARET" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF TRANS-UDFALD NOT = SPACES
               IF TRANS-UDFALD NOT = "M" AND TRANS-UDFALD NOT = "D"
                   AND TRANS-UDFALD NOT = "A"
                   MOVE "UDFALD SKAL VAERE M, D ELLER A"
                       TO WS-AFVIS-AARSAG
                   PERFORM AFVIS-TRANSAKTION
                   EXIT PARAGRAPH
               END-IF
               MOVE TRANS-UDFALD TO KA-UDFALD IN KLAG-ARRAY(IX)
           END-IF
           MOVE WS-HAEND-DATO TO KA-LUKKET-DATO IN KLAG-ARRAY(IX)
           MOVE "L" TO KA-STATUS IN KLAG-ARRAY(IX)
           MOVE WS-DAGS-DATO TO KA-OPDATERET-DATO IN KLAG-ARRAY(IX)
           ADD 1 TO TR-ANTAL-LUKKET
       EXIT.

      *****************************************************************
      * ANKE-SAG                                                      *
      * Formål: Registrerer at kunden har indbragt en besvaret eller  *
      *         lukket sag for Pengeinstitutankenævnet. Sagen lukkes  *
      *         igen med "L", når nævnets afgørelse foreligger.       *
      *****************************************************************
       ANKE-SAG.
           PERFORM FIND-SAG-TIL-HAENDELSE
           IF WS-TRANS-OK = "N"
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           IF NOT KA-BESVARET IN KLAG-ARRAY(IX)
               AND NOT KA-LUKKET IN KLAG-ARRAY(IX)
               MOVE "SAGEN ER IKKE BESVARET" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HAEND-DATO TO KA-ANKE-DATO IN KLAG-ARRAY(IX)
           MOVE "E" TO KA-STATUS IN KLAG-ARRAY(IX)
           MOVE WS-DAGS-DATO TO KA-OPDATERET-DATO IN KLAG-ARRAY(IX)
           ADD 1 TO TR-ANTAL-ANKE
       EXIT.

       AFVIS-TRANSAKTION.
           ADD 1 TO TR-ANTAL-AFVIST
           STRING "AFVIST KODE=" DELIMITED BY SIZE
                   TRANS-KODE DELIMITED BY SIZE
                   " SAG=" DELIMITED BY SIZE
                   TRANS-SAG-ID DELIMITED BY SPACE
                   " KUNDE=" DELIMITED BY SIZE
                   TRANS-KUNDE-ID DELIMITED BY SPACE
                   " DATO=" DELIMITED BY SIZE
                   TRANS-DATO DELIMITED BY SIZE
                   " AARSAG=" DELIMITED BY SIZE
                   WS-AFVIS-AARSAG DELIMITED BY "  "
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       FIND-KATEGORI.
           MOVE "N" TO WS-KAT-FUNDET
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KAT-ANTAL
               IF KAT-KODE(KX) = WS-SOEG-KATEGORI
                   MOVE "Y" TO WS-KAT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       SAET-UDFALD-TEKST.
           EVALUATE TRUE
               WHEN KA-MEDHOLD IN KLAG-ARRAY(IX)
                   MOVE "MEDHOLD" TO WS-UDFALD-TEKST
               WHEN KA-DELVIST-MEDHOLD IN KLAG-ARRAY(IX)
                   MOVE "DELVIST MEDHOLD" TO WS-UDFALD-TEKST
               WHEN KA-AFVIST IN KLAG-ARRAY(IX)
                   MOVE "IKKE MEDHOLD" TO WS-UDFALD-TEKST
               WHEN OTHER
                   MOVE SPACES TO WS-UDFALD-TEKST
           END-EVALUATE
       EXIT.

      *****************************************************************
      * SKRIV-BREV                                                    *
      * Formål: Danner brevet i WS-BREV-LINJE-1..3 i kundens          *
      *         leveringsstrøm - Digital Post for digitale kunder,    *
      *         ellers papir (et klagesvar sendes altid, også til en  *
      *         kunde der har fravalgt udskrifter) - og logger det i  *
      *         kommunikationsloggen.                                 *
      *****************************************************************
       SKRIV-BREV.
           MOVE KA-KUNDE-ID IN KLAG-ARRAY(IX) TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE SPACES TO FORNAVN EFTERNAVN
                   MOVE "P" TO KUNDE-LEVERING
               NOT INVALID KEY
                   CONTINUE
           END-READ
           ADD 1 TO TR-ANTAL-BREVE
           MOVE KA-KUNDE-ID IN KLAG-ARRAY(IX) TO WS-KOMM-KUNDE-ID
           MOVE WS-BREV-DOKTYPE TO WS-KOMM-DOKTYPE
           IF LEVERING-DIGITAL
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       KA-KUNDE-ID IN KLAG-ARRAY(IX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-BREV-DOKTYPE DELIMITED BY SPACE
                       INTO BREV-DIGITAL-LINE
               PERFORM SKRIV-DIGITAL-LINE
               MOVE WS-BREV-LINJE-1 TO BREV-DIGITAL-LINE
               PERFORM SKRIV-DIGITAL-LINE
               IF WS-BREV-LINJE-2 NOT = SPACES
                   MOVE WS-BREV-LINJE-2 TO BREV-DIGITAL-LINE
                   PERFORM SKRIV-DIGITAL-LINE
               END-IF
               IF WS-BREV-LINJE-3 NOT = SPACES
                   MOVE WS-BREV-LINJE-3 TO BREV-DIGITAL-LINE
                   PERFORM SKRIV-DIGITAL-LINE
               END-IF
               MOVE "D" TO WS-KOMM-KANAL
               MOVE "KlageBrevDigital.txt" TO WS-KOMM-FILREF
           ELSE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       KA-KUNDE-ID IN KLAG-ARRAY(IX) DELIMITED BY SPACE
                       " DOK=" DELIMITED BY SIZE
                       WS-BREV-DOKTYPE DELIMITED BY SPACE
                       INTO BREV-PAPIR-LINE
               PERFORM SKRIV-PAPIR-LINE
               STRING WS-BREV-DOKTYPE DELIMITED BY SPACE
                       " KUNDE " DELIMITED BY SIZE
                       KA-KUNDE-ID IN KLAG-ARRAY(IX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       FORNAVN DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EFTERNAVN DELIMITED BY "  "
                       INTO BREV-PAPIR-LINE
               PERFORM SKRIV-PAPIR-LINE
               MOVE WS-BREV-LINJE-1 TO BREV-PAPIR-LINE
               PERFORM SKRIV-PAPIR-LINE
               IF WS-BREV-LINJE-2 NOT = SPACES
                   MOVE WS-BREV-LINJE-2 TO BREV-PAPIR-LINE
                   PERFORM SKRIV-PAPIR-LINE
               END-IF
               IF WS-BREV-LINJE-3 NOT = SPACES
                   MOVE WS-BREV-LINJE-3 TO BREV-PAPIR-LINE
                   PERFORM SKRIV-PAPIR-LINE
               END-IF
               MOVE "P" TO WS-KOMM-KANAL
               MOVE "KlageBrevPapir.txt" TO WS-KOMM-FILREF
           END-IF
           PERFORM SKRIV-KOMMLOG
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
      * OVERVAAG-FRISTER                                              *
      * Formål: Markerer fristbrud på de åbne sager (modtaget eller   *
      *         kvitteret) og lister hver åben sag, hvis frist er     *
      *         overskredet eller udløber inden for varseldagene.     *
      *         Sager hos ankenævnet overvåges ikke.                  *
      *****************************************************************
       OVERVAAG-FRISTER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > KLAG-COUNT
               IF KA-MODTAGET IN KLAG-ARRAY(IX)
                   OR KA-KVITTERET IN KLAG-ARRAY(IX)
                   ADD 1 TO TR-ANTAL-AABNE
                   PERFORM KONTROLLER-FRIST
               END-IF
           END-PERFORM
           STRING "AABNE SAGER: " DELIMITED BY SIZE
                   TR-ANTAL-AABNE DELIMITED BY SIZE
                   "  HERAF MED OVERSKREDET FRIST: " DELIMITED BY SIZE
                   TR-ANTAL-OVERSKR DELIMITED BY SIZE
                   "  AFVISTE TRANSAKTIONER: " DELIMITED BY SIZE
                   TR-ANTAL-AFVIST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       KONTROLLER-FRIST.
           IF KA-MODTAGET IN KLAG-ARRAY(IX)
               AND WS-DAGS-DATO > KA-KVIT-FRIST IN KLAG-ARRAY(IX)
               MOVE "J" TO KA-KVIT-BRUD IN KLAG-ARRAY(IX)
           END-IF
           IF WS-DAGS-DATO > KA-SVAR-FRIST IN KLAG-ARRAY(IX)
               MOVE "J" TO KA-SVAR-BRUD IN KLAG-ARRAY(IX)
           END-IF
      * Den frist der gælder nu: kvitteringsfristen indtil der er
      * kvitteret, derefter svarfristen
           IF KA-MODTAGET IN KLAG-ARRAY(IX)
               AND KA-KVIT-FRIST IN KLAG-ARRAY(IX)
                   < KA-SVAR-FRIST IN KLAG-ARRAY(IX)
               MOVE KA-KVIT-FRIST IN KLAG-ARRAY(IX) TO WS-KONV-DATO
               MOVE "KVITTERING" TO WS-FRIST-TEKST
           ELSE
               MOVE KA-SVAR-FRIST IN KLAG-ARRAY(IX) TO WS-KONV-DATO
               MOVE "SVAR" TO WS-FRIST-TEKST
           END-IF
           PERFORM DATO-TIL-HELTAL
           COMPUTE WS-DAGE = WS-KONV-HELTAL - WS-DAGS-HELTAL
           IF WS-DAGE > WS-VARSEL-DAGE
               AND KA-KVIT-BRUD IN KLAG-ARRAY(IX) = "N"
               AND KA-SVAR-BRUD IN KLAG-ARRAY(IX) = "N"
               EXIT PARAGRAPH
           END-IF
           IF KA-KVIT-BRUD IN KLAG-ARRAY(IX) = "J"
               OR KA-SVAR-BRUD IN KLAG-ARRAY(IX) = "J"
               ADD 1 TO TR-ANTAL-OVERSKR
           END-IF
           MOVE WS-DAGE TO WS-DAGE-DISPLAY
           STRING "SAG=" DELIMITED BY SIZE
                   KA-SAG-ID IN KLAG-ARRAY(IX) DELIMITED BY SPACE
                   " KUNDE=" DELIMITED BY SIZE
                   KA-KUNDE-ID IN KLAG-ARRAY(IX) DELIMITED BY SPACE
                   " KAT=" DELIMITED BY SIZE
                   KA-KATEGORI IN KLAG-ARRAY(IX) DELIMITED BY SIZE
                   " STATUS=" DELIMITED BY SIZE
                   KA-STATUS IN KLAG-ARRAY(IX) DELIMITED BY SIZE
                   " MODTAGET=" DELIMITED BY SIZE
                   KA-MODTAGET-DATO IN KLAG-ARRAY(IX)
                       DELIMITED BY SIZE
                   " FRIST " DELIMITED BY SIZE
                   WS-FRIST-TEKST DELIMITED BY SPACE
                   "=" DELIMITED BY SIZE
                   WS-KONV-DATO DELIMITED BY SIZE
                   " DAGE TILBAGE=" DELIMITED BY SIZE
                   WS-DAGE-DISPLAY DELIMITED BY SIZE
                   " KVIT-BRUD=" DELIMITED BY SIZE
                   KA-KVIT-BRUD IN KLAG-ARRAY(IX) DELIMITED BY SIZE
                   " SVAR-BRUD=" DELIMITED BY SIZE
                   KA-SVAR-BRUD IN KLAG-ARRAY(IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * SKRIV-KVARTALSRAPPORT                                         *
      * Formål: Klagestatistik for det foregående kalenderkvartal til *
      *         Finanstilsynet: de klager der blev modtaget i         *
      *         kvartalet, pr. kategori fordelt på besvarede,         *
      *         udfald, indbragte for ankenævnet og fristbrud, med    *
      *         gennemsnitlig svartid i dage - og derefter hver sag   *
      *         fra kvartalet der har overskredet en frist.           *
      *****************************************************************
       SKRIV-KVARTALSRAPPORT.
           PERFORM SAET-FORRIGE-KVARTAL
           INITIALIZE KSTAT-TABEL KSTAT-TOTAL
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > KLAG-COUNT
               IF KA-MODTAGET-DATO IN KLAG-ARRAY(IX) >= WS-KVT-FRA
                   AND KA-MODTAGET-DATO IN KLAG-ARRAY(IX)
                       <= WS-KVT-TIL
                   PERFORM TAEL-KVARTAL
               END-IF
           END-PERFORM

           OPEN OUTPUT KVARTAL-FILE
           MOVE "KVARTAL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE KVARTAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "KLAGESTATISTIK KVARTAL " DELIMITED BY SIZE
                   WS-KVT-FRA DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-KVT-TIL DELIMITED BY SIZE
                   " (KLAGER MODTAGET I KVARTALET)" DELIMITED BY SIZE
                   INTO KVARTAL-LINE
           PERFORM SKRIV-KVARTAL-LINE
           PERFORM SKRIV-KVARTAL-LINE
           STRING "KATEGORI      MODTAGET BESVARET  MEDHOLD  DELVIST"
                   DELIMITED BY SIZE
                   "   AFVIST  ANKENVN FRISTBRUD GNS.SVARDAGE"
                   DELIMITED BY SIZE
                   INTO KVARTAL-LINE
           PERFORM SKRIV-KVARTAL-LINE
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KAT-ANTAL
               PERFORM SKRIV-KATEGORI-LINE
           END-PERFORM
           PERFORM SKRIV-TOTAL-LINE
           PERFORM SKRIV-KVARTAL-LINE

           STRING "SAGER MED OVERSKREDET FRIST:" DELIMITED BY SIZE
                   INTO KVARTAL-LINE
           PERFORM SKRIV-KVARTAL-LINE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > KLAG-COUNT
               IF KA-MODTAGET-DATO IN KLAG-ARRAY(IX) >= WS-KVT-FRA
                   AND KA-MODTAGET-DATO IN KLAG-ARRAY(IX)
                       <= WS-KVT-TIL
                   AND (KA-KVIT-BRUD IN KLAG-ARRAY(IX) = "J"
                       OR KA-SVAR-BRUD IN KLAG-ARRAY(IX) = "J")
                   PERFORM SKRIV-BRUD-LINE
               END-IF
           END-PERFORM
           CLOSE KVARTAL-FILE
       EXIT.

       TAEL-KVARTAL.
           MOVE KA-KATEGORI IN KLAG-ARRAY(IX) TO WS-SOEG-KATEGORI
           PERFORM FIND-KATEGORI
      * En ukendt kategori i registret tælles som øvrigt
           IF WS-KAT-FUNDET = "N"
               MOVE KAT-ANTAL TO KX
           END-IF
           ADD 1 TO KS-MODTAGET(KX) KT-MODTAGET
           IF KA-BESVARET-DATO IN KLAG-ARRAY(IX) NOT = SPACES
               ADD 1 TO KS-BESVARET(KX) KT-BESVARET
               MOVE KA-MODTAGET-DATO IN KLAG-ARRAY(IX) TO WS-KONV-DATO
               PERFORM DATO-TIL-HELTAL
               MOVE WS-KONV-HELTAL TO WS-MODT-HELTAL
               MOVE KA-BESVARET-DATO IN KLAG-ARRAY(IX) TO WS-KONV-DATO
               PERFORM DATO-TIL-HELTAL
               IF WS-KONV-HELTAL >= WS-MODT-HELTAL
                   AND WS-MODT-HELTAL > ZERO
                   COMPUTE WS-DAGE = WS-KONV-HELTAL - WS-MODT-HELTAL
                   ADD WS-DAGE TO KS-DAGE-SUM(KX) KT-DAGE-SUM
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN KA-MEDHOLD IN KLAG-ARRAY(IX)
                   ADD 1 TO KS-MEDHOLD(KX) KT-MEDHOLD
               WHEN KA-DELVIST-MEDHOLD IN KLAG-ARRAY(IX)
                   ADD 1 TO KS-DELVIST(KX) KT-DELVIST
               WHEN KA-AFVIST IN KLAG-ARRAY(IX)
                   ADD 1 TO KS-AFVIST(KX) KT-AFVIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF KA-ANKE-DATO IN KLAG-ARRAY(IX) NOT = SPACES
               ADD 1 TO KS-ANKE(KX) KT-ANKE
           END-IF
           IF KA-KVIT-BRUD IN KLAG-ARRAY(IX) = "J"
               OR KA-SVAR-BRUD IN KLAG-ARRAY(IX) = "J"
               ADD 1 TO KS-BRUD(KX) KT-BRUD
           END-IF
       EXIT.

       SKRIV-KATEGORI-LINE.
           MOVE ZERO TO WS-GNS-DAGE
           IF KS-BESVARET(KX) > ZERO
               COMPUTE WS-GNS-DAGE ROUNDED =
                   KS-DAGE-SUM(KX) / KS-BESVARET(KX)
           END-IF
           MOVE WS-GNS-DAGE TO WS-GNS-DISPLAY
           STRING KAT-KODE(KX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   KAT-NAVN(KX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   KS-MODTAGET(KX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   KS-BESVARET(KX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   KS-MEDHOLD(KX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   KS-DELVIST(KX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   KS-AFVIST(KX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   KS-ANKE(KX) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   KS-BRUD(KX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-GNS-DISPLAY DELIMITED BY SIZE
                   INTO KVARTAL-LINE
           PERFORM SKRIV-KVARTAL-LINE
       EXIT.

       SKRIV-TOTAL-LINE.
           MOVE ZERO TO WS-GNS-DAGE
           IF KT-BESVARET > ZERO
               COMPUTE WS-GNS-DAGE ROUNDED =
                   KT-DAGE-SUM / KT-BESVARET
           END-IF
           MOVE WS-GNS-DAGE TO WS-GNS-DISPLAY
           STRING "I ALT" DELIMITED BY SIZE
                   "          " DELIMITED BY SIZE
                   KT-MODTAGET DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   KT-BESVARET DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   KT-MEDHOLD DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   KT-DELVIST DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   KT-AFVIST DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   KT-ANKE DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   KT-BRUD DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-GNS-DISPLAY DELIMITED BY SIZE
                   INTO KVARTAL-LINE
           PERFORM SKRIV-KVARTAL-LINE
       EXIT.

       SKRIV-BRUD-LINE.
           STRING "  SAG=" DELIMITED BY SIZE
                   KA-SAG-ID IN KLAG-ARRAY(IX) DELIMITED BY SPACE
                   " KUNDE=" DELIMITED BY SIZE
                   KA-KUNDE-ID IN KLAG-ARRAY(IX) DELIMITED BY SPACE
                   " KAT=" DELIMITED BY SIZE
                   KA-KATEGORI IN KLAG-ARRAY(IX) DELIMITED BY SIZE
                   " MODTAGET=" DELIMITED BY SIZE
                   KA-MODTAGET-DATO IN KLAG-ARRAY(IX)
                       DELIMITED BY SIZE
                   " KVITTERET=" DELIMITED BY SIZE
                   KA-KVITTERET-DATO IN KLAG-ARRAY(IX)
                       DELIMITED BY SIZE
                   " (FRIST " DELIMITED BY SIZE
                   KA-KVIT-FRIST IN KLAG-ARRAY(IX) DELIMITED BY SIZE
                   ") BESVARET=" DELIMITED BY SIZE
                   KA-BESVARET-DATO IN KLAG-ARRAY(IX)
                       DELIMITED BY SIZE
                   " (FRIST " DELIMITED BY SIZE
                   KA-SVAR-FRIST IN KLAG-ARRAY(IX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO KVARTAL-LINE
           PERFORM SKRIV-KVARTAL-LINE
       EXIT.

      *****************************************************************
      * SAET-FORRIGE-KVARTAL                                          *
      * Formål: Sætter WS-KVT-FRA/TIL til det kalenderkvartal der     *
      *         gik forud for kørselsdatoens kvartal. Til-datoen      *
      *         sættes til dag 31 - som tekst sammenlignes den        *
      *         korrekt mod alle datoer i kvartalets sidste måned.    *
      *****************************************************************
       SAET-FORRIGE-KVARTAL.
           MOVE WS-SYSDATO(1:4) TO WS-KVT-AAR
           MOVE WS-SYSDATO(5:2) TO WS-KVT-SYS-MDR
           COMPUTE WS-KVT-NR = (WS-KVT-SYS-MDR - 1) / 3 + 1
           IF WS-KVT-NR = 1
               MOVE 4 TO WS-KVT-NR
               SUBTRACT 1 FROM WS-KVT-AAR
           ELSE
               SUBTRACT 1 FROM WS-KVT-NR
           END-IF
           COMPUTE WS-KVT-FRA-MDR = (WS-KVT-NR - 1) * 3 + 1
           COMPUTE WS-KVT-TIL-MDR = WS-KVT-FRA-MDR + 2
           MOVE SPACES TO WS-KVT-FRA WS-KVT-TIL
           STRING WS-KVT-AAR "-" WS-KVT-FRA-MDR "-01"
               DELIMITED BY SIZE INTO WS-KVT-FRA
           STRING WS-KVT-AAR "-" WS-KVT-TIL-MDR "-31"
               DELIMITED BY SIZE INTO WS-KVT-TIL
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

       SKRIV-RAPPORT-LINE.
           WRITE RAPPORT-LINE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
       EXIT.

       SKRIV-KVARTAL-LINE.
           WRITE KVARTAL-LINE
           MOVE "KVARTAL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE KVARTAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO KVARTAL-LINE
       EXIT.

      *****************************************************************
      * WRITE-KLAGE-ARRAY                                             *
      * Formål: Skriver hele KLAG-ARRAY til Klagesager.NY             *
      *****************************************************************
       WRITE-KLAGE-ARRAY.
           OPEN OUTPUT OUTPUT-FILE
           MOVE "OUTPUT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE OUTPUT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > KLAG-COUNT
               MOVE KLAG-ARRAY(IX) TO KLAGEOPL-UD
               WRITE KLAGEOPL-UD
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
               MOVE "OPGAVEKLAGER" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.
