      *****************************************************************
      * PROGRAM-ID: OPGAVENETBANKOPRETTELSE                           *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Daglig import af kontoåbningsansøgninger fra      *
      *             netbanken. Nye privatkunder der ansøger online,   *
      *             er hidtil tastet ind igen af filialen i tre       *
      *             vedligeholdelsesfiler. Her valideres hver         *
      *             ansøgning (CPR er verificeret med MitID, men      *
      *             kontrolleres som i OpgaveVedligehold), og en      *
      *             godkendt ansøgning danner i ét gennemløb: kunden  *
      *             med CPR og kontaktdata og den ønskede konto som   *
      *             "A"-transaktioner i .Pending-filerne med netbanken*
      *             som indtaster, så de går den normale fire-øjne-   *
      *             vej gennem OpgaveGodkendelse; KYC-tjeklisten med  *
      *             identitetsdokumentet afkrydset (og sanktions-     *
      *             screeningen, når forhåndsscreeningen er ren); og  *
      *             velkomstbrevet. Kunde- og konto-id tildeles fra   *
      *             netbankens egen nummerserie, og kontonummeret     *
      *             dannes med gyldigt mod-10-check-ciffer. Afviste   *
      *             ansøgninger går retur til netbanken med           *
      *             årsagskode (se NETBANKAFVISOPL.cpy).              *
      * INPUT:      NetbankAnsoegninger.txt   - Dagens ansøgninger    *
      *             NetbankOprettelser.txt    - Behandlede ansøg-     *
      *                                         ninger (dublettjek)   *
      *             Kundeoplysninger.txt      - CPR-dublettjek        *
      *             Sanktionsliste.txt        - Forhåndsscreening     *
      * OUTPUT:     KundeoplysningerVedligehold.Pending (EXTEND)      *
      *             KontoOplVedligehold.Pending (EXTEND)              *
      *             KycVedligehold.txt (EXTEND)                       *
      *             NetbankOprettelser.txt (EXTEND)                   *
      *             NetbankAfvisninger.txt    - Retur til netbanken   *
      *             Velkomstbreve.txt         - Velkomstbreve         *
      *             KommunikationsLog.txt (EXTEND)                    *
      *             Netbank-Rapport.txt       - Dagsrapport           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveNetbankOprettelse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANSOEG-FILE ASSIGN TO "NetbankAnsoegninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANSOEG-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "NetbankOprettelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT SANKTION-FILE ASSIGN TO "Sanktionsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKTION-FILE-STATUS.
           SELECT PEND-KUNDE-FILE
               ASSIGN TO "KundeoplysningerVedligehold.Pending"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-KUNDE-FILE-STATUS.
           SELECT PEND-KONTO-FILE
               ASSIGN TO "KontoOplVedligehold.Pending"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-KONTO-FILE-STATUS.
           SELECT KYC-VEDL-FILE ASSIGN TO "KycVedligehold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-VEDL-FILE-STATUS.
           SELECT AFVIS-FILE ASSIGN TO "NetbankAfvisninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFVIS-FILE-STATUS.
           SELECT BREV-FILE ASSIGN TO "Velkomstbreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Netbank-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Netbank-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ANSOEG-FILE.
       01 NETBANKANSOPL.
           COPY "NETBANKANSOPL.cpy".

       FD REGISTER-FILE.
       01 NETBANKREGOPL.
           COPY "NETBANKREGOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD SANKTION-FILE.
       01 SANKTIONOPL.
           COPY "SANKTIONOPL.cpy".

      * Samme layout som i OpgaveGodkendelse: indtaster og
      * tidspunkt efterfulgt af selve vedligeholdelsestransaktionen
       FD PEND-KUNDE-FILE.
       01 PEND-KUNDE-RECORD.
           02 PK-INDTASTER     PIC X(08).
           02 PK-TIDSPUNKT     PIC X(19).
           02 PK-TRANS         PIC X(250).

       FD PEND-KONTO-FILE.
       01 PEND-KONTO-RECORD.
           02 PA-INDTASTER     PIC X(08).
           02 PA-TIDSPUNKT     PIC X(19).
           02 PA-TRANS         PIC X(250).

      * Samme layout som OpgaveKyc's transaktionsfil
       FD KYC-VEDL-FILE.
       01 KYC-VEDL-RECORD.
           02 KV-KODE          PIC X(01).
           02 KV-KUNDE-ID      PIC X(10).
           02 KV-PUNKT         PIC X(01).

       FD AFVIS-FILE.
       01 NETBANKAFVISOPL.
           COPY "NETBANKAFVISOPL.cpy".

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
       01 END-OF-ANSOEG    PIC X VALUE "N".
       01 END-OF-REGISTER  PIC X VALUE "N".
       01 END-OF-KUNDE-FILE PIC X VALUE "N".
       01 END-OF-SANKTION-FILE PIC X VALUE "N".

      * Netbanken er indtaster på de dannede vedligeholdelses-
      * transaktioner - en filialmedarbejder godkender dem i
      * OpgaveGodkendelse efter fire-øjne-reglen
       01 WS-NETBANK-OPERATOER PIC X(08) VALUE "NETBANK".
       01 WS-KUNDE-PRAEFIKS PIC X(02) VALUE "NB".
       01 WS-KONTO-PRAEFIKS PIC X(02) VALUE "NK".
      * Netbankens kontonumre ligger i deres egen serie, så de ikke
      * kolliderer med filialens
       01 WS-KONTONR-SERIE PIC 9(9) VALUE 200000000.

      * Ansøgnings-id'er der allerede er behandlet - fra loggen og
      * dagens - til dublettjek
       01 ANS-MAX-ANTAL    PIC 9(5) VALUE 10000.
       01 ANS-COUNT        PIC 9(5) VALUE ZERO.
       01 ANS-OVERFLOW     PIC X VALUE "N".
       01 ANS-TABEL.
           02 ANS-ID OCCURS 10000 TIMES PIC X(12).
       01 ANS-IX           PIC 9(5) VALUE ZERO.

      * CPR-numre der allerede er kunde, eller har en ansøgning
      * under godkendelse - fra Kundeoplysninger, loggen og dagens
       01 CPR-MAX-ANTAL    PIC 9(5) VALUE 20000.
       01 CPR-COUNT        PIC 9(5) VALUE ZERO.
       01 CPR-OVERFLOW     PIC X VALUE "N".
       01 CPR-TABEL.
           02 CPR-NR OCCURS 20000 TIMES PIC X(11).
       01 CPR-IX           PIC 9(5) VALUE ZERO.
       01 WS-SOEG-CPR      PIC X(11) VALUE SPACES.
       01 WS-FUNDET        PIC X VALUE "N".

      * Højeste løbenummer i netbankens id-serie (se TILDEL-IDER)
       01 WS-LOEBENR       PIC 9(8) VALUE ZERO.
       01 WS-LOEBENR-MAX   PIC 9(8) VALUE ZERO.
       01 WS-LOEBENR-TEKST PIC X(08) VALUE SPACES.
       01 WS-NY-KUNDE-ID   PIC X(10) VALUE SPACES.
       01 WS-NY-KONTO-ID   PIC X(10) VALUE SPACES.
       01 WS-NY-KONTOTYPE  PIC X(01) VALUE SPACES.
       01 WS-NY-VALUTA     PIC X(03) VALUE SPACES.

      * Kontonummer med mod-10 (Luhn) check-ciffer, samme
      * dannelse som OpgaveTestdata's SYNTETISER-KONTONUMMER
       01 WS-KONTONR-BASIS   PIC 9(9) VALUE ZERO.
       01 WS-KONTONR-TEKST   PIC X(10) VALUE SPACES.
       01 WS-CD-SUM          PIC 9(4) VALUE ZERO.
       01 WS-CD-VALUE        PIC 9(2) VALUE ZERO.
       01 WS-CD-IX           PIC 9(2) VALUE ZERO.
       01 WS-CD-DOUBLE-FLAG  PIC X VALUE "N".
       01 WS-CD-KVOTIENT     PIC 9(4) VALUE ZERO.
       01 WS-CD-REST         PIC 9(1) VALUE ZERO.
       01 WS-CHECK-CIFFER    PIC 9(1) VALUE ZERO.

      * CPR-validering som OpgaveVedligehold's VALIDATE-TRANS-CPR
       01 WS-CPR-VALID-FLAG   PIC X VALUE "Y".
       01 WS-CPR-SUM          PIC 9(4) VALUE ZERO.
       01 WS-CPR-KVOTIENT     PIC 9(4) VALUE ZERO.
       01 WS-CPR-REST         PIC 9(2) VALUE ZERO.
       01 WS-CPR-IX           PIC 9(2) VALUE ZERO.
       01 WS-CPR-CIFRE        PIC X(10) VALUE SPACES.
       01 WS-CPR-DAG          PIC 9(2) VALUE ZERO.
       01 WS-CPR-MDR          PIC 9(2) VALUE ZERO.
       01 WS-CPR-VAEGTE.
           02 FILLER PIC X(10) VALUE "4327654321".
       01 WS-CPR-VAEGT-RED REDEFINES WS-CPR-VAEGTE.
           02 WS-CPR-VAEGT PIC 9 OCCURS 10 TIMES.

      * Afvisningsårsag for den aktuelle ansøgning - blank er gyldig
       01 WS-AARSAG-KODE   PIC X(02) VALUE SPACES.
       01 WS-AARSAG-TEKST  PIC X(40) VALUE SPACES.

      * Sanktionslisten og forhåndsscreeningen - samme tolerante
      * matchning som OpgaveVedligehold's SCREEN-SANKTION, der
      * screener kunden igen, når oprettelsen er godkendt
       01 SANKTION-MAX-ANTAL  PIC 9(4) VALUE 200.
       01 SANKTION-COUNT      PIC 9(4) VALUE ZERO.
       01 SANKTION-OVERFLOW   PIC X VALUE "N".
       01 SANKTION-ARRAY OCCURS 200 TIMES.
           02 SANKT-ARR-FORNAVN   PIC X(20) VALUE SPACES.
           02 SANKT-ARR-EFTERNAVN PIC X(20) VALUE SPACES.
       01 SANKTION-IX         PIC 9(4) VALUE ZERO.
       01 WS-SCREEN-NAVN      PIC X(40) VALUE SPACES.
       01 WS-LISTE-NAVN       PIC X(40) VALUE SPACES.
       01 WS-MATCH-IX         PIC 9(2) VALUE ZERO.
       01 WS-MATCH-ANTAL      PIC 9(2) VALUE ZERO.
       01 WS-SANKTION-HIT     PIC X VALUE "N".

      * Kundetransaktionen - OpgaveVedligehold's TRANS-RECORD
       01 WS-KUNDE-TRANS.
           02 KT-KODE          PIC X(01).
           02 KT-KUNDE-ID      PIC X(10).
           02 KT-FORNAVN       PIC X(20).
           02 KT-EFTERNAVN     PIC X(20).
           02 KT-KONTONUMMER   PIC X(20).
           02 KT-BALANCE       PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 KT-VALUTAKODE    PIC X(03).
           02 KT-VEJNAVN       PIC X(30).
           02 KT-HUSNR         PIC X(05).
           02 KT-ETAGE         PIC X(05).
           02 KT-SIDE          PIC X(05).
           02 KT-CITY          PIC X(20).
           02 KT-POSTNR        PIC X(04).
           02 KT-LANDE-KODE    PIC X(02).
           02 KT-TELEFON       PIC X(08).
           02 KT-EMAIL         PIC X(50).
           02 KT-OPERATOER     PIC X(08).
           02 KT-PAA-VEGNE-AF  PIC X(10).
           02 KT-BO-MARKERING  PIC X(01).
           02 KT-CPR           PIC X(11).

      * Kontotransaktionen - OpgaveKontoVedligehold's TRANS-RECORD
       01 WS-KONTO-TRANS.
           02 AT-KODE          PIC X(01).
           02 AT-KONTO-ID      PIC X(10).
           02 AT-KUNDE-ID      PIC X(10).
           02 AT-KONTONUMMER   PIC X(20).
           02 AT-BALANCE       PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 AT-VALUTAKODE    PIC X(03).
           02 AT-KONTO-TYPE    PIC X(01).
           02 AT-PAA-VEGNE-AF  PIC X(10).
           02 AT-OPERATOER     PIC X(08).

      * Velkomstbrevet
       01 WS-PRODUKT-NAVN  PIC X(20) VALUE SPACES.
       01 BREV-FILE-STATUS PIC XX VALUE "00".

      * Den faelles kommunikationslog (se SKRIV-KOMMLOG)
       01 KOMMLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-KOMM-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 WS-KOMM-DATO      PIC 9(8) VALUE ZERO.
       01 WS-KOMM-DOKTYPE   PIC X(15) VALUE SPACES.
       01 WS-KOMM-KANAL     PIC X(01) VALUE "P".
       01 WS-KOMM-FILREF    PIC X(30) VALUE SPACES.

       01 TR-ANTAL-LAEST     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OPRETTET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-SANKTION  PIC 9(5) VALUE ZERO.

      * Kørselsdato og tidspunkt på .Pending-posterne
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-SYSTID          PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-TIDSPUNKT       PIC X(19) VALUE SPACES.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 ANSOEG-FILE-STATUS   PIC XX VALUE "00".
       01 REGISTER-FILE-STATUS PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS    PIC XX VALUE "00".
       01 SANKTION-FILE-STATUS PIC XX VALUE "00".
       01 PEND-KUNDE-FILE-STATUS PIC XX VALUE "00".
       01 PEND-KONTO-FILE-STATUS PIC XX VALUE "00".
       01 KYC-VEDL-FILE-STATUS PIC XX VALUE "00".
       01 AFVIS-FILE-STATUS    PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

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
           OPEN OUTPUT AFVIS-FILE
           MOVE "AFVIS-FILE" TO WS-IO-FILE-NAME
           MOVE AFVIS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           OPEN OUTPUT BREV-FILE
           MOVE "BREV-FILE" TO WS-IO-FILE-NAME
           MOVE BREV-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           STRING "NETBANK KONTOAABNINGER " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM LOAD-REGISTER
           PERFORM LOAD-KUNDE-CPR
           PERFORM LOAD-SANKTIONSLISTE

      * Er en af dublettabellerne løbet fuld, kan en kunde
      * oprettes to gange - ansøgningerne bliver liggende til
      * tabellerne er udvidet
           IF ANS-OVERFLOW = "Y" OR CPR-OVERFLOW = "Y"
               DISPLAY "OpgaveNetbankOprettelse: dublettabel fuld - "
                   "ansoegningerne behandles ikke"
               MOVE "  DUBLETTABEL FULD - ANSOEGNINGER IKKE BEHANDLET"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               ADD 1 TO WS-IO-ERROR-COUNT
           ELSE
               PERFORM AABN-UDDATAFILER
               PERFORM BEHANDL-ANSOEGNINGER
               CLOSE REGISTER-FILE
               CLOSE PEND-KUNDE-FILE
               CLOSE PEND-KONTO-FILE
               CLOSE KYC-VEDL-FILE
           END-IF

           PERFORM TRAILER

           DISPLAY "OpgaveNetbankOprettelse: " TR-ANTAL-LAEST
               " ansoegninger, " TR-ANTAL-OPRETTET " oprettet, "
               TR-ANTAL-AFVIST " afvist, "
               TR-ANTAL-SANKTION " sanktionshits"

           CLOSE BREV-FILE
           CLOSE AFVIS-FILE
           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

      * RETURN-CODE 4 når ansøgninger er afvist eller har et
      * sanktionshit, 8 ved I/O-fejl
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-AFVIST > ZERO
                   OR TR-ANTAL-SANKTION > ZERO
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
           ACCEPT WS-SYSTID FROM TIME
           MOVE SPACES TO WS-TIDSPUNKT
           STRING  WS-DAGS-DATO " " WS-SYSTID(1:2) ":"
                   WS-SYSTID(3:2) ":" WS-SYSTID(5:2)
                   DELIMITED BY SIZE
                   INTO WS-TIDSPUNKT
           MOVE WS-SYSDATO TO WS-KOMM-DATO
       EXIT.

      *****************************************************************
      * LOAD-REGISTER                                                 *
      * Formål: Læser loggen over behandlede ansøgninger: alle        *
      *         ansøgnings-id'er til dublettjek, CPR-numre på de      *
      *         oprettede (de kan endnu ligge til godkendelse) og     *
      *         det højeste løbenummer i netbankens id-serie.         *
      *         Findes loggen ikke, startes forfra.                   *
      *****************************************************************
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REGISTER = "Y"
                   READ REGISTER-FILE INTO NETBANKREGOPL
                       AT END
                           MOVE "Y" TO END-OF-REGISTER
                       NOT AT END
                           PERFORM GEM-REGISTER-POST
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
       EXIT.

       GEM-REGISTER-POST.
           IF ANS-COUNT >= ANS-MAX-ANTAL
               MOVE "Y" TO ANS-OVERFLOW
           ELSE
               ADD 1 TO ANS-COUNT
               MOVE NR-ANSOEGNING-ID TO ANS-ID(ANS-COUNT)
           END-IF
           IF NR-OPRETTET
               MOVE NR-CPR TO WS-SOEG-CPR
               PERFORM TILFOEJ-CPR
               IF NR-KUNDE-ID(1:2) = WS-KUNDE-PRAEFIKS
                       AND NR-KUNDE-ID(3:8) IS NUMERIC
                   MOVE NR-KUNDE-ID(3:8) TO WS-LOEBENR
                   IF WS-LOEBENR > WS-LOEBENR-MAX
                       MOVE WS-LOEBENR TO WS-LOEBENR-MAX
                   END-IF
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-KUNDE-CPR                                                *
      * Formål: Læser kunderegistret sekventielt og gemmer alle       *
      *         registrerede CPR-numre, så en ansøger der allerede    *
      *         er kunde, afvises. Kunder i netbankens id-serie       *
      *         tæller også med til det højeste løbenummer.           *
      *****************************************************************
       LOAD-KUNDE-CPR.
           OPEN INPUT KUNDE-FILE
           IF KUNDE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KUNDE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KUNDE-FILE = "Y"
               READ KUNDE-FILE INTO KUNDEOPL
                   AT END
                       MOVE "Y" TO END-OF-KUNDE-FILE
                   NOT AT END
                       IF KUNDE-CPR NOT = SPACES
                           MOVE KUNDE-CPR TO WS-SOEG-CPR
                           PERFORM TILFOEJ-CPR
                       END-IF
                       IF KUNDE-ID(1:2) = WS-KUNDE-PRAEFIKS
                               AND KUNDE-ID(3:8) IS NUMERIC
                           MOVE KUNDE-ID(3:8) TO WS-LOEBENR
                           IF WS-LOEBENR > WS-LOEBENR-MAX
                               MOVE WS-LOEBENR TO WS-LOEBENR-MAX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDE-FILE
       EXIT.

       TILFOEJ-CPR.
           IF CPR-COUNT >= CPR-MAX-ANTAL
               MOVE "Y" TO CPR-OVERFLOW
           ELSE
               ADD 1 TO CPR-COUNT
               MOVE WS-SOEG-CPR TO CPR-NR(CPR-COUNT)
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-SANKTIONSLISTE                                           *
      * Formål: Læser Sanktionsliste.txt ind i SANKTION-ARRAY en      *
      *         gang. Findes filen ikke, eller er den tom, screenes   *
      *         der ikke - tabellen forbliver tom.                    *
      *****************************************************************
       LOAD-SANKTIONSLISTE.
           OPEN INPUT SANKTION-FILE
           IF SANKTION-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SANKTION-FILE = "Y"
                   READ SANKTION-FILE INTO SANKTIONOPL
                       AT END
                           MOVE "Y" TO END-OF-SANKTION-FILE
                       NOT AT END
                           IF SANKTION-COUNT >= SANKTION-MAX-ANTAL
                               MOVE "Y" TO SANKTION-OVERFLOW
                           ELSE
                               ADD 1 TO SANKTION-COUNT
                               MOVE SANKT-FORNAVN TO
                                   SANKT-ARR-FORNAVN(SANKTION-COUNT)
                               MOVE SANKT-EFTERNAVN TO
                                   SANKT-ARR-EFTERNAVN(SANKTION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANKTION-FILE
           END-IF
       EXIT.

      *****************************************************************
      * AABN-UDDATAFILER                                              *
      * Formål: Åbner de voksende filer der tilføjes til - findes     *
      *         en endnu ikke, oprettes den.                          *
      *****************************************************************
       AABN-UDDATAFILER.
           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND PEND-KUNDE-FILE
           IF PEND-KUNDE-FILE-STATUS = "35"
               OPEN OUTPUT PEND-KUNDE-FILE
           END-IF
           MOVE "PEND-KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE PEND-KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND PEND-KONTO-FILE
           IF PEND-KONTO-FILE-STATUS = "35"
               OPEN OUTPUT PEND-KONTO-FILE
           END-IF
           MOVE "PEND-KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE PEND-KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND KYC-VEDL-FILE
           IF KYC-VEDL-FILE-STATUS = "35"
               OPEN OUTPUT KYC-VEDL-FILE
           END-IF
           MOVE "KYC-VEDL-FILE" TO WS-IO-FILE-NAME
           MOVE KYC-VEDL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * BEHANDL-ANSOEGNINGER                                          *
      * Formål: Gennemløber dagens ansøgninger. Er der ingen fil,     *
      *         har netbanken ikke afleveret noget i dag.             *
      *****************************************************************
       BEHANDL-ANSOEGNINGER.
           OPEN INPUT ANSOEG-FILE
           IF ANSOEG-FILE-STATUS = "35"
               MOVE "  INGEN ANSOEGNINGER FRA NETBANKEN I DAG"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "ANSOEG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE ANSOEG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF ANSOEG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ANSOEG = "Y"
               READ ANSOEG-FILE INTO NETBANKANSOPL
                   AT END
                       MOVE "Y" TO END-OF-ANSOEG
                   NOT AT END
                       ADD 1 TO TR-ANTAL-LAEST
                       PERFORM BEHANDL-ANSOEGNING
               END-READ
           END-PERFORM
           CLOSE ANSOEG-FILE
       EXIT.

      *****************************************************************
      * BEHANDL-ANSOEGNING                                            *
      * Formål: Validerer én ansøgning og afviser den med årsags-     *
      *         kode, eller danner kunde, konto, KYC-tjekliste og     *
      *         velkomstbrev og logger de tildelte id'er.             *
      *****************************************************************
       BEHANDL-ANSOEGNING.
           PERFORM VALIDER-ANSOEGNING
           IF WS-AARSAG-KODE NOT = SPACES
               PERFORM AFVIS-ANSOEGNING
               EXIT PARAGRAPH
           END-IF
           PERFORM TILDEL-IDER
           PERFORM SKRIV-KUNDE-PENDING
           PERFORM SKRIV-KONTO-PENDING
           PERFORM SCREEN-SANKTION
           PERFORM SKRIV-KYC
           PERFORM SKRIV-VELKOMSTBREV

           MOVE SPACES TO NETBANKREGOPL
           MOVE NA-ANSOEGNING-ID TO NR-ANSOEGNING-ID
           MOVE WS-DAGS-DATO     TO NR-DATO
           MOVE NA-CPR           TO NR-CPR
           MOVE WS-NY-KUNDE-ID   TO NR-KUNDE-ID
           MOVE WS-NY-KONTO-ID   TO NR-KONTO-ID
           MOVE WS-KONTONR-TEKST TO NR-KONTONUMMER
           MOVE "O"              TO NR-STATUS
           PERFORM SKRIV-REGISTER-POST
           MOVE NA-CPR TO WS-SOEG-CPR
           PERFORM TILFOEJ-CPR
           ADD 1 TO TR-ANTAL-OPRETTET

           STRING "  OPRETTET " DELIMITED BY SIZE
                   NA-ANSOEGNING-ID DELIMITED BY SIZE
                   " KUNDE " DELIMITED BY SIZE
                   WS-NY-KUNDE-ID DELIMITED BY SIZE
                   " KONTO " DELIMITED BY SIZE
                   WS-NY-KONTO-ID DELIMITED BY SIZE
                   " KONTONR " DELIMITED BY SIZE
                   WS-KONTONR-TEKST DELIMITED BY SIZE
                   " TYPE " DELIMITED BY SIZE
                   WS-NY-KONTOTYPE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF WS-SANKTION-HIT = "Y"
               MOVE "    SANKTIONSHIT - AFVENTER COMPLIANCE"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

      *****************************************************************
      * VALIDER-ANSOEGNING                                            *
      * Formål: Sætter WS-AARSAG-KODE/-TEKST for den første fejl der  *
      *         findes (kodelisten står i NETBANKAFVISOPL.cpy) - blank*
      *         kode betyder at ansøgningen kan oprettes.             *
      *****************************************************************
       VALIDER-ANSOEGNING.
           MOVE SPACES TO WS-AARSAG-KODE
           MOVE SPACES TO WS-AARSAG-TEKST
           IF NA-ANSOEGNING-ID = SPACES
               MOVE "01" TO WS-AARSAG-KODE
               MOVE "ANSOEGNINGS-ID MANGLER" TO WS-AARSAG-TEKST
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FUNDET
           PERFORM VARYING ANS-IX FROM 1 BY 1 UNTIL ANS-IX > ANS-COUNT
               IF ANS-ID(ANS-IX) = NA-ANSOEGNING-ID
                   MOVE "Y" TO WS-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FUNDET = "Y"
               MOVE "02" TO WS-AARSAG-KODE
               MOVE "ANSOEGNINGEN ER ALLEREDE BEHANDLET"
                   TO WS-AARSAG-TEKST
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-CPR
           IF WS-CPR-VALID-FLAG = "N"
               MOVE "03" TO WS-AARSAG-KODE
               MOVE "UGYLDIGT CPR-NUMMER" TO WS-AARSAG-TEKST
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FUNDET
           PERFORM VARYING CPR-IX FROM 1 BY 1 UNTIL CPR-IX > CPR-COUNT
               IF CPR-NR(CPR-IX) = NA-CPR
                   MOVE "Y" TO WS-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FUNDET = "Y"
               MOVE "04" TO WS-AARSAG-KODE
               MOVE "CPR ER ALLEREDE KUNDE ELLER ANSOEGER"
                   TO WS-AARSAG-TEKST
               EXIT PARAGRAPH
           END-IF
           IF NA-FORNAVN = SPACES OR NA-EFTERNAVN = SPACES
               MOVE "05" TO WS-AARSAG-KODE
               MOVE "FORNAVN ELLER EFTERNAVN MANGLER"
                   TO WS-AARSAG-TEKST
               EXIT PARAGRAPH
           END-IF
           IF NA-VEJNAVN = SPACES OR NA-HUSNR = SPACES
                   OR NA-CITY = SPACES OR NA-POSTNR NOT NUMERIC
               MOVE "06" TO WS-AARSAG-KODE
               MOVE "ADRESSEN ER UFULDSTAENDIG" TO WS-AARSAG-TEKST
               EXIT PARAGRAPH
           END-IF
           IF NA-TELEFON = SPACES AND NA-EMAIL = SPACES
               MOVE "07" TO WS-AARSAG-KODE
               MOVE "TELEFON OG EMAIL MANGLER" TO WS-AARSAG-TEKST
               EXIT PARAGRAPH
           END-IF
           EVALUATE NA-KONTO-TYPE
               WHEN SPACE
                   MOVE "L" TO WS-NY-KONTOTYPE
               WHEN "L"
               WHEN "O"
               WHEN "B"
                   MOVE NA-KONTO-TYPE TO WS-NY-KONTOTYPE
               WHEN OTHER
                   MOVE "08" TO WS-AARSAG-KODE
                   MOVE "PRODUKTET UDBYDES IKKE I NETBANKEN"
                       TO WS-AARSAG-TEKST
                   EXIT PARAGRAPH
           END-EVALUATE
           EVALUATE NA-VALUTA
               WHEN SPACES
               WHEN "DKK"
                   MOVE "DKK" TO WS-NY-VALUTA
               WHEN OTHER
                   MOVE "09" TO WS-AARSAG-KODE
                   MOVE "VALUTAEN UDBYDES IKKE I NETBANKEN"
                       TO WS-AARSAG-TEKST
           END-EVALUATE
       EXIT.

      *****************************************************************
      * VALIDATE-CPR                                                  *
      * Formål: Validerer NA-CPR med samme modulus-11- og dato-       *
      *         kontrol som OpgaveVedligehold's VALIDATE-TRANS-CPR -  *
      *         men her er CPR påkrævet, så blank er ugyldig.         *
      *****************************************************************
       VALIDATE-CPR.
           MOVE "Y" TO WS-CPR-VALID-FLAG
           IF NA-CPR = SPACES
               MOVE "N" TO WS-CPR-VALID-FLAG
           ELSE
               MOVE SPACES TO WS-CPR-CIFRE
               MOVE NA-CPR(1:6) TO WS-CPR-CIFRE(1:6)
               MOVE NA-CPR(8:4) TO WS-CPR-CIFRE(7:4)
               IF WS-CPR-CIFRE NOT NUMERIC
                       OR NA-CPR(7:1) NOT = "-"
                   MOVE "N" TO WS-CPR-VALID-FLAG
               ELSE
                   MOVE WS-CPR-CIFRE(1:2) TO WS-CPR-DAG
                   MOVE WS-CPR-CIFRE(3:2) TO WS-CPR-MDR
                   IF WS-CPR-DAG < 1 OR WS-CPR-DAG > 31
                           OR WS-CPR-MDR < 1 OR WS-CPR-MDR > 12
                       MOVE "N" TO WS-CPR-VALID-FLAG
                   ELSE
                       MOVE ZERO TO WS-CPR-SUM
                       PERFORM VARYING WS-CPR-IX FROM 1 BY 1
                               UNTIL WS-CPR-IX > 10
                           COMPUTE WS-CPR-SUM = WS-CPR-SUM +
                               FUNCTION NUMVAL(
                                   WS-CPR-CIFRE(WS-CPR-IX:1))
                               * WS-CPR-VAEGT(WS-CPR-IX)
                       END-PERFORM
                       DIVIDE WS-CPR-SUM BY 11
                           GIVING WS-CPR-KVOTIENT
                           REMAINDER WS-CPR-REST
                       IF WS-CPR-REST NOT = ZERO
                           MOVE "N" TO WS-CPR-VALID-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * AFVIS-ANSOEGNING                                              *
      * Formål: Skriver afvisningen retur til netbanken og logger     *
      *         den, så en genfremsendelse af samme ansøgnings-id     *
      *         genkendes.                                            *
      *****************************************************************
       AFVIS-ANSOEGNING.
           MOVE SPACES TO NETBANKAFVISOPL
           MOVE NA-ANSOEGNING-ID TO NAF-ANSOEGNING-ID
           MOVE WS-DAGS-DATO     TO NAF-DATO
           MOVE WS-AARSAG-KODE   TO NAF-AARSAG-KODE
           MOVE WS-AARSAG-TEKST  TO NAF-AARSAG-TEKST
           WRITE NETBANKAFVISOPL
           MOVE "AFVIS-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"      TO WS-IO-OPERATION
           MOVE AFVIS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO TR-ANTAL-AFVIST

      * En dublet eller en ansøgning uden id logges ikke igen
           IF WS-AARSAG-KODE NOT = "01" AND WS-AARSAG-KODE NOT = "02"
               MOVE SPACES TO NETBANKREGOPL
               MOVE NA-ANSOEGNING-ID TO NR-ANSOEGNING-ID
               MOVE WS-DAGS-DATO     TO NR-DATO
               MOVE NA-CPR           TO NR-CPR
               MOVE "A"              TO NR-STATUS
               MOVE WS-AARSAG-KODE   TO NR-AARSAG-KODE
               PERFORM SKRIV-REGISTER-POST
           END-IF
           IF WS-AARSAG-KODE NOT = "01"
                   AND ANS-COUNT < ANS-MAX-ANTAL
               ADD 1 TO ANS-COUNT
               MOVE NA-ANSOEGNING-ID TO ANS-ID(ANS-COUNT)
           END-IF

           STRING "  AFVIST   " DELIMITED BY SIZE
                   NA-ANSOEGNING-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AARSAG-KODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AARSAG-TEKST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-REGISTER-POST.
           WRITE NETBANKREGOPL
           MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * TILDEL-IDER                                                   *
      * Formål: Tildeler næste løbenummer i netbankens serie: kunden  *
      *         får "NB" + løbenummer, kontoen "NK" + løbenummer, og  *
      *         kontonummeret dannes af serien plus løbenummeret med  *
      *         mod-10 (Luhn) check-ciffer til sidst, så OpgaveVedli- *
      *         gehold's check-ciffer-kontrol består.                 *
      *****************************************************************
       TILDEL-IDER.
           ADD 1 TO WS-LOEBENR-MAX
           MOVE WS-LOEBENR-MAX TO WS-LOEBENR-TEKST
           MOVE SPACES TO WS-NY-KUNDE-ID
           MOVE SPACES TO WS-NY-KONTO-ID
           STRING WS-KUNDE-PRAEFIKS WS-LOEBENR-TEKST
                   DELIMITED BY SIZE INTO WS-NY-KUNDE-ID
           STRING WS-KONTO-PRAEFIKS WS-LOEBENR-TEKST
                   DELIMITED BY SIZE INTO WS-NY-KONTO-ID

           COMPUTE WS-KONTONR-BASIS = WS-KONTONR-SERIE + WS-LOEBENR-MAX
           MOVE SPACES TO WS-KONTONR-TEKST
           MOVE WS-KONTONR-BASIS TO WS-KONTONR-TEKST(1:9)
      * Luhn over de ni cifre plus det kommende check-ciffer: set
      * bagfra fordobles hver anden position - med ti cifre i alt er
      * det cifrene paa de ulige basispositioner der fordobles
           MOVE ZERO TO WS-CD-SUM
           MOVE "Y" TO WS-CD-DOUBLE-FLAG
           PERFORM VARYING WS-CD-IX FROM 9 BY -1
                   UNTIL WS-CD-IX < 1
               MOVE WS-KONTONR-TEKST(WS-CD-IX:1) TO WS-CD-VALUE
               IF WS-CD-DOUBLE-FLAG = "Y"
                   MULTIPLY 2 BY WS-CD-VALUE
                   IF WS-CD-VALUE > 9
                       SUBTRACT 9 FROM WS-CD-VALUE
                   END-IF
                   MOVE "N" TO WS-CD-DOUBLE-FLAG
               ELSE
                   MOVE "Y" TO WS-CD-DOUBLE-FLAG
               END-IF
               ADD WS-CD-VALUE TO WS-CD-SUM
           END-PERFORM
           DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-KVOTIENT
               REMAINDER WS-CD-REST
           IF WS-CD-REST = ZERO
               MOVE ZERO TO WS-CHECK-CIFFER
           ELSE
               COMPUTE WS-CHECK-CIFFER = 10 - WS-CD-REST
           END-IF
           MOVE WS-CHECK-CIFFER TO WS-KONTONR-TEKST(10:1)
       EXIT.

      *****************************************************************
      * SKRIV-KUNDE-PENDING                                           *
      * Formål: Danner kundens "A"-transaktion med nul i saldo (en ny *
      *         kunde har intet indestående endnu) og lægger den i    *
      *         KundeoplysningerVedligehold.Pending med netbanken som *
      *         indtaster.                                            *
      *****************************************************************
       SKRIV-KUNDE-PENDING.
           MOVE SPACES TO WS-KUNDE-TRANS
           MOVE "A"              TO KT-KODE
           MOVE WS-NY-KUNDE-ID   TO KT-KUNDE-ID
           MOVE NA-FORNAVN       TO KT-FORNAVN
           MOVE NA-EFTERNAVN     TO KT-EFTERNAVN
           MOVE WS-KONTONR-TEKST TO KT-KONTONUMMER
           MOVE ZERO             TO KT-BALANCE
           MOVE WS-NY-VALUTA     TO KT-VALUTAKODE
           MOVE NA-VEJNAVN       TO KT-VEJNAVN
           MOVE NA-HUSNR         TO KT-HUSNR
           MOVE NA-ETAGE         TO KT-ETAGE
           MOVE NA-SIDE          TO KT-SIDE
           MOVE NA-CITY          TO KT-CITY
           MOVE NA-POSTNR        TO KT-POSTNR
           MOVE NA-LANDE-KODE    TO KT-LANDE-KODE
           IF KT-LANDE-KODE = SPACES
               MOVE "DK" TO KT-LANDE-KODE
           END-IF
           MOVE NA-TELEFON       TO KT-TELEFON
           MOVE NA-EMAIL         TO KT-EMAIL
           MOVE WS-NETBANK-OPERATOER TO KT-OPERATOER
           MOVE NA-CPR           TO KT-CPR

           MOVE SPACES TO PEND-KUNDE-RECORD
           MOVE WS-NETBANK-OPERATOER TO PK-INDTASTER
           MOVE WS-TIDSPUNKT     TO PK-TIDSPUNKT
           MOVE WS-KUNDE-TRANS   TO PK-TRANS
           WRITE PEND-KUNDE-RECORD
           MOVE "PEND-KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"           TO WS-IO-OPERATION
           MOVE PEND-KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * SKRIV-KONTO-PENDING                                           *
      * Formål: Danner kontoens "A"-transaktion med den ønskede       *
      *         produkttype og lægger den i KontoOplVedligehold       *
      *         .Pending. Kontoen oprettes frossen af OpgaveKonto-    *
      *         Vedligehold, indtil KYC-tjeklisten er komplet.        *
      *****************************************************************
       SKRIV-KONTO-PENDING.
           MOVE SPACES TO WS-KONTO-TRANS
           MOVE "A"              TO AT-KODE
           MOVE WS-NY-KONTO-ID   TO AT-KONTO-ID
           MOVE WS-NY-KUNDE-ID   TO AT-KUNDE-ID
           MOVE WS-KONTONR-TEKST TO AT-KONTONUMMER
           MOVE ZERO             TO AT-BALANCE
           MOVE WS-NY-VALUTA     TO AT-VALUTAKODE
           MOVE WS-NY-KONTOTYPE  TO AT-KONTO-TYPE
           MOVE WS-NETBANK-OPERATOER TO AT-OPERATOER

           MOVE SPACES TO PEND-KONTO-RECORD
           MOVE WS-NETBANK-OPERATOER TO PA-INDTASTER
           MOVE WS-TIDSPUNKT     TO PA-TIDSPUNKT
           MOVE WS-KONTO-TRANS   TO PA-TRANS
           WRITE PEND-KONTO-RECORD
           MOVE "PEND-KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"           TO WS-IO-OPERATION
           MOVE PEND-KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * SCREEN-SANKTION                                               *
      * Formål: Forhåndsscreening af ansøgerens navn mod sanktions-   *
      *         listen med samme tolerance som OpgaveVedligehold (op  *
      *         til to afvigende tegn). Et hit afviser ikke ansøg-    *
      *         ningen over for netbanken - ansøgeren må ikke         *
      *         advares - men KYC-punktet for sanktionsscreening      *
      *         afkrydses ikke, og hittet meldes i dagsrapporten.     *
      *****************************************************************
       SCREEN-SANKTION.
           MOVE "N" TO WS-SANKTION-HIT
           MOVE SPACES TO WS-SCREEN-NAVN
           MOVE NA-FORNAVN   TO WS-SCREEN-NAVN(1:20)
           MOVE NA-EFTERNAVN TO WS-SCREEN-NAVN(21:20)
           PERFORM VARYING SANKTION-IX FROM 1 BY 1
                   UNTIL SANKTION-IX > SANKTION-COUNT
               MOVE SPACES TO WS-LISTE-NAVN
               MOVE SANKT-ARR-FORNAVN(SANKTION-IX)
                   TO WS-LISTE-NAVN(1:20)
               MOVE SANKT-ARR-EFTERNAVN(SANKTION-IX)
                   TO WS-LISTE-NAVN(21:20)
               MOVE ZERO TO WS-MATCH-ANTAL
               PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
                       UNTIL WS-MATCH-IX > 40
                   IF WS-SCREEN-NAVN(WS-MATCH-IX:1) =
                           WS-LISTE-NAVN(WS-MATCH-IX:1)
                       ADD 1 TO WS-MATCH-ANTAL
                   END-IF
               END-PERFORM
               IF WS-MATCH-ANTAL >= 38
                   MOVE "Y" TO WS-SANKTION-HIT
               END-IF
           END-PERFORM
           IF WS-SANKTION-HIT = "Y"
               ADD 1 TO TR-ANTAL-SANKTION
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-KYC                                                     *
      * Formål: Opretter kundens KYC-tjekliste og afkrydser identi-   *
      *         tetsdokumentet (CPR og identitet er verificeret med   *
      *         MitID) og, når forhåndsscreeningen er ren, sanktions- *
      *         screeningen. Adressedokumentation og aktivitets-      *
      *         erklæring mangler stadig, så kontoen forbliver        *
      *         frossen til de er modtaget.                           *
      *****************************************************************
       SKRIV-KYC.
           MOVE "A"            TO KV-KODE
           MOVE WS-NY-KUNDE-ID TO KV-KUNDE-ID
           MOVE SPACE          TO KV-PUNKT
           PERFORM SKRIV-KYC-POST
           MOVE "M"            TO KV-KODE
           MOVE "I"            TO KV-PUNKT
           PERFORM SKRIV-KYC-POST
           IF WS-SANKTION-HIT = "N"
               MOVE "S" TO KV-PUNKT
               PERFORM SKRIV-KYC-POST
           END-IF
       EXIT.

       SKRIV-KYC-POST.
           WRITE KYC-VEDL-RECORD
           MOVE "KYC-VEDL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE KYC-VEDL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * SKRIV-VELKOMSTBREV                                            *
      * Formål: Skriver velkomstbrevet med kunde- og kontonummer og   *
      *         de KYC-dokumenter banken mangler, før kontoen kan     *
      *         tages i brug, og logger det i kommunikationsloggen.   *
      *****************************************************************
       SKRIV-VELKOMSTBREV.
           EVALUATE WS-NY-KONTOTYPE
               WHEN "O"
                   MOVE "OPSPARINGSKONTO" TO WS-PRODUKT-NAVN
               WHEN "B"
                   MOVE "BUDGETKONTO" TO WS-PRODUKT-NAVN
               WHEN OTHER
                   MOVE "LOENKONTO" TO WS-PRODUKT-NAVN
           END-EVALUATE

           STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                   WS-NY-KUNDE-ID DELIMITED BY SPACE
                   " DOK=VELKOMSTBREV" DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING FUNCTION TRIM(NA-FORNAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(NA-EFTERNAVN) DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING FUNCTION TRIM(NA-VEJNAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NA-HUSNR DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   NA-ETAGE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   NA-SIDE DELIMITED BY SPACE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING NA-POSTNR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(NA-CITY) DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING "VELKOMMEN SOM KUNDE " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING "Tak for din ansoegning " DELIMITED BY SIZE
                   NA-ANSOEGNING-ID DELIMITED BY SPACE
                   " via netbanken." DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING "  KUNDENUMMER: " DELIMITED BY SIZE
                   WS-NY-KUNDE-ID DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           STRING "  KONTO:       " DELIMITED BY SIZE
                   WS-PRODUKT-NAVN DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-KONTONR-TEKST DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-NY-VALUTA DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           MOVE "Kontoen kan tages i brug, naar vi har modtaget:"
               TO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           MOVE "  - dokumentation for din adresse" TO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           MOVE "  - din erklaering om forventet brug af kontoen"
               TO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           MOVE "Begge dele kan uploades i netbanken." TO BREV-LINE
           PERFORM SKRIV-BREV-LINE
           PERFORM SKRIV-BREV-LINE

           MOVE WS-NY-KUNDE-ID TO WS-KOMM-KUNDE-ID
           MOVE "VELKOMSTBREV" TO WS-KOMM-DOKTYPE
           MOVE "P" TO WS-KOMM-KANAL
           MOVE "Velkomstbreve.txt" TO WS-KOMM-FILREF
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
               MOVE "OPGAVENETBANKOPRET" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.

       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Ansoegninger modtaget.......: " DELIMITED BY SIZE
                   TR-ANTAL-LAEST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Oprettet til godkendelse....: " DELIMITED BY SIZE
                   TR-ANTAL-OPRETTET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Afvist retur til netbanken..: " DELIMITED BY SIZE
                   TR-ANTAL-AFVIST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Sanktionshits...............: " DELIMITED BY SIZE
                   TR-ANTAL-SANKTION DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF SANKTION-OVERFLOW = "Y"
               MOVE "  ADVARSEL: SANKTIONSLISTEN DELVIST INDLAEST"
                   TO RAPPORT-LINE
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
      * Formål: Bygger det daterede filnavn for denne kørsels         *
      *         forretningsdato. Er datoen nul, bruges det            *
      *         oprindelige, udaterede filnavn.                       *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
           ELSE
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
           END-IF
       EXIT.
