      *****************************************************************
      * PROGRAM-ID: OPGAVELAANANSOEGNING                              *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Låneansøgninger fra indtastning til bogføring.    *
      *             Hidtil har intet oprettet lån i Laan.txt - fil-   *
      *             ialerne har rettet filen i hånden. Her føres      *
      *             ansøgningerne i registret LaanAnsoegninger.txt:   *
      *             (1) nye ansøgninger ("N") valideres og            *
      *             registreres; (2) kreditbeslutninger ("G"          *
      *             godkend / "A" afvis med årsag) anvendes, og       *
      *             fire-øjne-reglen håndhæves - godkender må ikke    *
      *             være indtaster; (3) ansøgninger uden beslutning   *
      *             og godkendte der ikke har kunnet udbetales        *
      *             udløber efter WS-UDLOEB-DAGE; (4) godkendte       *
      *             ansøgninger bogføres: lånet oprettes i Laan.txt   *
      *             med beregnet annuitetsydelse (samme formel som    *
      *             OpgaveLaanPlan) - et variabelt forrentet lån med  *
      *             første rentetilpasning om LAAN-RESET-MDR          *
      *             måneder - den første amortiseringsplan            *
      *             skrives, og hovedstolen udbetales til betalings-  *
      *             kontoen som en almindelig transaktion. Afviste    *
      *             og udløbne ansøgninger bliver i registret med     *
      *             årsag, og rapporten opgør afslagene i det         *
      *             foregående kvartal pr. årsag. En forbrugers       *
      *             ansøgning (alle segmenter undtagen erhverv)       *
      *             afvises ved registreringen, hvis lånets ÅOP -     *
      *             med etableringsgebyr og månedligt gebyr efter     *
      *             Gebyrer.txt og kundens uudløbne gebyraftale i     *
      *             PrisOverrides.txt - overstiger WS-AAOP-LOFT,      *
      *             eller de samlede kreditomkostninger overstiger    *
      *             WS-OMKOSTNINGSLOFT af hovedstolen (samme          *
      *             beregning som OpgaveAaop).                        *
      *             Indtasteren af en ny ansøgning ("I") og beslut-   *
      *             teren ("G", med hovedstolen ved godkendelse) skal *
      *             være bemyndiget i område "L" efter Operatoerer.txt*
      *             og Bemyndigelser.txt; ellers afvises transaktionen*
      *             før registret røres og logges i                   *
      *             BemyndigelsesLog.txt.                             *
      * INPUT:      LaanAnsoegninger.txt       - Ansøgningsregistret  *
      *             LaanAnsoegningVedligehold.txt - Nye ansøgninger   *
      *                                          og beslutninger      *
      *             Laan.txt                   - Eksisterende lån-id  *
      *             KontoOpl.txt               - Betalingskonti       *
      *             Kundeoplysninger.txt       - Kundens segment      *
      *             Gebyrer.txt                - Gebyrskemaet         *
      *             PrisOverrides.txt          - Gebyraftaler         *
      *             Transaktioner.txt          - REG-NR-kobling       *
      *             Operatoerer.txt, Bemyndigelser.txt                *
      * OUTPUT:     LaanAnsoegninger.txt       - Opdateret register   *
      *             Laan.txt (EXTEND)          - Bogførte lån         *
      *             Transaktioner.txt (EXTEND) - Udbetalinger         *
      *             LaanJournal.txt (EXTEND)   - Udbetaling pr. lån   *
      *             LaanStartPlan.txt          - Første amortise-     *
      *                                          ringsplan pr. lån    *
      *             LaanAnsoegning-Rapport.txt - Dagsrapport og       *
      *                                          afslagsstatistik     *
      *             BemyndigelsesLog.txt (EXTEND)                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveLaanAnsoegning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "LaanAnsoegninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO "LaanAnsoegningVedligehold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
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
           SELECT INPUT-GEBYR-FILE ASSIGN TO "Gebyrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-GEBYR-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "PrisOverrides.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.
           SELECT TRANS-UD-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-UD-FILE-STATUS.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT LAANJOURNAL-FILE ASSIGN TO "LaanJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANJOURNAL-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO "LaanStartPlan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "LaanAnsoegning-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT BEMYNDIGELSE-FILE ASSIGN TO "Bemyndigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDIGELSE-FILE-STATUS.
           SELECT BEMYNDLOG-FILE ASSIGN TO "BemyndigelsesLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDLOG-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "LaanAnsoegning-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
       01 LAANANSOEGOPL.
           COPY "LAANANSOEGOPL.cpy".

      * "N" er en ny ansøgning med stamdata og indtaster; "G"/"A"
      * er kreditbeslutningen på en registreret ansøgning med
      * beslutterens operatør-id (og årsag ved afslag)
       FD TRANS-FILE.
       01 TRANS-RECORD.
           02 TRANS-KODE        PIC X(01).
               88 TRANS-NY-ANSOEGNING  VALUE "N".
               88 TRANS-GODKEND        VALUE "G".
               88 TRANS-AFVIS          VALUE "A".
           02 TRANS-ANSOEG-ID   PIC X(10).
           02 TRANS-KUNDE-ID    PIC X(10).
           02 TRANS-KONTO-ID    PIC X(10).
           02 TRANS-HOVEDSTOL   PIC 9(9)V99.
           02 TRANS-RENTE       PIC 9(2)V9999.
           02 TRANS-LOEBETID-MDR PIC 9(3).
           02 TRANS-OPERATOER   PIC X(08).
           02 TRANS-AARSAG      PIC X(30).
           02 TRANS-RENTETYPE   PIC X(01).
           02 TRANS-REFERENCE   PIC X(10).
           02 TRANS-MARGIN      PIC 9(2)V9999.
           02 TRANS-RESET-MDR   PIC 9(2).

       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD INPUT-GEBYR-FILE.
       01 GEBYROPL.
           COPY "GEBYROPL.cpy".

       FD OVERRIDE-FILE.
       01 PRISOVERRIDEOPL.
           COPY "PRISOVERRIDEOPL.cpy".

       FD TRANS-UD-FILE.
       01 TRANSAKTIONEROPL.
           COPY "TRANSAKTIONEROPL.cpy".

       FD INPUT-TRANS-FILE.
       01 TRANSIND.
           COPY "TRANSAKTIONEROPL.cpy"
               REPLACING LEADING ==REG-NR== BY ==TIND-REG-NR==
                   LEADING ==KONTO-ID== BY ==TIND-KONTO-ID==
                   LEADING ==NAVN== BY ==TIND-NAVN==
                   LEADING ==ADRESSE== BY ==TIND-ADRESSE==
                   LEADING ==TIDSPUNKT== BY ==TIND-TIDSPUNKT==
                   LEADING ==TRANSAKTIONSTYPE==
                       BY ==TIND-TRANSAKTIONSTYPE==
                   LEADING ==BELØB== BY ==TIND-BELØB==
                   LEADING ==VALUTA== BY ==TIND-VALUTA==
                   LEADING ==BUTIK== BY ==TIND-BUTIK==.

       FD LAANJOURNAL-FILE.
       01 LAANJOURNALOPL.
           COPY "LAANJOURNALOPL.cpy".

       FD PLAN-FILE.
       01 PLAN-LINE        PIC X(100) VALUE SPACES.

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD BEMYNDIGELSE-FILE.
       01 BEMYNDIGELSEOPL.
           COPY "BEMYNDIGELSEOPL.cpy".

       FD BEMYNDLOG-FILE.
       01 BEMYNDLOGOPL.
           COPY "BEMYNDLOGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-REGISTER  PIC X VALUE "N".
       01 END-OF-TRANS     PIC X VALUE "N".
       01 END-OF-LAAN-FILE PIC X VALUE "N".

      * Ansøgningsregistret loades, opdateres og skrives samlet
      * tilbage
       01 ANS-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 ANS-COUNT        PIC 9(4) VALUE ZERO.
       01 ANS-OVERFLOW     PIC X VALUE "N".
       01 ANS-ARRAY OCCURS 2000 TIMES.
           COPY "LAANANSOEGOPL.cpy"
               REPLACING LEADING ==LA-== BY ==AN-==.
       01 AN-IX            PIC 9(4) VALUE ZERO.
       01 WS-ANS-FUNDET    PIC X VALUE "N".

      * Grænser for en ny ansøgning. Hovedstolen begrænses af
      * BELØB-feltet i udbetalingstransaktionen (fortegn + 8
      * heltalscifre + decimaler)
       01 WS-MAX-HOVEDSTOL PIC 9(9)V99 VALUE 99999999.99.
       01 WS-MAX-LOEBETID  PIC 9(3) VALUE 480.
       01 WS-UDLOEB-DAGE   PIC 9(3) VALUE 30.
       01 WS-SYSTEM-OPERATOER PIC X(08) VALUE "SYSTEM".
       01 WS-MAX-RESET-MDR PIC 9(2) VALUE 60.
       01 WS-VALID-AARSAG  PIC X(30) VALUE SPACES.

      * Lovens lofter for forbrugerkredit: ÅOP i procent og de
      * samlede kreditomkostninger i procent af hovedstolen - samme
      * værdier som OpgaveAaop
       01 WS-AAOP-LOFT         PIC 9(3)V99 VALUE 35.00.
       01 WS-OMKOSTNINGSLOFT   PIC 9(3)V99 VALUE 100.00.

      * Gebyrskemaet og gebyraftalerne til ÅOP-kontrollen (se
      * KONTROLLER-AAOP-LOFT)
       01 END-OF-GEBYR-FILE PIC X VALUE "N".
       01 END-OF-OVERRIDE-FILE PIC X VALUE "N".
       01 GEBYR-MAX-ANTAL   PIC 9(4) VALUE 100.
       01 GEBYR-COUNT       PIC 9(4) VALUE ZERO.
       01 GEBYR-ARRAY OCCURS 100 TIMES.
           COPY "GEBYROPL.cpy"
               REPLACING LEADING ==GEBYR== BY ==GB==.
       01 GB-IX             PIC 9(4) VALUE ZERO.
       01 OVR-MAX-ANTAL     PIC 9(3) VALUE 500.
       01 OVR-COUNT         PIC 9(3) VALUE ZERO.
       01 OVR-ARRAY OCCURS 500 TIMES.
           COPY "PRISOVERRIDEOPL.cpy"
               REPLACING LEADING ==PO-== BY ==OV-==.
       01 OV-IX             PIC 9(3) VALUE ZERO.
       01 WS-G-OV-IX        PIC 9(3) VALUE ZERO.
       01 WS-KUNDE-SEGMENT  PIC X(01) VALUE SPACES.
       01 WS-KONTO-STATUS   PIC X(01) VALUE SPACES.
       01 WS-MDR-GEBYR      PIC 9(5)V99 VALUE ZERO.

      * ÅOP-beregningen (se BEREGN-AAOP) - samme som OpgaveAaop
       01 WS-AAOP-HOVEDSTOL PIC 9(11)V99 VALUE ZERO.
       01 WS-AAOP-ETABLERING PIC 9(5)V99 VALUE ZERO.
       01 WS-AAOP-YDELSE    PIC 9(9)V99 VALUE ZERO.
       01 WS-AAOP-TERMINER  PIC 9(3) VALUE ZERO.
       01 WS-AAOP-SLUTBETALING PIC 9(11)V99 VALUE ZERO.
       01 WS-AAOP-NETTO     PIC S9(11)V99 VALUE ZERO.
       01 WS-AAOP-BETALT    PIC 9(13)V99 VALUE ZERO.
       01 WS-AAOP-LAV       PIC 9V9(12) VALUE ZERO.
       01 WS-AAOP-HOEJ      PIC 9V9(12) VALUE ZERO.
       01 WS-AAOP-MIDT      PIC 9V9(12) VALUE ZERO.
       01 WS-AAOP-DISKONT   PIC 9V9(12) VALUE ZERO.
       01 WS-AAOP-NUTID     PIC 9(13)V99 VALUE ZERO.
       01 WS-AAOP-ITERATION PIC 9(3) VALUE ZERO.
       01 WS-AAOP-SATS      PIC 9(3)V99 VALUE ZERO.
       01 WS-AAOP-OMKOSTNINGER PIC 9(9)V99 VALUE ZERO.
       01 WS-AAOP-DISPLAY   PIC ZZ9.99.

      * Lån-id dannes som "LN" + løbenummer ud over det højeste
      * der allerede står i Laan.txt
       01 WS-LAAN-LOEBENR  PIC 9(8) VALUE ZERO.
       01 WS-NYT-LAAN-ID   PIC X(10) VALUE SPACES.

      * Annuitetsberegning - samme formel som OpgaveLaanPlan:
      * månedsrenten er den årlige sats delt med 12; ydelsen er
      * H * i / (1 - (1+i)**-n)
       01 WS-MDR-RENTE     PIC 9(2)V9(8) VALUE ZERO.
       01 WS-FAKTOR        PIC 9(3)V9(8) VALUE ZERO.
       01 WS-YDELSE        PIC 9(7)V99 VALUE ZERO.
       01 WS-REST          PIC S9(9)V99 VALUE ZERO.
       01 WS-TERMIN-RENTE  PIC 9(7)V99 VALUE ZERO.
       01 WS-AFDRAG        PIC 9(7)V99 VALUE ZERO.
       01 WS-TERMIN        PIC 9(3) VALUE ZERO.
       01 WS-REST-DISPLAY  PIC Z(8)9.99.
       01 WS-RENTE-DISPLAY PIC Z(6)9.99.
       01 WS-AFDRAG-DISPLAY PIC Z(6)9.99.
       01 WS-YDELSE-DISPLAY PIC Z(6)9.99.
       01 WS-HOVEDSTOL-DISPLAY PIC Z(8)9.99.

      * Udbetalingens BELØB som tekst med fortegn
       01 WS-BELOB-TEKST   PIC X(12) VALUE SPACES.
       01 WS-BELOB-NUM     PIC 9(8).99.
       01 WS-KAN-UDBETALES PIC X VALUE "N".
       01 WS-UDBETAL-AARSAG PIC X(30) VALUE SPACES.

      * Entydig transaktionsreference til de dannede records (se
      * DAN-TRANS-REF): programkode + koerselstidsstempel +
      * loebenummer i koerslen
       01 WS-TRANS-REF      PIC X(16) VALUE SPACES.
       01 WS-REF-PREFIX     PIC X(11) VALUE SPACES.
       01 WS-REF-LOEBENR    PIC 9(5) VALUE ZERO.
       01 WS-REF-TID        PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO       PIC 9(8) VALUE ZERO.

      * Konto -> REG-NR udledt af dagens Transaktioner.txt (se
      * BYG-KONTO-MAP), så udbetalingen kan bære kontoens REG-NR
       01 END-OF-TRANSIND-FILE PIC X VALUE "N".
       01 KMAP-MAX-ANTAL   PIC 9(4) VALUE 2000.
       01 KMAP-COUNT       PIC 9(4) VALUE ZERO.
       01 KMAP-OVERFLOW    PIC X VALUE "N".
       01 KMAP-TABEL.
           02 KMAP-ENTRY OCCURS 2000 TIMES.
               03 KM-KONTO-ID PIC X(10).
               03 KM-REG-NR   PIC X(6).
       01 KX               PIC 9(4) VALUE ZERO.
       01 WS-KMAP-FUNDET   PIC X VALUE "N".
       01 WS-SOEG-KONTO-ID PIC X(10) VALUE SPACES.
       01 WS-KONTO-REGNR   PIC X(6) VALUE SPACES.

      * Første rentetilpasning for et variabelt lån: bogførings-
      * datoen lagt LAAN-RESET-MDR måneder frem (se BEREGN-NAESTE-
      * RESET)
       01 WS-RESET-AAR     PIC 9(4) VALUE ZERO.
       01 WS-RESET-MDR-NR  PIC 9(4) VALUE ZERO.
       01 WS-RESET-DAG     PIC 9(2) VALUE ZERO.
       01 WS-RESET-NUM     PIC 9(8) VALUE ZERO.

      * Udløb: alder i dage fra ansøgnings- hhv. beslutningsdatoen
       01 WS-DATO-NUM      PIC 9(8) VALUE ZERO.
       01 WS-ALDER-DAGE    PIC S9(5) VALUE ZERO.

      * Afslagsstatistik for det foregående kalenderkvartal: afviste
      * og udløbne ansøgninger talt pr. årsag
       01 WS-KVT-AAR       PIC 9(4) VALUE ZERO.
       01 WS-KVT-NR        PIC 9(1) VALUE ZERO.
       01 WS-KVT-FRA-MDR   PIC 9(2) VALUE ZERO.
       01 WS-KVT-TIL-MDR   PIC 9(2) VALUE ZERO.
       01 WS-KVT-SYS-MDR   PIC 9(2) VALUE ZERO.
       01 WS-KVT-FRA       PIC X(10) VALUE SPACES.
       01 WS-KVT-TIL       PIC X(10) VALUE SPACES.
       01 AARSAG-MAX-ANTAL PIC 9(2) VALUE 50.
       01 AARSAG-COUNT     PIC 9(2) VALUE ZERO.
       01 AARSAG-OVERFLOW  PIC X VALUE "N".
       01 AARSAG-TABEL.
           02 AARSAG-ENTRY OCCURS 50 TIMES.
               03 AS-AARSAG   PIC X(30).
               03 AS-AFVIST   PIC 9(5).
               03 AS-UDLOEBET PIC 9(5).
       01 AS-IX            PIC 9(2) VALUE ZERO.
       01 WS-AS-FUNDET     PIC X VALUE "N".
       01 TR-KVT-AFVIST    PIC 9(5) VALUE ZERO.
       01 TR-KVT-UDLOEBET  PIC 9(5) VALUE ZERO.
       01 TR-KVT-BOGFOERT  PIC 9(5) VALUE ZERO.

       01 TR-ANTAL-NYE      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-GODKENDT PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDLOEBET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-BOGFOERT PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FEJL     PIC 9(5) VALUE ZERO.
       01 TR-SUM-UDBETALT   PIC 9(11)V99 VALUE ZERO.
       01 WS-SUM-DISPLAY    PIC Z(10)9.99.
       01 TR-STATUS-ANTAL   PIC 9(5) OCCURS 5 TIMES.
       01 WS-STATUS-KODER   PIC X(5) VALUE "SGAUB".
       01 ST-IX             PIC 9(1) VALUE ZERO.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-DAGS-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-TIDSPUNKT       PIC X(19) VALUE SPACES.

      * Operatørregistret og bemyndigelsesmatricen (se CHECK-
      * BEMYNDIGELSE). Kalderen sætter WS-BM-OPERATOER, -HANDLING
      * ("I" indtast, "G" godkend), -OMRAADE, -KODE, -ID og -BELOB
       01 END-OF-BM-FILE     PIC X VALUE "N".
       01 OPR-MAX-ANTAL      PIC 9(4) VALUE 500.
       01 OPR-COUNT          PIC 9(4) VALUE ZERO.
       01 OPR-ARRAY OCCURS 500 TIMES.
           COPY "OPERATOEROPL.cpy"
               REPLACING LEADING ==OP-== BY ==OA-==.
       01 OPR-IX             PIC 9(4) VALUE ZERO.
       01 BMY-MAX-ANTAL      PIC 9(4) VALUE 500.
       01 BMY-COUNT          PIC 9(4) VALUE ZERO.
       01 BMY-OVERFLOW       PIC X VALUE "N".
       01 BMY-ARRAY OCCURS 500 TIMES.
           COPY "BEMYNDIGELSEOPL.cpy"
               REPLACING LEADING ==BM-== BY ==BA-==.
       01 BMY-IX             PIC 9(4) VALUE ZERO.
       01 WS-BM-FUNDET       PIC X VALUE "N".
       01 WS-BM-OPERATOER    PIC X(08) VALUE SPACES.
       01 WS-BM-HANDLING     PIC X(01) VALUE SPACES.
       01 WS-BM-OMRAADE      PIC X(01) VALUE SPACES.
       01 WS-BM-KODE         PIC X(01) VALUE SPACES.
       01 WS-BM-ID           PIC X(20) VALUE SPACES.
       01 WS-BM-BELOB        PIC 9(11)V99 VALUE ZERO.
       01 WS-BM-OK           PIC X VALUE "N".
       01 WS-BM-AARSAG       PIC X(40) VALUE SPACES.
       01 WS-BM-PROGRAM      PIC X(30)
                             VALUE "OpgaveLaanAnsoegning".
       01 WS-BM-SYSDATO      PIC 9(8) VALUE ZERO.
       01 WS-BM-SYSTID       PIC 9(8) VALUE ZERO.
       01 WS-BM-TIDSPUNKT    PIC X(19) VALUE SPACES.
       01 TR-ANTAL-UBEMYNDIGET PIC 9(5) VALUE ZERO.
       01 OPERATOER-FILE-STATUS    PIC XX VALUE "00".
       01 BEMYNDIGELSE-FILE-STATUS PIC XX VALUE "00".
       01 BEMYNDLOG-FILE-STATUS    PIC XX VALUE "00".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 REGISTER-FILE-STATUS PIC XX VALUE "00".
       01 TRANS-FILE-STATUS    PIC XX VALUE "00".
       01 LAAN-FILE-STATUS     PIC XX VALUE "00".
       01 KONTO-FILE-STATUS    PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-GEBYR-FILE-STATUS PIC XX VALUE "00".
       01 OVERRIDE-FILE-STATUS PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 LAANJOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 PLAN-FILE-STATUS     PIC XX VALUE "00".
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
           MOVE SPACES TO RAPPORT-LINE

           PERFORM LOAD-BEMYNDIGELSER
           PERFORM LOAD-REGISTER
           PERFORM FIND-HOEJESTE-LAAN-ID
           PERFORM BYG-KONTO-MAP
           PERFORM READ-GEBYRSKEMA
           PERFORM LOAD-OVERRIDES
           PERFORM BEHANDL-VEDLIGEHOLD
           PERFORM UDLOEB-ANSOEGNINGER
           PERFORM BOGFOER-GODKENDTE
           PERFORM SKRIV-REGISTER
           PERFORM SKRIV-AFSLAGSSTATISTIK

           DISPLAY "OpgaveLaanAnsoegning: " TR-ANTAL-NYE " nye, "
               TR-ANTAL-GODKENDT " godkendt, "
               TR-ANTAL-AFVIST " afvist, "
               TR-ANTAL-UDLOEBET " udloebet, "
               TR-ANTAL-BOGFOERT " bogfoert, "
               TR-ANTAL-FEJL " fejl (" TR-ANTAL-UBEMYNDIGET
               " ubemyndigede)"

           CLOSE RAPPORT-FILE
           CLOSE BEMYNDLOG-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
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
           STRING  WS-DAGS-DATO " 04:00:00" DELIMITED BY SIZE
                   INTO WS-TIDSPUNKT
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO)
       EXIT.

      *****************************************************************
      * LOAD-REGISTER                                                 *
      * Formål: Læser ansøgningsregistret ind i ANS-ARRAY. Findes     *
      *         filen ikke, startes med et tomt register.             *
      *****************************************************************
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REGISTER = "Y"
                   READ REGISTER-FILE INTO LAANANSOEGOPL
                       AT END
                           MOVE "Y" TO END-OF-REGISTER
                       NOT AT END
                           IF ANS-COUNT >= ANS-MAX-ANTAL
                               MOVE "Y" TO ANS-OVERFLOW
                           ELSE
                               ADD 1 TO ANS-COUNT
                               MOVE LAANANSOEGOPL
                                   TO ANS-ARRAY(ANS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           IF ANS-OVERFLOW = "Y"
               DISPLAY "OpgaveLaanAnsoegning: ANS-ARRAY fuld - "
                   "registret kan ikke skrives tilbage komplet"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

      *****************************************************************
      * FIND-HOEJESTE-LAAN-ID                                         *
      * Formål: Finder det højeste løbenummer blandt lån-id'er på     *
      *         formen "LN" + 8 cifre i Laan.txt, så nye lån aldrig   *
      *         genbruger et id. Håndoprettede lån med andre id'er    *
      *         berøres ikke.                                         *
      *****************************************************************
       FIND-HOEJESTE-LAAN-ID.
           OPEN INPUT LAAN-FILE
           IF LAAN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-LAAN-FILE = "Y"
                   READ LAAN-FILE INTO LAANOPL
                       AT END
                           MOVE "Y" TO END-OF-LAAN-FILE
                       NOT AT END
                           IF LAAN-ID(1:2) = "LN"
                               AND LAAN-ID(3:8) IS NUMERIC
                               IF FUNCTION NUMVAL(LAAN-ID(3:8))
                                       > WS-LAAN-LOEBENR
                                   COMPUTE WS-LAAN-LOEBENR =
                                       FUNCTION NUMVAL(LAAN-ID(3:8))
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAAN-FILE
               MOVE "N" TO END-OF-LAAN-FILE
           END-IF
       EXIT.

      *****************************************************************
      * BEHANDL-VEDLIGEHOLD                                           *
      * Formål: Anvender dagens nye ansøgninger og kredit-            *
      *         beslutninger fra LaanAnsoegningVedligehold.txt.       *
      *****************************************************************
       BEHANDL-VEDLIGEHOLD.
           OPEN INPUT TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-TRANS = "Y"
               READ TRANS-FILE INTO TRANS-RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRANS-NY-ANSOEGNING
                               PERFORM REGISTRER-ANSOEGNING
                           WHEN TRANS-GODKEND
                               PERFORM ANVEND-BESLUTNING
                           WHEN TRANS-AFVIS
                               PERFORM ANVEND-BESLUTNING
                           WHEN OTHER
                               ADD 1 TO TR-ANTAL-FEJL
                               STRING "FEJL UKENDT TRANSAKTIONSKODE: "
                                       DELIMITED BY SIZE
                                       TRANS-KODE DELIMITED BY SIZE
                                       " ANSOEGNING=" DELIMITED BY SIZE
                                       TRANS-ANSOEG-ID
                                           DELIMITED BY SPACE
                                       INTO RAPPORT-LINE
                               PERFORM SKRIV-RAPPORT-LINE
                       END-EVALUATE
               END-READ
               MOVE "TRANS-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE TRANS-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE TRANS-FILE
           CLOSE KONTO-FILE
           CLOSE KUNDE-FILE
       EXIT.

      *****************************************************************
      * REGISTRER-ANSOEGNING                                          *
      * Formål: Registrerer en ny ansøgning. Et id der allerede står  *
      *         i registret er en fejl og registreres ikke. Ugyldige  *
      *         stamdata registreres som afvist med årsagen, så også  *
      *         de tæller med i afslagsstatistikken.                  *
      *****************************************************************
       REGISTRER-ANSOEGNING.
           MOVE TRANS-ANSOEG-ID TO WS-SOEG-KONTO-ID
           PERFORM FIND-ANSOEGNING
           IF WS-ANS-FUNDET = "Y" OR TRANS-ANSOEG-ID = SPACES
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL ANSOEGNING FINDES ALLEREDE/BLANK: "
                       DELIMITED BY SIZE
                       TRANS-ANSOEG-ID DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF ANS-COUNT >= ANS-MAX-ANTAL
               MOVE "Y" TO ANS-OVERFLOW
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL REGISTRET ER FULDT - IKKE REGISTRERET: "
                       DELIMITED BY SIZE
                       TRANS-ANSOEG-ID DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM KONTROLLER-BEMYNDIGELSE
           IF WS-BM-OK = "N"
               PERFORM SKRIV-UBEMYNDIGET
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ANS-COUNT
           MOVE ANS-COUNT TO AN-IX
           MOVE SPACES TO ANS-ARRAY(AN-IX)
           MOVE TRANS-ANSOEG-ID  TO AN-ANSOEG-ID IN ANS-ARRAY(AN-IX)
           MOVE TRANS-KUNDE-ID   TO AN-KUNDE-ID IN ANS-ARRAY(AN-IX)
           MOVE TRANS-KONTO-ID   TO AN-KONTO-ID IN ANS-ARRAY(AN-IX)
           MOVE TRANS-HOVEDSTOL  TO AN-HOVEDSTOL IN ANS-ARRAY(AN-IX)
           MOVE TRANS-RENTE      TO AN-RENTE IN ANS-ARRAY(AN-IX)
           MOVE TRANS-LOEBETID-MDR
               TO AN-LOEBETID-MDR IN ANS-ARRAY(AN-IX)
           MOVE TRANS-OPERATOER  TO AN-INDTASTER IN ANS-ARRAY(AN-IX)
           MOVE TRANS-RENTETYPE  TO AN-RENTETYPE IN ANS-ARRAY(AN-IX)
           MOVE TRANS-REFERENCE  TO AN-REFERENCE IN ANS-ARRAY(AN-IX)
           IF TRANS-RENTETYPE = "V"
               MOVE TRANS-MARGIN TO AN-MARGIN IN ANS-ARRAY(AN-IX)
               MOVE TRANS-RESET-MDR TO AN-RESET-MDR IN ANS-ARRAY(AN-IX)
           ELSE
               MOVE ZERO TO AN-MARGIN IN ANS-ARRAY(AN-IX)
               MOVE ZERO TO AN-RESET-MDR IN ANS-ARRAY(AN-IX)
           END-IF
           MOVE WS-DAGS-DATO     TO AN-ANSOEG-DATO IN ANS-ARRAY(AN-IX)
           MOVE "S"              TO AN-STATUS IN ANS-ARRAY(AN-IX)
           PERFORM VALIDER-ANSOEGNING
           IF WS-VALID-AARSAG NOT = SPACES
               MOVE "A" TO AN-STATUS IN ANS-ARRAY(AN-IX)
               MOVE WS-SYSTEM-OPERATOER
                   TO AN-BESLUTTER IN ANS-ARRAY(AN-IX)
               MOVE WS-DAGS-DATO TO AN-BESLUT-DATO IN ANS-ARRAY(AN-IX)
               MOVE WS-VALID-AARSAG TO AN-AARSAG IN ANS-ARRAY(AN-IX)
               ADD 1 TO TR-ANTAL-AFVIST
               STRING "AFVIST VED REGISTRERING " DELIMITED BY SIZE
                       TRANS-ANSOEG-ID DELIMITED BY SPACE
                       " AARSAG=" DELIMITED BY SIZE
                       WS-VALID-AARSAG DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           ELSE
               ADD 1 TO TR-ANTAL-NYE
               MOVE TRANS-HOVEDSTOL TO WS-HOVEDSTOL-DISPLAY
               STRING "REGISTRERET " DELIMITED BY SIZE
                       TRANS-ANSOEG-ID DELIMITED BY SPACE
                       " KUNDE=" DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       " HOVEDSTOL=" DELIMITED BY SIZE
                       WS-HOVEDSTOL-DISPLAY DELIMITED BY SIZE
                       " INDTASTER=" DELIMITED BY SIZE
                       TRANS-OPERATOER DELIMITED BY SPACE
                       " AAOP=" DELIMITED BY SIZE
                       WS-AAOP-DISPLAY DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       VALIDER-ANSOEGNING.
           MOVE SPACES TO WS-VALID-AARSAG
           EVALUATE TRUE
               WHEN TRANS-KUNDE-ID = SPACES
                   MOVE "UGYLDIG: KUNDE MANGLER" TO WS-VALID-AARSAG
               WHEN TRANS-KONTO-ID = SPACES
                   MOVE "UGYLDIG: BETALINGSKONTO MANGLER"
                       TO WS-VALID-AARSAG
               WHEN TRANS-OPERATOER = SPACES
                   MOVE "UGYLDIG: INDTASTER MANGLER"
                       TO WS-VALID-AARSAG
               WHEN TRANS-HOVEDSTOL NOT NUMERIC
                   OR TRANS-HOVEDSTOL = ZERO
                   MOVE "UGYLDIG: HOVEDSTOL" TO WS-VALID-AARSAG
               WHEN TRANS-HOVEDSTOL > WS-MAX-HOVEDSTOL
                   MOVE "UGYLDIG: HOVEDSTOL OVER GRAENSE"
                       TO WS-VALID-AARSAG
               WHEN TRANS-RENTE NOT NUMERIC
                   OR TRANS-RENTE NOT < 1
                   MOVE "UGYLDIG: RENTESATS" TO WS-VALID-AARSAG
               WHEN TRANS-LOEBETID-MDR NOT NUMERIC
                   OR TRANS-LOEBETID-MDR = ZERO
                   OR TRANS-LOEBETID-MDR > WS-MAX-LOEBETID
                   MOVE "UGYLDIG: LOEBETID" TO WS-VALID-AARSAG
               WHEN TRANS-RENTETYPE NOT = "F"
                   AND TRANS-RENTETYPE NOT = "V"
                   AND TRANS-RENTETYPE NOT = SPACE
                   MOVE "UGYLDIG: RENTETYPE" TO WS-VALID-AARSAG
               WHEN TRANS-RENTETYPE = "V"
                   AND (TRANS-REFERENCE = SPACES
                       OR TRANS-MARGIN NOT NUMERIC
                       OR TRANS-RESET-MDR NOT NUMERIC
                       OR TRANS-RESET-MDR = ZERO
                       OR TRANS-RESET-MDR > WS-MAX-RESET-MDR)
                   MOVE "UGYLDIG: VARIABEL RENTE" TO WS-VALID-AARSAG
           END-EVALUATE
           IF WS-VALID-AARSAG = SPACES
               PERFORM KONTROLLER-AAOP-LOFT
           END-IF
       EXIT.

      *****************************************************************
      * KONTROLLER-AAOP-LOFT                                          *
      * Formål: Beregner lånets ÅOP som OpgaveAaop: annuiteten af     *
      *         hovedstolen over løbetiden plus det månedlige gebyr,  *
      *         mod hovedstolen minus etableringsgebyret. Gebyr-      *
      *         rækken findes ud fra kundens segment og betalings-    *
      *         kontoens status; en uudløbet "G"-aftale på kontoen    *
      *         eller kunden erstatter det månedlige gebyr. For en    *
      *         forbruger sættes afslagsårsagen, hvis ÅOP eller de    *
      *         samlede omkostninger er over loftet. En ukendt kunde  *
      *         behandles som forbruger.                              *
      *****************************************************************
       KONTROLLER-AAOP-LOFT.
           MOVE SPACES TO WS-KONTO-STATUS
           MOVE TRANS-KONTO-ID TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KONTO-STATUS IN KONTOOPL TO WS-KONTO-STATUS
           END-READ
           MOVE SPACES TO WS-KUNDE-SEGMENT
           MOVE TRANS-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KUNDE-SEGMENT IN KUNDEOPL
                       TO WS-KUNDE-SEGMENT
           END-READ
           MOVE ZERO TO WS-AAOP-ETABLERING
           MOVE ZERO TO WS-MDR-GEBYR
           PERFORM VARYING GB-IX FROM 1 BY 1 UNTIL GB-IX > GEBYR-COUNT
               IF GB-SEGMENT IN GEBYR-ARRAY(GB-IX) = WS-KUNDE-SEGMENT
                   AND GB-KONTO-STATUS IN GEBYR-ARRAY(GB-IX) =
                       WS-KONTO-STATUS
                   IF GB-ETABLERING IN GEBYR-ARRAY(GB-IX) IS NUMERIC
                       MOVE GB-ETABLERING IN GEBYR-ARRAY(GB-IX)
                           TO WS-AAOP-ETABLERING
                   END-IF
                   IF GB-FRITAGET IN GEBYR-ARRAY(GB-IX) NOT = "Y"
                       MOVE GB-BELOB IN GEBYR-ARRAY(GB-IX)
                           TO WS-MDR-GEBYR
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-G-OV-IX
           PERFORM VARYING OV-IX FROM 1 BY 1 UNTIL OV-IX > OVR-COUNT
               IF OV-TYPE IN OVR-ARRAY(OV-IX) = "G"
                   AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                       >= WS-DAGS-DATO
                   AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) =
                       TRANS-KONTO-ID
                   MOVE OV-IX TO WS-G-OV-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-G-OV-IX = ZERO
               PERFORM VARYING OV-IX FROM 1 BY 1
                       UNTIL OV-IX > OVR-COUNT
                   IF OV-TYPE IN OVR-ARRAY(OV-IX) = "G"
                       AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                           >= WS-DAGS-DATO
                       AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) = SPACES
                       AND OV-KUNDE-ID IN OVR-ARRAY(OV-IX) =
                           TRANS-KUNDE-ID
                       MOVE OV-IX TO WS-G-OV-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-G-OV-IX > ZERO
               IF OV-FRITAGET IN OVR-ARRAY(WS-G-OV-IX) = "Y"
                   MOVE ZERO TO WS-MDR-GEBYR
               ELSE
                   MOVE OV-GEBYR-BELOB IN OVR-ARRAY(WS-G-OV-IX)
                       TO WS-MDR-GEBYR
               END-IF
           END-IF
           COMPUTE WS-MDR-RENTE = TRANS-RENTE / 12
           IF WS-MDR-RENTE = ZERO
               COMPUTE WS-YDELSE ROUNDED =
                   TRANS-HOVEDSTOL / TRANS-LOEBETID-MDR
           ELSE
               COMPUTE WS-FAKTOR =
                   1 - (1 + WS-MDR-RENTE)
                       ** (ZERO - TRANS-LOEBETID-MDR)
               COMPUTE WS-YDELSE ROUNDED =
                   TRANS-HOVEDSTOL * WS-MDR-RENTE / WS-FAKTOR
           END-IF
           COMPUTE WS-AAOP-YDELSE = WS-YDELSE + WS-MDR-GEBYR
           MOVE TRANS-HOVEDSTOL    TO WS-AAOP-HOVEDSTOL
           MOVE TRANS-LOEBETID-MDR TO WS-AAOP-TERMINER
           MOVE ZERO               TO WS-AAOP-SLUTBETALING
           PERFORM BEREGN-AAOP
           MOVE WS-AAOP-SATS TO WS-AAOP-DISPLAY
           IF WS-KUNDE-SEGMENT = "E"
               EXIT PARAGRAPH
           END-IF
           IF WS-AAOP-SATS > WS-AAOP-LOFT
               OR WS-AAOP-OMKOSTNINGER * 100 >
                   TRANS-HOVEDSTOL * WS-OMKOSTNINGSLOFT
               MOVE "UGYLDIG: AAOP OVER LOFT" TO WS-VALID-AARSAG
           END-IF
       EXIT.

      *****************************************************************
      * BEREGN-AAOP                                                   *
      * Formål: Finder den månedlige rente i, der gør nutidsværdien   *
      *         af WS-AAOP-TERMINER ydelser og slutbetalingen lig     *
      *         hovedstolen minus etableringsgebyret, ved halvering   *
      *         af intervallet 0-25% pr. måned. ÅOP = (1+i)^12 - 1 i  *
      *         procent. De samlede kreditomkostninger er alt der     *
      *         betales ud over den udbetalte hovedstol.              *
      *****************************************************************
       BEREGN-AAOP.
           MOVE ZERO TO WS-AAOP-SATS
           MOVE ZERO TO WS-AAOP-OMKOSTNINGER
           COMPUTE WS-AAOP-NETTO =
               WS-AAOP-HOVEDSTOL - WS-AAOP-ETABLERING
           COMPUTE WS-AAOP-BETALT =
               WS-AAOP-YDELSE * WS-AAOP-TERMINER
               + WS-AAOP-SLUTBETALING
           IF WS-AAOP-BETALT + WS-AAOP-ETABLERING
                   > WS-AAOP-HOVEDSTOL
               COMPUTE WS-AAOP-OMKOSTNINGER =
                   WS-AAOP-BETALT + WS-AAOP-ETABLERING
                   - WS-AAOP-HOVEDSTOL
                   ON SIZE ERROR
                       MOVE 999999999.99 TO WS-AAOP-OMKOSTNINGER
               END-COMPUTE
           END-IF
           IF WS-AAOP-NETTO NOT > ZERO
               MOVE 999.99 TO WS-AAOP-SATS
               EXIT PARAGRAPH
           END-IF
           IF WS-AAOP-BETALT NOT > WS-AAOP-NETTO
               OR WS-AAOP-TERMINER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AAOP-LAV
           MOVE 0.25 TO WS-AAOP-HOEJ
           MOVE WS-AAOP-HOEJ TO WS-AAOP-MIDT
           PERFORM BEREGN-NUTIDSVAERDI
           IF WS-AAOP-NUTID > WS-AAOP-NETTO
               MOVE 999.99 TO WS-AAOP-SATS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AAOP-ITERATION FROM 1 BY 1
                   UNTIL WS-AAOP-ITERATION > 40
               COMPUTE WS-AAOP-MIDT =
                   (WS-AAOP-LAV + WS-AAOP-HOEJ) / 2
               PERFORM BEREGN-NUTIDSVAERDI
               IF WS-AAOP-NUTID > WS-AAOP-NETTO
                   MOVE WS-AAOP-MIDT TO WS-AAOP-LAV
               ELSE
                   MOVE WS-AAOP-MIDT TO WS-AAOP-HOEJ
               END-IF
           END-PERFORM
           COMPUTE WS-AAOP-SATS ROUNDED =
               ((1 + WS-AAOP-MIDT) ** 12 - 1) * 100
               ON SIZE ERROR
                   MOVE 999.99 TO WS-AAOP-SATS
           END-COMPUTE
       EXIT.

       BEREGN-NUTIDSVAERDI.
           COMPUTE WS-AAOP-DISKONT =
               (1 + WS-AAOP-MIDT) ** (ZERO - WS-AAOP-TERMINER)
           COMPUTE WS-AAOP-NUTID ROUNDED =
               WS-AAOP-YDELSE * (1 - WS-AAOP-DISKONT) / WS-AAOP-MIDT
               + WS-AAOP-SLUTBETALING * WS-AAOP-DISKONT
       EXIT.

      *****************************************************************
      * READ-GEBYRSKEMA                                               *
      * Formål: Læser Gebyrer.txt ind i GEBYR-ARRAY. Uden skema       *
      *         regnes ÅOP uden gebyrer.                              *
      *****************************************************************
       READ-GEBYRSKEMA.
           OPEN INPUT INPUT-GEBYR-FILE
           IF INPUT-GEBYR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-GEBYR-FILE = "Y"
               READ INPUT-GEBYR-FILE INTO GEBYROPL
                   AT END
                       MOVE "Y" TO END-OF-GEBYR-FILE
                   NOT AT END
                       IF GEBYR-COUNT < GEBYR-MAX-ANTAL
                           ADD 1 TO GEBYR-COUNT
                           MOVE GEBYROPL TO GEBYR-ARRAY(GEBYR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-GEBYR-FILE
       EXIT.

      *****************************************************************
      * LOAD-OVERRIDES                                                *
      * Formål: Læser gebyraftalerne i PrisOverrides.txt ind i        *
      *         OVR-ARRAY.                                            *
      *****************************************************************
       LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF OVERRIDE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OVERRIDE-FILE = "Y"
               READ OVERRIDE-FILE INTO PRISOVERRIDEOPL
                   AT END
                       MOVE "Y" TO END-OF-OVERRIDE-FILE
                   NOT AT END
                       IF PO-GEBYR AND OVR-COUNT < OVR-MAX-ANTAL
                           ADD 1 TO OVR-COUNT
                           MOVE PRISOVERRIDEOPL TO OVR-ARRAY(OVR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE
       EXIT.

      *****************************************************************
      * FIND-ANSOEGNING                                               *
      * Formål: Slår ansøgnings-id'et i WS-SOEG-KONTO-ID op i         *
      *         ANS-ARRAY og sætter WS-ANS-FUNDET og AN-IX.           *
      *****************************************************************
       FIND-ANSOEGNING.
           MOVE "N" TO WS-ANS-FUNDET
           PERFORM VARYING AN-IX FROM 1 BY 1 UNTIL AN-IX > ANS-COUNT
               IF AN-ANSOEG-ID IN ANS-ARRAY(AN-IX) = WS-SOEG-KONTO-ID
                   MOVE "Y" TO WS-ANS-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * ANVEND-BESLUTNING                                             *
      * Formål: Anvender kreditbeslutningen på en ansøgning der       *
      *         afventer beslutning. Fire-øjne-reglen håndhæves:      *
      *         indtaster og beslutter må ikke være samme operatør,   *
      *         og beslutteren skal være bemyndiget til at godkende   *
      *         koden - ved godkendelse for lånets hovedstol.         *
      *         Et afslag uden årsag får en standardårsag, så         *
      *         statistikken aldrig har blanke årsager.               *
      *****************************************************************
       ANVEND-BESLUTNING.
           MOVE TRANS-ANSOEG-ID TO WS-SOEG-KONTO-ID
           PERFORM FIND-ANSOEGNING
           IF WS-ANS-FUNDET = "N"
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL UKENDT ANSOEGNING VED BESLUTNING: "
                       DELIMITED BY SIZE
                       TRANS-ANSOEG-ID DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF NOT AN-ANSOEGT IN ANS-ARRAY(AN-IX)
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL ANSOEGNING AFVENTER IKKE BESLUTNING: "
                       DELIMITED BY SIZE
                       TRANS-ANSOEG-ID DELIMITED BY SPACE
                       " STATUS=" DELIMITED BY SIZE
                       AN-STATUS IN ANS-ARRAY(AN-IX) DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF TRANS-OPERATOER = SPACES
               OR TRANS-OPERATOER = AN-INDTASTER IN ANS-ARRAY(AN-IX)
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL SAMME/BLANK OPERATOER VED ANSOEGNING: "
                       DELIMITED BY SIZE
                       TRANS-ANSOEG-ID DELIMITED BY SPACE
                       " - FIRE-OEJNE-REGLEN KRAEVER EN ANDEN"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM KONTROLLER-BEMYNDIGELSE
           IF WS-BM-OK = "N"
               PERFORM SKRIV-UBEMYNDIGET
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-OPERATOER TO AN-BESLUTTER IN ANS-ARRAY(AN-IX)
           MOVE WS-DAGS-DATO TO AN-BESLUT-DATO IN ANS-ARRAY(AN-IX)
           IF TRANS-GODKEND
               MOVE "G" TO AN-STATUS IN ANS-ARRAY(AN-IX)
               ADD 1 TO TR-ANTAL-GODKENDT
               STRING "GODKENDT " DELIMITED BY SIZE
                       TRANS-ANSOEG-ID DELIMITED BY SPACE
                       " INDTASTER=" DELIMITED BY SIZE
                       AN-INDTASTER IN ANS-ARRAY(AN-IX)
                           DELIMITED BY SPACE
                       " GODKENDER=" DELIMITED BY SIZE
                       TRANS-OPERATOER DELIMITED BY SPACE
                       INTO RAPPORT-LINE
           ELSE
               MOVE "A" TO AN-STATUS IN ANS-ARRAY(AN-IX)
               IF TRANS-AARSAG = SPACES
                   MOVE "AFSLAG UDEN ANGIVET AARSAG"
                       TO AN-AARSAG IN ANS-ARRAY(AN-IX)
               ELSE
                   MOVE TRANS-AARSAG TO AN-AARSAG IN ANS-ARRAY(AN-IX)
               END-IF
               ADD 1 TO TR-ANTAL-AFVIST
               STRING "AFVIST " DELIMITED BY SIZE
                       TRANS-ANSOEG-ID DELIMITED BY SPACE
                       " BESLUTTER=" DELIMITED BY SIZE
                       TRANS-OPERATOER DELIMITED BY SPACE
                       " AARSAG=" DELIMITED BY SIZE
                       AN-AARSAG IN ANS-ARRAY(AN-IX) DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * KONTROLLER-BEMYNDIGELSE                                       *
      * Formål: Kontrollerer i område "L" at indtasteren må indtaste  *
      *         en ny ansøgning med hovedstolen, og at beslutteren    *
      *         må godkende eller afvise den. Godkendelsen vurderes   *
      *         mod rollens beløbsgrænse med ansøgningens hovedstol.  *
      *****************************************************************
       KONTROLLER-BEMYNDIGELSE.
           MOVE TRANS-OPERATOER TO WS-BM-OPERATOER
           MOVE "L" TO WS-BM-OMRAADE
           MOVE TRANS-KODE TO WS-BM-KODE
           MOVE TRANS-ANSOEG-ID TO WS-BM-ID
           MOVE ZERO TO WS-BM-BELOB
           IF TRANS-NY-ANSOEGNING
               MOVE "I" TO WS-BM-HANDLING
               IF TRANS-HOVEDSTOL NUMERIC
                   MOVE TRANS-HOVEDSTOL TO WS-BM-BELOB
               END-IF
           ELSE
               MOVE "G" TO WS-BM-HANDLING
               IF TRANS-GODKEND
                   MOVE AN-HOVEDSTOL IN ANS-ARRAY(AN-IX) TO WS-BM-BELOB
               END-IF
           END-IF
           PERFORM CHECK-BEMYNDIGELSE
       EXIT.

       SKRIV-UBEMYNDIGET.
           STRING "UBEMYNDIGET " DELIMITED BY SIZE
                   TRANS-OPERATOER DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   TRANS-KODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BM-ID DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-BM-AARSAG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * UDLOEB-ANSOEGNINGER                                           *
      * Formål: En ansøgning der har ventet på kreditbeslutning i     *
      *         mere end WS-UDLOEB-DAGE, eller en godkendt ansøgning  *
      *         der i samme tid ikke har kunnet udbetales, udløber.   *
      *         Den bliver i registret med årsag og dagens dato.      *
      *****************************************************************
       UDLOEB-ANSOEGNINGER.
           PERFORM VARYING AN-IX FROM 1 BY 1 UNTIL AN-IX > ANS-COUNT
               IF AN-ANSOEGT IN ANS-ARRAY(AN-IX)
                   MOVE ZERO TO WS-DATO-NUM
                   STRING AN-ANSOEG-DATO IN ANS-ARRAY(AN-IX)(1:4)
                       AN-ANSOEG-DATO IN ANS-ARRAY(AN-IX)(6:2)
                       AN-ANSOEG-DATO IN ANS-ARRAY(AN-IX)(9:2)
                       DELIMITED BY SIZE INTO WS-DATO-NUM
                   PERFORM BEREGN-ALDER
                   IF WS-ALDER-DAGE > WS-UDLOEB-DAGE
                       MOVE "UDLOEBET UDEN KREDITBESLUTNING"
                           TO AN-AARSAG IN ANS-ARRAY(AN-IX)
                       PERFORM MARKER-UDLOEBET
                   END-IF
               ELSE
                   IF AN-GODKENDT IN ANS-ARRAY(AN-IX)
                       MOVE ZERO TO WS-DATO-NUM
                       STRING AN-BESLUT-DATO IN ANS-ARRAY(AN-IX)(1:4)
                           AN-BESLUT-DATO IN ANS-ARRAY(AN-IX)(6:2)
                           AN-BESLUT-DATO IN ANS-ARRAY(AN-IX)(9:2)
                           DELIMITED BY SIZE INTO WS-DATO-NUM
                       PERFORM BEREGN-ALDER
                       IF WS-ALDER-DAGE > WS-UDLOEB-DAGE
                           MOVE "UDLOEBET - KUNNE IKKE UDBETALES"
                               TO AN-AARSAG IN ANS-ARRAY(AN-IX)
                           PERFORM MARKER-UDLOEBET
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      * En dato der ikke kan læses, behandles som dagens - posten
      * udløber ikke på en fejlindtastning
       BEREGN-ALDER.
           MOVE ZERO TO WS-ALDER-DAGE
           IF WS-DATO-NUM > 19000101 AND WS-DATO-NUM <= WS-SYSDATO
               COMPUTE WS-ALDER-DAGE = WS-DAGS-HELTAL -
                   FUNCTION INTEGER-OF-DATE(WS-DATO-NUM)
           END-IF
       EXIT.

       MARKER-UDLOEBET.
           MOVE "U" TO AN-STATUS IN ANS-ARRAY(AN-IX)
           MOVE WS-SYSTEM-OPERATOER TO AN-BESLUTTER IN ANS-ARRAY(AN-IX)
           MOVE WS-DAGS-DATO TO AN-BESLUT-DATO IN ANS-ARRAY(AN-IX)
           ADD 1 TO TR-ANTAL-UDLOEBET
           STRING "UDLOEBET " DELIMITED BY SIZE
                   AN-ANSOEG-ID IN ANS-ARRAY(AN-IX) DELIMITED BY SPACE
                   " AARSAG=" DELIMITED BY SIZE
                   AN-AARSAG IN ANS-ARRAY(AN-IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * BOGFOER-GODKENDTE                                             *
      * Formål: Bogfører hver godkendt ansøgning hvis betalings-      *
      *         konto kan modtage udbetalingen: lånet oprettes i      *
      *         Laan.txt, den første plan skrives, og hovedstolen     *
      *         udbetales. Kan kontoen ikke modtage den, bliver       *
      *         ansøgningen stående som godkendt og prøves igen i     *
      *         næste kørsel, indtil den udløber.                     *
      *****************************************************************
       BOGFOER-GODKENDTE.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND LAAN-FILE
           IF LAAN-FILE-STATUS = "35"
               OPEN OUTPUT LAAN-FILE
           END-IF
           MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE LAAN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND TRANS-UD-FILE
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND LAANJOURNAL-FILE
           IF LAANJOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT LAANJOURNAL-FILE
           END-IF
           MOVE "LAANJOURNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE LAANJOURNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT PLAN-FILE
           MOVE "PLAN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE PLAN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM VARYING AN-IX FROM 1 BY 1 UNTIL AN-IX > ANS-COUNT
               IF AN-GODKENDT IN ANS-ARRAY(AN-IX)
                   PERFORM CHECK-BETALINGSKONTO
                   IF WS-KAN-UDBETALES = "Y"
                       PERFORM BOGFOER-LAAN
                   ELSE
                       STRING "AFVENTER UDBETALING " DELIMITED BY SIZE
                               AN-ANSOEG-ID IN ANS-ARRAY(AN-IX)
                                   DELIMITED BY SPACE
                               " KONTO=" DELIMITED BY SIZE
                               AN-KONTO-ID IN ANS-ARRAY(AN-IX)
                                   DELIMITED BY SPACE
                               " - " DELIMITED BY SIZE
                               WS-UDBETAL-AARSAG DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                       PERFORM SKRIV-RAPPORT-LINE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE KONTO-FILE
           CLOSE LAAN-FILE
           CLOSE TRANS-UD-FILE
           CLOSE LAANJOURNAL-FILE
           CLOSE PLAN-FILE
       EXIT.

      *****************************************************************
      * CHECK-BETALINGSKONTO                                          *
      * Formål: Betalingskontoen skal findes, være aktiv, tilhøre     *
      *         ansøgeren, ikke være en pensionskonto og have et      *
      *         kendt REG-NR, før hovedstolen kan udbetales.          *
      *****************************************************************
       CHECK-BETALINGSKONTO.
           MOVE "N" TO WS-KAN-UDBETALES
           MOVE SPACES TO WS-UDBETAL-AARSAG
           MOVE AN-KONTO-ID IN ANS-ARRAY(AN-IX) TO WS-SOEG-KONTO-ID
           PERFORM FIND-KONTO-REGNR
           MOVE AN-KONTO-ID IN ANS-ARRAY(AN-IX) TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   MOVE "KONTO UKENDT" TO WS-UDBETAL-AARSAG
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT KONTO-AKTIV
                           MOVE "KONTO IKKE AKTIV"
                               TO WS-UDBETAL-AARSAG
                       WHEN KUNDE-ID IN KONTOOPL NOT =
                               AN-KUNDE-ID IN ANS-ARRAY(AN-IX)
                           MOVE "KONTO TILHOERER ANDEN KUNDE"
                               TO WS-UDBETAL-AARSAG
                       WHEN KONTO-TYPE-PENSION
                           MOVE "PENSIONSKONTO KAN IKKE MODTAGE"
                               TO WS-UDBETAL-AARSAG
                       WHEN WS-KMAP-FUNDET = "N"
                           MOVE "REG-NR UKENDT" TO WS-UDBETAL-AARSAG
                       WHEN OTHER
                           MOVE "Y" TO WS-KAN-UDBETALES
                   END-EVALUATE
           END-READ
       EXIT.

      *****************************************************************
      * BOGFOER-LAAN                                                  *
      * Formål: Opretter lånet i Laan.txt med restgæld lig            *
      *         hovedstolen, skriver den første amortiseringsplan,    *
      *         udbetaler hovedstolen og markerer ansøgningen         *
      *         bogført med lånets id.                                *
      *****************************************************************
       BOGFOER-LAAN.
           ADD 1 TO WS-LAAN-LOEBENR
           MOVE SPACES TO WS-NYT-LAAN-ID
           STRING "LN" WS-LAAN-LOEBENR DELIMITED BY SIZE
               INTO WS-NYT-LAAN-ID
           MOVE SPACES TO LAANOPL
           MOVE WS-NYT-LAAN-ID TO LAAN-ID
           MOVE AN-KUNDE-ID IN ANS-ARRAY(AN-IX) TO LAAN-KUNDE-ID
           MOVE AN-KONTO-ID IN ANS-ARRAY(AN-IX) TO LAAN-KONTO-ID
           MOVE AN-HOVEDSTOL IN ANS-ARRAY(AN-IX) TO LAAN-HOVEDSTOL
           MOVE AN-HOVEDSTOL IN ANS-ARRAY(AN-IX) TO LAAN-RESTGAELD
           MOVE AN-RENTE IN ANS-ARRAY(AN-IX) TO LAAN-RENTE
           MOVE AN-LOEBETID-MDR IN ANS-ARRAY(AN-IX)
               TO LAAN-LOEBETID-MDR
           MOVE ZERO TO LAAN-RESTANCER
           MOVE AN-RENTETYPE IN ANS-ARRAY(AN-IX) TO LAAN-RENTETYPE
           MOVE ZERO TO LAAN-MARGIN
           MOVE ZERO TO LAAN-RESET-MDR
           IF LAAN-VARIABEL-RENTE
               MOVE AN-REFERENCE IN ANS-ARRAY(AN-IX) TO LAAN-REFERENCE
               MOVE AN-MARGIN IN ANS-ARRAY(AN-IX) TO LAAN-MARGIN
               MOVE AN-RESET-MDR IN ANS-ARRAY(AN-IX) TO LAAN-RESET-MDR
               PERFORM BEREGN-NAESTE-RESET
           ELSE
               MOVE "F" TO LAAN-RENTETYPE
           END-IF
           PERFORM GENERER-PLAN
           MOVE WS-YDELSE TO LAAN-YDELSE
           WRITE LAANOPL
           MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"     TO WS-IO-OPERATION
           MOVE LAAN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM SKRIV-UDBETALING
           MOVE "B" TO AN-STATUS IN ANS-ARRAY(AN-IX)
           MOVE WS-NYT-LAAN-ID TO AN-LAAN-ID IN ANS-ARRAY(AN-IX)
           MOVE WS-DAGS-DATO TO AN-BOGFOERT-DATO IN ANS-ARRAY(AN-IX)
           ADD 1 TO TR-ANTAL-BOGFOERT
           ADD LAAN-HOVEDSTOL TO TR-SUM-UDBETALT
           MOVE LAAN-HOVEDSTOL TO WS-HOVEDSTOL-DISPLAY
           MOVE LAAN-YDELSE TO WS-YDELSE-DISPLAY
           STRING "BOGFOERT " DELIMITED BY SIZE
                   AN-ANSOEG-ID IN ANS-ARRAY(AN-IX) DELIMITED BY SPACE
                   " LAAN=" DELIMITED BY SIZE
                   WS-NYT-LAAN-ID DELIMITED BY SPACE
                   " UDBETALT=" DELIMITED BY SIZE
                   WS-HOVEDSTOL-DISPLAY DELIMITED BY SIZE
                   " YDELSE=" DELIMITED BY SIZE
                   WS-YDELSE-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * BEREGN-NAESTE-RESET                                           *
      * Formål: Sætter lånets første rentetilpasningsdato til         *
      *         kørselsdatoen plus LAAN-RESET-MDR måneder. Dag 29-31  *
      *         rykkes til den 28., så datoen findes i alle måneder.  *
      *****************************************************************
       BEREGN-NAESTE-RESET.
           MOVE WS-SYSDATO(1:4) TO WS-RESET-AAR
           MOVE WS-SYSDATO(5:2) TO WS-RESET-MDR-NR
           MOVE WS-SYSDATO(7:2) TO WS-RESET-DAG
           ADD LAAN-RESET-MDR TO WS-RESET-MDR-NR
           COMPUTE WS-RESET-AAR = WS-RESET-AAR
               + (WS-RESET-MDR-NR - 1) / 12
           COMPUTE WS-RESET-MDR-NR =
               FUNCTION MOD(WS-RESET-MDR-NR - 1, 12) + 1
           IF WS-RESET-DAG > 28
               MOVE 28 TO WS-RESET-DAG
           END-IF
           COMPUTE WS-RESET-NUM = WS-RESET-AAR * 10000
               + WS-RESET-MDR-NR * 100 + WS-RESET-DAG
           MOVE SPACES TO LAAN-NAESTE-RESET
           STRING WS-RESET-NUM(1:4) "-" WS-RESET-NUM(5:2) "-"
               WS-RESET-NUM(7:2) DELIMITED BY SIZE
               INTO LAAN-NAESTE-RESET
       EXIT.

      *****************************************************************
      * GENERER-PLAN                                                  *
      * Formål: Beregner annuitetsydelsen og skriver lånets første    *
      *         plan termin for termin - samme beregning som          *
      *         OpgaveLaanPlan, så planen stemmer med den der         *
      *         dannes i de efterfølgende plankørsler.                *
      *****************************************************************
       GENERER-PLAN.
           COMPUTE WS-MDR-RENTE = LAAN-RENTE / 12
           IF WS-MDR-RENTE = ZERO
               COMPUTE WS-YDELSE ROUNDED =
                   LAAN-HOVEDSTOL / LAAN-LOEBETID-MDR
           ELSE
               COMPUTE WS-FAKTOR =
                   1 - (1 + WS-MDR-RENTE)
                       ** (ZERO - LAAN-LOEBETID-MDR)
               COMPUTE WS-YDELSE ROUNDED =
                   LAAN-HOVEDSTOL * WS-MDR-RENTE / WS-FAKTOR
           END-IF
           MOVE WS-YDELSE TO WS-YDELSE-DISPLAY
           STRING "PLAN FOR LAAN " DELIMITED BY SIZE
                   LAAN-ID DELIMITED BY SPACE
                   " KUNDE " DELIMITED BY SIZE
                   LAAN-KUNDE-ID DELIMITED BY SPACE
                   " YDELSE=" DELIMITED BY SIZE
                   WS-YDELSE-DISPLAY DELIMITED BY SIZE
                   " TERMINER=" DELIMITED BY SIZE
                   LAAN-LOEBETID-MDR DELIMITED BY SIZE
                   INTO PLAN-LINE
           PERFORM SKRIV-PLAN-LINE
           MOVE LAAN-HOVEDSTOL TO WS-REST
           PERFORM VARYING WS-TERMIN FROM 1 BY 1
                   UNTIL WS-TERMIN > LAAN-LOEBETID-MDR
                       OR WS-REST NOT > ZERO
               COMPUTE WS-TERMIN-RENTE ROUNDED =
                   WS-REST * WS-MDR-RENTE
               COMPUTE WS-AFDRAG = WS-YDELSE - WS-TERMIN-RENTE
               IF WS-AFDRAG > WS-REST
                   OR WS-TERMIN = LAAN-LOEBETID-MDR
                   MOVE WS-REST TO WS-AFDRAG
               END-IF
               SUBTRACT WS-AFDRAG FROM WS-REST
               MOVE WS-TERMIN-RENTE TO WS-RENTE-DISPLAY
               MOVE WS-AFDRAG TO WS-AFDRAG-DISPLAY
               MOVE WS-REST TO WS-REST-DISPLAY
               STRING "  TERMIN " DELIMITED BY SIZE
                       WS-TERMIN DELIMITED BY SIZE
                       " RENTE=" DELIMITED BY SIZE
                       WS-RENTE-DISPLAY DELIMITED BY SIZE
                       " AFDRAG=" DELIMITED BY SIZE
                       WS-AFDRAG-DISPLAY DELIMITED BY SIZE
                       " RESTGAELD=" DELIMITED BY SIZE
                       WS-REST-DISPLAY DELIMITED BY SIZE
                       INTO PLAN-LINE
               PERFORM SKRIV-PLAN-LINE
           END-PERFORM
       EXIT.

       SKRIV-PLAN-LINE.
           WRITE PLAN-LINE
           MOVE "PLAN-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"     TO WS-IO-OPERATION
           MOVE PLAN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO PLAN-LINE
       EXIT.

      *****************************************************************
      * SKRIV-UDBETALING                                              *
      * Formål: Udbetaler hovedstolen til betalingskontoen som en     *
      *         almindelig kredit-transaktion i dagens                *
      *         Transaktioner.txt; posteringskørslen anvender den.    *
      *         Udbetalingen journalføres i LaanJournal.txt.          *
      *****************************************************************
       SKRIV-UDBETALING.
           MOVE LAAN-HOVEDSTOL TO WS-BELOB-NUM
           MOVE SPACES TO WS-BELOB-TEKST
           STRING "+" WS-BELOB-NUM DELIMITED BY SIZE
               INTO WS-BELOB-TEKST
           MOVE SPACES TO TRANSAKTIONEROPL
           MOVE WS-KONTO-REGNR TO REG-NR IN TRANSAKTIONEROPL
           MOVE LAAN-KONTO-ID TO KONTO-ID IN TRANSAKTIONEROPL
           MOVE WS-TIDSPUNKT  TO TIDSPUNKT
           MOVE "LAANUDBETALING" TO TRANSAKTIONSTYPE
           MOVE WS-BELOB-TEKST TO BELØB
           MOVE VALUTAKODE IN KONTOOPL TO VALUTA
           MOVE LAAN-ID TO BUTIK
           PERFORM DAN-TRANS-REF
           MOVE WS-TRANS-REF TO TRANS-REF IN TRANSAKTIONEROPL
           WRITE TRANSAKTIONEROPL
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO LAANJOURNALOPL
           MOVE LAAN-ID       TO LJ-LAAN-ID
           MOVE LAAN-KUNDE-ID TO LJ-KUNDE-ID
           MOVE WS-DAGS-DATO  TO LJ-DATO
           MOVE "UDBETALING"  TO LJ-TYPE
           MOVE LAAN-HOVEDSTOL TO LJ-BELOB
           MOVE ZERO TO LJ-RENTE
           MOVE ZERO TO LJ-GEBYR
           MOVE WS-TRANS-REF  TO LJ-TRANS-REF
           WRITE LAANJOURNALOPL
           MOVE "LAANJOURNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"            TO WS-IO-OPERATION
           MOVE LAANJOURNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * SKRIV-REGISTER                                                *
      * Formål: Skriver det opdaterede ansøgningsregister tilbage.    *
      *****************************************************************
       SKRIV-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING AN-IX FROM 1 BY 1 UNTIL AN-IX > ANS-COUNT
               MOVE ANS-ARRAY(AN-IX) TO LAANANSOEGOPL
               WRITE LAANANSOEGOPL
               MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"         TO WS-IO-OPERATION
               MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE REGISTER-FILE
       EXIT.

      *****************************************************************
      * SKRIV-AFSLAGSSTATISTIK                                        *
      * Formål: Registrets beholdning pr. status, og for det          *
      *         foregående kalenderkvartal antal bogførte, afviste    *
      *         og udløbne ansøgninger med afslagene fordelt på       *
      *         årsag (afgjort på beslutningsdatoen).                 *
      *****************************************************************
       SKRIV-AFSLAGSSTATISTIK.
           PERFORM SAET-FORRIGE-KVARTAL
           PERFORM VARYING AN-IX FROM 1 BY 1 UNTIL AN-IX > ANS-COUNT
               PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > 5
                   IF AN-STATUS IN ANS-ARRAY(AN-IX) =
                           WS-STATUS-KODER(ST-IX:1)
                       ADD 1 TO TR-STATUS-ANTAL(ST-IX)
                   END-IF
               END-PERFORM
               IF AN-BOGFOERT IN ANS-ARRAY(AN-IX)
                   AND AN-BOGFOERT-DATO IN ANS-ARRAY(AN-IX)
                       >= WS-KVT-FRA
                   AND AN-BOGFOERT-DATO IN ANS-ARRAY(AN-IX)
                       <= WS-KVT-TIL
                   ADD 1 TO TR-KVT-BOGFOERT
               END-IF
               IF (AN-AFVIST IN ANS-ARRAY(AN-IX)
                       OR AN-UDLOEBET IN ANS-ARRAY(AN-IX))
                   AND AN-BESLUT-DATO IN ANS-ARRAY(AN-IX) >= WS-KVT-FRA
                   AND AN-BESLUT-DATO IN ANS-ARRAY(AN-IX) <= WS-KVT-TIL
                   PERFORM TAEL-AARSAG
               END-IF
           END-PERFORM

           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "REGISTRET: ANSOEGT=" DELIMITED BY SIZE
                   TR-STATUS-ANTAL(1) DELIMITED BY SIZE
                   " GODKENDT=" DELIMITED BY SIZE
                   TR-STATUS-ANTAL(2) DELIMITED BY SIZE
                   " AFVIST=" DELIMITED BY SIZE
                   TR-STATUS-ANTAL(3) DELIMITED BY SIZE
                   " UDLOEBET=" DELIMITED BY SIZE
                   TR-STATUS-ANTAL(4) DELIMITED BY SIZE
                   " BOGFOERT=" DELIMITED BY SIZE
                   TR-STATUS-ANTAL(5) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-SUM-UDBETALT TO WS-SUM-DISPLAY
           STRING "UDBETALT I DAG: " DELIMITED BY SIZE
                   TR-ANTAL-BOGFOERT DELIMITED BY SIZE
                   " LAAN, I ALT " DELIMITED BY SIZE
                   WS-SUM-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "KVARTAL " DELIMITED BY SIZE
                   WS-KVT-FRA DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-KVT-TIL DELIMITED BY SIZE
                   ": BOGFOERT=" DELIMITED BY SIZE
                   TR-KVT-BOGFOERT DELIMITED BY SIZE
                   " AFVIST=" DELIMITED BY SIZE
                   TR-KVT-AFVIST DELIMITED BY SIZE
                   " UDLOEBET=" DELIMITED BY SIZE
                   TR-KVT-UDLOEBET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING AS-IX FROM 1 BY 1 UNTIL AS-IX > AARSAG-COUNT
               STRING "  AFVIST=" DELIMITED BY SIZE
                       AS-AFVIST(AS-IX) DELIMITED BY SIZE
                       " UDLOEBET=" DELIMITED BY SIZE
                       AS-UDLOEBET(AS-IX) DELIMITED BY SIZE
                       " AARSAG=" DELIMITED BY SIZE
                       AS-AARSAG(AS-IX) DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM
           IF AARSAG-OVERFLOW = "Y"
               STRING "  ADVARSEL: FLERE END " DELIMITED BY SIZE
                       AARSAG-MAX-ANTAL DELIMITED BY SIZE
                       " AARSAGER - RESTEN ER IKKE FORDELT"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
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

       TAEL-AARSAG.
           IF AN-AFVIST IN ANS-ARRAY(AN-IX)
               ADD 1 TO TR-KVT-AFVIST
           ELSE
               ADD 1 TO TR-KVT-UDLOEBET
           END-IF
           MOVE "N" TO WS-AS-FUNDET
           PERFORM VARYING AS-IX FROM 1 BY 1 UNTIL AS-IX > AARSAG-COUNT
               IF AS-AARSAG(AS-IX) = AN-AARSAG IN ANS-ARRAY(AN-IX)
                   MOVE "Y" TO WS-AS-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AS-FUNDET = "N"
               IF AARSAG-COUNT >= AARSAG-MAX-ANTAL
                   MOVE "Y" TO AARSAG-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AARSAG-COUNT
               MOVE AARSAG-COUNT TO AS-IX
               MOVE AN-AARSAG IN ANS-ARRAY(AN-IX) TO AS-AARSAG(AS-IX)
               MOVE ZERO TO AS-AFVIST(AS-IX)
               MOVE ZERO TO AS-UDLOEBET(AS-IX)
           END-IF
           IF AN-AFVIST IN ANS-ARRAY(AN-IX)
               ADD 1 TO AS-AFVIST(AS-IX)
           ELSE
               ADD 1 TO AS-UDLOEBET(AS-IX)
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
      * BYG-KONTO-MAP                                                 *
      * Formål: Udleder hver kontos REG-NR af dagens                  *
      *         Transaktioner.txt (samme afledning som                *
      *         OpgaveLaanOpkraevning - KONTOOPL.cpy bærer ikke selv  *
      *         et REG-NR). Findes filen ikke, forbliver tabellen     *
      *         tom, og udbetalingerne venter til næste kørsel.       *
      *****************************************************************
       BYG-KONTO-MAP.
           OPEN INPUT INPUT-TRANS-FILE
           IF INPUT-TRANS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-TRANSIND-FILE = "Y"
                   READ INPUT-TRANS-FILE INTO TRANSIND
                       AT END
                           MOVE "Y" TO END-OF-TRANSIND-FILE
                       NOT AT END
                           PERFORM OPDATER-KONTO-MAP
                   END-READ
               END-PERFORM
               CLOSE INPUT-TRANS-FILE
               MOVE "N" TO END-OF-TRANSIND-FILE
           END-IF
           IF KMAP-OVERFLOW = "Y"
               DISPLAY "OpgaveLaanAnsoegning: KMAP-TABEL kapacitet "
                   "overskredet - nogle konti kan mangle REG-NR"
           END-IF
       EXIT.

      * Records uden REG-NR bidrager ikke til koblingen
       OPDATER-KONTO-MAP.
           IF TIND-REG-NR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-KMAP-FUNDET
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KMAP-COUNT
               IF KM-KONTO-ID(KX) = TIND-KONTO-ID
                   MOVE "Y" TO WS-KMAP-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KMAP-FUNDET = "N"
               IF KMAP-COUNT >= KMAP-MAX-ANTAL
                   MOVE "Y" TO KMAP-OVERFLOW
               ELSE
                   ADD 1 TO KMAP-COUNT
                   MOVE TIND-KONTO-ID TO KM-KONTO-ID(KMAP-COUNT)
                   MOVE TIND-REG-NR   TO KM-REG-NR(KMAP-COUNT)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FIND-KONTO-REGNR                                              *
      * Formål: Slår WS-SOEG-KONTO-ID op i KMAP-TABEL og sætter       *
      *         WS-KMAP-FUNDET og WS-KONTO-REGNR.                     *
      *****************************************************************
       FIND-KONTO-REGNR.
           MOVE "N" TO WS-KMAP-FUNDET
           MOVE SPACES TO WS-KONTO-REGNR
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KMAP-COUNT
               IF KM-KONTO-ID(KX) = WS-SOEG-KONTO-ID
                   MOVE "Y" TO WS-KMAP-FUNDET
                   MOVE KM-REG-NR(KX) TO WS-KONTO-REGNR
                   EXIT PERFORM
               END-IF
           END-PERFORM
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
               STRING "LA" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-TRANS-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-TRANS-REF
       EXIT.

      *****************************************************************
      * LOAD-BEMYNDIGELSER                                            *
      * Formål: Læser operatørregistret Operatoerer.txt og            *
      *         bemyndigelsesmatricen Bemyndigelser.txt ind i         *
      *         arbejdstabellerne og åbner BemyndigelsesLog.txt.      *
      *         Mangler registret eller matricen, er ingen operatør   *
      *         bemyndiget, og alt afvises.                           *
      *****************************************************************
       LOAD-BEMYNDIGELSER.
           OPEN INPUT OPERATOER-FILE
           IF OPERATOER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-BM-FILE = "Y"
                   READ OPERATOER-FILE INTO OPERATOEROPL
                       AT END
                           MOVE "Y" TO END-OF-BM-FILE
                       NOT AT END
                           IF OPR-COUNT >= OPR-MAX-ANTAL
                               MOVE "Y" TO BMY-OVERFLOW
                           ELSE
                               ADD 1 TO OPR-COUNT
                               MOVE OPERATOEROPL
                                   TO OPR-ARRAY(OPR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOER-FILE
               MOVE "N" TO END-OF-BM-FILE
           END-IF

           OPEN INPUT BEMYNDIGELSE-FILE
           IF BEMYNDIGELSE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-BM-FILE = "Y"
                   READ BEMYNDIGELSE-FILE INTO BEMYNDIGELSEOPL
                       AT END
                           MOVE "Y" TO END-OF-BM-FILE
                       NOT AT END
                           IF BMY-COUNT >= BMY-MAX-ANTAL
                               MOVE "Y" TO BMY-OVERFLOW
                           ELSE
                               ADD 1 TO BMY-COUNT
                               MOVE BEMYNDIGELSEOPL
                                   TO BMY-ARRAY(BMY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEMYNDIGELSE-FILE
               MOVE "N" TO END-OF-BM-FILE
           END-IF
           IF BMY-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: operatoerregister/bemyndigelses"
                   "matrix afkortet"
           END-IF

           OPEN EXTEND BEMYNDLOG-FILE
           IF BEMYNDLOG-FILE-STATUS = "35"
               OPEN OUTPUT BEMYNDLOG-FILE
           END-IF
           MOVE "BEMYNDLOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE BEMYNDLOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           ACCEPT WS-BM-SYSDATO FROM DATE YYYYMMDD
           ACCEPT WS-BM-SYSTID FROM TIME
           MOVE SPACES TO WS-BM-TIDSPUNKT
           STRING  WS-BM-SYSDATO(1:4) "-" WS-BM-SYSDATO(5:2) "-"
                   WS-BM-SYSDATO(7:2) " " WS-BM-SYSTID(1:2) ":"
                   WS-BM-SYSTID(3:2) ":" WS-BM-SYSTID(5:2)
                   DELIMITED BY SIZE
                   INTO WS-BM-TIDSPUNKT
       EXIT.

      *****************************************************************
      * CHECK-BEMYNDIGELSE                                            *
      * Formål: Afgør om WS-BM-OPERATOER må udføre WS-BM-HANDLING     *
      *         på koden i området, og sætter WS-BM-OK/-AARSAG. Et    *
      *         afslag skrives til BemyndigelsesLog.txt.              *
      *****************************************************************
       CHECK-BEMYNDIGELSE.
           PERFORM VURDER-BEMYNDIGELSE
           IF WS-BM-OK = "N"
               ADD 1 TO TR-ANTAL-UBEMYNDIGET
               MOVE SPACES TO BEMYNDLOGOPL
               MOVE WS-BM-TIDSPUNKT TO BL-TIDSPUNKT
               MOVE WS-BM-PROGRAM   TO BL-PROGRAM
               MOVE WS-BM-OPERATOER TO BL-OPERATOER
               MOVE WS-BM-HANDLING  TO BL-HANDLING
               MOVE WS-BM-OMRAADE   TO BL-OMRAADE
               MOVE WS-BM-KODE      TO BL-TRANS-KODE
               MOVE WS-BM-ID        TO BL-ID
               MOVE WS-BM-BELOB     TO BL-BELOB
               MOVE WS-BM-AARSAG    TO BL-AARSAG
               WRITE BEMYNDLOGOPL
               MOVE "BEMYNDLOG-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"          TO WS-IO-OPERATION
               MOVE BEMYNDLOG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-IF
       EXIT.

      *****************************************************************
      * VURDER-BEMYNDIGELSE                                           *
      * Formål: Slår operatøren op i registret og rollens række i     *
      *         matricen (konkret kode før "*") og sætter WS-BM-OK    *
      *         til "J" eller WS-BM-AARSAG til afslagsgrunden.        *
      *****************************************************************
       VURDER-BEMYNDIGELSE.
           MOVE "N" TO WS-BM-OK
           MOVE SPACES TO WS-BM-AARSAG
           MOVE "N" TO WS-BM-FUNDET
           PERFORM VARYING OPR-IX FROM 1 BY 1 UNTIL OPR-IX > OPR-COUNT
               IF OA-OPERATOER-ID(OPR-IX) = WS-BM-OPERATOER
                   MOVE "Y" TO WS-BM-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BM-OPERATOER = SPACES OR WS-BM-FUNDET = "N"
               MOVE "OPERATOER IKKE REGISTRERET" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF NOT OA-AKTIV(OPR-IX)
               MOVE "OPERATOER SPAERRET" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
      * En række for den konkrete kode går forud for rollens "*"
           MOVE "N" TO WS-BM-FUNDET
           PERFORM VARYING BMY-IX FROM 1 BY 1 UNTIL BMY-IX > BMY-COUNT
               IF BA-ROLLE(BMY-IX) = OA-ROLLE(OPR-IX)
                   AND BA-OMRAADE(BMY-IX) = WS-BM-OMRAADE
                   AND BA-TRANS-KODE(BMY-IX) = WS-BM-KODE
                   MOVE "Y" TO WS-BM-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BM-FUNDET = "N"
               PERFORM VARYING BMY-IX FROM 1 BY 1
                       UNTIL BMY-IX > BMY-COUNT
                   IF BA-ROLLE(BMY-IX) = OA-ROLLE(OPR-IX)
                       AND BA-OMRAADE(BMY-IX) = WS-BM-OMRAADE
                       AND BA-TRANS-KODE(BMY-IX) = "*"
                       MOVE "Y" TO WS-BM-FUNDET
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BM-FUNDET = "N"
               MOVE "ROLLEN HAR INGEN BEMYNDIGELSE TIL KODEN"
                   TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF WS-BM-HANDLING = "I" AND NOT BA-MAA-INDTASTE(BMY-IX)
               MOVE "ROLLEN MAA IKKE INDTASTE KODEN" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF WS-BM-HANDLING = "G" AND NOT BA-MAA-GODKENDE(BMY-IX)
               MOVE "ROLLEN MAA IKKE GODKENDE KODEN" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF BA-BELOB-GRAENSE(BMY-IX) > ZERO
               AND WS-BM-BELOB > BA-BELOB-GRAENSE(BMY-IX)
               MOVE "BELOEB OVER ROLLENS GRAENSE" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO WS-BM-OK
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
               MOVE "Transaktioner.txt" TO WS-TRANS-FILNAVN
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
           END-IF
       EXIT.
