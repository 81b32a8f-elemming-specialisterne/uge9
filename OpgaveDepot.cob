      *****************************************************************
      * PROGRAM-ID: OPGAVEDEPOT                                       *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Daglig depotkørsel for kundernes værdipapir-      *
      *             depoter hos depotpartneren. Beholdningsregistret  *
      *             DepotBeholdninger.txt (depot x ISIN: antal og     *
      *             anskaffelsesværdi) opdateres fra partnerens       *
      *             handelsfil (køb/salg) og hændelsesfil (split,     *
      *             ombytning, udbytte). Handlernes pengeben og       *
      *             udbytterne dannes som transaktioner på depotets   *
      *             afregningskonto i dagens Transaktioner.txt, så    *
      *             posteringskørslen bogfører dem. Et salg           *
      *             nedskriver anskaffelsesværdien forholdsmæssigt    *
      *             (gennemsnitsmetoden). Derefter værdiansættes hver *
      *             beholdning efter den nyeste kurs i                *
      *             DepotKurser.txt, omregnet til DKK efter nyeste    *
      *             kurs i Valutakurser.txt, og dagens værdi pr.      *
      *             depot skrives til DepotVaerdi.txt til formue-,    *
      *             husstands- og engagementsvisningerne.             *
      *             Papirer uden kurs beholder seneste kurs, eller    *
      *             ansættes til anskaffelsesværdien. RETURN-CODE 4   *
      *             ved afviste handler/hændelser eller manglende     *
      *             kurser, 8 ved I/O-fejl.                           *
      * INPUT:      Depoter.txt           - Depot, ejer og konto      *
      *             DepotBeholdninger.txt - Beholdningsregistret      *
      *             DepotHandler.txt      - Partnerens handler        *
      *             DepotHaendelser.txt   - Selskabsbegivenheder      *
      *             DepotKurser.txt       - Kurser pr. ISIN           *
      *             Valutakurser.txt      - Valutakurser              *
      *             Transaktioner.txt     - REG-NR-kobling            *
      * OUTPUT:     DepotBeholdninger.NY  - Opdateret og værdiansat   *
      *             DepotVaerdi.txt       - Dagens værdi pr. depot    *
      *             Transaktioner.txt     - Pengeben og udbytter      *
      *             DepotHandel-Fejl.txt  - Afviste handler og        *
      *                                     hændelser                 *
      *             Depot-Rapport.txt     - Kørselsrapport            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveDepot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOT-FILE ASSIGN TO "Depoter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOT-FILE-STATUS.
           SELECT BEHOLD-FILE ASSIGN TO "DepotBeholdninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEHOLD-FILE-STATUS.
           SELECT BEHOLD-NY-FILE ASSIGN TO "DepotBeholdninger.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEHOLD-NY-FILE-STATUS.
           SELECT HANDEL-FILE ASSIGN TO "DepotHandler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HANDEL-FILE-STATUS.
           SELECT HAENDELSE-FILE ASSIGN TO "DepotHaendelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HAENDELSE-FILE-STATUS.
           SELECT DKURS-FILE ASSIGN TO "DepotKurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DKURS-FILE-STATUS.
           SELECT INPUT-KURS-FILE ASSIGN TO "Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-KURS-FILE-STATUS.
           SELECT VAERDI-FILE ASSIGN TO "DepotVaerdi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAERDI-FILE-STATUS.
           SELECT TRANS-UD-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-UD-FILE-STATUS.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT TRANS-REJECT-FILE ASSIGN TO "DepotHandel-Fejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-REJECT-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Depot-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "Depot-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOT-FILE.
       01 DEPOTOPL.
           COPY "DEPOTOPL.cpy".

       FD BEHOLD-FILE.
       01 DEPOTBEHOLDOPL.
           COPY "DEPOTBEHOLDOPL.cpy".

       FD BEHOLD-NY-FILE.
       01 DEPOTBEHOLDOPL-UD.
           COPY "DEPOTBEHOLDOPL.cpy"
               REPLACING LEADING ==DB-== BY ==DB-UD-==.

       FD HANDEL-FILE.
       01 DEPOTHANDELOPL.
           COPY "DEPOTHANDELOPL.cpy".

       FD HAENDELSE-FILE.
       01 DEPOTHAENDOPL.
           COPY "DEPOTHAENDOPL.cpy".

       FD DKURS-FILE.
       01 DEPOTKURSOPL.
           COPY "DEPOTKURSOPL.cpy".

       FD INPUT-KURS-FILE.
       01 VALUTAKURSOPL.
           COPY "VALUTAKURSOPL.cpy".

       FD VAERDI-FILE.
       01 DEPOTVAERDIOPL.
           COPY "DEPOTVAERDIOPL.cpy".

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

       FD TRANS-REJECT-FILE.
       01 TRANS-REJECT-LINE PIC X(100) VALUE SPACES.

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.

      * Entydig transaktionsreference til de dannede records (se
      * DAN-TRANS-REF): programkode + koerselstidsstempel +
      * loebenummer i koerslen - baeres hele vejen gennem journal,
      * clearing, arkiv og udskrift
       01 WS-TRANS-REF      PIC X(16) VALUE SPACES.
       01 WS-REF-PREFIX     PIC X(11) VALUE SPACES.
       01 WS-REF-LOEBENR    PIC 9(5) VALUE ZERO.
       01 WS-REF-TID        PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO       PIC 9(8) VALUE ZERO.
       01 END-OF-DEPOT-FILE PIC X VALUE "N".
       01 END-OF-BEHOLD-FILE PIC X VALUE "N".
       01 END-OF-HANDEL-FILE PIC X VALUE "N".
       01 END-OF-HAENDELSE-FILE PIC X VALUE "N".
       01 END-OF-DKURS-FILE PIC X VALUE "N".
       01 END-OF-KURS-FILE  PIC X VALUE "N".

      * Depotregistret med dagens værdi pr. depot opsamlet ved
      * værdiansættelsen
       01 DEP-MAX-ANTAL     PIC 9(4) VALUE 2000.
       01 DEP-COUNT         PIC 9(4) VALUE ZERO.
       01 DEP-OVERFLOW      PIC X VALUE "N".
       01 DEP-ARRAY OCCURS 2000 TIMES.
           COPY "DEPOTOPL.cpy"
               REPLACING LEADING ==DP-== BY ==DA-==.
       01 DSUM-TABEL.
           02 DSUM-ENTRY OCCURS 2000 TIMES.
               03 DS-VAERDI      PIC 9(11)V99.
               03 DS-ANSKAFFELSE PIC 9(11)V99.
               03 DS-POSTER      PIC 9(5).
       01 DA-IX             PIC 9(4) VALUE ZERO.
       01 WS-DEPOT-FUNDET   PIC X VALUE "N".
       01 WS-SOEG-DEPOT-ID  PIC X(10) VALUE SPACES.

      * Beholdningsregistret - poster med antal nul skrives ikke
      * tilbage
       01 BEH-MAX-ANTAL     PIC 9(4) VALUE 5000.
       01 BEH-COUNT         PIC 9(4) VALUE ZERO.
       01 BEH-OVERFLOW      PIC X VALUE "N".
       01 BEH-ARRAY OCCURS 5000 TIMES.
           COPY "DEPOTBEHOLDOPL.cpy"
               REPLACING LEADING ==DB-== BY ==BA-==.
       01 BA-IX             PIC 9(4) VALUE ZERO.
       01 BA-JX             PIC 9(4) VALUE ZERO.
       01 WS-BEH-FUNDET     PIC X VALUE "N".
       01 WS-SOEG-ISIN      PIC X(12) VALUE SPACES.

      * Kurslisten pr. ISIN - kun kurser gyldige senest i dag
       01 DKURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 DKURS-COUNT       PIC 9(4) VALUE ZERO.
       01 DKURS-OVERFLOW    PIC X VALUE "N".
       01 DKURS-ARRAY OCCURS 5000 TIMES.
           COPY "DEPOTKURSOPL.cpy"
               REPLACING LEADING ==DK-== BY ==DKA-==.
       01 DK-IX             PIC 9(4) VALUE ZERO.

       01 KURS-MAX-ANTAL    PIC 9(4) VALUE 5000.
       01 KURS-COUNT        PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW     PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 IX                PIC 9(4) VALUE ZERO.

      * Den fundne kurs for papiret og valutakursen til DKK
       01 WS-KURS-FUNDET    PIC X VALUE "N".
       01 WS-PAPIR-KURS     PIC 9(7)V9(4) VALUE ZERO.
       01 WS-PAPIR-VALUTA   PIC X(03) VALUE SPACES.
       01 WS-PAPIR-DATO     PIC X(10) VALUE SPACES.
       01 WS-SOEG-VALUTA    PIC X(03) VALUE SPACES.
       01 WS-VALUTA-FUNDET  PIC X VALUE "N".
       01 WS-KURS           PIC 9(03)V9999 VALUE ZERO.
       01 WS-BEST-DATO      PIC X(10) VALUE SPACES.

      * Den aktuelle handel/hændelse
       01 WS-AFVIS-AARSAG   PIC X(40) VALUE SPACES.
       01 WS-ANDEL-ANSK     PIC 9(11)V99 VALUE ZERO.
       01 WS-REALISERET     PIC S9(11)V99 VALUE ZERO.
       01 WS-UDBYTTE        PIC 9(9)V99 VALUE ZERO.
       01 WS-ANTAL-RAMT     PIC 9(5) VALUE ZERO.
       01 WS-NY-ANTAL       PIC 9(9)V9(4) VALUE ZERO.
       01 WS-FAKTOR         PIC 9(5)V9(6) VALUE ZERO.
       01 WS-POST-BELOB     PIC 9(9)V99 VALUE ZERO.
       01 WS-POST-FORTEGN   PIC X(01) VALUE "-".
       01 WS-POST-TYPE      PIC X(15) VALUE SPACES.
       01 WS-POST-KONTO-ID  PIC X(10) VALUE SPACES.
       01 WS-POST-TEKST     PIC X(30) VALUE SPACES.
       01 WS-BELOB-TEKST    PIC X(12) VALUE SPACES.
       01 WS-BELOB-NUM      PIC 9(7).99.
       01 WS-ANTAL-DISPLAY  PIC Z(8)9.9999.
       01 WS-BELOB-DISPLAY  PIC Z(10)9.99.
       01 WS-REAL-DISPLAY   PIC -(10)9.99.
       01 WS-ANSK-DISPLAY   PIC Z(10)9.99.

      * Konto -> REG-NR udledt af dagens Transaktioner.txt
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

       01 TR-ANTAL-HANDLER    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-KOEB       PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-SALG       PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-HAENDELSER PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDBYTTER   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-BEHOLDNING PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDEN-KURS  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-DEPOTER    PIC 9(5) VALUE ZERO.
       01 TR-VAERDI-TOTAL     PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-DISPLAY    PIC Z(12)9.99.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-TIDSPUNKT       PIC X(19) VALUE SPACES.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 DEPOT-FILE-STATUS      PIC XX VALUE "00".
       01 BEHOLD-FILE-STATUS     PIC XX VALUE "00".
       01 BEHOLD-NY-FILE-STATUS  PIC XX VALUE "00".
       01 HANDEL-FILE-STATUS     PIC XX VALUE "00".
       01 HAENDELSE-FILE-STATUS  PIC XX VALUE "00".
       01 DKURS-FILE-STATUS      PIC XX VALUE "00".
       01 INPUT-KURS-FILE-STATUS PIC XX VALUE "00".
       01 VAERDI-FILE-STATUS     PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 TRANS-REJECT-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS    PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION        PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-TRANS-FILNAVN       PIC X(40)
           VALUE "Transaktioner.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DATOER
           OPEN OUTPUT IO-ERROR-FILE
           INITIALIZE DSUM-TABEL

           PERFORM BYG-KONTO-MAP
           PERFORM LOAD-DEPOTER
           PERFORM LOAD-BEHOLDNINGER
           PERFORM LOAD-DEPOTKURSER
           PERFORM LOAD-VALUTAKURSER

           OPEN EXTEND TRANS-UD-FILE
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT TRANS-REJECT-FILE
           MOVE "TRANS-REJECT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"              TO WS-IO-OPERATION
           MOVE TRANS-REJECT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           STRING "DEPOTKOERSEL " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM BEHANDL-HANDLER
           PERFORM BEHANDL-HAENDELSER

           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING BA-IX FROM 1 BY 1 UNTIL BA-IX > BEH-COUNT
               IF BA-ANTAL IN BEH-ARRAY(BA-IX) > ZERO
                   PERFORM VAERDIANSAET-BEHOLDNING
               END-IF
           END-PERFORM

           PERFORM SKRIV-BEHOLDNINGER
           PERFORM SKRIV-DEPOTVAERDI
           PERFORM TRAILER

           DISPLAY "OpgaveDepot: " TR-ANTAL-HANDLER " handler, "
               TR-ANTAL-HAENDELSER " haendelser, " TR-ANTAL-AFVIST
               " afvist, " TR-ANTAL-DEPOTER " depoter vaerdiansat"

           CLOSE TRANS-UD-FILE
           CLOSE TRANS-REJECT-FILE
           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-AFVIST > ZERO
                   OR TR-ANTAL-UDEN-KURS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       STEMPEL-DATOER.
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
           STRING  WS-DAGS-DATO " 05:25:00" DELIMITED BY SIZE
                   INTO WS-TIDSPUNKT
       EXIT.

      *****************************************************************
      * BEHANDL-HANDLER                                               *
      * Formål: Anvender partnerens handelsfil på beholdningerne.     *
      *         Mangler filen, er der ingen handler i dag.            *
      *****************************************************************
       BEHANDL-HANDLER.
           OPEN INPUT HANDEL-FILE
           IF HANDEL-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "HANDEL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE HANDEL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-HANDEL-FILE = "Y"
               READ HANDEL-FILE INTO DEPOTHANDELOPL
                   AT END
                       MOVE "Y" TO END-OF-HANDEL-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-HANDLER
                       PERFORM BEHANDL-HANDEL
               END-READ
               MOVE "HANDEL-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"        TO WS-IO-OPERATION
               MOVE HANDEL-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE HANDEL-FILE
       EXIT.

      *****************************************************************
      * BEHANDL-HANDEL                                                *
      * Formål: Kontrollerer én handel og opdaterer beholdningen.     *
      *         Et køb lægger antal og afregningsbeløb til, et salg   *
      *         trækker antal fra og nedskriver anskaffelsesværdien   *
      *         forholdsmæssigt. Pengebenet posteres på depotets      *
      *         afregningskonto. Handler på ukendte eller lukkede     *
      *         depoter afvises til DepotHandel-Fejl.txt.             *
      *****************************************************************
       BEHANDL-HANDEL.
           MOVE SPACES TO WS-AFVIS-AARSAG
           MOVE DH-DEPOT-ID TO WS-SOEG-DEPOT-ID
           PERFORM FIND-DEPOT
           EVALUATE TRUE
               WHEN NOT DH-KOEB AND NOT DH-SALG
                   MOVE "UKENDT HANDELSTYPE" TO WS-AFVIS-AARSAG
               WHEN DH-ISIN = SPACES
                   MOVE "ISIN MANGLER" TO WS-AFVIS-AARSAG
               WHEN DH-ANTAL = ZERO
                   MOVE "ANTAL MANGLER" TO WS-AFVIS-AARSAG
               WHEN WS-DEPOT-FUNDET = "N"
                   MOVE "UKENDT DEPOT" TO WS-AFVIS-AARSAG
               WHEN DA-LUKKET IN DEP-ARRAY(DA-IX)
                   MOVE "DEPOT LUKKET" TO WS-AFVIS-AARSAG
           END-EVALUATE
           IF WS-AFVIS-AARSAG NOT = SPACES
               PERFORM AFVIS-HANDEL
               EXIT PARAGRAPH
           END-IF
           MOVE DH-ISIN TO WS-SOEG-ISIN
           PERFORM FIND-BEHOLDNING
           IF DH-SALG
               IF WS-BEH-FUNDET = "N"
                   MOVE "SALG UDEN BEHOLDNING" TO WS-AFVIS-AARSAG
               ELSE
                   IF BA-ANTAL IN BEH-ARRAY(BA-JX) < DH-ANTAL
                       MOVE "SALG OVERSTIGER BEHOLDNING"
                           TO WS-AFVIS-AARSAG
                   END-IF
               END-IF
           ELSE
               IF WS-BEH-FUNDET = "N"
                   PERFORM OPRET-BEHOLDNING
                   IF WS-BEH-FUNDET = "N"
                       MOVE "BEHOLDNINGSTABEL FULD" TO WS-AFVIS-AARSAG
                   END-IF
               END-IF
           END-IF
           IF WS-AFVIS-AARSAG NOT = SPACES
               PERFORM AFVIS-HANDEL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-POST-TEKST
           STRING DH-DEPOT-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   DH-ISIN DELIMITED BY SIZE
                   INTO WS-POST-TEKST
           MOVE DA-KONTO-ID IN DEP-ARRAY(DA-IX) TO WS-POST-KONTO-ID
           MOVE DH-AFREGNING TO WS-POST-BELOB
           MOVE DH-ANTAL TO WS-ANTAL-DISPLAY
           MOVE DH-AFREGNING TO WS-BELOB-DISPLAY
           IF DH-KOEB
               ADD DH-ANTAL TO BA-ANTAL IN BEH-ARRAY(BA-JX)
               ADD DH-AFREGNING TO BA-ANSKAFFELSE IN BEH-ARRAY(BA-JX)
               ADD 1 TO TR-ANTAL-KOEB
               MOVE "-" TO WS-POST-FORTEGN
               MOVE "DEPOTKOEB" TO WS-POST-TYPE
               STRING "KOEB  DEPOT " DELIMITED BY SIZE
                       DH-DEPOT-ID DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       DH-ISIN DELIMITED BY SIZE
                       " ANTAL " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       " AFREGNET " DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           ELSE
               COMPUTE WS-ANDEL-ANSK ROUNDED =
                   BA-ANSKAFFELSE IN BEH-ARRAY(BA-JX) * DH-ANTAL
                   / BA-ANTAL IN BEH-ARRAY(BA-JX)
               SUBTRACT WS-ANDEL-ANSK
                   FROM BA-ANSKAFFELSE IN BEH-ARRAY(BA-JX)
               SUBTRACT DH-ANTAL FROM BA-ANTAL IN BEH-ARRAY(BA-JX)
               COMPUTE WS-REALISERET = DH-AFREGNING - WS-ANDEL-ANSK
               MOVE WS-REALISERET TO WS-REAL-DISPLAY
               ADD 1 TO TR-ANTAL-SALG
               MOVE "+" TO WS-POST-FORTEGN
               MOVE "DEPOTSALG" TO WS-POST-TYPE
               STRING "SALG  DEPOT " DELIMITED BY SIZE
                       DH-DEPOT-ID DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       DH-ISIN DELIMITED BY SIZE
                       " ANTAL " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       " AFREGNET " DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       " REAL. " DELIMITED BY SIZE
                       WS-REAL-DISPLAY DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
           IF WS-POST-BELOB > ZERO
               PERFORM SKRIV-PENGEBEN
           END-IF
       EXIT.

       AFVIS-HANDEL.
           ADD 1 TO TR-ANTAL-AFVIST
           STRING "HANDEL " DELIMITED BY SIZE
                   DH-HANDEL-ID DELIMITED BY SPACE
                   " DEPOT " DELIMITED BY SIZE
                   DH-DEPOT-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   DH-ISIN DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-AFVIS-AARSAG DELIMITED BY SIZE
                   INTO TRANS-REJECT-LINE
           PERFORM WRITE-TRANS-REJECT
       EXIT.

      *****************************************************************
      * BEHANDL-HAENDELSER                                            *
      * Formål: Anvender partnerens hændelsesfil. Hver hændelse       *
      *         gælder alle beholdninger i papiret (DE-ISIN).         *
      *****************************************************************
       BEHANDL-HAENDELSER.
           OPEN INPUT HAENDELSE-FILE
           IF HAENDELSE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "HAENDELSE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE HAENDELSE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-HAENDELSE-FILE = "Y"
               READ HAENDELSE-FILE INTO DEPOTHAENDOPL
                   AT END
                       MOVE "Y" TO END-OF-HAENDELSE-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-HAENDELSER
                       PERFORM BEHANDL-HAENDELSE
               END-READ
               MOVE "HAENDELSE-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"           TO WS-IO-OPERATION
               MOVE HAENDELSE-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE HAENDELSE-FILE
       EXIT.

       BEHANDL-HAENDELSE.
           MOVE SPACES TO WS-AFVIS-AARSAG
           MOVE DE-FAKTOR TO WS-FAKTOR
           IF DE-OMBYTNING AND WS-FAKTOR = ZERO
               MOVE 1 TO WS-FAKTOR
           END-IF
           EVALUATE TRUE
               WHEN NOT DE-SPLIT AND NOT DE-OMBYTNING
                   AND NOT DE-UDBYTTE
                   MOVE "UKENDT HAENDELSESTYPE" TO WS-AFVIS-AARSAG
               WHEN DE-ISIN = SPACES
                   MOVE "ISIN MANGLER" TO WS-AFVIS-AARSAG
               WHEN DE-SPLIT AND WS-FAKTOR = ZERO
                   MOVE "FAKTOR MANGLER" TO WS-AFVIS-AARSAG
               WHEN DE-OMBYTNING AND DE-NY-ISIN = SPACES
                   MOVE "NY ISIN MANGLER" TO WS-AFVIS-AARSAG
               WHEN DE-UDBYTTE AND DE-BELOB-PR-STK = ZERO
                   MOVE "UDBYTTE PR. STK MANGLER" TO WS-AFVIS-AARSAG
           END-EVALUATE
           IF WS-AFVIS-AARSAG NOT = SPACES
               ADD 1 TO TR-ANTAL-AFVIST
               STRING "HAENDELSE " DELIMITED BY SIZE
                       DE-HAENDELSE-ID DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       DE-ISIN DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-AFVIS-AARSAG DELIMITED BY SIZE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ANTAL-RAMT
           PERFORM VARYING BA-IX FROM 1 BY 1 UNTIL BA-IX > BEH-COUNT
               IF BA-ISIN IN BEH-ARRAY(BA-IX) = DE-ISIN
                   AND BA-ANTAL IN BEH-ARRAY(BA-IX) > ZERO
                   ADD 1 TO WS-ANTAL-RAMT
                   EVALUATE TRUE
                       WHEN DE-SPLIT
                           COMPUTE BA-ANTAL IN BEH-ARRAY(BA-IX)
                               ROUNDED = BA-ANTAL IN BEH-ARRAY(BA-IX)
                               * WS-FAKTOR
                       WHEN DE-OMBYTNING
                           PERFORM OMBYT-BEHOLDNING
                       WHEN DE-UDBYTTE
                           PERFORM UDBETAL-UDBYTTE
                   END-EVALUATE
               END-IF
           END-PERFORM
           STRING "HAENDELSE " DELIMITED BY SIZE
                   DE-HAENDELSE-ID DELIMITED BY SPACE
                   " TYPE " DELIMITED BY SIZE
                   DE-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DE-ISIN DELIMITED BY SIZE
                   " BEHOLDNINGER " DELIMITED BY SIZE
                   WS-ANTAL-RAMT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * OMBYT-BEHOLDNING                                              *
      * Formål: Flytter beholdningen til den nye ISIN. Har depotet    *
      *         allerede en beholdning i den nye ISIN, lægges de to   *
      *         sammen, og den gamle post nulstilles.                 *
      *****************************************************************
       OMBYT-BEHOLDNING.
           COMPUTE WS-NY-ANTAL ROUNDED =
               BA-ANTAL IN BEH-ARRAY(BA-IX) * WS-FAKTOR
           MOVE BA-DEPOT-ID IN BEH-ARRAY(BA-IX) TO WS-SOEG-DEPOT-ID
           MOVE DE-NY-ISIN TO WS-SOEG-ISIN
           PERFORM FIND-BEHOLDNING
           IF WS-BEH-FUNDET = "Y"
               ADD WS-NY-ANTAL TO BA-ANTAL IN BEH-ARRAY(BA-JX)
               ADD BA-ANSKAFFELSE IN BEH-ARRAY(BA-IX)
                   TO BA-ANSKAFFELSE IN BEH-ARRAY(BA-JX)
               MOVE ZERO TO BA-ANTAL IN BEH-ARRAY(BA-IX)
               MOVE ZERO TO BA-ANSKAFFELSE IN BEH-ARRAY(BA-IX)
           ELSE
               MOVE DE-NY-ISIN TO BA-ISIN IN BEH-ARRAY(BA-IX)
               MOVE WS-NY-ANTAL TO BA-ANTAL IN BEH-ARRAY(BA-IX)
               MOVE ZERO TO BA-KURS IN BEH-ARRAY(BA-IX)
               MOVE SPACES TO BA-KURS-DATO IN BEH-ARRAY(BA-IX)
           END-IF
       EXIT.

       UDBETAL-UDBYTTE.
           COMPUTE WS-UDBYTTE ROUNDED =
               BA-ANTAL IN BEH-ARRAY(BA-IX) * DE-BELOB-PR-STK
           MOVE BA-DEPOT-ID IN BEH-ARRAY(BA-IX) TO WS-SOEG-DEPOT-ID
           PERFORM FIND-DEPOT
           IF WS-DEPOT-FUNDET = "N" OR WS-UDBYTTE = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-ANTAL-UDBYTTER
           MOVE SPACES TO WS-POST-TEKST
           STRING BA-DEPOT-ID IN BEH-ARRAY(BA-IX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   DE-ISIN DELIMITED BY SIZE
                   INTO WS-POST-TEKST
           MOVE DA-KONTO-ID IN DEP-ARRAY(DA-IX) TO WS-POST-KONTO-ID
           MOVE WS-UDBYTTE TO WS-POST-BELOB
           MOVE "+" TO WS-POST-FORTEGN
           MOVE "UDBYTTE" TO WS-POST-TYPE
           PERFORM SKRIV-PENGEBEN
       EXIT.

      *****************************************************************
      * SKRIV-PENGEBEN                                                *
      * Formål: Danner transaktionen på afregningskontoen i dagens    *
      *         Transaktioner.txt ud fra WS-POST-felterne.            *
      *****************************************************************
       SKRIV-PENGEBEN.
           MOVE WS-POST-KONTO-ID TO WS-SOEG-KONTO-ID
           PERFORM FIND-KONTO-REGNR
           MOVE WS-POST-BELOB TO WS-BELOB-NUM
           MOVE SPACES TO WS-BELOB-TEKST
           STRING WS-POST-FORTEGN WS-BELOB-NUM DELIMITED BY SIZE
               INTO WS-BELOB-TEKST
           MOVE SPACES TO TRANSAKTIONEROPL
           MOVE WS-KONTO-REGNR   TO REG-NR IN TRANSAKTIONEROPL
           MOVE WS-POST-KONTO-ID TO KONTO-ID IN TRANSAKTIONEROPL
           MOVE WS-TIDSPUNKT     TO TIDSPUNKT
           MOVE WS-POST-TYPE     TO TRANSAKTIONSTYPE
           MOVE WS-BELOB-TEKST   TO BELØB
           MOVE "DKK"            TO VALUTA
           MOVE WS-POST-TEKST    TO BUTIK
           PERFORM DAN-TRANS-REF
           MOVE WS-TRANS-REF TO TRANS-REF IN TRANSAKTIONEROPL
           WRITE TRANSAKTIONEROPL
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * VAERDIANSAET-BEHOLDNING                                       *
      * Formål: Sætter beholdningens kurs og kursværdi i DKK og       *
      *         lægger værdien til depotets sum. Uden kurs i dag      *
      *         beholdes seneste kurs; har papiret aldrig haft en     *
      *         kurs, ansættes det til anskaffelsesværdien.           *
      *****************************************************************
       VAERDIANSAET-BEHOLDNING.
           ADD 1 TO TR-ANTAL-BEHOLDNING
           MOVE BA-ISIN IN BEH-ARRAY(BA-IX) TO WS-SOEG-ISIN
           PERFORM FIND-DEPOTKURS-NYESTE
           IF WS-KURS-FUNDET = "Y"
               MOVE WS-PAPIR-KURS TO BA-KURS IN BEH-ARRAY(BA-IX)
               MOVE WS-PAPIR-VALUTA TO BA-VALUTA IN BEH-ARRAY(BA-IX)
               MOVE WS-PAPIR-DATO TO BA-KURS-DATO IN BEH-ARRAY(BA-IX)
           ELSE
               ADD 1 TO TR-ANTAL-UDEN-KURS
               STRING "KURS MANGLER DEPOT " DELIMITED BY SIZE
                       BA-DEPOT-ID IN BEH-ARRAY(BA-IX)
                           DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       BA-ISIN IN BEH-ARRAY(BA-IX) DELIMITED BY SIZE
                       " - SENESTE KURS " DELIMITED BY SIZE
                       BA-KURS-DATO IN BEH-ARRAY(BA-IX)
                           DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           IF BA-KURS-DATO IN BEH-ARRAY(BA-IX) = SPACES
               MOVE BA-ANSKAFFELSE IN BEH-ARRAY(BA-IX)
                   TO BA-KURSVAERDI IN BEH-ARRAY(BA-IX)
           ELSE
               MOVE 1 TO WS-KURS
               MOVE "Y" TO WS-VALUTA-FUNDET
               IF BA-VALUTA IN BEH-ARRAY(BA-IX) NOT = "DKK"
                   AND BA-VALUTA IN BEH-ARRAY(BA-IX) NOT = SPACES
                   MOVE BA-VALUTA IN BEH-ARRAY(BA-IX)
                       TO WS-SOEG-VALUTA
                   PERFORM FIND-VALUTAKURS-NYESTE
               END-IF
               IF WS-VALUTA-FUNDET = "Y"
                   COMPUTE BA-KURSVAERDI IN BEH-ARRAY(BA-IX) ROUNDED =
                       BA-ANTAL IN BEH-ARRAY(BA-IX)
                       * BA-KURS IN BEH-ARRAY(BA-IX) * WS-KURS
               ELSE
                   ADD 1 TO TR-ANTAL-UDEN-KURS
                   STRING "VALUTAKURS MANGLER " DELIMITED BY SIZE
                           BA-VALUTA IN BEH-ARRAY(BA-IX)
                               DELIMITED BY SIZE
                           " DEPOT " DELIMITED BY SIZE
                           BA-DEPOT-ID IN BEH-ARRAY(BA-IX)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           BA-ISIN IN BEH-ARRAY(BA-IX)
                               DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               END-IF
           END-IF
           MOVE BA-DEPOT-ID IN BEH-ARRAY(BA-IX) TO WS-SOEG-DEPOT-ID
           PERFORM FIND-DEPOT
           IF WS-DEPOT-FUNDET = "Y"
               ADD BA-KURSVAERDI IN BEH-ARRAY(BA-IX) TO DS-VAERDI(DA-IX)
               ADD BA-ANSKAFFELSE IN BEH-ARRAY(BA-IX)
                   TO DS-ANSKAFFELSE(DA-IX)
               ADD 1 TO DS-POSTER(DA-IX)
           ELSE
               STRING "BEHOLDNING I UKENDT DEPOT " DELIMITED BY SIZE
                       BA-DEPOT-ID IN BEH-ARRAY(BA-IX)
                           DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       BA-ISIN IN BEH-ARRAY(BA-IX) DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

      *****************************************************************
      * FIND-DEPOTKURS-NYESTE                                         *
      * Formål: Finder den nyeste kurs (højeste GYLDIG-FRA) for       *
      *         WS-SOEG-ISIN - samme opslag som Opgave16's            *
      *         FIND-VALUTAKURS-NYESTE. Fremtidige kurser er sorteret *
      *         fra ved indlæsningen.                                 *
      *****************************************************************
       FIND-DEPOTKURS-NYESTE.
           MOVE "N" TO WS-KURS-FUNDET
           MOVE ZERO TO WS-PAPIR-KURS
           MOVE SPACES TO WS-PAPIR-VALUTA
           MOVE SPACES TO WS-PAPIR-DATO
           PERFORM VARYING DK-IX FROM 1 BY 1 UNTIL DK-IX > DKURS-COUNT
               IF DKA-ISIN IN DKURS-ARRAY(DK-IX) = WS-SOEG-ISIN
                   IF WS-KURS-FUNDET = "N" OR
                       DKA-GYLDIG-FRA IN DKURS-ARRAY(DK-IX)
                           > WS-PAPIR-DATO
                       MOVE DKA-GYLDIG-FRA IN DKURS-ARRAY(DK-IX)
                           TO WS-PAPIR-DATO
                       MOVE DKA-KURS IN DKURS-ARRAY(DK-IX)
                           TO WS-PAPIR-KURS
                       MOVE DKA-VALUTA IN DKURS-ARRAY(DK-IX)
                           TO WS-PAPIR-VALUTA
                       MOVE "Y" TO WS-KURS-FUNDET
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAPIR-VALUTA = SPACES
               MOVE "DKK" TO WS-PAPIR-VALUTA
           END-IF
       EXIT.

       FIND-VALUTAKURS-NYESTE.
           MOVE "N" TO WS-VALUTA-FUNDET
           MOVE ZERO TO WS-KURS
           MOVE SPACES TO WS-BEST-DATO
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > KURS-COUNT
               IF VALUTA-KODE IN VALUTAKURS-ARRAY(IX) = WS-SOEG-VALUTA
                   IF WS-VALUTA-FUNDET = "N" OR
                       GYLDIG-FRA IN VALUTAKURS-ARRAY(IX) > WS-BEST-DATO
                       MOVE GYLDIG-FRA IN VALUTAKURS-ARRAY(IX)
                           TO WS-BEST-DATO
                       MOVE KURS IN VALUTAKURS-ARRAY(IX) TO WS-KURS
                       MOVE "Y" TO WS-VALUTA-FUNDET
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

       FIND-DEPOT.
           MOVE "N" TO WS-DEPOT-FUNDET
           PERFORM VARYING DA-IX FROM 1 BY 1 UNTIL DA-IX > DEP-COUNT
               IF DA-DEPOT-ID IN DEP-ARRAY(DA-IX) = WS-SOEG-DEPOT-ID
                   MOVE "Y" TO WS-DEPOT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      * Finder beholdningen for WS-SOEG-DEPOT-ID/WS-SOEG-ISIN i BA-JX
       FIND-BEHOLDNING.
           MOVE "N" TO WS-BEH-FUNDET
           PERFORM VARYING BA-JX FROM 1 BY 1 UNTIL BA-JX > BEH-COUNT
               IF BA-DEPOT-ID IN BEH-ARRAY(BA-JX) = WS-SOEG-DEPOT-ID
                   AND BA-ISIN IN BEH-ARRAY(BA-JX) = WS-SOEG-ISIN
                   MOVE "Y" TO WS-BEH-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       OPRET-BEHOLDNING.
           IF BEH-COUNT >= BEH-MAX-ANTAL
               MOVE "Y" TO BEH-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BEH-COUNT
           MOVE BEH-COUNT TO BA-JX
           MOVE SPACES TO BEH-ARRAY(BA-JX)
           MOVE WS-SOEG-DEPOT-ID TO BA-DEPOT-ID IN BEH-ARRAY(BA-JX)
           MOVE WS-SOEG-ISIN TO BA-ISIN IN BEH-ARRAY(BA-JX)
           MOVE ZERO TO BA-ANTAL IN BEH-ARRAY(BA-JX)
           MOVE ZERO TO BA-ANSKAFFELSE IN BEH-ARRAY(BA-JX)
           MOVE ZERO TO BA-KURS IN BEH-ARRAY(BA-JX)
           MOVE ZERO TO BA-KURSVAERDI IN BEH-ARRAY(BA-JX)
           MOVE "Y" TO WS-BEH-FUNDET
       EXIT.

      *****************************************************************
      * SKRIV-BEHOLDNINGER                                            *
      * Formål: Skriver det opdaterede beholdningsregister til        *
      *         DepotBeholdninger.NY. Udsolgte beholdninger udgår.    *
      *****************************************************************
       SKRIV-BEHOLDNINGER.
           OPEN OUTPUT BEHOLD-NY-FILE
           MOVE "BEHOLD-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE BEHOLD-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING BA-IX FROM 1 BY 1 UNTIL BA-IX > BEH-COUNT
               IF BA-ANTAL IN BEH-ARRAY(BA-IX) > ZERO
                   MOVE BEH-ARRAY(BA-IX) TO DEPOTBEHOLDOPL-UD
                   WRITE DEPOTBEHOLDOPL-UD
                   MOVE "BEHOLD-NY-FILE" TO WS-IO-FILE-NAME
                   MOVE "WRITE"          TO WS-IO-OPERATION
                   MOVE BEHOLD-NY-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
               END-IF
           END-PERFORM
           CLOSE BEHOLD-NY-FILE
       EXIT.

      *****************************************************************
      * SKRIV-DEPOTVAERDI                                             *
      * Formål: Danner DepotVaerdi.txt forfra med dagens værdi pr.    *
      *         depot med beholdning og skriver depotlinjen i         *
      *         rapporten.                                            *
      *****************************************************************
       SKRIV-DEPOTVAERDI.
           OPEN OUTPUT VAERDI-FILE
           MOVE "VAERDI-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE VAERDI-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING DA-IX FROM 1 BY 1 UNTIL DA-IX > DEP-COUNT
               IF DS-POSTER(DA-IX) > ZERO
                   ADD 1 TO TR-ANTAL-DEPOTER
                   ADD DS-VAERDI(DA-IX) TO TR-VAERDI-TOTAL
                   MOVE SPACES TO DEPOTVAERDIOPL
                   MOVE DA-KUNDE-ID IN DEP-ARRAY(DA-IX) TO DV-KUNDE-ID
                   MOVE DA-DEPOT-ID IN DEP-ARRAY(DA-IX) TO DV-DEPOT-ID
                   MOVE DA-KONTO-ID IN DEP-ARRAY(DA-IX) TO DV-KONTO-ID
                   MOVE WS-DAGS-DATO TO DV-DATO
                   MOVE DS-VAERDI(DA-IX) TO DV-VAERDI
                   MOVE DS-ANSKAFFELSE(DA-IX) TO DV-ANSKAFFELSE
                   WRITE DEPOTVAERDIOPL
                   MOVE "VAERDI-FILE" TO WS-IO-FILE-NAME
                   MOVE "WRITE"       TO WS-IO-OPERATION
                   MOVE VAERDI-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
                   MOVE DS-VAERDI(DA-IX) TO WS-BELOB-DISPLAY
                   MOVE DS-ANSKAFFELSE(DA-IX) TO WS-ANSK-DISPLAY
                   STRING "DEPOT " DELIMITED BY SIZE
                           DV-DEPOT-ID DELIMITED BY SPACE
                           " KUNDE " DELIMITED BY SIZE
                           DV-KUNDE-ID DELIMITED BY SPACE
                           " PAPIRER " DELIMITED BY SIZE
                           DS-POSTER(DA-IX) DELIMITED BY SIZE
                           " VAERDI " DELIMITED BY SIZE
                           WS-BELOB-DISPLAY DELIMITED BY SIZE
                           " ANSKAFFET " DELIMITED BY SIZE
                           WS-ANSK-DISPLAY DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               END-IF
           END-PERFORM
           CLOSE VAERDI-FILE
       EXIT.

      *****************************************************************
      * LOAD-DEPOTER                                                  *
      * Formål: Læser Depoter.txt ind i DEP-ARRAY.                    *
      *****************************************************************
       LOAD-DEPOTER.
           OPEN INPUT DEPOT-FILE
           MOVE "DEPOT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE DEPOT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF DEPOT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DEPOT-FILE = "Y"
               READ DEPOT-FILE INTO DEPOTOPL
                   AT END
                       MOVE "Y" TO END-OF-DEPOT-FILE
                   NOT AT END
                       IF DEP-COUNT >= DEP-MAX-ANTAL
                           MOVE "Y" TO DEP-OVERFLOW
                       ELSE
                           ADD 1 TO DEP-COUNT
                           MOVE DEPOTOPL TO DEP-ARRAY(DEP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOT-FILE
           IF DEP-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: DEP-ARRAY kapacitet overskredet"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-BEHOLDNINGER                                             *
      * Formål: Læser DepotBeholdninger.txt ind i BEH-ARRAY. Findes   *
      *         registret ikke endnu, startes det tomt.               *
      *****************************************************************
       LOAD-BEHOLDNINGER.
           OPEN INPUT BEHOLD-FILE
           IF BEHOLD-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "BEHOLD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE BEHOLD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-BEHOLD-FILE = "Y"
               READ BEHOLD-FILE INTO DEPOTBEHOLDOPL
                   AT END
                       MOVE "Y" TO END-OF-BEHOLD-FILE
                   NOT AT END
                       IF BEH-COUNT >= BEH-MAX-ANTAL
                           MOVE "Y" TO BEH-OVERFLOW
                       ELSE
                           ADD 1 TO BEH-COUNT
                           MOVE DEPOTBEHOLDOPL TO BEH-ARRAY(BEH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BEHOLD-FILE
           IF BEH-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: BEH-ARRAY kapacitet overskredet"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-DEPOTKURSER                                              *
      * Formål: Læser DepotKurser.txt ind i DKURS-ARRAY - kun kurser  *
      *         der er gyldige senest på kørselsdatoen.               *
      *****************************************************************
       LOAD-DEPOTKURSER.
           OPEN INPUT DKURS-FILE
           IF DKURS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DKURS-FILE = "Y"
               READ DKURS-FILE INTO DEPOTKURSOPL
                   AT END
                       MOVE "Y" TO END-OF-DKURS-FILE
                   NOT AT END
                       IF DK-GYLDIG-FRA <= WS-DAGS-DATO
                           IF DKURS-COUNT >= DKURS-MAX-ANTAL
                               MOVE "Y" TO DKURS-OVERFLOW
                           ELSE
                               ADD 1 TO DKURS-COUNT
                               MOVE DEPOTKURSOPL
                                   TO DKURS-ARRAY(DKURS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DKURS-FILE
           IF DKURS-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: DKURS-ARRAY kapacitet overskredet"
           END-IF
       EXIT.

       LOAD-VALUTAKURSER.
           OPEN INPUT INPUT-KURS-FILE
           IF INPUT-KURS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KURS-FILE = "Y"
               READ INPUT-KURS-FILE INTO VALUTAKURSOPL
                   AT END
                       MOVE "Y" TO END-OF-KURS-FILE
                   NOT AT END
                       IF GYLDIG-FRA IN VALUTAKURSOPL <= WS-DAGS-DATO
                           IF KURS-COUNT >= KURS-MAX-ANTAL
                               MOVE "Y" TO KURS-OVERFLOW
                           ELSE
                               ADD 1 TO KURS-COUNT
                               MOVE VALUTAKURSOPL TO
                                   VALUTAKURS-ARRAY(KURS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-KURS-FILE
           IF KURS-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: KURS-ARRAY kapacitet overskredet"
           END-IF
       EXIT.

      *****************************************************************
      * TRAILER                                                       *
      * Formål: Skriver kontroltotaller sidst i rapporten.            *
      *****************************************************************
       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Handler modtaget............: " DELIMITED BY SIZE
                   TR-ANTAL-HANDLER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "  heraf koeb................: " DELIMITED BY SIZE
                   TR-ANTAL-KOEB DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "  heraf salg................: " DELIMITED BY SIZE
                   TR-ANTAL-SALG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Haendelser modtaget.........: " DELIMITED BY SIZE
                   TR-ANTAL-HAENDELSER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Udbytter udbetalt...........: " DELIMITED BY SIZE
                   TR-ANTAL-UDBYTTER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Afvist......................: " DELIMITED BY SIZE
                   TR-ANTAL-AFVIST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Beholdninger vaerdiansat....: " DELIMITED BY SIZE
                   TR-ANTAL-BEHOLDNING DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Uden dagens kurs............: " DELIMITED BY SIZE
                   TR-ANTAL-UDEN-KURS DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Depoter.....................: " DELIMITED BY SIZE
                   TR-ANTAL-DEPOTER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-VAERDI-TOTAL TO WS-TOTAL-DISPLAY
           STRING "Samlet depotvaerdi (DKK)....: " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       WRITE-TRANS-REJECT.
           WRITE TRANS-REJECT-LINE
           MOVE "TRANS-REJECT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"             TO WS-IO-OPERATION
           MOVE TRANS-REJECT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO TRANS-REJECT-LINE
       EXIT.

      *****************************************************************
      * BYG-KONTO-MAP                                                 *
      * Formål: Udleder hver kontos REG-NR af dagens                  *
      *         Transaktioner.txt, samme afledning som                *
      *         OpgaveGebyrer's BYG-KONTO-MAP.                        *
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
      * Formål: Bygger de daterede filnavne for denne kørsels         *
      *         forretningsdato. Er datoen nul, bruges de             *
      *         oprindelige, udaterede filnavne.                      *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "Transaktioner.txt"    TO WS-TRANS-FILNAVN
           ELSE
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
               STRING "DP" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-TRANS-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-TRANS-REF
       EXIT.
