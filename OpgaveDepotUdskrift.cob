      *****************************************************************
      * PROGRAM-ID: OPGAVEDEPOTUDSKRIFT                               *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Kvartalsvis depotudskrift til depotkunderne.      *
      *             For hvert depot i Depoter.txt med beholdning      *
      *             dannes en oversigt over papirerne i               *
      *             DepotBeholdninger.txt som værdiansat af den       *
      *             seneste daglige OpgaveDepot-kørsel: antal, kurs,  *
      *             kursværdi i DKK, anskaffelsesværdi og urealiseret *
      *             gevinst/tab, med depotets totaler. Udskriften     *
      *             leveres efter kundens KUNDE-LEVERING og med       *
      *             ledetekster på KUNDE-SPROG som kontoudskrifterne  *
      *             - afdøde kunder og kunder med ugyldig adresse får *
      *             ingen papirudskrift - og logges i                 *
      *             kommunikationsloggen. Kvartalet er det senest     *
      *             afsluttede før kørselsdatoen; kørslen lægges      *
      *             efter første depotkørsel i det nye kvartal.       *
      * INPUT:      Depoter.txt           - Depot, ejer og konto      *
      *             DepotBeholdninger.txt - Værdiansatte beholdninger *
      *             Kundeoplysninger.txt  - Levering og sprog         *
      * OUTPUT:     DepotUdskriftPapir.txt    - Papirudskrifter       *
      *             DepotUdskriftDigital.txt  - Digital Post          *
      *             DepotUdskrift-Kontrol.txt - Kontrolliste          *
      *             KommunikationsLog.txt     - Forsendelseslog       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveDepotUdskrift.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOT-FILE ASSIGN TO "Depoter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOT-FILE-STATUS.
           SELECT BEHOLD-FILE ASSIGN TO "DepotBeholdninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEHOLD-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT BREV-PAPIR-FILE
               ASSIGN TO "DepotUdskriftPapir.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-PAPIR-FILE-STATUS.
           SELECT BREV-DIGITAL-FILE
               ASSIGN TO "DepotUdskriftDigital.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-DIGITAL-FILE-STATUS.
           SELECT KONTROL-FILE
               ASSIGN TO "DepotUdskrift-Kontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTROL-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "DepotUdskrift-IOFejl.txt"
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

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD BREV-PAPIR-FILE.
       01 BREV-PAPIR-LINE  PIC X(100) VALUE SPACES.

       FD BREV-DIGITAL-FILE.
       01 BREV-DIGITAL-LINE PIC X(100) VALUE SPACES.

       FD KONTROL-FILE.
       01 KONTROL-LINE     PIC X(120) VALUE SPACES.

       FD KOMMLOG-FILE.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".

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

       01 END-OF-DEPOT-FILE  PIC X VALUE "N".
       01 END-OF-BEHOLD-FILE PIC X VALUE "N".

      * Beholdningerne loades i hukommelse og udskrives pr. depot
       01 BEH-MAX-ANTAL     PIC 9(4) VALUE 5000.
       01 BEH-COUNT         PIC 9(4) VALUE ZERO.
       01 BEH-OVERFLOW      PIC X VALUE "N".
       01 BEH-ARRAY OCCURS 5000 TIMES.
           COPY "DEPOTBEHOLDOPL.cpy"
               REPLACING LEADING ==DB-== BY ==BA-==.
       01 BA-IX             PIC 9(4) VALUE ZERO.
       01 WS-DEPOT-POSTER   PIC 9(5) VALUE ZERO.

      * Den aktuelle udskrift
       01 WS-DEPOT-VAERDI   PIC 9(11)V99 VALUE ZERO.
       01 WS-DEPOT-ANSK     PIC 9(11)V99 VALUE ZERO.
       01 WS-UREALISERET    PIC S9(11)V99 VALUE ZERO.
       01 WS-SPROG-EN       PIC X VALUE "N".
       01 WS-LEVERING-KANAL PIC X(01) VALUE "P".
       01 WS-BREV-LINE      PIC X(100) VALUE SPACES.
       01 WS-ANTAL-DISPLAY  PIC Z(8)9.9999.
       01 WS-KURS-DISPLAY   PIC Z(6)9.9999.
       01 WS-D1             PIC Z(10)9.99.
       01 WS-D2             PIC Z(10)9.99.
       01 WS-D3             PIC -(10)9.99.

      * Kvartalet udskriften dækker - det senest afsluttede
       01 WS-KVARTAL        PIC 9(1) VALUE ZERO.
       01 WS-KVARTAL-AAR    PIC 9(4) VALUE ZERO.
       01 WS-PERIODE-TEKST  PIC X(10) VALUE SPACES.

       01 TR-ANTAL-UDSKRIFTER PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-PAPIR PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-DIGITAL PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-INGEN PIC 9(5) VALUE ZERO.
       01 TR-VAERDI-TOTAL   PIC 9(13)V99 VALUE ZERO.
       01 TR-ANSK-TOTAL     PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-DISPLAY  PIC Z(12)9.99.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO-DELT REDEFINES WS-SYSDATO.
           02 WS-SYS-AAR     PIC 9(4).
           02 WS-SYS-MDR     PIC 9(2).
           02 WS-SYS-DAG     PIC 9(2).

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 DEPOT-FILE-STATUS      PIC XX VALUE "00".
       01 BEHOLD-FILE-STATUS     PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS      PIC XX VALUE "00".
       01 BREV-PAPIR-FILE-STATUS PIC XX VALUE "00".
       01 BREV-DIGITAL-FILE-STATUS PIC XX VALUE "00".
       01 KONTROL-FILE-STATUS    PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION        PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-KUNDE-FILNAVN       PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           OPEN OUTPUT IO-ERROR-FILE
           PERFORM BESTEM-KVARTAL
           PERFORM LOAD-BEHOLDNINGER

           OPEN INPUT DEPOT-FILE
           MOVE "DEPOT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE DEPOT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
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

           OPEN OUTPUT KONTROL-FILE
           MOVE "KONTROL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE KONTROL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           STRING "DEPOTUDSKRIFT KONTROLLISTE - " DELIMITED BY SIZE
                   WS-PERIODE-TEKST DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE

           IF DEPOT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-DEPOT-FILE = "Y"
                   READ DEPOT-FILE INTO DEPOTOPL
                       AT END
                           MOVE "Y" TO END-OF-DEPOT-FILE
                       NOT AT END
                           PERFORM DAN-UDSKRIFT
                   END-READ
                   MOVE "DEPOT-FILE" TO WS-IO-FILE-NAME
                   MOVE "READ"       TO WS-IO-OPERATION
                   MOVE DEPOT-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
               END-PERFORM
           END-IF

           PERFORM SKRIV-KONTROL-TOTALER

           DISPLAY "OpgaveDepotUdskrift: " TR-ANTAL-UDSKRIFTER
               " udskrifter for " WS-PERIODE-TEKST ", papir="
               TR-LEVERING-PAPIR " digital=" TR-LEVERING-DIGITAL
               " ingen=" TR-LEVERING-INGEN

           CLOSE DEPOT-FILE
           CLOSE KUNDE-FILE
           CLOSE BREV-PAPIR-FILE
           CLOSE BREV-DIGITAL-FILE
           CLOSE KONTROL-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * BESTEM-KVARTAL                                                *
      * Formål: Finder det senest afsluttede kvartal før              *
      *         kørselsdatoen - en kørsel i januar dækker 4. kvartal  *
      *         året før.                                             *
      *****************************************************************
       BESTEM-KVARTAL.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE WS-SYS-AAR TO WS-KVARTAL-AAR
           EVALUATE TRUE
               WHEN WS-SYS-MDR <= 3
                   MOVE 4 TO WS-KVARTAL
                   SUBTRACT 1 FROM WS-KVARTAL-AAR
               WHEN WS-SYS-MDR <= 6
                   MOVE 1 TO WS-KVARTAL
               WHEN WS-SYS-MDR <= 9
                   MOVE 2 TO WS-KVARTAL
               WHEN OTHER
                   MOVE 3 TO WS-KVARTAL
           END-EVALUATE
           MOVE SPACES TO WS-PERIODE-TEKST
           STRING "Q" WS-KVARTAL " " WS-KVARTAL-AAR DELIMITED BY SIZE
               INTO WS-PERIODE-TEKST
       EXIT.

      *****************************************************************
      * DAN-UDSKRIFT                                                  *
      * Formål: Danner udskriften for ét depot med beholdning. Et     *
      *         depot uden papirer får ingen udskrift.                *
      *****************************************************************
       DAN-UDSKRIFT.
           MOVE ZERO TO WS-DEPOT-POSTER
           MOVE ZERO TO WS-DEPOT-VAERDI
           MOVE ZERO TO WS-DEPOT-ANSK
           PERFORM VARYING BA-IX FROM 1 BY 1 UNTIL BA-IX > BEH-COUNT
               IF BA-DEPOT-ID IN BEH-ARRAY(BA-IX) = DP-DEPOT-ID
                   ADD 1 TO WS-DEPOT-POSTER
                   ADD BA-KURSVAERDI IN BEH-ARRAY(BA-IX)
                       TO WS-DEPOT-VAERDI
                   ADD BA-ANSKAFFELSE IN BEH-ARRAY(BA-IX)
                       TO WS-DEPOT-ANSK
               END-IF
           END-PERFORM
           IF WS-DEPOT-POSTER = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-ANTAL-UDSKRIFTER
           ADD WS-DEPOT-VAERDI TO TR-VAERDI-TOTAL
           ADD WS-DEPOT-ANSK TO TR-ANSK-TOTAL
           PERFORM BESTEM-LEVERING
           IF WS-LEVERING-KANAL = "N"
               ADD 1 TO TR-LEVERING-INGEN
           ELSE
               PERFORM SKRIV-UDSKRIFT
           END-IF
           PERFORM SKRIV-KONTROL-DEPOT
       EXIT.

      *****************************************************************
      * BESTEM-LEVERING                                               *
      * Formål: Slår depotejeren op og bestemmer kanal og sprog som   *
      *         kontoudskrifterne: papir er forvalgt, "D" Digital     *
      *         Post, "N" ingen levering; en afdød kunde eller en     *
      *         papirkunde med ugyldig adresse får ingen udskrift.    *
      *****************************************************************
       BESTEM-LEVERING.
           MOVE "P" TO WS-LEVERING-KANAL
           MOVE "N" TO WS-SPROG-EN
           MOVE DP-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE SPACES TO FORNAVN
                   MOVE SPACES TO EFTERNAVN
               NOT INVALID KEY
                   MOVE KUNDE-LEVERING TO WS-LEVERING-KANAL
                   IF SPROG-ENGELSK
                       MOVE "Y" TO WS-SPROG-EN
                   END-IF
                   IF ADRESSE-UGYLDIG
                       AND WS-LEVERING-KANAL NOT = "D"
                       MOVE "N" TO WS-LEVERING-KANAL
                   END-IF
                   IF KUNDE-AFDOED
                       MOVE "N" TO WS-LEVERING-KANAL
                   END-IF
           END-READ
           IF WS-LEVERING-KANAL NOT = "D"
               AND WS-LEVERING-KANAL NOT = "N"
               MOVE "P" TO WS-LEVERING-KANAL
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-UDSKRIFT                                                *
      * Formål: Skriver depotudskriften med ledetekster på kundens    *
      *         sprog i kundens leveringsstrøm og logger              *
      *         forsendelsen i kommunikationsloggen.                  *
      *****************************************************************
       SKRIV-UDSKRIFT.
           IF WS-LEVERING-KANAL = "D"
               MOVE SPACES TO WS-BREV-LINE
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       DP-KUNDE-ID DELIMITED BY SPACE
                       INTO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
           ELSE
               MOVE SPACES TO WS-BREV-LINE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       DP-KUNDE-ID DELIMITED BY SPACE
                       " DOK=DEPOTUDSKRIFT" DELIMITED BY SIZE
                       INTO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
           END-IF
           IF WS-SPROG-EN = "Y"
               STRING "SECURITIES STATEMENT " DELIMITED BY SIZE
                       WS-PERIODE-TEKST DELIMITED BY SIZE
                       " - DEPOSITORY " DELIMITED BY SIZE
                       DP-DEPOT-ID DELIMITED BY SPACE
                       INTO WS-BREV-LINE
           ELSE
               STRING "DEPOTUDSKRIFT " DELIMITED BY SIZE
                       WS-PERIODE-TEKST DELIMITED BY SIZE
                       " - DEPOT " DELIMITED BY SIZE
                       DP-DEPOT-ID DELIMITED BY SPACE
                       INTO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           STRING "KUNDE " DELIMITED BY SIZE
                   DP-KUNDE-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FORNAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(EFTERNAVN) DELIMITED BY SIZE
                   INTO WS-BREV-LINE
           PERFORM SKRIV-BREV-LINE
           IF WS-SPROG-EN = "Y"
               STRING "SETTLEMENT ACCOUNT " DELIMITED BY SIZE
                       DP-KONTO-ID DELIMITED BY SPACE
                       INTO WS-BREV-LINE
           ELSE
               STRING "AFREGNINGSKONTO " DELIMITED BY SIZE
                       DP-KONTO-ID DELIMITED BY SPACE
                       INTO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           PERFORM SKRIV-BREV-LINE
           IF WS-SPROG-EN = "Y"
               MOVE "  ISIN                QUANTITY        PRICE CCY"
                   TO WS-BREV-LINE(1:47)
               MOVE "     VALUE DKK           COST    UNREALISED"
                   TO WS-BREV-LINE(48:43)
           ELSE
               MOVE "  ISIN                   ANTAL         KURS VAL"
                   TO WS-BREV-LINE(1:47)
               MOVE "    VAERDI DKK      ANSKAFFET   GEVINST/TAB"
                   TO WS-BREV-LINE(48:43)
           END-IF
           PERFORM SKRIV-BREV-LINE
           PERFORM VARYING BA-IX FROM 1 BY 1 UNTIL BA-IX > BEH-COUNT
               IF BA-DEPOT-ID IN BEH-ARRAY(BA-IX) = DP-DEPOT-ID
                   PERFORM SKRIV-PAPIR-LINJE
               END-IF
           END-PERFORM
           PERFORM SKRIV-BREV-LINE
           COMPUTE WS-UREALISERET = WS-DEPOT-VAERDI - WS-DEPOT-ANSK
           MOVE WS-DEPOT-VAERDI TO WS-D1
           MOVE WS-DEPOT-ANSK TO WS-D2
           MOVE WS-UREALISERET TO WS-D3
           IF WS-SPROG-EN = "Y"
               MOVE "  TOTAL" TO WS-BREV-LINE(1:7)
           ELSE
               MOVE "  I ALT" TO WS-BREV-LINE(1:7)
           END-IF
           MOVE WS-D1 TO WS-BREV-LINE(48:14)
           MOVE WS-D2 TO WS-BREV-LINE(63:14)
           MOVE WS-D3 TO WS-BREV-LINE(77:14)
           PERFORM SKRIV-BREV-LINE
           PERFORM SKRIV-BREV-LINE

           MOVE DP-KUNDE-ID TO WS-KOMM-KUNDE-ID
           MOVE "DEPOTUDSKRIFT" TO WS-KOMM-DOKTYPE
           MOVE WS-LEVERING-KANAL TO WS-KOMM-KANAL
           IF WS-LEVERING-KANAL = "D"
               ADD 1 TO TR-LEVERING-DIGITAL
               MOVE "DepotUdskriftDigital.txt" TO WS-KOMM-FILREF
           ELSE
               ADD 1 TO TR-LEVERING-PAPIR
               MOVE "DepotUdskriftPapir.txt" TO WS-KOMM-FILREF
           END-IF
           PERFORM SKRIV-KOMMLOG
       EXIT.

      * Én linje pr. papir: ISIN, antal, kurs og valuta, kursværdi
      * i DKK, anskaffelsesværdi og urealiseret gevinst/tab
       SKRIV-PAPIR-LINJE.
           MOVE BA-ANTAL IN BEH-ARRAY(BA-IX) TO WS-ANTAL-DISPLAY
           MOVE BA-KURS IN BEH-ARRAY(BA-IX) TO WS-KURS-DISPLAY
           MOVE BA-KURSVAERDI IN BEH-ARRAY(BA-IX) TO WS-D1
           MOVE BA-ANSKAFFELSE IN BEH-ARRAY(BA-IX) TO WS-D2
           COMPUTE WS-UREALISERET = BA-KURSVAERDI IN BEH-ARRAY(BA-IX)
               - BA-ANSKAFFELSE IN BEH-ARRAY(BA-IX)
           MOVE WS-UREALISERET TO WS-D3
           MOVE BA-ISIN IN BEH-ARRAY(BA-IX) TO WS-BREV-LINE(3:12)
           MOVE WS-ANTAL-DISPLAY TO WS-BREV-LINE(17:14)
           MOVE WS-KURS-DISPLAY TO WS-BREV-LINE(32:12)
           MOVE BA-VALUTA IN BEH-ARRAY(BA-IX) TO WS-BREV-LINE(45:3)
           MOVE WS-D1 TO WS-BREV-LINE(48:14)
           MOVE WS-D2 TO WS-BREV-LINE(63:14)
           MOVE WS-D3 TO WS-BREV-LINE(77:14)
           PERFORM SKRIV-BREV-LINE
       EXIT.

       SKRIV-BREV-LINE.
           IF WS-LEVERING-KANAL = "D"
               MOVE WS-BREV-LINE TO BREV-DIGITAL-LINE
               WRITE BREV-DIGITAL-LINE
               MOVE "BREV-DIGITAL-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"             TO WS-IO-OPERATION
               MOVE BREV-DIGITAL-FILE-STATUS TO WS-IO-STATUS
           ELSE
               MOVE WS-BREV-LINE TO BREV-PAPIR-LINE
               WRITE BREV-PAPIR-LINE
               MOVE "BREV-PAPIR-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"           TO WS-IO-OPERATION
               MOVE BREV-PAPIR-FILE-STATUS TO WS-IO-STATUS
           END-IF
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WS-BREV-LINE
       EXIT.

       SKRIV-KONTROL-DEPOT.
           MOVE WS-DEPOT-VAERDI TO WS-D1
           MOVE WS-DEPOT-ANSK TO WS-D2
           STRING "DEPOT " DELIMITED BY SIZE
                   DP-DEPOT-ID DELIMITED BY SPACE
                   " KUNDE " DELIMITED BY SIZE
                   DP-KUNDE-ID DELIMITED BY SPACE
                   " PAPIRER=" DELIMITED BY SIZE
                   WS-DEPOT-POSTER DELIMITED BY SIZE
                   " VAERDI=" DELIMITED BY SIZE
                   WS-D1 DELIMITED BY SIZE
                   " ANSKAFFET=" DELIMITED BY SIZE
                   WS-D2 DELIMITED BY SIZE
                   " KANAL=" DELIMITED BY SIZE
                   WS-LEVERING-KANAL DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
       EXIT.

       SKRIV-KONTROL-TOTALER.
           MOVE SPACES TO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           MOVE TR-VAERDI-TOTAL TO WS-TOTAL-DISPLAY
           STRING "SAMLET VAERDI (DKK)....: " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           MOVE TR-ANSK-TOTAL TO WS-TOTAL-DISPLAY
           STRING "SAMLET ANSKAFFET (DKK).: " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           STRING "UDSKRIFTER=" DELIMITED BY SIZE
                   TR-ANTAL-UDSKRIFTER DELIMITED BY SIZE
                   " PAPIR=" DELIMITED BY SIZE
                   TR-LEVERING-PAPIR DELIMITED BY SIZE
                   " DIGITAL=" DELIMITED BY SIZE
                   TR-LEVERING-DIGITAL DELIMITED BY SIZE
                   " INGEN LEVERING=" DELIMITED BY SIZE
                   TR-LEVERING-INGEN DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           IF BEH-OVERFLOW = "Y"
               STRING "ADVARSEL: FLERE BEHOLDNINGER END TABELLEN KAN "
                       DELIMITED BY SIZE
                       "RUMME - UDSKRIFTERNE ER UFULDSTAENDIGE"
                       DELIMITED BY SIZE
                       INTO KONTROL-LINE
               PERFORM SKRIV-KONTROL-LINE
           END-IF
       EXIT.

       SKRIV-KONTROL-LINE.
           WRITE KONTROL-LINE
           MOVE "KONTROL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE KONTROL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO KONTROL-LINE
       EXIT.

      *****************************************************************
      * LOAD-BEHOLDNINGER                                             *
      * Formål: Læser DepotBeholdninger.txt ind i BEH-ARRAY.          *
      *****************************************************************
       LOAD-BEHOLDNINGER.
           OPEN INPUT BEHOLD-FILE
           MOVE "BEHOLD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE BEHOLD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF BEHOLD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
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
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
           ELSE
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
           IF KOMMLOG-FILE-STATUS = "00"
               IF WS-KOMM-DATO = ZERO
                   IF WS-FORRETNINGSDATO = ZERO
                       ACCEPT WS-KOMM-DATO FROM DATE YYYYMMDD
                   ELSE
                       MOVE WS-FORRETNINGSDATO TO WS-KOMM-DATO
                   END-IF
               END-IF
               MOVE WS-KOMM-KUNDE-ID TO KL-KUNDE-ID
               MOVE SPACES TO KL-DATO
               STRING WS-KOMM-DATO(1:4) "-" WS-KOMM-DATO(5:2) "-"
                   WS-KOMM-DATO(7:2) DELIMITED BY SIZE
                   INTO KL-DATO
               MOVE "OPGAVEDEPOTUDSKRIFT" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.
