      *****************************************************************
      * PROGRAM-ID: OPGAVELEADS                                       *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Ugentlig ringeliste til rådgiverne. Reglerne i    *
      *             LeadRegler.txt (se LEADREGELOPL.cpy) finder       *
      *             kunder med et produktgab - ledigt indestående på  *
      *             lønkontoen uden opsparingskonto, pensionsind-     *
      *             betalinger tæt på årsloftet, aftaleindskud der    *
      *             udløber uden fornyelsesinstruks, og høj fast      *
      *             husleje til en privatperson - og listen dannes    *
      *             pr. filial (KONTO-FILIAL-NR på kontoen der        *
      *             udløste leadet). En kunde får kun leads når       *
      *             kunden er aktiv (ikke afdød, slettet eller        *
      *             anonymiseret), er myndig, ikke er spærret af et   *
      *             sanktionshit uden falsk positiv-disposition, og   *
      *             har givet markedsføringssamtykke i Samtykker.txt. *
      *             Et lead på samme kunde og regel gentages ikke     *
      *             inden for 90 dage (se LeadHistorik.txt). Leadet   *
      *             går til kundens gældende rådgiver, når rådgiveren *
      *             er aktiv - ellers ligger det hos filialen, og     *
      *             ringelisten grupperes pr. filial og rådgiver.     *
      * INPUT:      LeadRegler.txt         - Reglerne                 *
      *             KontoOpl.txt           - Konti                    *
      *             Kundeoplysninger.txt   - Status, segment, CPR     *
      *             Samtykker.txt          - Markedsføringssamtykker  *
      *             SanktionsHits.txt / SanktionsDisposition.txt      *
      *             PensionsGraense.txt / PensionsIndbetalinger.txt   *
      *             Aftaleindskud.txt      - Aftaleindskud            *
      *             FasteOverfoersler.txt  - Faste overførsler        *
      *             LeadHistorik.txt       - Tidligere leads          *
      *             Raadgivere.txt         - Rådgiverregistret        *
      *             KundeRaadgivere.txt    - Kundernes rådgiver       *
      * OUTPUT:     LeadHistorik.txt       - Ugens leads tilføjes     *
      *             Leads-Rapport.txt      - Ringelisten pr. filial   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveLeads.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGEL-FILE ASSIGN TO "LeadRegler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGEL-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT SAMTYKKE-FILE ASSIGN TO "Samtykker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAMTYKKE-FILE-STATUS.
           SELECT SANKTION-HIT-FILE ASSIGN TO "SanktionsHits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKTION-HIT-FILE-STATUS.
           SELECT SANKTION-DISP-FILE
               ASSIGN TO "SanktionsDisposition.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKTION-DISP-FILE-STATUS.
           SELECT PENSION-GRAENSE-FILE
               ASSIGN TO "PensionsGraense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENSION-GRAENSE-FILE-STATUS.
           SELECT PENSION-YTD-FILE
               ASSIGN TO "PensionsIndbetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENSION-YTD-FILE-STATUS.
           SELECT AFTALE-FILE ASSIGN TO "Aftaleindskud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALE-FILE-STATUS.
           SELECT ORDRE-FILE ASSIGN TO "FasteOverfoersler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRE-FILE-STATUS.
           SELECT LEAD-FILE ASSIGN TO "LeadHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAD-FILE-STATUS.
           SELECT RAADGIVER-FILE ASSIGN TO "Raadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAADGIVER-FILE-STATUS.
           SELECT TILDELING-FILE ASSIGN TO "KundeRaadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILDELING-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Leads-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Leads-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGEL-FILE.
       01 LEADREGELOPL.
           COPY "LEADREGELOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD SAMTYKKE-FILE.
       01 SAMTYKKEOPL.
           COPY "SAMTYKKEOPL.cpy".

       FD SANKTION-HIT-FILE.
       01 SANKTHITOPL.
           COPY "SANKTHITOPL.cpy".

       FD SANKTION-DISP-FILE.
       01 SANKTDISPOPL.
           COPY "SANKTDISPOPL.cpy".

       FD PENSION-GRAENSE-FILE.
       01 PENSIONGROPL.
           COPY "PENSIONGROPL.cpy".

       FD PENSION-YTD-FILE.
       01 PENSIONYTDOPL.
           COPY "PENSIONYTDOPL.cpy".

       FD AFTALE-FILE.
       01 AFTALEINDSKOPL.
           COPY "AFTALEINDSKOPL.cpy".

       FD ORDRE-FILE.
       01 FASTOVEROPL.
           COPY "FASTOVEROPL.cpy".

       FD LEAD-FILE.
       01 LEADOPL.
           COPY "LEADOPL.cpy".

       FD RAADGIVER-FILE.
       01 RAADGIVEROPL.
           COPY "RAADGIVEROPL.cpy".

       FD TILDELING-FILE.
       01 RAADGTILDOPL.
           COPY "RAADGTILDOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-REGEL-FILE    PIC X VALUE "N".
       01 END-OF-KONTO-FILE    PIC X VALUE "N".
       01 END-OF-SAMTYKKE-FILE PIC X VALUE "N".
       01 END-OF-SPAER-FILE    PIC X VALUE "N".
       01 END-OF-PENSION-FILE  PIC X VALUE "N".
       01 END-OF-AFTALE-FILE   PIC X VALUE "N".
       01 END-OF-ORDRE-FILE    PIC X VALUE "N".
       01 END-OF-LEAD-FILE     PIC X VALUE "N".
       01 END-OF-RAADG-FILE    PIC X VALUE "N".

      * Reglerne fra LeadRegler.txt (se LOAD-REGLER)
       01 REGEL-MAX-ANTAL  PIC 9(3) VALUE 50.
       01 REGEL-COUNT      PIC 9(3) VALUE ZERO.
       01 REGEL-OVERFLOW   PIC X VALUE "N".
       01 REGEL-ARRAY OCCURS 50 TIMES.
           COPY "LEADREGELOPL.cpy"
               REPLACING LEADING ==LR-== BY ==RG-==.
       01 RG-IX            PIC 9(3) VALUE ZERO.

      * Alle konti (se LOAD-KONTI)
       01 KONTO-MAX-ANTAL  PIC 9(4) VALUE 5000.
       01 KONTO-COUNT      PIC 9(4) VALUE ZERO.
       01 KONTO-OVERFLOW   PIC X VALUE "N".
       01 KONTO-TABEL.
           02 KONTO-ENTRY OCCURS 5000 TIMES.
               03 KO-KONTO-ID  PIC X(10).
               03 KO-KUNDE-ID  PIC X(10).
               03 KO-TYPE      PIC X(01).
               03 KO-STATUS    PIC X(01).
               03 KO-BALANCE   PIC S9(7)V99.
               03 KO-FILIAL-NR PIC 9(02).
       01 KO-IX            PIC 9(4) VALUE ZERO.
       01 KO-IX2           PIC 9(4) VALUE ZERO.
       01 WS-KO-FUNDET     PIC X VALUE "N".
       01 WS-HAR-OPSPARING PIC X VALUE "N".

      * Markedsføringssamtykker fra Samtykker.txt (se LOAD-SAMTYKKER
      * og CHECK-MARKETING-SAMTYKKE)
       01 SAMT-MAX-ANTAL   PIC 9(4) VALUE 2000.
       01 SAMT-COUNT       PIC 9(4) VALUE ZERO.
       01 SAMT-OVERFLOW    PIC X VALUE "N".
       01 SAMT-ARRAY OCCURS 2000 TIMES.
           COPY "SAMTYKKEOPL.cpy"
               REPLACING LEADING ==SAMT== BY ==SM==.
       01 SAMT-IX          PIC 9(4) VALUE ZERO.
       01 WS-MARKETING-OK  PIC X VALUE "N".

      * Kunder spærret af et sanktionshit uden falsk positiv-
      * disposition - samme regel som OpgavePostering (se
      * LOAD-SANKTIONSSPAERRING)
       01 SPAER-MAX-ANTAL  PIC 9(4) VALUE 500.
       01 SPAER-COUNT      PIC 9(4) VALUE ZERO.
       01 SPAER-OVERFLOW   PIC X VALUE "N".
       01 SPAER-TABEL.
           02 SPAER-KUNDE-ID PIC X(10) OCCURS 500 TIMES VALUE SPACES.
       01 SPAER-IX         PIC 9(4) VALUE ZERO.
       01 WS-SPAERRET      PIC X VALUE "N".

      * Leads givet inden for de sidste 90 dage (se LOAD-LEAD-
      * HISTORIK)
       01 HIST-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 HIST-COUNT       PIC 9(4) VALUE ZERO.
       01 HIST-OVERFLOW    PIC X VALUE "N".
       01 HIST-TABEL.
           02 HIST-ENTRY OCCURS 5000 TIMES.
               03 HI-KUNDE-ID  PIC X(10).
               03 HI-REGEL     PIC X(04).
       01 HI-IX            PIC 9(4) VALUE ZERO.

      * Rådgiverregistret og kundernes gældende tildeling pr.
      * kørselsdatoen (se LOAD-RAADGIVERE, LOAD-RAADGIVERTILDELING og
      * FIND-KUNDENS-RAADGIVER)
       01 RGV-MAX-ANTAL    PIC 9(4) VALUE 500.
       01 RGV-COUNT        PIC 9(4) VALUE ZERO.
       01 RGV-OVERFLOW     PIC X VALUE "N".
       01 RGV-ARRAY OCCURS 500 TIMES.
           COPY "RAADGIVEROPL.cpy"
               REPLACING LEADING ==RGV-== BY ==RR-==.
       01 RGV-IX           PIC 9(4) VALUE ZERO.
       01 TD-MAX-ANTAL     PIC 9(5) VALUE 20000.
       01 TD-COUNT         PIC 9(5) VALUE ZERO.
       01 TD-OVERFLOW      PIC X VALUE "N".
       01 TD-ARRAY OCCURS 20000 TIMES.
           COPY "RAADGTILDOPL.cpy"
               REPLACING LEADING ==TD-== BY ==TA-==.
       01 TD-IX            PIC 9(5) VALUE ZERO.
       01 WS-RAADGIVER     PIC X(08) VALUE SPACES.

      * Ugens leads
       01 LD-MAX-ANTAL     PIC 9(4) VALUE 2000.
       01 LD-COUNT         PIC 9(4) VALUE ZERO.
       01 LD-OVERFLOW      PIC X VALUE "N".
       01 LD-TABEL.
           02 LD-ENTRY OCCURS 2000 TIMES.
               03 LD-KUNDE-ID  PIC X(10).
               03 LD-KONTO-ID  PIC X(10).
               03 LD-REGEL     PIC X(04).
               03 LD-FILIAL-NR PIC 9(02).
               03 LD-RAADGIVER PIC X(08).
               03 LD-BELOB     PIC S9(9)V99.
               03 LD-NAVN      PIC X(30).
               03 LD-TEKST     PIC X(40).
               03 LD-TELEFON   PIC X(08).
       01 LD-IX            PIC 9(4) VALUE ZERO.
       01 LD-IX2           PIC 9(4) VALUE ZERO.
       01 WS-FOERSTE       PIC X VALUE "N".

      * Kandidaten en regel har fundet (se FORESLAA-LEAD)
       01 WS-KAND-KUNDE-ID PIC X(10) VALUE SPACES.
       01 WS-KAND-KONTO-ID PIC X(10) VALUE SPACES.
       01 WS-KAND-FILIAL   PIC 9(02) VALUE ZERO.
       01 WS-KAND-BELOB    PIC S9(9)V99 VALUE ZERO.

      * Pensionsloftet - 9.100 DKK hvis PensionsGraense.txt mangler
       01 WS-PENSIONSLOFT  PIC 9(7)V99 VALUE 9100.
       01 WS-PENSION-TAERSKEL PIC 9(9)V99 VALUE ZERO.
       01 WS-MAANEDSBELOB  PIC 9(9)V99 VALUE ZERO.

      * Mindreårig-kontrol (se BEREGN-ALDER)
       01 WS-ALDER         PIC S9(3) VALUE ZERO.
       01 WS-FOEDT-AAR     PIC 9(4) VALUE ZERO.
       01 WS-FOEDT-DATO    PIC X(10) VALUE SPACES.
       01 WS-CPR-AAR       PIC 9(2) VALUE ZERO.
       01 WS-CPR-CIFFER7   PIC 9(1) VALUE ZERO.

       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO       PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO     PIC X(10) VALUE SPACES.
       01 WS-AAR           PIC 9(4) VALUE ZERO.
       01 WS-HELTAL        PIC 9(8) VALUE ZERO.
       01 WS-DATO-NUM      PIC 9(8) VALUE ZERO.
       01 WS-KARANTAENE-DATO PIC X(10) VALUE SPACES.
       01 WS-HORISONT-DATO PIC X(10) VALUE SPACES.
       01 WS-KARANTAENE-DAGE PIC 9(3) VALUE 90.

       01 WS-FILIAL-IX     PIC 9(3) VALUE ZERO.
       01 WS-FILIAL-ANTAL  PIC 9(4) VALUE ZERO.
       01 WS-FILIAL-DISPLAY PIC 9(02) VALUE ZERO.
       01 WS-BELOB-DISPLAY PIC -(9)9.99.

       01 TR-ANTAL-KANDIDATER PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-LEADS      PIC 9(5) VALUE ZERO.
       01 TR-AFVIST-STATUS    PIC 9(5) VALUE ZERO.
       01 TR-AFVIST-MINDREAARIG PIC 9(5) VALUE ZERO.
       01 TR-AFVIST-SANKTION  PIC 9(5) VALUE ZERO.
       01 TR-AFVIST-SAMTYKKE  PIC 9(5) VALUE ZERO.
       01 TR-AFVIST-GENTAGET  PIC 9(5) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 REGEL-FILE-STATUS      PIC XX VALUE "00".
       01 KONTO-FILE-STATUS      PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS      PIC XX VALUE "00".
       01 SAMTYKKE-FILE-STATUS   PIC XX VALUE "00".
       01 SANKTION-HIT-FILE-STATUS  PIC XX VALUE "00".
       01 SANKTION-DISP-FILE-STATUS PIC XX VALUE "00".
       01 PENSION-GRAENSE-FILE-STATUS PIC XX VALUE "00".
       01 PENSION-YTD-FILE-STATUS PIC XX VALUE "00".
       01 AFTALE-FILE-STATUS     PIC XX VALUE "00".
       01 ORDRE-FILE-STATUS      PIC XX VALUE "00".
       01 LEAD-FILE-STATUS       PIC XX VALUE "00".
       01 RAADGIVER-FILE-STATUS  PIC XX VALUE "00".
       01 TILDELING-FILE-STATUS  PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS    PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION        PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). Regler, registre og leadloggen forbliver
      * udaterede, da de lever på tværs af kørselsdage.
       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN    PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DATOER
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
           STRING "RINGELISTE TIL RAADGIVERNE " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM LOAD-REGLER
           PERFORM LOAD-KONTI
           PERFORM LOAD-SAMTYKKER
           PERFORM LOAD-SANKTIONSSPAERRING
           PERFORM LOAD-LEAD-HISTORIK
           PERFORM LAES-PENSIONSLOFT
           PERFORM LOAD-RAADGIVERE
           PERFORM LOAD-RAADGIVERTILDELING

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM VARYING RG-IX FROM 1 BY 1 UNTIL RG-IX > REGEL-COUNT
               IF RG-AKTIV(RG-IX) = "J"
                   EVALUATE RG-REGEL(RG-IX)
                       WHEN "LEDL"
                           PERFORM REGEL-LEDIG-LOEN
                       WHEN "PENS"
                           PERFORM REGEL-PENSION-LOFT
                       WHEN "AFTU"
                           PERFORM REGEL-AFTALE-UDLOEB
                       WHEN "HUSL"
                           PERFORM REGEL-HUSLEJE-PRIVAT
                       WHEN OTHER
                           DISPLAY "OpgaveLeads: ukendt regel "
                               RG-REGEL(RG-IX) " ignoreret"
                   END-EVALUATE
               END-IF
           END-PERFORM

           CLOSE KUNDE-FILE

           PERFORM SKRIV-RINGELISTE
           PERFORM NOTER-LEADS
           PERFORM TRAILER

           DISPLAY "OpgaveLeads: " TR-ANTAL-KANDIDATER
               " kandidater, " TR-ANTAL-LEADS " leads"
           IF KONTO-OVERFLOW = "Y" OR SAMT-OVERFLOW = "Y"
               OR HIST-OVERFLOW = "Y" OR LD-OVERFLOW = "Y"
               OR RGV-OVERFLOW = "Y" OR TD-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: tabelkapacitet overskredet - "
                   "ringelisten er ufuldstaendig"
           END-IF

           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * STEMPEL-DATOER                                                *
      * Formål: Sætter kørselsdatoen, året til pensionsloftet og      *
      *         karantænedatoen - leads givet efter den datoen        *
      *         gentages ikke.                                        *
      *****************************************************************
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
           MOVE WS-SYSDATO(1:4) TO WS-AAR
           COMPUTE WS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO)
               - WS-KARANTAENE-DAGE
           COMPUTE WS-DATO-NUM = FUNCTION DATE-OF-INTEGER(WS-HELTAL)
           MOVE SPACES TO WS-KARANTAENE-DATO
           STRING  WS-DATO-NUM(1:4) "-" WS-DATO-NUM(5:2)
                   "-" WS-DATO-NUM(7:2) DELIMITED BY SIZE
                   INTO WS-KARANTAENE-DATO
       EXIT.

      *****************************************************************
      * LOAD-REGLER                                                   *
      * Formål: Læser LeadRegler.txt ind i REGEL-ARRAY. Findes filen  *
      *         ikke, eller er den tom, bruges de fire regler med     *
      *         standardtærskler for alle segmenter.                  *
      *****************************************************************
       LOAD-REGLER.
           OPEN INPUT REGEL-FILE
           IF REGEL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REGEL-FILE = "Y"
                   READ REGEL-FILE INTO LEADREGELOPL
                       AT END
                           MOVE "Y" TO END-OF-REGEL-FILE
                       NOT AT END
                           IF REGEL-COUNT >= REGEL-MAX-ANTAL
                               MOVE "Y" TO REGEL-OVERFLOW
                           ELSE
                               ADD 1 TO REGEL-COUNT
                               MOVE LEADREGELOPL
                                   TO REGEL-ARRAY(REGEL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGEL-FILE
           END-IF
           IF REGEL-COUNT = ZERO
               MOVE 4 TO REGEL-COUNT
               INITIALIZE REGEL-ARRAY(1) REGEL-ARRAY(2)
                   REGEL-ARRAY(3) REGEL-ARRAY(4)
               MOVE "LEDL" TO RG-REGEL(1)
               MOVE 100000 TO RG-BELOB(1)
               MOVE "LEDIGT INDESTAAENDE - INGEN OPSPARING"
                   TO RG-TEKST(1)
               MOVE "PENS" TO RG-REGEL(2)
               MOVE 80 TO RG-PROCENT(2)
               MOVE "PENSION TAET PAA AARSLOFTET" TO RG-TEKST(2)
               MOVE "AFTU" TO RG-REGEL(3)
               MOVE 30 TO RG-DAGE(3)
               MOVE "AFTALEINDSKUD UDLOEBER - INGEN FORNYELSE"
                   TO RG-TEKST(3)
               MOVE "HUSL" TO RG-REGEL(4)
               MOVE 8000 TO RG-BELOB(4)
               MOVE "HOEJ HUSLEJE TIL PRIVATPERSON" TO RG-TEKST(4)
               MOVE "J" TO RG-AKTIV(1) RG-AKTIV(2) RG-AKTIV(3)
                   RG-AKTIV(4)
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-KONTI                                                    *
      * Formål: Læser KontoOpl.txt ind i KONTO-TABEL - reglerne slår  *
      *         konti, ejere, typer og filialer op her.               *
      *****************************************************************
       LOAD-KONTI.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KONTO-FILE = "Y"
               READ KONTO-FILE INTO KONTOOPL
                   AT END
                       MOVE "Y" TO END-OF-KONTO-FILE
                   NOT AT END
                       IF KONTO-COUNT >= KONTO-MAX-ANTAL
                           MOVE "Y" TO KONTO-OVERFLOW
                       ELSE
                           ADD 1 TO KONTO-COUNT
                           MOVE KONTO-ID IN KONTOOPL
                               TO KO-KONTO-ID(KONTO-COUNT)
                           MOVE KUNDE-ID IN KONTOOPL
                               TO KO-KUNDE-ID(KONTO-COUNT)
                           MOVE KONTO-TYPE TO KO-TYPE(KONTO-COUNT)
                           MOVE KONTO-STATUS TO KO-STATUS(KONTO-COUNT)
                           MOVE BALANCE IN KONTOOPL
                               TO KO-BALANCE(KONTO-COUNT)
                           MOVE KONTO-FILIAL-NR
                               TO KO-FILIAL-NR(KONTO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-FILE
       EXIT.

       FIND-KO.
           MOVE "N" TO WS-KO-FUNDET
           PERFORM VARYING KO-IX FROM 1 BY 1 UNTIL KO-IX > KONTO-COUNT
               IF KO-KONTO-ID(KO-IX) = WS-KAND-KONTO-ID
                   MOVE "Y" TO WS-KO-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * REGEL-LEDIG-LOEN                                              *
      * Formål: Åbne lønkonti med en saldo på mindst RG-BELOB, hvis   *
      *         ejer ikke har en åben opsparingskonto.                *
      *****************************************************************
       REGEL-LEDIG-LOEN.
           PERFORM VARYING KO-IX FROM 1 BY 1 UNTIL KO-IX > KONTO-COUNT
               IF KO-TYPE(KO-IX) = "L" AND KO-STATUS(KO-IX) = "A"
                   AND KO-BALANCE(KO-IX) >= RG-BELOB(RG-IX)
                   MOVE "N" TO WS-HAR-OPSPARING
                   PERFORM VARYING KO-IX2 FROM 1 BY 1
                           UNTIL KO-IX2 > KONTO-COUNT
                       IF KO-KUNDE-ID(KO-IX2) = KO-KUNDE-ID(KO-IX)
                           AND KO-TYPE(KO-IX2) = "O"
                           AND KO-STATUS(KO-IX2) NOT = "L"
                           MOVE "Y" TO WS-HAR-OPSPARING
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-HAR-OPSPARING = "N"
                       MOVE KO-KUNDE-ID(KO-IX) TO WS-KAND-KUNDE-ID
                       MOVE KO-KONTO-ID(KO-IX) TO WS-KAND-KONTO-ID
                       MOVE KO-FILIAL-NR(KO-IX) TO WS-KAND-FILIAL
                       MOVE KO-BALANCE(KO-IX) TO WS-KAND-BELOB
                       PERFORM FORESLAA-LEAD
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * REGEL-PENSION-LOFT                                            *
      * Formål: Kunder hvis indbetalinger på aldersopsparing i år har *
      *         nået RG-PROCENT af årsloftet. Leadet knyttes til      *
      *         kundens åbne pensionskonto.                           *
      *****************************************************************
       REGEL-PENSION-LOFT.
           COMPUTE WS-PENSION-TAERSKEL ROUNDED =
               WS-PENSIONSLOFT * RG-PROCENT(RG-IX) / 100
           OPEN INPUT PENSION-YTD-FILE
           IF PENSION-YTD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-PENSION-FILE
           PERFORM UNTIL END-OF-PENSION-FILE = "Y"
               READ PENSION-YTD-FILE INTO PENSIONYTDOPL
                   AT END
                       MOVE "Y" TO END-OF-PENSION-FILE
                   NOT AT END
                       IF PI-AAR = WS-AAR
                           AND PI-INDBETALT >= WS-PENSION-TAERSKEL
                           PERFORM FORESLAA-PENSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENSION-YTD-FILE
       EXIT.

       FORESLAA-PENSION.
           PERFORM VARYING KO-IX FROM 1 BY 1 UNTIL KO-IX > KONTO-COUNT
               IF KO-KUNDE-ID(KO-IX) = PI-KUNDE-ID
                   AND KO-TYPE(KO-IX) = "P"
                   AND KO-STATUS(KO-IX) NOT = "L"
                   MOVE PI-KUNDE-ID TO WS-KAND-KUNDE-ID
                   MOVE KO-KONTO-ID(KO-IX) TO WS-KAND-KONTO-ID
                   MOVE KO-FILIAL-NR(KO-IX) TO WS-KAND-FILIAL
                   MOVE PI-INDBETALT TO WS-KAND-BELOB
                   PERFORM FORESLAA-LEAD
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * REGEL-AFTALE-UDLOEB                                           *
      * Formål: Bundne aftaleindskud med slutdato inden for RG-DAGE   *
      *         dage, hvor instruksen stadig er "udbetal" - kunden    *
      *         har ikke bedt om fornyelse.                           *
      *****************************************************************
       REGEL-AFTALE-UDLOEB.
           COMPUTE WS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO) + RG-DAGE(RG-IX)
           COMPUTE WS-DATO-NUM = FUNCTION DATE-OF-INTEGER(WS-HELTAL)
           MOVE SPACES TO WS-HORISONT-DATO
           STRING  WS-DATO-NUM(1:4) "-" WS-DATO-NUM(5:2)
                   "-" WS-DATO-NUM(7:2) DELIMITED BY SIZE
                   INTO WS-HORISONT-DATO
           OPEN INPUT AFTALE-FILE
           IF AFTALE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-AFTALE-FILE
           PERFORM UNTIL END-OF-AFTALE-FILE = "Y"
               READ AFTALE-FILE INTO AFTALEINDSKOPL
                   AT END
                       MOVE "Y" TO END-OF-AFTALE-FILE
                   NOT AT END
                       IF AFT-BUNDET AND AFT-RO-UDBETAL
                           AND AFT-BIND-SLUT >= WS-DAGS-DATO
                           AND AFT-BIND-SLUT <= WS-HORISONT-DATO
                           MOVE AFT-KONTO-ID TO WS-KAND-KONTO-ID
                           PERFORM FIND-KO
                           IF WS-KO-FUNDET = "Y"
                               MOVE KO-KUNDE-ID(KO-IX)
                                   TO WS-KAND-KUNDE-ID
                               MOVE KO-FILIAL-NR(KO-IX)
                                   TO WS-KAND-FILIAL
                               MOVE KO-BALANCE(KO-IX) TO WS-KAND-BELOB
                               PERFORM FORESLAA-LEAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFTALE-FILE
       EXIT.

      *****************************************************************
      * REGEL-HUSLEJE-PRIVAT                                          *
      * Formål: Faste overførsler på mindst RG-BELOB om måneden       *
      *         (ugentlige og kvartalsvise omregnet) til en konto     *
      *         i banken, der ejes af en anden privatkunde. Ordrer    *
      *         til fremmede banker springes over - modtageren kan    *
      *         ikke bestemmes.                                       *
      *****************************************************************
       REGEL-HUSLEJE-PRIVAT.
           OPEN INPUT ORDRE-FILE
           IF ORDRE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-ORDRE-FILE
           PERFORM UNTIL END-OF-ORDRE-FILE = "Y"
               READ ORDRE-FILE INTO FASTOVEROPL
                   AT END
                       MOVE "Y" TO END-OF-ORDRE-FILE
                   NOT AT END
                       PERFORM VURDER-HUSLEJE
               END-READ
           END-PERFORM
           CLOSE ORDRE-FILE
       EXIT.

       VURDER-HUSLEJE.
           EVALUATE TRUE
               WHEN FO-UGENTLIG
                   COMPUTE WS-MAANEDSBELOB ROUNDED =
                       FO-BELOB * 52 / 12
               WHEN FO-KVARTALSVIS
                   COMPUTE WS-MAANEDSBELOB ROUNDED = FO-BELOB / 3
               WHEN OTHER
                   MOVE FO-BELOB TO WS-MAANEDSBELOB
           END-EVALUATE
           IF WS-MAANEDSBELOB < RG-BELOB(RG-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE FO-MODTAGER-KONTO-ID TO WS-KAND-KONTO-ID
           PERFORM FIND-KO
           IF WS-KO-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE KO-KUNDE-ID(KO-IX) TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF SEGMENT-ERHVERV
               EXIT PARAGRAPH
           END-IF
           MOVE KO-KUNDE-ID(KO-IX) TO WS-KAND-KUNDE-ID
           MOVE FO-KONTO-ID TO WS-KAND-KONTO-ID
           PERFORM FIND-KO
           IF WS-KO-FUNDET = "N"
               OR KO-KUNDE-ID(KO-IX) = WS-KAND-KUNDE-ID
               EXIT PARAGRAPH
           END-IF
           MOVE KO-KUNDE-ID(KO-IX) TO WS-KAND-KUNDE-ID
           MOVE KO-FILIAL-NR(KO-IX) TO WS-KAND-FILIAL
           MOVE WS-MAANEDSBELOB TO WS-KAND-BELOB
           PERFORM FORESLAA-LEAD
       EXIT.

      *****************************************************************
      * FORESLAA-LEAD                                                 *
      * Formål: Tager kandidaten WS-KAND-* fra regel RG-IX på         *
      *         ringelisten, hvis kunden er i reglens segment, er     *
      *         aktiv, myndig, ikke sanktionsspærret, har givet       *
      *         markedsføringssamtykke og ikke har fået samme lead    *
      *         inden for karantænen. Samme kunde og regel kommer     *
      *         kun med én gang pr. kørsel.                           *
      *****************************************************************
       FORESLAA-LEAD.
           PERFORM VARYING LD-IX FROM 1 BY 1 UNTIL LD-IX > LD-COUNT
               IF LD-KUNDE-ID(LD-IX) = WS-KAND-KUNDE-ID
                   AND LD-REGEL(LD-IX) = RG-REGEL(RG-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE WS-KAND-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF RG-SEGMENT(RG-IX) NOT = SPACES
               AND RG-SEGMENT(RG-IX) NOT = KUNDE-SEGMENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-ANTAL-KANDIDATER
           IF NOT KUNDE-AKTIV
               ADD 1 TO TR-AFVIST-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SANKTIONSSPAERRING
           IF WS-SPAERRET = "Y"
               ADD 1 TO TR-AFVIST-SANKTION
               EXIT PARAGRAPH
           END-IF
           IF KUNDE-CPR NOT = SPACES
               AND KUNDE-CPR(1:6) IS NUMERIC
               PERFORM BEREGN-ALDER
               IF WS-ALDER < 18
                   ADD 1 TO TR-AFVIST-MINDREAARIG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-MARKETING-SAMTYKKE
           IF WS-MARKETING-OK = "N"
               ADD 1 TO TR-AFVIST-SAMTYKKE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HI-IX FROM 1 BY 1 UNTIL HI-IX > HIST-COUNT
               IF HI-KUNDE-ID(HI-IX) = WS-KAND-KUNDE-ID
                   AND HI-REGEL(HI-IX) = RG-REGEL(RG-IX)
                   ADD 1 TO TR-AFVIST-GENTAGET
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF LD-COUNT >= LD-MAX-ANTAL
               MOVE "Y" TO LD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LD-COUNT
           MOVE WS-KAND-KUNDE-ID TO LD-KUNDE-ID(LD-COUNT)
           MOVE WS-KAND-KONTO-ID TO LD-KONTO-ID(LD-COUNT)
           MOVE RG-REGEL(RG-IX) TO LD-REGEL(LD-COUNT)
           MOVE WS-KAND-FILIAL TO LD-FILIAL-NR(LD-COUNT)
           PERFORM FIND-KUNDENS-RAADGIVER
           MOVE WS-RAADGIVER TO LD-RAADGIVER(LD-COUNT)
           MOVE WS-KAND-BELOB TO LD-BELOB(LD-COUNT)
           MOVE RG-TEKST(RG-IX) TO LD-TEKST(LD-COUNT)
           MOVE TELEFON TO LD-TELEFON(LD-COUNT)
           MOVE SPACES TO LD-NAVN(LD-COUNT)
           STRING FORNAVN DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   EFTERNAVN DELIMITED BY SPACE
                   INTO LD-NAVN(LD-COUNT)
           ADD 1 TO TR-ANTAL-LEADS
       EXIT.

      *****************************************************************
      * SKRIV-RINGELISTE                                              *
      * Formål: Skriver ugens leads samlet pr. filial og inden for    *
      *         filialen pr. rådgiver. Et lead uden aktiv rådgiver    *
      *         ligger hos filialen.                                  *
      *****************************************************************
       SKRIV-RINGELISTE.
           PERFORM VARYING WS-FILIAL-IX FROM 0 BY 1
                   UNTIL WS-FILIAL-IX > 99
               MOVE ZERO TO WS-FILIAL-ANTAL
               PERFORM VARYING LD-IX FROM 1 BY 1
                       UNTIL LD-IX > LD-COUNT
                   IF LD-FILIAL-NR(LD-IX) = WS-FILIAL-IX
                       IF WS-FILIAL-ANTAL = ZERO
                           PERFORM SKRIV-RAPPORT-LINE
                           MOVE WS-FILIAL-IX TO WS-FILIAL-DISPLAY
                           STRING "FILIAL " DELIMITED BY SIZE
                                   WS-FILIAL-DISPLAY DELIMITED BY SIZE
                                   INTO RAPPORT-LINE
                           PERFORM SKRIV-RAPPORT-LINE
                       END-IF
                       ADD 1 TO WS-FILIAL-ANTAL
                       PERFORM CHECK-FOERSTE-FOR-RAADGIVER
                       IF WS-FOERSTE = "Y"
                           PERFORM SKRIV-RAADGIVER-GRUPPE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF LD-COUNT = ZERO
               PERFORM SKRIV-RAPPORT-LINE
               MOVE "  INGEN LEADS I DENNE UGE" TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

      *****************************************************************
      * CHECK-FOERSTE-FOR-RAADGIVER                                   *
      * Formål: Sætter WS-FOERSTE til "Y", når lead LD-IX er det      *
      *         første i filialen for sin rådgiver - gruppen skrives  *
      *         da samlet (se SKRIV-RAADGIVER-GRUPPE).                *
      *****************************************************************
       CHECK-FOERSTE-FOR-RAADGIVER.
           MOVE "Y" TO WS-FOERSTE
           PERFORM VARYING LD-IX2 FROM 1 BY 1 UNTIL LD-IX2 >= LD-IX
               IF LD-FILIAL-NR(LD-IX2) = LD-FILIAL-NR(LD-IX)
                   AND LD-RAADGIVER(LD-IX2) = LD-RAADGIVER(LD-IX)
                   MOVE "N" TO WS-FOERSTE
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-RAADGIVER-GRUPPE                                        *
      * Formål: Skriver rådgiverens overskrift og alle filialens      *
      *         leads til samme rådgiver som lead LD-IX.              *
      *****************************************************************
       SKRIV-RAADGIVER-GRUPPE.
           IF LD-RAADGIVER(LD-IX) = SPACES
               MOVE "  RAADGIVER: FILIALEN" TO RAPPORT-LINE
           ELSE
               STRING "  RAADGIVER: " DELIMITED BY SIZE
                       LD-RAADGIVER(LD-IX) DELIMITED BY SPACE
                       INTO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING LD-IX2 FROM LD-IX BY 1
                   UNTIL LD-IX2 > LD-COUNT
               IF LD-FILIAL-NR(LD-IX2) = LD-FILIAL-NR(LD-IX)
                   AND LD-RAADGIVER(LD-IX2) = LD-RAADGIVER(LD-IX)
                   MOVE LD-BELOB(LD-IX2) TO WS-BELOB-DISPLAY
                   STRING "    " DELIMITED BY SIZE
                           LD-KUNDE-ID(LD-IX2) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           LD-NAVN(LD-IX2)(1:24) DELIMITED BY SIZE
                           " TLF " DELIMITED BY SIZE
                           LD-TELEFON(LD-IX2) DELIMITED BY SIZE
                           " KONTO " DELIMITED BY SIZE
                           LD-KONTO-ID(LD-IX2) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-BELOB-DISPLAY DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
                   STRING "        " DELIMITED BY SIZE
                           LD-REGEL(LD-IX2) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           LD-TEKST(LD-IX2) DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * NOTER-LEADS                                                   *
      * Formål: Tilføjer ugens leads til LeadHistorik.txt, så de      *
      *         ikke gentages inden for karantænen. Findes filen      *
      *         ikke, oprettes den.                                   *
      *****************************************************************
       NOTER-LEADS.
           IF LD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LEAD-FILE
           IF LEAD-FILE-STATUS = "35"
               OPEN OUTPUT LEAD-FILE
           END-IF
           MOVE "LEAD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE LEAD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF LEAD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LD-IX FROM 1 BY 1 UNTIL LD-IX > LD-COUNT
               MOVE SPACES TO LEADOPL
               MOVE WS-DAGS-DATO TO LEAD-DATO
               MOVE LD-KUNDE-ID(LD-IX) TO LEAD-KUNDE-ID
               MOVE LD-KONTO-ID(LD-IX) TO LEAD-KONTO-ID
               MOVE LD-REGEL(LD-IX) TO LEAD-REGEL
               MOVE LD-FILIAL-NR(LD-IX) TO LEAD-FILIAL-NR
               MOVE LD-RAADGIVER(LD-IX) TO LEAD-RAADGIVER
               MOVE LD-BELOB(LD-IX) TO LEAD-BELOB
               WRITE LEADOPL
               MOVE "LEAD-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"     TO WS-IO-OPERATION
               MOVE LEAD-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE LEAD-FILE
       EXIT.

      *****************************************************************
      * LOAD-RAADGIVERE                                               *
      * Formål: Læser rådgiverregistret Raadgivere.txt ind i          *
      *         RGV-ARRAY. Findes filen ikke, ligger alle leads hos   *
      *         filialen.                                             *
      *****************************************************************
       LOAD-RAADGIVERE.
           OPEN INPUT RAADGIVER-FILE
           IF RAADGIVER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-RAADG-FILE = "Y"
                   READ RAADGIVER-FILE INTO RAADGIVEROPL
                       AT END
                           MOVE "Y" TO END-OF-RAADG-FILE
                       NOT AT END
                           IF RGV-COUNT >= RGV-MAX-ANTAL
                               MOVE "Y" TO RGV-OVERFLOW
                           ELSE
                               ADD 1 TO RGV-COUNT
                               MOVE RAADGIVEROPL
                                   TO RGV-ARRAY(RGV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAADGIVER-FILE
               MOVE "N" TO END-OF-RAADG-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-RAADGIVERTILDELING                                       *
      * Formål: Læser de tildelinger i KundeRaadgivere.txt, der       *
      *         gælder på kørselsdatoen, ind i TD-ARRAY.              *
      *****************************************************************
       LOAD-RAADGIVERTILDELING.
           OPEN INPUT TILDELING-FILE
           IF TILDELING-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-RAADG-FILE = "Y"
                   READ TILDELING-FILE INTO RAADGTILDOPL
                       AT END
                           MOVE "Y" TO END-OF-RAADG-FILE
                       NOT AT END
                           IF TD-GYLDIG-FRA <= WS-DAGS-DATO
                              AND (TD-GYLDIG-TIL = SPACES
                                   OR TD-GYLDIG-TIL > WS-DAGS-DATO)
                               IF TD-COUNT >= TD-MAX-ANTAL
                                   MOVE "Y" TO TD-OVERFLOW
                               ELSE
                                   ADD 1 TO TD-COUNT
                                   MOVE RAADGTILDOPL
                                       TO TD-ARRAY(TD-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TILDELING-FILE
               MOVE "N" TO END-OF-RAADG-FILE
           END-IF
       EXIT.

      *****************************************************************
      * FIND-KUNDENS-RAADGIVER                                        *
      * Formål: Sætter WS-RAADGIVER til WS-KAND-KUNDE-IDs gældende    *
      *         rådgiver, når rådgiveren er aktiv i registret eller   *
      *         først går på orlov/fratræder senere - ellers blank,   *
      *         dvs. leadet ligger hos filialen.                      *
      *****************************************************************
       FIND-KUNDENS-RAADGIVER.
           MOVE SPACES TO WS-RAADGIVER
           PERFORM VARYING TD-IX FROM 1 BY 1 UNTIL TD-IX > TD-COUNT
               IF TA-KUNDE-ID IN TD-ARRAY(TD-IX) = WS-KAND-KUNDE-ID
                   PERFORM VARYING RGV-IX FROM 1 BY 1
                           UNTIL RGV-IX > RGV-COUNT
                       IF RR-RAADGIVER-ID IN RGV-ARRAY(RGV-IX) =
                               TA-RAADGIVER-ID IN TD-ARRAY(TD-IX)
                           AND (RR-AKTIV IN RGV-ARRAY(RGV-IX)
                             OR RR-STATUS-DATO IN RGV-ARRAY(RGV-IX)
                                 > WS-DAGS-DATO)
                           MOVE TA-RAADGIVER-ID IN TD-ARRAY(TD-IX)
                               TO WS-RAADGIVER
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * LOAD-LEAD-HISTORIK                                            *
      * Formål: Læser de leads i LeadHistorik.txt der er givet efter  *
      *         karantænedatoen ind i HIST-TABEL.                     *
      *****************************************************************
       LOAD-LEAD-HISTORIK.
           OPEN INPUT LEAD-FILE
           IF LEAD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LEAD-FILE = "Y"
               READ LEAD-FILE INTO LEADOPL
                   AT END
                       MOVE "Y" TO END-OF-LEAD-FILE
                   NOT AT END
                       IF LEAD-DATO > WS-KARANTAENE-DATO
                           IF HIST-COUNT >= HIST-MAX-ANTAL
                               MOVE "Y" TO HIST-OVERFLOW
                           ELSE
                               ADD 1 TO HIST-COUNT
                               MOVE LEAD-KUNDE-ID
                                   TO HI-KUNDE-ID(HIST-COUNT)
                               MOVE LEAD-REGEL TO HI-REGEL(HIST-COUNT)
                           END-IF
                       END-IF
               END-READ
               MOVE "LEAD-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"      TO WS-IO-OPERATION
               MOVE LEAD-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE LEAD-FILE
       EXIT.

      *****************************************************************
      * LAES-PENSIONSLOFT                                             *
      * Formål: Læser årsloftet fra PensionsGraense.txt. Findes       *
      *         filen ikke, bruges standardloftet.                    *
      *****************************************************************
       LAES-PENSIONSLOFT.
           OPEN INPUT PENSION-GRAENSE-FILE
           IF PENSION-GRAENSE-FILE-STATUS = "00"
               READ PENSION-GRAENSE-FILE INTO PENSIONGROPL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PG-AARSGRAENSE > ZERO
                           MOVE PG-AARSGRAENSE TO WS-PENSIONSLOFT
                       END-IF
               END-READ
               CLOSE PENSION-GRAENSE-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-SAMTYKKER                                                *
      * Formål: Læser Samtykker.txt ind i SAMT-ARRAY. Findes filen    *
      *         ikke, eller er den tom, er intet samtykke givet og    *
      *         ingen kunde får leads.                                *
      *****************************************************************
       LOAD-SAMTYKKER.
           OPEN INPUT SAMTYKKE-FILE
           IF SAMTYKKE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SAMTYKKE-FILE = "Y"
                   READ SAMTYKKE-FILE INTO SAMTYKKEOPL
                       AT END
                           MOVE "Y" TO END-OF-SAMTYKKE-FILE
                       NOT AT END
                           IF SAMT-COUNT >= SAMT-MAX-ANTAL
                               MOVE "Y" TO SAMT-OVERFLOW
                           ELSE
                               ADD 1 TO SAMT-COUNT
                               MOVE SAMTYKKEOPL
                                   TO SAMT-ARRAY(SAMT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAMTYKKE-FILE
               MOVE "N" TO END-OF-SAMTYKKE-FILE
           END-IF
       EXIT.

      *****************************************************************
      * CHECK-MARKETING-SAMTYKKE                                      *
      * Formål: Sætter WS-MARKETING-OK hvis kandidatens kunde har et  *
      *         givet markedsføringssamtykke - intet registreret      *
      *         samtykke tæller som nej.                              *
      *****************************************************************
       CHECK-MARKETING-SAMTYKKE.
           MOVE "N" TO WS-MARKETING-OK
           PERFORM VARYING SAMT-IX FROM 1 BY 1
                   UNTIL SAMT-IX > SAMT-COUNT
               IF SM-KUNDE-ID IN SAMT-ARRAY(SAMT-IX) =
                       WS-KAND-KUNDE-ID
                   AND SM-TYPE IN SAMT-ARRAY(SAMT-IX) = "M"
                   AND SM-STATUS IN SAMT-ARRAY(SAMT-IX) = "G"
                   MOVE "Y" TO WS-MARKETING-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * LOAD-SANKTIONSSPAERRING                                       *
      * Formål: Bygger tabellen over spærrede kunder: hvert hit i     *
      *         SanktionsHits.txt spærrer kunden, medmindre           *
      *         SanktionsDisposition.txt har en "falsk positiv"-      *
      *         disposition for kunden. Findes filerne ikke, er       *
      *         ingen spærret.                                        *
      *****************************************************************
       LOAD-SANKTIONSSPAERRING.
           OPEN INPUT SANKTION-HIT-FILE
           IF SANKTION-HIT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SPAER-FILE = "Y"
                   READ SANKTION-HIT-FILE INTO SANKTHITOPL
                       AT END
                           MOVE "Y" TO END-OF-SPAER-FILE
                       NOT AT END
                           PERFORM TILFOEJ-SPAERRING
                   END-READ
               END-PERFORM
               CLOSE SANKTION-HIT-FILE
               MOVE "N" TO END-OF-SPAER-FILE
           END-IF
           OPEN INPUT SANKTION-DISP-FILE
           IF SANKTION-DISP-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SPAER-FILE = "Y"
                   READ SANKTION-DISP-FILE INTO SANKTDISPOPL
                       AT END
                           MOVE "Y" TO END-OF-SPAER-FILE
                       NOT AT END
                           IF DISP-FALSK-POSITIV
                               PERFORM FJERN-SPAERRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANKTION-DISP-FILE
               MOVE "N" TO END-OF-SPAER-FILE
           END-IF
           IF SPAER-OVERFLOW = "Y"
      * Et ufuldstaendigt spaerreregister ville sende en sanktioneret
      * kunde til salg - fejlen taelles, saa koerslen ender med
      * RETURN-CODE 8
               DISPLAY "OpgaveLeads: SPAER-TABEL fuld - "
                   "sanktionsspaerringen er ufuldstaendig"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

       TILFOEJ-SPAERRING.
           MOVE "N" TO WS-SPAERRET
           PERFORM VARYING SPAER-IX FROM 1 BY 1
                   UNTIL SPAER-IX > SPAER-COUNT
               IF SPAER-KUNDE-ID(SPAER-IX) = HIT-KUNDE-ID
                   MOVE "Y" TO WS-SPAERRET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SPAERRET = "N"
               IF SPAER-COUNT >= SPAER-MAX-ANTAL
                   MOVE "Y" TO SPAER-OVERFLOW
               ELSE
                   ADD 1 TO SPAER-COUNT
                   MOVE HIT-KUNDE-ID TO SPAER-KUNDE-ID(SPAER-COUNT)
               END-IF
           END-IF
       EXIT.

       FJERN-SPAERRING.
           PERFORM VARYING SPAER-IX FROM 1 BY 1
                   UNTIL SPAER-IX > SPAER-COUNT
               IF SPAER-KUNDE-ID(SPAER-IX) = DISP-KUNDE-ID
                   MOVE SPACES TO SPAER-KUNDE-ID(SPAER-IX)
               END-IF
           END-PERFORM
       EXIT.

       CHECK-SANKTIONSSPAERRING.
           MOVE "N" TO WS-SPAERRET
           PERFORM VARYING SPAER-IX FROM 1 BY 1
                   UNTIL SPAER-IX > SPAER-COUNT
               IF SPAER-KUNDE-ID(SPAER-IX) NOT = SPACES
                   AND SPAER-KUNDE-ID(SPAER-IX) = WS-KAND-KUNDE-ID
                   MOVE "Y" TO WS-SPAERRET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * BEREGN-ALDER                                                  *
      * Formål: Udleder fødselsdatoen af KUNDE-CPR "DDMMÅÅ-LLLL" og   *
      *         beregner alderen pr. kørselsdatoen - samme            *
      *         århundredregel som OpgaveKontoVedligehold.            *
      *****************************************************************
       BEREGN-ALDER.
           MOVE KUNDE-CPR(5:2) TO WS-CPR-AAR
           MOVE KUNDE-CPR(8:1) TO WS-CPR-CIFFER7
           IF WS-CPR-CIFFER7 >= 4 AND WS-CPR-AAR <= 36
               COMPUTE WS-FOEDT-AAR = 2000 + WS-CPR-AAR
           ELSE
               COMPUTE WS-FOEDT-AAR = 1900 + WS-CPR-AAR
           END-IF
           MOVE SPACES TO WS-FOEDT-DATO
           STRING WS-FOEDT-AAR "-" KUNDE-CPR(3:2) "-"
               KUNDE-CPR(1:2) DELIMITED BY SIZE
               INTO WS-FOEDT-DATO
           COMPUTE WS-ALDER = WS-AAR - WS-FOEDT-AAR
           IF WS-DAGS-DATO(6:5) < WS-FOEDT-DATO(6:5)
               SUBTRACT 1 FROM WS-ALDER
           END-IF
       EXIT.

       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Kandidater fundet af reglerne: " DELIMITED BY SIZE
                   TR-ANTAL-KANDIDATER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Udeladt - ikke aktiv/afdoed..: " DELIMITED BY SIZE
                   TR-AFVIST-STATUS DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Udeladt - sanktionsspaerret..: " DELIMITED BY SIZE
                   TR-AFVIST-SANKTION DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Udeladt - mindreaarig........: " DELIMITED BY SIZE
                   TR-AFVIST-MINDREAARIG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Udeladt - intet samtykke.....: " DELIMITED BY SIZE
                   TR-AFVIST-SAMTYKKE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Udeladt - givet inden 90 dage: " DELIMITED BY SIZE
                   TR-AFVIST-GENTAGET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Leads paa ringelisten........: " DELIMITED BY SIZE
                   TR-ANTAL-LEADS DELIMITED BY SIZE
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
