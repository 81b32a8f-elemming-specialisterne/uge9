      *****************************************************************
      * PROGRAM-ID: OPGAVEAAOP                                        *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     ÅOP og omkostningsloft for forbrugerkredit. Pr.   *
      *             lån i Laan.txt og pr. facilitet i Kreditrammer.   *
      *             txt beregnes de årlige omkostninger i procent     *
      *             (ÅOP) af den nominelle rente, betalingsplanen,    *
      *             etableringsgebyret og det månedlige gebyr efter   *
      *             Gebyrer.txt (kundens segment og kreditkontoens    *
      *             status) og uudløbne aftaler i PrisOverrides.txt.  *
      *             ÅOP er den månedlige rente, der gør nutidsværdien *
      *             af ydelser og gebyrer lig det udbetalte beløb     *
      *             (hovedstol minus etableringsgebyr), omregnet til  *
      *             år med rentes rente. Et lån regnes som annuitet   *
      *             over løbetiden; en kreditramme regnes fuldt       *
      *             udnyttet i 12 måneder med rammesatsen fra         *
      *             TraekRenteSatser.txt og indfriet i sidste termin. *
      *             For forbrugere (alle segmenter undtagen erhverv)  *
      *             må ÅOP ikke overstige WS-AAOP-LOFT, og de samlede *
      *             kreditomkostninger ikke WS-OMKOSTNINGSLOFT af     *
      *             hovedstolen. Er det en forhandlet aftale, der     *
      *             bringer aftalen over loftet, afvises aftalen: den *
      *             fjernes fra PrisOverrides.txt og meldes; ellers   *
      *             er produktet selv over loftet og meldes til       *
      *             kreditafdelingen. Resultatet føres i Aaop.txt,    *
      *             som amortiseringsplanen og rentetilpasnings-      *
      *             brevene henter gebyrgrundlaget fra.               *
      * INPUT:      Laan.txt             - Udlånsregistret            *
      *             Kreditrammer.txt     - Kreditrammeregistret       *
      *             KontoOpl.txt         - Kreditkontiens status      *
      *             Kundeoplysninger.txt - Kundens segment            *
      *             Gebyrer.txt          - Gebyrskemaet               *
      *             PrisOverrides.txt    - Forhandlede priser         *
      *             TraekRenteSatser.txt - Rammesatser                *
      * OUTPUT:     Aaop.txt             - ÅOP-registret              *
      *             Aaop-Undtagelser.txt - Undtagelser til kredit     *
      *             PrisOverrides.txt    - Uden afviste aftaler       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveAaop.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT KREDITRAMME-FILE ASSIGN TO "Kreditrammer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KREDITRAMME-FILE-STATUS.
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
           SELECT SATS-FILE ASSIGN TO "TraekRenteSatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SATS-FILE-STATUS.
           SELECT AAOP-FILE ASSIGN TO "Aaop.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AAOP-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Aaop-Undtagelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Aaop-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD KREDITRAMME-FILE.
       01 KREDITRAMMEOPL.
           COPY "KREDITRAMMEOPL.cpy".

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

       FD SATS-FILE.
       01 TRAEKSATSOPL.
           COPY "TRAEKSATSOPL.cpy".

       FD AAOP-FILE.
       01 AAOPOPL.
           COPY "AAOPOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-LAAN-FILE     PIC X VALUE "N".
       01 END-OF-KREDITRAMME   PIC X VALUE "N".
       01 END-OF-GEBYR-FILE    PIC X VALUE "N".
       01 END-OF-OVERRIDE-FILE PIC X VALUE "N".
       01 END-OF-SATS-FILE     PIC X VALUE "N".

      * Lovens lofter for forbrugerkredit: ÅOP i procent og de
      * samlede kreditomkostninger i procent af hovedstolen
       01 WS-AAOP-LOFT         PIC 9(3)V99 VALUE 35.00.
       01 WS-OMKOSTNINGSLOFT   PIC 9(3)V99 VALUE 100.00.

      * Gebyrskemaet - samme tabel som OpgaveGebyrer
       01 GEBYR-MAX-ANTAL   PIC 9(4) VALUE 100.
       01 GEBYR-COUNT       PIC 9(4) VALUE ZERO.
       01 GEBYR-OVERFLOW    PIC X VALUE "N".
       01 GEBYR-ARRAY OCCURS 100 TIMES.
           COPY "GEBYROPL.cpy"
               REPLACING LEADING ==GEBYR== BY ==GB==.
       01 IX                PIC 9(4) VALUE ZERO.

      * Forhandlede priser; OV-AFVIST markerer aftaler der afvises
      * i denne kørsel og ikke skrives tilbage
       01 OVR-MAX-ANTAL     PIC 9(3) VALUE 500.
       01 OVR-COUNT         PIC 9(3) VALUE ZERO.
       01 OVR-OVERFLOW      PIC X VALUE "N".
       01 OVR-ARRAY OCCURS 500 TIMES.
           COPY "PRISOVERRIDEOPL.cpy"
               REPLACING LEADING ==PO-== BY ==OV-==.
       01 OVR-AFVIST-TABEL.
           02 OV-AFVIST PIC X OCCURS 500 TIMES VALUE "N".
       01 OV-IX             PIC 9(3) VALUE ZERO.
       01 WS-G-OV-IX        PIC 9(3) VALUE ZERO.
       01 WS-R-OV-IX        PIC 9(3) VALUE ZERO.

      * Trækrentetabellen - samme opslag som OpgaveTraekRente
       01 SATS-MAX-ANTAL    PIC 9(3) VALUE 50.
       01 SATS-COUNT        PIC 9(3) VALUE ZERO.
       01 SATS-OVERFLOW     PIC X VALUE "N".
       01 SATS-ARRAY OCCURS 50 TIMES.
           COPY "TRAEKSATSOPL.cpy"
               REPLACING LEADING ==TS-== BY ==ST-==.
       01 ST-IX             PIC 9(3) VALUE ZERO.
       01 WS-SATS-FUNDET    PIC X VALUE "N".
       01 WS-RAMME-SATS     PIC S9(1)V9999 VALUE ZERO.
       01 WS-RAMME-SATS-STD PIC S9(1)V9999 VALUE ZERO.

      * Kreditaftalen der vurderes
       01 WS-KREDIT-KONTO-ID PIC X(10) VALUE SPACES.
       01 WS-KUNDE-ID       PIC X(10) VALUE SPACES.
       01 WS-KUNDE-SEGMENT  PIC X(01) VALUE SPACES.
       01 WS-FORBRUGER      PIC X(01) VALUE "J".
       01 WS-KONTO-STATUS   PIC X(01) VALUE SPACES.
       01 WS-VALUTAKODE     PIC X(03) VALUE SPACES.
       01 WS-ETABLERING     PIC 9(5)V99 VALUE ZERO.
       01 WS-MDR-GEBYR      PIC 9(5)V99 VALUE ZERO.
       01 WS-MDR-GEBYR-STD  PIC 9(5)V99 VALUE ZERO.
       01 WS-MED-AFTALER    PIC X VALUE "J".
       01 WS-OVER-LOFT      PIC X VALUE "N".
       01 WS-LOFT-BELOB     PIC 9(11)V99 VALUE ZERO.
       01 WS-UNDTAGELSE     PIC X(30) VALUE SPACES.

      * Annuitetsydelsen - samme formel som OpgaveLaanPlan
       01 WS-MDR-RENTE      PIC 9(2)V9(8) VALUE ZERO.
       01 WS-FAKTOR         PIC 9(3)V9(8) VALUE ZERO.
       01 WS-YDELSE         PIC 9(7)V99 VALUE ZERO.

      * ÅOP-beregningen (se BEREGN-AAOP): ydelse pr. termin inkl.
      * gebyr, antal terminer, slutbetaling og etableringsgebyr
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
       01 WS-LOFT-DISPLAY   PIC ZZ9.99.
       01 WS-BELOB-DISPLAY  PIC Z(8)9.99.
       01 WS-OMK-DISPLAY    PIC Z(8)9.99.

       01 TR-ANTAL-LAAN       PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-RAMMER     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OVER-LOFT  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFTALE-AFVIST PIC 9(5) VALUE ZERO.
       01 WS-ANTAL-DISPLAY    PIC ZZZZ9.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.

       01 WS-KONTO-FILNAVN   PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN   PIC X(40)
           VALUE "Kundeoplysninger.txt".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 LAAN-FILE-STATUS        PIC XX VALUE "00".
       01 KREDITRAMME-FILE-STATUS PIC XX VALUE "00".
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS       PIC XX VALUE "00".
       01 INPUT-GEBYR-FILE-STATUS PIC XX VALUE "00".
       01 OVERRIDE-FILE-STATUS    PIC XX VALUE "00".
       01 SATS-FILE-STATUS        PIC XX VALUE "00".
       01 AAOP-FILE-STATUS        PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS     PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
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
           PERFORM SAET-FILNAVNE
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM READ-GEBYRSKEMA
           PERFORM LOAD-OVERRIDES
           PERFORM LOAD-TRAEKSATSER

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

           OPEN OUTPUT AAOP-FILE
           MOVE "AAOP-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE AAOP-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE WS-AAOP-LOFT TO WS-AAOP-DISPLAY
           MOVE WS-OMKOSTNINGSLOFT TO WS-LOFT-DISPLAY
           MOVE SPACES TO RAPPORT-LINE
           STRING "AAOP-UNDTAGELSER " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   " - LOFT AAOP " DELIMITED BY SIZE
                   WS-AAOP-DISPLAY DELIMITED BY SIZE
                   "% OG OMKOSTNINGER " DELIMITED BY SIZE
                   WS-LOFT-DISPLAY DELIMITED BY SIZE
                   "% AF HOVEDSTOLEN" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM BEHANDL-LAAN
           PERFORM BEHANDL-KREDITRAMMER

           CLOSE KONTO-FILE
           CLOSE KUNDE-FILE
           CLOSE AAOP-FILE

           IF TR-ANTAL-AFTALE-AFVIST > ZERO
               PERFORM SKRIV-PRISOVERRIDES
           END-IF

           PERFORM TRAILER
           CLOSE RAPPORT-FILE

           DISPLAY "OpgaveAaop: " TR-ANTAL-LAAN " laan, "
               TR-ANTAL-RAMMER " rammer, " TR-ANTAL-OVER-LOFT
               " over loft, " TR-ANTAL-AFTALE-AFVIST
               " aftaler afvist"
           IF WS-IO-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TR-ANTAL-OVER-LOFT > ZERO
                   OR TR-ANTAL-AFTALE-AFVIST > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE IO-ERROR-FILE
           STOP RUN.

      *****************************************************************
      * BEHANDL-LAAN                                                  *
      * Formål: Beregner ÅOP for hvert lån der stadig afvikles -      *
      *         misligholdte og afskrevne lån har ingen plan.         *
      *****************************************************************
       BEHANDL-LAAN.
           OPEN INPUT LAAN-FILE
           IF LAAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LAAN-FILE = "Y"
               READ LAAN-FILE INTO LAANOPL
                   AT END
                       MOVE "Y" TO END-OF-LAAN-FILE
                   NOT AT END
                       IF LAAN-I-ORDEN
                           AND LAAN-HOVEDSTOL > ZERO
                           AND LAAN-LOEBETID-MDR > ZERO
                           ADD 1 TO TR-ANTAL-LAAN
                           PERFORM VURDER-LAAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAAN-FILE
           MOVE "N" TO END-OF-LAAN-FILE
       EXIT.

       VURDER-LAAN.
           MOVE LAAN-KONTO-ID TO WS-KREDIT-KONTO-ID
           MOVE LAAN-KUNDE-ID TO WS-KUNDE-ID
           PERFORM FIND-GEBYRGRUNDLAG
           MOVE "J" TO WS-MED-AFTALER
           PERFORM BEREGN-LAAN-AAOP
           MOVE LAAN-HOVEDSTOL TO WS-LOFT-BELOB
           PERFORM KONTROLLER-LOFT
           IF WS-OVER-LOFT = "J" AND WS-G-OV-IX > ZERO
               MOVE "N" TO WS-MED-AFTALER
               PERFORM BEREGN-LAAN-AAOP
               PERFORM KONTROLLER-LOFT
               IF WS-OVER-LOFT = "N"
                   MOVE "LAAN" TO WS-UNDTAGELSE
                   PERFORM AFVIS-AFTALER
               ELSE
                   MOVE "J" TO WS-MED-AFTALER
                   PERFORM BEREGN-LAAN-AAOP
                   MOVE "J" TO WS-OVER-LOFT
               END-IF
           END-IF
           MOVE "L" TO AO-TYPE
           MOVE LAAN-ID TO AO-ID
           PERFORM SKRIV-AAOP
           IF WS-OVER-LOFT = "J"
               MOVE "LAAN OVER LOFT" TO WS-UNDTAGELSE
               MOVE LAAN-ID TO AO-ID
               PERFORM SKRIV-UNDTAGELSE
           END-IF
       EXIT.

      * Lånets annuitet af hovedstol, sats og løbetid - ÅOP er
      * aftalens pris ved den aktuelle sats
       BEREGN-LAAN-AAOP.
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
           IF WS-MED-AFTALER = "N"
               MOVE WS-MDR-GEBYR-STD TO WS-AAOP-YDELSE
           ELSE
               MOVE WS-MDR-GEBYR TO WS-AAOP-YDELSE
           END-IF
           ADD WS-YDELSE TO WS-AAOP-YDELSE
           MOVE LAAN-HOVEDSTOL    TO WS-AAOP-HOVEDSTOL
           MOVE WS-ETABLERING     TO WS-AAOP-ETABLERING
           MOVE LAAN-LOEBETID-MDR TO WS-AAOP-TERMINER
           MOVE ZERO              TO WS-AAOP-SLUTBETALING
           PERFORM BEREGN-AAOP
       EXIT.

      *****************************************************************
      * BEHANDL-KREDITRAMMER                                          *
      * Formål: Beregner ÅOP for hver bevilget facilitet. Opsagte     *
      *         rammer (KR-BELOB nul) springes over.                  *
      *****************************************************************
       BEHANDL-KREDITRAMMER.
           OPEN INPUT KREDITRAMME-FILE
           IF KREDITRAMME-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KREDITRAMME = "Y"
               READ KREDITRAMME-FILE INTO KREDITRAMMEOPL
                   AT END
                       MOVE "Y" TO END-OF-KREDITRAMME
                   NOT AT END
                       IF KR-BELOB > ZERO
                           ADD 1 TO TR-ANTAL-RAMMER
                           PERFORM VURDER-KREDITRAMME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KREDITRAMME-FILE
           MOVE "N" TO END-OF-KREDITRAMME
       EXIT.

       VURDER-KREDITRAMME.
           MOVE KR-KONTO-ID TO WS-KREDIT-KONTO-ID
           MOVE SPACES TO WS-KUNDE-ID
           PERFORM FIND-GEBYRGRUNDLAG
           PERFORM FIND-TRAEKSATS
           MOVE WS-RAMME-SATS TO WS-RAMME-SATS-STD
           PERFORM ANVEND-RENTE-OVERRIDE
           IF WS-RAMME-SATS < ZERO
               MOVE ZERO TO WS-RAMME-SATS
           END-IF
           MOVE "J" TO WS-MED-AFTALER
           PERFORM BEREGN-RAMME-AAOP
           MOVE KR-BELOB TO WS-LOFT-BELOB
           PERFORM KONTROLLER-LOFT
           IF WS-OVER-LOFT = "J"
               AND (WS-G-OV-IX > ZERO OR WS-R-OV-IX > ZERO)
               MOVE "N" TO WS-MED-AFTALER
               PERFORM BEREGN-RAMME-AAOP
               PERFORM KONTROLLER-LOFT
               IF WS-OVER-LOFT = "N"
                   MOVE "KREDITRAMME" TO WS-UNDTAGELSE
                   PERFORM AFVIS-AFTALER
               ELSE
                   MOVE "J" TO WS-MED-AFTALER
                   PERFORM BEREGN-RAMME-AAOP
                   MOVE "J" TO WS-OVER-LOFT
               END-IF
           END-IF
           MOVE "K" TO AO-TYPE
           MOVE KR-KONTO-ID TO AO-ID
           PERFORM SKRIV-AAOP
           IF WS-OVER-LOFT = "J"
               MOVE "KREDITRAMME OVER LOFT" TO WS-UNDTAGELSE
               MOVE KR-KONTO-ID TO AO-ID
               PERFORM SKRIV-UNDTAGELSE
           END-IF
       EXIT.

      * Rammen regnes fuldt udnyttet i 12 måneder: rente og gebyr
      * hver termin, hele rammen indfries i sidste termin
       BEREGN-RAMME-AAOP.
           IF WS-MED-AFTALER = "N"
               COMPUTE WS-AAOP-YDELSE ROUNDED =
                   KR-BELOB * WS-RAMME-SATS-STD / 12
                   + WS-MDR-GEBYR-STD
           ELSE
               COMPUTE WS-AAOP-YDELSE ROUNDED =
                   KR-BELOB * WS-RAMME-SATS / 12 + WS-MDR-GEBYR
           END-IF
           MOVE KR-BELOB      TO WS-AAOP-HOVEDSTOL
           MOVE WS-ETABLERING TO WS-AAOP-ETABLERING
           MOVE 12            TO WS-AAOP-TERMINER
           MOVE KR-BELOB      TO WS-AAOP-SLUTBETALING
           PERFORM BEREGN-AAOP
       EXIT.

      *****************************************************************
      * FIND-GEBYRGRUNDLAG                                            *
      * Formål: Finder kreditkontoens status og kundens segment og    *
      *         slår gebyrskemaets række op: etableringsgebyret og    *
      *         det månedlige gebyr (nul ved fritagelse). En          *
      *         uudløbet "G"-aftale på kontoen - eller kunden -       *
      *         erstatter det månedlige gebyr som i OpgaveGebyrer;    *
      *         WS-G-OV-IX peger på den anvendte aftale.              *
      *****************************************************************
       FIND-GEBYRGRUNDLAG.
           MOVE SPACES TO WS-KONTO-STATUS
           MOVE SPACES TO WS-VALUTAKODE
           MOVE WS-KREDIT-KONTO-ID TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KONTO-STATUS IN KONTOOPL TO WS-KONTO-STATUS
                   MOVE VALUTAKODE IN KONTOOPL TO WS-VALUTAKODE
                   IF WS-KUNDE-ID = SPACES
                       MOVE KUNDE-ID IN KONTOOPL TO WS-KUNDE-ID
                   END-IF
           END-READ
           MOVE SPACES TO WS-KUNDE-SEGMENT
           MOVE WS-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KUNDE-SEGMENT IN KUNDEOPL
                       TO WS-KUNDE-SEGMENT
           END-READ
           IF WS-KUNDE-SEGMENT = "E"
               MOVE "N" TO WS-FORBRUGER
           ELSE
               MOVE "J" TO WS-FORBRUGER
           END-IF
           MOVE ZERO TO WS-ETABLERING
           MOVE ZERO TO WS-MDR-GEBYR-STD
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > GEBYR-COUNT
               IF GB-SEGMENT IN GEBYR-ARRAY(IX) = WS-KUNDE-SEGMENT
                   AND GB-KONTO-STATUS IN GEBYR-ARRAY(IX) =
                       WS-KONTO-STATUS
                   IF GB-ETABLERING IN GEBYR-ARRAY(IX) IS NUMERIC
                       MOVE GB-ETABLERING IN GEBYR-ARRAY(IX)
                           TO WS-ETABLERING
                   END-IF
                   IF GB-FRITAGET IN GEBYR-ARRAY(IX) NOT = "Y"
                       MOVE GB-BELOB IN GEBYR-ARRAY(IX)
                           TO WS-MDR-GEBYR-STD
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-MDR-GEBYR-STD TO WS-MDR-GEBYR
           MOVE ZERO TO WS-G-OV-IX
           PERFORM VARYING OV-IX FROM 1 BY 1 UNTIL OV-IX > OVR-COUNT
               IF OV-TYPE IN OVR-ARRAY(OV-IX) = "G"
                   AND OV-AFVIST(OV-IX) = "N"
                   AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                       >= WS-DAGS-DATO
                   AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) =
                       WS-KREDIT-KONTO-ID
                   MOVE OV-IX TO WS-G-OV-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-G-OV-IX = ZERO
               PERFORM VARYING OV-IX FROM 1 BY 1
                       UNTIL OV-IX > OVR-COUNT
                   IF OV-TYPE IN OVR-ARRAY(OV-IX) = "G"
                       AND OV-AFVIST(OV-IX) = "N"
                       AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                           >= WS-DAGS-DATO
                       AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) = SPACES
                       AND OV-KUNDE-ID IN OVR-ARRAY(OV-IX) =
                           WS-KUNDE-ID
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
       EXIT.

      * Rammesatsen for kontoens valuta - "*" er standardrækken
       FIND-TRAEKSATS.
           MOVE "N" TO WS-SATS-FUNDET
           MOVE ZERO TO WS-RAMME-SATS
           PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > SATS-COUNT
               IF ST-VALUTAKODE IN SATS-ARRAY(ST-IX) = WS-VALUTAKODE
                   MOVE "Y" TO WS-SATS-FUNDET
                   MOVE ST-RAMME-SATS IN SATS-ARRAY(ST-IX)
                       TO WS-RAMME-SATS
                   EXIT PERFORM
               END-IF
               IF ST-VALUTAKODE IN SATS-ARRAY(ST-IX) = "*"
                   AND WS-SATS-FUNDET = "N"
                   MOVE "Y" TO WS-SATS-FUNDET
                   MOVE ST-RAMME-SATS IN SATS-ARRAY(ST-IX)
                       TO WS-RAMME-SATS
               END-IF
           END-PERFORM
       EXIT.

      * Et uudløbet "R"-tillæg lægges på rammesatsen - konto-
      * nøglede går forud for kundenøglede, som i OpgaveTraekRente
       ANVEND-RENTE-OVERRIDE.
           MOVE ZERO TO WS-R-OV-IX
           PERFORM VARYING OV-IX FROM 1 BY 1 UNTIL OV-IX > OVR-COUNT
               IF OV-TYPE IN OVR-ARRAY(OV-IX) = "R"
                   AND OV-AFVIST(OV-IX) = "N"
                   AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                       >= WS-DAGS-DATO
                   AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) =
                       WS-KREDIT-KONTO-ID
                   MOVE OV-IX TO WS-R-OV-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-R-OV-IX = ZERO
               PERFORM VARYING OV-IX FROM 1 BY 1
                       UNTIL OV-IX > OVR-COUNT
                   IF OV-TYPE IN OVR-ARRAY(OV-IX) = "R"
                       AND OV-AFVIST(OV-IX) = "N"
                       AND OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX)
                           >= WS-DAGS-DATO
                       AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) = SPACES
                       AND OV-KUNDE-ID IN OVR-ARRAY(OV-IX) =
                           WS-KUNDE-ID
                       MOVE OV-IX TO WS-R-OV-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-R-OV-IX > ZERO
               ADD OV-RENTE-TILLAEG IN OVR-ARRAY(WS-R-OV-IX)
                   TO WS-RAMME-SATS
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

      * Loftet gælder kun forbrugere
       KONTROLLER-LOFT.
           MOVE "N" TO WS-OVER-LOFT
           IF WS-FORBRUGER = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-AAOP-SATS > WS-AAOP-LOFT
               OR WS-AAOP-OMKOSTNINGER * 100 >
                   WS-LOFT-BELOB * WS-OMKOSTNINGSLOFT
               MOVE "J" TO WS-OVER-LOFT
           END-IF
       EXIT.

      *****************************************************************
      * AFVIS-AFTALER                                                 *
      * Formål: Aftalerne der bragte en forbrugers aftale over        *
      *         loftet afvises: de markeres, så de hverken bruges     *
      *         resten af kørslen eller skrives tilbage, og meldes    *
      *         med aftalens nøgle og indgåer til kreditafdelingen.   *
      *         Aftalen registreres med gebyrskemaets priser.         *
      *****************************************************************
       AFVIS-AFTALER.
           IF WS-G-OV-IX > ZERO
               MOVE WS-G-OV-IX TO OV-IX
               PERFORM MELD-AFVIST-AFTALE
               MOVE WS-MDR-GEBYR-STD TO WS-MDR-GEBYR
               MOVE ZERO TO WS-G-OV-IX
           END-IF
           IF WS-R-OV-IX > ZERO
               MOVE WS-R-OV-IX TO OV-IX
               PERFORM MELD-AFVIST-AFTALE
               MOVE WS-RAMME-SATS-STD TO WS-RAMME-SATS
               MOVE ZERO TO WS-R-OV-IX
           END-IF
       EXIT.

       MELD-AFVIST-AFTALE.
           IF OV-AFVIST(OV-IX) = "J"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO OV-AFVIST(OV-IX)
           ADD 1 TO TR-ANTAL-AFTALE-AFVIST
           MOVE WS-AAOP-SATS TO WS-AAOP-DISPLAY
           STRING "AFTALE AFVIST: " DELIMITED BY SIZE
                   OV-TYPE IN OVR-ARRAY(OV-IX) DELIMITED BY SIZE
                   " KUNDE " DELIMITED BY SIZE
                   OV-KUNDE-ID IN OVR-ARRAY(OV-IX) DELIMITED BY SPACE
                   " KONTO " DELIMITED BY SIZE
                   OV-KONTO-ID IN OVR-ARRAY(OV-IX) DELIMITED BY SPACE
                   " AF " DELIMITED BY SIZE
                   OV-OPERATOER IN OVR-ARRAY(OV-IX) DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   WS-UNDTAGELSE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-KREDIT-KONTO-ID DELIMITED BY SPACE
                   " OVER LOFT" DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * SKRIV-AAOP                                                    *
      * Formål: Fører aftalens ÅOP og gebyrgrundlag i Aaop.txt.       *
      *         AO-TYPE og AO-ID er sat af kalderen.                  *
      *****************************************************************
       SKRIV-AAOP.
           MOVE WS-KUNDE-ID       TO AO-KUNDE-ID
           MOVE WS-FORBRUGER      TO AO-FORBRUGER
           MOVE WS-ETABLERING     TO AO-ETABLERING
           MOVE WS-MDR-GEBYR      TO AO-MDR-GEBYR
           MOVE WS-AAOP-SATS      TO AO-AAOP
           MOVE WS-AAOP-OMKOSTNINGER TO AO-OMKOSTNINGER
           MOVE WS-DAGS-DATO      TO AO-BEREGNET-DATO
           IF WS-OVER-LOFT = "J"
               MOVE "L" TO AO-STATUS
           ELSE
               MOVE SPACE TO AO-STATUS
           END-IF
           WRITE AAOPOPL
           MOVE "AAOP-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"     TO WS-IO-OPERATION
           MOVE AAOP-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

       SKRIV-UNDTAGELSE.
           ADD 1 TO TR-ANTAL-OVER-LOFT
           MOVE WS-AAOP-SATS TO WS-AAOP-DISPLAY
           MOVE WS-AAOP-OMKOSTNINGER TO WS-OMK-DISPLAY
           MOVE WS-LOFT-BELOB TO WS-BELOB-DISPLAY
           STRING WS-UNDTAGELSE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AO-ID DELIMITED BY SPACE
                   " KUNDE " DELIMITED BY SIZE
                   WS-KUNDE-ID DELIMITED BY SPACE
                   " AAOP=" DELIMITED BY SIZE
                   WS-AAOP-DISPLAY DELIMITED BY SIZE
                   "% OMKOSTNINGER=" DELIMITED BY SIZE
                   WS-OMK-DISPLAY DELIMITED BY SIZE
                   " HOVEDSTOL=" DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * SKRIV-PRISOVERRIDES                                           *
      * Formål: Skriver PrisOverrides.txt tilbage uden de afviste     *
      *         aftaler. Kunne registret ikke rummes i tabellen,      *
      *         skrives intet - aftalerne skal da fjernes i hånden.   *
      *****************************************************************
       SKRIV-PRISOVERRIDES.
           IF OVR-OVERFLOW = "Y"
               MOVE "ADVARSEL: PrisOverrides.txt overstiger tabellen"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               MOVE "  - de afviste aftaler skal fjernes manuelt"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OVERRIDE-FILE
           MOVE "OVERRIDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE OVERRIDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING OV-IX FROM 1 BY 1 UNTIL OV-IX > OVR-COUNT
               IF OV-AFVIST(OV-IX) = "N"
                   MOVE OVR-ARRAY(OV-IX) TO PRISOVERRIDEOPL
                   WRITE PRISOVERRIDEOPL
                   MOVE "OVERRIDE-FILE" TO WS-IO-FILE-NAME
                   MOVE "WRITE"         TO WS-IO-OPERATION
                   MOVE OVERRIDE-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
               END-IF
           END-PERFORM
           CLOSE OVERRIDE-FILE
       EXIT.

       TRAILER.
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-LAAN TO WS-ANTAL-DISPLAY
           STRING "Laan beregnet..............: " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-RAMMER TO WS-ANTAL-DISPLAY
           STRING "Kreditrammer beregnet......: " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-OVER-LOFT TO WS-ANTAL-DISPLAY
           STRING "Aftaler over loftet........: " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-AFTALE-AFVIST TO WS-ANTAL-DISPLAY
           STRING "Prisaftaler afvist.........: " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF GEBYR-OVERFLOW = "Y" OR SATS-OVERFLOW = "Y"
               MOVE "ADVARSEL: gebyr- eller satstabellen er fuld"
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
      * READ-GEBYRSKEMA                                               *
      * Formål: Læser hele Gebyrer.txt ind i GEBYR-ARRAY en gang.     *
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
                       IF GEBYR-COUNT >= GEBYR-MAX-ANTAL
                           MOVE "Y" TO GEBYR-OVERFLOW
                       ELSE
                           ADD 1 TO GEBYR-COUNT
                           MOVE GEBYROPL TO GEBYR-ARRAY(GEBYR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-GEBYR-FILE
           MOVE "N" TO END-OF-GEBYR-FILE
       EXIT.

      *****************************************************************
      * LOAD-OVERRIDES                                                *
      * Formål: Læser PrisOverrides.txt ind i OVR-ARRAY. Findes       *
      *         filen ikke, gælder gebyrskemaet alene.                *
      *****************************************************************
       LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF OVERRIDE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-OVERRIDE-FILE = "Y"
                   READ OVERRIDE-FILE INTO PRISOVERRIDEOPL
                       AT END
                           MOVE "Y" TO END-OF-OVERRIDE-FILE
                       NOT AT END
                           IF OVR-COUNT >= OVR-MAX-ANTAL
                               MOVE "Y" TO OVR-OVERFLOW
                           ELSE
                               ADD 1 TO OVR-COUNT
                               MOVE PRISOVERRIDEOPL
                                   TO OVR-ARRAY(OVR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
               MOVE "N" TO END-OF-OVERRIDE-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-TRAEKSATSER                                              *
      * Formål: Læser TraekRenteSatser.txt ind i SATS-ARRAY. Uden     *
      *         tabel regnes rammerne med sats nul.                   *
      *****************************************************************
       LOAD-TRAEKSATSER.
           OPEN INPUT SATS-FILE
           IF SATS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SATS-FILE = "Y"
                   READ SATS-FILE INTO TRAEKSATSOPL
                       AT END
                           MOVE "Y" TO END-OF-SATS-FILE
                       NOT AT END
                           IF SATS-COUNT >= SATS-MAX-ANTAL
                               MOVE "Y" TO SATS-OVERFLOW
                           ELSE
                               ADD 1 TO SATS-COUNT
                               MOVE TRAEKSATSOPL
                                   TO SATS-ARRAY(SATS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SATS-FILE
               MOVE "N" TO END-OF-SATS-FILE
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
      * SAET-FILNAVNE                                                 *
      * Formål: Sætter navnene på dagens daterede stamdatafiler ud    *
      *         fra forretningsdatoen. Uden forretningsdato bruges    *
      *         de udaterede navne.                                   *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "KontoOpl.txt"         TO WS-KONTO-FILNAVN
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
           ELSE
               MOVE SPACES TO WS-KONTO-FILNAVN
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               MOVE SPACES TO WS-KUNDE-FILNAVN
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
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
