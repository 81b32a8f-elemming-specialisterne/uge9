      *****************************************************************
      * PROGRAM-ID: OPGAVEKREDITRAMMEVEDLIGEHOLD                      *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Vedligeholder kreditrammeregistret                *
      *             Kreditrammer.txt ud fra en transaktionsfil med    *
      *             bevilg/ret/opsig-koder pr. konto - samme          *
      *             opbygning som OpgaveMandatVedligehold. "Opsig"    *
      *             sætter det bevilgede beløb til nul og udløbs-     *
      *             datoen til opsigelsesdatoen i stedet for at       *
      *             fjerne posten, så der bevares et revisionsspor,   *
      *             og KR-UDNYTTET røres aldrig - den føres af        *
      *             posteringsmotoren. Køres uden for batchvinduet,   *
      *             da OpgavePostering selv genskriver registret.     *
      *             Indtasteren (TRANS-OPERATOER) skal være           *
      *             bemyndiget til koden og beløbet efter             *
      *             Operatoerer.txt og Bemyndigelser.txt; ellers      *
      *             afvises transaktionen og logges i                 *
      *             BemyndigelsesLog.txt. En bevilling eller ændring  *
      *             til en forbruger (alle segmenter undtagen         *
      *             erhverv) afvises, hvis rammens ÅOP - regnet som i *
      *             OpgaveAaop med rammesatsen, etableringsgebyret og *
      *             det månedlige gebyr - overstiger WS-AAOP-LOFT,    *
      *             eller de samlede kreditomkostninger overstiger    *
      *             WS-OMKOSTNINGSLOFT af rammen. Holder rammen sig   *
      *             kun inden for loftet uden kundens forhandlede     *
      *             aftaler, bevilges den - aftalen afvises da af     *
      *             OpgaveAaop.                                       *
      * INPUT:      Kreditrammer.txt - Eksisterende register          *
      *             KreditrammeVedligehold.txt - Transaktioner        *
      *             Operatoerer.txt, Bemyndigelser.txt                *
      *             KontoOpl.txt, Kundeoplysninger.txt - Segment      *
      *             Gebyrer.txt, PrisOverrides.txt,                   *
      *             TraekRenteSatser.txt - Rammens pris               *
      * OUTPUT:     Kreditrammer.NY - Opdateret register              *
      *             KreditrammeVedligehold-Fejl.txt - Afviste trans.  *
      *             BemyndigelsesLog.txt (EXTEND)                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveKreditrammeVedligehold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "Kreditrammer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "KreditrammeVedligehold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "Kreditrammer.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTPUT-FILE-STATUS.
           SELECT TRANS-REJECT-FILE ASSIGN TO
               "KreditrammeVedligehold-Fejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-REJECT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "KreditrammeVedligehold-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT BEMYNDIGELSE-FILE ASSIGN TO "Bemyndigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDIGELSE-FILE-STATUS.
           SELECT BEMYNDLOG-FILE ASSIGN TO "BemyndigelsesLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDLOG-FILE-STATUS.
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
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 KREDITRAMMEOPL.
           COPY "KREDITRAMMEOPL.cpy".

       FD TRANS-FILE.
       01 TRANS-RECORD.
           02 TRANS-KODE        PIC X(01).
               88 TRANS-TILFOEJ        VALUE "A".
               88 TRANS-RET            VALUE "U".
               88 TRANS-SLET           VALUE "D".
           02 TRANS-KONTO-ID    PIC X(10).
      * Bevilget beløb (A/U). Blanke datoer ved "U" bevarer de
      * eksisterende; ved "D" er TRANS-UDLOEB-DATO opsigelsesdatoen
           02 TRANS-BELOB       PIC 9(9)V99.
           02 TRANS-UDLOEB-DATO PIC X(10).
           02 TRANS-REVIEW-DATO PIC X(10).
      * Operatør-id for den der indtastede transaktionen - skal
      * være bemyndiget til koden efter sin rolle (se CHECK-
      * BEMYNDIGELSE)
           02 TRANS-OPERATOER   PIC X(08).

       FD OUTPUT-FILE.
       01 KREDITRAMMEOPL-UD.
           COPY "KREDITRAMMEOPL.cpy"
               REPLACING LEADING ==KR-== BY ==KU-==.

       FD TRANS-REJECT-FILE.
       01 TRANS-REJECT-LINE  PIC X(80) VALUE SPACES.

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD BEMYNDIGELSE-FILE.
       01 BEMYNDIGELSEOPL.
           COPY "BEMYNDIGELSEOPL.cpy".

       FD BEMYNDLOG-FILE.
       01 BEMYNDLOGOPL.
           COPY "BEMYNDLOGOPL.cpy".

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

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE      PIC X(80) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE        PIC X VALUE "N".
       01 END-OF-TRANS-FILE  PIC X VALUE "N".

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
                             VALUE "OpgaveKreditrammeVedligehold".
       01 WS-BM-SYSDATO      PIC 9(8) VALUE ZERO.
       01 WS-BM-SYSTID       PIC 9(8) VALUE ZERO.
       01 WS-BM-TIDSPUNKT    PIC X(19) VALUE SPACES.
       01 TR-ANTAL-UBEMYNDIGET PIC 9(5) VALUE ZERO.
       01 OPERATOER-FILE-STATUS    PIC XX VALUE "00".
       01 BEMYNDIGELSE-FILE-STATUS PIC XX VALUE "00".
       01 BEMYNDLOG-FILE-STATUS    PIC XX VALUE "00".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 INPUT-FILE-STATUS         PIC XX VALUE "00".
       01 TRANS-FILE-STATUS         PIC XX VALUE "00".
       01 OUTPUT-FILE-STATUS        PIC XX VALUE "00".
       01 TRANS-REJECT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-IO-FILE-NAME           PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION           PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS              PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT         PIC 9(5) VALUE ZERO.

      * Loop counters og indeks
       01 IX                 PIC 9(4) VALUE 1.
       01 WS-FOUND-FLAG      PIC X VALUE "N".

      * Kreditramme array - hele Kreditrammer.txt loades i
      * hukommelse så transaktionerne kan matches mod kontoen
       01 RAMME-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 RAMME-COUNT        PIC 9(4) VALUE ZERO.
       01 RAMME-OVERFLOW     PIC X VALUE "N".
       01 RAMME-ARRAY OCCURS 2000 TIMES.
           COPY "KREDITRAMMEOPL.cpy"
               REPLACING LEADING ==KR-== BY ==RA-==.

      * Lovens lofter for forbrugerkredit: ÅOP i procent og de
      * samlede kreditomkostninger i procent af rammen - samme
      * værdier som OpgaveAaop
       01 WS-AAOP-LOFT         PIC 9(3)V99 VALUE 35.00.
       01 WS-OMKOSTNINGSLOFT   PIC 9(3)V99 VALUE 100.00.

      * Rammens pris til ÅOP-kontrollen (se KONTROLLER-AAOP-LOFT):
      * gebyrskemaet, forhandlede aftaler og rammesatserne
       01 END-OF-GEBYR-FILE PIC X VALUE "N".
       01 END-OF-OVERRIDE-FILE PIC X VALUE "N".
       01 END-OF-SATS-FILE  PIC X VALUE "N".
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
       01 WS-R-OV-IX        PIC 9(3) VALUE ZERO.
       01 SATS-MAX-ANTAL    PIC 9(3) VALUE 50.
       01 SATS-COUNT        PIC 9(3) VALUE ZERO.
       01 SATS-ARRAY OCCURS 50 TIMES.
           COPY "TRAEKSATSOPL.cpy"
               REPLACING LEADING ==TS-== BY ==ST-==.
       01 ST-IX             PIC 9(3) VALUE ZERO.
       01 WS-SATS-FUNDET    PIC X VALUE "N".
       01 WS-KUNDE-ID       PIC X(10) VALUE SPACES.
       01 WS-KUNDE-SEGMENT  PIC X(01) VALUE SPACES.
       01 WS-KONTO-STATUS   PIC X(01) VALUE SPACES.
       01 WS-VALUTAKODE     PIC X(03) VALUE SPACES.
       01 WS-RAMME-SATS     PIC S9(1)V9999 VALUE ZERO.
       01 WS-RAMME-SATS-STD PIC S9(1)V9999 VALUE ZERO.
       01 WS-MDR-GEBYR      PIC 9(5)V99 VALUE ZERO.
       01 WS-MDR-GEBYR-STD  PIC 9(5)V99 VALUE ZERO.
       01 WS-OVER-LOFT      PIC X VALUE "N".

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

      * Kørselsdato og dagens daterede stamdatafiler
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-KONTO-FILNAVN   PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN   PIC X(40)
           VALUE "Kundeoplysninger.txt".
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS       PIC XX VALUE "00".
       01 INPUT-GEBYR-FILE-STATUS PIC XX VALUE "00".
       01 OVERRIDE-FILE-STATUS    PIC XX VALUE "00".
       01 SATS-FILE-STATUS        PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".

      * Tællere til den afsluttende statusmeddelelse
       01 WS-TILFOEJ-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-RET-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-SLET-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-AFVIST-COUNT    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT IO-ERROR-FILE
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

           PERFORM LOAD-BEMYNDIGELSER
           PERFORM READ-GEBYRSKEMA
           PERFORM LOAD-OVERRIDES
           PERFORM LOAD-TRAEKSATSER
           OPEN INPUT KONTO-FILE
           OPEN INPUT KUNDE-FILE
           PERFORM LOAD-KREDITRAMMER
           PERFORM PROCESS-TRANSAKTIONER
           PERFORM WRITE-RAMME-ARRAY
           CLOSE KONTO-FILE
           CLOSE KUNDE-FILE

           DISPLAY "OpgaveKreditrammeVedligehold: " WS-TILFOEJ-COUNT
               " bevilget, " WS-RET-COUNT " rettet, "
               WS-SLET-COUNT " opsagt, " WS-AFVIST-COUNT
               " afvist (" TR-ANTAL-UBEMYNDIGET " ubemyndigede)"

           CLOSE BEMYNDLOG-FILE
           CLOSE IO-ERROR-FILE
           STOP RUN.

      *****************************************************************
      * LOAD-KREDITRAMMER                                             *
      * Formål: Læser hele Kreditrammer.txt ind i RAMME-ARRAY         *
      *****************************************************************
       LOAD-KREDITRAMMER.
           OPEN INPUT INPUT-FILE
           MOVE "INPUT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE INPUT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-FILE INTO KREDITRAMMEOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RAMME-COUNT >= RAMME-MAX-ANTAL
                           MOVE "Y" TO RAMME-OVERFLOW
                       ELSE
                           ADD 1 TO RAMME-COUNT
                           MOVE KREDITRAMMEOPL
                               TO RAMME-ARRAY(RAMME-COUNT)
                       END-IF
               END-READ
               MOVE "INPUT-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE INPUT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE INPUT-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * PROCESS-TRANSAKTIONER                                         *
      * Formål: Læser KreditrammeVedligehold.txt transaktion for      *
      *         transaktion og anvender hver af dem på arrayet        *
      *****************************************************************
       PROCESS-TRANSAKTIONER.
           OPEN INPUT TRANS-FILE
           MOVE "TRANS-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE TRANS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT TRANS-REJECT-FILE
           MOVE "TRANS-REJECT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"              TO WS-IO-OPERATION
           MOVE TRANS-REJECT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO TRANS-REJECT-LINE

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
           CLOSE TRANS-REJECT-FILE
       EXIT.

      *****************************************************************
      * APPLY-TRANSAKTION                                             *
      * Formål: Anvender én transaktion (A/U/D) på RAMME-ARRAY        *
      *****************************************************************
       APPLY-TRANSAKTION.
           PERFORM KONTROLLER-BEMYNDIGELSE
           IF WS-BM-OK = "N"
               STRING "UBEMYNDIGET " DELIMITED BY SIZE
                       TRANS-OPERATOER DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       TRANS-KODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BM-ID DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       WS-BM-AARSAG DELIMITED BY SIZE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TRANS-TILFOEJ
                   PERFORM TILFOEJ-RAMME
               WHEN TRANS-RET
                   PERFORM RET-RAMME
               WHEN TRANS-SLET
                   PERFORM OPSIG-RAMME
               WHEN OTHER
                   MOVE "UKENDT TRANS-KODE" TO TRANS-REJECT-LINE
                   PERFORM WRITE-TRANS-REJECT
           END-EVALUATE
       EXIT.

      *****************************************************************
      * KONTROLLER-BEMYNDIGELSE                                       *
      * Formål: Kontrollerer at indtasteren må indtaste koden (og     *
      *         beløbet) i område "R" efter Bemyndigelser.txt.        *
      *****************************************************************
       KONTROLLER-BEMYNDIGELSE.
           MOVE TRANS-OPERATOER TO WS-BM-OPERATOER
           MOVE "I" TO WS-BM-HANDLING
           MOVE "R" TO WS-BM-OMRAADE
           MOVE TRANS-KODE TO WS-BM-KODE
           MOVE SPACES TO WS-BM-ID
           MOVE TRANS-KONTO-ID TO WS-BM-ID
           MOVE TRANS-BELOB TO WS-BM-BELOB
           PERFORM CHECK-BEMYNDIGELSE
       EXIT.

      *****************************************************************
      * FIND-RAMME                                                    *
      * Formål: Søger RAMME-ARRAY for kontoen og sætter               *
      *         WS-FOUND-FLAG og IX til den fundne position           *
      *****************************************************************
       FIND-RAMME.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > RAMME-COUNT
               IF RA-KONTO-ID IN RAMME-ARRAY(IX) = TRANS-KONTO-ID
                   MOVE "Y" TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * TILFOEJ-RAMME                                                 *
      * Formål: Bevilger en ny kreditramme sidst i RAMME-ARRAY. En    *
      *         opsagt ramme (beløb nul) genbevilges i stedet på den  *
      *         eksisterende post, da der kun er én post pr. konto.   *
      *****************************************************************
       TILFOEJ-RAMME.
           IF TRANS-BELOB = ZERO OR TRANS-UDLOEB-DATO = SPACES
               STRING "BELOEB/UDLOEBSDATO MANGLER VED BEVILLING: "
                       DELIMITED BY SIZE
                       TRANS-KONTO-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM KONTROLLER-AAOP-LOFT
           IF WS-OVER-LOFT = "J"
               PERFORM AFVIS-AAOP-OVER-LOFT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RAMME
           IF WS-FOUND-FLAG = "Y"
               IF RA-BELOB IN RAMME-ARRAY(IX) > ZERO
                   STRING "KREDITRAMME FINDES ALLEREDE: "
                           DELIMITED BY SIZE
                           TRANS-KONTO-ID DELIMITED BY SPACE
                           INTO TRANS-REJECT-LINE
                   PERFORM WRITE-TRANS-REJECT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF RAMME-COUNT >= RAMME-MAX-ANTAL
                   MOVE "Y" TO RAMME-OVERFLOW
                   STRING "RAMME-ARRAY FULD - KONTO: "
                           DELIMITED BY SIZE
                       TRANS-KONTO-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
                   PERFORM WRITE-TRANS-REJECT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RAMME-COUNT
               MOVE RAMME-COUNT TO IX
               MOVE TRANS-KONTO-ID TO RA-KONTO-ID IN RAMME-ARRAY(IX)
               MOVE ZERO TO RA-UDNYTTET IN RAMME-ARRAY(IX)
           END-IF
           MOVE TRANS-BELOB TO RA-BELOB IN RAMME-ARRAY(IX)
           MOVE TRANS-UDLOEB-DATO
               TO RA-UDLOEB-DATO IN RAMME-ARRAY(IX)
           MOVE TRANS-REVIEW-DATO
               TO RA-REVIEW-DATO IN RAMME-ARRAY(IX)
           ADD 1 TO WS-TILFOEJ-COUNT
       EXIT.

      *****************************************************************
      * RET-RAMME                                                     *
      * Formål: Retter bevilget beløb og - hvis udfyldt - udløbs- og  *
      *         review-dato på en eksisterende kreditramme            *
      *****************************************************************
       RET-RAMME.
           PERFORM FIND-RAMME
           IF WS-FOUND-FLAG = "N"
               STRING "KREDITRAMME IKKE FUNDET VED RET: "
                       DELIMITED BY SIZE
                       TRANS-KONTO-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF TRANS-BELOB > ZERO
               PERFORM KONTROLLER-AAOP-LOFT
               IF WS-OVER-LOFT = "J"
                   PERFORM AFVIS-AAOP-OVER-LOFT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE TRANS-BELOB TO RA-BELOB IN RAMME-ARRAY(IX)
           IF TRANS-UDLOEB-DATO NOT = SPACES
               MOVE TRANS-UDLOEB-DATO
                   TO RA-UDLOEB-DATO IN RAMME-ARRAY(IX)
           END-IF
           IF TRANS-REVIEW-DATO NOT = SPACES
               MOVE TRANS-REVIEW-DATO
                   TO RA-REVIEW-DATO IN RAMME-ARRAY(IX)
           END-IF
           ADD 1 TO WS-RET-COUNT
       EXIT.

      *****************************************************************
      * KONTROLLER-AAOP-LOFT                                          *
      * Formål: Regner rammens ÅOP som OpgaveAaop: fuldt udnyttet i   *
      *         12 måneder med rammesatsen for kontoens valuta og     *
      *         det månedlige gebyr, indfriet i sidste termin, mod    *
      *         rammen minus etableringsgebyret. For en forbruger     *
      *         sættes WS-OVER-LOFT, hvis rammen er over loftet både  *
      *         med og uden kundens uudløbne "G"/"R"-aftaler - er     *
      *         den kun over med aftalerne, er det aftalen der        *
      *         afvises (af OpgaveAaop), ikke rammen. En ukendt konto *
      *         eller kunde behandles som forbruger.                  *
      *****************************************************************
       KONTROLLER-AAOP-LOFT.
           MOVE "N" TO WS-OVER-LOFT
           MOVE SPACES TO WS-KONTO-STATUS
           MOVE SPACES TO WS-VALUTAKODE
           MOVE SPACES TO WS-KUNDE-ID
           MOVE TRANS-KONTO-ID TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KONTO-STATUS IN KONTOOPL TO WS-KONTO-STATUS
                   MOVE VALUTAKODE IN KONTOOPL TO WS-VALUTAKODE
                   MOVE KUNDE-ID IN KONTOOPL TO WS-KUNDE-ID
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
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RAMMENS-PRIS
           COMPUTE WS-AAOP-YDELSE ROUNDED =
               TRANS-BELOB * WS-RAMME-SATS / 12 + WS-MDR-GEBYR
           PERFORM BEREGN-RAMME-AAOP
           IF WS-OVER-LOFT = "J"
               AND (WS-G-OV-IX > ZERO OR WS-R-OV-IX > ZERO)
               COMPUTE WS-AAOP-YDELSE ROUNDED =
                   TRANS-BELOB * WS-RAMME-SATS-STD / 12
                   + WS-MDR-GEBYR-STD
               PERFORM BEREGN-RAMME-AAOP
           END-IF
       EXIT.

       BEREGN-RAMME-AAOP.
           MOVE TRANS-BELOB TO WS-AAOP-HOVEDSTOL
           MOVE 12          TO WS-AAOP-TERMINER
           MOVE TRANS-BELOB TO WS-AAOP-SLUTBETALING
           PERFORM BEREGN-AAOP
           MOVE "N" TO WS-OVER-LOFT
           IF WS-AAOP-SATS > WS-AAOP-LOFT
               OR WS-AAOP-OMKOSTNINGER * 100 >
                   TRANS-BELOB * WS-OMKOSTNINGSLOFT
               MOVE "J" TO WS-OVER-LOFT
           END-IF
       EXIT.

      *****************************************************************
      * FIND-RAMMENS-PRIS                                             *
      * Formål: Etableringsgebyr og månedligt gebyr efter gebyr-      *
      *         skemaets række for kundens segment og kontoens        *
      *         status, og rammesatsen for kontoens valuta ("*" er    *
      *         standardrækken) - både standardprisen (-STD) og       *
      *         prisen med kundens uudløbne aftaler, hvor konto-      *
      *         nøglede går forud for kundenøglede.                   *
      *****************************************************************
       FIND-RAMMENS-PRIS.
           MOVE ZERO TO WS-AAOP-ETABLERING
           MOVE ZERO TO WS-MDR-GEBYR-STD
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
                           TO WS-MDR-GEBYR-STD
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "N" TO WS-SATS-FUNDET
           MOVE ZERO TO WS-RAMME-SATS-STD
           PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > SATS-COUNT
               IF ST-VALUTAKODE IN SATS-ARRAY(ST-IX) = WS-VALUTAKODE
                   MOVE "Y" TO WS-SATS-FUNDET
                   MOVE ST-RAMME-SATS IN SATS-ARRAY(ST-IX)
                       TO WS-RAMME-SATS-STD
                   EXIT PERFORM
               END-IF
               IF ST-VALUTAKODE IN SATS-ARRAY(ST-IX) = "*"
                   AND WS-SATS-FUNDET = "N"
                   MOVE "Y" TO WS-SATS-FUNDET
                   MOVE ST-RAMME-SATS IN SATS-ARRAY(ST-IX)
                       TO WS-RAMME-SATS-STD
               END-IF
           END-PERFORM
           MOVE WS-MDR-GEBYR-STD TO WS-MDR-GEBYR
           MOVE WS-RAMME-SATS-STD TO WS-RAMME-SATS
           MOVE ZERO TO WS-G-OV-IX
           MOVE ZERO TO WS-R-OV-IX
           PERFORM VARYING OV-IX FROM 1 BY 1 UNTIL OV-IX > OVR-COUNT
               IF OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX) >= WS-DAGS-DATO
                   AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) =
                       TRANS-KONTO-ID
                   IF OV-GEBYR IN OVR-ARRAY(OV-IX)
                       AND WS-G-OV-IX = ZERO
                       MOVE OV-IX TO WS-G-OV-IX
                   END-IF
                   IF OV-RENTE IN OVR-ARRAY(OV-IX)
                       AND WS-R-OV-IX = ZERO
                       MOVE OV-IX TO WS-R-OV-IX
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING OV-IX FROM 1 BY 1 UNTIL OV-IX > OVR-COUNT
               IF OV-UDLOEB-DATO IN OVR-ARRAY(OV-IX) >= WS-DAGS-DATO
                   AND OV-KONTO-ID IN OVR-ARRAY(OV-IX) = SPACES
                   AND OV-KUNDE-ID IN OVR-ARRAY(OV-IX) = WS-KUNDE-ID
                   IF OV-GEBYR IN OVR-ARRAY(OV-IX)
                       AND WS-G-OV-IX = ZERO
                       MOVE OV-IX TO WS-G-OV-IX
                   END-IF
                   IF OV-RENTE IN OVR-ARRAY(OV-IX)
                       AND WS-R-OV-IX = ZERO
                       MOVE OV-IX TO WS-R-OV-IX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-G-OV-IX > ZERO
               IF OV-FRITAGET IN OVR-ARRAY(WS-G-OV-IX) = "Y"
                   MOVE ZERO TO WS-MDR-GEBYR
               ELSE
                   MOVE OV-GEBYR-BELOB IN OVR-ARRAY(WS-G-OV-IX)
                       TO WS-MDR-GEBYR
               END-IF
           END-IF
           IF WS-R-OV-IX > ZERO
               ADD OV-RENTE-TILLAEG IN OVR-ARRAY(WS-R-OV-IX)
                   TO WS-RAMME-SATS
               IF WS-RAMME-SATS < ZERO
                   MOVE ZERO TO WS-RAMME-SATS
               END-IF
           END-IF
       EXIT.

       AFVIS-AAOP-OVER-LOFT.
           MOVE WS-AAOP-SATS TO WS-AAOP-DISPLAY
           STRING "AAOP OVER LOFT VED " DELIMITED BY SIZE
                   TRANS-KODE DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   TRANS-KONTO-ID DELIMITED BY SPACE
                   " AAOP=" DELIMITED BY SIZE
                   WS-AAOP-DISPLAY DELIMITED BY SIZE
                   "% KUNDE " DELIMITED BY SIZE
                   WS-KUNDE-ID DELIMITED BY SPACE
                   INTO TRANS-REJECT-LINE
           PERFORM WRITE-TRANS-REJECT
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
      * OPSIG-RAMME                                                   *
      * Formål: Opsiger en kreditramme logisk - beløbet sættes til    *
      *         nul og udløbsdatoen til opsigelsesdatoen - i stedet   *
      *         for at fjerne posten, ligesom SLET-MANDAT i           *
      *         OpgaveMandatVedligehold. En resterende udnyttelse     *
      *         behandles derefter som overtræk af de eksisterende    *
      *         kørsler.                                              *
      *****************************************************************
       OPSIG-RAMME.
           PERFORM FIND-RAMME
           IF WS-FOUND-FLAG = "N"
               STRING "KREDITRAMME IKKE FUNDET VED OPSIG: "
                       DELIMITED BY SIZE
                       TRANS-KONTO-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
           ELSE
               MOVE ZERO TO RA-BELOB IN RAMME-ARRAY(IX)
               IF TRANS-UDLOEB-DATO NOT = SPACES
                   MOVE TRANS-UDLOEB-DATO
                       TO RA-UDLOEB-DATO IN RAMME-ARRAY(IX)
               END-IF
               ADD 1 TO WS-SLET-COUNT
           END-IF
       EXIT.

      *****************************************************************
      * WRITE-TRANS-REJECT                                            *
      * Formål: Skriver en afvist transaktion til fejlrapporten       *
      *****************************************************************
       WRITE-TRANS-REJECT.
           WRITE TRANS-REJECT-LINE
           MOVE "TRANS-REJECT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"             TO WS-IO-OPERATION
           MOVE TRANS-REJECT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO TRANS-REJECT-LINE
           ADD 1 TO WS-AFVIST-COUNT
       EXIT.

      *****************************************************************
      * WRITE-RAMME-ARRAY                                             *
      * Formål: Skriver hele RAMME-ARRAY til Kreditrammer.NY          *
      *****************************************************************
       WRITE-RAMME-ARRAY.
           OPEN OUTPUT OUTPUT-FILE
           MOVE "OUTPUT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE OUTPUT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > RAMME-COUNT
               MOVE RAMME-ARRAY(IX) TO KREDITRAMMEOPL-UD
               WRITE KREDITRAMMEOPL-UD
               MOVE "OUTPUT-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"       TO WS-IO-OPERATION
               MOVE OUTPUT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           IF RAMME-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: RAMME-ARRAY kapacitet overskredet"
           END-IF

           CLOSE OUTPUT-FILE
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
      * Formål: Læser gebyr- og renteaftalerne i PrisOverrides.txt    *
      *         ind i OVR-ARRAY.                                      *
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
                       IF (PO-GEBYR OR PO-RENTE)
                           AND OVR-COUNT < OVR-MAX-ANTAL
                           ADD 1 TO OVR-COUNT
                           MOVE PRISOVERRIDEOPL
                               TO OVR-ARRAY(OVR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE
       EXIT.

      *****************************************************************
      * LOAD-TRAEKSATSER                                              *
      * Formål: Læser TraekRenteSatser.txt ind i SATS-ARRAY. Uden     *
      *         tabel regnes rammerne med sats nul.                   *
      *****************************************************************
       LOAD-TRAEKSATSER.
           OPEN INPUT SATS-FILE
           IF SATS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-SATS-FILE = "Y"
               READ SATS-FILE INTO TRAEKSATSOPL
                   AT END
                       MOVE "Y" TO END-OF-SATS-FILE
                   NOT AT END
                       IF SATS-COUNT < SATS-MAX-ANTAL
                           ADD 1 TO SATS-COUNT
                           MOVE TRAEKSATSOPL TO SATS-ARRAY(SATS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SATS-FILE
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
