      *****************************************************************
      * PROGRAM-ID: OPGAVEERHVERVVEDLIGEHOLD                          *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Vedligeholder erhvervsregistret Erhverv.txt og    *
      *             de reelle ejere i ReelleEjere.txt ud fra en       *
      *             transaktionsfil - samme opbygning som             *
      *             OpgaveFuldmagtVedligehold:                        *
      *             "A" opretter en erhvervskunde (CVR modulus-11-    *
      *                 valideret, selskabsform, firmanavn) - kunden  *
      *                 skal findes og være SEGMENT-ERHVERV;          *
      *             "U" retter CVR, selskabsform eller firmanavn;     *
      *             "E" registrerer en reel ejer med ejerandel og     *
      *                 enten ejerens KUNDE-ID eller CPR + navn;      *
      *             "R" retter ejerandel/ejertype;                    *
      *             "D" fjerner en ejer ved at sætte ophørsdatoen.    *
      *             Ejerandelene for en virksomhed må tilsammen ikke  *
      *             overstige 100 %. Til sidst sanktions-/PEP-        *
      *             screenes hver aktiv ejer med samme tolerante      *
      *             navnematchning som Opgave6; et hit skrives til    *
      *             SanktionsHits.txt på virksomhedens KUNDE-ID, så   *
      *             virksomheden ikke kan transaktere før compliance  *
      *             har registreret en disposition.                   *
      *             Indtasteren (TRANS-OPERATOER) skal være           *
      *             bemyndiget til koden i område "E" efter           *
      *             Operatoerer.txt og Bemyndigelser.txt og må ikke   *
      *             selv være virksomheden eller ejeren (OP-KUNDE-    *
      *             ID); ellers afvises transaktionen før registrene  *
      *             røres og logges i BemyndigelsesLog.txt.           *
      * INPUT:      Erhverv.txt        - Erhvervsregistret            *
      *             ReelleEjere.txt    - Reelle ejere                 *
      *             ErhvervVedligehold.txt - Transaktioner            *
      *             Kundeoplysninger.txt - Kunde stamdata             *
      *             Sanktionsliste.txt - Sanktions-/PEP-listen        *
      *             Operatoerer.txt, Bemyndigelser.txt                *
      * OUTPUT:     Erhverv.NY         - Opdateret erhvervsregister   *
      *             ReelleEjere.NY     - Opdateret ejerregister       *
      *             SanktionsHits.txt  - Udvides med ejer-hits        *
      *             ErhvervVedligehold-Fejl.txt - Afviste trans.      *
      *             BemyndigelsesLog.txt (EXTEND)                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveErhvervVedligehold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERHVERV-FILE ASSIGN TO "Erhverv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-FILE-STATUS.
           SELECT EJER-FILE ASSIGN TO "ReelleEjere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJER-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "ErhvervVedligehold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT ERHVERV-NY-FILE ASSIGN TO "Erhverv.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-NY-FILE-STATUS.
           SELECT EJER-NY-FILE ASSIGN TO "ReelleEjere.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJER-NY-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT SANKTION-FILE ASSIGN TO "Sanktionsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKTION-FILE-STATUS.
           SELECT SANKTION-HIT-FILE ASSIGN TO "SanktionsHits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKTION-HIT-FILE-STATUS.
           SELECT TRANS-REJECT-FILE ASSIGN TO
               "ErhvervVedligehold-Fejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-REJECT-FILE-STATUS.
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
               ASSIGN TO "ErhvervVedligehold-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ERHVERV-FILE.
       01 ERHVERVOPL.
           COPY "ERHVERVOPL.cpy".

       FD EJER-FILE.
       01 REELEJEROPL.
           COPY "REELEJEROPL.cpy".

       FD TRANS-FILE.
       01 TRANS-RECORD.
           02 TRANS-KODE        PIC X(01).
               88 TRANS-OPRET          VALUE "A".
               88 TRANS-RET            VALUE "U".
               88 TRANS-EJER-TILFOEJ   VALUE "E".
               88 TRANS-EJER-RET       VALUE "R".
               88 TRANS-EJER-FJERN     VALUE "D".
           02 TRANS-KUNDE-ID    PIC X(10).
           02 TRANS-DATA        PIC X(72).
      *    "A"/"U": virksomhedens stamdata
           02 TRANS-VIRKSOMHED REDEFINES TRANS-DATA.
               03 TRANS-CVR          PIC X(08).
               03 TRANS-SELSKABSFORM PIC X(04).
               03 TRANS-FIRMANAVN    PIC X(60).
      *    "E"/"R"/"D": ejeren - KUNDE-ID eller CPR identificerer
      *    ejeren; navnet bruges kun når ejeren ikke er kunde
           02 TRANS-EJER REDEFINES TRANS-DATA.
               03 TRANS-EJER-KUNDE-ID PIC X(10).
               03 TRANS-EJER-CPR     PIC X(11).
               03 TRANS-EJER-FORNAVN PIC X(20).
               03 TRANS-EJER-EFTERNAVN PIC X(20).
               03 TRANS-EJERANDEL    PIC 9(3)V99.
               03 TRANS-EJERTYPE     PIC X(01).
               03 FILLER             PIC X(05).
      * Operatør-id for den der indtastede transaktionen - skal
      * være bemyndiget til koden efter sin rolle (se CHECK-
      * BEMYNDIGELSE)
           02 TRANS-OPERATOER   PIC X(08).

       FD ERHVERV-NY-FILE.
       01 ERHVERVOPL-UD.
           COPY "ERHVERVOPL.cpy"
               REPLACING LEADING ==EV-== BY ==EV-UD-==.

       FD EJER-NY-FILE.
       01 REELEJEROPL-UD.
           COPY "REELEJEROPL.cpy"
               REPLACING LEADING ==RE-== BY ==RE-UD-==.

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD SANKTION-FILE.
       01 SANKTIONOPL.
           COPY "SANKTIONOPL.cpy".

       FD SANKTION-HIT-FILE.
       01 SANKTHITOPL.
           COPY "SANKTHITOPL.cpy".

       FD TRANS-REJECT-FILE.
       01 TRANS-REJECT-LINE  PIC X(100) VALUE SPACES.

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
       01 IO-ERROR-LINE      PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-ERHVERV-FILE PIC X VALUE "N".
       01 END-OF-EJER-FILE   PIC X VALUE "N".
       01 END-OF-TRANS-FILE  PIC X VALUE "N".

      * Operatørregistret og bemyndigelsesmatricen (se CHECK-
      * BEMYNDIGELSE). Kalderen sætter WS-BM-OPERATOER, -HANDLING
      * ("I" indtast, "G" godkend), -OMRAADE, -KODE, -ID og -BELOB
      * samt de kunder operatøren ikke selv må være (WS-BM-KUNDE-ID
      * og WS-BM-EJER-KUNDE-ID)
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
       01 WS-BM-KUNDE-ID     PIC X(10) VALUE SPACES.
       01 WS-BM-EJER-KUNDE-ID PIC X(10) VALUE SPACES.
       01 WS-BM-OK           PIC X VALUE "N".
       01 WS-BM-AARSAG       PIC X(40) VALUE SPACES.
       01 WS-BM-PROGRAM      PIC X(30)
                             VALUE "OpgaveErhvervVedligehold".
       01 WS-BM-SYSDATO      PIC 9(8) VALUE ZERO.
       01 WS-BM-SYSTID       PIC 9(8) VALUE ZERO.
       01 WS-BM-TIDSPUNKT    PIC X(19) VALUE SPACES.
       01 TR-ANTAL-UBEMYNDIGET PIC 9(5) VALUE ZERO.
       01 OPERATOER-FILE-STATUS    PIC XX VALUE "00".
       01 BEMYNDIGELSE-FILE-STATUS PIC XX VALUE "00".
       01 BEMYNDLOG-FILE-STATUS    PIC XX VALUE "00".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 ERHVERV-FILE-STATUS       PIC XX VALUE "00".
       01 EJER-FILE-STATUS          PIC XX VALUE "00".
       01 TRANS-FILE-STATUS         PIC XX VALUE "00".
       01 ERHVERV-NY-FILE-STATUS    PIC XX VALUE "00".
       01 EJER-NY-FILE-STATUS       PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS         PIC XX VALUE "00".
       01 SANKTION-FILE-STATUS      PIC XX VALUE "00".
       01 SANKTION-HIT-FILE-STATUS  PIC XX VALUE "00".
       01 TRANS-REJECT-FILE-STATUS  PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME           PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION           PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS              PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT         PIC 9(5) VALUE ZERO.

      * Erhvervsregistret og ejerne loades i hukommelse, så
      * transaktionerne kan matches og ejerandelene summeres
       01 EV-MAX-ANTAL       PIC 9(4) VALUE 1000.
       01 EV-COUNT           PIC 9(4) VALUE ZERO.
       01 EV-OVERFLOW        PIC X VALUE "N".
       01 EV-ARRAY OCCURS 1000 TIMES.
           COPY "ERHVERVOPL.cpy"
               REPLACING LEADING ==EV-== BY ==EA-==.
       01 EV-IX              PIC 9(4) VALUE ZERO.
       01 WS-EV-FUNDET       PIC X VALUE "N".

       01 RE-MAX-ANTAL       PIC 9(4) VALUE 3000.
       01 RE-COUNT           PIC 9(4) VALUE ZERO.
       01 RE-OVERFLOW        PIC X VALUE "N".
       01 RE-ARRAY OCCURS 3000 TIMES.
           COPY "REELEJEROPL.cpy"
               REPLACING LEADING ==RE-== BY ==RA-==.
       01 RE-IX              PIC 9(4) VALUE ZERO.
       01 RX                 PIC 9(4) VALUE ZERO.
       01 WS-RE-FUNDET       PIC X VALUE "N".
       01 WS-ANDEL-SUM       PIC 9(5)V99 VALUE ZERO.

      * Den identificerede ejer for en "E"/"R"/"D"-transaktion
       01 WS-EJER-KUNDE-ID   PIC X(10) VALUE SPACES.
       01 WS-EJER-CPR        PIC X(11) VALUE SPACES.
       01 WS-EJER-FORNAVN    PIC X(20) VALUE SPACES.
       01 WS-EJER-EFTERNAVN  PIC X(20) VALUE SPACES.

      * CVR-validering (se VALIDATE-CVR) - modulus-11 med vægtene
      * 2-7-6-5-4-3-2-1 over de otte cifre
       01 WS-CVR-VALID-FLAG  PIC X VALUE "Y".
       01 WS-CVR-SUM         PIC 9(4) VALUE ZERO.
       01 WS-CVR-KVOTIENT    PIC 9(4) VALUE ZERO.
       01 WS-CVR-REST        PIC 9(2) VALUE ZERO.
       01 WS-CVR-IX          PIC 9(2) VALUE ZERO.
       01 WS-CVR-VAEGTE.
           02 FILLER PIC X(08) VALUE "27654321".
       01 WS-CVR-VAEGT-RED REDEFINES WS-CVR-VAEGTE.
           02 WS-CVR-VAEGT PIC 9 OCCURS 8 TIMES.

      * CPR-validering for ejere uden KUNDE-ID - samme regel som
      * Opgave6's VALIDATE-CPR
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

      * Sanktions-/PEP-screening (se LOAD-SANKTIONSLISTE og
      * SCREEN-SANKTION) - samme tolerante navnematchning som
      * Opgave6: op til to afvigende tegn i det samlede 40-tegns
      * navn regnes stadig som et hit
       01 END-OF-SANKTION-FILE PIC X VALUE "N".
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
       01 WS-MATCH-SCORE      PIC 9(3) VALUE ZERO.

      * Tællere til den afsluttende statusmeddelelse
       01 WS-OPRET-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-RET-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-EJER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-EJER-RET-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-EJER-FJERN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AFVIST-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-SCREENET-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-HIT-COUNT       PIC 9(5) VALUE ZERO.

      * Kørselsdato til registrering og ophør
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-KUNDE-FILNAVN   PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DAGS-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-BEMYNDIGELSER
           PERFORM LOAD-ERHVERV
           PERFORM LOAD-EJERE
           IF EV-OVERFLOW = "Y" OR RE-OVERFLOW = "Y"
               DISPLAY "OpgaveErhvervVedligehold: registret kan ikke "
                   "rummes i tabellerne - intet opdateret"
               CLOSE BEMYNDLOG-FILE
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM PROCESS-TRANSAKTIONER
           PERFORM SCREEN-EJERE
           PERFORM WRITE-ERHVERV-ARRAY
           PERFORM WRITE-EJER-ARRAY

           DISPLAY "OpgaveErhvervVedligehold: " WS-OPRET-COUNT
               " oprettet, " WS-RET-COUNT " rettet, "
               WS-EJER-COUNT " ejere tilfoejet, "
               WS-EJER-RET-COUNT " ejere rettet, "
               WS-EJER-FJERN-COUNT " ejere fjernet, "
               WS-AFVIST-COUNT " afvist (" TR-ANTAL-UBEMYNDIGET
               " ubemyndigede)"
           DISPLAY "OpgaveErhvervVedligehold: " WS-SCREENET-COUNT
               " ejere screenet, " WS-HIT-COUNT " hits"

           CLOSE KUNDE-FILE
           CLOSE BEMYNDLOG-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * STEMPEL-DAGS-DATO                                             *
      * Formål: Sætter WS-DAGS-DATO ("ÅÅÅÅ-MM-DD") for kørslen -      *
      *         forretningsdatoen hvis den er sat, ellers dags dato.  *
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
       EXIT.

      *****************************************************************
      * LOAD-ERHVERV                                                  *
      * Formål: Læser hele Erhverv.txt ind i EV-ARRAY                 *
      *****************************************************************
       LOAD-ERHVERV.
           OPEN INPUT ERHVERV-FILE
           IF ERHVERV-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-ERHVERV-FILE = "Y"
                   READ ERHVERV-FILE INTO ERHVERVOPL
                       AT END
                           MOVE "Y" TO END-OF-ERHVERV-FILE
                       NOT AT END
                           IF EV-COUNT >= EV-MAX-ANTAL
                               MOVE "Y" TO EV-OVERFLOW
                           ELSE
                               ADD 1 TO EV-COUNT
                               MOVE ERHVERVOPL TO EV-ARRAY(EV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERHVERV-FILE
               MOVE "N" TO END-OF-ERHVERV-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-EJERE                                                    *
      * Formål: Læser hele ReelleEjere.txt ind i RE-ARRAY             *
      *****************************************************************
       LOAD-EJERE.
           OPEN INPUT EJER-FILE
           IF EJER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-EJER-FILE = "Y"
                   READ EJER-FILE INTO REELEJEROPL
                       AT END
                           MOVE "Y" TO END-OF-EJER-FILE
                       NOT AT END
                           IF RE-COUNT >= RE-MAX-ANTAL
                               MOVE "Y" TO RE-OVERFLOW
                           ELSE
                               ADD 1 TO RE-COUNT
                               MOVE REELEJEROPL TO RE-ARRAY(RE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EJER-FILE
               MOVE "N" TO END-OF-EJER-FILE
           END-IF
       EXIT.

      *****************************************************************
      * PROCESS-TRANSAKTIONER                                         *
      * Formål: Læser ErhvervVedligehold.txt transaktion for          *
      *         transaktion og anvender hver af dem på tabellerne     *
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
               WHEN TRANS-OPRET
                   PERFORM OPRET-ERHVERV
               WHEN TRANS-RET
                   PERFORM RET-ERHVERV
               WHEN TRANS-EJER-TILFOEJ
                   PERFORM TILFOEJ-EJER
               WHEN TRANS-EJER-RET
                   PERFORM RET-EJER
               WHEN TRANS-EJER-FJERN
                   PERFORM FJERN-EJER
               WHEN OTHER
                   MOVE "UKENDT TRANS-KODE" TO TRANS-REJECT-LINE
                   PERFORM WRITE-TRANS-REJECT
           END-EVALUATE
       EXIT.

      *****************************************************************
      * KONTROLLER-BEMYNDIGELSE                                       *
      * Formål: Kontrollerer at indtasteren må indtaste koden i       *
      *         område "E" efter Bemyndigelser.txt og ikke selv er    *
      *         virksomheden eller den ejer der registreres.          *
      *****************************************************************
       KONTROLLER-BEMYNDIGELSE.
           MOVE TRANS-OPERATOER TO WS-BM-OPERATOER
           MOVE "I" TO WS-BM-HANDLING
           MOVE "E" TO WS-BM-OMRAADE
           MOVE TRANS-KODE TO WS-BM-KODE
           MOVE TRANS-KUNDE-ID TO WS-BM-KUNDE-ID
           MOVE SPACES TO WS-BM-EJER-KUNDE-ID
           MOVE SPACES TO WS-BM-ID
           IF TRANS-EJER-TILFOEJ OR TRANS-EJER-RET OR TRANS-EJER-FJERN
               MOVE TRANS-EJER-KUNDE-ID TO WS-BM-EJER-KUNDE-ID
               IF TRANS-EJER-KUNDE-ID = SPACES
                   STRING TRANS-KUNDE-ID DELIMITED BY SPACE
                           "/" DELIMITED BY SIZE
                           TRANS-EJER-CPR DELIMITED BY SPACE
                           INTO WS-BM-ID
               ELSE
                   STRING TRANS-KUNDE-ID DELIMITED BY SPACE
                           "/" DELIMITED BY SIZE
                           TRANS-EJER-KUNDE-ID DELIMITED BY SPACE
                           INTO WS-BM-ID
               END-IF
           ELSE
               MOVE TRANS-KUNDE-ID TO WS-BM-ID
           END-IF
           MOVE ZERO TO WS-BM-BELOB
           PERFORM CHECK-BEMYNDIGELSE
       EXIT.

       FIND-ERHVERV.
           MOVE "N" TO WS-EV-FUNDET
           PERFORM VARYING EV-IX FROM 1 BY 1 UNTIL EV-IX > EV-COUNT
               IF EA-KUNDE-ID IN EV-ARRAY(EV-IX) = TRANS-KUNDE-ID
                   MOVE "Y" TO WS-EV-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * OPRET-ERHVERV                                                 *
      * Formål: Opretter erhvervskunden. Kunden skal findes i         *
      *         kundefilen som SEGMENT-ERHVERV, CVR-nummeret skal     *
      *         bestå modulus-11-kontrollen, og selskabsformen skal   *
      *         være en af de kendte.                                 *
      *****************************************************************
       OPRET-ERHVERV.
           PERFORM FIND-ERHVERV
           IF WS-EV-FUNDET = "Y"
               STRING "ERHVERV FINDES ALLEREDE: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   STRING "KUNDE IKKE FUNDET: " DELIMITED BY SIZE
                           TRANS-KUNDE-ID DELIMITED BY SPACE
                           INTO TRANS-REJECT-LINE
                   PERFORM WRITE-TRANS-REJECT
                   EXIT PARAGRAPH
           END-READ
           IF NOT SEGMENT-ERHVERV
               STRING "KUNDE ER IKKE ERHVERV: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDER-VIRKSOMHED
           IF WS-CVR-VALID-FLAG = "N"
               EXIT PARAGRAPH
           END-IF
           IF EV-COUNT >= EV-MAX-ANTAL
               MOVE "Y" TO EV-OVERFLOW
               STRING "EV-ARRAY FULD - KUNDE-ID: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EV-COUNT
           MOVE EV-COUNT TO EV-IX
           MOVE SPACES TO EV-ARRAY(EV-IX)
           MOVE TRANS-KUNDE-ID    TO EA-KUNDE-ID IN EV-ARRAY(EV-IX)
           MOVE TRANS-CVR         TO EA-CVR IN EV-ARRAY(EV-IX)
           MOVE TRANS-SELSKABSFORM
               TO EA-SELSKABSFORM IN EV-ARRAY(EV-IX)
           MOVE TRANS-FIRMANAVN   TO EA-FIRMANAVN IN EV-ARRAY(EV-IX)
           MOVE WS-DAGS-DATO
               TO EA-OPRETTET-DATO IN EV-ARRAY(EV-IX)
           ADD 1 TO WS-OPRET-COUNT
       EXIT.

       RET-ERHVERV.
           PERFORM FIND-ERHVERV
           IF WS-EV-FUNDET = "N"
               STRING "ERHVERV IKKE FUNDET VED RET: "
                       DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF TRANS-CVR = SPACES
               MOVE EA-CVR IN EV-ARRAY(EV-IX) TO TRANS-CVR
           END-IF
           IF TRANS-SELSKABSFORM = SPACES
               MOVE EA-SELSKABSFORM IN EV-ARRAY(EV-IX)
                   TO TRANS-SELSKABSFORM
           END-IF
           PERFORM VALIDER-VIRKSOMHED
           IF WS-CVR-VALID-FLAG = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-CVR TO EA-CVR IN EV-ARRAY(EV-IX)
           MOVE TRANS-SELSKABSFORM
               TO EA-SELSKABSFORM IN EV-ARRAY(EV-IX)
           IF TRANS-FIRMANAVN NOT = SPACES
               MOVE TRANS-FIRMANAVN
                   TO EA-FIRMANAVN IN EV-ARRAY(EV-IX)
           END-IF
           ADD 1 TO WS-RET-COUNT
       EXIT.

      *****************************************************************
      * VALIDER-VIRKSOMHED                                            *
      * Formål: Validerer transaktionens CVR-nummer og selskabsform;  *
      *         en afvisning skrives her, og WS-CVR-VALID-FLAG        *
      *         står "N".                                             *
      *****************************************************************
       VALIDER-VIRKSOMHED.
           PERFORM VALIDATE-CVR
           IF WS-CVR-VALID-FLAG = "N"
               STRING "UGYLDIGT CVR-NUMMER: " DELIMITED BY SIZE
                       TRANS-CVR DELIMITED BY SIZE
                       " KUNDE-ID: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-SELSKABSFORM TO EV-SELSKABSFORM
           IF NOT EV-FORM-GYLDIG
               MOVE "N" TO WS-CVR-VALID-FLAG
               STRING "UKENDT SELSKABSFORM: " DELIMITED BY SIZE
                       TRANS-SELSKABSFORM DELIMITED BY SPACE
                       " KUNDE-ID: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
           END-IF
       EXIT.

      *****************************************************************
      * VALIDATE-CVR                                                  *
      * Formål: Validerer TRANS-CVR: otte numeriske cifre, første     *
      *         ciffer ikke nul, og modulus-11-summen med vægtene     *
      *         2-7-6-5-4-3-2-1 skal gå op i 11.                      *
      *****************************************************************
       VALIDATE-CVR.
           MOVE "Y" TO WS-CVR-VALID-FLAG
           IF TRANS-CVR NOT NUMERIC OR TRANS-CVR(1:1) = "0"
               MOVE "N" TO WS-CVR-VALID-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CVR-SUM
           PERFORM VARYING WS-CVR-IX FROM 1 BY 1
                   UNTIL WS-CVR-IX > 8
               COMPUTE WS-CVR-SUM = WS-CVR-SUM +
                   FUNCTION NUMVAL(TRANS-CVR(WS-CVR-IX:1))
                   * WS-CVR-VAEGT(WS-CVR-IX)
           END-PERFORM
           DIVIDE WS-CVR-SUM BY 11 GIVING WS-CVR-KVOTIENT
               REMAINDER WS-CVR-REST
           IF WS-CVR-REST NOT = ZERO
               MOVE "N" TO WS-CVR-VALID-FLAG
           END-IF
       EXIT.

      *****************************************************************
      * VALIDATE-CPR                                                  *
      * Formål: Validerer WS-EJER-CPR ("DDMMÅÅ-LLLL") med samme       *
      *         dato- og modulus-11-kontrol som Opgave6.              *
      *****************************************************************
       VALIDATE-CPR.
           MOVE "Y" TO WS-CPR-VALID-FLAG
           MOVE SPACES TO WS-CPR-CIFRE
           MOVE WS-EJER-CPR(1:6) TO WS-CPR-CIFRE(1:6)
           MOVE WS-EJER-CPR(8:4) TO WS-CPR-CIFRE(7:4)
           IF WS-CPR-CIFRE NOT NUMERIC
                   OR WS-EJER-CPR(7:1) NOT = "-"
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
                           FUNCTION NUMVAL(WS-CPR-CIFRE(WS-CPR-IX:1))
                           * WS-CPR-VAEGT(WS-CPR-IX)
                   END-PERFORM
                   DIVIDE WS-CPR-SUM BY 11 GIVING WS-CPR-KVOTIENT
                       REMAINDER WS-CPR-REST
                   IF WS-CPR-REST NOT = ZERO
                       MOVE "N" TO WS-CPR-VALID-FLAG
                   END-IF
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * IDENTIFICER-EJER                                              *
      * Formål: Fastlægger ejeren på en "E"/"R"/"D"-transaktion. Er   *
      *         ejerens KUNDE-ID angivet, hentes navn og CPR fra      *
      *         kundefilen; ellers skal CPR være gyldigt og navnet    *
      *         angivet. WS-RE-FUNDET sættes "X" ved afvisning.       *
      *****************************************************************
       IDENTIFICER-EJER.
           MOVE SPACE TO WS-RE-FUNDET
           MOVE TRANS-EJER-KUNDE-ID  TO WS-EJER-KUNDE-ID
           MOVE TRANS-EJER-CPR       TO WS-EJER-CPR
           MOVE TRANS-EJER-FORNAVN   TO WS-EJER-FORNAVN
           MOVE TRANS-EJER-EFTERNAVN TO WS-EJER-EFTERNAVN
           IF WS-EJER-KUNDE-ID NOT = SPACES
               MOVE WS-EJER-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
               READ KUNDE-FILE
                   INVALID KEY
                       STRING "EJER-KUNDE IKKE FUNDET: "
                               DELIMITED BY SIZE
                               WS-EJER-KUNDE-ID DELIMITED BY SPACE
                               INTO TRANS-REJECT-LINE
                       PERFORM WRITE-TRANS-REJECT
                       MOVE "X" TO WS-RE-FUNDET
                       EXIT PARAGRAPH
               END-READ
               MOVE KUNDE-CPR TO WS-EJER-CPR
               MOVE FORNAVN   TO WS-EJER-FORNAVN
               MOVE EFTERNAVN TO WS-EJER-EFTERNAVN
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-CPR
           IF WS-CPR-VALID-FLAG = "N"
               STRING "UGYLDIGT EJER-CPR - KUNDE-ID: "
                       DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               MOVE "X" TO WS-RE-FUNDET
               EXIT PARAGRAPH
           END-IF
           IF WS-EJER-EFTERNAVN = SPACES
               STRING "EJERNAVN MANGLER - KUNDE-ID: "
                       DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               MOVE "X" TO WS-RE-FUNDET
           END-IF
       EXIT.

      *****************************************************************
      * FIND-EJER                                                     *
      * Formål: Finder virksomhedens aktive (ikke ophørte) ejer med   *
      *         ejerens KUNDE-ID eller, for ikke-kunder, CPR.         *
      *****************************************************************
       FIND-EJER.
           MOVE "N" TO WS-RE-FUNDET
           PERFORM VARYING RE-IX FROM 1 BY 1 UNTIL RE-IX > RE-COUNT
               IF RA-KUNDE-ID IN RE-ARRAY(RE-IX) = TRANS-KUNDE-ID
                   AND RA-OPHOERT-DATO IN RE-ARRAY(RE-IX) = SPACES
                   IF WS-EJER-KUNDE-ID NOT = SPACES
                       IF RA-EJER-KUNDE-ID IN RE-ARRAY(RE-IX)
                               = WS-EJER-KUNDE-ID
                           MOVE "Y" TO WS-RE-FUNDET
                           EXIT PERFORM
                       END-IF
                   ELSE
                       IF RA-EJER-KUNDE-ID IN RE-ARRAY(RE-IX) = SPACES
                           AND RA-EJER-CPR IN RE-ARRAY(RE-IX)
                               = WS-EJER-CPR
                           MOVE "Y" TO WS-RE-FUNDET
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SUMMER-ANDELE                                                 *
      * Formål: Summerer de aktive ejerandele for TRANS-KUNDE-ID i    *
      *         WS-ANDEL-SUM, eksklusive posten på RE-IX når den      *
      *         rettes (RE-IX = nul ved tilføjelse).                  *
      *****************************************************************
       SUMMER-ANDELE.
           MOVE ZERO TO WS-ANDEL-SUM
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RE-COUNT
               IF RA-KUNDE-ID IN RE-ARRAY(RX) = TRANS-KUNDE-ID
                   AND RA-OPHOERT-DATO IN RE-ARRAY(RX) = SPACES
                   AND RX NOT = RE-IX
                   ADD RA-EJERANDEL IN RE-ARRAY(RX) TO WS-ANDEL-SUM
               END-IF
           END-PERFORM
       EXIT.

       TILFOEJ-EJER.
           PERFORM FIND-ERHVERV
           IF WS-EV-FUNDET = "N"
               STRING "ERHVERV IKKE REGISTRERET: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM IDENTIFICER-EJER
           IF WS-RE-FUNDET = "X"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EJER
           IF WS-RE-FUNDET = "Y"
               STRING "EJER FINDES ALLEREDE: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF TRANS-EJERANDEL NOT NUMERIC
               MOVE ZERO TO TRANS-EJERANDEL
           END-IF
           MOVE ZERO TO RE-IX
           PERFORM SUMMER-ANDELE
           IF WS-ANDEL-SUM + TRANS-EJERANDEL > 100
               STRING "EJERANDELE OVER 100 PCT: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF RE-COUNT >= RE-MAX-ANTAL
               MOVE "Y" TO RE-OVERFLOW
               STRING "RE-ARRAY FULD - KUNDE-ID: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RE-COUNT
           MOVE RE-COUNT TO RE-IX
           MOVE SPACES TO RE-ARRAY(RE-IX)
           MOVE TRANS-KUNDE-ID   TO RA-KUNDE-ID IN RE-ARRAY(RE-IX)
           MOVE WS-EJER-KUNDE-ID TO RA-EJER-KUNDE-ID IN RE-ARRAY(RE-IX)
           MOVE WS-EJER-CPR      TO RA-EJER-CPR IN RE-ARRAY(RE-IX)
           MOVE WS-EJER-FORNAVN  TO RA-FORNAVN IN RE-ARRAY(RE-IX)
           MOVE WS-EJER-EFTERNAVN TO RA-EFTERNAVN IN RE-ARRAY(RE-IX)
           MOVE TRANS-EJERANDEL  TO RA-EJERANDEL IN RE-ARRAY(RE-IX)
           MOVE "E"              TO RA-EJERTYPE IN RE-ARRAY(RE-IX)
           IF TRANS-EJERTYPE = "K"
               MOVE "K"          TO RA-EJERTYPE IN RE-ARRAY(RE-IX)
           END-IF
           MOVE WS-DAGS-DATO
               TO RA-REGISTRERET-DATO IN RE-ARRAY(RE-IX)
           MOVE "U" TO RA-SCREEN-RESULTAT IN RE-ARRAY(RE-IX)
           ADD 1 TO WS-EJER-COUNT
       EXIT.

       RET-EJER.
           PERFORM IDENTIFICER-EJER
           IF WS-RE-FUNDET = "X"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EJER
           IF WS-RE-FUNDET = "N"
               STRING "EJER IKKE FUNDET VED RET: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF TRANS-EJERANDEL NOT NUMERIC
               MOVE RA-EJERANDEL IN RE-ARRAY(RE-IX) TO TRANS-EJERANDEL
           END-IF
           PERFORM SUMMER-ANDELE
           IF WS-ANDEL-SUM + TRANS-EJERANDEL > 100
               STRING "EJERANDELE OVER 100 PCT: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-EJERANDEL TO RA-EJERANDEL IN RE-ARRAY(RE-IX)
           IF TRANS-EJERTYPE = "E" OR TRANS-EJERTYPE = "K"
               MOVE TRANS-EJERTYPE TO RA-EJERTYPE IN RE-ARRAY(RE-IX)
           END-IF
           ADD 1 TO WS-EJER-RET-COUNT
       EXIT.

      *****************************************************************
      * FJERN-EJER                                                    *
      * Formål: Fjerner ejeren ved at sætte RE-OPHOERT-DATO til       *
      *         kørselsdatoen - posten bevares som revisionsspor.     *
      *****************************************************************
       FJERN-EJER.
           PERFORM IDENTIFICER-EJER
           IF WS-RE-FUNDET = "X"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EJER
           IF WS-RE-FUNDET = "N"
               STRING "EJER IKKE FUNDET VED FJERN: " DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       INTO TRANS-REJECT-LINE
               PERFORM WRITE-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAGS-DATO TO RA-OPHOERT-DATO IN RE-ARRAY(RE-IX)
           ADD 1 TO WS-EJER-FJERN-COUNT
       EXIT.

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
      * SCREEN-EJERE                                                  *
      * Formål: Screener hver aktiv ejer mod sanktions-/PEP-listen    *
      *         ved hver kørsel, som Opgave6 screener kunderne ved    *
      *         hver indlæsning, og noterer dato og resultat på       *
      *         ejerposten.                                           *
      *****************************************************************
       SCREEN-EJERE.
           PERFORM LOAD-SANKTIONSLISTE
           OPEN EXTEND SANKTION-HIT-FILE
           IF SANKTION-HIT-FILE-STATUS = "35"
               OPEN OUTPUT SANKTION-HIT-FILE
           END-IF
           MOVE "SANKTION-HIT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"              TO WS-IO-OPERATION
           MOVE SANKTION-HIT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING RE-IX FROM 1 BY 1 UNTIL RE-IX > RE-COUNT
               IF RA-OPHOERT-DATO IN RE-ARRAY(RE-IX) = SPACES
                   MOVE "R" TO RA-SCREEN-RESULTAT IN RE-ARRAY(RE-IX)
                   MOVE WS-DAGS-DATO
                       TO RA-SCREEN-DATO IN RE-ARRAY(RE-IX)
                   PERFORM SCREEN-SANKTION
                   ADD 1 TO WS-SCREENET-COUNT
               END-IF
           END-PERFORM
           CLOSE SANKTION-HIT-FILE
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
               MOVE "N" TO END-OF-SANKTION-FILE
           END-IF
       EXIT.

      *****************************************************************
      * SCREEN-SANKTION                                               *
      * Formål: Sammenligner ejerens FORNAVN/EFTERNAVN tegn for tegn  *
      *         med hvert navn på sanktionslisten - op til to         *
      *         afvigende tegn regnes stadig som et hit. Hit'et       *
      *         skrives på virksomhedens KUNDE-ID med ejerens navn.   *
      *****************************************************************
       SCREEN-SANKTION.
           MOVE SPACES TO WS-SCREEN-NAVN
           MOVE RA-FORNAVN IN RE-ARRAY(RE-IX) TO WS-SCREEN-NAVN(1:20)
           MOVE RA-EFTERNAVN IN RE-ARRAY(RE-IX)
               TO WS-SCREEN-NAVN(21:20)
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
                   COMPUTE WS-MATCH-SCORE =
                       (WS-MATCH-ANTAL * 100) / 40
                   MOVE "H" TO RA-SCREEN-RESULTAT IN RE-ARRAY(RE-IX)
                   PERFORM SKRIV-SANKTION-HIT
               END-IF
           END-PERFORM
       EXIT.

       SKRIV-SANKTION-HIT.
           MOVE RA-KUNDE-ID IN RE-ARRAY(RE-IX) TO HIT-KUNDE-ID
           MOVE WS-SCREEN-NAVN       TO HIT-KUNDE-NAVN
           MOVE WS-LISTE-NAVN        TO HIT-LISTE-NAVN
           MOVE WS-MATCH-SCORE       TO HIT-SCORE
           WRITE SANKTHITOPL
           MOVE "SANKTION-HIT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"             TO WS-IO-OPERATION
           MOVE SANKTION-HIT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-HIT-COUNT
       EXIT.

      *****************************************************************
      * WRITE-ERHVERV-ARRAY                                           *
      * Formål: Skriver hele EV-ARRAY til Erhverv.NY                  *
      *****************************************************************
       WRITE-ERHVERV-ARRAY.
           OPEN OUTPUT ERHVERV-NY-FILE
           MOVE "ERHVERV-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"            TO WS-IO-OPERATION
           MOVE ERHVERV-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING EV-IX FROM 1 BY 1 UNTIL EV-IX > EV-COUNT
               MOVE EV-ARRAY(EV-IX) TO ERHVERVOPL-UD
               WRITE ERHVERVOPL-UD
               MOVE "ERHVERV-NY-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"           TO WS-IO-OPERATION
               MOVE ERHVERV-NY-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE ERHVERV-NY-FILE
       EXIT.

      *****************************************************************
      * WRITE-EJER-ARRAY                                              *
      * Formål: Skriver hele RE-ARRAY til ReelleEjere.NY              *
      *****************************************************************
       WRITE-EJER-ARRAY.
           OPEN OUTPUT EJER-NY-FILE
           MOVE "EJER-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE EJER-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING RE-IX FROM 1 BY 1 UNTIL RE-IX > RE-COUNT
               MOVE RE-ARRAY(RE-IX) TO REELEJEROPL-UD
               WRITE REELEJEROPL-UD
               MOVE "EJER-NY-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"        TO WS-IO-OPERATION
               MOVE EJER-NY-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE EJER-NY-FILE
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
      *         til "J" eller WS-BM-AARSAG til afslagsgrunden. Er     *
      *         operatøren selv kunden, afvises også (inhabil).       *
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
      * Operatøren må ikke behandle sin egen virksomhed eller sig
      * selv som ejer
           IF OA-KUNDE-ID(OPR-IX) NOT = SPACES
               AND (OA-KUNDE-ID(OPR-IX) = WS-BM-KUNDE-ID
                 OR OA-KUNDE-ID(OPR-IX) = WS-BM-EJER-KUNDE-ID)
               MOVE "OPERATOER ER INHABIL - EGEN KUNDE"
                   TO WS-BM-AARSAG
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
      * Formål: Bygger det daterede kundefilnavn for denne kørsels    *
      *         forretningsdato (se LAES-FORRETNINGSDATO). Er datoen  *
      *         nul, bruges det oprindelige, udaterede filnavn.       *
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
