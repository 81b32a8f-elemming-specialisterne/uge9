      *****************************************************************
      * PROGRAM-ID: OPGAVERISIKOSCORE                                 *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Natlig risikoklassifikation efter hvidvasklovens  *
      *             risikobaserede tilgang. Hver aktiv kunde scores   *
      *             på de faktorer vi allerede samler: segment,       *
      *             adresseland og skatteresidens (højrisikolande i   *
      *             RisikoLande.txt), uafklarede sanktions-/PEP-hits, *
      *             kontantaktiviteten i 30-dages opsamlingen, fraud- *
      *             sager på kundens konti og produkttyper. Summen    *
      *             giver klassen lav/mellem/høj, og pointbidraget    *
      *             pr. faktor gemmes i RisikoKlassifikation.txt.     *
      *             Klassen styrer næste opfriskning af               *
      *             kundekendskabet: høj hvert år, mellem hvert 3.    *
      *             år, lav hvert 5. år regnet fra seneste            *
      *             opfriskning (første gang fra kundens ældste       *
      *             konto). Opfriskninger der forfalder i             *
      *             indeværende måned eller er overskredet, skrives   *
      *             på worklisten.                                    *
      * INPUT:      RisikoKlassifikation.txt - Registret              *
      *             Kundeoplysninger.txt  - Kundestamdata             *
      *             KontoOpl.txt          - Konti og produkttyper     *
      *             SanktionsHits.txt     - Screeningshits            *
      *             SanktionsDisposition.txt - Compliance-afgørelser  *
      *             SkatteResidens.txt    - Udenlandsk residens       *
      *             HvidvaskAkkum.txt     - 30-dages kontantsummer    *
      *             HvidvaskGraense.txt   - Regulatorisk grænse       *
      *             FraudSager.txt        - Fraud-sager pr. konto     *
      *             RisikoLande.txt       - Højrisikolande            *
      *             KycFornyelseUdfoert.txt - Udførte opfriskninger   *
      * OUTPUT:     RisikoKlassifikation.txt - Opdateret register     *
      *             KycFornyelse-Worklist.txt - Forfaldne opfriskn.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveRisikoScore.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "RisikoKlassifikation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT SANKTION-HIT-FILE ASSIGN TO "SanktionsHits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKTION-HIT-FILE-STATUS.
           SELECT SANKTION-DISP-FILE
               ASSIGN TO "SanktionsDisposition.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKTION-DISP-FILE-STATUS.
           SELECT RESIDENS-FILE ASSIGN TO "SkatteResidens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESIDENS-FILE-STATUS.
           SELECT AKKUM-FILE ASSIGN TO "HvidvaskAkkum.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AKKUM-FILE-STATUS.
           SELECT GRAENSE-FILE ASSIGN TO "HvidvaskGraense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAENSE-FILE-STATUS.
           SELECT FRAUD-FILE ASSIGN TO "FraudSager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAUD-FILE-STATUS.
           SELECT RISIKOLAND-FILE ASSIGN TO "RisikoLande.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RISIKOLAND-FILE-STATUS.
           SELECT FORNYELSE-FILE ASSIGN TO "KycFornyelseUdfoert.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORNYELSE-FILE-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO "KycFornyelse-Worklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKLIST-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "RisikoScore-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
       01 RISIKOOPL.
           COPY "RISIKOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD SANKTION-HIT-FILE.
       01 SANKTHITOPL.
           COPY "SANKTHITOPL.cpy".

       FD SANKTION-DISP-FILE.
       01 SANKTDISPOPL.
           COPY "SANKTDISPOPL.cpy".

       FD RESIDENS-FILE.
       01 SKATRESIDOPL.
           COPY "SKATRESIDOPL.cpy".

       FD AKKUM-FILE.
       01 HVIDVASKOPL.
           COPY "HVIDVASKOPL.cpy".

       FD GRAENSE-FILE.
       01 HVIDVASKGROPL.
           COPY "HVIDVASKGROPL.cpy".

       FD FRAUD-FILE.
       01 FRAUDSAGOPL.
           COPY "FRAUDSAGOPL.cpy".

      * Højrisikolandene: én landekode pr. linje, i samme kodning
      * som LANDE-KODE og SR-LANDE-KODE
       FD RISIKOLAND-FILE.
       01 RISIKOLAND-RECORD.
           02 RL-LANDE-KODE    PIC X(02).

      * Udført opfriskning af kundekendskabet: kunde og dato
       FD FORNYELSE-FILE.
       01 FORNYELSE-RECORD.
           02 KF-KUNDE-ID      PIC X(10).
           02 KF-DATO          PIC X(10).

       FD WORKLIST-FILE.
       01 WORKLIST-LINE    PIC X(160) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-REGISTER    PIC X VALUE "N".
       01 END-OF-KUNDE-FILE  PIC X VALUE "N".
       01 END-OF-KONTO-FILE  PIC X VALUE "N".
       01 END-OF-INDDATA     PIC X VALUE "N".

      * Risikoregistret loades, suppleres med nye kunder og skrives
      * samlet tilbage
       01 REG-MAX-ANTAL    PIC 9(4) VALUE 5000.
       01 REG-COUNT        PIC 9(4) VALUE ZERO.
       01 REG-OVERFLOW     PIC X VALUE "N".
       01 REG-ARRAY OCCURS 5000 TIMES.
           COPY "RISIKOOPL.cpy"
               REPLACING LEADING ==RK-== BY ==RA-==.
       01 RA-IX            PIC 9(4) VALUE ZERO.
       01 WS-REG-FUNDET    PIC X VALUE "N".

      * Konti pr. kunde - produkttyper, valuta og oprettelsesdato
       01 KT-MAX-ANTAL     PIC 9(4) VALUE 5000.
       01 KT-COUNT         PIC 9(4) VALUE ZERO.
       01 KT-TABEL.
           02 KT-ENTRY OCCURS 5000 TIMES.
               03 KT-KONTO-ID      PIC X(10).
               03 KT-KUNDE-ID      PIC X(10).
               03 KT-TYPE          PIC X(01).
               03 KT-VALUTA        PIC X(03).
               03 KT-OPRETTET      PIC X(10).
       01 KT-IX            PIC 9(4) VALUE ZERO.

      * Kunder med et screeningshit uden "falsk positiv"-disposition
       01 SH-MAX-ANTAL     PIC 9(4) VALUE 1000.
       01 SH-COUNT         PIC 9(4) VALUE ZERO.
       01 SH-TABEL.
           02 SH-KUNDE-ID OCCURS 1000 TIMES PIC X(10).
       01 SH-IX            PIC 9(4) VALUE ZERO.

      * 30-dages kontantsum pr. kunde
       01 KA-MAX-ANTAL     PIC 9(4) VALUE 3000.
       01 KA-COUNT         PIC 9(4) VALUE ZERO.
       01 KA-TABEL.
           02 KA-ENTRY OCCURS 3000 TIMES.
               03 KA-KUNDE-ID      PIC X(10).
               03 KA-SUM           PIC 9(11)V99.
       01 KA-IX            PIC 9(4) VALUE ZERO.

      * Udenlandsk skatteresidens pr. kunde
       01 RES-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 RES-COUNT        PIC 9(4) VALUE ZERO.
       01 RES-TABEL.
           02 RES-ENTRY OCCURS 2000 TIMES.
               03 RES-KUNDE-ID     PIC X(10).
               03 RES-LANDE-KODE   PIC X(02).
       01 RES-IX           PIC 9(4) VALUE ZERO.

      * Fraud-sager - kontoen er slået op til kundens KUNDE-ID
       01 FR-MAX-ANTAL     PIC 9(4) VALUE 2000.
       01 FR-COUNT         PIC 9(4) VALUE ZERO.
       01 FR-TABEL.
           02 FR-ENTRY OCCURS 2000 TIMES.
               03 FR-KUNDE-ID      PIC X(10).
               03 FR-STATUS        PIC X(01).
       01 FR-IX            PIC 9(4) VALUE ZERO.

      * Højrisikolande
       01 RL-MAX-ANTAL     PIC 9(3) VALUE 100.
       01 RL-COUNT         PIC 9(3) VALUE ZERO.
       01 RL-TABEL.
           02 RL-KODE OCCURS 100 TIMES PIC X(02).
       01 RL-IX            PIC 9(3) VALUE ZERO.

      * Udførte opfriskninger
       01 KF-MAX-ANTAL     PIC 9(4) VALUE 2000.
       01 KF-COUNT         PIC 9(4) VALUE ZERO.
       01 KF-TABEL.
           02 KF-ENTRY OCCURS 2000 TIMES.
               03 KFT-KUNDE-ID     PIC X(10).
               03 KFT-DATO         PIC X(10).
       01 KF-IX            PIC 9(4) VALUE ZERO.

       01 WS-TABEL-OVERFLOW PIC X VALUE "N".

      * Pointvægte pr. risikofaktor og klassegrænser. En kunde med
      * et uafklaret sanktions-/PEP-hit eller en bekræftet svigsag
      * er altid høj risiko.
       01 WS-PT-SEGMENT-ERHVERV  PIC 9(03) VALUE 10.
       01 WS-PT-SEGMENT-PRIVATE  PIC 9(03) VALUE 10.
       01 WS-PT-UDLAND           PIC 9(03) VALUE 10.
       01 WS-PT-RISIKOLAND       PIC 9(03) VALUE 40.
       01 WS-PT-SANKTION         PIC 9(03) VALUE 50.
       01 WS-PT-KONTANT-OVER     PIC 9(03) VALUE 40.
       01 WS-PT-KONTANT-HALV     PIC 9(03) VALUE 20.
       01 WS-PT-KONTANT-LAV      PIC 9(03) VALUE 5.
       01 WS-PT-FRAUD-BEKRAEFTET PIC 9(03) VALUE 40.
       01 WS-PT-FRAUD-AABEN      PIC 9(03) VALUE 20.
       01 WS-PT-ERHVERVSKONTO    PIC 9(03) VALUE 10.
       01 WS-PT-VALUTAKONTO      PIC 9(03) VALUE 10.
       01 WS-GRAENSE-HOEJ        PIC 9(03) VALUE 40.
       01 WS-GRAENSE-MELLEM      PIC 9(03) VALUE 20.

      * Opfriskningsinterval i år pr. klasse
       01 WS-AAR-HOEJ            PIC 9(02) VALUE 1.
       01 WS-AAR-MELLEM          PIC 9(02) VALUE 3.
       01 WS-AAR-LAV             PIC 9(02) VALUE 5.

      * Den regulatoriske kontantgrænse - samme forvalg som
      * OpgaveHvidvask, overstyres af HvidvaskGraense.txt
       01 WS-GRAENSE-BELOB  PIC 9(9)V99 VALUE 50000.
       01 WS-KONTANT-SUM    PIC 9(11)V99 VALUE ZERO.
       01 WS-KONTANT-DOBBELT PIC 9(11)V99 VALUE ZERO.

      * Den aktuelle kundes score
       01 WS-SCOR-KUNDE     PIC X(10) VALUE SPACES.
       01 WS-LAND           PIC X(02) VALUE SPACES.
       01 WS-RISIKOLAND     PIC X VALUE "N".
       01 WS-HAR-ERHVERV    PIC X VALUE "N".
       01 WS-HAR-VALUTA     PIC X VALUE "N".
       01 WS-AELDSTE-KONTO  PIC X(10) VALUE SPACES.
       01 WS-INTERVAL-AAR   PIC 9(02) VALUE ZERO.
       01 WS-NY-AAR         PIC 9(4) VALUE ZERO.
       01 WS-NY-DATO        PIC X(10) VALUE SPACES.
       01 WS-POINT-DISPLAY  PIC ZZ9.

       01 TR-ANTAL-SCORET    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-HOEJ      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-MELLEM    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-LAV       PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AENDRET   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FORFALDEN PIC 9(5) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 REGISTER-FILE-STATUS      PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS         PIC XX VALUE "00".
       01 KONTO-FILE-STATUS         PIC XX VALUE "00".
       01 SANKTION-HIT-FILE-STATUS  PIC XX VALUE "00".
       01 SANKTION-DISP-FILE-STATUS PIC XX VALUE "00".
       01 RESIDENS-FILE-STATUS      PIC XX VALUE "00".
       01 AKKUM-FILE-STATUS         PIC XX VALUE "00".
       01 GRAENSE-FILE-STATUS       PIC XX VALUE "00".
       01 FRAUD-FILE-STATUS         PIC XX VALUE "00".
       01 RISIKOLAND-FILE-STATUS    PIC XX VALUE "00".
       01 FORNYELSE-FILE-STATUS     PIC XX VALUE "00".
       01 WORKLIST-FILE-STATUS      PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS      PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

      * Kørselsdato - forretningsdatoen hvis sat, ellers dags dato
       01 WS-SYSDATO          PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO        PIC X(10) VALUE SPACES.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). Forvalgt til nul, dvs. de udaterede navne,
      * hvis BusinessDato.txt ikke findes eller er tom.
       01 WS-FORRETNINGSDATO  PIC 9(8) VALUE ZERO.
       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN    PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DAGS-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LAES-GRAENSE
           PERFORM LOAD-RISIKOLANDE
           PERFORM LOAD-REGISTER
           PERFORM LOAD-KONTI
           PERFORM LOAD-SANKTIONSHITS
           PERFORM LOAD-KONTANT
           PERFORM LOAD-RESIDENS
           PERFORM LOAD-FRAUD
           PERFORM LOAD-FORNYELSER
           IF WS-TABEL-OVERFLOW = "Y"
      * En kunde scoret på ufuldstændige inddata kunne få for lav
      * en klasse - fejlen tælles, så kørslen ender med RETURN-CODE 8
               DISPLAY "OpgaveRisikoScore: inddatatabel fuld - "
                   "scoringen er ufuldstaendig"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF

           OPEN OUTPUT WORKLIST-FILE
           MOVE "WORKLIST-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE WORKLIST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM SCOR-KUNDER
           PERFORM SKRIV-TRAILER
           PERFORM SKRIV-REGISTER

           DISPLAY "OpgaveRisikoScore: " TR-ANTAL-SCORET
               " kunder scoret, " TR-ANTAL-HOEJ " hoej, "
               TR-ANTAL-MELLEM " mellem, " TR-ANTAL-LAV " lav, "
               TR-ANTAL-FORFALDEN " opfriskninger forfaldne"

           CLOSE WORKLIST-FILE
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
      * LAES-GRAENSE                                                  *
      * Formål: Læser den regulatoriske kontantgrænse fra Hvidvask-   *
      *         Graense.txt. Findes filen ikke, eller er den tom,     *
      *         bruges den forvalgte grænse fra WORKING-STORAGE.      *
      *****************************************************************
       LAES-GRAENSE.
           OPEN INPUT GRAENSE-FILE
           IF GRAENSE-FILE-STATUS = "00"
               READ GRAENSE-FILE INTO HVIDVASKGROPL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HVG-GRAENSE-BELOB > ZERO
                           MOVE HVG-GRAENSE-BELOB
                               TO WS-GRAENSE-BELOB
                       END-IF
               END-READ
               CLOSE GRAENSE-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-RISIKOLANDE                                              *
      * Formål: Læser listen over højrisikolande. Findes filen ikke,  *
      *         giver udenlandsk adresse og residens kun              *
      *         udlandspoint.                                         *
      *****************************************************************
       LOAD-RISIKOLANDE.
           OPEN INPUT RISIKOLAND-FILE
           IF RISIKOLAND-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-INDDATA = "Y"
                   READ RISIKOLAND-FILE INTO RISIKOLAND-RECORD
                       AT END
                           MOVE "Y" TO END-OF-INDDATA
                       NOT AT END
                           IF RL-COUNT >= RL-MAX-ANTAL
                               MOVE "Y" TO WS-TABEL-OVERFLOW
                           ELSE
                               ADD 1 TO RL-COUNT
                               MOVE RL-LANDE-KODE
                                   TO RL-KODE(RL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RISIKOLAND-FILE
               MOVE "N" TO END-OF-INDDATA
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-REGISTER                                                 *
      * Formål: Læser risikoregistret ind i REG-ARRAY.                *
      *****************************************************************
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REGISTER = "Y"
                   READ REGISTER-FILE INTO RISIKOOPL
                       AT END
                           MOVE "Y" TO END-OF-REGISTER
                       NOT AT END
                           IF REG-COUNT >= REG-MAX-ANTAL
                               MOVE "Y" TO REG-OVERFLOW
                           ELSE
                               ADD 1 TO REG-COUNT
                               MOVE RISIKOOPL
                                   TO REG-ARRAY(REG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
               MOVE "N" TO END-OF-REGISTER
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-KONTI                                                    *
      * Formål: Læser alle konti med ejer, produkttype, valuta og     *
      *         oprettelsesdato ind i KT-TABEL.                       *
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
               READ KONTO-FILE NEXT RECORD INTO KONTOOPL
                   AT END
                       MOVE "Y" TO END-OF-KONTO-FILE
                   NOT AT END
                       IF KT-COUNT >= KT-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-OVERFLOW
                       ELSE
                           ADD 1 TO KT-COUNT
                           MOVE KONTO-ID IN KONTOOPL
                               TO KT-KONTO-ID(KT-COUNT)
                           MOVE KUNDE-ID IN KONTOOPL
                               TO KT-KUNDE-ID(KT-COUNT)
                           MOVE KONTO-TYPE TO KT-TYPE(KT-COUNT)
                           MOVE VALUTAKODE IN KONTOOPL
                               TO KT-VALUTA(KT-COUNT)
                           MOVE KONTO-OPRETTET-DATO
                               TO KT-OPRETTET(KT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-FILE
           MOVE "N" TO END-OF-KONTO-FILE
       EXIT.

      *****************************************************************
      * LOAD-SANKTIONSHITS                                            *
      * Formål: Bygger tabellen over kunder med et screeningshit      *
      *         (sanktions- og PEP-listen screenes samlet i Opgave6). *
      *         Et hit som compliance har afgjort som falsk positiv   *
      *         tæller ikke; et eskaleret eller uafklaret hit gør.    *
      *****************************************************************
       LOAD-SANKTIONSHITS.
           OPEN INPUT SANKTION-HIT-FILE
           IF SANKTION-HIT-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-INDDATA = "Y"
                   READ SANKTION-HIT-FILE INTO SANKTHITOPL
                       AT END
                           MOVE "Y" TO END-OF-INDDATA
                       NOT AT END
                           PERFORM TILFOEJ-HIT
                   END-READ
               END-PERFORM
               CLOSE SANKTION-HIT-FILE
               MOVE "N" TO END-OF-INDDATA
           END-IF
           OPEN INPUT SANKTION-DISP-FILE
           IF SANKTION-DISP-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-INDDATA = "Y"
                   READ SANKTION-DISP-FILE INTO SANKTDISPOPL
                       AT END
                           MOVE "Y" TO END-OF-INDDATA
                       NOT AT END
                           IF DISP-FALSK-POSITIV
                               PERFORM FJERN-HIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANKTION-DISP-FILE
               MOVE "N" TO END-OF-INDDATA
           END-IF
       EXIT.

       TILFOEJ-HIT.
           PERFORM VARYING SH-IX FROM 1 BY 1 UNTIL SH-IX > SH-COUNT
               IF SH-KUNDE-ID(SH-IX) = HIT-KUNDE-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SH-COUNT >= SH-MAX-ANTAL
               MOVE "Y" TO WS-TABEL-OVERFLOW
           ELSE
               ADD 1 TO SH-COUNT
               MOVE HIT-KUNDE-ID TO SH-KUNDE-ID(SH-COUNT)
           END-IF
       EXIT.

       FJERN-HIT.
           PERFORM VARYING SH-IX FROM 1 BY 1 UNTIL SH-IX > SH-COUNT
               IF SH-KUNDE-ID(SH-IX) = DISP-KUNDE-ID
                   MOVE SPACES TO SH-KUNDE-ID(SH-IX)
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * LOAD-KONTANT                                                  *
      * Formål: Summerer 30-dages opsamlingen i HvidvaskAkkum.txt     *
      *         pr. kunde. Filen rulles frem af OpgaveHvidvask, så    *
      *         den kun indeholder vinduets dage.                     *
      *****************************************************************
       LOAD-KONTANT.
           OPEN INPUT AKKUM-FILE
           IF AKKUM-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-INDDATA = "Y"
                   READ AKKUM-FILE INTO HVIDVASKOPL
                       AT END
                           MOVE "Y" TO END-OF-INDDATA
                       NOT AT END
                           PERFORM LAEG-KONTANT-TIL
                   END-READ
               END-PERFORM
               CLOSE AKKUM-FILE
               MOVE "N" TO END-OF-INDDATA
           END-IF
       EXIT.

       LAEG-KONTANT-TIL.
           PERFORM VARYING KA-IX FROM 1 BY 1 UNTIL KA-IX > KA-COUNT
               IF KA-KUNDE-ID(KA-IX) = HV-KUNDE-ID
                   ADD HV-BELOB TO KA-SUM(KA-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF KA-COUNT >= KA-MAX-ANTAL
               MOVE "Y" TO WS-TABEL-OVERFLOW
           ELSE
               ADD 1 TO KA-COUNT
               MOVE HV-KUNDE-ID TO KA-KUNDE-ID(KA-COUNT)
               MOVE HV-BELOB    TO KA-SUM(KA-COUNT)
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-RESIDENS                                                 *
      * Formål: Læser de udenlandske skatteresidenser fra FATCA/CRS-  *
      *         registret. En "DK"-række er ikke udenlandsk.          *
      *****************************************************************
       LOAD-RESIDENS.
           OPEN INPUT RESIDENS-FILE
           IF RESIDENS-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-INDDATA = "Y"
                   READ RESIDENS-FILE INTO SKATRESIDOPL
                       AT END
                           MOVE "Y" TO END-OF-INDDATA
                       NOT AT END
                           IF SR-LANDE-KODE NOT = SPACES
                               AND SR-LANDE-KODE NOT = "DK"
                               IF RES-COUNT >= RES-MAX-ANTAL
                                   MOVE "Y" TO WS-TABEL-OVERFLOW
                               ELSE
                                   ADD 1 TO RES-COUNT
                                   MOVE SR-KUNDE-ID
                                       TO RES-KUNDE-ID(RES-COUNT)
                                   MOVE SR-LANDE-KODE
                                       TO RES-LANDE-KODE(RES-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESIDENS-FILE
               MOVE "N" TO END-OF-INDDATA
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-FRAUD                                                    *
      * Formål: Læser fraud-sagerne og slår kontoen op til kundens    *
      *         KUNDE-ID i KT-TABEL. Afviste (cleared) sager og sager *
      *         på ukendte konti springes over.                       *
      *****************************************************************
       LOAD-FRAUD.
           OPEN INPUT FRAUD-FILE
           IF FRAUD-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-INDDATA = "Y"
                   READ FRAUD-FILE INTO FRAUDSAGOPL
                       AT END
                           MOVE "Y" TO END-OF-INDDATA
                       NOT AT END
                           IF NOT FS-CLEARED
                               PERFORM TILFOEJ-FRAUD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRAUD-FILE
               MOVE "N" TO END-OF-INDDATA
           END-IF
       EXIT.

       TILFOEJ-FRAUD.
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-COUNT
               IF KT-KONTO-ID(KT-IX) = FS-KONTO-ID
                   IF FR-COUNT >= FR-MAX-ANTAL
                       MOVE "Y" TO WS-TABEL-OVERFLOW
                   ELSE
                       ADD 1 TO FR-COUNT
                       MOVE KT-KUNDE-ID(KT-IX)
                           TO FR-KUNDE-ID(FR-COUNT)
                       MOVE FS-STATUS TO FR-STATUS(FR-COUNT)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * LOAD-FORNYELSER                                               *
      * Formål: Læser de opfriskninger af kundekendskabet der er      *
      *         meldt udført siden sidst. Filen er valgfri.           *
      *****************************************************************
       LOAD-FORNYELSER.
           OPEN INPUT FORNYELSE-FILE
           IF FORNYELSE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-INDDATA = "Y"
                   READ FORNYELSE-FILE INTO FORNYELSE-RECORD
                       AT END
                           MOVE "Y" TO END-OF-INDDATA
                       NOT AT END
                           IF KF-COUNT >= KF-MAX-ANTAL
                               MOVE "Y" TO WS-TABEL-OVERFLOW
                           ELSE
                               ADD 1 TO KF-COUNT
                               MOVE KF-KUNDE-ID
                                   TO KFT-KUNDE-ID(KF-COUNT)
                               MOVE KF-DATO TO KFT-DATO(KF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORNYELSE-FILE
               MOVE "N" TO END-OF-INDDATA
           END-IF
       EXIT.

      *****************************************************************
      * SCOR-KUNDER                                                   *
      * Formål: Gennemløber kundestamdata og scorer hver aktiv kunde. *
      *****************************************************************
       SCOR-KUNDER.
           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KUNDE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KUNDE-FILE = "Y"
               READ KUNDE-FILE NEXT RECORD INTO KUNDEOPL
                   AT END
                       MOVE "Y" TO END-OF-KUNDE-FILE
                   NOT AT END
                       IF KUNDE-AKTIV
                           PERFORM SCOR-KUNDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KUNDE-FILE
           MOVE "N" TO END-OF-KUNDE-FILE
       EXIT.

      *****************************************************************
      * SCOR-KUNDE                                                    *
      * Formål: Scorer den aktuelle kunde faktor for faktor, sætter   *
      *         klassen og næste opfriskning, og skriver kunden på    *
      *         worklisten hvis opfriskningen forfalder i             *
      *         indeværende måned eller er overskredet.               *
      *****************************************************************
       SCOR-KUNDE.
           MOVE KUNDE-ID IN KUNDEOPL TO WS-SCOR-KUNDE
           PERFORM FIND-REGISTER-POST
           IF WS-REG-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-ANTAL-SCORET

           PERFORM POINT-SEGMENT
           PERFORM POINT-LAND
           PERFORM POINT-RESIDENS
           PERFORM POINT-SANKTION
           PERFORM POINT-KONTANT
           PERFORM POINT-FRAUD
           PERFORM POINT-PRODUKT
           COMPUTE RA-POINT(RA-IX) = RA-P-SEGMENT(RA-IX)
               + RA-P-LAND(RA-IX) + RA-P-RESIDENS(RA-IX)
               + RA-P-SANKTION(RA-IX) + RA-P-KONTANT(RA-IX)
               + RA-P-FRAUD(RA-IX) + RA-P-PRODUKT(RA-IX)

           MOVE RA-KLASSE(RA-IX) TO RA-FORRIGE-KLASSE(RA-IX)
           EVALUATE TRUE
               WHEN RA-POINT(RA-IX) >= WS-GRAENSE-HOEJ
                   MOVE "H" TO RA-KLASSE(RA-IX)
                   MOVE WS-AAR-HOEJ TO WS-INTERVAL-AAR
                   ADD 1 TO TR-ANTAL-HOEJ
               WHEN RA-POINT(RA-IX) >= WS-GRAENSE-MELLEM
                   MOVE "M" TO RA-KLASSE(RA-IX)
                   MOVE WS-AAR-MELLEM TO WS-INTERVAL-AAR
                   ADD 1 TO TR-ANTAL-MELLEM
               WHEN OTHER
                   MOVE "L" TO RA-KLASSE(RA-IX)
                   MOVE WS-AAR-LAV TO WS-INTERVAL-AAR
                   ADD 1 TO TR-ANTAL-LAV
           END-EVALUATE
           IF RA-FORRIGE-KLASSE(RA-IX) NOT = SPACES
               AND RA-FORRIGE-KLASSE(RA-IX) NOT = RA-KLASSE(RA-IX)
               ADD 1 TO TR-ANTAL-AENDRET
           END-IF
           MOVE WS-DAGS-DATO TO RA-SCORET-DATO(RA-IX)

           PERFORM OPDATER-KYC-DATOER
           IF RA-NAESTE-KYC-DATO(RA-IX)(1:7) <= WS-DAGS-DATO(1:7)
               ADD 1 TO TR-ANTAL-FORFALDEN
               PERFORM SKRIV-FORFALDEN
           END-IF
       EXIT.

      *****************************************************************
      * FIND-REGISTER-POST                                            *
      * Formål: Finder kundens post i REG-ARRAY (RA-IX). En ny kunde  *
      *         oprettes med seneste opfriskning sat til oprettelsen  *
      *         af kundens ældste konto - eller i dag, hvis kunden    *
      *         ingen konti har.                                      *
      *****************************************************************
       FIND-REGISTER-POST.
           MOVE "N" TO WS-REG-FUNDET
           PERFORM VARYING RA-IX FROM 1 BY 1 UNTIL RA-IX > REG-COUNT
               IF RA-KUNDE-ID(RA-IX) = WS-SCOR-KUNDE
                   MOVE "Y" TO WS-REG-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REG-FUNDET = "Y"
               EXIT PARAGRAPH
           END-IF
           IF REG-COUNT >= REG-MAX-ANTAL
               MOVE "Y" TO REG-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAGS-DATO TO WS-AELDSTE-KONTO
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-COUNT
               IF KT-KUNDE-ID(KT-IX) = WS-SCOR-KUNDE
                   AND KT-OPRETTET(KT-IX) NOT = SPACES
                   AND KT-OPRETTET(KT-IX) < WS-AELDSTE-KONTO
                   MOVE KT-OPRETTET(KT-IX) TO WS-AELDSTE-KONTO
               END-IF
           END-PERFORM
           ADD 1 TO REG-COUNT
           MOVE REG-COUNT TO RA-IX
           INITIALIZE REG-ARRAY(RA-IX)
           MOVE WS-SCOR-KUNDE    TO RA-KUNDE-ID(RA-IX)
           MOVE SPACES           TO RA-KLASSE(RA-IX)
           MOVE WS-AELDSTE-KONTO TO RA-SENESTE-KYC-DATO(RA-IX)
           MOVE "Y" TO WS-REG-FUNDET
       EXIT.

       POINT-SEGMENT.
           MOVE ZERO TO RA-P-SEGMENT(RA-IX)
           EVALUATE TRUE
               WHEN SEGMENT-ERHVERV
                   MOVE WS-PT-SEGMENT-ERHVERV TO RA-P-SEGMENT(RA-IX)
               WHEN SEGMENT-PRIVATE-BANKING
                   MOVE WS-PT-SEGMENT-PRIVATE TO RA-P-SEGMENT(RA-IX)
           END-EVALUATE
       EXIT.

      * Adresselandet: blank, "DK" og landekoden "45" er indenlandsk
       POINT-LAND.
           MOVE ZERO TO RA-P-LAND(RA-IX)
           MOVE LANDE-KODE IN KUNDEOPL TO WS-LAND
           IF WS-LAND = SPACES OR WS-LAND = "DK" OR WS-LAND = "45"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RISIKOLAND
           IF WS-RISIKOLAND = "J"
               MOVE WS-PT-RISIKOLAND TO RA-P-LAND(RA-IX)
           ELSE
               MOVE WS-PT-UDLAND TO RA-P-LAND(RA-IX)
           END-IF
       EXIT.

      * Udenlandsk skatteresidens - et højrisikoland tæller fuldt
       POINT-RESIDENS.
           MOVE ZERO TO RA-P-RESIDENS(RA-IX)
           PERFORM VARYING RES-IX FROM 1 BY 1 UNTIL RES-IX > RES-COUNT
               IF RES-KUNDE-ID(RES-IX) = WS-SCOR-KUNDE
                   MOVE RES-LANDE-KODE(RES-IX) TO WS-LAND
                   PERFORM CHECK-RISIKOLAND
                   IF WS-RISIKOLAND = "J"
                       MOVE WS-PT-RISIKOLAND TO RA-P-RESIDENS(RA-IX)
                   ELSE
                       IF RA-P-RESIDENS(RA-IX) < WS-PT-UDLAND
                           MOVE WS-PT-UDLAND TO RA-P-RESIDENS(RA-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

       CHECK-RISIKOLAND.
           MOVE "N" TO WS-RISIKOLAND
           PERFORM VARYING RL-IX FROM 1 BY 1 UNTIL RL-IX > RL-COUNT
               IF RL-KODE(RL-IX) = WS-LAND
                   MOVE "J" TO WS-RISIKOLAND
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       POINT-SANKTION.
           MOVE ZERO TO RA-P-SANKTION(RA-IX)
           PERFORM VARYING SH-IX FROM 1 BY 1 UNTIL SH-IX > SH-COUNT
               IF SH-KUNDE-ID(SH-IX) = WS-SCOR-KUNDE
                   MOVE WS-PT-SANKTION TO RA-P-SANKTION(RA-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      * Kontantaktiviteten måles mod den regulatoriske grænse: over
      * grænsen, over halvdelen af grænsen, eller blot aktivitet
       POINT-KONTANT.
           MOVE ZERO TO RA-P-KONTANT(RA-IX)
           MOVE ZERO TO WS-KONTANT-SUM
           PERFORM VARYING KA-IX FROM 1 BY 1 UNTIL KA-IX > KA-COUNT
               IF KA-KUNDE-ID(KA-IX) = WS-SCOR-KUNDE
                   MOVE KA-SUM(KA-IX) TO WS-KONTANT-SUM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-KONTANT-DOBBELT = WS-KONTANT-SUM * 2
           EVALUATE TRUE
               WHEN WS-KONTANT-SUM >= WS-GRAENSE-BELOB
                   MOVE WS-PT-KONTANT-OVER TO RA-P-KONTANT(RA-IX)
               WHEN WS-KONTANT-DOBBELT >= WS-GRAENSE-BELOB
                   MOVE WS-PT-KONTANT-HALV TO RA-P-KONTANT(RA-IX)
               WHEN WS-KONTANT-SUM > ZERO
                   MOVE WS-PT-KONTANT-LAV TO RA-P-KONTANT(RA-IX)
           END-EVALUATE
       EXIT.

      * En bekræftet svigsag vejer tungere end en åben sag
       POINT-FRAUD.
           MOVE ZERO TO RA-P-FRAUD(RA-IX)
           PERFORM VARYING FR-IX FROM 1 BY 1 UNTIL FR-IX > FR-COUNT
               IF FR-KUNDE-ID(FR-IX) = WS-SCOR-KUNDE
                   IF FR-STATUS(FR-IX) = "B"
                       MOVE WS-PT-FRAUD-BEKRAEFTET
                           TO RA-P-FRAUD(RA-IX)
                   ELSE
                       IF RA-P-FRAUD(RA-IX) < WS-PT-FRAUD-AABEN
                           MOVE WS-PT-FRAUD-AABEN
                               TO RA-P-FRAUD(RA-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      * Produkttyper: erhvervskonti og konti i fremmed valuta
       POINT-PRODUKT.
           MOVE ZERO TO RA-P-PRODUKT(RA-IX)
           MOVE "N" TO WS-HAR-ERHVERV
           MOVE "N" TO WS-HAR-VALUTA
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-COUNT
               IF KT-KUNDE-ID(KT-IX) = WS-SCOR-KUNDE
                   IF KT-TYPE(KT-IX) = "E"
                       MOVE "J" TO WS-HAR-ERHVERV
                   END-IF
                   IF KT-VALUTA(KT-IX) NOT = SPACES
                       AND KT-VALUTA(KT-IX) NOT = "DKK"
                       MOVE "J" TO WS-HAR-VALUTA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HAR-ERHVERV = "J"
               ADD WS-PT-ERHVERVSKONTO TO RA-P-PRODUKT(RA-IX)
           END-IF
           IF WS-HAR-VALUTA = "J"
               ADD WS-PT-VALUTAKONTO TO RA-P-PRODUKT(RA-IX)
           END-IF
       EXIT.

      *****************************************************************
      * OPDATER-KYC-DATOER                                            *
      * Formål: En udført opfriskning nyere end registrets rykker     *
      *         seneste-datoen frem. Næste opfriskning er seneste     *
      *         plus klassens interval i år, så en skærpet klasse     *
      *         straks kan gøre opfriskningen forfalden.              *
      *****************************************************************
       OPDATER-KYC-DATOER.
           PERFORM VARYING KF-IX FROM 1 BY 1 UNTIL KF-IX > KF-COUNT
               IF KFT-KUNDE-ID(KF-IX) = WS-SCOR-KUNDE
                   AND KFT-DATO(KF-IX) > RA-SENESTE-KYC-DATO(RA-IX)
                   MOVE KFT-DATO(KF-IX) TO RA-SENESTE-KYC-DATO(RA-IX)
               END-IF
           END-PERFORM
           IF RA-SENESTE-KYC-DATO(RA-IX) = SPACES
               MOVE WS-DAGS-DATO TO RA-SENESTE-KYC-DATO(RA-IX)
           END-IF
           COMPUTE WS-NY-AAR =
               FUNCTION NUMVAL(RA-SENESTE-KYC-DATO(RA-IX)(1:4))
               + WS-INTERVAL-AAR
           MOVE SPACES TO WS-NY-DATO
           STRING WS-NY-AAR DELIMITED BY SIZE
               RA-SENESTE-KYC-DATO(RA-IX)(5:6) DELIMITED BY SIZE
               INTO WS-NY-DATO
           MOVE WS-NY-DATO TO RA-NAESTE-KYC-DATO(RA-IX)
       EXIT.

      *****************************************************************
      * SKRIV-FORFALDEN                                               *
      * Formål: Skriver kunden på worklisten med klasse, forfald og   *
      *         pointbidraget pr. faktor.                             *
      *****************************************************************
       SKRIV-FORFALDEN.
           MOVE RA-POINT(RA-IX) TO WS-POINT-DISPLAY
           STRING "KYC-OPFRISKNING KUNDE=" DELIMITED BY SIZE
                   WS-SCOR-KUNDE DELIMITED BY SPACE
                   " KLASSE=" DELIMITED BY SIZE
                   RA-KLASSE(RA-IX) DELIMITED BY SIZE
                   " FORRIGE=" DELIMITED BY SIZE
                   RA-FORRIGE-KLASSE(RA-IX) DELIMITED BY SIZE
                   " POINT=" DELIMITED BY SIZE
                   WS-POINT-DISPLAY DELIMITED BY SIZE
                   " FORFALD=" DELIMITED BY SIZE
                   RA-NAESTE-KYC-DATO(RA-IX) DELIMITED BY SIZE
                   " SIDST=" DELIMITED BY SIZE
                   RA-SENESTE-KYC-DATO(RA-IX) DELIMITED BY SIZE
                   " SEG=" DELIMITED BY SIZE
                   RA-P-SEGMENT(RA-IX) DELIMITED BY SIZE
                   " LAND=" DELIMITED BY SIZE
                   RA-P-LAND(RA-IX) DELIMITED BY SIZE
                   " RES=" DELIMITED BY SIZE
                   RA-P-RESIDENS(RA-IX) DELIMITED BY SIZE
                   " SANK=" DELIMITED BY SIZE
                   RA-P-SANKTION(RA-IX) DELIMITED BY SIZE
                   " KONT=" DELIMITED BY SIZE
                   RA-P-KONTANT(RA-IX) DELIMITED BY SIZE
                   " FRAUD=" DELIMITED BY SIZE
                   RA-P-FRAUD(RA-IX) DELIMITED BY SIZE
                   " PROD=" DELIMITED BY SIZE
                   RA-P-PRODUKT(RA-IX) DELIMITED BY SIZE
                   INTO WORKLIST-LINE
           PERFORM SKRIV-WORKLIST-LINE
       EXIT.

       SKRIV-TRAILER.
           STRING "TRAILER SCORET=" DELIMITED BY SIZE
                   TR-ANTAL-SCORET DELIMITED BY SIZE
                   " HOEJ=" DELIMITED BY SIZE
                   TR-ANTAL-HOEJ DELIMITED BY SIZE
                   " MELLEM=" DELIMITED BY SIZE
                   TR-ANTAL-MELLEM DELIMITED BY SIZE
                   " LAV=" DELIMITED BY SIZE
                   TR-ANTAL-LAV DELIMITED BY SIZE
                   " KLASSE-AENDRET=" DELIMITED BY SIZE
                   TR-ANTAL-AENDRET DELIMITED BY SIZE
                   " FORFALDNE=" DELIMITED BY SIZE
                   TR-ANTAL-FORFALDEN DELIMITED BY SIZE
                   INTO WORKLIST-LINE
           PERFORM SKRIV-WORKLIST-LINE
       EXIT.

       SKRIV-WORKLIST-LINE.
           WRITE WORKLIST-LINE
           MOVE "WORKLIST-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE WORKLIST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WORKLIST-LINE
       EXIT.

      *****************************************************************
      * SKRIV-REGISTER                                                *
      * Formål: Skriver risikoregistret tilbage. Kunder der ikke      *
      *         længere er aktive, beholder deres sidste score.       *
      *****************************************************************
       SKRIV-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING RA-IX FROM 1 BY 1 UNTIL RA-IX > REG-COUNT
               MOVE REG-ARRAY(RA-IX) TO RISIKOOPL
               WRITE RISIKOOPL
               MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"         TO WS-IO-OPERATION
               MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           IF REG-OVERFLOW = "Y"
               DISPLAY "OpgaveRisikoScore: REG-ARRAY fuld - "
                   "kunder uden risikoklasse"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
           CLOSE REGISTER-FILE
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
      *         forretningsdato (se LAES-FORRETNINGSDATO). Er datoen  *
      *         nul, bruges de oprindelige, udaterede filnavne.       *
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
