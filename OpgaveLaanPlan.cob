      *             restgæld pr. termin - skrives til LaanPlan.txt.   *
      *             Den beregnede ydelse gemmes i registret           *
      *             (Laan.NY), så den månedlige opkrævningskørsel     *
      *             kan rejse den uden at genberegne. Et variabelt    *
      *             forrentet lån har fået sin ydelse sat af den      *
      *             seneste rentetilpasning (OpgaveLaanRenteReset);   *
      *             dets plan regnes fra restgælden med den ydelse,   *
      *             som derfor ikke overskrives.                      *
      *             Planens hoved viser aftalens ÅOP ved den aktuelle *
      *             sats, regnet med etableringsgebyret og det        *
      *             månedlige gebyr fra ÅOP-registret (OpgaveAaop).   *
      *             Er lånet ikke i registret, regnes ÅOP uden        *
      *             gebyrer og markeres derefter.                     *
      * INPUT:      Laan.txt     - Udlånsregistret                    *
      *             Aaop.txt     - ÅOP-registret                      *
      * OUTPUT:     LaanPlan.txt - Amortiseringsplaner                *
      *             Laan.NY      - Register med ydelser sat           *
      *****************************************************************
           SELECT PLAN-FILE ASSIGN TO "LaanPlan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS.
           SELECT AAOP-FILE ASSIGN TO "Aaop.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AAOP-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "LaanPlan-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
       FD PLAN-FILE.
       01 PLAN-LINE        PIC X(100) VALUE SPACES.

       FD AAOP-FILE.
       01 AAOPOPL.
           COPY "AAOPOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       01 WS-AFDRAG-DISPLAY PIC Z(6)9.99.
       01 WS-YDELSE-DISPLAY PIC Z(6)9.99.

      * ÅOP-registrets gebyrgrundlag for lånene
       01 END-OF-AAOP-FILE PIC X VALUE "N".
       01 AAOP-MAX-ANTAL   PIC 9(4) VALUE 1000.
       01 AAOP-COUNT       PIC 9(4) VALUE ZERO.
       01 AAOP-ARRAY OCCURS 1000 TIMES.
           COPY "AAOPOPL.cpy"
               REPLACING LEADING ==AO-== BY ==AR-==.
       01 AR-IX            PIC 9(4) VALUE ZERO.
       01 WS-AAOP-FUNDET   PIC X VALUE "N".

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

       01 TR-ANTAL-LAAN    PIC 9(5) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
       01 LAAN-FILE-STATUS    PIC XX VALUE "00".
       01 LAAN-NY-FILE-STATUS PIC XX VALUE "00".
       01 PLAN-FILE-STATUS    PIC XX VALUE "00".
       01 AAOP-FILE-STATUS    PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME     PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION     PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT IO-ERROR-FILE
           PERFORM LOAD-AAOP-REGISTER

           OPEN INPUT LAAN-FILE
           MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE PLAN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO PLAN-LINE

           PERFORM UNTIL END-OF-LAAN-FILE = "Y"
               READ LAAN-FILE INTO LAANOPL
      *         termin for termin: rente af restgælden, afdrag som    *
      *         resten af ydelsen, og ny restgæld. Sidste termin      *
      *         afregner hele restgælden, så afrunding ikke           *
      *         efterlader ører. Et variabelt lån med ydelse sat      *
      *         planlægges fra restgælden med den aktuelle sats.      *
      *****************************************************************
       GENERER-PLAN.
           IF LAAN-LOEBETID-MDR = ZERO OR LAAN-HOVEDSTOL = ZERO
               PERFORM SKRIV-PLAN-LINE
           ELSE
               COMPUTE WS-MDR-RENTE = LAAN-RENTE / 12
               IF LAAN-VARIABEL-RENTE AND LAAN-YDELSE > ZERO
                   MOVE LAAN-YDELSE TO WS-YDELSE
               ELSE
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
               END-IF
               MOVE WS-YDELSE TO LAAN-YDELSE
               MOVE WS-YDELSE TO WS-YDELSE-DISPLAY
               PERFORM BEREGN-LAAN-AAOP
               MOVE WS-AAOP-SATS TO WS-AAOP-DISPLAY
               STRING "PLAN FOR LAAN " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " YDELSE=" DELIMITED BY SIZE
                       WS-YDELSE-DISPLAY DELIMITED BY SIZE
                       " TERMINER=" DELIMITED BY SIZE
                       LAAN-LOEBETID-MDR DELIMITED BY SIZE
                       " AAOP=" DELIMITED BY SIZE
                       WS-AAOP-DISPLAY DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO PLAN-LINE
               IF WS-AAOP-FUNDET = "N"
                   MOVE "EKSKL. GEBYRER" TO PLAN-LINE(70:14)
               END-IF
               PERFORM SKRIV-PLAN-LINE
               IF LAAN-VARIABEL-RENTE AND LAAN-YDELSE > ZERO
                   MOVE LAAN-RESTGAELD TO WS-REST
               ELSE
                   MOVE LAAN-HOVEDSTOL TO WS-REST
               END-IF
               PERFORM VARYING WS-TERMIN FROM 1 BY 1
                       UNTIL WS-TERMIN > LAAN-LOEBETID-MDR
                           OR WS-REST NOT > ZERO
           END-IF
       EXIT.

      *****************************************************************
      * BEREGN-LAAN-AAOP                                              *
      * Formål: Aftalens ÅOP ved den aktuelle sats: annuiteten af     *
      *         hovedstolen over hele løbetiden plus det månedlige    *
      *         gebyr, mod hovedstolen minus etableringsgebyret.      *
      *****************************************************************
       BEREGN-LAAN-AAOP.
           MOVE "N" TO WS-AAOP-FUNDET
           MOVE ZERO TO WS-AAOP-ETABLERING
           MOVE ZERO TO WS-AAOP-YDELSE
           PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AAOP-COUNT
               IF AR-LAAN IN AAOP-ARRAY(AR-IX)
                   AND AR-ID IN AAOP-ARRAY(AR-IX) = LAAN-ID
                   MOVE "Y" TO WS-AAOP-FUNDET
                   MOVE AR-ETABLERING IN AAOP-ARRAY(AR-IX)
                       TO WS-AAOP-ETABLERING
                   MOVE AR-MDR-GEBYR IN AAOP-ARRAY(AR-IX)
                       TO WS-AAOP-YDELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MDR-RENTE = ZERO
               COMPUTE WS-AAOP-YDELSE ROUNDED = WS-AAOP-YDELSE
                   + LAAN-HOVEDSTOL / LAAN-LOEBETID-MDR
           ELSE
               COMPUTE WS-FAKTOR =
                   1 - (1 + WS-MDR-RENTE)
                       ** (ZERO - LAAN-LOEBETID-MDR)
               COMPUTE WS-AAOP-YDELSE ROUNDED = WS-AAOP-YDELSE
                   + LAAN-HOVEDSTOL * WS-MDR-RENTE / WS-FAKTOR
           END-IF
           MOVE LAAN-HOVEDSTOL    TO WS-AAOP-HOVEDSTOL
           MOVE LAAN-LOEBETID-MDR TO WS-AAOP-TERMINER
           MOVE ZERO              TO WS-AAOP-SLUTBETALING
           PERFORM BEREGN-AAOP
       EXIT.

      *****************************************************************
      * BEREGN-AAOP                                                   *
      * Formål: Finder den månedlige rente i, der gør nutidsværdien   *
      *         af WS-AAOP-TERMINER ydelser og slutbetalingen lig     *
      *         hovedstolen minus etableringsgebyret, ved halvering   *
      *         af intervallet 0-25% pr. måned. ÅOP = (1+i)^12 - 1 i  *
      *         procent.                                              *
      *****************************************************************
       BEREGN-AAOP.
           MOVE ZERO TO WS-AAOP-SATS
           MOVE ZERO TO WS-AAOP-OMKOSTNINGER
           COMPUTE WS-AAOP-NETTO =
               WS-AAOP-HOVEDSTOL - WS-AAOP-ETABLERING
           COMPUTE WS-AAOP-BETALT =
               WS-AAOP-YDELSE * WS-AAOP-TERMINER
               + WS-AAOP-SLUTBETALING
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
      * LOAD-AAOP-REGISTER                                            *
      * Formål: Læser Aaop.txt ind i AAOP-ARRAY. Mangler registret,   *
      *         regnes alle planers ÅOP uden gebyrer.                 *
      *****************************************************************
       LOAD-AAOP-REGISTER.
           OPEN INPUT AAOP-FILE
           IF AAOP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-AAOP-FILE = "Y"
               READ AAOP-FILE INTO AAOPOPL
                   AT END
                       MOVE "Y" TO END-OF-AAOP-FILE
                   NOT AT END
                       IF AO-LAAN AND AAOP-COUNT < AAOP-MAX-ANTAL
                           ADD 1 TO AAOP-COUNT
                           MOVE AAOPOPL TO AAOP-ARRAY(AAOP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AAOP-FILE
       EXIT.

       SKRIV-PLAN-LINE.
           WRITE PLAN-LINE
           MOVE "PLAN-FILE" TO WS-IO-FILE-NAME
