      *****************************************************************
      * PROGRAM-ID: OPGAVECASHPOOL                                    *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Notionel cash pool for koncernkunder. Større      *
      *             erhvervskunder driver flere selskaber med hver    *
      *             deres konti; OpgaveSweep flytter kun penge        *
      *             mellem én kundes egne konti og kan ikke puljes på *
      *             tværs af KUNDE-ID'er. Pr. pulje i Cashpools.txt   *
      *             opgøres nu dagligt nettopositionen som summen af  *
      *             deltagerkontienes saldi (CashpoolDeltagere.txt) - *
      *             uden fysiske overførsler. Er nettopuljen positiv, *
      *             gælder puljens kreditsats, ellers debetsatsen, og *
      *             dagens rente af nettoen fordeles tilbage på       *
      *             deltagerne efter deres bidrag (kontoens saldo af  *
      *             samme sats, så fordelingen summer til puljens     *
      *             rente). Det fordelte akkumuleres i registret      *
      *             CashpoolAkkumulering.txt. Ved første kørsel i en  *
      *             ny måned tilskrives eller debiteres forrige       *
      *             måneds rente som CASHPOOLRENTE-transaktioner i    *
      *             dagens Transaktioner.txt, afrundingsdifferencen   *
      *             mellem puljens rente og de afrundede andele føres *
      *             på topkontoen, renten journalføres i              *
      *             CashpoolRenteJournal.txt, og koncernens treasury  *
      *             får opgørelsen Cashpool-Opgoerelse.txt. En konto  *
      *             hvis CA-SENESTE-DATO allerede er dagens dato      *
      *             springes over, så en genkørsel ikke               *
      *             dobbeltakkumulerer. RETURN-CODE 4 ved afviste     *
      *             deltagere, 8 ved I/O-fejl eller fuld tabel.       *
      * INPUT:      Cashpools.txt         - Puljeregistret            *
      *             CashpoolDeltagere.txt - Deltagerkontiene          *
      *             KontoOpl.txt          - Saldi og valuta           *
      *             Transaktioner.txt     - REG-NR-kobling            *
      *             Kontoplan.txt         - Kontoplan (kontrol)       *
      *             CashpoolAkkumulering.txt - Registret              *
      * OUTPUT:     CashpoolAkkumulering.txt - Opdateret register     *
      *             Transaktioner.txt     - Udvides med renten        *
      *             CashpoolRenteJournal.txt - Afregnet puljerente    *
      *                                     (EXTEND)                  *
      *             Cashpool-Rapport.txt  - Dagens nettopositioner    *
      *             Cashpool-Opgoerelse.txt - Månedsopgørelsen        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveCashpool.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOL-FILE ASSIGN TO "Cashpools.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POOL-FILE-STATUS.
           SELECT DELTAGER-FILE ASSIGN TO "CashpoolDeltagere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTAGER-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT AKKUM-FILE ASSIGN TO "CashpoolAkkumulering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AKKUM-FILE-STATUS.
           SELECT TRANS-UD-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-UD-FILE-STATUS.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT KONTOPLAN-FILE ASSIGN TO "Kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTOPLAN-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CashpoolRenteJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO WS-RAPPORT-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT OPGOERELSE-FILE ASSIGN TO WS-OPGOERELSE-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPGOERELSE-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Cashpool-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POOL-FILE.
       01 CASHPOOLOPL.
           COPY "CASHPOOLOPL.cpy".

       FD DELTAGER-FILE.
       01 CASHPOOLDELTOPL.
           COPY "CASHPOOLDELTOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD AKKUM-FILE.
       01 CASHPOOLAKKUMOPL.
           COPY "CASHPOOLAKKUMOPL.cpy".

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

       FD KONTOPLAN-FILE.
       01 KONTOPLANOPL.
           COPY "KONTOPLANOPL.cpy".

       FD JOURNAL-FILE.
       01 RENTEJOURNALOPL.
           COPY "RENTEJOURNALOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD OPGOERELSE-FILE.
       01 OPGOERELSE-LINE  PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-KONTO-FILE PIC X VALUE "N".

      * Entydig transaktionsreference til de dannede records (se
      * DAN-TRANS-REF): programkode + koerselstidsstempel +
      * loebenummer i koerslen - baeres hele vejen gennem journal,
      * clearing, arkiv og udskrift
       01 WS-TRANS-REF      PIC X(16) VALUE SPACES.
       01 WS-REF-PREFIX     PIC X(11) VALUE SPACES.
       01 WS-REF-LOEBENR    PIC 9(5) VALUE ZERO.
       01 WS-REF-TID        PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO       PIC 9(8) VALUE ZERO.

      * Puljeregistret - PX-felterne er dagens opgørelse pr. pulje
       01 END-OF-POOL-FILE  PIC X VALUE "N".
       01 POOL-FILE-STATUS  PIC XX VALUE "00".
       01 POOL-MAX-ANTAL    PIC 9(3) VALUE 200.
       01 POOL-COUNT        PIC 9(3) VALUE ZERO.
       01 POOL-OVERFLOW     PIC X VALUE "N".
       01 POOL-ARRAY OCCURS 200 TIMES.
           COPY "CASHPOOLOPL.cpy"
               REPLACING LEADING ==CP-== BY ==PL-==.
       01 POOL-DAG-TABEL.
           02 POOL-DAG OCCURS 200 TIMES.
               03 PX-NETTO        PIC S9(11)V99.
               03 PX-ANTAL        PIC 9(4).
               03 PX-SATS         PIC S9(01)V9999.
               03 PX-DAGSRENTE    PIC S9(7)V9999.
       01 PL-IX             PIC 9(3) VALUE ZERO.
       01 WS-POOL-FUNDET    PIC X VALUE "N".

      * Deltagerkontiene - DX-felterne er kontoens saldo og dagens
      * gyldighed efter VALIDER-DELTAGERE
       01 END-OF-DELTAGER-FILE PIC X VALUE "N".
       01 DELTAGER-FILE-STATUS PIC XX VALUE "00".
       01 DELT-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 DELT-COUNT        PIC 9(4) VALUE ZERO.
       01 DELT-OVERFLOW     PIC X VALUE "N".
       01 DELT-ARRAY OCCURS 2000 TIMES.
           COPY "CASHPOOLDELTOPL.cpy"
               REPLACING LEADING ==CD-== BY ==DL-==.
       01 DELT-DAG-TABEL.
           02 DELT-DAG OCCURS 2000 TIMES.
               03 DX-FUNDET       PIC X.
               03 DX-BALANCE      PIC S9(9)V99.
               03 DX-VALUTA       PIC X(03).
               03 DX-AKTIV        PIC X.
               03 DX-POOL-IX      PIC 9(3).
       01 DL-IX             PIC 9(4) VALUE ZERO.
       01 DL-IX-2           PIC 9(4) VALUE ZERO.
       01 WS-AFVIS-AARSAG   PIC X(30) VALUE SPACES.

      * Akkumuleringsregistret loades i hukommelse, opdateres pr.
      * deltager og skrives samlet tilbage, som
      * TraekRenteAkkumulering.txt
       01 END-OF-AKKUM-FILE PIC X VALUE "N".
       01 AKKUM-FILE-STATUS PIC XX VALUE "00".
       01 AKKUM-MAX-ANTAL   PIC 9(4) VALUE 2000.
       01 AKKUM-COUNT       PIC 9(4) VALUE ZERO.
       01 AKKUM-OVERFLOW    PIC X VALUE "N".
       01 AKKUM-ARRAY OCCURS 2000 TIMES.
           COPY "CASHPOOLAKKUMOPL.cpy"
               REPLACING LEADING ==CA-== BY ==AK-==.
       01 AK-IX             PIC 9(4) VALUE ZERO.
       01 WS-AKKUM-FUNDET   PIC X VALUE "N".

      * Konto -> REG-NR udledt af dagens Transaktioner.txt
       01 END-OF-TRANSIND-FILE PIC X VALUE "N".
       01 RMAP-MAX-ANTAL   PIC 9(4) VALUE 2000.
       01 RMAP-COUNT       PIC 9(4) VALUE ZERO.
       01 RMAP-OVERFLOW    PIC X VALUE "N".
       01 RMAP-TABEL.
           02 RMAP-ENTRY OCCURS 2000 TIMES.
               03 RM-KONTO-ID PIC X(10).
               03 RM-REG-NR   PIC X(6).
       01 RX               PIC 9(4) VALUE ZERO.
       01 WS-RMAP-FUNDET   PIC X VALUE "N".
       01 WS-SOEG-KONTO-ID PIC X(10) VALUE SPACES.
       01 WS-KONTO-REGNR   PIC X(6) VALUE SPACES.

      * Kontoplanen efterses kun for en CASHPOOLRENTE-række - uden
      * den konterer OpgaveHovedbog renten på opsamlingskontoen
       01 END-OF-KONTOPLAN  PIC X VALUE "N".
       01 WS-KPL-POOL-FUNDET PIC X VALUE "N".

      * Dagens beregning
       01 WS-DAGE-PR-MAANED PIC 9(2) VALUE 30.
       01 WS-DAGSRENTE      PIC S9(7)V9999 VALUE ZERO.
       01 WS-SATS-DISPLAY   PIC -9.9999.
       01 WS-NETTO-DISPLAY  PIC -(11)9.99.
       01 WS-DAGS-DISPLAY   PIC -(6)9.9999.
       01 WS-ANTAL-DISPLAY  PIC Z(3)9.

      * Månedens afregning pr. pulje
       01 WS-AFR-POOL-ID    PIC X(08) VALUE SPACES.
       01 WS-AFR-PX         PIC 9(3) VALUE ZERO.
       01 WS-AFR-ANTAL      PIC 9(4) VALUE ZERO.
       01 WS-AFR-UAFRUNDET  PIC S9(9)V9999 VALUE ZERO.
       01 WS-AFR-AFRUNDET   PIC S9(9)V99 VALUE ZERO.
       01 WS-AFR-SALDO-SUM  PIC S9(13)V99 VALUE ZERO.
       01 WS-AFR-MAX-DAGE   PIC 9(3) VALUE ZERO.
       01 WS-PULJE-RENTE    PIC S9(9)V99 VALUE ZERO.
       01 WS-AFRUNDING      PIC S9(7)V99 VALUE ZERO.
       01 WS-GNS-SALDO      PIC S9(11)V99 VALUE ZERO.
       01 WS-RENTEBELOB     PIC S9(7)V99 VALUE ZERO.
       01 WS-RENTE-ABS      PIC 9(7)V99 VALUE ZERO.
       01 WS-BELOB-TEKST    PIC X(12) VALUE SPACES.
       01 WS-BELOB-NUM      PIC 9(7).99.
       01 WS-RENTE-DISPLAY  PIC -(6)9.99.
       01 WS-PERIODE        PIC X(07) VALUE SPACES.
       01 WS-POST-KONTO-ID  PIC X(10) VALUE SPACES.
       01 WS-POST-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 WS-POST-VALUTA    PIC X(03) VALUE SPACES.
       01 WS-OPGOERELSE-AABEN PIC X VALUE "N".

       01 TR-ANTAL-PULJER    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-DELTAGERE PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AKKUMULERET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-SKIPPET   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFREGNET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-POSTERET  PIC 9(5) VALUE ZERO.
       01 TR-TOTAL-DAGSRENTE PIC S9(9)V9999 SIGN LEADING SEPARATE
           VALUE ZERO.
       01 TR-TOTAL-AFREGNET PIC S9(9)V99 SIGN LEADING SEPARATE
           VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 KONTOPLAN-FILE-STATUS   PIC XX VALUE "00".
       01 JOURNAL-FILE-STATUS     PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS     PIC XX VALUE "00".
       01 OPGOERELSE-FILE-STATUS  PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME         PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS            PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT       PIC 9(5) VALUE ZERO.

      * Akkumuleringsdato - forretningsdatoen hvis sat, ellers dags
      * dato, samme valg som OpgaveTraekRente
       01 WS-SYSDATO        PIC 9(8) VALUE ZERO.
       01 WS-AKKUM-DATO     PIC X(10) VALUE SPACES.
       01 WS-TIDSPUNKT      PIC X(19) VALUE SPACES.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). CashpoolAkkumulering.txt forbliver udateret,
      * da den er et persistent register på tværs af kørsler.
       01 WS-FORRETNINGSDATO       PIC 9(8) VALUE ZERO.
       01 WS-KONTO-FILNAVN         PIC X(40) VALUE "KontoOpl.txt".
       01 WS-TRANS-FILNAVN         PIC X(40)
           VALUE "Transaktioner.txt".
       01 WS-RAPPORT-FILNAVN       PIC X(40)
           VALUE "Cashpool-Rapport.txt".
       01 WS-OPGOERELSE-FILNAVN    PIC X(40)
           VALUE "Cashpool-Opgoerelse.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-AKKUM-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM BYG-KONTO-MAP
           PERFORM LOAD-POOLS
           PERFORM LOAD-DELTAGERE
           PERFORM LOAD-AKKUM-REGISTER
           PERFORM CHECK-KONTOPLAN
           PERFORM LAES-SALDI

           OPEN EXTEND TRANS-UD-FILE
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE "JOURNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE JOURNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
           STRING "CASH POOL - NOTIONEL NETTOPOSITION "
                   DELIMITED BY SIZE
                   WS-AKKUM-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM VALIDER-DELTAGERE
           PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > POOL-COUNT
               PERFORM BEHANDL-POOL
           END-PERFORM
           PERFORM AFREGN-FORAELDREDE

           IF AKKUM-OVERFLOW = "N"
               PERFORM SKRIV-AKKUM-REGISTER
           END-IF
           PERFORM TRAILER

           DISPLAY "OpgaveCashpool: " TR-ANTAL-PULJER " puljer, "
               TR-ANTAL-AKKUMULERET " deltagere akkumuleret, "
               TR-ANTAL-AFREGNET " afregnet, " TR-ANTAL-AFVIST
               " afvist"

           CLOSE TRANS-UD-FILE
           CLOSE JOURNAL-FILE
           CLOSE RAPPORT-FILE
           IF WS-OPGOERELSE-AABEN = "Y"
               CLOSE OPGOERELSE-FILE
           END-IF
           CLOSE IO-ERROR-FILE

      * RETURN-CODE sættes så en kaldende JCL-job-step kan betinge
      * senere steps på om kørslen gik igennem uden I/O-fejl
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   OR POOL-OVERFLOW = "Y" OR DELT-OVERFLOW = "Y"
                   OR AKKUM-OVERFLOW = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-AFVIST > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       SKRIV-RAPPORT-LINE.
           WRITE RAPPORT-LINE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
       EXIT.

       SKRIV-OPGOERELSE-LINE.
           WRITE OPGOERELSE-LINE
           MOVE "OPGOERELSE-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"           TO WS-IO-OPERATION
           MOVE OPGOERELSE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO OPGOERELSE-LINE
       EXIT.

      *****************************************************************
      * VALIDER-DELTAGERE                                             *
      * Formål: Afgør for hver deltagerkonto om den indgår i puljen i *
      *         dag: puljen skal findes og være aktiv, kontoen skal   *
      *         stå i KontoOpl i puljens valuta, og kontoen må ikke   *
      *         allerede deltage i en anden pulje. En deltagelse der  *
      *         ikke er begyndt eller er udløbet, er blot ikke aktiv; *
      *         de øvrige fejl meldes i rapporten som afviste.        *
      *****************************************************************
       VALIDER-DELTAGERE.
           PERFORM VARYING DL-IX FROM 1 BY 1 UNTIL DL-IX > DELT-COUNT
               PERFORM VALIDER-DELTAGER
           END-PERFORM
       EXIT.

       VALIDER-DELTAGER.
           MOVE "N" TO DX-AKTIV(DL-IX)
           MOVE ZERO TO DX-POOL-IX(DL-IX)
           IF DL-FRA-DATO IN DELT-ARRAY(DL-IX) > WS-AKKUM-DATO
               EXIT PARAGRAPH
           END-IF
           IF DL-TIL-DATO IN DELT-ARRAY(DL-IX) NOT = SPACES
               AND DL-TIL-DATO IN DELT-ARRAY(DL-IX) < WS-AKKUM-DATO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AFVIS-AARSAG
           MOVE "N" TO WS-POOL-FUNDET
           PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > POOL-COUNT
               IF PL-POOL-ID IN POOL-ARRAY(PL-IX) =
                       DL-POOL-ID IN DELT-ARRAY(DL-IX)
                   MOVE "Y" TO WS-POOL-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-POOL-FUNDET = "N"
                   MOVE "PULJEN FINDES IKKE" TO WS-AFVIS-AARSAG
               WHEN PL-OPHOERT IN POOL-ARRAY(PL-IX)
                   EXIT PARAGRAPH
               WHEN DX-FUNDET(DL-IX) NOT = "Y"
                   MOVE "KONTOEN FINDES IKKE" TO WS-AFVIS-AARSAG
               WHEN DX-VALUTA(DL-IX) NOT =
                       PL-VALUTA IN POOL-ARRAY(PL-IX)
                   MOVE "VALUTA AFVIGER FRA PULJEN"
                       TO WS-AFVIS-AARSAG
           END-EVALUATE
           IF WS-AFVIS-AARSAG = SPACES
               PERFORM VARYING DL-IX-2 FROM 1 BY 1
                       UNTIL DL-IX-2 >= DL-IX
                   IF DX-AKTIV(DL-IX-2) = "Y"
                       AND DL-KONTO-ID IN DELT-ARRAY(DL-IX-2) =
                           DL-KONTO-ID IN DELT-ARRAY(DL-IX)
                       MOVE "KONTOEN STAAR I PULJE "
                           TO WS-AFVIS-AARSAG
                       MOVE DL-POOL-ID IN DELT-ARRAY(DL-IX-2)
                           TO WS-AFVIS-AARSAG(23:8)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AFVIS-AARSAG NOT = SPACES
               ADD 1 TO TR-ANTAL-AFVIST
               STRING "AFVIST: pulje " DELIMITED BY SIZE
                       DL-POOL-ID IN DELT-ARRAY(DL-IX)
                           DELIMITED BY SPACE
                       " konto " DELIMITED BY SIZE
                       DL-KONTO-ID IN DELT-ARRAY(DL-IX)
                           DELIMITED BY SPACE
                       " - " DELIMITED BY SIZE
                       WS-AFVIS-AARSAG DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y"   TO DX-AKTIV(DL-IX)
           MOVE PL-IX TO DX-POOL-IX(DL-IX)
       EXIT.

      *****************************************************************
      * BEHANDL-POOL                                                  *
      * Formål: Behandler pulje PL-IX: først afregnes en afsluttet    *
      *         måneds påløbne rente, derefter opgøres dagens         *
      *         nettoposition og dagens rente fordeles.               *
      *****************************************************************
       BEHANDL-POOL.
           ADD 1 TO TR-ANTAL-PULJER
           MOVE PL-POOL-ID IN POOL-ARRAY(PL-IX) TO WS-AFR-POOL-ID
           MOVE PL-IX TO WS-AFR-PX
           PERFORM AFREGN-POOL
           IF PL-AKTIV IN POOL-ARRAY(PL-IX)
               PERFORM AKKUMULER-POOL
           END-IF
       EXIT.

      *****************************************************************
      * AKKUMULER-POOL                                                *
      * Formål: Summerer de aktive deltageres saldi til puljens       *
      *         nettoposition, vælger kreditsatsen for en positiv     *
      *         og debetsatsen for en negativ netto, og akkumulerer   *
      *         for hver deltager kontoens saldo af satsen fordelt på *
      *         30 dage - summen er præcis puljens rente af nettoen,  *
      *         så hver deltager bærer sit bidrag.                    *
      *****************************************************************
       AKKUMULER-POOL.
           MOVE ZERO TO PX-NETTO(PL-IX) PX-ANTAL(PL-IX)
                        PX-DAGSRENTE(PL-IX)
           PERFORM VARYING DL-IX FROM 1 BY 1 UNTIL DL-IX > DELT-COUNT
               IF DX-AKTIV(DL-IX) = "Y" AND DX-POOL-IX(DL-IX) = PL-IX
                   ADD DX-BALANCE(DL-IX) TO PX-NETTO(PL-IX)
                   ADD 1 TO PX-ANTAL(PL-IX)
               END-IF
           END-PERFORM
           IF PX-ANTAL(PL-IX) = ZERO
               STRING "Pulje " DELIMITED BY SIZE
                       PL-POOL-ID IN POOL-ARRAY(PL-IX)
                           DELIMITED BY SPACE
                       " har ingen aktive deltagere i dag"
                           DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF PX-NETTO(PL-IX) >= ZERO
               MOVE PL-KREDIT-SATS IN POOL-ARRAY(PL-IX)
                   TO PX-SATS(PL-IX)
           ELSE
               MOVE PL-DEBET-SATS IN POOL-ARRAY(PL-IX)
                   TO PX-SATS(PL-IX)
           END-IF
           PERFORM VARYING DL-IX FROM 1 BY 1 UNTIL DL-IX > DELT-COUNT
               IF DX-AKTIV(DL-IX) = "Y" AND DX-POOL-IX(DL-IX) = PL-IX
                   PERFORM AKKUMULER-DELTAGER
               END-IF
           END-PERFORM
           ADD PX-DAGSRENTE(PL-IX) TO TR-TOTAL-DAGSRENTE
           MOVE PX-NETTO(PL-IX)     TO WS-NETTO-DISPLAY
           MOVE PX-SATS(PL-IX)      TO WS-SATS-DISPLAY
           MOVE PX-DAGSRENTE(PL-IX) TO WS-DAGS-DISPLAY
           MOVE PX-ANTAL(PL-IX)     TO WS-ANTAL-DISPLAY
           STRING "Pulje " DELIMITED BY SIZE
                   PL-POOL-ID IN POOL-ARRAY(PL-IX) DELIMITED BY SPACE
                   " deltagere: " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   " netto: " DELIMITED BY SIZE
                   WS-NETTO-DISPLAY DELIMITED BY SIZE
                   " sats: " DELIMITED BY SIZE
                   WS-SATS-DISPLAY DELIMITED BY SIZE
                   " dagsrente: " DELIMITED BY SIZE
                   WS-DAGS-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PL-VALUTA IN POOL-ARRAY(PL-IX) DELIMITED BY SPACE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       AKKUMULER-DELTAGER.
           ADD 1 TO TR-ANTAL-DELTAGERE
           PERFORM FIND-AKKUM-ENTRY
           IF WS-AKKUM-FUNDET = "N"
               PERFORM OPRET-AKKUM-ENTRY
               IF WS-AKKUM-FUNDET = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF AK-SENESTE-DATO IN AKKUM-ARRAY(AK-IX) = WS-AKKUM-DATO
               ADD 1 TO TR-ANTAL-SKIPPET
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAGSRENTE ROUNDED =
               DX-BALANCE(DL-IX) * PX-SATS(PL-IX) / WS-DAGE-PR-MAANED
           ADD WS-DAGSRENTE TO AK-PAALOEBET IN AKKUM-ARRAY(AK-IX)
                               PX-DAGSRENTE(PL-IX)
           ADD DX-BALANCE(DL-IX) TO AK-SALDO-SUM IN AKKUM-ARRAY(AK-IX)
           ADD 1 TO AK-DAGE IN AKKUM-ARRAY(AK-IX)
           MOVE DL-KUNDE-ID IN DELT-ARRAY(DL-IX)
               TO AK-KUNDE-ID IN AKKUM-ARRAY(AK-IX)
           MOVE WS-AKKUM-DATO TO AK-SENESTE-DATO IN AKKUM-ARRAY(AK-IX)
           ADD 1 TO TR-ANTAL-AKKUMULERET
       EXIT.

       FIND-AKKUM-ENTRY.
           MOVE "N" TO WS-AKKUM-FUNDET
           PERFORM VARYING AK-IX FROM 1 BY 1
                   UNTIL AK-IX > AKKUM-COUNT
               IF AK-KONTO-ID IN AKKUM-ARRAY(AK-IX) =
                       DL-KONTO-ID IN DELT-ARRAY(DL-IX)
                   AND AK-POOL-ID IN AKKUM-ARRAY(AK-IX) =
                       PL-POOL-ID IN POOL-ARRAY(PL-IX)
                   MOVE "Y" TO WS-AKKUM-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       OPRET-AKKUM-ENTRY.
           IF AKKUM-COUNT >= AKKUM-MAX-ANTAL
      * Registret er fuldt - deltagerens rente kan ikke akkumuleres,
      * og registret skrives ikke tilbage (RETURN-CODE 8)
               MOVE "Y" TO AKKUM-OVERFLOW
           ELSE
               ADD 1 TO AKKUM-COUNT
               MOVE AKKUM-COUNT TO AK-IX
               INITIALIZE AKKUM-ARRAY(AK-IX)
               MOVE PL-POOL-ID IN POOL-ARRAY(PL-IX)
                   TO AK-POOL-ID IN AKKUM-ARRAY(AK-IX)
               MOVE DL-KONTO-ID IN DELT-ARRAY(DL-IX)
                   TO AK-KONTO-ID IN AKKUM-ARRAY(AK-IX)
               MOVE PL-VALUTA IN POOL-ARRAY(PL-IX)
                   TO AK-VALUTA IN AKKUM-ARRAY(AK-IX)
               MOVE "Y" TO WS-AKKUM-FUNDET
           END-IF
       EXIT.

      *****************************************************************
      * AFREGN-POOL                                                   *
      * Formål: Afregner puljen WS-AFR-POOL-ID for den afsluttede     *
      *         måned: hver registerpost for puljen der sidst er ført *
      *         i en tidligere måned, tilskrives/debiteres sin        *
      *         påløbne andel afrundet til ører. Puljens rente er     *
      *         summen af de uafrundede andele afrundet én gang;      *
      *         differencen til de afrundede andele føres på          *
      *         topkontoen, så koncernen samlet får præcis puljens    *
      *         rente. Opgørelsen til koncernens treasury skrives     *
      *         undervejs.                                            *
      *****************************************************************
       AFREGN-POOL.
           MOVE ZERO TO WS-AFR-ANTAL WS-AFR-UAFRUNDET WS-AFR-AFRUNDET
                        WS-AFR-SALDO-SUM WS-AFR-MAX-DAGE
           PERFORM VARYING AK-IX FROM 1 BY 1 UNTIL AK-IX > AKKUM-COUNT
               IF AK-POOL-ID IN AKKUM-ARRAY(AK-IX) = WS-AFR-POOL-ID
                   AND AK-SENESTE-DATO IN AKKUM-ARRAY(AK-IX)
                       NOT = SPACES
                   AND AK-SENESTE-DATO IN AKKUM-ARRAY(AK-IX)(1:7)
                       < WS-AKKUM-DATO(1:7)
                   AND AK-DAGE IN AKKUM-ARRAY(AK-IX) > ZERO
                   PERFORM AFREGN-DELTAGER
               END-IF
           END-PERFORM
           IF WS-AFR-ANTAL = ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PULJE-RENTE ROUNDED = WS-AFR-UAFRUNDET
           COMPUTE WS-AFRUNDING = WS-PULJE-RENTE - WS-AFR-AFRUNDET
           IF WS-AFRUNDING NOT = ZERO AND WS-AFR-PX > ZERO
               AND PL-TOP-KONTO-ID IN POOL-ARRAY(WS-AFR-PX)
                   NOT = SPACES
               MOVE PL-TOP-KONTO-ID IN POOL-ARRAY(WS-AFR-PX)
                   TO WS-POST-KONTO-ID
               MOVE PL-TOP-KUNDE-ID IN POOL-ARRAY(WS-AFR-PX)
                   TO WS-POST-KUNDE-ID
               MOVE PL-VALUTA IN POOL-ARRAY(WS-AFR-PX)
                   TO WS-POST-VALUTA
               MOVE WS-AFRUNDING TO WS-RENTEBELOB
               PERFORM SKRIV-RENTE-TRANS
               PERFORM SKRIV-RENTE-JOURNAL
           END-IF
           ADD WS-PULJE-RENTE TO TR-TOTAL-AFREGNET

           IF WS-AFR-MAX-DAGE > ZERO
               COMPUTE WS-GNS-SALDO ROUNDED =
                   WS-AFR-SALDO-SUM / WS-AFR-MAX-DAGE
           ELSE
               MOVE ZERO TO WS-GNS-SALDO
           END-IF
           PERFORM SKRIV-OPGOERELSE-LINE
           MOVE WS-GNS-SALDO TO WS-NETTO-DISPLAY
           STRING "  Gns. nettoposition.......: " DELIMITED BY SIZE
                   WS-NETTO-DISPLAY DELIMITED BY SIZE
                   INTO OPGOERELSE-LINE
           PERFORM SKRIV-OPGOERELSE-LINE
           MOVE WS-PULJE-RENTE TO WS-NETTO-DISPLAY
           STRING "  Puljens rente i alt......: " DELIMITED BY SIZE
                   WS-NETTO-DISPLAY DELIMITED BY SIZE
                   "  (+ tilskrevet / - debiteret)" DELIMITED BY SIZE
                   INTO OPGOERELSE-LINE
           PERFORM SKRIV-OPGOERELSE-LINE
           MOVE WS-AFRUNDING TO WS-NETTO-DISPLAY
           STRING "  Afrunding paa topkontoen.: " DELIMITED BY SIZE
                   WS-NETTO-DISPLAY DELIMITED BY SIZE
                   INTO OPGOERELSE-LINE
           PERFORM SKRIV-OPGOERELSE-LINE
           IF WS-AFR-PX = ZERO AND WS-AFRUNDING NOT = ZERO
               MOVE "  Puljen er ikke i Cashpools.txt - afrundingen er
      -            " ikke posteret" TO OPGOERELSE-LINE
               PERFORM SKRIV-OPGOERELSE-LINE
           END-IF
           PERFORM SKRIV-OPGOERELSE-LINE
       EXIT.

       AFREGN-DELTAGER.
           IF WS-AFR-ANTAL = ZERO
               MOVE AK-SENESTE-DATO IN AKKUM-ARRAY(AK-IX)(1:7)
                   TO WS-PERIODE
               PERFORM SKRIV-OPGOERELSE-HOVED
           END-IF
           ADD 1 TO WS-AFR-ANTAL
           ADD 1 TO TR-ANTAL-AFREGNET
           ADD AK-PAALOEBET IN AKKUM-ARRAY(AK-IX) TO WS-AFR-UAFRUNDET
           ADD AK-SALDO-SUM IN AKKUM-ARRAY(AK-IX) TO WS-AFR-SALDO-SUM
           IF AK-DAGE IN AKKUM-ARRAY(AK-IX) > WS-AFR-MAX-DAGE
               MOVE AK-DAGE IN AKKUM-ARRAY(AK-IX) TO WS-AFR-MAX-DAGE
           END-IF
           COMPUTE WS-RENTEBELOB ROUNDED =
               AK-PAALOEBET IN AKKUM-ARRAY(AK-IX)
           ADD WS-RENTEBELOB TO WS-AFR-AFRUNDET
           COMPUTE WS-GNS-SALDO ROUNDED =
               AK-SALDO-SUM IN AKKUM-ARRAY(AK-IX)
               / AK-DAGE IN AKKUM-ARRAY(AK-IX)

           MOVE AK-KONTO-ID IN AKKUM-ARRAY(AK-IX)
               TO OPGOERELSE-LINE(3:10)
           MOVE AK-KUNDE-ID IN AKKUM-ARRAY(AK-IX)
               TO OPGOERELSE-LINE(15:10)
           MOVE WS-GNS-SALDO TO WS-NETTO-DISPLAY
           MOVE WS-NETTO-DISPLAY TO OPGOERELSE-LINE(26:15)
           MOVE AK-DAGE IN AKKUM-ARRAY(AK-IX) TO WS-ANTAL-DISPLAY
           MOVE WS-ANTAL-DISPLAY TO OPGOERELSE-LINE(43:4)
           MOVE WS-RENTEBELOB TO WS-RENTE-DISPLAY
           MOVE WS-RENTE-DISPLAY TO OPGOERELSE-LINE(50:10)
           PERFORM SKRIV-OPGOERELSE-LINE

           IF WS-RENTEBELOB NOT = ZERO
               MOVE AK-KONTO-ID IN AKKUM-ARRAY(AK-IX)
                   TO WS-POST-KONTO-ID
               MOVE AK-KUNDE-ID IN AKKUM-ARRAY(AK-IX)
                   TO WS-POST-KUNDE-ID
               MOVE AK-VALUTA IN AKKUM-ARRAY(AK-IX) TO WS-POST-VALUTA
               PERFORM SKRIV-RENTE-TRANS
               PERFORM SKRIV-RENTE-JOURNAL
           END-IF
           MOVE ZERO TO AK-PAALOEBET IN AKKUM-ARRAY(AK-IX)
           MOVE ZERO TO AK-SALDO-SUM IN AKKUM-ARRAY(AK-IX)
           MOVE ZERO TO AK-DAGE IN AKKUM-ARRAY(AK-IX)
       EXIT.

      *****************************************************************
      * SKRIV-OPGOERELSE-HOVED                                        *
      * Formål: Åbner opgørelsen ved første afregnede pulje i         *
      *         kørslen og skriver puljens hoved med topkonto,        *
      *         koncernens treasury-kunde, periode og satser.         *
      *****************************************************************
       SKRIV-OPGOERELSE-HOVED.
           IF WS-OPGOERELSE-AABEN = "N"
               OPEN OUTPUT OPGOERELSE-FILE
               MOVE "OPGOERELSE-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"            TO WS-IO-OPERATION
               MOVE OPGOERELSE-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE "Y" TO WS-OPGOERELSE-AABEN
               MOVE SPACES TO OPGOERELSE-LINE
           END-IF
           STRING "CASH POOL-OPGOERELSE  PULJE " DELIMITED BY SIZE
                   WS-AFR-POOL-ID DELIMITED BY SPACE
                   "  PERIODE " DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   INTO OPGOERELSE-LINE
           PERFORM SKRIV-OPGOERELSE-LINE
           IF WS-AFR-PX > ZERO
               MOVE PL-NAVN IN POOL-ARRAY(WS-AFR-PX)
                   TO OPGOERELSE-LINE(3:40)
               PERFORM SKRIV-OPGOERELSE-LINE
               STRING "  Topkonto: " DELIMITED BY SIZE
                       PL-TOP-KONTO-ID IN POOL-ARRAY(WS-AFR-PX)
                           DELIMITED BY SPACE
                       "  Koncern (treasury): " DELIMITED BY SIZE
                       PL-TOP-KUNDE-ID IN POOL-ARRAY(WS-AFR-PX)
                           DELIMITED BY SPACE
                       "  Valuta: " DELIMITED BY SIZE
                       PL-VALUTA IN POOL-ARRAY(WS-AFR-PX)
                           DELIMITED BY SPACE
                       INTO OPGOERELSE-LINE
               PERFORM SKRIV-OPGOERELSE-LINE
               MOVE PL-KREDIT-SATS IN POOL-ARRAY(WS-AFR-PX)
                   TO WS-SATS-DISPLAY
               STRING "  Kreditsats (md.): " DELIMITED BY SIZE
                       WS-SATS-DISPLAY DELIMITED BY SIZE
                       INTO OPGOERELSE-LINE
               MOVE PL-DEBET-SATS IN POOL-ARRAY(WS-AFR-PX)
                   TO WS-SATS-DISPLAY
               STRING "  Debetsats (md.): " DELIMITED BY SIZE
                       WS-SATS-DISPLAY DELIMITED BY SIZE
                       INTO OPGOERELSE-LINE(30:40)
               PERFORM SKRIV-OPGOERELSE-LINE
           END-IF
           STRING "  KONTO       KUNDE           GNS. SALDO  DAGE"
                   DELIMITED BY SIZE
                   "        RENTE" DELIMITED BY SIZE
                   INTO OPGOERELSE-LINE
           PERFORM SKRIV-OPGOERELSE-LINE
       EXIT.

      *****************************************************************
      * AFREGN-FORAELDREDE                                            *
      * Formål: Afregner registerposter for puljer der er slettet af  *
      *         Cashpools.txt i løbet af måneden, så det påløbne ikke *
      *         bliver stående. Afrundingen kan da ikke posteres.     *
      *****************************************************************
       AFREGN-FORAELDREDE.
           MOVE ZERO TO WS-AFR-PX
           PERFORM VARYING DL-IX FROM 1 BY 1 UNTIL DL-IX > AKKUM-COUNT
               IF AK-DAGE IN AKKUM-ARRAY(DL-IX) > ZERO
                   AND AK-SENESTE-DATO IN AKKUM-ARRAY(DL-IX)(1:7)
                       < WS-AKKUM-DATO(1:7)
                   MOVE AK-POOL-ID IN AKKUM-ARRAY(DL-IX)
                       TO WS-AFR-POOL-ID
                   PERFORM AFREGN-POOL
               END-IF
           END-PERFORM
       EXIT.

       SKRIV-RENTE-TRANS.
           MOVE WS-POST-KONTO-ID TO WS-SOEG-KONTO-ID
           PERFORM FIND-KONTO-REGNR
           IF WS-RENTEBELOB < ZERO
               COMPUTE WS-RENTE-ABS = ZERO - WS-RENTEBELOB
               MOVE WS-RENTE-ABS TO WS-BELOB-NUM
               MOVE SPACES TO WS-BELOB-TEKST
               STRING "-" WS-BELOB-NUM DELIMITED BY SIZE
                   INTO WS-BELOB-TEKST
           ELSE
               MOVE WS-RENTEBELOB TO WS-BELOB-NUM
               MOVE SPACES TO WS-BELOB-TEKST
               STRING "+" WS-BELOB-NUM DELIMITED BY SIZE
                   INTO WS-BELOB-TEKST
           END-IF
           MOVE SPACES TO TRANSAKTIONEROPL
           MOVE WS-KONTO-REGNR   TO REG-NR IN TRANSAKTIONEROPL
           MOVE WS-POST-KONTO-ID TO KONTO-ID IN TRANSAKTIONEROPL
           MOVE WS-TIDSPUNKT     TO TIDSPUNKT
           MOVE "CASHPOOLRENTE"  TO TRANSAKTIONSTYPE
           MOVE WS-BELOB-TEKST   TO BELØB
           MOVE WS-POST-VALUTA   TO VALUTA
           STRING "CASHPOOL " DELIMITED BY SIZE
                   WS-AFR-POOL-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   INTO BUTIK
           PERFORM DAN-TRANS-REF
           MOVE WS-TRANS-REF TO TRANS-REF IN TRANSAKTIONEROPL
           WRITE TRANSAKTIONEROPL
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           ADD 1 TO TR-ANTAL-POSTERET
       EXIT.

      *****************************************************************
      * SKRIV-RENTE-JOURNAL                                           *
      * Formål: Tilføjer den afregnede puljerente til den             *
      *         akkumulerende CashpoolRenteJournal.txt i              *
      *         RenteJournal.txt's layout. Beløbet er set fra kunden: *
      *         tilskrevet rente positiv, debiteret negativ.          *
      *****************************************************************
       SKRIV-RENTE-JOURNAL.
           MOVE WS-POST-KONTO-ID TO RJ-KONTO-ID
           MOVE WS-POST-KUNDE-ID TO RJ-KUNDE-ID
           MOVE WS-AKKUM-DATO    TO RJ-DATO
           MOVE WS-RENTEBELOB    TO RJ-RENTEBELOB
           MOVE WS-POST-VALUTA   TO RJ-VALUTA
           WRITE RENTEJOURNALOPL
           MOVE "JOURNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE JOURNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * LOAD-POOLS                                                    *
      * Formål: Læser puljeregistret Cashpools.txt ind i POOL-ARRAY.  *
      *         Findes filen ikke, er der ingen puljer.               *
      *****************************************************************
       LOAD-POOLS.
           OPEN INPUT POOL-FILE
           IF POOL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-POOL-FILE = "Y"
                   READ POOL-FILE INTO CASHPOOLOPL
                       AT END
                           MOVE "Y" TO END-OF-POOL-FILE
                       NOT AT END
                           IF POOL-COUNT >= POOL-MAX-ANTAL
                               MOVE "Y" TO POOL-OVERFLOW
                           ELSE
                               ADD 1 TO POOL-COUNT
                               MOVE CASHPOOLOPL
                                   TO POOL-ARRAY(POOL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POOL-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-DELTAGERE                                                *
      * Formål: Læser CashpoolDeltagere.txt ind i DELT-ARRAY.         *
      *****************************************************************
       LOAD-DELTAGERE.
           OPEN INPUT DELTAGER-FILE
           IF DELTAGER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-DELTAGER-FILE = "Y"
                   READ DELTAGER-FILE INTO CASHPOOLDELTOPL
                       AT END
                           MOVE "Y" TO END-OF-DELTAGER-FILE
                       NOT AT END
                           IF DELT-COUNT >= DELT-MAX-ANTAL
                               MOVE "Y" TO DELT-OVERFLOW
                           ELSE
                               ADD 1 TO DELT-COUNT
                               MOVE CASHPOOLDELTOPL
                                   TO DELT-ARRAY(DELT-COUNT)
                               MOVE "N" TO DX-FUNDET(DELT-COUNT)
                               MOVE "N" TO DX-AKTIV(DELT-COUNT)
                               MOVE ZERO TO DX-BALANCE(DELT-COUNT)
                               MOVE SPACES TO DX-VALUTA(DELT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELTAGER-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LAES-SALDI                                                    *
      * Formål: Læser KontoOpl.txt igennem og noterer saldo og valuta *
      *         på hver deltagerkonto.                                *
      *****************************************************************
       LAES-SALDI.
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
                       PERFORM NOTER-SALDO
               END-READ
               MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KONTO-FILE
       EXIT.

       NOTER-SALDO.
           PERFORM VARYING DL-IX FROM 1 BY 1 UNTIL DL-IX > DELT-COUNT
               IF DL-KONTO-ID IN DELT-ARRAY(DL-IX) =
                       KONTO-ID IN KONTOOPL
                   MOVE "Y" TO DX-FUNDET(DL-IX)
                   MOVE BALANCE IN KONTOOPL TO DX-BALANCE(DL-IX)
                   MOVE VALUTAKODE IN KONTOOPL TO DX-VALUTA(DL-IX)
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * LOAD-AKKUM-REGISTER                                           *
      * Formål: Læser hele CashpoolAkkumulering.txt ind i             *
      *         AKKUM-ARRAY. Findes filen ikke (første kørsel), er    *
      *         intet påløbet.                                        *
      *****************************************************************
       LOAD-AKKUM-REGISTER.
           OPEN INPUT AKKUM-FILE
           IF AKKUM-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-AKKUM-FILE = "Y"
                   READ AKKUM-FILE INTO CASHPOOLAKKUMOPL
                       AT END
                           MOVE "Y" TO END-OF-AKKUM-FILE
                       NOT AT END
                           IF AKKUM-COUNT >= AKKUM-MAX-ANTAL
                               MOVE "Y" TO AKKUM-OVERFLOW
                           ELSE
                               ADD 1 TO AKKUM-COUNT
                               MOVE CASHPOOLAKKUMOPL
                                   TO AKKUM-ARRAY(AKKUM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AKKUM-FILE
               MOVE "N" TO END-OF-AKKUM-FILE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-AKKUM-REGISTER                                          *
      * Formål: Skriver AKKUM-ARRAY tilbage i                         *
      *         CashpoolAkkumulering.txt. Poster for konti der har    *
      *         forladt puljen og er afregnet (intet påløbet og ingen *
      *         dage), udelades.                                      *
      *****************************************************************
       SKRIV-AKKUM-REGISTER.
           OPEN OUTPUT AKKUM-FILE
           MOVE "AKKUM-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE AKKUM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING AK-IX FROM 1 BY 1
                   UNTIL AK-IX > AKKUM-COUNT
               IF AK-DAGE IN AKKUM-ARRAY(AK-IX) > ZERO
                   OR AK-PAALOEBET IN AKKUM-ARRAY(AK-IX) NOT = ZERO
                   MOVE AKKUM-ARRAY(AK-IX) TO CASHPOOLAKKUMOPL
                   WRITE CASHPOOLAKKUMOPL
                   MOVE "AKKUM-FILE" TO WS-IO-FILE-NAME
                   MOVE "WRITE"      TO WS-IO-OPERATION
                   MOVE AKKUM-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
               END-IF
           END-PERFORM
           CLOSE AKKUM-FILE
       EXIT.

      *****************************************************************
      * CHECK-KONTOPLAN                                               *
      * Formål: Efterser at Kontoplan.txt har en CASHPOOLRENTE-række, *
      *         så renten føres til renteudgifter/-indtægter og ikke  *
      *         til opsamlingskontoen. Manglen meldes i traileren.    *
      *****************************************************************
       CHECK-KONTOPLAN.
           OPEN INPUT KONTOPLAN-FILE
           IF KONTOPLAN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-KONTOPLAN = "Y"
                   READ KONTOPLAN-FILE INTO KONTOPLANOPL
                       AT END
                           MOVE "Y" TO END-OF-KONTOPLAN
                       NOT AT END
                           IF KPL-TRANSAKTIONSTYPE = "CASHPOOLRENTE"
                               MOVE "Y" TO WS-KPL-POOL-FUNDET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOPLAN-FILE
               MOVE "N" TO END-OF-KONTOPLAN
           END-IF
       EXIT.

      *****************************************************************
      * BYG-KONTO-MAP                                                 *
      * Formål: Udleder hver kontos REG-NR af dagens                  *
      *         Transaktioner.txt, samme afledning som                *
      *         OpgaveTraekRente's BYG-KONTO-MAP.                     *
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
           MOVE "N" TO WS-RMAP-FUNDET
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RMAP-COUNT
               IF RM-KONTO-ID(RX) = TIND-KONTO-ID
                   MOVE "Y" TO WS-RMAP-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RMAP-FUNDET = "N"
               IF RMAP-COUNT >= RMAP-MAX-ANTAL
                   MOVE "Y" TO RMAP-OVERFLOW
               ELSE
                   ADD 1 TO RMAP-COUNT
                   MOVE TIND-KONTO-ID TO RM-KONTO-ID(RMAP-COUNT)
                   MOVE TIND-REG-NR   TO RM-REG-NR(RMAP-COUNT)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FIND-KONTO-REGNR                                              *
      * Formål: Slår WS-SOEG-KONTO-ID op i RMAP-TABEL og sætter       *
      *         WS-RMAP-FUNDET og WS-KONTO-REGNR.                     *
      *****************************************************************
       FIND-KONTO-REGNR.
           MOVE "N" TO WS-RMAP-FUNDET
           MOVE SPACES TO WS-KONTO-REGNR
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RMAP-COUNT
               IF RM-KONTO-ID(RX) = WS-SOEG-KONTO-ID
                   MOVE "Y" TO WS-RMAP-FUNDET
                   MOVE RM-REG-NR(RX) TO WS-KONTO-REGNR
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * STEMPEL-AKKUM-DATO                                            *
      * Formål: Sætter WS-AKKUM-DATO ("ÅÅÅÅ-MM-DD") for registret -   *
      *         forretningsdatoen hvis den er sat, ellers dags dato - *
      *         og tidspunktet renteposteringerne stemples med.       *
      *****************************************************************
       STEMPEL-AKKUM-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-AKKUM-DATO
           STRING  WS-SYSDATO(1:4) DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   WS-SYSDATO(5:2) DELIMITED BY SIZE
                   "-"             DELIMITED BY SIZE
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-AKKUM-DATO
           MOVE SPACES TO WS-TIDSPUNKT
           STRING  WS-AKKUM-DATO " 05:30:00" DELIMITED BY SIZE
                   INTO WS-TIDSPUNKT
       EXIT.

      *****************************************************************
      * TRAILER                                                       *
      * Formål: Skriver kontroltotaller sidst i rapporten.            *
      *****************************************************************
       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal puljer................: " DELIMITED BY SIZE
                   TR-ANTAL-PULJER DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal aktive deltagere......: " DELIMITED BY SIZE
                   TR-ANTAL-DELTAGERE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal akkumuleret...........: " DELIMITED BY SIZE
                   TR-ANTAL-AKKUMULERET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal allerede akkumuleret..: " DELIMITED BY SIZE
                   TR-ANTAL-SKIPPET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal afviste deltagere.....: " DELIMITED BY SIZE
                   TR-ANTAL-AFVIST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Dagsrente fordelt i alt.....: " DELIMITED BY SIZE
                   TR-TOTAL-DAGSRENTE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal deltagere afregnet....: " DELIMITED BY SIZE
                   TR-ANTAL-AFREGNET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Antal renteposteringer......: " DELIMITED BY SIZE
                   TR-ANTAL-POSTERET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Puljerente afregnet i alt...: " DELIMITED BY SIZE
                   TR-TOTAL-AFREGNET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           IF TR-ANTAL-POSTERET > ZERO
               AND WS-KPL-POOL-FUNDET = "N"
               STRING "ADVARSEL: Kontoplan.txt har ingen CASHPOOLRENTE-"
                       DELIMITED BY SIZE
                       "raekke - renten konteres paa opsamlingskontoen"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF

           IF POOL-OVERFLOW = "Y" OR DELT-OVERFLOW = "Y"
               STRING "ADVARSEL: puljeregistret eller deltagerlisten "
                       DELIMITED BY SIZE
                       "er fuld - ikke alle puljer er opgjort"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF

           IF AKKUM-OVERFLOW = "Y"
               STRING "ADVARSEL: puljerenteregistret er fuldt - "
                       DELIMITED BY SIZE
                       "registret er ikke skrevet tilbage"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
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
      *         forretningsdato (se LAES-FORRETNINGSDATO). Er datoen  *
      *         nul, bruges de oprindelige, udaterede filnavne.       *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "KontoOpl.txt" TO WS-KONTO-FILNAVN
               MOVE "Transaktioner.txt" TO WS-TRANS-FILNAVN
               MOVE "Cashpool-Rapport.txt" TO WS-RAPPORT-FILNAVN
               MOVE "Cashpool-Opgoerelse.txt"
                   TO WS-OPGOERELSE-FILNAVN
           ELSE
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Cashpool-Rapport." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-RAPPORT-FILNAVN
               STRING "Cashpool-Opgoerelse." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO     DELIMITED BY SIZE
                       ".txt"                 DELIMITED BY SIZE
                       INTO WS-OPGOERELSE-FILNAVN
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
               STRING "CP" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-TRANS-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-TRANS-REF
       EXIT.
