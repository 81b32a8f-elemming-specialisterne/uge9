      *             kan sende den to gange. Filen forudsættes         *
      *             sorteret efter REG-NR, ligesom Opgave10 allerede  *
      *             forudsætter for sit gruppeskifte.                 *
      *             Modtagerens navn screenes mod sanktionslisten     *
      *             før eksporten; et hit tilbageholdes i             *
      *             BetalingsScreening.txt og sendes ikke, før        *
      *             compliance har frigivet det. Frigivne betalinger  *
      *             sendes fra køen i næste kørsel, afviste parkeres  *
      *             i interimsregistret.                              *
      *             EUR-betalinger til en udenlandsk IBAN (båret i    *
      *             kreditrecordens ADRESSE) går ikke i clearing-     *
      *             filen, men sendes som SEPA-overførsel i en ISO    *
      *             20022 pacs.008-fil til korrespondenten: IBAN'en   *
      *             valideres med mod-97, modtagerbankens BIC slås op *
      *             i BicRegister.txt, og betalingen registreres i    *
      *             SepaBetalinger.txt, hvor OpgaveSepaStatus følger  *
      *             den op med korrespondentens pacs.002.             *
      * INPUT:      Transaktioner.txt       - Dagens transaktioner    *
      *             Banker.txt              - Egne banker             *
      *             ClearingEksporteret.txt - Allerede eksporteret    *
      *             Sanktionsliste.txt      - Sanktions-/PEP-listen   *
      *             BetalingsScreening.txt  - Screeningskøen          *
      *             BetalingsScreeningDisp.txt - Compliance-afgørelser*
      *             KontoOpl.txt            - Afsenderkontoens IBAN   *
      *             Kundeoplysninger.txt    - Afsenderens navn        *
      *             BicRegister.txt         - IBAN-bank-id til BIC    *
      *             SepaBetalinger.txt      - Allerede sendt som SEPA *
      * OUTPUT:     ClearingUdgaaende.txt   - Clearingfil pr. modpart *
      *             SepaPacs008.xml         - SEPA-overførsler        *
      *             SepaBetalinger.txt      - Udvides med nye records *
      *             ClearingEksporteret.txt - Udvides med nye records *
      *             BetalingsScreening.txt  - Opdateret screeningskø  *
      *             Interimskonto.txt       - Udvides med afviste     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveClearingUd.
           SELECT CLEARING-FILE ASSIGN TO WS-CLEARING-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-FILE-STATUS.
           SELECT SANKTION-FILE ASSIGN TO "Sanktionsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANKTION-FILE-STATUS.
           SELECT SCREEN-FILE ASSIGN TO "BetalingsScreening.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-FILE-STATUS.
           SELECT SCREEN-DISP-FILE
               ASSIGN TO "BetalingsScreeningDisp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-DISP-FILE-STATUS.
           SELECT INTERIM-FILE ASSIGN TO "Interimskonto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERIM-FILE-STATUS.
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
           SELECT BIC-FILE ASSIGN TO "BicRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BIC-FILE-STATUS.
           SELECT SEPA-IND-FILE ASSIGN TO "SepaBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEPA-IND-FILE-STATUS.
           SELECT SEPA-UD-FILE ASSIGN TO "SepaBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEPA-UD-FILE-STATUS.
           SELECT PACS-FILE ASSIGN TO WS-PACS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PACS-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "ClearingUd-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
       FD CLEARING-FILE.
       01 CLEARING-LINE    PIC X(100) VALUE SPACES.

       FD SANKTION-FILE.
       01 SANKTIONOPL.
           COPY "SANKTIONOPL.cpy".

       FD SCREEN-FILE.
       01 BETSCREENOPL.
           COPY "BETSCREENOPL.cpy".

       FD SCREEN-DISP-FILE.
       01 BETSCRDISPOPL.
           COPY "BETSCRDISPOPL.cpy".

       FD INTERIM-FILE.
       01 INTERIMOPL.
           COPY "INTERIMOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD BIC-FILE.
       01 BICREGOPL.
           COPY "BICREGOPL.cpy".

       FD SEPA-IND-FILE.
       01 SEPAREGOPL.
           COPY "SEPAREGOPL.cpy".

       FD SEPA-UD-FILE.
       01 SEPAREGOPL-UD.
           COPY "SEPAREGOPL.cpy"
               REPLACING LEADING ==SEPA== BY ==SEPA-UD==.

       FD PACS-FILE.
       01 PACS-LINE        PIC X(200) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       01 WS-EGEN-BANK       PIC X VALUE "N".
       01 WS-ALLEREDE-SENDT  PIC X VALUE "N".

      * Transaktionsreference til en SEPA-betaling uden TRANS-REF
      * (ældre records) - pacs.008 kræver et EndToEndId
       01 WS-TRANS-REF      PIC X(16) VALUE SPACES.
       01 WS-REF-PREFIX     PIC X(11) VALUE SPACES.
       01 WS-REF-LOEBENR    PIC 9(5) VALUE ZERO.
       01 WS-REF-TID        PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO       PIC 9(8) VALUE ZERO.

      * Gruppeskifte pr. modpartsbank med batch-totaler
       01 PREV-REG-NR        PIC X(6) VALUE SPACES.
       01 WS-BATCH-ANTAL     PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-EKSPORT   PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-SKIPPET   PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-BATCHES   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-TILBAGEHOLDT PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-I-KOE     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FRIGIVET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(5) VALUE ZERO.

      * Sanktionslisten med navnene trukket sammen til "FORNAVN
      * EFTERNAVN", så de kan sammenlignes med modpartens fritekst-
      * navn (se LOAD-SANKTIONSLISTE og SCREEN-MODPART) - samme
      * tolerante matchning som kundescreeningen: op til to
      * afvigende tegn af 40 er stadig et hit
       01 END-OF-SANKTION-FILE PIC X VALUE "N".
       01 SANKTION-MAX-ANTAL  PIC 9(4) VALUE 200.
       01 SANKTION-COUNT      PIC 9(4) VALUE ZERO.
       01 SANKTION-OVERFLOW   PIC X VALUE "N".
       01 SANKTION-ARRAY OCCURS 200 TIMES.
           02 SANKT-ARR-NAVN      PIC X(40) VALUE SPACES.
       01 SANKTION-IX         PIC 9(4) VALUE ZERO.
       01 WS-SCREEN-NAVN      PIC X(40) VALUE SPACES.
       01 WS-LISTE-NAVN       PIC X(40) VALUE SPACES.
       01 WS-MATCH-IX         PIC 9(2) VALUE ZERO.
       01 WS-MATCH-ANTAL      PIC 9(2) VALUE ZERO.
       01 WS-MATCH-SCORE      PIC 9(3) VALUE ZERO.
       01 WS-SCREEN-HIT       PIC X VALUE "N".

      * Screeningskøen loades, opdateres og skrives samlet tilbage
       01 END-OF-SCREEN-FILE  PIC X VALUE "N".
       01 SKOE-MAX-ANTAL      PIC 9(4) VALUE 5000.
       01 SKOE-COUNT          PIC 9(4) VALUE ZERO.
       01 SKOE-OVERFLOW       PIC X VALUE "N".
       01 SKOE-ARRAY OCCURS 5000 TIMES.
           COPY "BETSCREENOPL.cpy"
               REPLACING LEADING ==SKOE-== BY ==SQ-==.
       01 SQ-IX               PIC 9(4) VALUE ZERO.
       01 WS-I-KOE            PIC X VALUE "N".

      * Dagens EUR-debiteringer på egne konti - en SEPA-betalings
      * afsender er debetrecorden med samme TIDSPUNKT og modsat
      * beløb (se LOAD-EUR-DEBETER og KLASSIFICER-SEPA). Filen er
      * sorteret på REG-NR, så de to ben står ikke side om side.
       01 DEBET-MAX-ANTAL       PIC 9(4) VALUE 2000.
       01 DEBET-COUNT           PIC 9(4) VALUE ZERO.
       01 DEBET-OVERFLOW        PIC X VALUE "N".
       01 DEBET-TABEL.
           02 DEBET-ENTRY OCCURS 2000 TIMES.
               03 DB-REG-NR      PIC X(6) VALUE SPACES.
               03 DB-KONTO-ID    PIC X(10) VALUE SPACES.
               03 DB-TIDSPUNKT   PIC X(19) VALUE SPACES.
               03 DB-BELOB       PIC 9(9)V99 VALUE ZERO.
               03 DB-BRUGT       PIC X(01) VALUE "N".
       01 DB-IX                 PIC 9(4) VALUE ZERO.
       01 WS-TRANS-BELOB        PIC S9(9)V99 VALUE ZERO.

      * EUR-betaling til udenlandsk IBAN - sendes i pacs.008-filen
      * i stedet for den indenlandske clearingfil
       01 WS-SEPA-BETALING      PIC X VALUE "N".
       01 WS-SEPA-IBAN          PIC X(34) VALUE SPACES.
       01 WS-SEPA-AARSAG        PIC X(4) VALUE SPACES.
       01 WS-AFSENDER-REG-NR    PIC X(6) VALUE SPACES.
       01 WS-AFSENDER-KONTO-ID  PIC X(10) VALUE SPACES.
       01 WS-ADR-IX             PIC 9(2) VALUE ZERO.
       01 WS-IBAN-LGD           PIC 9(2) VALUE ZERO.

      * IBAN-validering (se VALIDER-IBAN) - ISO 7064 mod-97 som i
      * OpgaveIbanPopulering, men et udenlandsk BBAN kan indeholde
      * bogstaver, der regnes som A=10 ... Z=35
       01 WS-IBAN-GYLDIG        PIC X VALUE "N".
       01 WS-MOD97-STRENG       PIC X(34) VALUE SPACES.
       01 WS-MOD97-REST         PIC 9(4) VALUE ZERO.
       01 WS-MOD97-CIFFER       PIC 9(1) VALUE ZERO.
       01 WS-MOD97-BOGSTAV      PIC 9(2) VALUE ZERO.
       01 WS-MOD97-IX           PIC 9(2) VALUE ZERO.
       01 WS-ALFABET            PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-ALFA-IX            PIC 9(2) VALUE ZERO.

      * BIC-registret (landekode + nationalt bank-id -> BIC)
       01 END-OF-BIC-FILE       PIC X VALUE "N".
       01 BIC-MAX-ANTAL         PIC 9(4) VALUE 2000.
       01 BIC-COUNT             PIC 9(4) VALUE ZERO.
       01 BIC-OVERFLOW          PIC X VALUE "N".
       01 BIC-ARRAY OCCURS 2000 TIMES.
           COPY "BICREGOPL.cpy"
               REPLACING LEADING ==BIC-== BY ==BI-==.
       01 BI-IX                 PIC 9(4) VALUE ZERO.
       01 WS-BIC-IBAN           PIC X(34) VALUE SPACES.
       01 WS-BIC-FUNDET         PIC X(11) VALUE SPACES.
       01 WS-BIC-INDLAEST       PIC X VALUE "N".

      * Dagens SEPA-betalinger - samles her, da pacs.008-filens
      * gruppehoved skal bære antal og kontrolsum før den første
      * transaktion; tilføjes SepaBetalinger.txt til sidst
       01 END-OF-SEPA-FILE      PIC X VALUE "N".
       01 SEPA-UD-MAX-ANTAL     PIC 9(4) VALUE 1000.
       01 SEPA-UD-COUNT         PIC 9(4) VALUE ZERO.
       01 SEPA-UD-OVERFLOW      PIC X VALUE "N".
       01 SEPA-UD-ARRAY OCCURS 1000 TIMES.
           COPY "SEPAREGOPL.cpy"
               REPLACING LEADING ==SEPA-== BY ==SU-==.
       01 SEPA-DEBITOR-TABEL.
           02 SEPA-DEBITOR OCCURS 1000 TIMES.
               03 SD-IBAN           PIC X(18) VALUE SPACES.
               03 SD-NAVN           PIC X(41) VALUE SPACES.
               03 SD-BIC            PIC X(11) VALUE SPACES.
       01 SU-IX                 PIC 9(4) VALUE ZERO.
       01 WS-MSG-ID             PIC X(20) VALUE SPACES.
       01 WS-PACS-TID           PIC 9(8) VALUE ZERO.
       01 WS-PACS-TIDSSTEMPEL   PIC X(19) VALUE SPACES.
       01 WS-SEPA-ANTAL         PIC 9(5) VALUE ZERO.
       01 WS-SEPA-SUM           PIC 9(11)V99 VALUE ZERO.
       01 WS-XML-ANTAL          PIC Z(4)9.
       01 WS-XML-SUM            PIC Z(10)9.99.
       01 WS-XML-BELOB          PIC Z(8)9.99.
       01 WS-XML-TEKST          PIC X(41) VALUE SPACES.

       01 TR-ANTAL-SEPA         PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-SEPA-AFVIST  PIC 9(5) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 EKSPORT-IND-FILE-STATUS PIC XX VALUE "00".
       01 EKSPORT-UD-FILE-STATUS  PIC XX VALUE "00".
       01 CLEARING-FILE-STATUS    PIC XX VALUE "00".
       01 SANKTION-FILE-STATUS    PIC XX VALUE "00".
       01 SCREEN-FILE-STATUS      PIC XX VALUE "00".
       01 SCREEN-DISP-FILE-STATUS PIC XX VALUE "00".
       01 INTERIM-FILE-STATUS     PIC XX VALUE "00".
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS       PIC XX VALUE "00".
       01 BIC-FILE-STATUS         PIC XX VALUE "00".
       01 SEPA-IND-FILE-STATUS    PIC XX VALUE "00".
       01 SEPA-UD-FILE-STATUS     PIC XX VALUE "00".
       01 PACS-FILE-STATUS        PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME         PIC X(20) VALUE SPACES.
       01 WS-BANK-FILNAVN     PIC X(40) VALUE "Banker.txt".
       01 WS-CLEARING-FILNAVN PIC X(40)
           VALUE "ClearingUdgaaende.txt".
       01 WS-PACS-FILNAVN     PIC X(40) VALUE "SepaPacs008.xml".
       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN    PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM READ-EGNE-BANKER
           PERFORM LOAD-EUR-DEBETER
           PERFORM READ-EKSPORT-REGISTER
           PERFORM READ-SEPA-REGISTER
           PERFORM LOAD-BIC-REGISTER
           PERFORM DAN-MSG-ID
           PERFORM LOAD-SANKTIONSLISTE
           PERFORM LOAD-SCREENINGSKOE
           IF SKOE-OVERFLOW = "Y"
      * Køen kan ikke skrives tilbage uden at tabe tilbageholdte
      * betalinger - intet sendes
               DISPLAY "OpgaveClearingUd: SKOE-ARRAY kapacitet "
                   "overskredet - intet eksporteret"
               CLOSE IO-ERROR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ANVEND-DISPOSITIONER

           OPEN INPUT INPUT-FILE
           MOVE "INPUT-FILE" TO WS-IO-FILE-NAME
           MOVE EKSPORT-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND INTERIM-FILE
           IF INTERIM-FILE-STATUS = "35"
               OPEN OUTPUT INTERIM-FILE
           END-IF
           MOVE "INTERIM-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE INTERIM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           OPEN INPUT KUNDE-FILE

           PERFORM GENNEMFOER-AFGJORTE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-FILE INTO TRANSAKTIONEROPL
                   AT END
               TR-ANTAL-EKSPORT " eksporteret i "
               TR-ANTAL-BATCHES " batches, "
               TR-ANTAL-SKIPPET " allerede sendt"
           DISPLAY "OpgaveClearingUd: " TR-ANTAL-TILBAGEHOLDT
               " tilbageholdt ved screening, " TR-ANTAL-I-KOE
               " fortsat i koe, " TR-ANTAL-FRIGIVET " frigivet, "
               TR-ANTAL-AFVIST " afvist"
           DISPLAY "OpgaveClearingUd: " TR-ANTAL-SEPA
               " sendt som SEPA (pacs.008), " TR-ANTAL-SEPA-AFVIST
               " SEPA-betalinger afvist ved afsendelsen"

           PERFORM SKRIV-SCREENINGSKOE
           PERFORM SKRIV-PACS008
           PERFORM SKRIV-SEPA-REGISTER

           CLOSE INPUT-FILE
           CLOSE CLEARING-FILE
           CLOSE EKSPORT-UD-FILE
           CLOSE INTERIM-FILE
           CLOSE KONTO-FILE
           CLOSE KUNDE-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * Formål: Afgør om den aktuelle transaktion skal med i          *
      *         clearingfilen: REG-NR skal være fremmed, og           *
      *         transaktionen må ikke allerede stå i eksport-         *
      *         registret fra en tidligere kørsel. Derefter           *
      *         screenes modtageren (se SCREEN-OG-EKSPORTER).         *
      *****************************************************************
       VURDER-TRANSAKTION.
           MOVE "N" TO WS-EGEN-BANK
               IF WS-ALLEREDE-SENDT = "Y"
                   ADD 1 TO TR-ANTAL-SKIPPET
               ELSE
                   PERFORM SCREEN-OG-EKSPORTER
               END-IF
           END-IF
       EXIT.
           END-PERFORM
       EXIT.

      *****************************************************************
      * SCREEN-OG-EKSPORTER                                           *
      * Formål: En betaling der allerede står i screeningskøen,       *
      *         afgøres derfra og røres ikke her. Ellers screenes     *
      *         modtagerens navn; et hit tilbageholdes i køen i       *
      *         stedet for at blive eksporteret. En EUR-betaling til  *
      *         udenlandsk IBAN sendes som SEPA-overførsel, alt       *
      *         andet i den indenlandske clearingfil.                 *
      *****************************************************************
       SCREEN-OG-EKSPORTER.
           PERFORM CHECK-I-KOE
           IF WS-I-KOE = "Y"
               ADD 1 TO TR-ANTAL-I-KOE
               EXIT PARAGRAPH
           END-IF
           PERFORM KLASSIFICER-SEPA
           MOVE NAVN IN TRANSAKTIONEROPL TO WS-SCREEN-NAVN
           PERFORM SCREEN-MODPART
           IF WS-SCREEN-HIT = "Y"
               PERFORM TILBAGEHOLD-BETALING
           ELSE
               IF WS-SEPA-BETALING = "Y"
                   PERFORM SEND-SEPA
               ELSE
                   PERFORM EKSPORTER-TRANSAKTION
               END-IF
           END-IF
       EXIT.

       CHECK-I-KOE.
           MOVE "N" TO WS-I-KOE
           PERFORM VARYING SQ-IX FROM 1 BY 1 UNTIL SQ-IX > SKOE-COUNT
               IF SQ-UDGAAENDE(SQ-IX)
                   AND SQ-KONTO-ID(SQ-IX) = KONTO-ID IN TRANSAKTIONEROPL
                   AND SQ-TIDSPUNKT(SQ-IX) =
                       TIDSPUNKT IN TRANSAKTIONEROPL
                   MOVE "Y" TO WS-I-KOE
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SCREEN-MODPART                                                *
      * Formål: Sammenligner modpartens navn (WS-SCREEN-NAVN) tegn    *
      *         for tegn med hvert navn på sanktionslisten - op til   *
      *         to afvigende tegn af 40 regnes stadig som et hit,     *
      *         samme tolerante matchning som kundescreeningen i      *
      *         Opgave6. Store og små bogstaver ligestilles, da       *
      *         modpartens navn er fritekst.                          *
      *****************************************************************
       SCREEN-MODPART.
           MOVE "N" TO WS-SCREEN-HIT
           IF WS-SCREEN-NAVN = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-SCREEN-NAVN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING SANKTION-IX FROM 1 BY 1
                   UNTIL SANKTION-IX > SANKTION-COUNT
                      OR WS-SCREEN-HIT = "Y"
               MOVE SANKT-ARR-NAVN(SANKTION-IX) TO WS-LISTE-NAVN
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
                   MOVE "Y" TO WS-SCREEN-HIT
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * TILBAGEHOLD-BETALING                                          *
      * Formål: Lægger betalingen i screeningskøen med status         *
      *         tilbageholdt. Er køen fuld, sendes betalingen heller  *
      *         ikke - fejlen tælles, og en genkørsel screener den    *
      *         igen.                                                 *
      *****************************************************************
       TILBAGEHOLD-BETALING.
           IF SKOE-COUNT >= SKOE-MAX-ANTAL
               MOVE "Y" TO SKOE-OVERFLOW
               ADD 1 TO WS-IO-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SKOE-COUNT
           MOVE SPACES TO SKOE-ARRAY(SKOE-COUNT)
           MOVE "U" TO SQ-KILDE(SKOE-COUNT)
           MOVE "H" TO SQ-STATUS(SKOE-COUNT)
           MOVE REG-NR IN TRANSAKTIONEROPL TO SQ-REG-NR(SKOE-COUNT)
           MOVE KONTO-ID IN TRANSAKTIONEROPL
               TO SQ-KONTO-ID(SKOE-COUNT)
           MOVE TIDSPUNKT IN TRANSAKTIONEROPL
               TO SQ-TIDSPUNKT(SKOE-COUNT)
           MOVE BELØB      TO SQ-BELOB(SKOE-COUNT)
           MOVE VALUTA     TO SQ-VALUTA(SKOE-COUNT)
           MOVE TRANS-REF  TO SQ-TRANS-REF(SKOE-COUNT)
           MOVE WS-SCREEN-NAVN TO SQ-MODPART-NAVN(SKOE-COUNT)
           MOVE WS-LISTE-NAVN  TO SQ-LISTE-NAVN(SKOE-COUNT)
           MOVE WS-MATCH-SCORE TO SQ-SCORE(SKOE-COUNT)
           MOVE WS-CYKLUS-DATO TO SQ-OPRETTET-DATO(SKOE-COUNT)
           IF WS-SEPA-BETALING = "Y"
               MOVE WS-SEPA-IBAN TO SQ-MODTAGER-IBAN(SKOE-COUNT)
               MOVE WS-AFSENDER-REG-NR
                   TO SQ-AFSENDER-REG-NR(SKOE-COUNT)
               MOVE WS-AFSENDER-KONTO-ID
                   TO SQ-AFSENDER-KONTO-ID(SKOE-COUNT)
           END-IF
           ADD 1 TO TR-ANTAL-TILBAGEHOLDT
       EXIT.

      *****************************************************************
      * GENNEMFOER-AFGJORTE                                           *
      * Formål: Gennemfører compliance-afgørelserne på udgående       *
      *         betalinger i køen: en frigivet betaling eksporteres   *
      *         ud fra køens record (dagens transaktionsfil er til    *
      *         den tid rullet videre), en afvist parkeres i          *
      *         interimsregistret. Frigivne betalinger sendes i egne  *
      *         batches før dagens transaktioner - eller som SEPA-    *
      *         overførsel, når køen har modtagerens IBAN.            *
      *****************************************************************
       GENNEMFOER-AFGJORTE.
           PERFORM VARYING SQ-IX FROM 1 BY 1 UNTIL SQ-IX > SKOE-COUNT
               IF SQ-UDGAAENDE(SQ-IX)
                   EVALUATE TRUE
                       WHEN SQ-FRIGIVET(SQ-IX)
                           MOVE SPACES TO TRANSAKTIONEROPL
                           MOVE SQ-REG-NR(SQ-IX)
                               TO REG-NR IN TRANSAKTIONEROPL
                           MOVE SQ-KONTO-ID(SQ-IX)
                               TO KONTO-ID IN TRANSAKTIONEROPL
                           MOVE SQ-TIDSPUNKT(SQ-IX)
                               TO TIDSPUNKT IN TRANSAKTIONEROPL
                           MOVE SQ-BELOB(SQ-IX)     TO BELØB
                           MOVE SQ-VALUTA(SQ-IX)    TO VALUTA
                           MOVE SQ-TRANS-REF(SQ-IX) TO TRANS-REF
                           IF SQ-MODTAGER-IBAN(SQ-IX) = SPACES
                               PERFORM EKSPORTER-TRANSAKTION
                           ELSE
                               MOVE SQ-MODPART-NAVN(SQ-IX)
                                   TO NAVN IN TRANSAKTIONEROPL
                               MOVE SQ-MODTAGER-IBAN(SQ-IX)
                                   TO WS-SEPA-IBAN
                               MOVE SQ-AFSENDER-REG-NR(SQ-IX)
                                   TO WS-AFSENDER-REG-NR
                               MOVE SQ-AFSENDER-KONTO-ID(SQ-IX)
                                   TO WS-AFSENDER-KONTO-ID
                               PERFORM SEND-SEPA
                           END-IF
                           MOVE "G" TO SQ-STATUS(SQ-IX)
                           MOVE WS-CYKLUS-DATO
                               TO SQ-AFGJORT-DATO(SQ-IX)
                           ADD 1 TO TR-ANTAL-FRIGIVET
                       WHEN SQ-AFVIST(SQ-IX)
                           PERFORM PARKER-AFVIST
                           MOVE "P" TO SQ-STATUS(SQ-IX)
                           MOVE WS-CYKLUS-DATO
                               TO SQ-AFGJORT-DATO(SQ-IX)
                           ADD 1 TO TR-ANTAL-AFVIST
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF PREV-REG-NR NOT = SPACES
               PERFORM SKRIV-BATCH-TRAILER
               MOVE SPACES TO PREV-REG-NR
           END-IF
       EXIT.

       PARKER-AFVIST.
           MOVE SPACES TO INTERIMOPL
           MOVE SQ-KONTO-ID(SQ-IX)  TO INTERIM-KONTO-ID
           MOVE SQ-TIDSPUNKT(SQ-IX) TO INTERIM-TIDSPUNKT
           MOVE SQ-BELOB(SQ-IX)     TO INTERIM-BELOB
           MOVE SQ-VALUTA(SQ-IX)    TO INTERIM-VALUTA
           MOVE WS-CYKLUS-DATO      TO INTERIM-DATO
           MOVE "SCREENING"         TO INTERIM-KILDE
           MOVE "O"                 TO INTERIM-STATUS
           MOVE "SANKTIONSSCREENING AFVIST" TO INTERIM-AARSAG
           WRITE INTERIMOPL
           MOVE "INTERIM-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE INTERIM-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * EKSPORTER-TRANSAKTION                                         *
      * Formål: Skriver transaktionen som en detaljelinje i den       *
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * LOAD-EUR-DEBETER                                              *
      * Formål: Forløb over dagens transaktioner, der samler EUR-     *
      *         debiteringer på egne konti i DEBET-TABEL, så en SEPA- *
      *         betalings afsenderkonto kan findes ud fra             *
      *         kreditrecordens TIDSPUNKT og beløb.                   *
      *****************************************************************
       LOAD-EUR-DEBETER.
           OPEN INPUT INPUT-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-FILE INTO TRANSAKTIONEROPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF VALUTA = "EUR"
                           PERFORM GEM-EUR-DEBET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       GEM-EUR-DEBET.
           COMPUTE WS-TRANS-BELOB = FUNCTION NUMVAL(BELØB)
           IF WS-TRANS-BELOB NOT < ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EGEN-BANK
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > BANK-COUNT
               IF EGEN-REG-NR(IX) = REG-NR IN TRANSAKTIONEROPL
                   MOVE "Y" TO WS-EGEN-BANK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EGEN-BANK = "N"
               EXIT PARAGRAPH
           END-IF
           IF DEBET-COUNT >= DEBET-MAX-ANTAL
               MOVE "Y" TO DEBET-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DEBET-COUNT
           MOVE REG-NR IN TRANSAKTIONEROPL TO DB-REG-NR(DEBET-COUNT)
           MOVE KONTO-ID IN TRANSAKTIONEROPL
               TO DB-KONTO-ID(DEBET-COUNT)
           MOVE TIDSPUNKT IN TRANSAKTIONEROPL
               TO DB-TIDSPUNKT(DEBET-COUNT)
           COMPUTE DB-BELOB(DEBET-COUNT) = ZERO - WS-TRANS-BELOB
           MOVE "N" TO DB-BRUGT(DEBET-COUNT)
       EXIT.

      *****************************************************************
      * READ-SEPA-REGISTER                                            *
      * Formål: Lægger nøglerne fra SepaBetalinger.txt ind i          *
      *         EKSPORT-TABEL, så en betaling der allerede er sendt   *
      *         (eller afvist) som SEPA-overførsel, heller ikke       *
      *         sendes igen ved en genkørsel.                         *
      *****************************************************************
       READ-SEPA-REGISTER.
           OPEN INPUT SEPA-IND-FILE
           IF SEPA-IND-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SEPA-FILE = "Y"
                   READ SEPA-IND-FILE INTO SEPAREGOPL
                       AT END
                           MOVE "Y" TO END-OF-SEPA-FILE
                       NOT AT END
                           IF EKSPORT-COUNT >= EKSPORT-MAX-ANTAL
                               MOVE "Y" TO EKSPORT-OVERFLOW
                           ELSE
                               ADD 1 TO EKSPORT-COUNT
                               MOVE SEPA-KONTO-ID TO
                                   EKSP-KONTO-ID(EKSPORT-COUNT)
                               MOVE SEPA-TIDSPUNKT TO
                                   EKSP-TIDSPUNKT(EKSPORT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEPA-IND-FILE
               MOVE "N" TO END-OF-SEPA-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-BIC-REGISTER                                             *
      * Formål: Læser BicRegister.txt ind i BIC-ARRAY. Uden registret *
      *         kan ingen SEPA-betaling adresseres - de bliver da     *
      *         liggende usendt til en genkørsel, i stedet for at     *
      *         blive afvist.                                         *
      *****************************************************************
       LOAD-BIC-REGISTER.
           OPEN INPUT BIC-FILE
           MOVE "BIC-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"     TO WS-IO-OPERATION
           MOVE BIC-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF BIC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-BIC-INDLAEST
           PERFORM UNTIL END-OF-BIC-FILE = "Y"
               READ BIC-FILE INTO BICREGOPL
                   AT END
                       MOVE "Y" TO END-OF-BIC-FILE
                   NOT AT END
                       IF BIC-COUNT >= BIC-MAX-ANTAL
                           MOVE "Y" TO BIC-OVERFLOW
                       ELSE
                           ADD 1 TO BIC-COUNT
                           MOVE BICREGOPL TO BIC-ARRAY(BIC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIC-FILE
           IF BIC-OVERFLOW = "Y"
               DISPLAY "OpgaveClearingUd: BIC-ARRAY fuld - "
                   "BicRegister.txt er kun delvist indlaest"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

      *****************************************************************
      * DAN-MSG-ID                                                    *
      * Formål: Danner pacs.008-meddelelsens MsgId og CreDtTm ud fra  *
      *         afviklingsdøgnet og kørslens klokkeslæt.              *
      *****************************************************************
       DAN-MSG-ID.
           ACCEPT WS-PACS-TID FROM TIME
           MOVE SPACES TO WS-MSG-ID
           STRING "SEPA" WS-CYKLUS-DATO(1:4) WS-CYKLUS-DATO(6:2)
                   WS-CYKLUS-DATO(9:2) WS-PACS-TID(1:6)
                   DELIMITED BY SIZE INTO WS-MSG-ID
           MOVE SPACES TO WS-PACS-TIDSSTEMPEL
           STRING WS-CYKLUS-DATO "T" WS-PACS-TID(1:2) ":"
                   WS-PACS-TID(3:2) ":" WS-PACS-TID(5:2)
                   DELIMITED BY SIZE INTO WS-PACS-TIDSSTEMPEL
       EXIT.

      *****************************************************************
      * KLASSIFICER-SEPA                                              *
      * Formål: En EUR-kreditrecord hvis ADRESSE bærer en udenlandsk  *
      *         IBAN (landekode forskellig fra DK efterfulgt af to    *
      *         kontrolcifre) er en SEPA-betaling. IBAN'en tages uden *
      *         blanke, og afsenderen er den første ubrugte EUR-      *
      *         debitering på en egen konto med samme TIDSPUNKT og    *
      *         samme beløb.                                          *
      *****************************************************************
       KLASSIFICER-SEPA.
           MOVE "N" TO WS-SEPA-BETALING
           MOVE SPACES TO WS-SEPA-IBAN
           MOVE SPACES TO WS-AFSENDER-REG-NR
           MOVE SPACES TO WS-AFSENDER-KONTO-ID
           IF VALUTA NOT = "EUR"
               EXIT PARAGRAPH
           END-IF
           IF ADRESSE IN TRANSAKTIONEROPL(1:2) IS NOT ALPHABETIC-UPPER
               OR ADRESSE IN TRANSAKTIONEROPL(1:1) = SPACE
               OR ADRESSE IN TRANSAKTIONEROPL(2:1) = SPACE
               OR ADRESSE IN TRANSAKTIONEROPL(1:2) = "DK"
               OR ADRESSE IN TRANSAKTIONEROPL(3:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SEPA-BETALING
           MOVE ZERO TO WS-IBAN-LGD
           PERFORM VARYING WS-ADR-IX FROM 1 BY 1 UNTIL WS-ADR-IX > 50
               IF ADRESSE IN TRANSAKTIONEROPL(WS-ADR-IX:1) NOT = SPACE
                   AND WS-IBAN-LGD < 34
                   ADD 1 TO WS-IBAN-LGD
                   MOVE ADRESSE IN TRANSAKTIONEROPL(WS-ADR-IX:1)
                       TO WS-SEPA-IBAN(WS-IBAN-LGD:1)
               END-IF
           END-PERFORM
           INSPECT WS-SEPA-IBAN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           COMPUTE WS-TRANS-BELOB = FUNCTION NUMVAL(BELØB)
           PERFORM VARYING DB-IX FROM 1 BY 1 UNTIL DB-IX > DEBET-COUNT
               IF DB-BRUGT(DB-IX) = "N"
                   AND DB-TIDSPUNKT(DB-IX) =
                       TIDSPUNKT IN TRANSAKTIONEROPL
                   AND DB-BELOB(DB-IX) = WS-TRANS-BELOB
                   MOVE "Y" TO DB-BRUGT(DB-IX)
                   MOVE DB-REG-NR(DB-IX)   TO WS-AFSENDER-REG-NR
                   MOVE DB-KONTO-ID(DB-IX) TO WS-AFSENDER-KONTO-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SEND-SEPA                                                     *
      * Formål: Optager SEPA-betalingen i dagens pacs.008-meddelelse: *
      *         modtagerens IBAN valideres, modtagerbankens BIC slås  *
      *         op, og afsenderkontoens IBAN og ejer hentes. Fejler   *
      *         et af trinene, registreres betalingen som afvist med  *
      *         ISO 20022-årsagskoden (AC01 ugyldigt IBAN, RC01       *
      *         ukendt BIC, AC02 afsenderkonto ukendt), og            *
      *         OpgaveSepaStatus krediterer beløbet tilbage. EndToEnd-*
      *         Id er transaktionens TRANS-REF.                       *
      *****************************************************************
       SEND-SEPA.
           IF WS-BIC-INDLAEST = "N"
               EXIT PARAGRAPH
           END-IF
           IF SEPA-UD-COUNT >= SEPA-UD-MAX-ANTAL
               MOVE "Y" TO SEPA-UD-OVERFLOW
               ADD 1 TO WS-IO-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SEPA-UD-COUNT
           MOVE SEPA-UD-COUNT TO SU-IX
           MOVE SPACES TO SEPA-UD-ARRAY(SU-IX)
           MOVE SPACES TO SEPA-DEBITOR(SU-IX)
           MOVE KONTO-ID IN TRANSAKTIONEROPL TO SU-KONTO-ID(SU-IX)
           MOVE TIDSPUNKT IN TRANSAKTIONEROPL TO SU-TIDSPUNKT(SU-IX)
           IF TRANS-REF IN TRANSAKTIONEROPL = SPACES
               PERFORM DAN-TRANS-REF
               MOVE WS-TRANS-REF TO SU-END-TO-END-ID(SU-IX)
           ELSE
               MOVE TRANS-REF IN TRANSAKTIONEROPL
                   TO SU-END-TO-END-ID(SU-IX)
           END-IF
           MOVE WS-AFSENDER-REG-NR   TO SU-AFSENDER-REG-NR(SU-IX)
           MOVE WS-AFSENDER-KONTO-ID TO SU-AFSENDER-KONTO-ID(SU-IX)
           MOVE WS-SEPA-IBAN         TO SU-MODTAGER-IBAN(SU-IX)
           MOVE NAVN IN TRANSAKTIONEROPL TO SU-MODTAGER-NAVN(SU-IX)
           COMPUTE SU-BELOB(SU-IX) = FUNCTION NUMVAL(BELØB)
           MOVE "EUR"          TO SU-VALUTA(SU-IX)
           MOVE WS-CYKLUS-DATO TO SU-AFVIKLING-DATO(SU-IX)
           MOVE WS-CYKLUS-DATO TO SU-STATUS-DATO(SU-IX)

           MOVE SPACES TO WS-SEPA-AARSAG
           PERFORM VALIDER-IBAN
           IF WS-IBAN-GYLDIG = "N"
               MOVE "AC01" TO WS-SEPA-AARSAG
           ELSE
               MOVE WS-SEPA-IBAN TO WS-BIC-IBAN
               PERFORM FIND-BIC
               MOVE WS-BIC-FUNDET TO SU-MODTAGER-BIC(SU-IX)
               IF WS-BIC-FUNDET = SPACES
                   MOVE "RC01" TO WS-SEPA-AARSAG
               ELSE
                   PERFORM HENT-DEBITOR
               END-IF
           END-IF

           IF WS-SEPA-AARSAG = SPACES
               MOVE "S"       TO SU-STATUS(SU-IX)
               MOVE WS-MSG-ID TO SU-MSG-ID(SU-IX)
               ADD 1 TO WS-SEPA-ANTAL
               ADD SU-BELOB(SU-IX) TO WS-SEPA-SUM
               ADD 1 TO TR-ANTAL-SEPA
           ELSE
               MOVE "R"            TO SU-STATUS(SU-IX)
               MOVE WS-SEPA-AARSAG TO SU-AARSAG-KODE(SU-IX)
               ADD 1 TO TR-ANTAL-SEPA-AFVIST
           END-IF
       EXIT.

      *****************************************************************
      * VALIDER-IBAN                                                  *
      * Formål: Efterprøver WS-SEPA-IBAN med ISO 7064 mod-97:         *
      *         landekode og kontrolcifre flyttes bag BBAN, bogstaver *
      *         regnes som A=10 ... Z=35, og resten skal give 1.      *
      *****************************************************************
       VALIDER-IBAN.
           MOVE "N" TO WS-IBAN-GYLDIG
           MOVE ZERO TO WS-IBAN-LGD
           INSPECT WS-SEPA-IBAN TALLYING WS-IBAN-LGD
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-IBAN-LGD < 15
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MOD97-STRENG
           STRING WS-SEPA-IBAN(5:WS-IBAN-LGD - 4) DELIMITED BY SIZE
                   WS-SEPA-IBAN(1:4)              DELIMITED BY SIZE
                   INTO WS-MOD97-STRENG
           MOVE ZERO TO WS-MOD97-REST
           PERFORM VARYING WS-MOD97-IX FROM 1 BY 1
                   UNTIL WS-MOD97-IX > WS-IBAN-LGD
               IF WS-MOD97-STRENG(WS-MOD97-IX:1) IS NUMERIC
                   MOVE WS-MOD97-STRENG(WS-MOD97-IX:1)
                       TO WS-MOD97-CIFFER
                   COMPUTE WS-MOD97-REST = FUNCTION MOD(
                       WS-MOD97-REST * 10 + WS-MOD97-CIFFER, 97)
               ELSE
                   PERFORM FIND-BOGSTAV-VAERDI
                   IF WS-MOD97-BOGSTAV = ZERO
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-MOD97-REST = FUNCTION MOD(
                       WS-MOD97-REST * 100 + WS-MOD97-BOGSTAV, 97)
               END-IF
           END-PERFORM
           IF WS-MOD97-REST = 1
               MOVE "Y" TO WS-IBAN-GYLDIG
           END-IF
       EXIT.

       FIND-BOGSTAV-VAERDI.
           MOVE ZERO TO WS-MOD97-BOGSTAV
           PERFORM VARYING WS-ALFA-IX FROM 1 BY 1
                   UNTIL WS-ALFA-IX > 26
               IF WS-ALFABET(WS-ALFA-IX:1) =
                       WS-MOD97-STRENG(WS-MOD97-IX:1)
                   COMPUTE WS-MOD97-BOGSTAV = WS-ALFA-IX + 9
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * FIND-BIC                                                      *
      * Formål: Slår BIC op for IBAN'en i WS-BIC-IBAN: landekoden     *
      *         skal stemme, og registrets nationale bank-id skal stå *
      *         i IBAN fra position 5. Blank, hvis banken er ukendt.  *
      *****************************************************************
       FIND-BIC.
           MOVE SPACES TO WS-BIC-FUNDET
           PERFORM VARYING BI-IX FROM 1 BY 1 UNTIL BI-IX > BIC-COUNT
               IF BI-LANDE-KODE(BI-IX) = WS-BIC-IBAN(1:2)
                   AND BI-BANK-KODE-LGD(BI-IX) > ZERO
                   AND BI-BANK-KODE-LGD(BI-IX) NOT > 11
                   IF BI-BANK-KODE(BI-IX)(1:BI-BANK-KODE-LGD(BI-IX))
                       = WS-BIC-IBAN(5:BI-BANK-KODE-LGD(BI-IX))
                       MOVE BI-KODE(BI-IX) TO WS-BIC-FUNDET
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * HENT-DEBITOR                                                  *
      * Formål: Henter afsenderkontoens IBAN og ejerens navn til      *
      *         pacs.008 og slår vores egen BIC op ud fra kontoens    *
      *         IBAN. En ukendt afsenderkonto, eller en konto uden    *
      *         IBAN, afviser betalingen (AC02).                      *
      *****************************************************************
       HENT-DEBITOR.
           IF WS-AFSENDER-KONTO-ID = SPACES
               MOVE "AC02" TO WS-SEPA-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AFSENDER-KONTO-ID TO KONTO-ID OF KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   MOVE "AC02" TO WS-SEPA-AARSAG
               NOT INVALID KEY
                   IF KONTO-IBAN = SPACES
                       MOVE "AC02" TO WS-SEPA-AARSAG
                   ELSE
                       MOVE KONTO-IBAN TO SD-IBAN(SU-IX)
                       MOVE KONTO-IBAN TO WS-BIC-IBAN
                       PERFORM FIND-BIC
                       MOVE WS-BIC-FUNDET TO SD-BIC(SU-IX)
                       PERFORM HENT-DEBITOR-NAVN
                   END-IF
           END-READ
       EXIT.

       HENT-DEBITOR-NAVN.
           MOVE KUNDE-ID OF KONTOOPL TO KUNDE-ID OF KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE KONTONUMMER OF KONTOOPL TO SD-NAVN(SU-IX)
               NOT INVALID KEY
                   STRING FUNCTION TRIM(FORNAVN) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(EFTERNAVN) DELIMITED BY SIZE
                           INTO SD-NAVN(SU-IX)
           END-READ
       EXIT.

      *****************************************************************
      * SKRIV-PACS008                                                 *
      * Formål: Skriver dagens SEPA-betalinger som én ISO 20022       *
      *         pacs.008.001.02-meddelelse til korrespondenten:       *
      *         gruppehoved med antal, kontrolsum og interbank-       *
      *         afviklingsdato, og én CdtTrfTxInf pr. sendt betaling. *
      *         Afviste betalinger kommer ikke med. Filen dannes kun, *
      *         når der er noget at sende.                            *
      *****************************************************************
       SKRIV-PACS008.
           IF WS-SEPA-ANTAL = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PACS-FILE
           MOVE "PACS-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE PACS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE WS-SEPA-ANTAL TO WS-XML-ANTAL
           MOVE WS-SEPA-SUM   TO WS-XML-SUM

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:'
                   'xsd:pacs.008.001.02">' DELIMITED BY SIZE
                   INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           MOVE "<FIToFICstmrCdtTrf>" TO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           MOVE "<GrpHdr>" TO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           STRING "<MsgId>" WS-MSG-ID DELIMITED BY SPACE
                   "</MsgId>" DELIMITED BY SIZE
                   INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           STRING "<CreDtTm>" WS-PACS-TIDSSTEMPEL "</CreDtTm>"
                   DELIMITED BY SIZE INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           STRING "<NbOfTxs>" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XML-ANTAL) DELIMITED BY SIZE
                   "</NbOfTxs>" DELIMITED BY SIZE
                   INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           STRING '<TtlIntrBkSttlmAmt Ccy="EUR">' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XML-SUM) DELIMITED BY SIZE
                   "</TtlIntrBkSttlmAmt>" DELIMITED BY SIZE
                   INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           STRING "<IntrBkSttlmDt>" WS-CYKLUS-DATO "</IntrBkSttlmDt>"
                   DELIMITED BY SIZE INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           MOVE "<SttlmInf><SttlmMtd>INDA</SttlmMtd></SttlmInf>"
               TO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           MOVE "</GrpHdr>" TO PACS-LINE
           PERFORM SKRIV-PACS-LINE

           PERFORM VARYING SU-IX FROM 1 BY 1 UNTIL SU-IX > SEPA-UD-COUNT
               IF SU-SENDT(SU-IX)
                   PERFORM SKRIV-PACS-TRANSAKTION
               END-IF
           END-PERFORM

           MOVE "</FIToFICstmrCdtTrf>" TO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           MOVE "</Document>" TO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           CLOSE PACS-FILE
       EXIT.

       SKRIV-PACS-TRANSAKTION.
           MOVE "<CdtTrfTxInf>" TO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           STRING "<PmtId><InstrId>" DELIMITED BY SIZE
                   SU-END-TO-END-ID(SU-IX) DELIMITED BY SPACE
                   "</InstrId><EndToEndId>" DELIMITED BY SIZE
                   SU-END-TO-END-ID(SU-IX) DELIMITED BY SPACE
                   "</EndToEndId><TxId>" DELIMITED BY SIZE
                   SU-END-TO-END-ID(SU-IX) DELIMITED BY SPACE
                   "</TxId></PmtId>" DELIMITED BY SIZE
                   INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           MOVE SU-BELOB(SU-IX) TO WS-XML-BELOB
           STRING '<IntrBkSttlmAmt Ccy="EUR">' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XML-BELOB) DELIMITED BY SIZE
                   "</IntrBkSttlmAmt>" DELIMITED BY SIZE
                   INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           MOVE "<ChrgBr>SLEV</ChrgBr>" TO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           MOVE SD-NAVN(SU-IX) TO WS-XML-TEKST
           PERFORM RENS-XML-TEKST
           STRING "<Dbtr><Nm>" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XML-TEKST) DELIMITED BY SIZE
                   "</Nm></Dbtr>" DELIMITED BY SIZE
                   INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           STRING "<DbtrAcct><Id><IBAN>" DELIMITED BY SIZE
                   SD-IBAN(SU-IX) DELIMITED BY SPACE
                   "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
                   INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
      * Er vores egen BIC ikke i registret, angives agenten som
      * NOTPROVIDED - korrespondenten kender os på nostrokontoen
           IF SD-BIC(SU-IX) = SPACES
               STRING "<DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                       "</Id></Othr></FinInstnId></DbtrAgt>"
                       DELIMITED BY SIZE INTO PACS-LINE
           ELSE
               STRING "<DbtrAgt><FinInstnId><BIC>" DELIMITED BY SIZE
                       SD-BIC(SU-IX) DELIMITED BY SPACE
                       "</BIC></FinInstnId></DbtrAgt>"
                       DELIMITED BY SIZE
                       INTO PACS-LINE
           END-IF
           PERFORM SKRIV-PACS-LINE
           STRING "<CdtrAgt><FinInstnId><BIC>" DELIMITED BY SIZE
                   SU-MODTAGER-BIC(SU-IX) DELIMITED BY SPACE
                   "</BIC></FinInstnId></CdtrAgt>" DELIMITED BY SIZE
                   INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           MOVE SU-MODTAGER-NAVN(SU-IX) TO WS-XML-TEKST
           PERFORM RENS-XML-TEKST
           STRING "<Cdtr><Nm>" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XML-TEKST) DELIMITED BY SIZE
                   "</Nm></Cdtr>" DELIMITED BY SIZE
                   INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           STRING "<CdtrAcct><Id><IBAN>" DELIMITED BY SIZE
                   SU-MODTAGER-IBAN(SU-IX) DELIMITED BY SPACE
                   "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
                   INTO PACS-LINE
           PERFORM SKRIV-PACS-LINE
           MOVE "</CdtTrfTxInf>" TO PACS-LINE
           PERFORM SKRIV-PACS-LINE
       EXIT.

      * Fritekst (navne) må ikke bryde XML'en - tegn med særlig
      * betydning erstattes
       RENS-XML-TEKST.
           INSPECT WS-XML-TEKST REPLACING ALL "&" BY "+"
                                          ALL "<" BY " "
                                          ALL ">" BY " "
           IF WS-XML-TEKST = SPACES
               MOVE "UKENDT" TO WS-XML-TEKST
           END-IF
       EXIT.

       SKRIV-PACS-LINE.
           WRITE PACS-LINE
           MOVE "PACS-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"     TO WS-IO-OPERATION
           MOVE PACS-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO PACS-LINE
       EXIT.

      *****************************************************************
      * SKRIV-SEPA-REGISTER                                           *
      * Formål: Tilføjer dagens SEPA-betalinger - sendte og afviste - *
      *         til SepaBetalinger.txt, hvor OpgaveSepaStatus følger  *
      *         dem op med korrespondentens pacs.002.                 *
      *****************************************************************
       SKRIV-SEPA-REGISTER.
           IF SEPA-UD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SEPA-UD-FILE
           IF SEPA-UD-FILE-STATUS = "35"
               OPEN OUTPUT SEPA-UD-FILE
           END-IF
           MOVE "SEPA-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE SEPA-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING SU-IX FROM 1 BY 1 UNTIL SU-IX > SEPA-UD-COUNT
               MOVE SEPA-UD-ARRAY(SU-IX) TO SEPAREGOPL-UD
               WRITE SEPAREGOPL-UD
               MOVE "SEPA-UD-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"        TO WS-IO-OPERATION
               MOVE SEPA-UD-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SEPA-UD-FILE
       EXIT.

      *****************************************************************
      * LOAD-SANKTIONSLISTE                                           *
      * Formål: Læser Sanktionsliste.txt ind i SANKTION-ARRAY med     *
      *         fornavn og efternavn trukket sammen til ét navn       *
      *         adskilt af ét blanktegn. En fuld tabel betyder en     *
      *         ufuldstændig screening - fejlen tælles.               *
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
                               PERFORM SAMMENTRAEK-LISTENAVN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SANKTION-FILE
               MOVE "N" TO END-OF-SANKTION-FILE
           END-IF
           IF SANKTION-OVERFLOW = "Y"
               DISPLAY "OpgaveClearingUd: SANKTION-ARRAY fuld - "
                   "screeningen er ufuldstaendig"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

       SAMMENTRAEK-LISTENAVN.
           MOVE SPACES TO WS-LISTE-NAVN
           IF SANKT-FORNAVN = SPACES
               MOVE SANKT-EFTERNAVN TO WS-LISTE-NAVN
           ELSE
               STRING SANKT-FORNAVN   DELIMITED BY "  "
                       " "             DELIMITED BY SIZE
                       SANKT-EFTERNAVN DELIMITED BY "  "
                       INTO WS-LISTE-NAVN
           END-IF
           INSPECT WS-LISTE-NAVN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-LISTE-NAVN TO SANKT-ARR-NAVN(SANKTION-COUNT)
       EXIT.

      *****************************************************************
      * LOAD-SCREENINGSKOE                                            *
      * Formål: Læser BetalingsScreening.txt ind i SKOE-ARRAY.        *
      *         Findes filen ikke, er køen tom.                       *
      *****************************************************************
       LOAD-SCREENINGSKOE.
           OPEN INPUT SCREEN-FILE
           IF SCREEN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SCREEN-FILE = "Y"
                   READ SCREEN-FILE INTO BETSCREENOPL
                       AT END
                           MOVE "Y" TO END-OF-SCREEN-FILE
                       NOT AT END
                           IF SKOE-COUNT >= SKOE-MAX-ANTAL
                               MOVE "Y" TO SKOE-OVERFLOW
                           ELSE
                               ADD 1 TO SKOE-COUNT
                               MOVE BETSCREENOPL
                                   TO SKOE-ARRAY(SKOE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCREEN-FILE
               MOVE "N" TO END-OF-SCREEN-FILE
           END-IF
       EXIT.

      *****************************************************************
      * ANVEND-DISPOSITIONER                                          *
      * Formål: Lægger compliance-afgørelserne for udgående           *
      *         betalinger på de tilbageholdte poster i køen.         *
      *         Indgående afgørelser anvendes af OpgaveClearingInd.   *
      *****************************************************************
       ANVEND-DISPOSITIONER.
           OPEN INPUT SCREEN-DISP-FILE
           IF SCREEN-DISP-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SCREEN-FILE = "Y"
                   READ SCREEN-DISP-FILE INTO BETSCRDISPOPL
                       AT END
                           MOVE "Y" TO END-OF-SCREEN-FILE
                       NOT AT END
                           IF SKD-KILDE = "U"
                               PERFORM ANVEND-DISPOSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCREEN-DISP-FILE
               MOVE "N" TO END-OF-SCREEN-FILE
           END-IF
       EXIT.

       ANVEND-DISPOSITION.
           PERFORM VARYING SQ-IX FROM 1 BY 1 UNTIL SQ-IX > SKOE-COUNT
               IF SQ-UDGAAENDE(SQ-IX)
                   AND SQ-TILBAGEHOLDT(SQ-IX)
                   AND SQ-KONTO-ID(SQ-IX) = SKD-KONTO-ID
                   AND SQ-TIDSPUNKT(SQ-IX) = SKD-TIDSPUNKT
                   IF SKD-FRIGIV
                       MOVE "F" TO SQ-STATUS(SQ-IX)
                   END-IF
                   IF SKD-AFVIS
                       MOVE "A" TO SQ-STATUS(SQ-IX)
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-SCREENINGSKOE                                           *
      * Formål: Skriver screeningskøen tilbage. Afgjorte poster       *
      *         bevares med status og dato som revisionsspor.         *
      *****************************************************************
       SKRIV-SCREENINGSKOE.
           OPEN OUTPUT SCREEN-FILE
           MOVE "SCREEN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE SCREEN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING SQ-IX FROM 1 BY 1 UNTIL SQ-IX > SKOE-COUNT
               MOVE SKOE-ARRAY(SQ-IX) TO BETSCREENOPL
               WRITE BETSCREENOPL
               MOVE "SCREEN-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"       TO WS-IO-OPERATION
               MOVE SCREEN-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE SCREEN-FILE
       EXIT.

      *****************************************************************
      * CHECK-IO-STATUS                                               *
      * Formål: Fælles kontrol af FILE STATUS efter en I/O-operation. *
               MOVE "Transaktioner.txt"     TO WS-TRANS-FILNAVN
               MOVE "Banker.txt"            TO WS-BANK-FILNAVN
               MOVE "ClearingUdgaaende.txt" TO WS-CLEARING-FILNAVN
               MOVE "SepaPacs008.xml"       TO WS-PACS-FILNAVN
               MOVE "KontoOpl.txt"          TO WS-KONTO-FILNAVN
               MOVE "Kundeoplysninger.txt"  TO WS-KUNDE-FILNAVN
           ELSE
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       WS-FORRETNINGSDATO  DELIMITED BY SIZE
                       ".txt"              DELIMITED BY SIZE
                       INTO WS-CLEARING-FILNAVN
               STRING "SepaPacs008."    DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".xml"             DELIMITED BY SIZE
                       INTO WS-PACS-FILNAVN
               STRING "KontoOpl."      DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO  DELIMITED BY SIZE
                       ".txt"              DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
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
               STRING "SE" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-TRANS-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-TRANS-REF
       EXIT.
