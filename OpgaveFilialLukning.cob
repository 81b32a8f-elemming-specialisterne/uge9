      *****************************************************************
      * PROGRAM-ID: OPGAVEFILIALLUKNING                               *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Lukning af en filial og flytning af dens kunder.  *
      *             Drevet af FilialLukning.txt (REG-NR, fra-filial,  *
      *             til-filial): hver kontos KONTO-FILIAL-NR flyttes  *
      *             til den modtagende filial (REWRITE i KontoOpl),   *
      *             bokse, åbne opgaver i Arbejdsopgaver.txt og       *
      *             filialens rådgivere - og dermed kundernes         *
      *             rådgivertildelinger - følger med, og den lukkede  *
      *             BANK-FILIAL-plads i Banker.txt udfases (blankes;  *
      *             er den den sidste, tælles BANK-ANTAL-FILIALER     *
      *             ned), så de øvrige filialers numre er uændrede.   *
      *             Hver berørt kunde får et brev på sit eget sprog   *
      *             (KUNDE-SPROG) i sin leveringsstrøm med den nye    *
      *             filials adresse, og brevet logges i kommunika-    *
      *             tionsloggen. Kørslen slutter med en kontrol, der  *
      *             læser KontoOpl igen og beviser at ingen konto     *
      *             længere peger på den lukkede filial. En konto med *
      *             IBAN under et andet REG-NR end lukningens hører   *
      *             til en anden bank og røres ikke. Hovedfilialen    *
      *             (filial 1, bankens egen adresse) kan ikke lukkes. *
      *             RETURN-CODE 4 ved afviste lukninger eller når     *
      *             noget fortsat peger på en lukket filial, 8 ved    *
      *             I/O-fejl eller fuld tabel.                        *
      * INPUT:      FilialLukning.txt - Lukningerne                   *
      *             Banker.txt        - Banker og filialer            *
      *             KontoOpl.txt      - Konto stamdata (I-O)          *
      *             Kundeoplysninger.txt - Levering og sprog          *
      *             Bokse.txt         - Bankbokse                     *
      *             Arbejdsopgaver.txt - Opgaveregistret (I-O)        *
      *             Raadgivere.txt    - Rådgiverregistret (I-O)       *
      *             Operatoerer.txt   - Operatørregistret             *
      *             BusinessDato.txt  - Forretningsdatoen             *
      * OUTPUT:     Banker.NY / Bokse.NY - Opdaterede registre        *
      *             FilialFlytningPapir.txt   - Kundebreve, papir     *
      *             FilialFlytningDigital.txt - Kundebreve, Digital   *
      *                                         Post                  *
      *             KommunikationsLog.txt - Udvides med brevene       *
      *             FilialLukning-Rapport.txt - Flytninger, afvis-    *
      *                                         ninger og kontrol     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveFilialLukning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LUKNING-FILE ASSIGN TO "FilialLukning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LUKNING-FILE-STATUS.
           SELECT BANK-FILE ASSIGN TO "Banker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT BANK-NY-FILE ASSIGN TO "Banker.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-NY-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT BOKS-FILE ASSIGN TO "Bokse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKS-FILE-STATUS.
           SELECT BOKS-NY-FILE ASSIGN TO "Bokse.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKS-NY-FILE-STATUS.
           SELECT OPGAVE-FILE ASSIGN TO "Arbejdsopgaver.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPGAVE-FILE-STATUS.
           SELECT RAADGIVER-FILE ASSIGN TO "Raadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAADGIVER-FILE-STATUS.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT BREV-PAPIR-FILE
               ASSIGN TO "FilialFlytningPapir.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-PAPIR-FILE-STATUS.
           SELECT BREV-DIGITAL-FILE
               ASSIGN TO "FilialFlytningDigital.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-DIGITAL-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "FilialLukning-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "FilialLukning-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LUKNING-FILE.
       01 FILIALLUKOPL.
           COPY "FILIALLUKOPL.cpy".

       FD BANK-FILE.
       01 BANKOPL.
           COPY "BANKOPL.cpy".

       FD BANK-NY-FILE.
       01 BANKOPL-UD.
           COPY "BANKOPL.cpy"
               REPLACING LEADING ==REG-NR== BY ==UD-REG-NR==
                   LEADING ==BANKNAVN== BY ==UD-BANKNAVN==
                   LEADING ==BANK-== BY ==UD-BANK-==
                   LEADING ==BANKADRESSE== BY ==UD-BANKADRESSE==
                   LEADING ==TELEFON== BY ==UD-TELEFON==
                   LEADING ==EMAIL== BY ==UD-EMAIL==
                   LEADING ==FILIAL-== BY ==UD-FILIAL-==.

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD BOKS-FILE.
       01 BOKSOPL.
           COPY "BOKSOPL.cpy".

       FD BOKS-NY-FILE.
       01 BOKS-NY-RECORD   PIC X(200).

       FD OPGAVE-FILE.
       01 ARBOPGOPL.
           COPY "ARBOPGOPL.cpy".

       FD RAADGIVER-FILE.
       01 RAADGIVEROPL.
           COPY "RAADGIVEROPL.cpy".

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD BREV-PAPIR-FILE.
       01 BREV-PAPIR-LINE  PIC X(100) VALUE SPACES.

       FD BREV-DIGITAL-FILE.
       01 BREV-DIGITAL-LINE PIC X(100) VALUE SPACES.

       FD KOMMLOG-FILE.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-LUKNING   PIC X VALUE "N".
       01 END-OF-BANK-FILE PIC X VALUE "N".
       01 END-OF-KONTO-FILE PIC X VALUE "N".
       01 END-OF-BOKS-FILE PIC X VALUE "N".
       01 END-OF-OPGAVE    PIC X VALUE "N".
       01 END-OF-RAADGIVER PIC X VALUE "N".
       01 END-OF-OPERATOER PIC X VALUE "N".

      * De godkendte lukninger med hver luknings optælling til
      * kontrolrapporten (se KONTROL)
       01 LU-MAX-ANTAL     PIC 9(2) VALUE 20.
       01 LU-COUNT         PIC 9(2) VALUE ZERO.
       01 LU-OVERFLOW      PIC X VALUE "N".
       01 LU-TABEL.
           02 LU-ENTRY OCCURS 20 TIMES.
               03 LU-REG-NR        PIC X(06).
               03 LU-FRA           PIC 9(02).
               03 LU-TIL           PIC 9(02).
               03 LU-LUKKE-DATO    PIC X(10).
               03 LU-OPERATOER     PIC X(08).
               03 LU-BANK-IX       PIC 9(03).
               03 LU-BANKKODE      PIC X(04).
               03 LU-KONTI         PIC 9(07).
               03 LU-KONTI-REST    PIC 9(07).
               03 LU-BOKSE         PIC 9(05).
               03 LU-BOKSE-REST    PIC 9(05).
               03 LU-OPGAVER       PIC 9(05).
               03 LU-OPGAVER-REST  PIC 9(05).
               03 LU-RAADGIVERE    PIC 9(03).
               03 LU-RAADGIVERE-REST PIC 9(03).
               03 LU-KUNDER        PIC 9(05).
               03 LU-BREVE         PIC 9(05).
               03 LU-UDEN-BREV     PIC 9(05).
       01 LU-IX            PIC 9(2) VALUE ZERO.
       01 WS-LU-IX         PIC 9(2) VALUE ZERO.
       01 WS-SOEG-FILIAL   PIC 9(2) VALUE ZERO.
       01 WS-SOEG-IBAN     PIC X(18) VALUE SPACES.

      * Bankerne loades i hukommelse, så den lukkede filialplads kan
      * udfases og den modtagende filials adresse slås op til brevet
       01 BANK-MAX-ANTAL   PIC 9(3) VALUE 100.
       01 BANK-COUNT       PIC 9(3) VALUE ZERO.
       01 BANK-OVERFLOW    PIC X VALUE "N".
       01 BANK-ARRAY OCCURS 100 TIMES.
           COPY "BANKOPL.cpy"
               REPLACING LEADING ==REG-NR== BY ==BA-REG-NR==
                   LEADING ==BANKNAVN== BY ==BA-BANKNAVN==
                   LEADING ==BANK-== BY ==BA-BANK-==
                   LEADING ==BANKADRESSE== BY ==BA-BANKADRESSE==
                   LEADING ==TELEFON== BY ==BA-TELEFON==
                   LEADING ==EMAIL== BY ==BA-EMAIL==
                   LEADING ==FILIAL-== BY ==BA-FILIAL-==.
       01 BX               PIC 9(3) VALUE ZERO.
       01 WS-BANK-IX       PIC 9(3) VALUE ZERO.
       01 FX               PIC 9(2) VALUE ZERO.

      * Bankkoden i IBAN er de fire sidste cifre af REG-NR, nulfyldt
      * forfra - samme regel som OpgaveIbanPopulering
       01 WS-REGNR-CIFRE   PIC X(6) VALUE SPACES.
       01 WS-REGNR-ANTAL   PIC 9(2) VALUE ZERO.
       01 WS-CIFFER-IX     PIC 9(2) VALUE ZERO.
       01 WS-BANKKODE      PIC X(4) VALUE SPACES.

      * De berørte kunder - én pr. kunde og lukning, så hver kunde
      * får ét brev uanset hvor mange konti og bokse der flyttes
       01 BK-MAX-ANTAL     PIC 9(5) VALUE 20000.
       01 BK-COUNT         PIC 9(5) VALUE ZERO.
       01 BK-OVERFLOW      PIC X VALUE "N".
       01 BK-TABEL.
           02 BK-ENTRY OCCURS 20000 TIMES.
               03 BK-KUNDE-ID     PIC X(10).
               03 BK-LU-IX        PIC 9(02).
               03 BK-AKTIV-KONTO  PIC X(01).
               03 BK-BOKS         PIC X(01).
       01 BK-IX            PIC 9(5) VALUE ZERO.
       01 WS-SOEG-KUNDE    PIC X(10) VALUE SPACES.

      * Boksregistret loades, flyttes og skrives til Bokse.NY
       01 BOKS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 BOKS-COUNT       PIC 9(4) VALUE ZERO.
       01 BOKS-OVERFLOW    PIC X VALUE "N".
       01 BOKS-INDLAEST    PIC X VALUE "N".
       01 BOKS-ARRAY OCCURS 5000 TIMES.
           COPY "BOKSOPL.cpy"
               REPLACING LEADING ==BX-== BY ==BT-==.
       01 BT-IX            PIC 9(4) VALUE ZERO.
       01 WS-BT-IX2        PIC 9(4) VALUE ZERO.
       01 WS-BOKS-OPTAGET  PIC X VALUE "N".

      * Opgaveregistret loades, flyttes og skrives tilbage
       01 OPG-MAX-ANTAL    PIC 9(5) VALUE 10000.
       01 OPG-COUNT        PIC 9(5) VALUE ZERO.
       01 OPG-OVERFLOW     PIC X VALUE "N".
       01 OPG-INDLAEST     PIC X VALUE "N".
       01 OPG-ARRAY OCCURS 10000 TIMES.
           COPY "ARBOPGOPL.cpy"
               REPLACING LEADING ==AO-== BY ==OA-==.
       01 OA-IX            PIC 9(5) VALUE ZERO.

      * Rådgiverregistret loades, flyttes og skrives tilbage
       01 RGV-MAX-ANTAL    PIC 9(3) VALUE 500.
       01 RGV-COUNT        PIC 9(3) VALUE ZERO.
       01 RGV-OVERFLOW     PIC X VALUE "N".
       01 RGV-INDLAEST     PIC X VALUE "N".
       01 RGV-ARRAY OCCURS 500 TIMES.
           COPY "RAADGIVEROPL.cpy"
               REPLACING LEADING ==RGV-== BY ==RR-==.
       01 RR-IX            PIC 9(3) VALUE ZERO.

      * Aktive operatører - indtasteren af lukningen skal findes her
       01 OP-MAX-ANTAL     PIC 9(3) VALUE 500.
       01 OP-COUNT         PIC 9(3) VALUE ZERO.
       01 OP-OVERFLOW      PIC X VALUE "N".
       01 OP-TABEL.
           02 OP-ENTRY OCCURS 500 TIMES.
               03 OT-OPERATOER-ID PIC X(08).
               03 OT-STATUS       PIC X(01).
       01 OT-IX            PIC 9(3) VALUE ZERO.
       01 WS-OT-FUNDET     PIC X VALUE "N".

       01 WS-AFVIS-AARSAG  PIC X(40) VALUE SPACES.
       01 WS-FLYTTET       PIC X VALUE "N".

      * Kundebrevet (se SKRIV-FLYTTEBREV)
       01 WS-LEVERING-KANAL PIC X(01) VALUE "P".
       01 WS-SPROG-EN       PIC X VALUE "N".
       01 WS-BREV-LINE      PIC X(100) VALUE SPACES.

      * Den faelles kommunikationslog (se SKRIV-KOMMLOG)
       01 KOMMLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-KOMM-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 WS-KOMM-DOKTYPE   PIC X(15) VALUE SPACES.
       01 WS-KOMM-KANAL     PIC X(01) VALUE "P".
       01 WS-KOMM-FILREF    PIC X(30) VALUE SPACES.
       01 WS-KOMM-DATO      PIC 9(8) VALUE ZERO.

       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO       PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO     PIC X(10) VALUE SPACES.

      * Totaler
       01 TR-ANTAL-LUKNINGER PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(3) VALUE ZERO.
       01 TR-ANTAL-KONTI     PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-REST      PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-BREVE     PIC 9(5) VALUE ZERO.

       01 WS-ANTAL-DISPLAY   PIC Z(6)9.
       01 WS-ANTAL-DISPLAY-2 PIC Z(6)9.
       01 WS-ANTAL-DISPLAY-3 PIC Z(6)9.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 LUKNING-FILE-STATUS   PIC XX VALUE "00".
       01 BANK-FILE-STATUS      PIC XX VALUE "00".
       01 BANK-NY-FILE-STATUS   PIC XX VALUE "00".
       01 KONTO-FILE-STATUS     PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS     PIC XX VALUE "00".
       01 BOKS-FILE-STATUS      PIC XX VALUE "00".
       01 BOKS-NY-FILE-STATUS   PIC XX VALUE "00".
       01 OPGAVE-FILE-STATUS    PIC XX VALUE "00".
       01 RAADGIVER-FILE-STATUS PIC XX VALUE "00".
       01 OPERATOER-FILE-STATUS PIC XX VALUE "00".
       01 BREV-PAPIR-FILE-STATUS PIC XX VALUE "00".
       01 BREV-DIGITAL-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS   PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS  PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION       PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS          PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT     PIC 9(5) VALUE ZERO.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). Registrene forbliver udaterede, da de lever
      * på tværs af kørselsdage.
       01 WS-KONTO-FILNAVN   PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN   PIC X(40) VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
               WS-SYSDATO(7:2) DELIMITED BY SIZE INTO WS-DAGS-DATO
           MOVE WS-SYSDATO TO WS-KOMM-DATO
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE
           STRING "FILIALLUKNING " DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM LOAD-OPERATOERER
           PERFORM LAES-BANKER
           PERFORM LAES-LUKNINGER

           IF LU-COUNT > ZERO AND BANK-OVERFLOW = "N"
               PERFORM FLYT-KONTI
               PERFORM FLYT-BOKSE
               PERFORM FLYT-OPGAVER
               PERFORM FLYT-RAADGIVERE
               PERFORM UDFAS-FILIALER
               PERFORM SKRIV-BANKER-NY
               PERFORM SKRIV-BREVE
               PERFORM KONTROL
           END-IF
           PERFORM TRAILER

           DISPLAY "OpgaveFilialLukning: " TR-ANTAL-LUKNINGER
               " lukninger, " TR-ANTAL-AFVIST " afvist, "
               TR-ANTAL-KONTI " konti flyttet, "
               TR-ANTAL-BREVE " breve, " TR-ANTAL-REST
               " peger fortsat paa en lukket filial"

           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   OR BANK-OVERFLOW = "Y" OR LU-OVERFLOW = "Y"
                   OR BK-OVERFLOW = "Y" OR BOKS-OVERFLOW = "Y"
                   OR OPG-OVERFLOW = "Y" OR RGV-OVERFLOW = "Y"
                   OR OP-OVERFLOW = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-AFVIST > ZERO
                   OR TR-ANTAL-REST > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * LOAD-OPERATOERER                                              *
      * Formål: Læser operatørregistret ind i OP-TABEL.               *
      *****************************************************************
       LOAD-OPERATOERER.
           OPEN INPUT OPERATOER-FILE
           MOVE "OPERATOER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE OPERATOER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF OPERATOER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OPERATOER = "Y"
               READ OPERATOER-FILE
                   AT END
                       MOVE "Y" TO END-OF-OPERATOER
                   NOT AT END
                       IF OP-COUNT >= OP-MAX-ANTAL
                           MOVE "Y" TO OP-OVERFLOW
                       ELSE
                           ADD 1 TO OP-COUNT
                           MOVE OP-OPERATOER-ID
                               TO OT-OPERATOER-ID(OP-COUNT)
                           MOVE OP-STATUS TO OT-STATUS(OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOER-FILE
       EXIT.

       LAES-BANKER.
           OPEN INPUT BANK-FILE
           MOVE "BANK-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE BANK-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF BANK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-BANK-FILE = "Y"
               READ BANK-FILE INTO BANKOPL
                   AT END
                       MOVE "Y" TO END-OF-BANK-FILE
                   NOT AT END
                       IF BANK-COUNT >= BANK-MAX-ANTAL
                           MOVE "Y" TO BANK-OVERFLOW
                       ELSE
                           ADD 1 TO BANK-COUNT
                           MOVE BANKOPL TO BANK-ARRAY(BANK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-FILE
       EXIT.

      *****************************************************************
      * LAES-LUKNINGER                                                *
      * Formål: Læser FilialLukning.txt og godkender hver lukning     *
      *         (se VALIDER-LUKNING) ind i LU-TABEL. Mangler filen,   *
      *         er der intet at lukke.                                *
      *****************************************************************
       LAES-LUKNINGER.
           OPEN INPUT LUKNING-FILE
           IF LUKNING-FILE-STATUS NOT = "00"
               MOVE "INGEN LUKNINGER - FILIALLUKNING.TXT FINDES IKKE"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LUKNING = "Y"
               READ LUKNING-FILE
                   AT END
                       MOVE "Y" TO END-OF-LUKNING
                   NOT AT END
                       IF FLU-REG-NR NOT = SPACES
                           PERFORM VALIDER-LUKNING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LUKNING-FILE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * VALIDER-LUKNING                                               *
      * Formål: Godkender lukningen i FILIALLUKOPL. Afvises hvis      *
      *         operatøren er ukendt eller spærret, banken ikke       *
      *         findes, filialen er hovedfilialen, ikke findes eller  *
      *         allerede er lukket, den modtagende filial ikke findes *
      *         eller er den samme, eller hvis lukningen kolliderer   *
      *         med en anden lukning i samme kørsel (en filial kan    *
      *         ikke både lukke og modtage kunder).                   *
      *****************************************************************
       VALIDER-LUKNING.
           MOVE "N" TO WS-OT-FUNDET
           PERFORM VARYING OT-IX FROM 1 BY 1 UNTIL OT-IX > OP-COUNT
               IF OT-OPERATOER-ID(OT-IX) = FLU-OPERATOER
                   AND OT-STATUS(OT-IX) = "A"
                   MOVE "Y" TO WS-OT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OT-FUNDET = "N"
               MOVE "UKENDT ELLER SPAERRET OPERATOER"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-LUKNING
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-BANK-IX
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BANK-COUNT
               IF BA-REG-NR IN BANK-ARRAY(BX) = FLU-REG-NR
                   MOVE BX TO WS-BANK-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BANK-IX = ZERO
               MOVE "REG-NR FINDES IKKE I BANKER.TXT"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-LUKNING
               EXIT PARAGRAPH
           END-IF
           IF FLU-FRA-FILIAL NOT NUMERIC
               OR FLU-TIL-FILIAL NOT NUMERIC
               MOVE "UGYLDIGT FILIALNUMMER" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-LUKNING
               EXIT PARAGRAPH
           END-IF
           IF FLU-FRA-FILIAL = 1
               MOVE "HOVEDFILIALEN KAN IKKE LUKKES"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-LUKNING
               EXIT PARAGRAPH
           END-IF
           IF FLU-FRA-FILIAL < 1 OR FLU-FRA-FILIAL > 4
               OR FLU-FRA-FILIAL >
                   BA-BANK-ANTAL-FILIALER IN BANK-ARRAY(WS-BANK-IX)
               MOVE "FILIALEN FINDES IKKE" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-LUKNING
               EXIT PARAGRAPH
           END-IF
           IF BA-FILIAL-ADRESSE IN BANK-ARRAY(WS-BANK-IX,
                   FLU-FRA-FILIAL) = SPACES
               MOVE "FILIALEN ER ALLEREDE LUKKET" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-LUKNING
               EXIT PARAGRAPH
           END-IF
           IF FLU-TIL-FILIAL = FLU-FRA-FILIAL
               MOVE "FRA- OG TIL-FILIAL ER ENS" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-LUKNING
               EXIT PARAGRAPH
           END-IF
           IF FLU-TIL-FILIAL < 1 OR FLU-TIL-FILIAL > 4
               OR FLU-TIL-FILIAL >
                   BA-BANK-ANTAL-FILIALER IN BANK-ARRAY(WS-BANK-IX)
               MOVE "MODTAGENDE FILIAL FINDES IKKE"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-LUKNING
               EXIT PARAGRAPH
           END-IF
           IF BA-FILIAL-ADRESSE IN BANK-ARRAY(WS-BANK-IX,
                   FLU-TIL-FILIAL) = SPACES
               MOVE "MODTAGENDE FILIAL ER LUKKET" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-LUKNING
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LU-IX FROM 1 BY 1 UNTIL LU-IX > LU-COUNT
               IF LU-REG-NR(LU-IX) = FLU-REG-NR
                   EVALUATE TRUE
                       WHEN LU-FRA(LU-IX) = FLU-FRA-FILIAL
                           MOVE "FILIALEN LUKKES ALLEREDE I KOERSLEN"
                               TO WS-AFVIS-AARSAG
                       WHEN LU-FRA(LU-IX) = FLU-TIL-FILIAL
                           MOVE "MODTAGENDE FILIAL LUKKES SELV"
                               TO WS-AFVIS-AARSAG
                       WHEN LU-TIL(LU-IX) = FLU-FRA-FILIAL
                           MOVE "FILIALEN MODTAGER SELV KUNDER"
                               TO WS-AFVIS-AARSAG
                       WHEN OTHER
                           MOVE SPACES TO WS-AFVIS-AARSAG
                   END-EVALUATE
                   IF WS-AFVIS-AARSAG NOT = SPACES
                       PERFORM AFVIS-LUKNING
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           IF LU-COUNT >= LU-MAX-ANTAL
               MOVE "Y" TO LU-OVERFLOW
               MOVE "LUKNINGSTABELLEN ER FULD" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-LUKNING
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LU-COUNT
           ADD 1 TO TR-ANTAL-LUKNINGER
           MOVE FLU-REG-NR     TO LU-REG-NR(LU-COUNT)
           MOVE FLU-FRA-FILIAL TO LU-FRA(LU-COUNT)
           MOVE FLU-TIL-FILIAL TO LU-TIL(LU-COUNT)
           MOVE FLU-OPERATOER  TO LU-OPERATOER(LU-COUNT)
           MOVE WS-BANK-IX     TO LU-BANK-IX(LU-COUNT)
           IF FLU-LUKKE-DATO = SPACES
               MOVE WS-DAGS-DATO TO LU-LUKKE-DATO(LU-COUNT)
           ELSE
               MOVE FLU-LUKKE-DATO TO LU-LUKKE-DATO(LU-COUNT)
           END-IF
           PERFORM BEREGN-BANKKODE
           MOVE WS-BANKKODE TO LU-BANKKODE(LU-COUNT)
           MOVE ZERO TO LU-KONTI(LU-COUNT) LU-KONTI-REST(LU-COUNT)
                        LU-BOKSE(LU-COUNT) LU-BOKSE-REST(LU-COUNT)
                        LU-OPGAVER(LU-COUNT)
                        LU-OPGAVER-REST(LU-COUNT)
                        LU-RAADGIVERE(LU-COUNT)
                        LU-RAADGIVERE-REST(LU-COUNT)
                        LU-KUNDER(LU-COUNT) LU-BREVE(LU-COUNT)
                        LU-UDEN-BREV(LU-COUNT)

           MOVE SPACES TO RAPPORT-LINE
           STRING "LUKNING   REG-NR " DELIMITED BY SIZE
                   FLU-REG-NR DELIMITED BY SIZE
                   " FILIAL " DELIMITED BY SIZE
                   FLU-FRA-FILIAL DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FLU-TIL-FILIAL DELIMITED BY SIZE
                   " PR. " DELIMITED BY SIZE
                   LU-LUKKE-DATO(LU-COUNT) DELIMITED BY SIZE
                   " AF " DELIMITED BY SIZE
                   FLU-OPERATOER DELIMITED BY SPACE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       AFVIS-LUKNING.
           ADD 1 TO TR-ANTAL-AFVIST
           MOVE SPACES TO RAPPORT-LINE
           STRING "AFVIST    REG-NR " DELIMITED BY SIZE
                   FLU-REG-NR DELIMITED BY SIZE
                   " FILIAL " DELIMITED BY SIZE
                   FLU-FRA-FILIAL DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FLU-TIL-FILIAL DELIMITED BY SIZE
                   " AF " DELIMITED BY SIZE
                   FLU-OPERATOER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AFVIS-AARSAG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * BEREGN-BANKKODE                                               *
      * Formål: Bankkoden i en dansk IBAN (position 5-8) er de fire   *
      *         sidste cifre af REG-NR, nulfyldt forfra. Bruges til   *
      *         at genkende konti der hører til lukningens bank.      *
      *****************************************************************
       BEREGN-BANKKODE.
           MOVE "000000" TO WS-REGNR-CIFRE
           MOVE ZERO TO WS-REGNR-ANTAL
           PERFORM VARYING WS-CIFFER-IX FROM 1 BY 1
                   UNTIL WS-CIFFER-IX > 6
               IF FLU-REG-NR(WS-CIFFER-IX:1) IS NUMERIC
                   ADD 1 TO WS-REGNR-ANTAL
                   MOVE FLU-REG-NR(WS-CIFFER-IX:1)
                       TO WS-REGNR-CIFRE(WS-REGNR-ANTAL:1)
               END-IF
           END-PERFORM
           IF WS-REGNR-ANTAL >= 4
               MOVE WS-REGNR-CIFRE(WS-REGNR-ANTAL - 3:4)
                   TO WS-BANKKODE
           ELSE
               MOVE "0000" TO WS-BANKKODE
               IF WS-REGNR-ANTAL > ZERO
                   MOVE WS-REGNR-CIFRE(1:WS-REGNR-ANTAL)
                       TO WS-BANKKODE(5 - WS-REGNR-ANTAL:
                           WS-REGNR-ANTAL)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FIND-LUKNING                                                  *
      * Formål: WS-LU-IX peger på lukningen af filial WS-SOEG-FILIAL, *
      *         nul hvis filialen ikke lukkes. Er WS-SOEG-IBAN sat,   *
      *         skal dens bankkode også være lukningens - en konto    *
      *         under en anden bank med samme filialnummer røres      *
      *         ikke. Bokse, opgaver og rådgivere bærer intet REG-NR  *
      *         og findes alene på filialnummeret.                    *
      *****************************************************************
       FIND-LUKNING.
           MOVE ZERO TO WS-LU-IX
           PERFORM VARYING LU-IX FROM 1 BY 1 UNTIL LU-IX > LU-COUNT
               IF LU-FRA(LU-IX) = WS-SOEG-FILIAL
                   AND (WS-SOEG-IBAN = SPACES
                       OR WS-SOEG-IBAN(5:4) = LU-BANKKODE(LU-IX))
                   MOVE LU-IX TO WS-LU-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * REGISTRER-KUNDE                                               *
      * Formål: BK-IX peger på kunden WS-SOEG-KUNDE under lukning     *
      *         WS-LU-IX i BK-TABEL - tilføjes hvis den ikke findes.  *
      *         Nul hvis tabellen er fuld.                            *
      *****************************************************************
       REGISTRER-KUNDE.
           PERFORM VARYING BK-IX FROM 1 BY 1 UNTIL BK-IX > BK-COUNT
               IF BK-KUNDE-ID(BK-IX) = WS-SOEG-KUNDE
                   AND BK-LU-IX(BK-IX) = WS-LU-IX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF BK-COUNT >= BK-MAX-ANTAL
               MOVE "Y" TO BK-OVERFLOW
               MOVE ZERO TO BK-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BK-COUNT
           MOVE BK-COUNT      TO BK-IX
           MOVE WS-SOEG-KUNDE TO BK-KUNDE-ID(BK-IX)
           MOVE WS-LU-IX      TO BK-LU-IX(BK-IX)
           MOVE "N"           TO BK-AKTIV-KONTO(BK-IX)
           MOVE "N"           TO BK-BOKS(BK-IX)
           ADD 1 TO LU-KUNDER(WS-LU-IX)
       EXIT.

      *****************************************************************
      * FLYT-KONTI                                                    *
      * Formål: Læser KontoOpl igennem og flytter hver konto i en     *
      *         lukket filial til den modtagende filial (REWRITE).    *
      *         Også lukkede konti flyttes, så ingen konto peger på   *
      *         den lukkede filial; kun kunder med en åben konto får  *
      *         brev.                                                 *
      *****************************************************************
       FLYT-KONTI.
           OPEN I-O KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "KONTI" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "N" TO END-OF-KONTO-FILE
           PERFORM UNTIL END-OF-KONTO-FILE = "Y"
               READ KONTO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-KONTO-FILE
                   NOT AT END
                       PERFORM FLYT-KONTO
               END-READ
               MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KONTO-FILE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       FLYT-KONTO.
           MOVE KONTO-FILIAL-NR TO WS-SOEG-FILIAL
           MOVE KONTO-IBAN      TO WS-SOEG-IBAN
           PERFORM FIND-LUKNING
           IF WS-LU-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LU-TIL(WS-LU-IX) TO KONTO-FILIAL-NR
           REWRITE KONTOOPL
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "REWRITE"    TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LU-KONTI(WS-LU-IX)
           ADD 1 TO TR-ANTAL-KONTI
           MOVE SPACES TO RAPPORT-LINE
           STRING "  FLYTTET KONTO " DELIMITED BY SIZE
                   KONTO-ID IN KONTOOPL DELIMITED BY SIZE
                   " KUNDE " DELIMITED BY SIZE
                   KUNDE-ID IN KONTOOPL DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   KONTO-STATUS DELIMITED BY SIZE
                   " FILIAL " DELIMITED BY SIZE
                   LU-FRA(WS-LU-IX) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   LU-TIL(WS-LU-IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE KUNDE-ID IN KONTOOPL TO WS-SOEG-KUNDE
           PERFORM REGISTRER-KUNDE
           IF BK-IX > ZERO AND NOT KONTO-LUKKET
               MOVE "J" TO BK-AKTIV-KONTO(BK-IX)
           END-IF
       EXIT.

      *****************************************************************
      * FLYT-BOKSE                                                    *
      * Formål: Flytter den lukkede filials bokse til den modtagende  *
      *         filial og skriver Bokse.NY. En boks hvis nummer       *
      *         allerede er optaget i den modtagende filial, bliver   *
      *         stående og meldes, så filialen kan omnummerere den.   *
      *         Lejeren af en udlejet boks får brev om flytningen.    *
      *         Mangler Bokse.txt, har banken ingen bokse.            *
      *****************************************************************
       FLYT-BOKSE.
           OPEN INPUT BOKS-FILE
           IF BOKS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-BOKS-FILE = "Y"
               READ BOKS-FILE
                   AT END
                       MOVE "Y" TO END-OF-BOKS-FILE
                   NOT AT END
                       IF BOKS-COUNT >= BOKS-MAX-ANTAL
                           MOVE "Y" TO BOKS-OVERFLOW
                       ELSE
                           ADD 1 TO BOKS-COUNT
                           MOVE BOKSOPL TO BOKS-ARRAY(BOKS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOKS-FILE
           IF BOKS-OVERFLOW = "Y"
               MOVE "BOKSE IKKE FLYTTET - BOKSTABELLEN ER FULD"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BOKS-INDLAEST

           MOVE "BOKSE" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING BT-IX FROM 1 BY 1 UNTIL BT-IX > BOKS-COUNT
               MOVE BT-FILIAL-NR(BT-IX) TO WS-SOEG-FILIAL
               MOVE SPACES TO WS-SOEG-IBAN
               PERFORM FIND-LUKNING
               IF WS-LU-IX > ZERO
                   PERFORM FLYT-BOKS
               END-IF
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINE

           OPEN OUTPUT BOKS-NY-FILE
           MOVE "BOKS-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE BOKS-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF BOKS-NY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BT-IX FROM 1 BY 1 UNTIL BT-IX > BOKS-COUNT
               MOVE SPACES TO BOKS-NY-RECORD
               MOVE BOKS-ARRAY(BT-IX) TO BOKS-NY-RECORD
               WRITE BOKS-NY-RECORD
               MOVE "BOKS-NY-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"        TO WS-IO-OPERATION
               MOVE BOKS-NY-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE BOKS-NY-FILE
       EXIT.

       FLYT-BOKS.
           MOVE "N" TO WS-BOKS-OPTAGET
           PERFORM VARYING WS-BT-IX2 FROM 1 BY 1
                   UNTIL WS-BT-IX2 > BOKS-COUNT
               IF BT-FILIAL-NR(WS-BT-IX2) = LU-TIL(WS-LU-IX)
                   AND BT-BOKS-NR(WS-BT-IX2) = BT-BOKS-NR(BT-IX)
                   MOVE "Y" TO WS-BOKS-OPTAGET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-LINE
           IF WS-BOKS-OPTAGET = "Y"
               STRING "  IKKE FLYTTET BOKS " DELIMITED BY SIZE
                       BT-BOKS-NR(BT-IX) DELIMITED BY SIZE
                       " FILIAL " DELIMITED BY SIZE
                       LU-FRA(WS-LU-IX) DELIMITED BY SIZE
                       " - NUMMERET ER OPTAGET I FILIAL "
                       DELIMITED BY SIZE
                       LU-TIL(WS-LU-IX) DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE LU-TIL(WS-LU-IX) TO BT-FILIAL-NR(BT-IX)
           ADD 1 TO LU-BOKSE(WS-LU-IX)
           STRING "  FLYTTET BOKS " DELIMITED BY SIZE
                   BT-BOKS-NR(BT-IX) DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   BT-STATUS(BT-IX) DELIMITED BY SIZE
                   " LEJER " DELIMITED BY SIZE
                   BT-KUNDE-ID(BT-IX) DELIMITED BY SIZE
                   " FILIAL " DELIMITED BY SIZE
                   LU-FRA(WS-LU-IX) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   LU-TIL(WS-LU-IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF BT-UDLEJET(BT-IX) AND BT-KUNDE-ID(BT-IX) NOT = SPACES
               MOVE BT-KUNDE-ID(BT-IX) TO WS-SOEG-KUNDE
               PERFORM REGISTRER-KUNDE
               IF BK-IX > ZERO
                   MOVE "J" TO BK-AKTIV-KONTO(BK-IX)
                   MOVE "J" TO BK-BOKS(BK-IX)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FLYT-OPGAVER                                                  *
      * Formål: Flytter den lukkede filials nye og åbne opgaver i     *
      *         opgaveregistret til den modtagende filial, så de      *
      *         ældes og eskaleres dér. Ejeren beholdes; filialen     *
      *         omfordeler efter behov via ArbejdsopgaverTrans.txt.   *
      *         Lukkede opgaver er historik og bliver stående.        *
      *****************************************************************
       FLYT-OPGAVER.
           OPEN INPUT OPGAVE-FILE
           IF OPGAVE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OPGAVE = "Y"
               READ OPGAVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-OPGAVE
                   NOT AT END
                       IF OPG-COUNT >= OPG-MAX-ANTAL
                           MOVE "Y" TO OPG-OVERFLOW
                       ELSE
                           ADD 1 TO OPG-COUNT
                           MOVE ARBOPGOPL TO OPG-ARRAY(OPG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPGAVE-FILE
           IF OPG-OVERFLOW = "Y"
               MOVE "OPGAVER IKKE FLYTTET - OPGAVETABELLEN ER FULD"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO OPG-INDLAEST

           MOVE "N" TO WS-FLYTTET
           PERFORM VARYING OA-IX FROM 1 BY 1 UNTIL OA-IX > OPG-COUNT
               IF NOT OA-LUKKET(OA-IX)
                   MOVE OA-FILIAL-NR(OA-IX) TO WS-SOEG-FILIAL
                   MOVE SPACES TO WS-SOEG-IBAN
                   PERFORM FIND-LUKNING
                   IF WS-LU-IX > ZERO
                       MOVE LU-TIL(WS-LU-IX) TO OA-FILIAL-NR(OA-IX)
                       ADD 1 TO LU-OPGAVER(WS-LU-IX)
                       MOVE "Y" TO WS-FLYTTET
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FLYTTET = "N"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT OPGAVE-FILE
           MOVE "OPGAVE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE OPGAVE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF OPGAVE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OA-IX FROM 1 BY 1 UNTIL OA-IX > OPG-COUNT
               MOVE OPG-ARRAY(OA-IX) TO ARBOPGOPL
               WRITE ARBOPGOPL
               MOVE "OPGAVE-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"       TO WS-IO-OPERATION
               MOVE OPGAVE-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE OPGAVE-FILE
       EXIT.

      *****************************************************************
      * FLYT-RAADGIVERE                                               *
      * Formål: Flytter den lukkede filials rådgivere til den         *
      *         modtagende filial. Kundernes tildelinger i            *
      *         KundeRaadgivere.txt peger på rådgiveren og følger     *
      *         dermed med; går en af dem senere på orlov, flytter    *
      *         OpgaveRaadgiverTildeling porteføljen inden for den    *
      *         nye filial.                                           *
      *****************************************************************
       FLYT-RAADGIVERE.
           OPEN INPUT RAADGIVER-FILE
           IF RAADGIVER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-RAADGIVER = "Y"
               READ RAADGIVER-FILE
                   AT END
                       MOVE "Y" TO END-OF-RAADGIVER
                   NOT AT END
                       IF RGV-COUNT >= RGV-MAX-ANTAL
                           MOVE "Y" TO RGV-OVERFLOW
                       ELSE
                           ADD 1 TO RGV-COUNT
                           MOVE RAADGIVEROPL TO RGV-ARRAY(RGV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAADGIVER-FILE
           IF RGV-OVERFLOW = "Y"
               MOVE "RAADGIVERE IKKE FLYTTET - TABELLEN ER FULD"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO RGV-INDLAEST

           MOVE "RAADGIVERE" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE "N" TO WS-FLYTTET
           PERFORM VARYING RR-IX FROM 1 BY 1 UNTIL RR-IX > RGV-COUNT
               MOVE RR-FILIAL-NR(RR-IX) TO WS-SOEG-FILIAL
               MOVE SPACES TO WS-SOEG-IBAN
               PERFORM FIND-LUKNING
               IF WS-LU-IX > ZERO
                   MOVE LU-TIL(WS-LU-IX) TO RR-FILIAL-NR(RR-IX)
                   ADD 1 TO LU-RAADGIVERE(WS-LU-IX)
                   MOVE "Y" TO WS-FLYTTET
                   MOVE SPACES TO RAPPORT-LINE
                   STRING "  FLYTTET RAADGIVER " DELIMITED BY SIZE
                           RR-RAADGIVER-ID(RR-IX) DELIMITED BY SIZE
                           " STATUS " DELIMITED BY SIZE
                           RR-STATUS(RR-IX) DELIMITED BY SIZE
                           " FILIAL " DELIMITED BY SIZE
                           LU-FRA(WS-LU-IX) DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           LU-TIL(WS-LU-IX) DELIMITED BY SIZE
                           INTO RAPPORT-LINE
                   PERFORM SKRIV-RAPPORT-LINE
               END-IF
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINE
           IF WS-FLYTTET = "N"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RAADGIVER-FILE
           MOVE "RAADGIVER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE RAADGIVER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF RAADGIVER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RR-IX FROM 1 BY 1 UNTIL RR-IX > RGV-COUNT
               MOVE RGV-ARRAY(RR-IX) TO RAADGIVEROPL
               WRITE RAADGIVEROPL
               MOVE "RAADGIVER-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"          TO WS-IO-OPERATION
               MOVE RAADGIVER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE RAADGIVER-FILE
       EXIT.

      *****************************************************************
      * UDFAS-FILIALER                                                *
      * Formål: Blanker hver lukket filials BANK-FILIAL-plads. De     *
      *         øvrige filialer beholder deres numre, da konti og     *
      *         registre peger på dem; er den lukkede plads den       *
      *         sidste, tælles BANK-ANTAL-FILIALER ned forbi alle     *
      *         blanke pladser i enden.                               *
      *****************************************************************
       UDFAS-FILIALER.
           PERFORM VARYING LU-IX FROM 1 BY 1 UNTIL LU-IX > LU-COUNT
               MOVE LU-BANK-IX(LU-IX) TO WS-BANK-IX
               MOVE SPACES TO BA-BANK-FILIAL IN
                   BANK-ARRAY(WS-BANK-IX, LU-FRA(LU-IX))
               PERFORM UNTIL
                       BA-BANK-ANTAL-FILIALER IN BANK-ARRAY(WS-BANK-IX)
                           <= 1
                       OR BA-BANK-ANTAL-FILIALER IN
                           BANK-ARRAY(WS-BANK-IX) > 4
                       OR BA-FILIAL-ADRESSE IN BANK-ARRAY(WS-BANK-IX,
                           BA-BANK-ANTAL-FILIALER IN
                               BANK-ARRAY(WS-BANK-IX)) NOT = SPACES
                   SUBTRACT 1 FROM BA-BANK-ANTAL-FILIALER IN
                       BANK-ARRAY(WS-BANK-IX)
               END-PERFORM
               MOVE SPACES TO RAPPORT-LINE
               STRING "UDFASET   REG-NR " DELIMITED BY SIZE
                       LU-REG-NR(LU-IX) DELIMITED BY SIZE
                       " FILIAL " DELIMITED BY SIZE
                       LU-FRA(LU-IX) DELIMITED BY SIZE
                       " - BANKEN HAR NU " DELIMITED BY SIZE
                       BA-BANK-ANTAL-FILIALER IN
                           BANK-ARRAY(WS-BANK-IX) DELIMITED BY SIZE
                       " FILIALPLADSER" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       SKRIV-BANKER-NY.
           OPEN OUTPUT BANK-NY-FILE
           MOVE "BANK-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE BANK-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF BANK-NY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BANK-COUNT
               MOVE BANK-ARRAY(BX) TO BANKOPL-UD
               WRITE BANKOPL-UD
               MOVE "BANK-NY-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"        TO WS-IO-OPERATION
               MOVE BANK-NY-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE BANK-NY-FILE
       EXIT.

      *****************************************************************
      * SKRIV-BREVE                                                   *
      * Formål: Skriver til hver berørt kunde med en åben konto eller *
      *         en lejet boks i den lukkede filial - ét brev pr.      *
      *         kunde og lukning, i kundens leveringsstrøm og på      *
      *         kundens sprog, med den modtagende filials adresse.    *
      *****************************************************************
       SKRIV-BREVE.
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
           MOVE "KUNDEBREVE" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING BK-IX FROM 1 BY 1 UNTIL BK-IX > BK-COUNT
               IF BK-AKTIV-KONTO(BK-IX) = "J"
                   MOVE BK-LU-IX(BK-IX) TO WS-LU-IX
                   MOVE LU-BANK-IX(WS-LU-IX) TO WS-BANK-IX
                   PERFORM BESTEM-LEVERING
                   IF WS-LEVERING-KANAL = "N"
                       ADD 1 TO LU-UDEN-BREV(WS-LU-IX)
                       MOVE SPACES TO RAPPORT-LINE
                       STRING "  UDEN BREV KUNDE " DELIMITED BY SIZE
                               BK-KUNDE-ID(BK-IX) DELIMITED BY SIZE
                               " - INGEN LEVERING, AFDOED ELLER "
                               DELIMITED BY SIZE
                               "UGYLDIG ADRESSE" DELIMITED BY SIZE
                               INTO RAPPORT-LINE
                       PERFORM SKRIV-RAPPORT-LINE
                   ELSE
                       PERFORM SKRIV-FLYTTEBREV
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINE
           CLOSE KUNDE-FILE
           CLOSE BREV-PAPIR-FILE
           CLOSE BREV-DIGITAL-FILE
       EXIT.

      *****************************************************************
      * BESTEM-LEVERING                                               *
      * Formål: Slår kunden op og bestemmer kanal og sprog som        *
      *         kontoudskrifterne: papir er forvalgt, "D" Digital     *
      *         Post, "N" ingen levering; en afdød kunde eller en     *
      *         papirkunde med ugyldig adresse får intet brev.        *
      *****************************************************************
       BESTEM-LEVERING.
           MOVE "P" TO WS-LEVERING-KANAL
           MOVE "N" TO WS-SPROG-EN
           MOVE BK-KUNDE-ID(BK-IX) TO KUNDE-ID IN KUNDEOPL
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
      * SKRIV-FLYTTEBREV                                              *
      * Formål: Skriver brevet om filialflytningen med den modtagende *
      *         filials adresse, telefon og e-mail på kundens sprog   *
      *         og logger det i kommunikationsloggen.                 *
      *****************************************************************
       SKRIV-FLYTTEBREV.
           ADD 1 TO LU-BREVE(WS-LU-IX)
           ADD 1 TO TR-ANTAL-BREVE
           MOVE SPACES TO WS-BREV-LINE
           IF WS-LEVERING-KANAL = "D"
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       BK-KUNDE-ID(BK-IX) DELIMITED BY SPACE
                       INTO WS-BREV-LINE
           ELSE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       BK-KUNDE-ID(BK-IX) DELIMITED BY SPACE
                       " DOK=FILIALFLYTNING" DELIMITED BY SIZE
                       INTO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           IF WS-SPROG-EN = "Y"
               MOVE "YOUR BRANCH IS MOVING" TO WS-BREV-LINE
           ELSE
               MOVE "DIN FILIAL FLYTTER" TO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           STRING "KUNDE " DELIMITED BY SIZE
                   BK-KUNDE-ID(BK-IX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FORNAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(EFTERNAVN) DELIMITED BY SIZE
                   INTO WS-BREV-LINE
           PERFORM SKRIV-BREV-LINE
           PERFORM SKRIV-BREV-LINE
           IF WS-SPROG-EN = "Y"
               STRING "WE ARE CLOSING YOUR BRANCH OF " DELIMITED BY SIZE
                       FUNCTION TRIM(BA-BANKNAVN IN
                           BANK-ARRAY(WS-BANK-IX)) DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       LU-LUKKE-DATO(WS-LU-IX) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
               MOVE "FROM THAT DATE YOU ARE SERVED BY OUR BRANCH AT:"
                   TO WS-BREV-LINE
           ELSE
               STRING "VI LUKKER DIN FILIAL I " DELIMITED BY SIZE
                       FUNCTION TRIM(BA-BANKNAVN IN
                           BANK-ARRAY(WS-BANK-IX)) DELIMITED BY SIZE
                       " PR. " DELIMITED BY SIZE
                       LU-LUKKE-DATO(WS-LU-IX) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
               MOVE "FRA DEN DATO BETJENES DU AF VORES FILIAL PAA:"
                   TO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           STRING "  " DELIMITED BY SIZE
                   BA-FILIAL-ADRESSE IN BANK-ARRAY(WS-BANK-IX,
                       LU-TIL(WS-LU-IX)) DELIMITED BY SIZE
                   INTO WS-BREV-LINE
           PERFORM SKRIV-BREV-LINE
           IF WS-SPROG-EN = "Y"
               STRING "  PHONE " DELIMITED BY SIZE
                       BA-FILIAL-TELEFON IN BANK-ARRAY(WS-BANK-IX,
                           LU-TIL(WS-LU-IX)) DELIMITED BY SIZE
                       "  E-MAIL " DELIMITED BY SIZE
                       BA-FILIAL-EMAIL IN BANK-ARRAY(WS-BANK-IX,
                           LU-TIL(WS-LU-IX)) DELIMITED BY SPACE
                       INTO WS-BREV-LINE
           ELSE
               STRING "  TELEFON " DELIMITED BY SIZE
                       BA-FILIAL-TELEFON IN BANK-ARRAY(WS-BANK-IX,
                           LU-TIL(WS-LU-IX)) DELIMITED BY SIZE
                       "  E-MAIL " DELIMITED BY SIZE
                       BA-FILIAL-EMAIL IN BANK-ARRAY(WS-BANK-IX,
                           LU-TIL(WS-LU-IX)) DELIMITED BY SPACE
                       INTO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           PERFORM SKRIV-BREV-LINE
           IF BK-BOKS(BK-IX) = "J"
               IF WS-SPROG-EN = "Y"
                   MOVE "YOUR SAFE DEPOSIT BOX MOVES TO THE NEW BRANCH."
                       TO WS-BREV-LINE
               ELSE
                   MOVE "DIN BANKBOKS FLYTTER MED TIL DEN NYE FILIAL."
                       TO WS-BREV-LINE
               END-IF
               PERFORM SKRIV-BREV-LINE
           END-IF
           IF WS-SPROG-EN = "Y"
               MOVE "YOUR ACCOUNT NUMBERS, CARDS AND PAYMENT AGREEMENTS"
                   TO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
               MOVE "REMAIN UNCHANGED - YOU NEED NOT DO ANYTHING."
                   TO WS-BREV-LINE
           ELSE
               MOVE "DINE KONTONUMRE, KORT OG BETALINGSAFTALER ER"
                   TO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
               MOVE "UAENDREDE - DU SKAL IKKE FORETAGE DIG NOGET."
                   TO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE

           MOVE BK-KUNDE-ID(BK-IX) TO WS-KOMM-KUNDE-ID
           MOVE "FILIALFLYTNING" TO WS-KOMM-DOKTYPE
           IF WS-LEVERING-KANAL = "D"
               MOVE "D" TO WS-KOMM-KANAL
               MOVE "FilialFlytningDigital.txt" TO WS-KOMM-FILREF
           ELSE
               MOVE "P" TO WS-KOMM-KANAL
               MOVE "FilialFlytningPapir.txt" TO WS-KOMM-FILREF
           END-IF
           PERFORM SKRIV-KOMMLOG
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

      *****************************************************************
      * KONTROL                                                       *
      * Formål: Læser KontoOpl igen efter flytningen og tæller hver   *
      *         konto der stadig peger på en lukket filial, og tæller *
      *         bokse, åbne opgaver og rådgivere der er blevet        *
      *         stående. Resultatet skrives pr. lukning i TRAILER.    *
      *****************************************************************
       KONTROL.
           MOVE "KONTROL" TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS = "00"
               MOVE "N" TO END-OF-KONTO-FILE
               PERFORM UNTIL END-OF-KONTO-FILE = "Y"
                   READ KONTO-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-KONTO-FILE
                       NOT AT END
                           PERFORM KONTROL-KONTO
                   END-READ
               END-PERFORM
               CLOSE KONTO-FILE
           ELSE
      *        Kan KontoOpl ikke læses, er intet bevist
               PERFORM VARYING LU-IX FROM 1 BY 1 UNTIL LU-IX > LU-COUNT
                   ADD 1 TO LU-KONTI-REST(LU-IX)
               END-PERFORM
           END-IF

           PERFORM VARYING BT-IX FROM 1 BY 1 UNTIL BT-IX > BOKS-COUNT
               MOVE BT-FILIAL-NR(BT-IX) TO WS-SOEG-FILIAL
               MOVE SPACES TO WS-SOEG-IBAN
               PERFORM FIND-LUKNING
               IF WS-LU-IX > ZERO
                   ADD 1 TO LU-BOKSE-REST(WS-LU-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING OA-IX FROM 1 BY 1 UNTIL OA-IX > OPG-COUNT
               IF NOT OA-LUKKET(OA-IX)
                   MOVE OA-FILIAL-NR(OA-IX) TO WS-SOEG-FILIAL
                   MOVE SPACES TO WS-SOEG-IBAN
                   PERFORM FIND-LUKNING
                   IF WS-LU-IX > ZERO
                       ADD 1 TO LU-OPGAVER-REST(WS-LU-IX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING RR-IX FROM 1 BY 1 UNTIL RR-IX > RGV-COUNT
               MOVE RR-FILIAL-NR(RR-IX) TO WS-SOEG-FILIAL
               MOVE SPACES TO WS-SOEG-IBAN
               PERFORM FIND-LUKNING
               IF WS-LU-IX > ZERO
                   ADD 1 TO LU-RAADGIVERE-REST(WS-LU-IX)
               END-IF
           END-PERFORM

           PERFORM VARYING LU-IX FROM 1 BY 1 UNTIL LU-IX > LU-COUNT
               ADD LU-KONTI-REST(LU-IX) TO TR-ANTAL-REST
               ADD LU-BOKSE-REST(LU-IX) TO TR-ANTAL-REST
               ADD LU-OPGAVER-REST(LU-IX) TO TR-ANTAL-REST
               ADD LU-RAADGIVERE-REST(LU-IX) TO TR-ANTAL-REST
           END-PERFORM
           IF BOKS-OVERFLOW = "Y" OR OPG-OVERFLOW = "Y"
               OR RGV-OVERFLOW = "Y"
               STRING "ADVARSEL: ET REGISTER KUNNE IKKE INDLAESES - "
                       DELIMITED BY SIZE
                       "KONTROLLEN DAEKKER KUN KONTI" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       KONTROL-KONTO.
           MOVE KONTO-FILIAL-NR TO WS-SOEG-FILIAL
           MOVE KONTO-IBAN      TO WS-SOEG-IBAN
           PERFORM FIND-LUKNING
           IF WS-LU-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LU-KONTI-REST(WS-LU-IX)
           MOVE SPACES TO RAPPORT-LINE
           STRING "  KONTO " DELIMITED BY SIZE
                   KONTO-ID IN KONTOOPL DELIMITED BY SIZE
                   " KUNDE " DELIMITED BY SIZE
                   KUNDE-ID IN KONTOOPL DELIMITED BY SIZE
                   " PEGER FORTSAT PAA LUKKET FILIAL "
                   DELIMITED BY SIZE
                   LU-FRA(WS-LU-IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * TRAILER                                                       *
      * Formål: Afslutter rapporten med kontrollen pr. lukning -      *
      *         flyttet og fortsat pegende på den lukkede filial pr.  *
      *         register, kunder og breve - og kørslens totaler.      *
      *****************************************************************
       TRAILER.
           PERFORM VARYING LU-IX FROM 1 BY 1 UNTIL LU-IX > LU-COUNT
               MOVE SPACES TO RAPPORT-LINE
               STRING "REG-NR " DELIMITED BY SIZE
                       LU-REG-NR(LU-IX) DELIMITED BY SIZE
                       " FILIAL " DELIMITED BY SIZE
                       LU-FRA(LU-IX) DELIMITED BY SIZE
                       " LUKKET -> FILIAL " DELIMITED BY SIZE
                       LU-TIL(LU-IX) DELIMITED BY SIZE
                       " PR. " DELIMITED BY SIZE
                       LU-LUKKE-DATO(LU-IX) DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               MOVE "                FLYTTET   FORTSAT PAA FILIALEN"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               MOVE LU-KONTI(LU-IX)      TO WS-ANTAL-DISPLAY
               MOVE LU-KONTI-REST(LU-IX) TO WS-ANTAL-DISPLAY-2
               MOVE "  KONTI" TO WS-AFVIS-AARSAG
               PERFORM SKRIV-KONTROL-LINE
               MOVE LU-BOKSE(LU-IX)      TO WS-ANTAL-DISPLAY
               MOVE LU-BOKSE-REST(LU-IX) TO WS-ANTAL-DISPLAY-2
               MOVE "  BOKSE" TO WS-AFVIS-AARSAG
               PERFORM SKRIV-KONTROL-LINE
               MOVE LU-OPGAVER(LU-IX)      TO WS-ANTAL-DISPLAY
               MOVE LU-OPGAVER-REST(LU-IX) TO WS-ANTAL-DISPLAY-2
               MOVE "  OPGAVER" TO WS-AFVIS-AARSAG
               PERFORM SKRIV-KONTROL-LINE
               MOVE LU-RAADGIVERE(LU-IX)      TO WS-ANTAL-DISPLAY
               MOVE LU-RAADGIVERE-REST(LU-IX) TO WS-ANTAL-DISPLAY-2
               MOVE "  RAADGIVERE" TO WS-AFVIS-AARSAG
               PERFORM SKRIV-KONTROL-LINE
               MOVE LU-KUNDER(LU-IX)    TO WS-ANTAL-DISPLAY
               MOVE LU-BREVE(LU-IX)     TO WS-ANTAL-DISPLAY-2
               MOVE LU-UDEN-BREV(LU-IX) TO WS-ANTAL-DISPLAY-3
               STRING "  KUNDER " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       "  BREVE " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                       "  UDEN BREV " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY-3 DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               IF LU-KONTI-REST(LU-IX) = ZERO
                   STRING "  KONTROL OK: INGEN KONTO PEGER PAA "
                           DELIMITED BY SIZE
                           "DEN LUKKEDE FILIAL" DELIMITED BY SIZE
                           INTO RAPPORT-LINE
               ELSE
                   STRING "  KONTROL FEJLET: KONTI PEGER FORTSAT PAA "
                           DELIMITED BY SIZE
                           "DEN LUKKEDE FILIAL" DELIMITED BY SIZE
                           INTO RAPPORT-LINE
               END-IF
               PERFORM SKRIV-RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM
           MOVE TR-ANTAL-LUKNINGER TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-AFVIST    TO WS-ANTAL-DISPLAY-2
           MOVE TR-ANTAL-REST      TO WS-ANTAL-DISPLAY-3
           STRING "LUKNINGER " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   "  AFVIST " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                   "  FORTSAT PAA LUKKET FILIAL " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-3 DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF BK-OVERFLOW = "Y"
               STRING "ADVARSEL: KUNDETABELLEN ER FULD - IKKE ALLE "
                       DELIMITED BY SIZE
                       "KUNDER HAR FAAET BREV" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

       SKRIV-KONTROL-LINE.
           STRING WS-AFVIS-AARSAG(1:14) DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
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
               MOVE "KontoOpl.txt" TO WS-KONTO-FILNAVN
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
                   ACCEPT WS-KOMM-DATO FROM DATE YYYYMMDD
               END-IF
               MOVE WS-KOMM-KUNDE-ID TO KL-KUNDE-ID
               MOVE SPACES TO KL-DATO
               STRING WS-KOMM-DATO(1:4) "-" WS-KOMM-DATO(5:2) "-"
                   WS-KOMM-DATO(7:2) DELIMITED BY SIZE
                   INTO KL-DATO
               MOVE "OPGAVEFILIALLUKNING" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.
