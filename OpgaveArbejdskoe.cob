      *****************************************************************
      * PROGRAM-ID: OPGAVEARBEJDSKOE                                  *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Filialernes samlede opgavekø. Returpost, alarmer, *
      *             engagementsreviews, fraud-sager, posterings-      *
      *             repair, ufuldstændig KYC og sanktionshit der      *
      *             venter på disposition lægges af de producerende   *
      *             programmer i ArbejdsopgaverNye.txt. Kørslen       *
      *             optager dem i opgaveregistret Arbejdsopgaver.txt  *
      *             (samme forhold optages kun én gang, mens det er   *
      *             åbent), finder filialen ud fra kontoen eller      *
      *             kundens konti, giver opgaven til den operatør med *
      *             typens rolle i filialen der har færrest åbne      *
      *             opgaver - alarmer og engagementsreviews dog til   *
      *             kundens rådgiver, når rådgiveren er aktiv - og    *
      *             sætter forfaldsdatoen efter typens SLA            *
      *             (OpgaveSLA.txt; uden filen standardtabellen).     *
      *             Filialernes lukninger og omfordelinger anvendes   *
      *             fra ArbejdsopgaverTrans.txt. En opgave der har    *
      *             overskredet forfaldsdatoen eskaleres én gang til  *
      *             filialchefen (operatør med rollen FILCHEF i       *
      *             filialen, ellers ejerens leder). Aldrings-        *
      *             rapporten viser pr. filial og ejer de åbne        *
      *             opgaver fordelt på alder og de overskredne        *
      *             opgaver. Lukkede opgaver bliver i registret i 90  *
      *             dage. RETURN-CODE 4 ved overskredne opgaver eller *
      *             afviste transaktioner, 8 ved I/O-fejl eller fuld  *
      *             tabel.                                            *
      * INPUT:      Arbejdsopgaver.txt - Opgaveregistret              *
      *             ArbejdsopgaverNye.txt - Nye opgaver               *
      *             ArbejdsopgaverTrans.txt - Lukning/omfordeling     *
      *             OpgaveSLA.txt     - SLA pr. opgavetype (valgfri)  *
      *             Operatoerer.txt   - Operatørregistret             *
      *             KontoOpl.txt      - Kontoens filial               *
      *             Raadgivere.txt    - Rådgiverregistret             *
      *             KundeRaadgivere.txt - Kundernes rådgiver          *
      *             BusinessDato.txt  - Forretningsdatoen             *
      * OUTPUT:     Arbejdsopgaver.txt - Opdateret register           *
      *             ArbejdsopgaverNye.txt - Tømmes efter optagelsen   *
      *             Arbejdskoe-Aldring.txt - Aldringsrapporten        *
      *             Arbejdskoe-Afvist.txt - Afviste transaktioner     *
      *             Koerselslog.txt   - Run-log                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveArbejdskoe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "Arbejdsopgaver.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT NYE-FILE ASSIGN TO "ArbejdsopgaverNye.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NYE-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "ArbejdsopgaverTrans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT SLA-FILE ASSIGN TO "OpgaveSLA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLA-FILE-STATUS.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT RAADGIVER-FILE ASSIGN TO "Raadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAADGIVER-FILE-STATUS.
           SELECT TILDELING-FILE ASSIGN TO "KundeRaadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILDELING-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Arbejdskoe-Aldring.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT AFVIST-FILE ASSIGN TO "Arbejdskoe-Afvist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFVIST-FILE-STATUS.
           SELECT KOERSELSLOG-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELSLOG-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Arbejdskoe-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
       01 ARBOPGOPL.
           COPY "ARBOPGOPL.cpy".

       FD NYE-FILE.
       01 NYE-ARBOPGOPL.
           COPY "ARBOPGOPL.cpy"
               REPLACING LEADING ==AO-== BY ==NY-==.

       FD TRANS-FILE.
       01 ARBOPGTRANSOPL.
           COPY "ARBOPGTRANSOPL.cpy".

       FD SLA-FILE.
       01 OPGSLAOPL.
           COPY "OPGSLAOPL.cpy".

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD RAADGIVER-FILE.
       01 RAADGIVEROPL.
           COPY "RAADGIVEROPL.cpy".

       FD TILDELING-FILE.
       01 RAADGTILDOPL.
           COPY "RAADGTILDOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(132) VALUE SPACES.

       FD AFVIST-FILE.
       01 AFVIST-LINE      PIC X(100) VALUE SPACES.

       FD KOERSELSLOG-FILE.
       01 KOERSELSLOG-LINE PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-REGISTER  PIC X VALUE "N".
       01 END-OF-NYE       PIC X VALUE "N".
       01 END-OF-TRANS     PIC X VALUE "N".
       01 END-OF-SLA       PIC X VALUE "N".
       01 END-OF-OPERATOER PIC X VALUE "N".
       01 END-OF-KONTO-FILE PIC X VALUE "N".
       01 END-OF-RAADG-FILE PIC X VALUE "N".

      * Opgaveregistret loades, opdateres og skrives samlet tilbage
       01 OPG-MAX-ANTAL    PIC 9(5) VALUE 10000.
       01 OPG-COUNT        PIC 9(5) VALUE ZERO.
       01 OPG-OVERFLOW     PIC X VALUE "N".
       01 OPG-ARRAY OCCURS 10000 TIMES.
           COPY "ARBOPGOPL.cpy"
               REPLACING LEADING ==AO-== BY ==OA-==.
       01 OA-IX            PIC 9(5) VALUE ZERO.
       01 WS-OPG-FUNDET    PIC X VALUE "N".
       01 WS-NAESTE-ID     PIC 9(8) VALUE ZERO.

      * Standard-SLA pr. opgavetype: type, kalenderdage og den rolle
      * der ejer typen
       01 SLA-STD-LISTE.
           02 FILLER PIC X(19) VALUE "RETURPST010KUNDERDG".
           02 FILLER PIC X(19) VALUE "ALARM   003KUNDERDG".
           02 FILLER PIC X(19) VALUE "REVIEW  030KREDIT  ".
           02 FILLER PIC X(19) VALUE "FRAUD   002FRAUD   ".
           02 FILLER PIC X(19) VALUE "REPAIR  001BACKOFF ".
           02 FILLER PIC X(19) VALUE "KYC     030KUNDERDG".
           02 FILLER PIC X(19) VALUE "SANKTION001COMPL   ".
       01 SLA-STD-TABEL REDEFINES SLA-STD-LISTE.
           02 SLA-STD-ENTRY OCCURS 7 TIMES.
               03 SLA-STD-RECORD PIC X(19).
       01 SLA-STD-ANTAL    PIC 9(2) VALUE 7.

      * Det gældende SLA-sæt. En type uden SLA får WS-STD-SLA-DAGE
       01 SLA-MAX-ANTAL    PIC 9(2) VALUE 30.
       01 SLA-COUNT        PIC 9(2) VALUE ZERO.
       01 SLA-TABEL.
           02 SLA-ENTRY OCCURS 30 TIMES.
               03 ST-TYPE         PIC X(08).
               03 ST-DAGE         PIC 9(03).
               03 ST-ROLLE        PIC X(08).
       01 ST-IX            PIC 9(2) VALUE ZERO.
       01 WS-STD-SLA-DAGE  PIC 9(3) VALUE 10.

      * Operatørerne med antal åbne opgaver - grundlaget for at
      * fordele nye opgaver jævnt
       01 OP-MAX-ANTAL     PIC 9(3) VALUE 500.
       01 OP-COUNT         PIC 9(3) VALUE ZERO.
       01 OP-OVERFLOW      PIC X VALUE "N".
       01 OP-TABEL.
           02 OP-ENTRY OCCURS 500 TIMES.
               03 OT-OPERATOER-ID PIC X(08).
               03 OT-ROLLE        PIC X(08).
               03 OT-FILIAL-NR    PIC 9(02).
               03 OT-LEDER-ID     PIC X(08).
               03 OT-STATUS       PIC X(01).
               03 OT-ANTAL-AABNE  PIC 9(05).
       01 OT-IX            PIC 9(3) VALUE ZERO.
       01 WS-OT-FUNDET     PIC X VALUE "N".
       01 WS-BEDSTE-IX     PIC 9(3) VALUE ZERO.

      * Kontiene - filial og ejer pr. konto
       01 KONTO-MAX-ANTAL  PIC 9(5) VALUE 20000.
       01 KONTO-COUNT      PIC 9(5) VALUE ZERO.
       01 KONTO-OVERFLOW   PIC X VALUE "N".
       01 KONTO-TABEL.
           02 KONTO-ENTRY OCCURS 20000 TIMES.
               03 KO-KONTO-ID     PIC X(10).
               03 KO-KUNDE-ID     PIC X(10).
               03 KO-FILIAL-NR    PIC 9(02).
       01 KO-IX            PIC 9(5) VALUE ZERO.

      * Rådgiverregistret og kundernes gældende tildeling pr.
      * kørselsdatoen - alarmer og reviews går til kundens rådgiver
      * (se FIND-KUNDENS-RAADGIVER)
       01 RGV-MAX-ANTAL    PIC 9(3) VALUE 500.
       01 RGV-COUNT        PIC 9(3) VALUE ZERO.
       01 RGV-OVERFLOW     PIC X VALUE "N".
       01 RGV-ARRAY OCCURS 500 TIMES.
           COPY "RAADGIVEROPL.cpy"
               REPLACING LEADING ==RGV-== BY ==RR-==.
       01 RGV-IX           PIC 9(3) VALUE ZERO.
       01 TD-MAX-ANTAL     PIC 9(5) VALUE 20000.
       01 TD-COUNT         PIC 9(5) VALUE ZERO.
       01 TD-OVERFLOW      PIC X VALUE "N".
       01 TD-ARRAY OCCURS 20000 TIMES.
           COPY "RAADGTILDOPL.cpy"
               REPLACING LEADING ==TD-== BY ==TA-==.
       01 TD-IX            PIC 9(5) VALUE ZERO.
       01 WS-RAADGIVER     PIC X(08) VALUE SPACES.

      * Ejerne i den filial aldringsrapporten er nået til
       01 EJ-MAX-ANTAL     PIC 9(3) VALUE 200.
       01 EJ-COUNT         PIC 9(3) VALUE ZERO.
       01 EJ-TABEL.
           02 EJ-ENTRY OCCURS 200 TIMES.
               03 EJ-EJER         PIC X(08).
               03 EJ-AABNE        PIC 9(05).
               03 EJ-I-TIDE       PIC 9(05).
               03 EJ-OVER-1-5     PIC 9(05).
               03 EJ-OVER-6-30    PIC 9(05).
               03 EJ-OVER-30      PIC 9(05).
       01 EJ-IX            PIC 9(3) VALUE ZERO.
       01 WS-EJ-FUNDET     PIC X VALUE "N".

       01 WS-FILIAL-IX     PIC 9(3) VALUE ZERO.
       01 WS-FILIAL-ANTAL  PIC 9(5) VALUE ZERO.
       01 WS-FILIAL-DISPLAY PIC 9(02) VALUE ZERO.
       01 WS-FILIALCHEF    PIC X(08) VALUE SPACES.
       01 WS-ROLLE         PIC X(08) VALUE SPACES.
       01 WS-SLA-DAGE      PIC 9(3) VALUE ZERO.
       01 WS-DAGE-OVER     PIC S9(5) VALUE ZERO.
       01 WS-DAGE-DISPLAY  PIC Z(4)9.
       01 WS-DAG-NR        PIC 9(8) VALUE ZERO.
       01 WS-DATO-NUM      PIC 9(8) VALUE ZERO.
       01 WS-FORFALD-TEKST PIC X(10) VALUE SPACES.
       01 WS-AFVIS-AARSAG  PIC X(30) VALUE SPACES.
       01 WS-SOEG-OPERATOER PIC X(08) VALUE SPACES.

      * Markerer de opgaver der er eskaleret i denne kørsel
       01 ESK-I-DAG-TABEL.
           02 ESK-I-DAG     PIC X OCCURS 10000 TIMES VALUE "N".

      * Lukkede opgaver bliver i registret så mange dage efter
      * lukningen
       01 WS-LUKKET-OPBEVARING PIC 9(3) VALUE 90.

       01 WS-KONTO-FILNAVN   PIC X(40) VALUE "KontoOpl.txt".
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-DATO-TEKST      PIC X(10) VALUE SPACES.
       01 WS-KOERSEL-STATUS  PIC X(4) VALUE SPACES.

      * Totaler
       01 TR-ANTAL-NYE       PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OPTAGET   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-DUBLET    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-LUKKET    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OMFORDELT PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AABNE     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OVERSKREDET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-ESKALERET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FJERNET   PIC 9(5) VALUE ZERO.
       01 TR-UDEN-EJER       PIC 9(5) VALUE ZERO.
       01 TR-TIL-RAADGIVER   PIC 9(5) VALUE ZERO.

       01 WS-ANTAL-DISPLAY   PIC Z(4)9.
       01 WS-ANTAL-DISPLAY-2 PIC Z(4)9.
       01 WS-ANTAL-DISPLAY-3 PIC Z(4)9.
       01 WS-ANTAL-DISPLAY-4 PIC Z(4)9.
       01 WS-ANTAL-DISPLAY-5 PIC Z(4)9.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 REGISTER-FILE-STATUS PIC XX VALUE "00".
       01 NYE-FILE-STATUS      PIC XX VALUE "00".
       01 TRANS-FILE-STATUS    PIC XX VALUE "00".
       01 SLA-FILE-STATUS      PIC XX VALUE "00".
       01 OPERATOER-FILE-STATUS PIC XX VALUE "00".
       01 RAADGIVER-FILE-STATUS PIC XX VALUE "00".
       01 TILDELING-FILE-STATUS PIC XX VALUE "00".
       01 KONTO-FILE-STATUS    PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 AFVIST-FILE-STATUS   PIC XX VALUE "00".
       01 KOERSELSLOG-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DATO-TEKST
           STRING WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
               WS-SYSDATO(7:2) DELIMITED BY SIZE INTO WS-DATO-TEKST
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO)
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT AFVIST-FILE
           MOVE "AFVIST-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE AFVIST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO AFVIST-LINE

           PERFORM LAES-SLA
           PERFORM LOAD-OPERATOERER
           PERFORM LOAD-RAADGIVERE
           PERFORM LOAD-RAADGIVERTILDELING
           PERFORM LOAD-KONTI
           PERFORM LOAD-REGISTER
           PERFORM OPTAG-NYE
           PERFORM BEHANDL-TRANSAKTIONER
           PERFORM ESKALER-OVERSKREDNE
           PERFORM SKRIV-REGISTER
           IF WS-IO-ERROR-COUNT = ZERO AND OPG-OVERFLOW = "N"
               PERFORM TOEM-NYE
           END-IF
           PERFORM SKRIV-ALDRINGSRAPPORT

           DISPLAY "OpgaveArbejdskoe: " TR-ANTAL-OPTAGET " optaget, "
               TR-ANTAL-LUKKET " lukket, " TR-ANTAL-OMFORDELT
               " omfordelt, " TR-ANTAL-AABNE " aabne"
           DISPLAY "  " TR-ANTAL-OVERSKREDET " overskredet, "
               TR-ANTAL-ESKALERET " eskaleret i dag, "
               TR-ANTAL-AFVIST " afviste transaktioner, "
               TR-TIL-RAADGIVER " til kundens raadgiver"

           PERFORM SKRIV-KOERSELSLOG
           CLOSE AFVIST-FILE
           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   OR OPG-OVERFLOW = "Y" OR OP-OVERFLOW = "Y"
                   OR KONTO-OVERFLOW = "Y" OR RGV-OVERFLOW = "Y"
                   OR TD-OVERFLOW = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-OVERSKREDET > ZERO
                   OR TR-ANTAL-AFVIST > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * LAES-SLA                                                      *
      * Formål: Indlæser SLA pr. opgavetype fra OpgaveSLA.txt; findes *
      *         filen ikke, gælder standardtabellen.                  *
      *****************************************************************
       LAES-SLA.
           OPEN INPUT SLA-FILE
           IF SLA-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-SLA = "Y"
                   READ SLA-FILE
                       AT END
                           MOVE "Y" TO END-OF-SLA
                       NOT AT END
                           IF SLA-TYPE NOT = SPACES
                               AND SLA-DAGE IS NUMERIC
                               PERFORM GEM-SLA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-FILE
           ELSE
               PERFORM VARYING ST-IX FROM 1 BY 1
                       UNTIL ST-IX > SLA-STD-ANTAL
                   MOVE SLA-STD-RECORD(ST-IX) TO OPGSLAOPL
                   PERFORM GEM-SLA
               END-PERFORM
           END-IF
       EXIT.

       GEM-SLA.
           IF SLA-COUNT < SLA-MAX-ANTAL
               ADD 1 TO SLA-COUNT
               MOVE SLA-TYPE  TO ST-TYPE(SLA-COUNT)
               MOVE SLA-DAGE  TO ST-DAGE(SLA-COUNT)
               MOVE SLA-ROLLE TO ST-ROLLE(SLA-COUNT)
           END-IF
       EXIT.

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
                           MOVE OP-ROLLE     TO OT-ROLLE(OP-COUNT)
                           MOVE OP-FILIAL-NR TO OT-FILIAL-NR(OP-COUNT)
                           MOVE OP-LEDER-ID  TO OT-LEDER-ID(OP-COUNT)
                           MOVE OP-STATUS    TO OT-STATUS(OP-COUNT)
                           MOVE ZERO TO OT-ANTAL-AABNE(OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOER-FILE
       EXIT.

      *****************************************************************
      * LOAD-RAADGIVERE                                               *
      * Formål: Læser rådgiverregistret Raadgivere.txt ind i          *
      *         RGV-ARRAY. Findes filen ikke, fordeles alle opgaver   *
      *         efter rolle.                                          *
      *****************************************************************
       LOAD-RAADGIVERE.
           OPEN INPUT RAADGIVER-FILE
           IF RAADGIVER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-RAADG-FILE = "Y"
               READ RAADGIVER-FILE
                   AT END
                       MOVE "Y" TO END-OF-RAADG-FILE
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
           MOVE "N" TO END-OF-RAADG-FILE
       EXIT.

      *****************************************************************
      * LOAD-RAADGIVERTILDELING                                       *
      * Formål: Læser de tildelinger i KundeRaadgivere.txt, der       *
      *         gælder på kørselsdatoen, ind i TD-ARRAY.              *
      *****************************************************************
       LOAD-RAADGIVERTILDELING.
           OPEN INPUT TILDELING-FILE
           IF TILDELING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-RAADG-FILE = "Y"
               READ TILDELING-FILE
                   AT END
                       MOVE "Y" TO END-OF-RAADG-FILE
                   NOT AT END
                       IF TD-GYLDIG-FRA <= WS-DATO-TEKST
                          AND (TD-GYLDIG-TIL = SPACES
                               OR TD-GYLDIG-TIL > WS-DATO-TEKST)
                           IF TD-COUNT >= TD-MAX-ANTAL
                               MOVE "Y" TO TD-OVERFLOW
                           ELSE
                               ADD 1 TO TD-COUNT
                               MOVE RAADGTILDOPL TO TD-ARRAY(TD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TILDELING-FILE
           MOVE "N" TO END-OF-RAADG-FILE
       EXIT.

      *****************************************************************
      * LOAD-KONTI                                                    *
      * Formål: Læser KontoOpl.txt ind i KONTO-TABEL - en opgaves     *
      *         filial slås op på kontoen eller kundens første konto. *
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
               READ KONTO-FILE
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
                           MOVE KONTO-FILIAL-NR
                               TO KO-FILIAL-NR(KONTO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-FILE
       EXIT.

      *****************************************************************
      * LOAD-REGISTER                                                 *
      * Formål: Læser opgaveregistret ind i OPG-ARRAY, tæller hver    *
      *         operatørs åbne opgaver og finder næste løbenummer.    *
      *         Lukkede opgaver ældre end opbevaringstiden fjernes.   *
      *         Findes filen ikke (første kørsel), er registret tomt. *
      *****************************************************************
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-REGISTER = "Y"
               READ REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-REGISTER
                   NOT AT END
                       IF AO-OPGAVE-ID > WS-NAESTE-ID
                           MOVE AO-OPGAVE-ID TO WS-NAESTE-ID
                       END-IF
                       IF AO-LUKKET AND AO-LUKKET-DATO IS NUMERIC
                           AND AO-LUKKET-DATO > ZERO
                           AND FUNCTION INTEGER-OF-DATE(AO-LUKKET-DATO)
                               + WS-LUKKET-OPBEVARING < WS-DAGS-HELTAL
                           ADD 1 TO TR-ANTAL-FJERNET
                       ELSE
                           PERFORM GEM-REGISTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
       EXIT.

       GEM-REGISTER-RECORD.
           IF OPG-COUNT >= OPG-MAX-ANTAL
               MOVE "Y" TO OPG-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPG-COUNT
           MOVE ARBOPGOPL TO OPG-ARRAY(OPG-COUNT)
           IF AO-AABEN
               MOVE AO-EJER TO WS-SOEG-OPERATOER
               PERFORM FIND-OPERATOER
               IF WS-OT-FUNDET = "Y"
                   ADD 1 TO OT-ANTAL-AABNE(OT-IX)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * OPTAG-NYE                                                     *
      * Formål: Optager de nye opgaver fra ArbejdsopgaverNye.txt. En  *
      *         opgave med samme type, kunde, konto og reference som  *
      *         en åben opgave er samme forhold og optages ikke igen. *
      *****************************************************************
       OPTAG-NYE.
           OPEN INPUT NYE-FILE
           IF NYE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-NYE = "Y"
               READ NYE-FILE
                   AT END
                       MOVE "Y" TO END-OF-NYE
                   NOT AT END
                       IF NY-TYPE NOT = SPACES
                           ADD 1 TO TR-ANTAL-NYE
                           PERFORM OPTAG-OPGAVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NYE-FILE
       EXIT.

       OPTAG-OPGAVE.
      *    En opgave meldt alene på konto får kontoens kunde, så den
      *    genkendes uanset hvordan producenten har meldt den
           IF NY-KUNDE-ID = SPACES AND NY-KONTO-ID NOT = SPACES
               PERFORM VARYING KO-IX FROM 1 BY 1
                       UNTIL KO-IX > KONTO-COUNT
                   IF KO-KONTO-ID(KO-IX) = NY-KONTO-ID
                       MOVE KO-KUNDE-ID(KO-IX) TO NY-KUNDE-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO WS-OPG-FUNDET
           PERFORM VARYING OA-IX FROM 1 BY 1 UNTIL OA-IX > OPG-COUNT
               IF OA-AABEN(OA-IX)
                   AND OA-TYPE(OA-IX) = NY-TYPE
                   AND OA-KUNDE-ID(OA-IX) = NY-KUNDE-ID
                   AND OA-KONTO-ID(OA-IX) = NY-KONTO-ID
                   AND OA-REFERENCE(OA-IX) = NY-REFERENCE
                   MOVE "Y" TO WS-OPG-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPG-FUNDET = "Y"
               ADD 1 TO TR-ANTAL-DUBLET
               EXIT PARAGRAPH
           END-IF
           IF OPG-COUNT >= OPG-MAX-ANTAL
               MOVE "Y" TO OPG-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPG-COUNT
           MOVE OPG-COUNT TO OA-IX
           MOVE NYE-ARBOPGOPL TO OPG-ARRAY(OA-IX)
           ADD 1 TO WS-NAESTE-ID
           MOVE WS-NAESTE-ID TO OA-OPGAVE-ID(OA-IX)
           MOVE WS-SYSDATO   TO OA-OPRETTET-DATO(OA-IX)
           MOVE "A"          TO OA-STATUS(OA-IX)
           MOVE "N"          TO OA-ESKALERET(OA-IX)
           MOVE SPACES       TO OA-ESKALERET-TIL(OA-IX)
                                OA-LUKKET-AF(OA-IX)
           MOVE ZERO         TO OA-LUKKET-DATO(OA-IX)
           IF OA-FILIAL-NR(OA-IX) NOT NUMERIC
               OR OA-FILIAL-NR(OA-IX) = ZERO
               PERFORM FIND-FILIAL
           END-IF

      *    Forfaldsdato og ejerrolle efter typens SLA
           MOVE WS-STD-SLA-DAGE TO WS-SLA-DAGE
           MOVE SPACES TO WS-ROLLE
           PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > SLA-COUNT
               IF ST-TYPE(ST-IX) = OA-TYPE(OA-IX)
                   MOVE ST-DAGE(ST-IX)  TO WS-SLA-DAGE
                   MOVE ST-ROLLE(ST-IX) TO WS-ROLLE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-DAG-NR = WS-DAGS-HELTAL + WS-SLA-DAGE
           COMPUTE OA-FORFALD-DATO(OA-IX) =
               FUNCTION DATE-OF-INTEGER(WS-DAG-NR)

      *    Alarmer og reviews går til kundens rådgiver, når kunden
      *    har en aktiv rådgiver - ellers fordeles de som andre
           IF OA-EJER(OA-IX) = SPACES
               AND (OA-TYPE(OA-IX) = "ALARM"
                    OR OA-TYPE(OA-IX) = "REVIEW")
               PERFORM FIND-KUNDENS-RAADGIVER
               IF WS-RAADGIVER NOT = SPACES
                   MOVE WS-RAADGIVER TO OA-EJER(OA-IX)
                   ADD 1 TO OT-ANTAL-AABNE(OT-IX)
                   ADD 1 TO TR-TIL-RAADGIVER
               END-IF
           END-IF
           IF OA-EJER(OA-IX) = SPACES
               PERFORM VAELG-EJER
           END-IF
           ADD 1 TO TR-ANTAL-OPTAGET
       EXIT.

      *****************************************************************
      * FIND-FILIAL                                                   *
      * Formål: Sætter filialen for opgave OA-IX fra kontoen, ellers  *
      *         fra kundens første konto. Uden konto ligger opgaven   *
      *         i filial 1 (bankens hovedadresse).                    *
      *****************************************************************
       FIND-FILIAL.
           MOVE 1 TO OA-FILIAL-NR(OA-IX)
           PERFORM VARYING KO-IX FROM 1 BY 1 UNTIL KO-IX > KONTO-COUNT
               IF (OA-KONTO-ID(OA-IX) NOT = SPACES
                       AND KO-KONTO-ID(KO-IX) = OA-KONTO-ID(OA-IX))
                   OR (OA-KONTO-ID(OA-IX) = SPACES
                       AND OA-KUNDE-ID(OA-IX) NOT = SPACES
                       AND KO-KUNDE-ID(KO-IX) = OA-KUNDE-ID(OA-IX))
                   MOVE KO-FILIAL-NR(KO-IX) TO OA-FILIAL-NR(OA-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * VAELG-EJER                                                    *
      * Formål: Giver opgave OA-IX til den aktive operatør med rollen *
      *         WS-ROLLE i opgavens filial der har færrest åbne       *
      *         opgaver. Har filialen ingen med rollen, vælges blandt *
      *         alle filialers (rollen sidder centralt). Findes       *
      *         ingen, får filialchefen opgaven.                      *
      *****************************************************************
       VAELG-EJER.
           MOVE ZERO TO WS-BEDSTE-IX
           PERFORM VARYING OT-IX FROM 1 BY 1 UNTIL OT-IX > OP-COUNT
               IF OT-STATUS(OT-IX) = "A"
                   AND OT-ROLLE(OT-IX) = WS-ROLLE
                   AND OT-FILIAL-NR(OT-IX) = OA-FILIAL-NR(OA-IX)
                   PERFORM VURDER-EJER
               END-IF
           END-PERFORM
           IF WS-BEDSTE-IX = ZERO
               PERFORM VARYING OT-IX FROM 1 BY 1 UNTIL OT-IX > OP-COUNT
                   IF OT-STATUS(OT-IX) = "A"
                       AND OT-ROLLE(OT-IX) = WS-ROLLE
                       PERFORM VURDER-EJER
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BEDSTE-IX = ZERO
               MOVE OA-FILIAL-NR(OA-IX) TO WS-FILIAL-IX
               PERFORM FIND-FILIALCHEF
               MOVE WS-FILIALCHEF TO OA-EJER(OA-IX)
               IF WS-FILIALCHEF = SPACES
                   ADD 1 TO TR-UDEN-EJER
               END-IF
           ELSE
               MOVE OT-OPERATOER-ID(WS-BEDSTE-IX) TO OA-EJER(OA-IX)
               ADD 1 TO OT-ANTAL-AABNE(WS-BEDSTE-IX)
           END-IF
       EXIT.

       VURDER-EJER.
           IF WS-BEDSTE-IX = ZERO
               MOVE OT-IX TO WS-BEDSTE-IX
           ELSE
               IF OT-ANTAL-AABNE(OT-IX)
                   < OT-ANTAL-AABNE(WS-BEDSTE-IX)
                   MOVE OT-IX TO WS-BEDSTE-IX
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FIND-FILIALCHEF                                               *
      * Formål: Finder filialchefen for filial WS-FILIAL-IX - den     *
      *         aktive operatør med rollen FILCHEF i filialen. Har    *
      *         filialen ingen, bliver WS-FILIALCHEF blank.           *
      *****************************************************************
       FIND-FILIALCHEF.
           MOVE SPACES TO WS-FILIALCHEF
           PERFORM VARYING OT-IX FROM 1 BY 1 UNTIL OT-IX > OP-COUNT
               IF OT-STATUS(OT-IX) = "A"
                   AND OT-ROLLE(OT-IX) = "FILCHEF"
                   AND OT-FILIAL-NR(OT-IX) = WS-FILIAL-IX
                   MOVE OT-OPERATOER-ID(OT-IX) TO WS-FILIALCHEF
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * FIND-KUNDENS-RAADGIVER                                        *
      * Formål: Sætter WS-RAADGIVER til den gældende rådgiver for     *
      *         opgave OA-IXs kunde, når rådgiveren er aktiv i        *
      *         registret (eller først går på orlov/fratræder         *
      *         senere) og er en aktiv operatør - OT-IX peger da på   *
      *         operatøren. Ellers bliver WS-RAADGIVER blank.         *
      *****************************************************************
       FIND-KUNDENS-RAADGIVER.
           MOVE SPACES TO WS-RAADGIVER
           IF OA-KUNDE-ID(OA-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TD-IX FROM 1 BY 1 UNTIL TD-IX > TD-COUNT
               IF TA-KUNDE-ID IN TD-ARRAY(TD-IX) = OA-KUNDE-ID(OA-IX)
                   MOVE TA-RAADGIVER-ID IN TD-ARRAY(TD-IX)
                       TO WS-SOEG-OPERATOER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TD-IX > TD-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RGV-IX FROM 1 BY 1 UNTIL RGV-IX > RGV-COUNT
               IF RR-RAADGIVER-ID IN RGV-ARRAY(RGV-IX) =
                       WS-SOEG-OPERATOER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RGV-IX > RGV-COUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT RR-AKTIV IN RGV-ARRAY(RGV-IX)
               AND RR-STATUS-DATO IN RGV-ARRAY(RGV-IX) <= WS-DATO-TEKST
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOER
           IF WS-OT-FUNDET = "Y" AND OT-STATUS(OT-IX) = "A"
               MOVE WS-SOEG-OPERATOER TO WS-RAADGIVER
           END-IF
       EXIT.

      *****************************************************************
      * FIND-OPERATOER                                                *
      * Formål: Slår operatøren WS-SOEG-OPERATOER op i OP-TABEL;      *
      *         OT-IX peger på den når WS-OT-FUNDET = "Y".            *
      *****************************************************************
       FIND-OPERATOER.
           MOVE "N" TO WS-OT-FUNDET
           PERFORM VARYING OT-IX FROM 1 BY 1 UNTIL OT-IX > OP-COUNT
               IF OT-OPERATOER-ID(OT-IX) = WS-SOEG-OPERATOER
                   MOVE "Y" TO WS-OT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * BEHANDL-TRANSAKTIONER                                         *
      * Formål: Anvender filialernes lukninger ("L") og omfordelinger *
      *         ("O"). Ukendt eller spærret operatør, ukendt eller    *
      *         allerede lukket opgave og ukendt ny ejer afvises.     *
      *****************************************************************
       BEHANDL-TRANSAKTIONER.
           OPEN INPUT TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANS = "Y"
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO END-OF-TRANS
                   NOT AT END
                       PERFORM ANVEND-TRANSAKTION
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
       EXIT.

       ANVEND-TRANSAKTION.
           MOVE AT-OPERATOER TO WS-SOEG-OPERATOER
           PERFORM FIND-OPERATOER
           IF WS-OT-FUNDET = "N" OR OT-STATUS(OT-IX) NOT = "A"
               MOVE "UKENDT ELLER SPAERRET OPERATOER"
                   TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OPG-FUNDET
           PERFORM VARYING OA-IX FROM 1 BY 1 UNTIL OA-IX > OPG-COUNT
               IF OA-OPGAVE-ID(OA-IX) = AT-OPGAVE-ID
                   AND OA-AABEN(OA-IX)
                   MOVE "Y" TO WS-OPG-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPG-FUNDET = "N"
               MOVE "UKENDT ELLER LUKKET OPGAVE" TO WS-AFVIS-AARSAG
               PERFORM AFVIS-TRANSAKTION
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN AT-LUK
                   MOVE "L"          TO OA-STATUS(OA-IX)
                   MOVE WS-SYSDATO   TO OA-LUKKET-DATO(OA-IX)
                   MOVE AT-OPERATOER TO OA-LUKKET-AF(OA-IX)
                   PERFORM NEDSKRIV-EJER
                   ADD 1 TO TR-ANTAL-LUKKET
               WHEN AT-OMFORDEL
                   MOVE AT-NY-EJER TO WS-SOEG-OPERATOER
                   PERFORM FIND-OPERATOER
                   IF WS-OT-FUNDET = "N" OR OT-STATUS(OT-IX) NOT = "A"
                       MOVE "UKENDT ELLER SPAERRET NY EJER"
                           TO WS-AFVIS-AARSAG
                       PERFORM AFVIS-TRANSAKTION
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO OT-ANTAL-AABNE(OT-IX)
                   PERFORM NEDSKRIV-EJER
                   MOVE AT-NY-EJER TO OA-EJER(OA-IX)
                   ADD 1 TO TR-ANTAL-OMFORDELT
               WHEN OTHER
                   MOVE "UKENDT TRANSAKTIONSKODE" TO WS-AFVIS-AARSAG
                   PERFORM AFVIS-TRANSAKTION
           END-EVALUATE
       EXIT.

      * Den hidtidige ejer af opgave OA-IX har en åben opgave mindre
       NEDSKRIV-EJER.
           MOVE OA-EJER(OA-IX) TO WS-SOEG-OPERATOER
           PERFORM FIND-OPERATOER
           IF WS-OT-FUNDET = "Y" AND OT-ANTAL-AABNE(OT-IX) > ZERO
               SUBTRACT 1 FROM OT-ANTAL-AABNE(OT-IX)
           END-IF
       EXIT.

       AFVIS-TRANSAKTION.
           ADD 1 TO TR-ANTAL-AFVIST
           MOVE SPACES TO AFVIST-LINE
           STRING "AFVIST KODE=" DELIMITED BY SIZE
                   AT-KODE DELIMITED BY SIZE
                   " OPGAVE=" DELIMITED BY SIZE
                   AT-OPGAVE-ID DELIMITED BY SIZE
                   " OPERATOER=" DELIMITED BY SIZE
                   AT-OPERATOER DELIMITED BY SPACE
                   " NY EJER=" DELIMITED BY SIZE
                   AT-NY-EJER DELIMITED BY SPACE
                   " AARSAG=" DELIMITED BY SIZE
                   WS-AFVIS-AARSAG DELIMITED BY SIZE
                   INTO AFVIST-LINE
           WRITE AFVIST-LINE
           MOVE "AFVIST-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE AFVIST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * ESKALER-OVERSKREDNE                                           *
      * Formål: Eskalerer hver åben opgave der har overskredet sin    *
      *         forfaldsdato til filialchefen - én gang, så en        *
      *         eskaleret opgave ikke meldes igen hver dag. Har       *
      *         filialen ingen filialchef, går den til ejerens leder. *
      *****************************************************************
       ESKALER-OVERSKREDNE.
           PERFORM VARYING OA-IX FROM 1 BY 1 UNTIL OA-IX > OPG-COUNT
               IF OA-AABEN(OA-IX)
                   AND OA-FORFALD-DATO(OA-IX) < WS-SYSDATO
                   AND NOT OA-ER-ESKALERET(OA-IX)
                   MOVE OA-FILIAL-NR(OA-IX) TO WS-FILIAL-IX
                   PERFORM FIND-FILIALCHEF
                   IF WS-FILIALCHEF = SPACES
                       MOVE OA-EJER(OA-IX) TO WS-SOEG-OPERATOER
                       PERFORM FIND-OPERATOER
                       IF WS-OT-FUNDET = "Y"
                           MOVE OT-LEDER-ID(OT-IX) TO WS-FILIALCHEF
                       END-IF
                   END-IF
                   MOVE "J" TO OA-ESKALERET(OA-IX)
                   MOVE "J" TO ESK-I-DAG(OA-IX)
                   MOVE WS-FILIALCHEF TO OA-ESKALERET-TIL(OA-IX)
                   ADD 1 TO TR-ANTAL-ESKALERET
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-REGISTER                                                *
      * Formål: Skriver hele opgaveregistret tilbage.                 *
      *****************************************************************
       SKRIV-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING OA-IX FROM 1 BY 1 UNTIL OA-IX > OPG-COUNT
               MOVE OPG-ARRAY(OA-IX) TO ARBOPGOPL
               WRITE ARBOPGOPL
               MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"         TO WS-IO-OPERATION
               MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE REGISTER-FILE
       EXIT.

      *****************************************************************
      * TOEM-NYE                                                      *
      * Formål: Tømmer ArbejdsopgaverNye.txt, når opgaverne er        *
      *         optaget og registret er skrevet uden fejl - ellers    *
      *         bliver de liggende til næste kørsel, hvor de optages  *
      *         (eller genkendes som allerede åbne).                  *
      *****************************************************************
       TOEM-NYE.
           OPEN OUTPUT NYE-FILE
           MOVE "NYE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"     TO WS-IO-OPERATION
           MOVE NYE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           CLOSE NYE-FILE
       EXIT.

      *****************************************************************
      * SKRIV-ALDRINGSRAPPORT                                         *
      * Formål: Skriver pr. filial filialchefen, pr. ejer de åbne     *
      *         opgaver fordelt på i tide og dage over forfald        *
      *         (1-5, 6-30, over 30), og derefter filialens           *
      *         overskredne opgaver med eskaleringen.                 *
      *****************************************************************
       SKRIV-ALDRINGSRAPPORT.
           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF RAPPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RAPPORT-LINE
           STRING "ARBEJDSKOE - ALDRING PR. FILIAL OG EJER  "
                   DELIMITED BY SIZE
                   WS-DATO-TEKST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           PERFORM VARYING WS-FILIAL-IX FROM 0 BY 1
                   UNTIL WS-FILIAL-IX > 99
               PERFORM SAML-FILIAL
               IF WS-FILIAL-ANTAL > ZERO
                   PERFORM SKRIV-FILIAL
               END-IF
           END-PERFORM

           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-OPTAGET   TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-DUBLET    TO WS-ANTAL-DISPLAY-2
           MOVE TR-ANTAL-LUKKET    TO WS-ANTAL-DISPLAY-3
           MOVE TR-ANTAL-OMFORDELT TO WS-ANTAL-DISPLAY-4
           MOVE TR-ANTAL-AFVIST    TO WS-ANTAL-DISPLAY-5
           STRING "I DAG: OPTAGET=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " ALLEREDE AABNE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-2) DELIMITED BY SIZE
                   " LUKKET=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-3) DELIMITED BY SIZE
                   " OMFORDELT=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-4) DELIMITED BY SIZE
                   " AFVISTE TRANSAKTIONER=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-5) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-ANTAL-AABNE       TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-OVERSKREDET TO WS-ANTAL-DISPLAY-2
           MOVE TR-ANTAL-ESKALERET   TO WS-ANTAL-DISPLAY-3
           MOVE TR-UDEN-EJER         TO WS-ANTAL-DISPLAY-4
           STRING "AABNE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " OVERSKREDET=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-2) DELIMITED BY SIZE
                   " ESKALERET I DAG=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-3) DELIMITED BY SIZE
                   " NYE UDEN EJER=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY-4) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           IF OPG-OVERFLOW = "Y"
               MOVE "ADVARSEL: opgaveregistret er fuldt"
                   TO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
           CLOSE RAPPORT-FILE
       EXIT.

      *****************************************************************
      * SAML-FILIAL                                                   *
      * Formål: Fordeler filial WS-FILIAL-IX's åbne opgaver på ejerne *
      *         i EJ-TABEL efter dage over forfald.                   *
      *****************************************************************
       SAML-FILIAL.
           MOVE ZERO TO WS-FILIAL-ANTAL EJ-COUNT
           PERFORM VARYING OA-IX FROM 1 BY 1 UNTIL OA-IX > OPG-COUNT
               IF OA-AABEN(OA-IX)
                   AND OA-FILIAL-NR(OA-IX) = WS-FILIAL-IX
                   ADD 1 TO WS-FILIAL-ANTAL
                   ADD 1 TO TR-ANTAL-AABNE
                   PERFORM TAEL-EJER
               END-IF
           END-PERFORM
       EXIT.

       TAEL-EJER.
           MOVE "N" TO WS-EJ-FUNDET
           PERFORM VARYING EJ-IX FROM 1 BY 1 UNTIL EJ-IX > EJ-COUNT
               IF EJ-EJER(EJ-IX) = OA-EJER(OA-IX)
                   MOVE "Y" TO WS-EJ-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EJ-FUNDET = "N"
               IF EJ-COUNT >= EJ-MAX-ANTAL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO EJ-COUNT
               MOVE EJ-COUNT TO EJ-IX
               MOVE OA-EJER(OA-IX) TO EJ-EJER(EJ-IX)
               MOVE ZERO TO EJ-AABNE(EJ-IX) EJ-I-TIDE(EJ-IX)
                   EJ-OVER-1-5(EJ-IX) EJ-OVER-6-30(EJ-IX)
                   EJ-OVER-30(EJ-IX)
           END-IF
           ADD 1 TO EJ-AABNE(EJ-IX)
           PERFORM BEREGN-DAGE-OVER
           EVALUATE TRUE
               WHEN WS-DAGE-OVER <= ZERO
                   ADD 1 TO EJ-I-TIDE(EJ-IX)
               WHEN WS-DAGE-OVER <= 5
                   ADD 1 TO EJ-OVER-1-5(EJ-IX)
               WHEN WS-DAGE-OVER <= 30
                   ADD 1 TO EJ-OVER-6-30(EJ-IX)
               WHEN OTHER
                   ADD 1 TO EJ-OVER-30(EJ-IX)
           END-EVALUATE
       EXIT.

       BEREGN-DAGE-OVER.
           MOVE OA-FORFALD-DATO(OA-IX) TO WS-DATO-NUM
           COMPUTE WS-DAGE-OVER = WS-DAGS-HELTAL -
               FUNCTION INTEGER-OF-DATE(WS-DATO-NUM)
       EXIT.

      *****************************************************************
      * SKRIV-FILIAL                                                  *
      * Formål: Skriver filial WS-FILIAL-IX's afsnit i aldrings-      *
      *         rapporten.                                            *
      *****************************************************************
       SKRIV-FILIAL.
           PERFORM FIND-FILIALCHEF
           MOVE WS-FILIAL-IX TO WS-FILIAL-DISPLAY
           PERFORM SKRIV-RAPPORT-LINE
           STRING "FILIAL " DELIMITED BY SIZE
                   WS-FILIAL-DISPLAY DELIMITED BY SIZE
                   "  FILIALCHEF: " DELIMITED BY SIZE
                   WS-FILIALCHEF DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           IF WS-FILIALCHEF = SPACES
               MOVE "(ingen)" TO RAPPORT-LINE(24:7)
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
           MOVE
               "  EJER       AABNE  I TIDE   1-5 DG  6-30 DG   >30 DG"
               TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM VARYING EJ-IX FROM 1 BY 1 UNTIL EJ-IX > EJ-COUNT
               MOVE EJ-AABNE(EJ-IX)     TO WS-ANTAL-DISPLAY
               MOVE EJ-I-TIDE(EJ-IX)    TO WS-ANTAL-DISPLAY-2
               MOVE EJ-OVER-1-5(EJ-IX)  TO WS-ANTAL-DISPLAY-3
               MOVE EJ-OVER-6-30(EJ-IX) TO WS-ANTAL-DISPLAY-4
               MOVE EJ-OVER-30(EJ-IX)   TO WS-ANTAL-DISPLAY-5
               STRING "  " DELIMITED BY SIZE
                       EJ-EJER(EJ-IX) DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY-2 DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY-3 DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY-4 DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY-5 DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               IF EJ-EJER(EJ-IX) = SPACES
                   MOVE "(ingen)" TO RAPPORT-LINE(3:7)
               END-IF
               PERFORM SKRIV-RAPPORT-LINE
           END-PERFORM

           PERFORM VARYING OA-IX FROM 1 BY 1 UNTIL OA-IX > OPG-COUNT
               IF OA-AABEN(OA-IX)
                   AND OA-FILIAL-NR(OA-IX) = WS-FILIAL-IX
                   AND OA-FORFALD-DATO(OA-IX) < WS-SYSDATO
                   PERFORM SKRIV-OVERSKREDET
               END-IF
           END-PERFORM
       EXIT.

       SKRIV-OVERSKREDET.
           ADD 1 TO TR-ANTAL-OVERSKREDET
           PERFORM BEREGN-DAGE-OVER
           MOVE WS-DAGE-OVER TO WS-DAGE-DISPLAY
           MOVE SPACES TO WS-FORFALD-TEKST
           STRING OA-FORFALD-DATO(OA-IX)(1:4) "-"
                   OA-FORFALD-DATO(OA-IX)(5:2) "-"
                   OA-FORFALD-DATO(OA-IX)(7:2)
                   DELIMITED BY SIZE INTO WS-FORFALD-TEKST
           STRING "  OVERSKREDET " DELIMITED BY SIZE
                   OA-OPGAVE-ID(OA-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OA-TYPE(OA-IX) DELIMITED BY SIZE
                   " KUNDE=" DELIMITED BY SIZE
                   OA-KUNDE-ID(OA-IX) DELIMITED BY SIZE
                   " KONTO=" DELIMITED BY SIZE
                   OA-KONTO-ID(OA-IX) DELIMITED BY SIZE
                   " EJER=" DELIMITED BY SIZE
                   OA-EJER(OA-IX) DELIMITED BY SIZE
                   " FORFALD=" DELIMITED BY SIZE
                   WS-FORFALD-TEKST DELIMITED BY SIZE
                   " DAGE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAGE-DISPLAY) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "       ESKALERET TIL " DELIMITED BY SIZE
                   OA-ESKALERET-TIL(OA-IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           IF OA-ESKALERET-TIL(OA-IX) = SPACES
               MOVE "(ingen)" TO RAPPORT-LINE(22:7)
           END-IF
           IF ESK-I-DAG(OA-IX) = "J"
               MOVE "(NY)" TO RAPPORT-LINE(31:4)
           END-IF
           MOVE OA-TEKST(OA-IX) TO RAPPORT-LINE(37:60)
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
      * SKRIV-KOERSELSLOG                                             *
      * Formål: Tilføjer kørslens run-log-linje til den fælles        *
      *         Koerselslog.txt med optagne, åbne og overskredne      *
      *         opgaver og status.                                    *
      *****************************************************************
       SKRIV-KOERSELSLOG.
           IF WS-IO-ERROR-COUNT = ZERO
               MOVE "OK"   TO WS-KOERSEL-STATUS
           ELSE
               MOVE "FEJL" TO WS-KOERSEL-STATUS
           END-IF
           MOVE TR-ANTAL-OPTAGET     TO WS-ANTAL-DISPLAY
           MOVE TR-ANTAL-AABNE       TO WS-ANTAL-DISPLAY-2
           MOVE TR-ANTAL-OVERSKREDET TO WS-ANTAL-DISPLAY-3
           OPEN EXTEND KOERSELSLOG-FILE
           IF KOERSELSLOG-FILE-STATUS = "35"
               OPEN OUTPUT KOERSELSLOG-FILE
           END-IF
           IF KOERSELSLOG-FILE-STATUS = "00"
               MOVE SPACES TO KOERSELSLOG-LINE
               STRING "OPGAVEARBEJDSKOE DATO=" DELIMITED BY SIZE
                       WS-DATO-TEKST DELIMITED BY SIZE
                       " OPTAGET=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ANTAL-DISPLAY)
                           DELIMITED BY SIZE
                       " AABNE=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ANTAL-DISPLAY-2)
                           DELIMITED BY SIZE
                       " OVERSKREDET=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ANTAL-DISPLAY-3)
                           DELIMITED BY SIZE
                       " STATUS=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KOERSEL-STATUS)
                           DELIMITED BY SIZE
                       INTO KOERSELSLOG-LINE
               WRITE KOERSELSLOG-LINE
               CLOSE KOERSELSLOG-FILE
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
      * Formål: Bygger det daterede filnavn for denne kørsels         *
      *         forretningsdato. Er datoen nul, bruges det            *
      *         oprindelige, udaterede filnavn.                       *
      *****************************************************************
       SAET-FILNAVNE.
           IF WS-FORRETNINGSDATO = ZERO
               MOVE "KontoOpl.txt" TO WS-KONTO-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
           END-IF
       EXIT.
