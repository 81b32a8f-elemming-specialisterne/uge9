      *****************************************************************
      * PROGRAM-ID: OPGAVEOMKOSTNINGSOVERSIGT                         *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Årlig omkostningsoversigt til forbrugerne over    *
      *             alle gebyrer og renter på deres betalingskonti,   *
      *             som betalingskontoreglerne kræver. Kørslen        *
      *             ligger i januar efter månedsrulningen af          *
      *             transaktionsarkivet og dækker det netop           *
      *             afsluttede år. Pr. kunde og konto samles årets    *
      *             gebyrer - kontoførelsesgebyrerne fra den          *
      *             månedlige gebyrkørsel (GEBYR), rykkergebyrerne    *
      *             fra overtræksforløbet (RYKKERGEBYR) og            *
      *             kortgebyrerne (KORTGEBYR) - fra de bogførte       *
      *             transaktioner i arkivet, tilskrevet rente fra     *
      *             RenteJournal.txt og debiteret trækrente fra       *
      *             TraekRenteJournal.txt.                            *
      *             Posterne grupperes under standardterminologien    *
      *             med årstotal, og gennemsnitsrenten regnes af      *
      *             årets rente i forhold til den gennemsnitlige      *
      *             saldo i årets saldobilleder. Oversigten leveres   *
      *             efter kundens KUNDE-LEVERING og med ledetekster   *
      *             på KUNDE-SPROG som kontoudskrifterne, og hver     *
      *             forsendelse logges i KommunikationsLog.txt.       *
      *             Erhvervskunder og pensionskonti er uden for       *
      *             reglerne og medtages ikke.                        *
      * INPUT:      KontoOpl.txt          - Konti                     *
      *             Kundeoplysninger.txt  - Segment, levering, sprog  *
      *             TransaktionerHistorik - Bogførte gebyrer          *
      *             RenteJournal.txt      - Tilskrevne renter         *
      *             TraekRenteJournal.txt - Debiteret trækrente       *
      *             KontoOplSnapshot.txt  - Saldobilleder             *
      *             OmkostningsoversigtAar.txt - Opgørelsesår         *
      * OUTPUT:     OmkostningsoversigtPapir.txt   - Papiroversigter  *
      *             OmkostningsoversigtDigital.txt - Digital Post     *
      *             Omkostningsoversigt-Kontrol.txt - Kontrolliste    *
      *             KommunikationsLog.txt - Udvides pr. forsendelse   *
      *             Koerselslog.txt       - Run-log med året          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveOmkostningsoversigt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-AAR-FILE
               ASSIGN TO "OmkostningsoversigtAar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-AAR-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT HISTORIK-FILE ASSIGN TO "TransaktionerHistorik"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-NOEGLE
               FILE STATUS IS HISTORIK-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "RenteJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT TRAEKJOURNAL-FILE ASSIGN TO "TraekRenteJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAEKJOURNAL-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "KontoOplSnapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.
           SELECT BREV-PAPIR-FILE
               ASSIGN TO "OmkostningsoversigtPapir.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-PAPIR-FILE-STATUS.
           SELECT BREV-DIGITAL-FILE
               ASSIGN TO "OmkostningsoversigtDigital.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-DIGITAL-FILE-STATUS.
           SELECT KONTROL-FILE
               ASSIGN TO "Omkostningsoversigt-Kontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTROL-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT KOERSELSLOG-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELSLOG-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "Omkostningsoversigt-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-AAR-FILE.
       01 INDBAAROPL.
           COPY "INDBAAROPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD HISTORIK-FILE.
       01 HISTORIKOPL.
           COPY "HISTORIKOPL.cpy".

       FD JOURNAL-FILE.
       01 RENTEJOURNALOPL.
           COPY "RENTEJOURNALOPL.cpy".

       FD TRAEKJOURNAL-FILE.
       01 TRAEKJOURNALOPL.
           COPY "RENTEJOURNALOPL.cpy" REPLACING LEADING ==RJ-==
               BY ==TJ-==.

       FD SNAPSHOT-FILE.
       01 KONTOOPL-SNAPSHOT.
           02 SNAPSHOT-DATO        PIC X(10) VALUE SPACES.
           COPY "KONTOOPL.cpy".

       FD BREV-PAPIR-FILE.
       01 BREV-PAPIR-LINE  PIC X(100) VALUE SPACES.

       FD BREV-DIGITAL-FILE.
       01 BREV-DIGITAL-LINE PIC X(100) VALUE SPACES.

       FD KONTROL-FILE.
       01 KONTROL-LINE     PIC X(120) VALUE SPACES.

       FD KOMMLOG-FILE.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".

       FD KOERSELSLOG-FILE.
       01 KOERSELSLOG-LINE     PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.

      * Den faelles kommunikationslog (se SKRIV-KOMMLOG): hver
      * afsendt skrivelse logges pr. kunde med dato, program,
      * dokumenttype, kanal og leverancefil, saa "jeg fik aldrig
      * brevet" kan besvares med bevis
       01 KOMMLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-KOMM-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 WS-KOMM-DOKTYPE   PIC X(15) VALUE SPACES.
       01 WS-KOMM-KANAL     PIC X(01) VALUE "P".
       01 WS-KOMM-FILREF    PIC X(30) VALUE SPACES.
       01 WS-KOMM-DATO      PIC 9(8) VALUE ZERO.

       01 END-OF-FILE       PIC X VALUE "N".

      * Forbrugernes betalingskonti med årets omkostninger og renter
      * pr. standardbetegnelse og summen af saldobillederne til
      * gennemsnitsrenten (positive og negative saldi hver for sig)
       01 KO-MAX-ANTAL      PIC 9(4) VALUE 5000.
       01 KO-COUNT          PIC 9(4) VALUE ZERO.
       01 KO-TABEL.
           02 KO-ENTRY OCCURS 5000 TIMES.
               03 KO-KONTO-ID     PIC X(10).
               03 KO-KUNDE-ID     PIC X(10).
               03 KO-VALUTA       PIC X(03).
               03 KO-KONTOFOERING PIC S9(9)V99.
               03 KO-KORTGEBYR    PIC S9(9)V99.
               03 KO-RYKKERGEBYR  PIC S9(9)V99.
               03 KO-KREDITRENTE  PIC S9(9)V99.
               03 KO-DEBETRENTE   PIC S9(9)V99.
               03 KO-SNAP-ANTAL   PIC 9(5).
               03 KO-SNAP-KREDIT  PIC S9(13)V99.
               03 KO-SNAP-DEBET   PIC S9(13)V99.
       01 KO-IX             PIC 9(4) VALUE ZERO.
       01 WS-SOEG-KONTO-ID  PIC X(10) VALUE SPACES.
       01 WS-KO-FUNDET      PIC X VALUE "N".

      * Kunderne med mindst én betalingskonto, i KontoOpl-rækkefølge
       01 KU-MAX-ANTAL      PIC 9(4) VALUE 5000.
       01 KU-COUNT          PIC 9(4) VALUE ZERO.
       01 KU-TABEL.
           02 KU-KUNDE-ID     PIC X(10) OCCURS 5000 TIMES.
       01 KU-IX             PIC 9(4) VALUE ZERO.
       01 WS-TABEL-FULD     PIC X VALUE "N".

      * Den aktuelle oversigt
       01 WS-KUNDE-ID       PIC X(10) VALUE SPACES.
       01 WS-SPROG-EN       PIC X VALUE "N".
       01 WS-LEVERING-KANAL PIC X(01) VALUE "P".
       01 WS-BREV-LINE      PIC X(100) VALUE SPACES.
       01 WS-TEKST          PIC X(40) VALUE SPACES.
       01 WS-BELOB          PIC S9(11)V99 VALUE ZERO.
       01 WS-BELOB-DISPLAY  PIC -(10)9.99.
       01 WS-GEBYR-I-ALT    PIC S9(11)V99 VALUE ZERO.
       01 WS-KUNDE-GEBYR    PIC S9(11)V99 VALUE ZERO.
       01 WS-KUNDE-DEBET    PIC S9(11)V99 VALUE ZERO.
       01 WS-KUNDE-KREDIT   PIC S9(11)V99 VALUE ZERO.
       01 WS-KUNDE-VALUTA   PIC X(03) VALUE SPACES.
       01 WS-EN-VALUTA      PIC X VALUE "Y".
       01 WS-ANTAL-KONTI    PIC 9(4) VALUE ZERO.
       01 WS-GNS-SALDO      PIC S9(11)V99 VALUE ZERO.
       01 WS-RENTE          PIC S9(11)V99 VALUE ZERO.
       01 WS-RENTE-PCT      PIC S9(3)V99 VALUE ZERO.
       01 WS-PCT-DISPLAY    PIC -ZZ9.99.
       01 WS-HIST-BELOB     PIC S9(9)V99 VALUE ZERO.

      * Totaler til kontrollisten (nominelt på tværs af valutaer)
       01 TT-KONTOFOERING   PIC S9(11)V99 VALUE ZERO.
       01 TT-KORTGEBYR      PIC S9(11)V99 VALUE ZERO.
       01 TT-RYKKERGEBYR    PIC S9(11)V99 VALUE ZERO.
       01 TT-KREDITRENTE    PIC S9(11)V99 VALUE ZERO.
       01 TT-DEBETRENTE     PIC S9(11)V99 VALUE ZERO.
       01 WS-D1             PIC -(10)9.99.
       01 WS-D2             PIC -(10)9.99.
       01 WS-D3             PIC -(10)9.99.

       01 WS-AAR            PIC 9(4) VALUE ZERO.
       01 WS-AAR-TEKST      PIC X(4) VALUE SPACES.
       01 WS-KOERSEL-STATUS PIC X(4) VALUE SPACES.
       01 WS-LOG-DATO       PIC 9(8) VALUE ZERO.

       01 TR-ANTAL-OVERSIGTER PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-PAPIR PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-DIGITAL PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-INGEN PIC 9(5) VALUE ZERO.
       01 TR-UDEN-OMKOSTNING PIC 9(5) VALUE ZERO.
       01 TR-GEBYRPOSTER    PIC 9(7) VALUE ZERO.
       01 TR-UDEN-FOR       PIC 9(7) VALUE ZERO.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO-DELT REDEFINES WS-SYSDATO.
           02 WS-SYS-AAR     PIC 9(4).
           02 WS-SYS-MDR     PIC 9(2).
           02 WS-SYS-DAG     PIC 9(2).

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 INPUT-AAR-FILE-STATUS  PIC XX VALUE "00".
       01 KONTO-FILE-STATUS      PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS      PIC XX VALUE "00".
       01 HISTORIK-FILE-STATUS   PIC XX VALUE "00".
       01 JOURNAL-FILE-STATUS    PIC XX VALUE "00".
       01 TRAEKJOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 SNAPSHOT-FILE-STATUS   PIC XX VALUE "00".
       01 BREV-PAPIR-FILE-STATUS PIC XX VALUE "00".
       01 BREV-DIGITAL-FILE-STATUS PIC XX VALUE "00".
       01 KONTROL-FILE-STATUS    PIC XX VALUE "00".
       01 KOERSELSLOG-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION        PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-KONTO-FILNAVN       PIC X(40) VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN       PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           OPEN OUTPUT IO-ERROR-FILE
           PERFORM LAES-OPGOERELSESAAR
           MOVE WS-AAR TO WS-AAR-TEKST

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM LAES-KONTI
           PERFORM LAES-GEBYRER
           PERFORM LAES-RENTEJOURNAL
           PERFORM LAES-TRAEKRENTEJOURNAL
           PERFORM LAES-SNAPSHOTS

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

           OPEN OUTPUT KONTROL-FILE
           MOVE "KONTROL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE KONTROL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           STRING "OMKOSTNINGSOVERSIGT KONTROLLISTE - AAR "
                   DELIMITED BY SIZE
                   WS-AAR-TEKST DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE

           PERFORM VARYING KU-IX FROM 1 BY 1 UNTIL KU-IX > KU-COUNT
               PERFORM DAN-OVERSIGT
           END-PERFORM

           PERFORM SKRIV-KONTROL-TOTALER

           DISPLAY "OpgaveOmkostningsoversigt: " TR-ANTAL-OVERSIGTER
               " oversigter for " WS-AAR ", papir="
               TR-LEVERING-PAPIR " digital=" TR-LEVERING-DIGITAL
               " ingen=" TR-LEVERING-INGEN
           IF WS-TABEL-FULD = "Y"
               DISPLAY "ADVARSEL: KO-TABEL/KU-TABEL kapacitet "
                   "overskredet - oversigterne er ufuldstaendige"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF

           CLOSE KUNDE-FILE
           CLOSE BREV-PAPIR-FILE
           CLOSE BREV-DIGITAL-FILE
           CLOSE KONTROL-FILE
           CLOSE IO-ERROR-FILE
           PERFORM SKRIV-KOERSELSLOG

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * LAES-OPGOERELSESAAR                                           *
      * Formål: Læser kontrolrecorden i OmkostningsoversigtAar.txt.   *
      *         Findes filen ikke, eller er den tom, bruges året før  *
      *         kørselsdatoen - kørslen ligger i januar og dækker     *
      *         det netop afsluttede år.                              *
      *****************************************************************
       LAES-OPGOERELSESAAR.
           OPEN INPUT INPUT-AAR-FILE
           IF INPUT-AAR-FILE-STATUS = "00"
               READ INPUT-AAR-FILE INTO INDBAAROPL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF INDB-AAR > ZERO
                           MOVE INDB-AAR TO WS-AAR
                       END-IF
               END-READ
               CLOSE INPUT-AAR-FILE
           END-IF
           IF WS-AAR = ZERO
               IF WS-FORRETNINGSDATO = ZERO
                   ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
               ELSE
                   MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
               END-IF
               COMPUTE WS-AAR = WS-SYS-AAR - 1
           END-IF
       EXIT.

      *****************************************************************
      * LAES-KONTI                                                    *
      * Formål: Loader forbrugernes betalingskonti i KO-TABEL og      *
      *         deres kunder i KU-TABEL. Erhvervskunder, pensions-    *
      *         og erhvervskonti samt slettede og anonymiserede       *
      *         kunder er uden for oversigten.                        *
      *****************************************************************
       LAES-KONTI.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KONTO-FILE NEXT RECORD INTO KONTOOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF NOT KONTO-TYPE-PENSION IN KONTOOPL
                           AND NOT KONTO-TYPE-ERHVERV IN KONTOOPL
                           PERFORM NOTER-KONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       NOTER-KONTO.
           MOVE KUNDE-ID IN KONTOOPL TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF SEGMENT-ERHVERV OR KUNDE-SLETTET OR KUNDE-ANONYMISERET
               EXIT PARAGRAPH
           END-IF
           IF KO-COUNT >= KO-MAX-ANTAL
               MOVE "Y" TO WS-TABEL-FULD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KO-COUNT
           INITIALIZE KO-ENTRY(KO-COUNT)
           MOVE KONTO-ID IN KONTOOPL TO KO-KONTO-ID(KO-COUNT)
           MOVE KUNDE-ID IN KONTOOPL TO KO-KUNDE-ID(KO-COUNT)
           MOVE VALUTAKODE IN KONTOOPL TO KO-VALUTA(KO-COUNT)
           IF KO-VALUTA(KO-COUNT) = SPACES
               MOVE "DKK" TO KO-VALUTA(KO-COUNT)
           END-IF
           PERFORM VARYING KU-IX FROM 1 BY 1 UNTIL KU-IX > KU-COUNT
               IF KU-KUNDE-ID(KU-IX) = KUNDE-ID IN KONTOOPL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KU-IX > KU-COUNT
               IF KU-COUNT >= KU-MAX-ANTAL
                   MOVE "Y" TO WS-TABEL-FULD
               ELSE
                   ADD 1 TO KU-COUNT
                   MOVE KUNDE-ID IN KONTOOPL TO KU-KUNDE-ID(KU-COUNT)
               END-IF
           END-IF
       EXIT.

       FIND-KONTO.
           MOVE "N" TO WS-KO-FUNDET
           PERFORM VARYING KO-IX FROM 1 BY 1 UNTIL KO-IX > KO-COUNT
               IF KO-KONTO-ID(KO-IX) = WS-SOEG-KONTO-ID
                   MOVE "Y" TO WS-KO-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * LAES-GEBYRER                                                  *
      * Formål: Gennemløber transaktionsarkivet og lægger årets       *
      *         bogførte gebyrer til kontoen. GebyrJournal.txt dannes *
      *         på ny ved hver månedlig gebyrkørsel, så årets         *
      *         kontoførelsesgebyrer tages fra de GEBYR-transaktioner *
      *         kørslen har bogført. Gebyrer er debetposter; en       *
      *         tilbageført (positiv) post nedbringer summen.         *
      *****************************************************************
       LAES-GEBYRER.
           OPEN INPUT HISTORIK-FILE
           IF HISTORIK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HISTORIK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF HIST-TIDSPUNKT(1:4) = WS-AAR-TEKST
                           AND (HIST-TRANSAKTIONSTYPE = "GEBYR"
                           OR HIST-TRANSAKTIONSTYPE = "KORTGEBYR"
                           OR HIST-TRANSAKTIONSTYPE = "RYKKERGEBYR")
                           PERFORM NOTER-GEBYR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIK-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       NOTER-GEBYR.
           MOVE HIST-KONTO-ID TO WS-SOEG-KONTO-ID
           PERFORM FIND-KONTO
           IF WS-KO-FUNDET = "N"
               ADD 1 TO TR-UDEN-FOR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-GEBYRPOSTER
           COMPUTE WS-HIST-BELOB = ZERO - FUNCTION NUMVAL(HIST-BELOB)
           EVALUATE HIST-TRANSAKTIONSTYPE
               WHEN "GEBYR"
                   ADD WS-HIST-BELOB TO KO-KONTOFOERING(KO-IX)
               WHEN "KORTGEBYR"
                   ADD WS-HIST-BELOB TO KO-KORTGEBYR(KO-IX)
               WHEN OTHER
                   ADD WS-HIST-BELOB TO KO-RYKKERGEBYR(KO-IX)
           END-EVALUATE
       EXIT.

      *****************************************************************
      * LAES-RENTEJOURNAL                                             *
      * Formål: Årets tilskrevne renter pr. konto fra RenteJournal    *
      *         (med fortegn - negativ rente trækker fra).            *
      *****************************************************************
       LAES-RENTEJOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ JOURNAL-FILE INTO RENTEJOURNALOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RJ-DATO(1:4) = WS-AAR-TEKST
                           MOVE RJ-KONTO-ID TO WS-SOEG-KONTO-ID
                           PERFORM FIND-KONTO
                           IF WS-KO-FUNDET = "Y"
                               ADD RJ-RENTEBELOB
                                   TO KO-KREDITRENTE(KO-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * LAES-TRAEKRENTEJOURNAL                                        *
      * Formål: Årets debiterede trækrente pr. konto. Journalen fører *
      *         debiteringen som negativt beløb; oversigten viser     *
      *         den betalte rente som positivt beløb.                 *
      *****************************************************************
       LAES-TRAEKRENTEJOURNAL.
           OPEN INPUT TRAEKJOURNAL-FILE
           IF TRAEKJOURNAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TRAEKJOURNAL-FILE INTO TRAEKJOURNALOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF TJ-DATO(1:4) = WS-AAR-TEKST
                           MOVE TJ-KONTO-ID TO WS-SOEG-KONTO-ID
                           PERFORM FIND-KONTO
                           IF WS-KO-FUNDET = "Y"
                               SUBTRACT TJ-RENTEBELOB
                                   FROM KO-DEBETRENTE(KO-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAEKJOURNAL-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * LAES-SNAPSHOTS                                                *
      * Formål: Summerer årets saldobilleder pr. konto - positive     *
      *         saldi til indeståendet og negative til trækket - så   *
      *         gennemsnitsrenten kan regnes af den gennemsnitlige    *
      *         saldo.                                                *
      *****************************************************************
       LAES-SNAPSHOTS.
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SNAPSHOT-FILE INTO KONTOOPL-SNAPSHOT
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SNAPSHOT-DATO(1:4) = WS-AAR-TEKST
                           MOVE KONTO-ID IN KONTOOPL-SNAPSHOT
                               TO WS-SOEG-KONTO-ID
                           PERFORM FIND-KONTO
                           IF WS-KO-FUNDET = "Y"
                               PERFORM NOTER-SNAPSHOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       NOTER-SNAPSHOT.
           ADD 1 TO KO-SNAP-ANTAL(KO-IX)
           IF BALANCE IN KONTOOPL-SNAPSHOT > ZERO
               ADD BALANCE IN KONTOOPL-SNAPSHOT
                   TO KO-SNAP-KREDIT(KO-IX)
           ELSE
               SUBTRACT BALANCE IN KONTOOPL-SNAPSHOT
                   FROM KO-SNAP-DEBET(KO-IX)
           END-IF
       EXIT.

      *****************************************************************
      * DAN-OVERSIGT                                                  *
      * Formål: Danner kundens oversigt hvis der har været gebyrer    *
      *         eller renter på en af kundens betalingskonti i året.  *
      *****************************************************************
       DAN-OVERSIGT.
           MOVE KU-KUNDE-ID(KU-IX) TO WS-KUNDE-ID
           MOVE ZERO TO WS-KUNDE-GEBYR WS-KUNDE-DEBET WS-KUNDE-KREDIT
               WS-ANTAL-KONTI
           MOVE SPACES TO WS-KUNDE-VALUTA
           MOVE "Y" TO WS-EN-VALUTA
           PERFORM VARYING KO-IX FROM 1 BY 1 UNTIL KO-IX > KO-COUNT
               IF KO-KUNDE-ID(KO-IX) = WS-KUNDE-ID
                   PERFORM SUMMER-KONTO
               END-IF
           END-PERFORM
           IF WS-ANTAL-KONTI = ZERO
               ADD 1 TO TR-UDEN-OMKOSTNING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-ANTAL-OVERSIGTER
           PERFORM BESTEM-LEVERING
           IF WS-LEVERING-KANAL = "N"
               ADD 1 TO TR-LEVERING-INGEN
           ELSE
               PERFORM SKRIV-OVERSIGT
           END-IF
           PERFORM SKRIV-KONTROL-KUNDE
       EXIT.

      * Kontoen tæller med når den har gebyrer eller renter i året
       SUMMER-KONTO.
           COMPUTE WS-GEBYR-I-ALT = KO-KONTOFOERING(KO-IX)
               + KO-KORTGEBYR(KO-IX) + KO-RYKKERGEBYR(KO-IX)
           IF WS-GEBYR-I-ALT = ZERO
               AND KO-KREDITRENTE(KO-IX) = ZERO
               AND KO-DEBETRENTE(KO-IX) = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ANTAL-KONTI
           ADD WS-GEBYR-I-ALT TO WS-KUNDE-GEBYR
           ADD KO-DEBETRENTE(KO-IX) TO WS-KUNDE-DEBET
           ADD KO-KREDITRENTE(KO-IX) TO WS-KUNDE-KREDIT
           IF WS-KUNDE-VALUTA = SPACES
               MOVE KO-VALUTA(KO-IX) TO WS-KUNDE-VALUTA
           END-IF
           IF KO-VALUTA(KO-IX) NOT = WS-KUNDE-VALUTA
               MOVE "N" TO WS-EN-VALUTA
           END-IF
           ADD KO-KONTOFOERING(KO-IX) TO TT-KONTOFOERING
           ADD KO-KORTGEBYR(KO-IX) TO TT-KORTGEBYR
           ADD KO-RYKKERGEBYR(KO-IX) TO TT-RYKKERGEBYR
           ADD KO-KREDITRENTE(KO-IX) TO TT-KREDITRENTE
           ADD KO-DEBETRENTE(KO-IX) TO TT-DEBETRENTE
       EXIT.

      *****************************************************************
      * BESTEM-LEVERING                                               *
      * Formål: Slår kunden op og bestemmer kanal og sprog som        *
      *         kontoudskrifterne: papir er forvalgt, "D" Digital     *
      *         Post, "N" ingen levering; en afdød kunde eller en     *
      *         papirkunde med ugyldig adresse får ingen oversigt.    *
      *****************************************************************
       BESTEM-LEVERING.
           MOVE "P" TO WS-LEVERING-KANAL
           MOVE "N" TO WS-SPROG-EN
           MOVE WS-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
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
      * SKRIV-OVERSIGT                                                *
      * Formål: Skriver kundens omkostningsoversigt med ledetekster   *
      *         på kundens sprog i kundens leveringsstrøm og logger   *
      *         forsendelsen i kommunikationsloggen.                  *
      *****************************************************************
       SKRIV-OVERSIGT.
           IF WS-LEVERING-KANAL = "D"
               MOVE SPACES TO WS-BREV-LINE
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       WS-KUNDE-ID DELIMITED BY SPACE
                       INTO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
           ELSE
               MOVE SPACES TO WS-BREV-LINE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       WS-KUNDE-ID DELIMITED BY SPACE
                       " DOK=OMKOSTOVERSIGT" DELIMITED BY SIZE
                       INTO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
           END-IF
           MOVE SPACES TO WS-BREV-LINE
           IF WS-SPROG-EN = "Y"
               STRING "STATEMENT OF FEES " DELIMITED BY SIZE
                       WS-AAR-TEKST DELIMITED BY SIZE
                       INTO WS-BREV-LINE
           ELSE
               STRING "OVERSIGT OVER GEBYRER " DELIMITED BY SIZE
                       WS-AAR-TEKST DELIMITED BY SIZE
                       INTO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           STRING "KUNDE " DELIMITED BY SIZE
                   WS-KUNDE-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FORNAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(EFTERNAVN) DELIMITED BY SIZE
                   INTO WS-BREV-LINE
           PERFORM SKRIV-BREV-LINE

           PERFORM VARYING KO-IX FROM 1 BY 1 UNTIL KO-IX > KO-COUNT
               IF KO-KUNDE-ID(KO-IX) = WS-KUNDE-ID
                   PERFORM SKRIV-KONTO-AFSNIT
               END-IF
           END-PERFORM

           IF WS-EN-VALUTA = "Y" AND WS-ANTAL-KONTI > 1
               MOVE SPACES TO WS-BREV-LINE
               IF WS-SPROG-EN = "Y"
                   STRING "ALL ACCOUNTS (" DELIMITED BY SIZE
                           WS-KUNDE-VALUTA DELIMITED BY SIZE
                           "):" DELIMITED BY SIZE
                           INTO WS-BREV-LINE
               ELSE
                   STRING "ALLE KONTI (" DELIMITED BY SIZE
                           WS-KUNDE-VALUTA DELIMITED BY SIZE
                           "):" DELIMITED BY SIZE
                           INTO WS-BREV-LINE
               END-IF
               PERFORM SKRIV-BREV-LINE
               IF WS-SPROG-EN = "Y"
                   MOVE "TOTAL FEES" TO WS-TEKST
               ELSE
                   MOVE "GEBYRER I ALT" TO WS-TEKST
               END-IF
               MOVE WS-KUNDE-GEBYR TO WS-BELOB
               PERFORM SKRIV-BELOB-LINJE
               IF WS-SPROG-EN = "Y"
                   MOVE "TOTAL DEBIT INTEREST PAID" TO WS-TEKST
               ELSE
                   MOVE "BETALT RENTE I ALT" TO WS-TEKST
               END-IF
               MOVE WS-KUNDE-DEBET TO WS-BELOB
               PERFORM SKRIV-BELOB-LINJE
               IF WS-SPROG-EN = "Y"
                   MOVE "TOTAL CREDIT INTEREST EARNED" TO WS-TEKST
               ELSE
                   MOVE "TILSKREVET RENTE I ALT" TO WS-TEKST
               END-IF
               MOVE WS-KUNDE-KREDIT TO WS-BELOB
               PERFORM SKRIV-BELOB-LINJE
           END-IF
           MOVE SPACES TO WS-BREV-LINE
           PERFORM SKRIV-BREV-LINE

           MOVE WS-KUNDE-ID TO WS-KOMM-KUNDE-ID
           MOVE "OMKOSTOVERSIGT" TO WS-KOMM-DOKTYPE
           MOVE WS-LEVERING-KANAL TO WS-KOMM-KANAL
           IF WS-LEVERING-KANAL = "D"
               ADD 1 TO TR-LEVERING-DIGITAL
               MOVE "OmkostningsoversigtDigital.txt" TO WS-KOMM-FILREF
           ELSE
               ADD 1 TO TR-LEVERING-PAPIR
               MOVE "OmkostningsoversigtPapir.txt" TO WS-KOMM-FILREF
           END-IF
           PERFORM SKRIV-KOMMLOG
       EXIT.

      *****************************************************************
      * SKRIV-KONTO-AFSNIT                                            *
      * Formål: Skriver én betalingskontos gebyrer under standard-    *
      *         betegnelserne, årets gebyrtotal og renterne med       *
      *         gennemsnitlig rentesats. Konti uden gebyrer og renter *
      *         i året udelades.                                      *
      *****************************************************************
       SKRIV-KONTO-AFSNIT.
           COMPUTE WS-GEBYR-I-ALT = KO-KONTOFOERING(KO-IX)
               + KO-KORTGEBYR(KO-IX) + KO-RYKKERGEBYR(KO-IX)
           IF WS-GEBYR-I-ALT = ZERO
               AND KO-KREDITRENTE(KO-IX) = ZERO
               AND KO-DEBETRENTE(KO-IX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BREV-LINE
           IF WS-SPROG-EN = "Y"
               STRING "ACCOUNT " DELIMITED BY SIZE
                       KO-KONTO-ID(KO-IX) DELIMITED BY SPACE
                       " (" DELIMITED BY SIZE
                       KO-VALUTA(KO-IX) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-BREV-LINE
           ELSE
               STRING "KONTO " DELIMITED BY SIZE
                       KO-KONTO-ID(KO-IX) DELIMITED BY SPACE
                       " (" DELIMITED BY SIZE
                       KO-VALUTA(KO-IX) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           IF KO-KONTOFOERING(KO-IX) NOT = ZERO
               IF WS-SPROG-EN = "Y"
                   MOVE "MAINTAINING THE ACCOUNT" TO WS-TEKST
               ELSE
                   MOVE "KONTOFOERELSE" TO WS-TEKST
               END-IF
               MOVE KO-KONTOFOERING(KO-IX) TO WS-BELOB
               PERFORM SKRIV-BELOB-LINJE
           END-IF
           IF KO-KORTGEBYR(KO-IX) NOT = ZERO
               IF WS-SPROG-EN = "Y"
                   MOVE "PROVIDING A DEBIT CARD" TO WS-TEKST
               ELSE
                   MOVE "UDSTEDELSE AF DEBETKORT" TO WS-TEKST
               END-IF
               MOVE KO-KORTGEBYR(KO-IX) TO WS-BELOB
               PERFORM SKRIV-BELOB-LINJE
           END-IF
           IF KO-RYKKERGEBYR(KO-IX) NOT = ZERO
               IF WS-SPROG-EN = "Y"
                   MOVE "UNARRANGED OVERDRAFT - REMINDERS" TO WS-TEKST
               ELSE
                   MOVE "UAFTALT OVERTRAEK - RYKKERGEBYR" TO WS-TEKST
               END-IF
               MOVE KO-RYKKERGEBYR(KO-IX) TO WS-BELOB
               PERFORM SKRIV-BELOB-LINJE
           END-IF
           IF WS-SPROG-EN = "Y"
               MOVE "TOTAL FEES" TO WS-TEKST
           ELSE
               MOVE "GEBYRER I ALT" TO WS-TEKST
           END-IF
           MOVE WS-GEBYR-I-ALT TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE

           IF KO-DEBETRENTE(KO-IX) NOT = ZERO
               IF WS-SPROG-EN = "Y"
                   MOVE "OVERDRAFT - DEBIT INTEREST" TO WS-TEKST
               ELSE
                   MOVE "OVERTRAEK - DEBETRENTE" TO WS-TEKST
               END-IF
               MOVE KO-DEBETRENTE(KO-IX) TO WS-BELOB
               PERFORM SKRIV-BELOB-LINJE
               MOVE KO-DEBETRENTE(KO-IX) TO WS-RENTE
               IF KO-SNAP-ANTAL(KO-IX) > ZERO
                   COMPUTE WS-GNS-SALDO ROUNDED =
                       KO-SNAP-DEBET(KO-IX) / KO-SNAP-ANTAL(KO-IX)
               ELSE
                   MOVE ZERO TO WS-GNS-SALDO
               END-IF
               PERFORM SKRIV-GNS-RENTE
           END-IF
           IF KO-KREDITRENTE(KO-IX) NOT = ZERO
               IF WS-SPROG-EN = "Y"
                   MOVE "CREDIT INTEREST" TO WS-TEKST
               ELSE
                   MOVE "RENTE PAA INDESTAAENDE" TO WS-TEKST
               END-IF
               MOVE KO-KREDITRENTE(KO-IX) TO WS-BELOB
               PERFORM SKRIV-BELOB-LINJE
               MOVE KO-KREDITRENTE(KO-IX) TO WS-RENTE
               IF KO-SNAP-ANTAL(KO-IX) > ZERO
                   COMPUTE WS-GNS-SALDO ROUNDED =
                       KO-SNAP-KREDIT(KO-IX) / KO-SNAP-ANTAL(KO-IX)
               ELSE
                   MOVE ZERO TO WS-GNS-SALDO
               END-IF
               PERFORM SKRIV-GNS-RENTE
           END-IF
       EXIT.

      * Gennemsnitlig rentesats = årets rente i pct. af den gennem-
      * snitlige saldo; uden saldobilleder kan satsen ikke oplyses
       SKRIV-GNS-RENTE.
           IF WS-GNS-SALDO = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RENTE-PCT ROUNDED =
               WS-RENTE * 100 / WS-GNS-SALDO
           MOVE WS-RENTE-PCT TO WS-PCT-DISPLAY
           MOVE SPACES TO WS-BREV-LINE
           IF WS-SPROG-EN = "Y"
               STRING "    AVERAGE RATE " DELIMITED BY SIZE
                       WS-PCT-DISPLAY DELIMITED BY SIZE
                       " PCT. P.A." DELIMITED BY SIZE
                       INTO WS-BREV-LINE
           ELSE
               STRING "    GENNEMSNITLIG RENTESATS " DELIMITED BY SIZE
                       WS-PCT-DISPLAY DELIMITED BY SIZE
                       " PCT. P.A." DELIMITED BY SIZE
                       INTO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
       EXIT.

       SKRIV-BELOB-LINJE.
           MOVE WS-BELOB TO WS-BELOB-DISPLAY
           MOVE SPACES TO WS-BREV-LINE
           STRING "  " DELIMITED BY SIZE
                   WS-TEKST DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO WS-BREV-LINE
           PERFORM SKRIV-BREV-LINE
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

       SKRIV-KONTROL-KUNDE.
           MOVE WS-KUNDE-GEBYR TO WS-D1
           MOVE WS-KUNDE-DEBET TO WS-D2
           MOVE WS-KUNDE-KREDIT TO WS-D3
           STRING "KUNDE " DELIMITED BY SIZE
                   WS-KUNDE-ID DELIMITED BY SPACE
                   " KONTI=" DELIMITED BY SIZE
                   WS-ANTAL-KONTI DELIMITED BY SIZE
                   " GEBYRER=" DELIMITED BY SIZE
                   WS-D1 DELIMITED BY SIZE
                   " DEBETRENTE=" DELIMITED BY SIZE
                   WS-D2 DELIMITED BY SIZE
                   " KREDITRENTE=" DELIMITED BY SIZE
                   WS-D3 DELIMITED BY SIZE
                   " KANAL=" DELIMITED BY SIZE
                   WS-LEVERING-KANAL DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
       EXIT.

      *****************************************************************
      * SKRIV-KONTROL-TOTALER                                         *
      * Formål: Årets totaler pr. standardbetegnelse (nominelt på     *
      *         tværs af valutaer) og antal oversigter pr. kanal.     *
      *****************************************************************
       SKRIV-KONTROL-TOTALER.
           MOVE SPACES TO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           MOVE TT-KONTOFOERING TO WS-D1
           MOVE TT-KORTGEBYR TO WS-D2
           MOVE TT-RYKKERGEBYR TO WS-D3
           STRING "KONTOFOERELSE=" DELIMITED BY SIZE
                   WS-D1 DELIMITED BY SIZE
                   " DEBETKORT=" DELIMITED BY SIZE
                   WS-D2 DELIMITED BY SIZE
                   " RYKKERGEBYR=" DELIMITED BY SIZE
                   WS-D3 DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           MOVE TT-DEBETRENTE TO WS-D1
           MOVE TT-KREDITRENTE TO WS-D2
           STRING "DEBETRENTE=" DELIMITED BY SIZE
                   WS-D1 DELIMITED BY SIZE
                   " KREDITRENTE=" DELIMITED BY SIZE
                   WS-D2 DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           STRING "OVERSIGTER=" DELIMITED BY SIZE
                   TR-ANTAL-OVERSIGTER DELIMITED BY SIZE
                   " PAPIR=" DELIMITED BY SIZE
                   TR-LEVERING-PAPIR DELIMITED BY SIZE
                   " DIGITAL=" DELIMITED BY SIZE
                   TR-LEVERING-DIGITAL DELIMITED BY SIZE
                   " INGEN LEVERING=" DELIMITED BY SIZE
                   TR-LEVERING-INGEN DELIMITED BY SIZE
                   " UDEN OMKOSTNINGER=" DELIMITED BY SIZE
                   TR-UDEN-OMKOSTNING DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           STRING "GEBYRPOSTER=" DELIMITED BY SIZE
                   TR-GEBYRPOSTER DELIMITED BY SIZE
                   " PAA KONTI UDEN FOR OVERSIGTEN=" DELIMITED BY SIZE
                   TR-UDEN-FOR DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
       EXIT.

       SKRIV-KONTROL-LINE.
           WRITE KONTROL-LINE
           MOVE "KONTROL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE KONTROL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO KONTROL-LINE
       EXIT.

      *****************************************************************
      * SKRIV-KOERSELSLOG                                             *
      * Formål: Tilføjer kørslens run-log-linje til den fælles,       *
      *         voksende Koerselslog.txt med kørselsdatoen, det år    *
      *         oversigten dækker og status, så årsafslutningen kan   *
      *         eftervise at oversigten er dannet for det lukkende    *
      *         år, før rente- og trækrentejournalerne lukkes.        *
      *****************************************************************
       SKRIV-KOERSELSLOG.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-LOG-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-LOG-DATO
           END-IF
           IF WS-IO-ERROR-COUNT = ZERO
               MOVE "OK"   TO WS-KOERSEL-STATUS
           ELSE
               MOVE "FEJL" TO WS-KOERSEL-STATUS
           END-IF
           OPEN EXTEND KOERSELSLOG-FILE
           IF KOERSELSLOG-FILE-STATUS = "35"
               OPEN OUTPUT KOERSELSLOG-FILE
           END-IF
           IF KOERSELSLOG-FILE-STATUS = "00"
               MOVE SPACES TO KOERSELSLOG-LINE
               STRING "OPGAVEOMKOSTNINGSOVERSIGT DATO="
                       DELIMITED BY SIZE
                       WS-LOG-DATO(1:4) "-" WS-LOG-DATO(5:2) "-"
                       WS-LOG-DATO(7:2) DELIMITED BY SIZE
                       " AAR=" DELIMITED BY SIZE
                       WS-AAR DELIMITED BY SIZE
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
      * Formål: Bygger de daterede filnavne for denne kørsels         *
      *         forretningsdato. Er datoen nul, bruges de             *
      *         oprindelige, udaterede filnavne.                      *
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

      *****************************************************************
      * SKRIV-KOMMLOG                                                 *
      * Formaal: Tilfoejer en record til den faelles, voksende        *
      *          kommunikationslog for den netop afsendte             *
      *          skrivelse - kunde, dato, program, dokumenttype,      *
      *          kanal og leverancefil.                               *
      *****************************************************************
       SKRIV-KOMMLOG.
           OPEN EXTEND KOMMLOG-FILE
           IF KOMMLOG-FILE-STATUS = "35"
               OPEN OUTPUT KOMMLOG-FILE
           END-IF
           IF KOMMLOG-FILE-STATUS = "00"
               IF WS-KOMM-DATO = ZERO
                   IF WS-FORRETNINGSDATO = ZERO
                       ACCEPT WS-KOMM-DATO FROM DATE YYYYMMDD
                   ELSE
                       MOVE WS-FORRETNINGSDATO TO WS-KOMM-DATO
                   END-IF
               END-IF
               MOVE WS-KOMM-KUNDE-ID TO KL-KUNDE-ID
               MOVE SPACES TO KL-DATO
               STRING WS-KOMM-DATO(1:4) "-" WS-KOMM-DATO(5:2) "-"
                   WS-KOMM-DATO(7:2) DELIMITED BY SIZE
                   INTO KL-DATO
               MOVE "OPGAVEOMKOSTOVERSIGT" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.
