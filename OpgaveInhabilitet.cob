      *****************************************************************
      * PROGRAM-ID: OPGAVEINHABILITET                                 *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Natlig kontrol af medarbejderes inhabilitet til   *
      *             compliance. Operatørregistret knytter hver        *
      *             operatør til sit eget KUNDE-ID (OP-KUNDE-ID), og  *
      *             Husstande.txt giver husstandens øvrige kunder;    *
      *             konti knyttes til kunder via hovedejeren i        *
      *             KontoOpl og medejerne i KontoEjere.txt. Der       *
      *             meldes hver af dagens kunde- og kontorettelser    *
      *             (revisionsbillederne EFTER i VedligeholdAudit.txt *
      *             og KontoVedligeholdAudit.txt), dagens godkendelser*
      *             og afvisninger i Godkendelser.txt, dagens         *
      *             interimsmatch i InterimAudit.txt og de gældende   *
      *             prisaftaler og gebyrfritagelser i                 *
      *             PrisOverrides.txt, hvor operatøren har handlet på *
      *             sin egen eller en husstandsfælles kunde eller     *
      *             konto. RETURN-CODE 4 når noget er meldt, 8 ved    *
      *             I/O-fejl eller fuld arbejdstabel.                 *
      * INPUT:      Operatoerer.txt      - Operatør/medarbejder       *
      *             Husstande.txt        - Husstandene                *
      *             KontoOpl.txt, KontoEjere.txt - Kontoejerne        *
      *             VedligeholdAudit.txt, KontoVedligeholdAudit.txt   *
      *             Godkendelser.txt     - Dagens godkendelser        *
      *             InterimAudit.txt     - Interimsmatch              *
      *             PrisOverrides.txt    - Prisaftaler/fritagelser    *
      * OUTPUT:     Inhabilitet-Rapport.txt - Til compliance          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveInhabilitet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT HUSSTAND-FILE ASSIGN TO "Husstande.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUSSTAND-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT EJER-FILE ASSIGN TO "KontoEjere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJER-FILE-STATUS.
           SELECT KAUDIT-FILE ASSIGN TO "VedligeholdAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KAUDIT-FILE-STATUS.
           SELECT AAUDIT-FILE ASSIGN TO "KontoVedligeholdAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AAUDIT-FILE-STATUS.
           SELECT GODK-FILE ASSIGN TO "Godkendelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GODK-FILE-STATUS.
           SELECT IAUDIT-FILE ASSIGN TO "InterimAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IAUDIT-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "PrisOverrides.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Inhabilitet-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "Inhabilitet-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD HUSSTAND-FILE.
       01 HUSSTANDOPL.
           COPY "HUSSTANDOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD EJER-FILE.
       01 KONTOEJEROPL.
           COPY "KONTOEJEROPL.cpy".

      * Revisionsbillederne fra OpgaveVedligehold (kundebilledet,
      * KUNDE-ID først) og OpgaveKontoVedligehold (kontobilledet,
      * KUNDE-ID og KONTO-ID først)
       FD KAUDIT-FILE.
       01 KAUDIT-RECORD.
           02 KAUDIT-TIDSPUNKT PIC X(19).
           02 KAUDIT-OPERATOER PIC X(08).
           02 KAUDIT-AKTION    PIC X(08).
           02 KAUDIT-BILLEDE   PIC X(05).
           02 KAUDIT-IMAGE     PIC X(250).

       FD AAUDIT-FILE.
       01 AAUDIT-RECORD.
           02 AAUDIT-TIDSPUNKT PIC X(19).
           02 AAUDIT-OPERATOER PIC X(08).
           02 AAUDIT-AKTION    PIC X(08).
           02 AAUDIT-BILLEDE   PIC X(05).
           02 AAUDIT-IMAGE     PIC X(100).

       FD GODK-FILE.
       01 GODK-RECORD.
           02 GODK-OMRAADE     PIC X(01).
               88 GODK-KUNDE           VALUE "K".
               88 GODK-KONTO           VALUE "A".
           02 GODK-TRANS-KODE  PIC X(01).
           02 GODK-ID          PIC X(10).
           02 GODK-BESLUTNING  PIC X(01).
           02 GODK-OPERATOER   PIC X(08).
           02 GODK-AARSAG      PIC X(30).

       FD IAUDIT-FILE.
       01 IAUDIT-LINE      PIC X(120).

       FD OVERRIDE-FILE.
       01 PRISOVERRIDEOPL.
           COPY "PRISOVERRIDEOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(132) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-FILE        PIC X VALUE "N".

      * Operatørerne - kun dem med OP-KUNDE-ID udfyldt kan være
      * inhabile
       01 OPR-MAX-ANTAL      PIC 9(4) VALUE 500.
       01 OPR-COUNT          PIC 9(4) VALUE ZERO.
       01 OPR-ARRAY OCCURS 500 TIMES.
           COPY "OPERATOEROPL.cpy"
               REPLACING LEADING ==OP-== BY ==OA-==.
       01 OPR-IX             PIC 9(4) VALUE ZERO.

      * Husstandene
       01 HH-MAX-ANTAL       PIC 9(4) VALUE 2000.
       01 HH-COUNT           PIC 9(4) VALUE ZERO.
       01 HH-ARRAY OCCURS 2000 TIMES.
           COPY "HUSSTANDOPL.cpy"
               REPLACING LEADING ==HH== BY ==HA==.
       01 HH-IX              PIC 9(4) VALUE ZERO.
       01 HH-JX              PIC 9(4) VALUE ZERO.

      * Kontoens hovedejer fra KontoOpl og medejerne
       01 KT-MAX-ANTAL       PIC 9(4) VALUE 5000.
       01 KT-COUNT           PIC 9(4) VALUE ZERO.
       01 KT-TABEL.
           02 KT-ENTRY OCCURS 5000 TIMES.
               03 KT-KONTO-ID    PIC X(10).
               03 KT-KUNDE-ID    PIC X(10).
       01 KT-IX              PIC 9(4) VALUE ZERO.
       01 EJ-MAX-ANTAL       PIC 9(4) VALUE 2000.
       01 EJ-COUNT           PIC 9(4) VALUE ZERO.
       01 EJ-ARRAY OCCURS 2000 TIMES.
           COPY "KONTOEJEROPL.cpy"
               REPLACING LEADING ==EJER-== BY ==EA-==.
       01 EJ-IX              PIC 9(4) VALUE ZERO.

      * Den hændelse der kontrolleres (se KONTROLLER-HAENDELSE)
       01 WS-HB-KILDE        PIC X(12) VALUE SPACES.
       01 WS-HB-OPERATOER    PIC X(08) VALUE SPACES.
       01 WS-HB-KUNDE-ID     PIC X(10) VALUE SPACES.
       01 WS-HB-KONTO-ID     PIC X(10) VALUE SPACES.
       01 WS-HB-TEKST        PIC X(40) VALUE SPACES.
       01 WS-HB-RELATION     PIC X(20) VALUE SPACES.
       01 WS-HB-REL-KUNDE    PIC X(10) VALUE SPACES.
       01 WS-MEDARB-KUNDE-ID PIC X(10) VALUE SPACES.
       01 WS-TEST-KUNDE-ID   PIC X(10) VALUE SPACES.
       01 WS-FUNDET          PIC X VALUE "N".

       01 WS-TABEL-FULD      PIC X VALUE "N".
       01 WS-IA-FOER         PIC X(120) VALUE SPACES.
       01 WS-IA-KONTO        PIC X(20) VALUE SPACES.
       01 WS-IA-OPERATOER    PIC X(20) VALUE SPACES.

       01 TR-ANTAL-KONTROLLERET PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-MELDT     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-MEDARB    PIC 9(5) VALUE ZERO.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 OPERATOER-FILE-STATUS   PIC XX VALUE "00".
       01 HUSSTAND-FILE-STATUS    PIC XX VALUE "00".
       01 KONTO-FILE-STATUS       PIC XX VALUE "00".
       01 EJER-FILE-STATUS        PIC XX VALUE "00".
       01 KAUDIT-FILE-STATUS      PIC XX VALUE "00".
       01 AAUDIT-FILE-STATUS      PIC XX VALUE "00".
       01 GODK-FILE-STATUS        PIC XX VALUE "00".
       01 IAUDIT-FILE-STATUS      PIC XX VALUE "00".
       01 OVERRIDE-FILE-STATUS    PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS     PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS    PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME         PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS            PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT       PIC 9(5) VALUE ZERO.

      * Referencedatoen - forretningsdatoen hvis sat, ellers dags
      * dato. Revisionsfilerne stemples med forretningsdatoen.
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO        PIC X(10) VALUE SPACES.
       01 WS-KONTO-FILNAVN   PIC X(40) VALUE "KontoOpl.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-REF-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-OPERATOERER
           PERFORM LOAD-HUSSTANDE
           PERFORM LOAD-KONTI
           PERFORM LOAD-EJERE

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "INHABILITETSKONTROL - MEDARBEJDERES HANDLINGER PAA "
                   "EGNE OG HUSSTANDENS KUNDER/KONTI "
                   DELIMITED BY SIZE
                   WS-REF-DATO DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           IF TR-ANTAL-MEDARB NOT = ZERO
               PERFORM LAES-KUNDE-AUDIT
               PERFORM LAES-KONTO-AUDIT
               PERFORM LAES-GODKENDELSER
               PERFORM LAES-INTERIM-AUDIT
               PERFORM LAES-PRISAFTALER
           END-IF

           PERFORM SKRIV-RAPPORT-LINE
           STRING "MEDARBEJDERE MED KUNDE-ID: " DELIMITED BY SIZE
                   TR-ANTAL-MEDARB DELIMITED BY SIZE
                   "  HAENDELSER KONTROLLERET: " DELIMITED BY SIZE
                   TR-ANTAL-KONTROLLERET DELIMITED BY SIZE
                   "  MELDT: " DELIMITED BY SIZE
                   TR-ANTAL-MELDT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           CLOSE RAPPORT-FILE

           DISPLAY "OpgaveInhabilitet: " TR-ANTAL-KONTROLLERET
               " haendelser kontrolleret, " TR-ANTAL-MELDT " meldt"

           IF WS-TABEL-FULD = "Y"
               DISPLAY "OpgaveInhabilitet: en arbejdstabel er fuld - "
                   "kontrollen er ufuldstaendig"
           END-IF

           IF WS-IO-ERROR-COUNT NOT = ZERO OR WS-TABEL-FULD = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TR-ANTAL-MELDT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE IO-ERROR-FILE
           STOP RUN.

       STEMPEL-REF-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-REF-DATO
           STRING  WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-REF-DATO
       EXIT.

      *****************************************************************
      * LOAD-OPERATOERER                                              *
      * Formål: Læser Operatoerer.txt ind i OPR-ARRAY og tæller de    *
      *         operatører der selv er kunde i banken                 *
      *****************************************************************
       LOAD-OPERATOERER.
           OPEN INPUT OPERATOER-FILE
           IF OPERATOER-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "OPERATOER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE OPERATOER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OPERATOER-FILE INTO OPERATOEROPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF OPR-COUNT >= OPR-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO OPR-COUNT
                           MOVE OPERATOEROPL TO OPR-ARRAY(OPR-COUNT)
                           IF OP-KUNDE-ID NOT = SPACES
                               ADD 1 TO TR-ANTAL-MEDARB
                           END-IF
                       END-IF
               END-READ
               MOVE "OPERATOER-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"           TO WS-IO-OPERATION
               MOVE OPERATOER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE OPERATOER-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       LOAD-HUSSTANDE.
           OPEN INPUT HUSSTAND-FILE
           IF HUSSTAND-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "HUSSTAND-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE HUSSTAND-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HUSSTAND-FILE INTO HUSSTANDOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF HH-COUNT >= HH-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO HH-COUNT
                           MOVE HUSSTANDOPL TO HH-ARRAY(HH-COUNT)
                       END-IF
               END-READ
               MOVE "HUSSTAND-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"          TO WS-IO-OPERATION
               MOVE HUSSTAND-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE HUSSTAND-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       LOAD-KONTI.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KONTO-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ KONTO-FILE NEXT RECORD INTO KONTOOPL
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF KT-COUNT >= KT-MAX-ANTAL
                               MOVE "Y" TO WS-TABEL-FULD
                           ELSE
                               ADD 1 TO KT-COUNT
                               MOVE KONTO-ID IN KONTOOPL
                                   TO KT-KONTO-ID(KT-COUNT)
                               MOVE KUNDE-ID IN KONTOOPL
                                   TO KT-KUNDE-ID(KT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTO-FILE
               MOVE "N" TO END-OF-FILE
           END-IF
       EXIT.

       LOAD-EJERE.
           OPEN INPUT EJER-FILE
           IF EJER-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "EJER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE EJER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EJER-FILE INTO KONTOEJEROPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EJ-COUNT >= EJ-MAX-ANTAL
                           MOVE "Y" TO WS-TABEL-FULD
                       ELSE
                           ADD 1 TO EJ-COUNT
                           MOVE KONTOEJEROPL TO EJ-ARRAY(EJ-COUNT)
                       END-IF
               END-READ
               MOVE "EJER-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"      TO WS-IO-OPERATION
               MOVE EJER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE EJER-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * LAES-KUNDE-AUDIT                                              *
      * Formål: Dagens kunderettelser - EFTER-billedet bærer KUNDE-ID *
      *****************************************************************
       LAES-KUNDE-AUDIT.
           OPEN INPUT KAUDIT-FILE
           IF KAUDIT-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "KAUDIT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE KAUDIT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ KAUDIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF KAUDIT-BILLEDE = "EFTER"
                           AND KAUDIT-TIDSPUNKT(1:10) = WS-REF-DATO
                           MOVE "KUNDERETTELSE" TO WS-HB-KILDE
                           MOVE KAUDIT-OPERATOER TO WS-HB-OPERATOER
                           MOVE KAUDIT-IMAGE(1:10) TO WS-HB-KUNDE-ID
                           MOVE SPACES TO WS-HB-KONTO-ID
                           MOVE SPACES TO WS-HB-TEKST
                           STRING "AKTION=" DELIMITED BY SIZE
                                   KAUDIT-AKTION DELIMITED BY SPACE
                                   INTO WS-HB-TEKST
                           PERFORM KONTROLLER-HAENDELSE
                       END-IF
               END-READ
               MOVE "KAUDIT-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"        TO WS-IO-OPERATION
               MOVE KAUDIT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KAUDIT-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * LAES-KONTO-AUDIT                                              *
      * Formål: Dagens kontorettelser - EFTER-billedet bærer          *
      *         hovedejerens KUNDE-ID og KONTO-ID                     *
      *****************************************************************
       LAES-KONTO-AUDIT.
           OPEN INPUT AAUDIT-FILE
           IF AAUDIT-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "AAUDIT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE AAUDIT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AAUDIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF AAUDIT-BILLEDE = "EFTER"
                           AND AAUDIT-TIDSPUNKT(1:10) = WS-REF-DATO
                           MOVE "KONTORETTELSE" TO WS-HB-KILDE
                           MOVE AAUDIT-OPERATOER TO WS-HB-OPERATOER
                           MOVE AAUDIT-IMAGE(1:10) TO WS-HB-KUNDE-ID
                           MOVE AAUDIT-IMAGE(11:10) TO WS-HB-KONTO-ID
                           MOVE SPACES TO WS-HB-TEKST
                           STRING "AKTION=" DELIMITED BY SIZE
                                   AAUDIT-AKTION DELIMITED BY SPACE
                                   INTO WS-HB-TEKST
                           PERFORM KONTROLLER-HAENDELSE
                       END-IF
               END-READ
               MOVE "AAUDIT-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"        TO WS-IO-OPERATION
               MOVE AAUDIT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE AAUDIT-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * LAES-GODKENDELSER                                             *
      * Formål: Dagens godkendelser og afvisninger fra fire-øjne-     *
      *         kontrollen - en medarbejder må hverken godkende eller *
      *         afvise rettelser på egne eller husstandens kunder     *
      *****************************************************************
       LAES-GODKENDELSER.
           OPEN INPUT GODK-FILE
           IF GODK-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "GODK-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE GODK-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GODK-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE "GODKENDELSE" TO WS-HB-KILDE
                       MOVE GODK-OPERATOER TO WS-HB-OPERATOER
                       MOVE SPACES TO WS-HB-KUNDE-ID
                       MOVE SPACES TO WS-HB-KONTO-ID
                       IF GODK-KUNDE
                           MOVE GODK-ID TO WS-HB-KUNDE-ID
                       ELSE
                           MOVE GODK-ID TO WS-HB-KONTO-ID
                       END-IF
                       MOVE SPACES TO WS-HB-TEKST
                       STRING "BESLUTNING=" DELIMITED BY SIZE
                               GODK-BESLUTNING DELIMITED BY SIZE
                               " KODE=" DELIMITED BY SIZE
                               GODK-TRANS-KODE DELIMITED BY SIZE
                               INTO WS-HB-TEKST
                       PERFORM KONTROLLER-HAENDELSE
               END-READ
               MOVE "GODK-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"      TO WS-IO-OPERATION
               MOVE GODK-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE GODK-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * LAES-INTERIM-AUDIT                                            *
      * Formål: Dagens interimsmatch. Revisionslinjen fra             *
      *         OpgaveInterimskonto har formen "dato MATCH POST=...   *
      *         TIL KONTO=konto OPERATOER=op"; målkontoen og          *
      *         operatøren skilles ud med UNSTRING.                   *
      *****************************************************************
       LAES-INTERIM-AUDIT.
           OPEN INPUT IAUDIT-FILE
           IF IAUDIT-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "IAUDIT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE IAUDIT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ IAUDIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF IAUDIT-LINE(1:10) = WS-REF-DATO
                           AND IAUDIT-LINE(11:12) = " MATCH POST="
                           MOVE SPACES TO WS-IA-FOER
                           MOVE SPACES TO WS-IA-KONTO
                           MOVE SPACES TO WS-IA-OPERATOER
                           UNSTRING IAUDIT-LINE
                               DELIMITED BY " TIL KONTO="
                                   OR " OPERATOER="
                               INTO WS-IA-FOER WS-IA-KONTO
                                   WS-IA-OPERATOER
                           END-UNSTRING
                           MOVE "INTERIMMATCH" TO WS-HB-KILDE
                           MOVE WS-IA-OPERATOER TO WS-HB-OPERATOER
                           MOVE SPACES TO WS-HB-KUNDE-ID
                           MOVE WS-IA-KONTO TO WS-HB-KONTO-ID
                           MOVE WS-IA-FOER(12:40) TO WS-HB-TEKST
                           PERFORM KONTROLLER-HAENDELSE
                       END-IF
               END-READ
               MOVE "IAUDIT-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"        TO WS-IO-OPERATION
               MOVE IAUDIT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE IAUDIT-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

      *****************************************************************
      * LAES-PRISAFTALER                                              *
      * Formål: De gældende prisaftaler og gebyrfritagelser (ikke     *
      *         udløbet på referencedatoen) med udfyldt PO-OPERATOER. *
      *         En aftale meldes hver nat den står ved magt, til den  *
      *         er genforhandlet af en anden medarbejder.             *
      *****************************************************************
       LAES-PRISAFTALER.
           OPEN INPUT OVERRIDE-FILE
           IF OVERRIDE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "OVERRIDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE OVERRIDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OVERRIDE-FILE INTO PRISOVERRIDEOPL
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PO-OPERATOER NOT = SPACES
                           AND (PO-UDLOEB-DATO = SPACES
                               OR PO-UDLOEB-DATO >= WS-REF-DATO)
                           PERFORM KONTROLLER-PRISAFTALE
                       END-IF
               END-READ
               MOVE "OVERRIDE-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"          TO WS-IO-OPERATION
               MOVE OVERRIDE-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE OVERRIDE-FILE
           MOVE "N" TO END-OF-FILE
       EXIT.

       KONTROLLER-PRISAFTALE.
           MOVE "PRISAFTALE" TO WS-HB-KILDE
           MOVE PO-OPERATOER TO WS-HB-OPERATOER
           MOVE PO-KUNDE-ID TO WS-HB-KUNDE-ID
           MOVE PO-KONTO-ID TO WS-HB-KONTO-ID
           MOVE SPACES TO WS-HB-TEKST
           EVALUATE TRUE
               WHEN PO-GEBYR AND PO-FRITAGET = "Y"
                   MOVE "GEBYRFRITAGELSE" TO WS-HB-TEKST
               WHEN PO-GEBYR
                   MOVE "GEBYRAFTALE" TO WS-HB-TEKST
               WHEN OTHER
                   MOVE "RENTETILLAEG" TO WS-HB-TEKST
           END-EVALUATE
           STRING " UDLOEB=" DELIMITED BY SIZE
                   PO-UDLOEB-DATO DELIMITED BY SIZE
                   INTO WS-HB-TEKST(17:24)
           PERFORM KONTROLLER-HAENDELSE
       EXIT.

      *****************************************************************
      * KONTROLLER-HAENDELSE                                          *
      * Formål: Afgør om WS-HB-OPERATOER er medarbejder-kunde og har  *
      *         handlet på sin egen eller en husstandsfælles kunde -  *
      *         direkte (WS-HB-KUNDE-ID) eller via en konto           *
      *         (WS-HB-KONTO-ID) hvis hovedejer eller medejer er det. *
      *         Skriver en rapportlinje når det er tilfældet.         *
      *****************************************************************
       KONTROLLER-HAENDELSE.
           ADD 1 TO TR-ANTAL-KONTROLLERET
           MOVE SPACES TO WS-HB-RELATION
           MOVE SPACES TO WS-HB-REL-KUNDE
           MOVE SPACES TO WS-MEDARB-KUNDE-ID
           PERFORM VARYING OPR-IX FROM 1 BY 1 UNTIL OPR-IX > OPR-COUNT
               IF OA-OPERATOER-ID(OPR-IX) = WS-HB-OPERATOER
                   MOVE OA-KUNDE-ID(OPR-IX) TO WS-MEDARB-KUNDE-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HB-OPERATOER = SPACES OR WS-MEDARB-KUNDE-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-HB-KUNDE-ID NOT = SPACES
               MOVE WS-HB-KUNDE-ID TO WS-TEST-KUNDE-ID
               PERFORM VURDER-RELATION
           END-IF
           IF WS-HB-RELATION = SPACES AND WS-HB-KONTO-ID NOT = SPACES
               PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-COUNT
                   IF KT-KONTO-ID(KT-IX) = WS-HB-KONTO-ID
                       MOVE KT-KUNDE-ID(KT-IX) TO WS-TEST-KUNDE-ID
                       PERFORM VURDER-RELATION
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING EJ-IX FROM 1 BY 1
                       UNTIL EJ-IX > EJ-COUNT
                       OR WS-HB-RELATION NOT = SPACES
                   IF EA-KONTO-ID(EJ-IX) = WS-HB-KONTO-ID
                       MOVE EA-KUNDE-ID(EJ-IX) TO WS-TEST-KUNDE-ID
                       PERFORM VURDER-RELATION
                   END-IF
               END-PERFORM
           END-IF
           IF WS-HB-RELATION = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO TR-ANTAL-MELDT
           STRING WS-HB-KILDE DELIMITED BY SIZE
                   " OPERATOER=" DELIMITED BY SIZE
                   WS-HB-OPERATOER DELIMITED BY SIZE
                   " KUNDE=" DELIMITED BY SIZE
                   WS-HB-KUNDE-ID DELIMITED BY SIZE
                   " KONTO=" DELIMITED BY SIZE
                   WS-HB-KONTO-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HB-RELATION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HB-REL-KUNDE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HB-TEKST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * VURDER-RELATION                                               *
      * Formål: Er WS-TEST-KUNDE-ID medarbejderen selv eller medlem   *
      *         af en af medarbejderens husstande, sættes             *
      *         WS-HB-RELATION og WS-HB-REL-KUNDE                     *
      *****************************************************************
       VURDER-RELATION.
           IF WS-TEST-KUNDE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TEST-KUNDE-ID = WS-MEDARB-KUNDE-ID
               MOVE "EGEN KUNDE" TO WS-HB-RELATION
               MOVE WS-TEST-KUNDE-ID TO WS-HB-REL-KUNDE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FUNDET
           PERFORM VARYING HH-IX FROM 1 BY 1
                   UNTIL HH-IX > HH-COUNT OR WS-FUNDET = "Y"
               IF HA-KUNDE-ID(HH-IX) = WS-MEDARB-KUNDE-ID
                   PERFORM VARYING HH-JX FROM 1 BY 1
                           UNTIL HH-JX > HH-COUNT
                       IF HA-HUSSTAND-ID(HH-JX) = HA-HUSSTAND-ID(HH-IX)
                           AND HA-KUNDE-ID(HH-JX) = WS-TEST-KUNDE-ID
                           MOVE "Y" TO WS-FUNDET
                           MOVE SPACES TO WS-HB-RELATION
                           STRING "HUSSTAND " DELIMITED BY SIZE
                                   HA-HUSSTAND-ID(HH-IX)
                                   DELIMITED BY SIZE
                                   INTO WS-HB-RELATION
                           MOVE WS-TEST-KUNDE-ID TO WS-HB-REL-KUNDE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
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
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
           END-IF
       EXIT.
