      *****************************************************************
      * PROGRAM-ID: OPGAVEPAL                                         *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Årlig afregning af pensionsafkastskat (PAL) på    *
      *             pensionskonti. For hver aktiv eller frossen konto *
      *             med KONTO-TYPE-PENSION opgøres årets PAL-pligtige *
      *             afkast som de tilskrevne renter i RenteJournal.   *
      *             txt plus det øvrige afkast i PalAfkast.txt. Et    *
      *             positivt afkast modregnes først i kontoens        *
      *             fremførte tab fra PalTab.txt; resten beskattes    *
      *             med satsen i PalSats.txt, og skatten tilbage-     *
      *             holdes som en PALSKAT-transaktion på kontoen i    *
      *             dagens Transaktioner.txt. Et negativt afkast      *
      *             lægges til det fremførte tab. Afregningen til     *
      *             SKAT skrives fastpositioneret pr. konto, og hver  *
      *             kunde får sin pensionsårsopgørelse - årets        *
      *             indbetalinger og PAL-meddelelsen pr. konto -      *
      *             efter KUNDE-LEVERING og KUNDE-SPROG. Året styres  *
      *             af SkatIndberetningAar.txt som i OpgavePensions-  *
      *             Rapport. En konto der allerede er afregnet for    *
      *             året springes over. RETURN-CODE 4 ved allerede    *
      *             afregnede konti eller afkast uden pensionskonto,  *
      *             8 ved I/O-fejl.                                   *
      * INPUT:      KontoOpl.txt              - Pensionskonti         *
      *             RenteJournal.txt          - Tilskrevne renter     *
      *             PalAfkast.txt             - Øvrigt afkast         *
      *             PalTab.txt                - Fremført tab          *
      *             PalSats.txt               - PAL-satsen            *
      *             PensionsIndbetalinger.txt - Årets indbetalinger   *
      *             Kundeoplysninger.txt      - Levering og sprog     *
      *             SkatIndberetningAar.txt   - Afregningsår          *
      *             Transaktioner.txt         - REG-NR-kobling        *
      * OUTPUT:     Transaktioner.txt         - PALSKAT-posteringer   *
      *             PalTab.NY                 - Opdateret register    *
      *             PalAfregning.txt          - Afregning til SKAT    *
      *             PensionAarsopgoerelsePapir.txt   - Papir          *
      *             PensionAarsopgoerelseDigital.txt - Digital Post   *
      *             PAL-Kontrol.txt           - Kontrolliste          *
      *             Koerselslog.txt           - Run-log med året      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgavePAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-AAR-FILE ASSIGN TO "SkatIndberetningAar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-AAR-FILE-STATUS.
           SELECT SATS-FILE ASSIGN TO "PalSats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SATS-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "RenteJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT AFKAST-FILE ASSIGN TO "PalAfkast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFKAST-FILE-STATUS.
           SELECT TAB-FILE ASSIGN TO "PalTab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAB-FILE-STATUS.
           SELECT TAB-NY-FILE ASSIGN TO "PalTab.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAB-NY-FILE-STATUS.
           SELECT YTD-FILE ASSIGN TO "PensionsIndbetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YTD-FILE-STATUS.
           SELECT AFREGNING-FILE ASSIGN TO "PalAfregning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFREGNING-FILE-STATUS.
           SELECT TRANS-UD-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-UD-FILE-STATUS.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT BREV-PAPIR-FILE
               ASSIGN TO "PensionAarsopgoerelsePapir.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-PAPIR-FILE-STATUS.
           SELECT BREV-DIGITAL-FILE
               ASSIGN TO "PensionAarsopgoerelseDigital.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-DIGITAL-FILE-STATUS.
           SELECT KONTROL-FILE ASSIGN TO "PAL-Kontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTROL-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "PAL-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.
           SELECT KOERSELSLOG-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELSLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-AAR-FILE.
       01 INDBAAROPL.
           COPY "INDBAAROPL.cpy".

       FD SATS-FILE.
       01 PALSATSOPL.
           COPY "PALSATSOPL.cpy".

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD JOURNAL-FILE.
       01 RENTEJOURNALOPL.
           COPY "RENTEJOURNALOPL.cpy".

       FD AFKAST-FILE.
       01 PALAFKASTOPL.
           COPY "PALAFKASTOPL.cpy".

       FD TAB-FILE.
       01 PALTABOPL.
           COPY "PALTABOPL.cpy".

       FD TAB-NY-FILE.
       01 PALTABOPL-UD.
           COPY "PALTABOPL.cpy"
               REPLACING LEADING ==PT-== BY ==PT-UD-==.

       FD YTD-FILE.
       01 PENSIONYTDOPL.
           COPY "PENSIONYTDOPL.cpy".

      * Afregningsrecorden til SKAT pr. pensionskonto: KUNDE-ID
      * (pos 1-10), KONTO-ID (11-20), år (21-24), årets afkast med
      * foranstillet fortegn (25-36), modregnet tab (37-47),
      * PAL-grundlag (48-58), tilbageholdt skat (59-69) og tab til
      * fremførsel (70-80) - beløb i ører uden komma, højrestillet
      * og nulfyldt som i SkatIndberetning.txt.
       FD AFREGNING-FILE.
       01 AFREGNING-RECORD.
           02 PAF-KUNDE-ID         PIC X(10) VALUE SPACES.
           02 PAF-KONTO-ID         PIC X(10) VALUE SPACES.
           02 PAF-AAR              PIC 9(04) VALUE ZEROS.
           02 PAF-AFKAST           PIC S9(9)V99 SIGN LEADING
                                   SEPARATE VALUE ZEROS.
           02 PAF-MODREGNET        PIC 9(9)V99 VALUE ZEROS.
           02 PAF-GRUNDLAG         PIC 9(9)V99 VALUE ZEROS.
           02 PAF-SKAT             PIC 9(9)V99 VALUE ZEROS.
           02 PAF-TAB-FREMFOERT    PIC 9(9)V99 VALUE ZEROS.

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

       FD BREV-PAPIR-FILE.
       01 BREV-PAPIR-LINE  PIC X(100) VALUE SPACES.

       FD BREV-DIGITAL-FILE.
       01 BREV-DIGITAL-LINE PIC X(100) VALUE SPACES.

       FD KONTROL-FILE.
       01 KONTROL-LINE     PIC X(120) VALUE SPACES.

       FD KOMMLOG-FILE.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD KOERSELSLOG-FILE.
       01 KOERSELSLOG-LINE     PIC X(100) VALUE SPACES.

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

      * Entydig transaktionsreference til de dannede records (se
      * DAN-TRANS-REF): programkode + koerselstidsstempel +
      * loebenummer i koerslen - baeres hele vejen gennem journal,
      * clearing, arkiv og udskrift
       01 WS-TRANS-REF      PIC X(16) VALUE SPACES.
       01 WS-REF-PREFIX     PIC X(11) VALUE SPACES.
       01 WS-REF-LOEBENR    PIC 9(5) VALUE ZERO.
       01 WS-REF-TID        PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO       PIC 9(8) VALUE ZERO.

       01 END-OF-KONTO-FILE PIC X VALUE "N".
       01 END-OF-JOURNAL    PIC X VALUE "N".
       01 END-OF-AFKAST     PIC X VALUE "N".
       01 END-OF-TAB-FILE   PIC X VALUE "N".
       01 END-OF-YTD-FILE   PIC X VALUE "N".

      * Årets pensionskonti med afkast, modregning og skat
       01 PL-MAX-ANTAL      PIC 9(4) VALUE 2000.
       01 PL-COUNT          PIC 9(4) VALUE ZERO.
       01 PL-OVERFLOW       PIC X VALUE "N".
       01 PL-TABEL.
           02 PL-ENTRY OCCURS 2000 TIMES.
               03 PL-KONTO-ID     PIC X(10).
               03 PL-KUNDE-ID     PIC X(10).
               03 PL-RENTE        PIC S9(9)V99.
               03 PL-ANDET        PIC S9(9)V99.
               03 PL-AFKAST       PIC S9(9)V99.
               03 PL-TAB-PRIMO    PIC 9(9)V99.
               03 PL-MODREGNET    PIC 9(9)V99.
               03 PL-GRUNDLAG     PIC 9(9)V99.
               03 PL-SKAT         PIC 9(9)V99.
               03 PL-TAB-ULTIMO   PIC 9(9)V99.
               03 PL-STATUS       PIC X(01).
                   88 PL-AFREGNET          VALUE "A".
                   88 PL-TIDLIGERE         VALUE "T".
               03 PL-UDSKREVET    PIC X(01).
       01 PL-IX             PIC 9(4) VALUE ZERO.
       01 PL-JX             PIC 9(4) VALUE ZERO.
       01 WS-PL-FUNDET      PIC X VALUE "N".
       01 WS-SOEG-KONTO-ID  PIC X(10) VALUE SPACES.

      * Tabsregistret - alle records skrives tilbage, også for konti
      * der ikke længere er pensionskonti
       01 PT-MAX-ANTAL      PIC 9(4) VALUE 2000.
       01 PT-COUNT          PIC 9(4) VALUE ZERO.
       01 PT-OVERFLOW       PIC X VALUE "N".
       01 PT-ARRAY OCCURS 2000 TIMES.
           COPY "PALTABOPL.cpy"
               REPLACING LEADING ==PT-== BY ==PTA-==.
       01 PT-IX             PIC 9(4) VALUE ZERO.
       01 WS-PT-FUNDET      PIC X VALUE "N".

      * Satsen og året
       01 WS-PAL-SATS       PIC 9(01)V9999 VALUE 0.1530.
       01 WS-SATS-PCT       PIC 9(03)V99 VALUE ZERO.
       01 WS-SATS-DISPLAY   PIC Z9.99.
       01 WS-AAR            PIC 9(4) VALUE ZERO.
       01 WS-AAR-TEKST      PIC X(4) VALUE SPACES.

      * Posteringen
       01 WS-BELOB-TEKST    PIC X(12) VALUE SPACES.
       01 WS-BELOB-NUM      PIC 9(7).99.

      * Pensionsårsopgørelsen
       01 WS-OPG-KUNDE-ID   PIC X(10) VALUE SPACES.
       01 WS-INDBETALT      PIC 9(9)V99 VALUE ZERO.
       01 WS-SPROG-EN       PIC X VALUE "N".
       01 WS-LEVERING-KANAL PIC X(01) VALUE "P".
       01 WS-BREV-LINE      PIC X(100) VALUE SPACES.
       01 WS-TEKST          PIC X(40) VALUE SPACES.
       01 WS-BELOB          PIC S9(11)V99 VALUE ZERO.
       01 WS-BELOB-DISPLAY  PIC -(10)9.99.
       01 WS-D1             PIC -(10)9.99.
       01 WS-D2             PIC -(10)9.99.
       01 WS-D3             PIC -(10)9.99.
       01 WS-D4             PIC -(10)9.99.

       01 TR-ANTAL-KONTI      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFREGNET   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-BESKATTET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-TIDLIGERE  PIC 9(5) VALUE ZERO.
       01 TR-AFKAST-UKENDT    PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OPGOERELSER PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-PAPIR   PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-DIGITAL PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-INGEN   PIC 9(5) VALUE ZERO.
       01 TR-TOTAL-AFKAST     PIC S9(11)V99 VALUE ZERO.
       01 TR-TOTAL-MODREGNET  PIC 9(11)V99 VALUE ZERO.
       01 TR-TOTAL-GRUNDLAG   PIC 9(11)V99 VALUE ZERO.
       01 TR-TOTAL-SKAT       PIC 9(11)V99 VALUE ZERO.
       01 TR-TOTAL-TAB        PIC 9(11)V99 VALUE ZERO.

      * Konto -> REG-NR udledt af dagens Transaktioner.txt
       01 END-OF-TRANSIND-FILE PIC X VALUE "N".
       01 KMAP-MAX-ANTAL   PIC 9(4) VALUE 2000.
       01 KMAP-COUNT       PIC 9(4) VALUE ZERO.
       01 KMAP-OVERFLOW    PIC X VALUE "N".
       01 KMAP-TABEL.
           02 KMAP-ENTRY OCCURS 2000 TIMES.
               03 KM-KONTO-ID PIC X(10).
               03 KM-REG-NR   PIC X(6).
       01 KX               PIC 9(4) VALUE ZERO.
       01 WS-KMAP-FUNDET   PIC X VALUE "N".
       01 WS-KONTO-REGNR   PIC X(6) VALUE SPACES.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-KOERSEL-STATUS PIC X(4) VALUE SPACES.
       01 WS-LOG-DATO       PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO-DELT REDEFINES WS-SYSDATO.
           02 WS-SYS-AAR     PIC 9(4).
           02 WS-SYS-MDR     PIC 9(2).
           02 WS-SYS-DAG     PIC 9(2).
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-TIDSPUNKT       PIC X(19) VALUE SPACES.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 INPUT-AAR-FILE-STATUS  PIC XX VALUE "00".
       01 SATS-FILE-STATUS       PIC XX VALUE "00".
       01 KONTO-FILE-STATUS      PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS      PIC XX VALUE "00".
       01 JOURNAL-FILE-STATUS    PIC XX VALUE "00".
       01 AFKAST-FILE-STATUS     PIC XX VALUE "00".
       01 TAB-FILE-STATUS        PIC XX VALUE "00".
       01 TAB-NY-FILE-STATUS     PIC XX VALUE "00".
       01 YTD-FILE-STATUS        PIC XX VALUE "00".
       01 AFREGNING-FILE-STATUS  PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 BREV-PAPIR-FILE-STATUS PIC XX VALUE "00".
       01 BREV-DIGITAL-FILE-STATUS PIC XX VALUE "00".
       01 KONTROL-FILE-STATUS    PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 KOERSELSLOG-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION        PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-KONTO-FILNAVN       PIC X(40)
           VALUE "KontoOpl.txt".
       01 WS-KUNDE-FILNAVN       PIC X(40)
           VALUE "Kundeoplysninger.txt".
       01 WS-TRANS-FILNAVN       PIC X(40)
           VALUE "Transaktioner.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DATOER
           OPEN OUTPUT IO-ERROR-FILE
           PERFORM LAES-AFREGNINGSAAR
           MOVE WS-AAR TO WS-AAR-TEKST
           PERFORM LAES-PALSATS
           COMPUTE WS-SATS-PCT = WS-PAL-SATS * 100
           MOVE WS-SATS-PCT TO WS-SATS-DISPLAY

           PERFORM BYG-KONTO-MAP
           PERFORM LOAD-PENSIONSKONTI
           PERFORM LOAD-PALTAB
           PERFORM LAES-RENTEJOURNAL
           PERFORM LAES-OEVRIGT-AFKAST

           OPEN EXTEND TRANS-UD-FILE
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT AFREGNING-FILE
           MOVE "AFREGNING-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE AFREGNING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT KONTROL-FILE
           MOVE "KONTROL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE KONTROL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           STRING "PAL-AFREGNING KONTROLLISTE - AAR " DELIMITED BY SIZE
                   WS-AAR-TEKST DELIMITED BY SIZE
                   " SATS " DELIMITED BY SIZE
                   WS-SATS-DISPLAY DELIMITED BY SIZE
                   " PCT" DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE

           PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-COUNT
               PERFORM AFREGN-KONTO
           END-PERFORM

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

           PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-COUNT
               IF PL-AFREGNET(PL-IX) AND PL-UDSKREVET(PL-IX) = "N"
                   PERFORM DAN-AARSOPGOERELSE
               END-IF
           END-PERFORM

           PERFORM SKRIV-PALTAB
           PERFORM TRAILER

           DISPLAY "OpgavePAL: " TR-ANTAL-AFREGNET
               " konti afregnet for " WS-AAR ", " TR-ANTAL-BESKATTET
               " beskattet, " TR-ANTAL-TIDLIGERE
               " allerede afregnet, " TR-ANTAL-OPGOERELSER
               " opgoerelser"

           CLOSE TRANS-UD-FILE
           CLOSE AFREGNING-FILE
           CLOSE KUNDE-FILE
           CLOSE BREV-PAPIR-FILE
           CLOSE BREV-DIGITAL-FILE
           CLOSE KONTROL-FILE
           CLOSE IO-ERROR-FILE
           PERFORM SKRIV-KOERSELSLOG
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-TIDLIGERE > ZERO
                   OR TR-AFKAST-UKENDT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       STEMPEL-DATOER.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING  WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-DAGS-DATO
           MOVE SPACES TO WS-TIDSPUNKT
           STRING  WS-DAGS-DATO " 05:45:00" DELIMITED BY SIZE
                   INTO WS-TIDSPUNKT
       EXIT.

      *****************************************************************
      * LAES-AFREGNINGSAAR                                            *
      * Formål: Læser kontrolrecorden i SkatIndberetningAar.txt.      *
      *         Findes filen ikke, eller er den tom, bruges året før  *
      *         kørselsdatoen - kørslen ligger i januar og afregner   *
      *         det netop afsluttede år.                              *
      *****************************************************************
       LAES-AFREGNINGSAAR.
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
               COMPUTE WS-AAR = WS-SYS-AAR - 1
           END-IF
       EXIT.

       LAES-PALSATS.
           OPEN INPUT SATS-FILE
           IF SATS-FILE-STATUS = "00"
               READ SATS-FILE INTO PALSATSOPL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PS-SATS > ZERO
                           MOVE PS-SATS TO WS-PAL-SATS
                       END-IF
               END-READ
               CLOSE SATS-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-PENSIONSKONTI                                            *
      * Formål: Loader kontiene med KONTO-TYPE-PENSION i PL-TABEL.    *
      *         Lukkede konti afregnes ikke - afkastet er afregnet    *
      *         ved lukningen.                                        *
      *****************************************************************
       LOAD-PENSIONSKONTI.
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
                       IF KONTO-TYPE-PENSION AND NOT KONTO-LUKKET
                           PERFORM TILFOEJ-PENSIONSKONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KONTO-FILE
           IF PL-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: PL-TABEL kapacitet overskredet"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

       TILFOEJ-PENSIONSKONTO.
           IF PL-COUNT >= PL-MAX-ANTAL
               MOVE "Y" TO PL-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PL-COUNT
           INITIALIZE PL-ENTRY(PL-COUNT)
           MOVE KONTO-ID IN KONTOOPL TO PL-KONTO-ID(PL-COUNT)
           MOVE KUNDE-ID IN KONTOOPL TO PL-KUNDE-ID(PL-COUNT)
           MOVE "N" TO PL-UDSKREVET(PL-COUNT)
       EXIT.

      *****************************************************************
      * LOAD-PALTAB                                                   *
      * Formål: Loader tabsregistret. Findes filen ikke, har ingen    *
      *         konto fremført tab og ingen er afregnet før.          *
      *****************************************************************
       LOAD-PALTAB.
           OPEN INPUT TAB-FILE
           IF TAB-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "TAB-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"     TO WS-IO-OPERATION
           MOVE TAB-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-TAB-FILE = "Y"
               READ TAB-FILE INTO PALTABOPL
                   AT END
                       MOVE "Y" TO END-OF-TAB-FILE
                   NOT AT END
                       IF PT-COUNT >= PT-MAX-ANTAL
                           MOVE "Y" TO PT-OVERFLOW
                       ELSE
                           ADD 1 TO PT-COUNT
                           MOVE PALTABOPL TO PT-ARRAY(PT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-FILE
           IF PT-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: PT-ARRAY kapacitet overskredet"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

      *****************************************************************
      * LAES-RENTEJOURNAL                                             *
      * Formål: Lægger årets tilskrevne renter på pensionskontiene    *
      *         fra den akkumulerende rentejournal til PL-RENTE.      *
      *****************************************************************
       LAES-RENTEJOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-JOURNAL = "Y"
               READ JOURNAL-FILE INTO RENTEJOURNALOPL
                   AT END
                       MOVE "Y" TO END-OF-JOURNAL
                   NOT AT END
                       IF RJ-DATO(1:4) = WS-AAR-TEKST
                           MOVE RJ-KONTO-ID TO WS-SOEG-KONTO-ID
                           PERFORM FIND-PENSIONSKONTO
                           IF WS-PL-FUNDET = "Y"
                               ADD RJ-RENTEBELOB TO PL-RENTE(PL-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
       EXIT.

      *****************************************************************
      * LAES-OEVRIGT-AFKAST                                           *
      * Formål: Lægger årets øvrige afkast fra PalAfkast.txt til      *
      *         PL-ANDET. Afkast på en konto der ikke er en           *
      *         pensionskonto skrives på kontrollisten.               *
      *****************************************************************
       LAES-OEVRIGT-AFKAST.
           OPEN INPUT AFKAST-FILE
           IF AFKAST-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "AFKAST-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE AFKAST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-AFKAST = "Y"
               READ AFKAST-FILE INTO PALAFKASTOPL
                   AT END
                       MOVE "Y" TO END-OF-AFKAST
                   NOT AT END
                       IF PA-AAR = WS-AAR
                           MOVE PA-KONTO-ID TO WS-SOEG-KONTO-ID
                           PERFORM FIND-PENSIONSKONTO
                           IF WS-PL-FUNDET = "Y"
                               ADD PA-AFKAST TO PL-ANDET(PL-IX)
                           ELSE
                               ADD 1 TO TR-AFKAST-UKENDT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFKAST-FILE
       EXIT.

       FIND-PENSIONSKONTO.
           MOVE "N" TO WS-PL-FUNDET
           PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-COUNT
               IF PL-KONTO-ID(PL-IX) = WS-SOEG-KONTO-ID
                   MOVE "Y" TO WS-PL-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       FIND-PALTAB.
           MOVE "N" TO WS-PT-FUNDET
           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-COUNT
               IF PTA-KONTO-ID(PT-IX) = WS-SOEG-KONTO-ID
                   MOVE "Y" TO WS-PT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * AFREGN-KONTO                                                  *
      * Formål: Afregner PAL for én pensionskonto: afkast = renter +  *
      *         øvrigt afkast. Et positivt afkast modregnes først i   *
      *         det fremførte tab, og resten beskattes med PAL-       *
      *         satsen; et negativt afkast øger det fremførte tab.    *
      *         Skatten tilbageholdes som PALSKAT på kontoen. En      *
      *         konto der allerede er afregnet for året springes      *
      *         over og skrives på kontrollisten.                     *
      *****************************************************************
       AFREGN-KONTO.
           ADD 1 TO TR-ANTAL-KONTI
           MOVE PL-KONTO-ID(PL-IX) TO WS-SOEG-KONTO-ID
           PERFORM FIND-PALTAB
           IF WS-PT-FUNDET = "N"
               IF PT-COUNT >= PT-MAX-ANTAL
                   MOVE "Y" TO PT-OVERFLOW
                   DISPLAY "ADVARSEL: PT-ARRAY kapacitet overskredet"
                   ADD 1 TO WS-IO-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PT-COUNT
               MOVE PT-COUNT TO PT-IX
               INITIALIZE PT-ARRAY(PT-IX)
               MOVE PL-KONTO-ID(PL-IX) TO PTA-KONTO-ID(PT-IX)
           END-IF
           MOVE PL-KUNDE-ID(PL-IX) TO PTA-KUNDE-ID(PT-IX)
           IF PTA-SENEST-AAR(PT-IX) NOT < WS-AAR
               SET PL-TIDLIGERE(PL-IX) TO TRUE
               ADD 1 TO TR-ANTAL-TIDLIGERE
               STRING "KONTO " DELIMITED BY SIZE
                       PL-KONTO-ID(PL-IX) DELIMITED BY SPACE
                       " KUNDE " DELIMITED BY SIZE
                       PL-KUNDE-ID(PL-IX) DELIMITED BY SPACE
                       " ER AFREGNET FOR " DELIMITED BY SIZE
                       PTA-SENEST-AAR(PT-IX) DELIMITED BY SIZE
                       " - SPRUNGET OVER" DELIMITED BY SIZE
                       INTO KONTROL-LINE
               PERFORM SKRIV-KONTROL-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE PL-AFKAST(PL-IX) = PL-RENTE(PL-IX) + PL-ANDET(PL-IX)
           MOVE PTA-TAB-FREMFOERT(PT-IX) TO PL-TAB-PRIMO(PL-IX)
           MOVE ZERO TO PL-MODREGNET(PL-IX)
           MOVE ZERO TO PL-GRUNDLAG(PL-IX)
           MOVE ZERO TO PL-SKAT(PL-IX)
           IF PL-AFKAST(PL-IX) > ZERO
               IF PL-TAB-PRIMO(PL-IX) > PL-AFKAST(PL-IX)
                   MOVE PL-AFKAST(PL-IX) TO PL-MODREGNET(PL-IX)
               ELSE
                   MOVE PL-TAB-PRIMO(PL-IX) TO PL-MODREGNET(PL-IX)
               END-IF
               COMPUTE PL-GRUNDLAG(PL-IX) =
                   PL-AFKAST(PL-IX) - PL-MODREGNET(PL-IX)
               COMPUTE PL-SKAT(PL-IX) ROUNDED =
                   PL-GRUNDLAG(PL-IX) * WS-PAL-SATS
               COMPUTE PL-TAB-ULTIMO(PL-IX) =
                   PL-TAB-PRIMO(PL-IX) - PL-MODREGNET(PL-IX)
           ELSE
               COMPUTE PL-TAB-ULTIMO(PL-IX) =
                   PL-TAB-PRIMO(PL-IX) - PL-AFKAST(PL-IX)
           END-IF
           MOVE PL-TAB-ULTIMO(PL-IX) TO PTA-TAB-FREMFOERT(PT-IX)
           MOVE WS-AAR TO PTA-SENEST-AAR(PT-IX)
           SET PL-AFREGNET(PL-IX) TO TRUE
           ADD 1 TO TR-ANTAL-AFREGNET

           IF PL-SKAT(PL-IX) > ZERO
               ADD 1 TO TR-ANTAL-BESKATTET
               PERFORM SKRIV-PALSKAT
           END-IF
           PERFORM SKRIV-AFREGNING
           PERFORM SKRIV-KONTROL-KONTO

           ADD PL-AFKAST(PL-IX) TO TR-TOTAL-AFKAST
           ADD PL-MODREGNET(PL-IX) TO TR-TOTAL-MODREGNET
           ADD PL-GRUNDLAG(PL-IX) TO TR-TOTAL-GRUNDLAG
           ADD PL-SKAT(PL-IX) TO TR-TOTAL-SKAT
           ADD PL-TAB-ULTIMO(PL-IX) TO TR-TOTAL-TAB
       EXIT.

      *****************************************************************
      * SKRIV-PALSKAT                                                 *
      * Formål: Danner PALSKAT-transaktionen der tilbageholder årets  *
      *         skat på pensionskontoen i dagens Transaktioner.txt.   *
      *****************************************************************
       SKRIV-PALSKAT.
           MOVE PL-KONTO-ID(PL-IX) TO WS-SOEG-KONTO-ID
           PERFORM FIND-KONTO-REGNR
           MOVE PL-SKAT(PL-IX) TO WS-BELOB-NUM
           MOVE SPACES TO WS-BELOB-TEKST
           STRING "-" WS-BELOB-NUM DELIMITED BY SIZE
               INTO WS-BELOB-TEKST
           MOVE SPACES TO TRANSAKTIONEROPL
           MOVE WS-KONTO-REGNR     TO REG-NR IN TRANSAKTIONEROPL
           MOVE PL-KONTO-ID(PL-IX) TO KONTO-ID IN TRANSAKTIONEROPL
           MOVE WS-TIDSPUNKT       TO TIDSPUNKT
           MOVE "PALSKAT"          TO TRANSAKTIONSTYPE
           MOVE WS-BELOB-TEKST     TO BELØB
           MOVE "DKK"              TO VALUTA
           STRING "PENSIONSAFKASTSKAT " DELIMITED BY SIZE
                   WS-AAR-TEKST DELIMITED BY SIZE
                   INTO BUTIK
           PERFORM DAN-TRANS-REF
           MOVE WS-TRANS-REF TO TRANS-REF IN TRANSAKTIONEROPL
           WRITE TRANSAKTIONEROPL
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

       SKRIV-AFREGNING.
           MOVE PL-KUNDE-ID(PL-IX)   TO PAF-KUNDE-ID
           MOVE PL-KONTO-ID(PL-IX)   TO PAF-KONTO-ID
           MOVE WS-AAR               TO PAF-AAR
           MOVE PL-AFKAST(PL-IX)     TO PAF-AFKAST
           MOVE PL-MODREGNET(PL-IX)  TO PAF-MODREGNET
           MOVE PL-GRUNDLAG(PL-IX)   TO PAF-GRUNDLAG
           MOVE PL-SKAT(PL-IX)       TO PAF-SKAT
           MOVE PL-TAB-ULTIMO(PL-IX) TO PAF-TAB-FREMFOERT
           WRITE AFREGNING-RECORD
           MOVE "AFREGNING-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"          TO WS-IO-OPERATION
           MOVE AFREGNING-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

       SKRIV-KONTROL-KONTO.
           MOVE PL-AFKAST(PL-IX) TO WS-D1
           MOVE PL-MODREGNET(PL-IX) TO WS-D2
           MOVE PL-SKAT(PL-IX) TO WS-D3
           MOVE PL-TAB-ULTIMO(PL-IX) TO WS-D4
           STRING "KONTO " DELIMITED BY SIZE
                   PL-KONTO-ID(PL-IX) DELIMITED BY SPACE
                   " KUNDE " DELIMITED BY SIZE
                   PL-KUNDE-ID(PL-IX) DELIMITED BY SPACE
                   " AFKAST=" DELIMITED BY SIZE
                   WS-D1 DELIMITED BY SIZE
                   " MODREGNET=" DELIMITED BY SIZE
                   WS-D2 DELIMITED BY SIZE
                   " SKAT=" DELIMITED BY SIZE
                   WS-D3 DELIMITED BY SIZE
                   " TAB=" DELIMITED BY SIZE
                   WS-D4 DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
       EXIT.

      *****************************************************************
      * DAN-AARSOPGOERELSE                                            *
      * Formål: Danner kundens pensionsårsopgørelse med årets         *
      *         indbetalinger og PAL-meddelelsen for hver af kundens  *
      *         afregnede pensionskonti, i kundens leveringsstrøm.    *
      *         Kundens konti markeres udskrevet, så kunden kun får   *
      *         én opgørelse.                                         *
      *****************************************************************
       DAN-AARSOPGOERELSE.
           MOVE PL-KUNDE-ID(PL-IX) TO WS-OPG-KUNDE-ID
           PERFORM BESTEM-LEVERING
           IF WS-LEVERING-KANAL = "N"
               ADD 1 TO TR-LEVERING-INGEN
               PERFORM VARYING PL-JX FROM PL-IX BY 1
                       UNTIL PL-JX > PL-COUNT
                   IF PL-KUNDE-ID(PL-JX) = WS-OPG-KUNDE-ID
                       MOVE "J" TO PL-UDSKREVET(PL-JX)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-ANTAL-OPGOERELSER
           PERFORM SUM-INDBETALT

           IF WS-LEVERING-KANAL = "D"
               MOVE SPACES TO WS-BREV-LINE
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       WS-OPG-KUNDE-ID DELIMITED BY SPACE
                       INTO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
           ELSE
               MOVE SPACES TO WS-BREV-LINE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       WS-OPG-KUNDE-ID DELIMITED BY SPACE
                       " DOK=PENSIONAARSOPG" DELIMITED BY SIZE
                       INTO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
           END-IF
           MOVE SPACES TO WS-BREV-LINE
           IF WS-SPROG-EN = "Y"
               STRING "ANNUAL PENSION STATEMENT " DELIMITED BY SIZE
                       WS-AAR-TEKST DELIMITED BY SIZE
                       INTO WS-BREV-LINE
           ELSE
               STRING "PENSIONSAARSOPGOERELSE " DELIMITED BY SIZE
                       WS-AAR-TEKST DELIMITED BY SIZE
                       INTO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           STRING "KUNDE " DELIMITED BY SIZE
                   WS-OPG-KUNDE-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FORNAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(EFTERNAVN) DELIMITED BY SIZE
                   INTO WS-BREV-LINE
           PERFORM SKRIV-BREV-LINE
           IF WS-SPROG-EN = "Y"
               MOVE "CONTRIBUTIONS PAID IN" TO WS-TEKST
           ELSE
               MOVE "INDBETALT I AARET" TO WS-TEKST
           END-IF
           MOVE WS-INDBETALT TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE

           PERFORM VARYING PL-JX FROM PL-IX BY 1
                   UNTIL PL-JX > PL-COUNT
               IF PL-KUNDE-ID(PL-JX) = WS-OPG-KUNDE-ID
                   AND PL-AFREGNET(PL-JX)
                   PERFORM SKRIV-PAL-MEDDELELSE
                   MOVE "J" TO PL-UDSKREVET(PL-JX)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-BREV-LINE
           PERFORM SKRIV-BREV-LINE

           MOVE WS-OPG-KUNDE-ID TO WS-KOMM-KUNDE-ID
           MOVE "PENSIONAARSOPG" TO WS-KOMM-DOKTYPE
           MOVE WS-LEVERING-KANAL TO WS-KOMM-KANAL
           IF WS-LEVERING-KANAL = "D"
               ADD 1 TO TR-LEVERING-DIGITAL
               MOVE "PensionAarsopgoerelseDigital.txt"
                   TO WS-KOMM-FILREF
           ELSE
               ADD 1 TO TR-LEVERING-PAPIR
               MOVE "PensionAarsopgoerelsePapir.txt" TO WS-KOMM-FILREF
           END-IF
           PERFORM SKRIV-KOMMLOG
       EXIT.

      *****************************************************************
      * SKRIV-PAL-MEDDELELSE                                          *
      * Formål: PAL-meddelelsen for én pensionskonto: renter, øvrigt  *
      *         afkast, modregnet tab, grundlag, tilbageholdt skat    *
      *         og tab til fremførsel.                                *
      *****************************************************************
       SKRIV-PAL-MEDDELELSE.
           MOVE SPACES TO WS-BREV-LINE
           IF WS-SPROG-EN = "Y"
               STRING "PENSION ACCOUNT " DELIMITED BY SIZE
                       PL-KONTO-ID(PL-JX) DELIMITED BY SPACE
                       " - PENSION RETURN TAX (PAL) " DELIMITED BY SIZE
                       WS-SATS-DISPLAY DELIMITED BY SIZE
                       " PCT" DELIMITED BY SIZE
                       INTO WS-BREV-LINE
           ELSE
               STRING "PENSIONSKONTO " DELIMITED BY SIZE
                       PL-KONTO-ID(PL-JX) DELIMITED BY SPACE
                       " - PENSIONSAFKASTSKAT (PAL) " DELIMITED BY SIZE
                       WS-SATS-DISPLAY DELIMITED BY SIZE
                       " PCT" DELIMITED BY SIZE
                       INTO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           IF WS-SPROG-EN = "Y"
               MOVE "INTEREST CREDITED" TO WS-TEKST
           ELSE
               MOVE "TILSKREVNE RENTER" TO WS-TEKST
           END-IF
           MOVE PL-RENTE(PL-JX) TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF WS-SPROG-EN = "Y"
               MOVE "OTHER RETURNS" TO WS-TEKST
           ELSE
               MOVE "OEVRIGT AFKAST" TO WS-TEKST
           END-IF
           MOVE PL-ANDET(PL-JX) TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF WS-SPROG-EN = "Y"
               MOVE "LOSS OFFSET FROM PRIOR YEARS" TO WS-TEKST
           ELSE
               MOVE "MODREGNET TAB FRA TIDLIGERE AAR" TO WS-TEKST
           END-IF
           MOVE PL-MODREGNET(PL-JX) TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF WS-SPROG-EN = "Y"
               MOVE "TAXABLE RETURN" TO WS-TEKST
           ELSE
               MOVE "PAL-GRUNDLAG" TO WS-TEKST
           END-IF
           MOVE PL-GRUNDLAG(PL-JX) TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF WS-SPROG-EN = "Y"
               MOVE "PAL TAX WITHHELD" TO WS-TEKST
           ELSE
               MOVE "TILBAGEHOLDT PAL-SKAT" TO WS-TEKST
           END-IF
           MOVE PL-SKAT(PL-JX) TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF PL-TAB-ULTIMO(PL-JX) > ZERO
               IF WS-SPROG-EN = "Y"
                   MOVE "LOSS CARRIED FORWARD" TO WS-TEKST
               ELSE
                   MOVE "TAB TIL FREMFOERSEL" TO WS-TEKST
               END-IF
               MOVE PL-TAB-ULTIMO(PL-JX) TO WS-BELOB
               PERFORM SKRIV-BELOB-LINJE
           END-IF
       EXIT.

      *****************************************************************
      * SUM-INDBETALT                                                 *
      * Formål: Kundens indbetalinger i året fra PensionsIndbetalin-  *
      *         ger.txt til opgørelsens første linje.                 *
      *****************************************************************
       SUM-INDBETALT.
           MOVE ZERO TO WS-INDBETALT
           OPEN INPUT YTD-FILE
           IF YTD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-YTD-FILE = "Y"
               READ YTD-FILE INTO PENSIONYTDOPL
                   AT END
                       MOVE "Y" TO END-OF-YTD-FILE
                   NOT AT END
                       IF PI-KUNDE-ID = WS-OPG-KUNDE-ID
                           AND PI-AAR = WS-AAR
                           ADD PI-INDBETALT TO WS-INDBETALT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           MOVE "N" TO END-OF-YTD-FILE
       EXIT.

      *****************************************************************
      * BESTEM-LEVERING                                               *
      * Formål: Slår kunden op og bestemmer kanal og sprog som        *
      *         kontoudskrifterne: papir er forvalgt, "D" Digital     *
      *         Post, "N" ingen levering; en afdød kunde eller en     *
      *         papirkunde med ugyldig adresse får ingen opgørelse.   *
      *****************************************************************
       BESTEM-LEVERING.
           MOVE "P" TO WS-LEVERING-KANAL
           MOVE "N" TO WS-SPROG-EN
           MOVE WS-OPG-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
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

      *****************************************************************
      * SKRIV-PALTAB                                                  *
      * Formål: Skriver tabsregistret som PalTab.NY med det           *
      *         fremførte tab og seneste afregningsår pr. konto.      *
      *****************************************************************
       SKRIV-PALTAB.
           OPEN OUTPUT TAB-NY-FILE
           MOVE "TAB-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE TAB-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-COUNT
               MOVE PT-ARRAY(PT-IX) TO PALTABOPL-UD
               WRITE PALTABOPL-UD
               MOVE "TAB-NY-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"       TO WS-IO-OPERATION
               MOVE TAB-NY-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE TAB-NY-FILE
       EXIT.

      *****************************************************************
      * TRAILER                                                       *
      * Formål: Kontrollistens totaler. Summen af afregningsfilens    *
      *         skat skal stemme med årets PALSKAT-posteringer.       *
      *****************************************************************
       TRAILER.
           MOVE SPACES TO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           STRING "Pensionskonti...............: " DELIMITED BY SIZE
                   TR-ANTAL-KONTI DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           STRING "Afregnet for aaret..........: " DELIMITED BY SIZE
                   TR-ANTAL-AFREGNET DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           STRING "  heraf med PAL-skat........: " DELIMITED BY SIZE
                   TR-ANTAL-BESKATTET DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           STRING "Allerede afregnet...........: " DELIMITED BY SIZE
                   TR-ANTAL-TIDLIGERE DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           STRING "Afkast uden pensionskonto...: " DELIMITED BY SIZE
                   TR-AFKAST-UKENDT DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           MOVE TR-TOTAL-AFKAST TO WS-BELOB-DISPLAY
           STRING "Afkast i alt................: " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           MOVE TR-TOTAL-MODREGNET TO WS-BELOB-DISPLAY
           STRING "Modregnet tab...............: " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           MOVE TR-TOTAL-GRUNDLAG TO WS-BELOB-DISPLAY
           STRING "PAL-grundlag................: " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           MOVE TR-TOTAL-SKAT TO WS-BELOB-DISPLAY
           STRING "PAL-skat til afregning......: " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           MOVE TR-TOTAL-TAB TO WS-BELOB-DISPLAY
           STRING "Tab til fremfoersel.........: " DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           STRING "OPGOERELSER=" DELIMITED BY SIZE
                   TR-ANTAL-OPGOERELSER DELIMITED BY SIZE
                   " PAPIR=" DELIMITED BY SIZE
                   TR-LEVERING-PAPIR DELIMITED BY SIZE
                   " DIGITAL=" DELIMITED BY SIZE
                   TR-LEVERING-DIGITAL DELIMITED BY SIZE
                   " INGEN LEVERING=" DELIMITED BY SIZE
                   TR-LEVERING-INGEN DELIMITED BY SIZE
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
      * BYG-KONTO-MAP                                                 *
      * Formål: Udleder hver kontos REG-NR af dagens                  *
      *         Transaktioner.txt, samme afledning som                *
      *         OpgaveGebyrer's BYG-KONTO-MAP.                        *
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
           MOVE "N" TO WS-KMAP-FUNDET
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KMAP-COUNT
               IF KM-KONTO-ID(KX) = TIND-KONTO-ID
                   MOVE "Y" TO WS-KMAP-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KMAP-FUNDET = "N"
               IF KMAP-COUNT >= KMAP-MAX-ANTAL
                   MOVE "Y" TO KMAP-OVERFLOW
               ELSE
                   ADD 1 TO KMAP-COUNT
                   MOVE TIND-KONTO-ID TO KM-KONTO-ID(KMAP-COUNT)
                   MOVE TIND-REG-NR   TO KM-REG-NR(KMAP-COUNT)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * FIND-KONTO-REGNR                                              *
      * Formål: Slår WS-SOEG-KONTO-ID op i KMAP-TABEL og sætter       *
      *         WS-KMAP-FUNDET og WS-KONTO-REGNR.                     *
      *****************************************************************
       FIND-KONTO-REGNR.
           MOVE "N" TO WS-KMAP-FUNDET
           MOVE SPACES TO WS-KONTO-REGNR
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > KMAP-COUNT
               IF KM-KONTO-ID(KX) = WS-SOEG-KONTO-ID
                   MOVE "Y" TO WS-KMAP-FUNDET
                   MOVE KM-REG-NR(KX) TO WS-KONTO-REGNR
                   EXIT PERFORM
               END-IF
           END-PERFORM
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
               MOVE "Transaktioner.txt"    TO WS-TRANS-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Kundeoplysninger." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KUNDE-FILNAVN
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
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
               MOVE "OPGAVEPAL" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
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
               STRING "PL" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-TRANS-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-TRANS-REF
       EXIT.

      *****************************************************************
      * SKRIV-KOERSELSLOG                                             *
      * Formål: Tilføjer kørslens run-log-linje til den fælles,       *
      *         voksende Koerselslog.txt med kørselsdatoen, det år    *
      *         udtrækket dækker og status, så årsafslutningen kan    *
      *         eftervise at udtrækket er kørt for det lukkende år.   *
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
               STRING "OPGAVEPAL DATO=" DELIMITED BY SIZE
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
