      *             SkatIndberetningAar.txt - Indberetningsår         *
      * OUTPUT:     SkatIndberetning.txt    - Fastpositioneret udtræk *
      *             SkatKontrolListe.txt    - Kontrolliste m. totaler *
      *             Koerselslog.txt         - Run-log med året        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveSkatIndberetning.
               ASSIGN TO "SkatIndberetning-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT KOERSELSLOG-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELSLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 INDB-RECORD-AAR      PIC 9(04) VALUE ZEROS.
           02 INDB-RENTE           PIC S9(9)V99 SIGN LEADING
                                   SEPARATE VALUE ZEROS.
           02 INDB-SALDO           PIC S9(9)V99 SIGN LEADING
                                   SEPARATE VALUE ZEROS.

       FD KONTROL-FILE.
       01 KONTROL-LINE     PIC X(100) VALUE SPACES.
       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD KOERSELSLOG-FILE.
       01 KOERSELSLOG-LINE     PIC X(100) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 END-OF-JOURNAL-FILE  PIC X VALUE "N".
       01 END-OF-SNAPSHOT-FILE PIC X VALUE "N".
           02 KUNDE-SUM-ENTRY OCCURS 2000 TIMES.
               03 KSUM-KUNDE-ID   PIC X(10) VALUE SPACES.
               03 KSUM-RENTE      PIC S9(9)V99 VALUE ZERO.
               03 KSUM-SALDO      PIC S9(9)V99 VALUE ZERO.

      * Seneste snapshot i året pr. konto, så ultimosaldoen tages fra
      * det sidste saldobillede i indberetningsåret
               03 KSNAP-KONTO-ID  PIC X(10) VALUE SPACES.
               03 KSNAP-KUNDE-ID  PIC X(10) VALUE SPACES.
               03 KSNAP-DATO      PIC X(10) VALUE SPACES.
               03 KSNAP-BALANCE   PIC S9(7)V99 VALUE ZERO.

       01 IX                PIC 9(4) VALUE ZERO.
       01 JX                PIC 9(4) VALUE ZERO.

       01 WS-INDB-AAR       PIC 9(4) VALUE ZERO.
       01 WS-AAR-TEKST      PIC X(4) VALUE SPACES.
       01 WS-KOERSEL-STATUS PIC X(4) VALUE SPACES.
       01 WS-LOG-DATO       PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO        PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO-DELT REDEFINES WS-SYSDATO.
           02 WS-SYS-AAR    PIC 9(4).
           02 WS-SYS-DAG    PIC 9(2).

       01 TR-TOTAL-RENTE    PIC S9(11)V99 VALUE ZERO.
       01 TR-TOTAL-SALDO    PIC S9(11)V99 VALUE ZERO.
       01 WS-RENTE-DISPLAY  PIC -(8)9.99.
       01 WS-SALDO-DISPLAY  PIC -(8)9.99.
       01 WS-TOTAL-DISPLAY  PIC -(10)9.99.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
       01 INDB-FILE-STATUS      PIC XX VALUE "00".
       01 KONTROL-FILE-STATUS   PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS  PIC XX VALUE "00".
       01 KOERSELSLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME       PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION       PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS          PIC XX VALUE "00".
               " kunder indberettet for " WS-INDB-AAR

           CLOSE IO-ERROR-FILE
           PERFORM SKRIV-KOERSELSLOG
           STOP RUN.

      *****************************************************************
               WRITE IO-ERROR-LINE
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-KOERSELSLOG                                             *
      * Formål: Tilføjer kørslens run-log-linje til den fælles,       *
      *         voksende Koerselslog.txt med kørselsdatoen, det år    *
      *         udtrækket dækker og status, så årsafslutningen kan    *
      *         eftervise at udtrækket er kørt for det lukkende år.   *
      *****************************************************************
       SKRIV-KOERSELSLOG.
           ACCEPT WS-LOG-DATO FROM DATE YYYYMMDD
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
               STRING "OPGAVESKATINDBERETNING DATO=" DELIMITED BY SIZE
                       WS-LOG-DATO(1:4) "-" WS-LOG-DATO(5:2) "-"
                       WS-LOG-DATO(7:2) DELIMITED BY SIZE
                       " AAR=" DELIMITED BY SIZE
                       WS-INDB-AAR DELIMITED BY SIZE
                       " STATUS=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KOERSEL-STATUS)
                           DELIMITED BY SIZE
                       INTO KOERSELSLOG-LINE
               WRITE KOERSELSLOG-LINE
               CLOSE KOERSELSLOG-FILE
           END-IF
       EXIT.
