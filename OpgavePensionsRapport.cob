      *             SkatIndberetningAar.txt   - Indberetningsår       *
      * OUTPUT:     Pensions-YTD-Rapport.txt  - År-til-dato           *
      *             PensionSkatUdtraek.txt    - Årsudtræk til SKAT    *
      *             Koerselslog.txt           - Run-log med året      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgavePensionsRapport.
               ASSIGN TO "PensionsRapport-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT KOERSELSLOG-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELSLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD KOERSELSLOG-FILE.
       01 KOERSELSLOG-LINE     PIC X(100) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 END-OF-YTD-FILE  PIC X VALUE "N".

       01 WS-PENSIONSLOFT  PIC 9(7)V99 VALUE 9100.
       01 WS-INDB-AAR      PIC 9(4) VALUE ZERO.
       01 WS-YTD-AAR       PIC 9(4) VALUE ZERO.
       01 WS-KOERSEL-STATUS PIC X(4) VALUE SPACES.
       01 WS-LOG-DATO       PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO       PIC 9(8) VALUE ZERO.
       01 WS-UDNYTTELSE    PIC 9(3)V99 VALUE ZERO.
       01 WS-IND-DISPLAY   PIC Z(6)9.99.
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 UDTRAEK-FILE-STATUS  PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 KOERSELSLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
           CLOSE RAPPORT-FILE
           CLOSE UDTRAEK-FILE
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
               STRING "OPGAVEPENSIONSRAPPORT DATO=" DELIMITED BY SIZE
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
