      *****************************************************************
      * PROGRAM-ID: OPGAVELAANRENTERESET                              *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Rentetilpasning af variabelt forrentede lån. Et   *
      *             lån med LAAN-RENTETYPE "V" forrentes med en       *
      *             referencerente (f.eks. CIBOR3M eller CITA) plus   *
      *             lånets individuelle margin. På lånets             *
      *             tilpasningsdato (LAAN-NAESTE-RESET) findes den    *
      *             seneste fixing i Referencerenter.txt; den nye     *
      *             LAAN-RENTE er fixing + margin (aldrig under nul), *
      *             og LAAN-YDELSE genberegnes af restgælden over     *
      *             den resterende løbetid med samme annuitetsformel  *
      *             som OpgaveLaanPlan. Den resterende løbetid tælles *
      *             termin for termin ved den gamle sats og ydelse,   *
      *             som i OpgaveLaanIndfrielse. Næste tilpasningsdato *
      *             rykkes LAAN-RESET-MDR måneder frem. Ændres satsen *
      *             får kunden et rentetilpasningsbrev i sin          *
      *             leveringsstrøm (papir/Digital Post), og brevet    *
      *             logges i kommunikationsloggen. Brevet viser ÅOP   *
      *             efter tilpasningen: restgælden afviklet over de   *
      *             resterende terminer med den nye ydelse plus det   *
      *             månedlige gebyr fra ÅOP-registret (OpgaveAaop).   *
      *             Mangler en fixing, røres lånet ikke og prøves     *
      *             igen næste kørsel.                                *
      * INPUT:      Laan.txt             - Udlånsregistret            *
      *             Referencerenter.txt  - Referencerente-fixings     *
      *             Kundeoplysninger.txt - Leveringsvalg              *
      *             Aaop.txt             - Lånenes månedlige gebyr    *
      * OUTPUT:     Laan.NY              - Register med nye satser    *
      *             RenteTilpasningPapir.txt / RenteTilpasning-       *
      *             Digital.txt          - Rentetilpasningsbreve      *
      *             KommunikationsLog.txt - Udvides med brevene       *
      *             LaanRenteReset-Rapport.txt - Kontrolrapport       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveLaanRenteReset.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT LAAN-NY-FILE ASSIGN TO "Laan.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-NY-FILE-STATUS.
           SELECT REFRENTE-FILE ASSIGN TO "Referencerenter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFRENTE-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT AAOP-FILE ASSIGN TO "Aaop.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AAOP-FILE-STATUS.
           SELECT BREV-PAPIR-FILE ASSIGN TO "RenteTilpasningPapir.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-PAPIR-FILE-STATUS.
           SELECT BREV-DIGITAL-FILE
               ASSIGN TO "RenteTilpasningDigital.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-DIGITAL-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "LaanRenteReset-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "LaanRenteReset-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD LAAN-NY-FILE.
       01 LAANOPL-UD.
           COPY "LAANOPL.cpy"
               REPLACING LEADING ==LAAN== BY ==LAAN-UD==.

       FD REFRENTE-FILE.
       01 REFRENTEOPL.
           COPY "REFRENTEOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

       FD AAOP-FILE.
       01 AAOPOPL.
           COPY "AAOPOPL.cpy".

       FD BREV-PAPIR-FILE.
       01 BREV-PAPIR-LINE  PIC X(120) VALUE SPACES.

       FD BREV-DIGITAL-FILE.
       01 BREV-DIGITAL-LINE PIC X(160) VALUE SPACES.

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(120) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       FD KOMMLOG-FILE.
       01 KOMMLOGOPL.
           COPY "KOMMLOGOPL.cpy".

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
       01 END-OF-LAAN-FILE  PIC X VALUE "N".
       01 END-OF-REFRENTE-FILE PIC X VALUE "N".
       01 END-OF-AAOP-FILE  PIC X VALUE "N".

      * ÅOP-registrets månedlige gebyr pr. lån
       01 AAOP-MAX-ANTAL    PIC 9(4) VALUE 1000.
       01 AAOP-COUNT        PIC 9(4) VALUE ZERO.
       01 AAOP-ARRAY OCCURS 1000 TIMES.
           COPY "AAOPOPL.cpy"
               REPLACING LEADING ==AO-== BY ==AR-==.
       01 AR-IX             PIC 9(4) VALUE ZERO.

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
       01 WS-AAOP-DISPLAY   PIC ZZ9.99.

      * Fixings fra Referencerenter.txt
       01 FIX-MAX-ANTAL     PIC 9(4) VALUE 1000.
       01 FIX-COUNT         PIC 9(4) VALUE ZERO.
       01 FIX-OVERFLOW      PIC X VALUE "N".
       01 FIX-ARRAY OCCURS 1000 TIMES.
           COPY "REFRENTEOPL.cpy"
               REPLACING LEADING ==RR-== BY ==FX-==.
       01 FX-IX             PIC 9(4) VALUE ZERO.
       01 WS-FIX-FUNDET     PIC X VALUE "N".
       01 WS-FIX-DATO       PIC X(10) VALUE SPACES.
       01 WS-FIX-SATS       PIC S9(2)V9999 VALUE ZERO.

      * Ny sats = fixing + margin; en negativ sum giver rentegulv nul
       01 WS-NY-RENTE       PIC S9(3)V9999 VALUE ZERO.
       01 WS-GML-RENTE      PIC 9(2)V9999 VALUE ZERO.
       01 WS-GML-YDELSE     PIC 9(7)V99 VALUE ZERO.

      * Annuitetsberegning - samme formel som OpgaveLaanPlan
       01 WS-MDR-RENTE      PIC 9(2)V9(8) VALUE ZERO.
       01 WS-FAKTOR         PIC 9(3)V9(8) VALUE ZERO.
       01 WS-NY-YDELSE      PIC 9(7)V99 VALUE ZERO.
       01 WS-REST           PIC S9(9)V99 VALUE ZERO.
       01 WS-TERMIN-RENTE   PIC 9(7)V99 VALUE ZERO.
       01 WS-AFDRAG         PIC 9(7)V99 VALUE ZERO.
       01 WS-REST-TERMINER  PIC 9(3) VALUE ZERO.
       01 WS-MAX-TERMINER   PIC 9(3) VALUE 999.

      * Næste tilpasningsdato (se RYK-NAESTE-RESET)
       01 WS-RESET-AAR      PIC 9(4) VALUE ZERO.
       01 WS-RESET-MDR-NR   PIC 9(4) VALUE ZERO.
       01 WS-RESET-DAG      PIC 9(2) VALUE ZERO.
       01 WS-RESET-NUM      PIC 9(8) VALUE ZERO.

       01 WS-FIX-DISPLAY    PIC -9.9999.
       01 WS-MARGIN-DISPLAY PIC Z9.9999.
       01 WS-GML-DISPLAY    PIC Z9.9999.
       01 WS-NY-DISPLAY     PIC Z9.9999.
       01 WS-YDELSE-DISPLAY PIC Z(6)9.99.
       01 WS-GML-YDELSE-DISPLAY PIC Z(6)9.99.

       01 TR-ANTAL-LAAN      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-TILPASSET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UAENDRET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FEJL      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-BREVE     PIC 9(5) VALUE ZERO.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 LAAN-FILE-STATUS     PIC XX VALUE "00".
       01 LAAN-NY-FILE-STATUS  PIC XX VALUE "00".
       01 REFRENTE-FILE-STATUS PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS    PIC XX VALUE "00".
       01 BREV-PAPIR-FILE-STATUS PIC XX VALUE "00".
       01 BREV-DIGITAL-FILE-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 AAOP-FILE-STATUS     PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-KUNDE-FILNAVN     PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DAGS-DATO
           OPEN OUTPUT IO-ERROR-FILE

           PERFORM LOAD-FIXINGS
           PERFORM LOAD-AAOP-REGISTER

           OPEN INPUT LAAN-FILE
           MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE LAAN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT LAAN-NY-FILE
           MOVE "LAAN-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE LAAN-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN OUTPUT BREV-PAPIR-FILE
           OPEN OUTPUT BREV-DIGITAL-FILE
           MOVE SPACES TO BREV-PAPIR-LINE
           MOVE SPACES TO BREV-DIGITAL-LINE
           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO RAPPORT-LINE

           PERFORM UNTIL END-OF-LAAN-FILE = "Y"
               READ LAAN-FILE INTO LAANOPL
                   AT END
                       MOVE "Y" TO END-OF-LAAN-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-LAAN
                       IF LAAN-VARIABEL-RENTE
                           AND LAAN-NAESTE-RESET NOT = SPACES
                           AND LAAN-NAESTE-RESET <= WS-DAGS-DATO
                           AND LAAN-RESTGAELD > ZERO
                           AND NOT LAAN-MISLIGHOLDT
                           PERFORM TILPAS-RENTE
                       END-IF
                       PERFORM SKRIV-LAAN-NY
               END-READ
               MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"      TO WS-IO-OPERATION
               MOVE LAAN-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           STRING "LAAN LAEST=" DELIMITED BY SIZE
                   TR-ANTAL-LAAN DELIMITED BY SIZE
                   " TILPASSET=" DELIMITED BY SIZE
                   TR-ANTAL-TILPASSET DELIMITED BY SIZE
                   " UAENDRET SATS=" DELIMITED BY SIZE
                   TR-ANTAL-UAENDRET DELIMITED BY SIZE
                   " IKKE TILPASSET=" DELIMITED BY SIZE
                   TR-ANTAL-FEJL DELIMITED BY SIZE
                   " BREVE=" DELIMITED BY SIZE
                   TR-ANTAL-BREVE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE

           DISPLAY "OpgaveLaanRenteReset: " TR-ANTAL-TILPASSET
               " tilpasset, " TR-ANTAL-UAENDRET " uaendret, "
               TR-ANTAL-FEJL " ikke tilpasset, "
               TR-ANTAL-BREVE " breve"

           CLOSE LAAN-FILE
           CLOSE LAAN-NY-FILE
           CLOSE KUNDE-FILE
           CLOSE BREV-PAPIR-FILE
           CLOSE BREV-DIGITAL-FILE
           CLOSE RAPPORT-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       STEMPEL-DAGS-DATO.
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE SPACES TO WS-DAGS-DATO
           STRING  WS-SYSDATO(1:4) "-" WS-SYSDATO(5:2) "-"
                   WS-SYSDATO(7:2) DELIMITED BY SIZE
                   INTO WS-DAGS-DATO
           MOVE WS-SYSDATO TO WS-KOMM-DATO
       EXIT.

      *****************************************************************
      * LOAD-FIXINGS                                                  *
      * Formål: Læser referencerente-fixings ind i FIX-ARRAY.         *
      *         Fixings med en fremtidig dato indlæses også, men      *
      *         vælges ikke før deres dato er nået.                   *
      *****************************************************************
       LOAD-FIXINGS.
           OPEN INPUT REFRENTE-FILE
           MOVE "REFRENTE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE REFRENTE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF REFRENTE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-REFRENTE-FILE = "Y"
               READ REFRENTE-FILE INTO REFRENTEOPL
                   AT END
                       MOVE "Y" TO END-OF-REFRENTE-FILE
                   NOT AT END
                       IF FIX-COUNT >= FIX-MAX-ANTAL
                           MOVE "Y" TO FIX-OVERFLOW
                       ELSE
                           ADD 1 TO FIX-COUNT
                           MOVE REFRENTEOPL TO FIX-ARRAY(FIX-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFRENTE-FILE
           IF FIX-OVERFLOW = "Y"
               DISPLAY "OpgaveLaanRenteReset: FIX-ARRAY fuld - "
                   "nyeste fixings kan mangle"
           END-IF
       EXIT.

      *****************************************************************
      * FIND-FIXING                                                   *
      * Formål: Finder den seneste fixing for lånets referencerente   *
      *         med fixingdato på eller før kørselsdatoen.            *
      *****************************************************************
       FIND-FIXING.
           MOVE "N" TO WS-FIX-FUNDET
           MOVE SPACES TO WS-FIX-DATO
           MOVE ZERO TO WS-FIX-SATS
           PERFORM VARYING FX-IX FROM 1 BY 1 UNTIL FX-IX > FIX-COUNT
               IF FX-REFERENCE IN FIX-ARRAY(FX-IX) = LAAN-REFERENCE
                   AND FX-FIXING-DATO IN FIX-ARRAY(FX-IX)
                       <= WS-DAGS-DATO
                   AND FX-FIXING-DATO IN FIX-ARRAY(FX-IX)
                       > WS-FIX-DATO
                   MOVE "Y" TO WS-FIX-FUNDET
                   MOVE FX-FIXING-DATO IN FIX-ARRAY(FX-IX)
                       TO WS-FIX-DATO
                   MOVE FX-SATS IN FIX-ARRAY(FX-IX) TO WS-FIX-SATS
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * TILPAS-RENTE                                                  *
      * Formål: Tilpasser ét lån på dets tilpasningsdato: ny sats af  *
      *         fixing + margin, ny ydelse over den resterende        *
      *         løbetid, næste tilpasningsdato, og brev til kunden    *
      *         hvis satsen er ændret.                                *
      *****************************************************************
       TILPAS-RENTE.
           IF LAAN-RESET-MDR NOT NUMERIC OR LAAN-RESET-MDR = ZERO
               OR LAAN-MARGIN NOT NUMERIC
               ADD 1 TO TR-ANTAL-FEJL
               STRING "IKKE TILPASSET " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " - MARGIN/TILPASNINGSFREKVENS MANGLER"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FIXING
           IF WS-FIX-FUNDET = "N"
               ADD 1 TO TR-ANTAL-FEJL
               STRING "IKKE TILPASSET " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " - INGEN FIXING FOR " DELIMITED BY SIZE
                       LAAN-REFERENCE DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE LAAN-RENTE  TO WS-GML-RENTE
           MOVE LAAN-YDELSE TO WS-GML-YDELSE
           COMPUTE WS-NY-RENTE = WS-FIX-SATS + LAAN-MARGIN
           IF WS-NY-RENTE < ZERO
               MOVE ZERO TO WS-NY-RENTE
           END-IF
           PERFORM TAEL-REST-TERMINER
           MOVE WS-NY-RENTE TO LAAN-RENTE
           PERFORM GENBEREGN-YDELSE
           PERFORM RYK-NAESTE-RESET
           IF LAAN-RENTE = WS-GML-RENTE
               ADD 1 TO TR-ANTAL-UAENDRET
               STRING "UAENDRET SATS " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " NAESTE TILPASNING " DELIMITED BY SIZE
                       LAAN-NAESTE-RESET DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TR-ANTAL-TILPASSET
           MOVE WS-FIX-SATS    TO WS-FIX-DISPLAY
           MOVE LAAN-MARGIN    TO WS-MARGIN-DISPLAY
           MOVE WS-GML-RENTE   TO WS-GML-DISPLAY
           MOVE LAAN-RENTE     TO WS-NY-DISPLAY
           MOVE WS-GML-YDELSE  TO WS-GML-YDELSE-DISPLAY
           MOVE LAAN-YDELSE    TO WS-YDELSE-DISPLAY
           STRING "TILPASSET " DELIMITED BY SIZE
                   LAAN-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LAAN-REFERENCE DELIMITED BY SPACE
                   "=" DELIMITED BY SIZE
                   WS-FIX-DISPLAY DELIMITED BY SIZE
                   " MARGIN=" DELIMITED BY SIZE
                   WS-MARGIN-DISPLAY DELIMITED BY SIZE
                   " RENTE " DELIMITED BY SIZE
                   WS-GML-DISPLAY DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-NY-DISPLAY DELIMITED BY SIZE
                   " YDELSE " DELIMITED BY SIZE
                   WS-GML-YDELSE-DISPLAY DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-YDELSE-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           PERFORM BEREGN-REST-AAOP
           PERFORM SKRIV-TILPASNINGSBREV
       EXIT.

      *****************************************************************
      * TAEL-REST-TERMINER                                            *
      * Formål: Tæller, termin for termin ved den gamle sats og       *
      *         ydelse, hvor mange terminer restgælden har tilbage -  *
      *         samme terminregning som OpgaveLaanIndfrielse. Kan     *
      *         det ikke regnes frem (ingen ydelse, eller ydelsen     *
      *         dækker ikke renten), bruges LAAN-LOEBETID-MDR.        *
      *****************************************************************
       TAEL-REST-TERMINER.
           MOVE LAAN-LOEBETID-MDR TO WS-REST-TERMINER
           IF LAAN-YDELSE = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MDR-RENTE = WS-GML-RENTE / 12
           MOVE LAAN-RESTGAELD TO WS-REST
           MOVE ZERO TO WS-REST-TERMINER
           PERFORM UNTIL WS-REST NOT > ZERO
                   OR WS-REST-TERMINER >= WS-MAX-TERMINER
               COMPUTE WS-TERMIN-RENTE ROUNDED =
                   WS-REST * WS-MDR-RENTE
               IF LAAN-YDELSE NOT > WS-TERMIN-RENTE
                   MOVE LAAN-LOEBETID-MDR TO WS-REST-TERMINER
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AFDRAG = LAAN-YDELSE - WS-TERMIN-RENTE
               IF WS-AFDRAG > WS-REST
                   MOVE WS-REST TO WS-AFDRAG
               END-IF
               SUBTRACT WS-AFDRAG FROM WS-REST
               ADD 1 TO WS-REST-TERMINER
           END-PERFORM
       EXIT.

      *****************************************************************
      * GENBEREGN-YDELSE                                              *
      * Formål: Beregner den nye annuitetsydelse af restgælden over   *
      *         de resterende terminer ved den nye sats - samme       *
      *         formel som OpgaveLaanPlan's GENERER-PLAN.             *
      *****************************************************************
       GENBEREGN-YDELSE.
           IF WS-REST-TERMINER = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MDR-RENTE = LAAN-RENTE / 12
           IF WS-MDR-RENTE = ZERO
               COMPUTE WS-NY-YDELSE ROUNDED =
                   LAAN-RESTGAELD / WS-REST-TERMINER
           ELSE
               COMPUTE WS-FAKTOR =
                   1 - (1 + WS-MDR-RENTE)
                       ** (ZERO - WS-REST-TERMINER)
               COMPUTE WS-NY-YDELSE ROUNDED =
                   LAAN-RESTGAELD * WS-MDR-RENTE / WS-FAKTOR
           END-IF
           MOVE WS-NY-YDELSE TO LAAN-YDELSE
       EXIT.

      *****************************************************************
      * RYK-NAESTE-RESET                                              *
      * Formål: Rykker tilpasningsdatoen LAAN-RESET-MDR måneder frem  *
      *         - gentaget til den ligger efter kørselsdatoen, så et  *
      *         overset tilpasningstidspunkt ikke giver to            *
      *         tilpasninger i træk. Dag 29-31 rykkes til den 28.     *
      *****************************************************************
       RYK-NAESTE-RESET.
           MOVE LAAN-NAESTE-RESET(1:4) TO WS-RESET-AAR
           MOVE LAAN-NAESTE-RESET(6:2) TO WS-RESET-MDR-NR
           MOVE LAAN-NAESTE-RESET(9:2) TO WS-RESET-DAG
           IF WS-RESET-DAG > 28
               MOVE 28 TO WS-RESET-DAG
           END-IF
           PERFORM UNTIL LAAN-NAESTE-RESET > WS-DAGS-DATO
               ADD LAAN-RESET-MDR TO WS-RESET-MDR-NR
               COMPUTE WS-RESET-AAR = WS-RESET-AAR
                   + (WS-RESET-MDR-NR - 1) / 12
               COMPUTE WS-RESET-MDR-NR =
                   FUNCTION MOD(WS-RESET-MDR-NR - 1, 12) + 1
               COMPUTE WS-RESET-NUM = WS-RESET-AAR * 10000
                   + WS-RESET-MDR-NR * 100 + WS-RESET-DAG
               MOVE SPACES TO LAAN-NAESTE-RESET
               STRING WS-RESET-NUM(1:4) "-" WS-RESET-NUM(5:2) "-"
                   WS-RESET-NUM(7:2) DELIMITED BY SIZE
                   INTO LAAN-NAESTE-RESET
           END-PERFORM
       EXIT.

      *****************************************************************
      * SKRIV-TILPASNINGSBREV                                         *
      * Formål: Danner rentetilpasningsbrevet i kundens               *
      *         leveringsstrøm og logger det i kommunikationsloggen.  *
      *****************************************************************
       SKRIV-TILPASNINGSBREV.
           ADD 1 TO TR-ANTAL-BREVE
           MOVE LAAN-KUNDE-ID TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   MOVE "P" TO KUNDE-LEVERING
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE LAAN-KUNDE-ID TO WS-KOMM-KUNDE-ID
           MOVE "RENTETILPASNING" TO WS-KOMM-DOKTYPE
           IF LEVERING-DIGITAL
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       LAAN-KUNDE-ID DELIMITED BY SPACE
                       " RENTETILPASNING LAAN " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " RENTE " DELIMITED BY SIZE
                       WS-GML-DISPLAY DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       WS-NY-DISPLAY DELIMITED BY SIZE
                       " YDELSE " DELIMITED BY SIZE
                       WS-YDELSE-DISPLAY DELIMITED BY SIZE
                       " AAOP " DELIMITED BY SIZE
                       WS-AAOP-DISPLAY DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       " PR. " DELIMITED BY SIZE
                       WS-DAGS-DATO DELIMITED BY SIZE
                       " NAESTE " DELIMITED BY SIZE
                       LAAN-NAESTE-RESET DELIMITED BY SIZE
                       INTO BREV-DIGITAL-LINE
               WRITE BREV-DIGITAL-LINE
               MOVE "BREV-DIGITAL-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"             TO WS-IO-OPERATION
               MOVE BREV-DIGITAL-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE SPACES TO BREV-DIGITAL-LINE
               MOVE "D" TO WS-KOMM-KANAL
               MOVE "RenteTilpasningDigital.txt" TO WS-KOMM-FILREF
           ELSE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       LAAN-KUNDE-ID DELIMITED BY SPACE
                       " DOK=RENTETILPASNING" DELIMITED BY SIZE
                       INTO BREV-PAPIR-LINE
               WRITE BREV-PAPIR-LINE
               MOVE "BREV-PAPIR-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"           TO WS-IO-OPERATION
               MOVE BREV-PAPIR-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE SPACES TO BREV-PAPIR-LINE
               STRING "RENTETILPASNING KUNDE " DELIMITED BY SIZE
                       LAAN-KUNDE-ID DELIMITED BY SPACE
                       " LAAN " DELIMITED BY SIZE
                       LAAN-ID DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LAAN-REFERENCE DELIMITED BY SPACE
                       "=" DELIMITED BY SIZE
                       WS-FIX-DISPLAY DELIMITED BY SIZE
                       " + MARGIN " DELIMITED BY SIZE
                       WS-MARGIN-DISPLAY DELIMITED BY SIZE
                       INTO BREV-PAPIR-LINE
               WRITE BREV-PAPIR-LINE
               MOVE "BREV-PAPIR-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"           TO WS-IO-OPERATION
               MOVE BREV-PAPIR-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE SPACES TO BREV-PAPIR-LINE
               STRING "  RENTE " DELIMITED BY SIZE
                       WS-GML-DISPLAY DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       WS-NY-DISPLAY DELIMITED BY SIZE
                       " NY YDELSE " DELIMITED BY SIZE
                       WS-YDELSE-DISPLAY DELIMITED BY SIZE
                       " PR. " DELIMITED BY SIZE
                       WS-DAGS-DATO DELIMITED BY SIZE
                       " NAESTE TILPASNING " DELIMITED BY SIZE
                       LAAN-NAESTE-RESET DELIMITED BY SIZE
                       INTO BREV-PAPIR-LINE
               WRITE BREV-PAPIR-LINE
               MOVE "BREV-PAPIR-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"           TO WS-IO-OPERATION
               MOVE BREV-PAPIR-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE SPACES TO BREV-PAPIR-LINE
               STRING "  AAOP EFTER TILPASNING " DELIMITED BY SIZE
                       WS-AAOP-DISPLAY DELIMITED BY SIZE
                       "% INKL. GEBYRER" DELIMITED BY SIZE
                       INTO BREV-PAPIR-LINE
               WRITE BREV-PAPIR-LINE
               MOVE "BREV-PAPIR-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"           TO WS-IO-OPERATION
               MOVE BREV-PAPIR-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE SPACES TO BREV-PAPIR-LINE
               MOVE "P" TO WS-KOMM-KANAL
               MOVE "RenteTilpasningPapir.txt" TO WS-KOMM-FILREF
           END-IF
           PERFORM SKRIV-KOMMLOG
       EXIT.

      *****************************************************************
      * BEREGN-REST-AAOP                                              *
      * Formål: ÅOP efter tilpasningen: restgælden afviklet over de   *
      *         resterende terminer med den nye ydelse plus lånets    *
      *         månedlige gebyr. Etableringsgebyret er betalt og      *
      *         indgår ikke længere.                                  *
      *****************************************************************
       BEREGN-REST-AAOP.
           MOVE ZERO TO WS-AAOP-YDELSE
           PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AAOP-COUNT
               IF AR-LAAN IN AAOP-ARRAY(AR-IX)
                   AND AR-ID IN AAOP-ARRAY(AR-IX) = LAAN-ID
                   MOVE AR-MDR-GEBYR IN AAOP-ARRAY(AR-IX)
                       TO WS-AAOP-YDELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD LAAN-YDELSE TO WS-AAOP-YDELSE
           MOVE LAAN-RESTGAELD   TO WS-AAOP-HOVEDSTOL
           MOVE ZERO             TO WS-AAOP-ETABLERING
           MOVE WS-REST-TERMINER TO WS-AAOP-TERMINER
           MOVE ZERO             TO WS-AAOP-SLUTBETALING
           PERFORM BEREGN-AAOP
           MOVE WS-AAOP-SATS TO WS-AAOP-DISPLAY
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
      * Formål: Læser lånene i Aaop.txt ind i AAOP-ARRAY. Mangler     *
      *         registret, regnes ÅOP uden gebyr.                     *
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

       SKRIV-LAAN-NY.
           MOVE LAANOPL TO LAANOPL-UD
           WRITE LAANOPL-UD
           MOVE "LAAN-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE LAAN-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
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
               MOVE "Kundeoplysninger.txt" TO WS-KUNDE-FILNAVN
           ELSE
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
               MOVE "OPGAVELAANRENTERESET" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.
