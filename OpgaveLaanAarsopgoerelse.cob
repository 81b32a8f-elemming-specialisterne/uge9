      *****************************************************************
      * PROGRAM-ID: OPGAVELAANAARSOPGOERELSE                          *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Årsopgørelse til låntagerne. Hver januar ringer   *
      *             kunderne til filialerne for at få årets betalte   *
      *             renter til selvangivelsen. Kørslen ruller         *
      *             opgørelsesårets bevægelser i den akkumulerende    *
      *             LaanJournal.txt op pr. lån i Laan.txt og danner   *
      *             for hvert lån med saldo eller bevægelse i året en *
      *             opgørelse med primo- og ultimorestgæld, betalte   *
      *             ydelser, betalte renter, ekstraordinære afdrag    *
      *             (OpgaveLaanIndfrielse), kapitaliserede restancer, *
      *             gebyrer og afskrivninger (OpgaveAfskrivning).     *
      *             Ultimo er den aktuelle restgæld korrigeret for    *
      *             bevægelser bogført efter årets udgang; primo      *
      *             regnes tilbage fra ultimo med årets bevægelser.   *
      *             Opgørelsen leveres efter kundens KUNDE-LEVERING   *
      *             og med ledetekster på KUNDE-SPROG som             *
      *             kontoudskrifterne - afdøde kunder og kunder med   *
      *             ugyldig adresse får ingen papiropgørelse.         *
      *             Kontrollisten afstemmer hver låneportefølje       *
      *             (fast rente, variabel rente, misligholdt og       *
      *             afskrevet): primo - afdrag + tilgang = ultimo.    *
      * INPUT:      Laan.txt                 - Udlånsregistret        *
      *             LaanJournal.txt          - Lånebevægelser         *
      *             Kundeoplysninger.txt     - Levering og sprog      *
      *             LaanAarsopgoerelseAar.txt - Opgørelsesår          *
      * OUTPUT:     LaanAarsopgoerelsePapir.txt   - Papiropgørelser   *
      *             LaanAarsopgoerelseDigital.txt - Digital Post      *
      *             LaanAarsopgoerelse-Kontrol.txt - Kontrolliste     *
      *                                     med porteføljetotaler     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveLaanAarsopgoerelse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-AAR-FILE
               ASSIGN TO "LaanAarsopgoerelseAar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-AAR-FILE-STATUS.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT LAANJOURNAL-FILE ASSIGN TO "LaanJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANJOURNAL-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT BREV-PAPIR-FILE
               ASSIGN TO "LaanAarsopgoerelsePapir.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-PAPIR-FILE-STATUS.
           SELECT BREV-DIGITAL-FILE
               ASSIGN TO "LaanAarsopgoerelseDigital.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREV-DIGITAL-FILE-STATUS.
           SELECT KONTROL-FILE
               ASSIGN TO "LaanAarsopgoerelse-Kontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTROL-FILE-STATUS.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT IO-ERROR-FILE
               ASSIGN TO "LaanAarsopgoerelse-IOFejl.txt"
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

       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD LAANJOURNAL-FILE.
       01 LAANJOURNALOPL.
           COPY "LAANJOURNALOPL.cpy".

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

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

       01 END-OF-LAAN-FILE  PIC X VALUE "N".
       01 END-OF-JOURNAL    PIC X VALUE "N".

      * Lånene loades i hukommelse, og journalens bevægelser lægges
      * til lånets akkumulatorer - dels opgørelsesårets, dels dem
      * der er bogført efter årets udgang (til ultimo-korrektionen)
       01 LN-MAX-ANTAL      PIC 9(4) VALUE 2000.
       01 LN-COUNT          PIC 9(4) VALUE ZERO.
       01 LN-OVERFLOW       PIC X VALUE "N".
       01 LN-TABEL.
           02 LN-ENTRY OCCURS 2000 TIMES.
               03 LN-LAAN-ID      PIC X(10).
               03 LN-KUNDE-ID     PIC X(10).
               03 LN-RESTGAELD    PIC 9(9)V99.
               03 LN-PORTEFOELJE  PIC 9(1).
               03 LN-ANTAL-YDELSER PIC 9(3).
               03 LN-UDBETALT     PIC 9(9)V99.
               03 LN-AFDRAG       PIC 9(9)V99.
               03 LN-YDELSE-RENTE PIC 9(9)V99.
               03 LN-EKSTRA       PIC 9(9)V99.
               03 LN-EKSTRA-RENTE PIC 9(9)V99.
               03 LN-KAPITAL      PIC 9(9)V99.
               03 LN-GEBYR        PIC 9(9)V99.
               03 LN-AFSKREVET    PIC 9(9)V99.
               03 LN-EFTER-TILGANG PIC 9(9)V99.
               03 LN-EFTER-AFGANG PIC 9(9)V99.
       01 LN-IX             PIC 9(4) VALUE ZERO.
       01 WS-FOUND-FLAG     PIC X VALUE "N".

      * Porteføljer til kontrollisten: 1 fast rente, 2 variabel
      * rente, 3 misligholdt
       01 PF-TABEL.
           02 PF-ENTRY OCCURS 3 TIMES.
               03 PF-ANTAL        PIC 9(5).
               03 PF-PRIMO        PIC S9(11)V99.
               03 PF-ULTIMO       PIC S9(11)V99.
               03 PF-TILGANG      PIC S9(11)V99.
               03 PF-AFGANG       PIC S9(11)V99.
               03 PF-RENTE        PIC S9(11)V99.
               03 PF-GEBYR        PIC S9(11)V99.
       01 PF-IX             PIC 9(1) VALUE ZERO.
       01 WS-PF-NAVN        PIC X(12) VALUE SPACES.
       01 WS-PF-DIFF        PIC S9(11)V99 VALUE ZERO.

      * Den aktuelle opgørelse
       01 WS-ULTIMO         PIC S9(11)V99 VALUE ZERO.
       01 WS-PRIMO          PIC S9(11)V99 VALUE ZERO.
       01 WS-YDELSER        PIC 9(9)V99 VALUE ZERO.
       01 WS-RENTE-I-ALT    PIC 9(9)V99 VALUE ZERO.
       01 WS-SPROG-EN       PIC X VALUE "N".
       01 WS-LEVERING-KANAL PIC X(01) VALUE "P".
       01 WS-BREV-LINE      PIC X(100) VALUE SPACES.
       01 WS-TEKST          PIC X(40) VALUE SPACES.
       01 WS-BELOB          PIC S9(11)V99 VALUE ZERO.
       01 WS-BELOB-DISPLAY  PIC -(10)9.99.
       01 WS-DIFF-DISPLAY   PIC -(10)9.99.
       01 WS-D1             PIC -(10)9.99.
       01 WS-D2             PIC -(10)9.99.
       01 WS-D3             PIC -(10)9.99.
       01 WS-D4             PIC -(10)9.99.
       01 WS-D5             PIC -(10)9.99.

       01 WS-AAR            PIC 9(4) VALUE ZERO.
       01 WS-AAR-TEKST      PIC X(4) VALUE SPACES.

       01 TR-ANTAL-OPGOERELSER PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-PAPIR PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-DIGITAL PIC 9(5) VALUE ZERO.
       01 TR-LEVERING-INGEN PIC 9(5) VALUE ZERO.
       01 TR-JOURNAL-UKENDT PIC 9(5) VALUE ZERO.

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
       01 LAAN-FILE-STATUS       PIC XX VALUE "00".
       01 LAANJOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS      PIC XX VALUE "00".
       01 BREV-PAPIR-FILE-STATUS PIC XX VALUE "00".
       01 BREV-DIGITAL-FILE-STATUS PIC XX VALUE "00".
       01 KONTROL-FILE-STATUS    PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS   PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION        PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS           PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-KUNDE-FILNAVN       PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           OPEN OUTPUT IO-ERROR-FILE
           PERFORM LAES-OPGOERELSESAAR
           MOVE WS-AAR TO WS-AAR-TEKST
           INITIALIZE PF-TABEL

           PERFORM LAES-LAAN
           PERFORM LAES-LAANJOURNAL

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

           OPEN OUTPUT KONTROL-FILE
           MOVE "KONTROL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE KONTROL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           STRING "LAANEOPGOERELSE KONTROLLISTE - AAR "
                   DELIMITED BY SIZE
                   WS-AAR-TEKST DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE

           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > LN-COUNT
               PERFORM DAN-OPGOERELSE
           END-PERFORM

           PERFORM SKRIV-PORTEFOELJE-TOTALER

           DISPLAY "OpgaveLaanAarsopgoerelse: " TR-ANTAL-OPGOERELSER
               " opgoerelser for " WS-AAR ", papir="
               TR-LEVERING-PAPIR " digital=" TR-LEVERING-DIGITAL
               " ingen=" TR-LEVERING-INGEN

           CLOSE KUNDE-FILE
           CLOSE BREV-PAPIR-FILE
           CLOSE BREV-DIGITAL-FILE
           CLOSE KONTROL-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * LAES-OPGOERELSESAAR                                           *
      * Formål: Læser kontrolrecorden i LaanAarsopgoerelseAar.txt.    *
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
      * LAES-LAAN                                                     *
      * Formål: Loader Laan.txt i LN-TABEL med lånets aktuelle        *
      *         restgæld og portefølje (fast, variabel, misligholdt). *
      *****************************************************************
       LAES-LAAN.
           OPEN INPUT LAAN-FILE
           MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE LAAN-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF LAAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LAAN-FILE = "Y"
               READ LAAN-FILE INTO LAANOPL
                   AT END
                       MOVE "Y" TO END-OF-LAAN-FILE
                   NOT AT END
                       IF LN-COUNT >= LN-MAX-ANTAL
                           MOVE "Y" TO LN-OVERFLOW
                       ELSE
                           ADD 1 TO LN-COUNT
                           INITIALIZE LN-ENTRY(LN-COUNT)
                           MOVE LAAN-ID TO LN-LAAN-ID(LN-COUNT)
                           MOVE LAAN-KUNDE-ID
                               TO LN-KUNDE-ID(LN-COUNT)
                           MOVE LAAN-RESTGAELD
                               TO LN-RESTGAELD(LN-COUNT)
                           EVALUATE TRUE
                               WHEN LAAN-MISLIGHOLDT
                               WHEN LAAN-AFSKREVET
                                   MOVE 3 TO LN-PORTEFOELJE(LN-COUNT)
                               WHEN LAAN-VARIABEL-RENTE
                                   MOVE 2 TO LN-PORTEFOELJE(LN-COUNT)
                               WHEN OTHER
                                   MOVE 1 TO LN-PORTEFOELJE(LN-COUNT)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAAN-FILE
           IF LN-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: LN-TABEL kapacitet overskredet"
           END-IF
       EXIT.

      *****************************************************************
      * LAES-LAANJOURNAL                                              *
      * Formål: Lægger journalens bevægelser til lånets               *
      *         akkumulatorer: opgørelsesårets pr. type, og           *
      *         bevægelser efter årets udgang som tilgang/afgang til  *
      *         korrektion af ultimo. Bevægelser før året ignoreres.  *
      *****************************************************************
       LAES-LAANJOURNAL.
           OPEN INPUT LAANJOURNAL-FILE
           IF LAANJOURNAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-JOURNAL = "Y"
               READ LAANJOURNAL-FILE INTO LAANJOURNALOPL
                   AT END
                       MOVE "Y" TO END-OF-JOURNAL
                   NOT AT END
                       IF LJ-DATO(1:4) NOT < WS-AAR-TEKST
                           PERFORM BOGFOER-JOURNALPOST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAANJOURNAL-FILE
       EXIT.

       BOGFOER-JOURNALPOST.
           PERFORM FIND-LAAN
           IF WS-FOUND-FLAG = "N"
               ADD 1 TO TR-JOURNAL-UKENDT
               EXIT PARAGRAPH
           END-IF
           IF LJ-DATO(1:4) > WS-AAR-TEKST
               EVALUATE TRUE
                   WHEN LJ-UDBETALING
                   WHEN LJ-KAPITALISERING
                       ADD LJ-BELOB TO LN-EFTER-TILGANG(LN-IX)
                   WHEN LJ-YDELSE
                   WHEN LJ-EKSTRAAFDRAG
                   WHEN LJ-AFSKRIVNING
                       ADD LJ-BELOB TO LN-EFTER-AFGANG(LN-IX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN LJ-UDBETALING
                   ADD LJ-BELOB TO LN-UDBETALT(LN-IX)
               WHEN LJ-YDELSE
                   ADD 1 TO LN-ANTAL-YDELSER(LN-IX)
                   ADD LJ-BELOB TO LN-AFDRAG(LN-IX)
                   ADD LJ-RENTE TO LN-YDELSE-RENTE(LN-IX)
               WHEN LJ-EKSTRAAFDRAG
                   ADD LJ-BELOB TO LN-EKSTRA(LN-IX)
                   ADD LJ-RENTE TO LN-EKSTRA-RENTE(LN-IX)
               WHEN LJ-KAPITALISERING
                   ADD LJ-BELOB TO LN-KAPITAL(LN-IX)
               WHEN LJ-AFSKRIVNING
                   ADD LJ-BELOB TO LN-AFSKREVET(LN-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD LJ-GEBYR TO LN-GEBYR(LN-IX)
       EXIT.

       FIND-LAAN.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > LN-COUNT
               IF LN-LAAN-ID(LN-IX) = LJ-LAAN-ID
                   MOVE "Y" TO WS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * DAN-OPGOERELSE                                                *
      * Formål: Regner lånets ultimo og primo og danner opgørelsen    *
      *         for lån med saldo eller bevægelse i året. Alle lån    *
      *         med opgørelse tæller med i porteføljens kontroltotal. *
      *****************************************************************
       DAN-OPGOERELSE.
           COMPUTE WS-ULTIMO = LN-RESTGAELD(LN-IX)
               - LN-EFTER-TILGANG(LN-IX) + LN-EFTER-AFGANG(LN-IX)
           COMPUTE WS-PRIMO = WS-ULTIMO
               - LN-UDBETALT(LN-IX) - LN-KAPITAL(LN-IX)
               + LN-AFDRAG(LN-IX) + LN-EKSTRA(LN-IX)
               + LN-AFSKREVET(LN-IX)
           IF WS-PRIMO = ZERO AND WS-ULTIMO = ZERO
               AND LN-UDBETALT(LN-IX) = ZERO
               AND LN-AFDRAG(LN-IX) = ZERO
               AND LN-YDELSE-RENTE(LN-IX) = ZERO
               AND LN-EKSTRA(LN-IX) = ZERO
               AND LN-GEBYR(LN-IX) = ZERO
               AND LN-AFSKREVET(LN-IX) = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-YDELSER =
               LN-AFDRAG(LN-IX) + LN-YDELSE-RENTE(LN-IX)
           COMPUTE WS-RENTE-I-ALT =
               LN-YDELSE-RENTE(LN-IX) + LN-EKSTRA-RENTE(LN-IX)
           ADD 1 TO TR-ANTAL-OPGOERELSER
           PERFORM OPDATER-PORTEFOELJE
           PERFORM BESTEM-LEVERING
           IF WS-LEVERING-KANAL = "N"
               ADD 1 TO TR-LEVERING-INGEN
           ELSE
               PERFORM SKRIV-OPGOERELSE
           END-IF
           PERFORM SKRIV-KONTROL-LAAN
       EXIT.

       OPDATER-PORTEFOELJE.
           MOVE LN-PORTEFOELJE(LN-IX) TO PF-IX
           ADD 1 TO PF-ANTAL(PF-IX)
           ADD WS-PRIMO TO PF-PRIMO(PF-IX)
           ADD WS-ULTIMO TO PF-ULTIMO(PF-IX)
           ADD LN-UDBETALT(LN-IX) TO PF-TILGANG(PF-IX)
           ADD LN-KAPITAL(LN-IX) TO PF-TILGANG(PF-IX)
           ADD LN-AFDRAG(LN-IX) TO PF-AFGANG(PF-IX)
           ADD LN-EKSTRA(LN-IX) TO PF-AFGANG(PF-IX)
           ADD LN-AFSKREVET(LN-IX) TO PF-AFGANG(PF-IX)
           ADD WS-RENTE-I-ALT TO PF-RENTE(PF-IX)
           ADD LN-GEBYR(LN-IX) TO PF-GEBYR(PF-IX)
       EXIT.

      *****************************************************************
      * BESTEM-LEVERING                                               *
      * Formål: Slår låntageren op og bestemmer kanal og sprog som    *
      *         kontoudskrifterne: papir er forvalgt, "D" Digital     *
      *         Post, "N" ingen levering; en afdød kunde eller en     *
      *         papirkunde med ugyldig adresse får ingen opgørelse.   *
      *****************************************************************
       BESTEM-LEVERING.
           MOVE "P" TO WS-LEVERING-KANAL
           MOVE "N" TO WS-SPROG-EN
           MOVE LN-KUNDE-ID(LN-IX) TO KUNDE-ID IN KUNDEOPL
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
      * SKRIV-OPGOERELSE                                              *
      * Formål: Skriver lånets årsopgørelse med ledetekster på        *
      *         kundens sprog i kundens leveringsstrøm og logger      *
      *         forsendelsen i kommunikationsloggen.                  *
      *****************************************************************
       SKRIV-OPGOERELSE.
           IF WS-LEVERING-KANAL = "D"
               MOVE SPACES TO WS-BREV-LINE
               STRING "=EBOKS MODTAGER=" DELIMITED BY SIZE
                       LN-KUNDE-ID(LN-IX) DELIMITED BY SPACE
                       INTO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
           ELSE
               MOVE SPACES TO WS-BREV-LINE
               STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                       LN-KUNDE-ID(LN-IX) DELIMITED BY SPACE
                       " DOK=LAANAARSOPG" DELIMITED BY SIZE
                       INTO WS-BREV-LINE
               PERFORM SKRIV-BREV-LINE
           END-IF
           MOVE SPACES TO WS-BREV-LINE
           IF WS-SPROG-EN = "Y"
               STRING "ANNUAL LOAN STATEMENT " DELIMITED BY SIZE
                       WS-AAR-TEKST DELIMITED BY SIZE
                       " - LOAN " DELIMITED BY SIZE
                       LN-LAAN-ID(LN-IX) DELIMITED BY SPACE
                       INTO WS-BREV-LINE
           ELSE
               STRING "AARSOPGOERELSE " DELIMITED BY SIZE
                       WS-AAR-TEKST DELIMITED BY SIZE
                       " - LAAN " DELIMITED BY SIZE
                       LN-LAAN-ID(LN-IX) DELIMITED BY SPACE
                       INTO WS-BREV-LINE
           END-IF
           PERFORM SKRIV-BREV-LINE
           STRING "KUNDE " DELIMITED BY SIZE
                   LN-KUNDE-ID(LN-IX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FORNAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(EFTERNAVN) DELIMITED BY SIZE
                   INTO WS-BREV-LINE
           PERFORM SKRIV-BREV-LINE

           IF WS-SPROG-EN = "Y"
               MOVE "BALANCE 1 JANUARY" TO WS-TEKST
           ELSE
               MOVE "RESTGAELD PRIMO" TO WS-TEKST
           END-IF
           MOVE WS-PRIMO TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF LN-UDBETALT(LN-IX) > ZERO
               IF WS-SPROG-EN = "Y"
                   MOVE "LOAN PAID OUT" TO WS-TEKST
               ELSE
                   MOVE "UDBETALT LAAN" TO WS-TEKST
               END-IF
               MOVE LN-UDBETALT(LN-IX) TO WS-BELOB
               PERFORM SKRIV-BELOB-LINJE
           END-IF
           IF WS-SPROG-EN = "Y"
               MOVE "INSTALMENTS PAID" TO WS-TEKST
           ELSE
               MOVE "BETALTE YDELSER" TO WS-TEKST
           END-IF
           MOVE WS-YDELSER TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF WS-SPROG-EN = "Y"
               MOVE "  OF WHICH REPAYMENT" TO WS-TEKST
           ELSE
               MOVE "  HERAF AFDRAG" TO WS-TEKST
           END-IF
           MOVE LN-AFDRAG(LN-IX) TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF WS-SPROG-EN = "Y"
               MOVE "EXTRAORDINARY REPAYMENTS" TO WS-TEKST
           ELSE
               MOVE "EKSTRAORDINAERE AFDRAG" TO WS-TEKST
           END-IF
           MOVE LN-EKSTRA(LN-IX) TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF WS-SPROG-EN = "Y"
               MOVE "CAPITALISED ARREARS" TO WS-TEKST
           ELSE
               MOVE "KAPITALISEREDE RESTANCER" TO WS-TEKST
           END-IF
           MOVE LN-KAPITAL(LN-IX) TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF WS-SPROG-EN = "Y"
               MOVE "FEES" TO WS-TEKST
           ELSE
               MOVE "GEBYRER" TO WS-TEKST
           END-IF
           MOVE LN-GEBYR(LN-IX) TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF LN-AFSKREVET(LN-IX) > ZERO
               IF WS-SPROG-EN = "Y"
                   MOVE "WRITTEN OFF" TO WS-TEKST
               ELSE
                   MOVE "AFSKREVET" TO WS-TEKST
               END-IF
               MOVE LN-AFSKREVET(LN-IX) TO WS-BELOB
               PERFORM SKRIV-BELOB-LINJE
           END-IF
           IF WS-SPROG-EN = "Y"
               MOVE "INTEREST PAID (FOR TAX RETURN)" TO WS-TEKST
           ELSE
               MOVE "BETALTE RENTER (TIL SELVANGIVELSEN)" TO WS-TEKST
           END-IF
           MOVE WS-RENTE-I-ALT TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           IF WS-SPROG-EN = "Y"
               MOVE "BALANCE 31 DECEMBER" TO WS-TEKST
           ELSE
               MOVE "RESTGAELD ULTIMO" TO WS-TEKST
           END-IF
           MOVE WS-ULTIMO TO WS-BELOB
           PERFORM SKRIV-BELOB-LINJE
           MOVE SPACES TO WS-BREV-LINE
           PERFORM SKRIV-BREV-LINE

           MOVE LN-KUNDE-ID(LN-IX) TO WS-KOMM-KUNDE-ID
           MOVE "LAANAARSOPG" TO WS-KOMM-DOKTYPE
           MOVE WS-LEVERING-KANAL TO WS-KOMM-KANAL
           IF WS-LEVERING-KANAL = "D"
               ADD 1 TO TR-LEVERING-DIGITAL
               MOVE "LaanAarsopgoerelseDigital.txt" TO WS-KOMM-FILREF
           ELSE
               ADD 1 TO TR-LEVERING-PAPIR
               MOVE "LaanAarsopgoerelsePapir.txt" TO WS-KOMM-FILREF
           END-IF
           PERFORM SKRIV-KOMMLOG
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

       SKRIV-KONTROL-LAAN.
           MOVE WS-PRIMO TO WS-D1
           MOVE WS-ULTIMO TO WS-D2
           MOVE WS-RENTE-I-ALT TO WS-D3
           STRING "LAAN " DELIMITED BY SIZE
                   LN-LAAN-ID(LN-IX) DELIMITED BY SPACE
                   " KUNDE " DELIMITED BY SIZE
                   LN-KUNDE-ID(LN-IX) DELIMITED BY SPACE
                   " PF=" DELIMITED BY SIZE
                   LN-PORTEFOELJE(LN-IX) DELIMITED BY SIZE
                   " PRIMO=" DELIMITED BY SIZE
                   WS-D1 DELIMITED BY SIZE
                   " ULTIMO=" DELIMITED BY SIZE
                   WS-D2 DELIMITED BY SIZE
                   " RENTE=" DELIMITED BY SIZE
                   WS-D3 DELIMITED BY SIZE
                   " KANAL=" DELIMITED BY SIZE
                   WS-LEVERING-KANAL DELIMITED BY SIZE
                   INTO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
       EXIT.

      *****************************************************************
      * SKRIV-PORTEFOELJE-TOTALER                                     *
      * Formål: Kontroltotal pr. låneportefølje: antal, primo,        *
      *         tilgang, afgang, ultimo, renter og gebyrer, og        *
      *         afstemningen primo + tilgang - afgang = ultimo.       *
      *         En difference flages.                                 *
      *****************************************************************
       SKRIV-PORTEFOELJE-TOTALER.
           MOVE SPACES TO KONTROL-LINE
           PERFORM SKRIV-KONTROL-LINE
           PERFORM VARYING PF-IX FROM 1 BY 1 UNTIL PF-IX > 3
               EVALUATE PF-IX
                   WHEN 1
                       MOVE "FAST RENTE" TO WS-PF-NAVN
                   WHEN 2
                       MOVE "VARIABEL" TO WS-PF-NAVN
                   WHEN OTHER
                       MOVE "MISLIGHOLDT" TO WS-PF-NAVN
               END-EVALUATE
               COMPUTE WS-PF-DIFF = PF-PRIMO(PF-IX)
                   + PF-TILGANG(PF-IX) - PF-AFGANG(PF-IX)
                   - PF-ULTIMO(PF-IX)
               MOVE PF-PRIMO(PF-IX) TO WS-D1
               MOVE PF-TILGANG(PF-IX) TO WS-D2
               MOVE PF-AFGANG(PF-IX) TO WS-D3
               MOVE PF-ULTIMO(PF-IX) TO WS-D4
               MOVE PF-RENTE(PF-IX) TO WS-D5
               STRING "PORTEFOELJE " DELIMITED BY SIZE
                       WS-PF-NAVN DELIMITED BY SIZE
                       " ANTAL=" DELIMITED BY SIZE
                       PF-ANTAL(PF-IX) DELIMITED BY SIZE
                       " PRIMO=" DELIMITED BY SIZE
                       WS-D1 DELIMITED BY SIZE
                       " TILGANG=" DELIMITED BY SIZE
                       WS-D2 DELIMITED BY SIZE
                       " AFGANG=" DELIMITED BY SIZE
                       WS-D3 DELIMITED BY SIZE
                       INTO KONTROL-LINE
               PERFORM SKRIV-KONTROL-LINE
               MOVE PF-GEBYR(PF-IX) TO WS-BELOB-DISPLAY
               STRING "            ULTIMO=" DELIMITED BY SIZE
                       WS-D4 DELIMITED BY SIZE
                       " RENTER=" DELIMITED BY SIZE
                       WS-D5 DELIMITED BY SIZE
                       " GEBYRER=" DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       INTO KONTROL-LINE
               PERFORM SKRIV-KONTROL-LINE
               IF WS-PF-DIFF NOT = ZERO
                   MOVE WS-PF-DIFF TO WS-DIFF-DISPLAY
                   STRING "            **DIFFERENCE=" DELIMITED BY SIZE
                           WS-DIFF-DISPLAY DELIMITED BY SIZE
                           INTO KONTROL-LINE
                   PERFORM SKRIV-KONTROL-LINE
               END-IF
           END-PERFORM
           STRING "OPGOERELSER=" DELIMITED BY SIZE
                   TR-ANTAL-OPGOERELSER DELIMITED BY SIZE
                   " PAPIR=" DELIMITED BY SIZE
                   TR-LEVERING-PAPIR DELIMITED BY SIZE
                   " DIGITAL=" DELIMITED BY SIZE
                   TR-LEVERING-DIGITAL DELIMITED BY SIZE
                   " INGEN LEVERING=" DELIMITED BY SIZE
                   TR-LEVERING-INGEN DELIMITED BY SIZE
                   " JOURNAL UDEN LAAN=" DELIMITED BY SIZE
                   TR-JOURNAL-UKENDT DELIMITED BY SIZE
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
               MOVE "OPGAVELAANAARSOPG" TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.
