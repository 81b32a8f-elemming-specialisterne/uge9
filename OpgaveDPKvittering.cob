      *****************************************************************
      * PROGRAM-ID: OPGAVEDPKVITTERING                                *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Daglig import af leveringskvitteringerne fra      *
      *             e-Boks-gatewayen. Hver kvittering matches mod den *
      *             afsendelse i KommunikationsLog.txt den gælder     *
      *             (kunde, afsendelsesdato og dokumenttype på kanal  *
      *             D), og udfaldet logges i kommunikationsloggen. Et *
      *             dokument der ikke kunne leveres (kunden er        *
      *             fritaget for Digital Post, har ingen postkasse,   *
      *             teknisk fejl) trækkes ud af den digitale          *
      *             leverancefil og lægges i DigitalPostFallback.txt  *
      *             med modtagerlinje, så det kommer med i næste      *
      *             printkørsel (OpgaveTrykSamling). Er dokumentet    *
      *             ikke længere i leverancefilen, kommer det på      *
      *             filialens arbejdsliste. En kunde med gentagne     *
      *             fejl - eller fritaget for Digital Post - får en   *
      *             "E"-vedligeholdelsestransaktion (KUNDE-LEVERING   *
      *             "F") og en opfølgningsopgave på arbejdslisten.    *
      *             Fejl tælles fra kundens seneste opfølgning.       *
      *             RETURN-CODE 4 ved fejlede eller umatchede         *
      *             kvitteringer eller manglende kvitteringsfil, 8    *
      *             ved I/O-fejl.                                     *
      * INPUT:      DigitalPostKvittering.txt - Kvitteringsfilen      *
      *             KommunikationsLog.txt - Afsendelserne             *
      *             DigitalPost.txt m.fl. - Digitale leverancefiler   *
      *             Kundeoplysninger.txt - Kunde stamdata             *
      * OUTPUT:     DigitalPostFallback.txt - Papir til næste tryk    *
      *             KundeoplysningerVedligehold.txt (EXTEND)          *
      *             DPKvittering-Worklist.txt - Arbejdslisten         *
      *             KommunikationsLog.txt (EXTEND)                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveDPKvittering.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOMMLOG-FILE ASSIGN TO "KommunikationsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOMMLOG-FILE-STATUS.
           SELECT KVIT-FILE ASSIGN TO "DigitalPostKvittering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KVIT-FILE-STATUS.
           SELECT DIGITAL-FILE ASSIGN TO WS-DIGITAL-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIGITAL-FILE-STATUS.
           SELECT FALLBACK-FILE ASSIGN TO "DigitalPostFallback.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FALLBACK-FILE-STATUS.
           SELECT KUNDE-FILE ASSIGN TO WS-KUNDE-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KUNDE-ID OF KUNDEOPL
               FILE STATUS IS KUNDE-FILE-STATUS.
           SELECT VEDL-FILE
               ASSIGN TO "KundeoplysningerVedligehold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEDL-FILE-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO "DPKvittering-Worklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKLIST-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "DPKvittering-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Én kvittering pr. dokument gatewayen har modtaget. Afsendel-
      * sesdato, dokumenttype og leverancefil er dem banken sendte
      * med dokumentet; fejlårsagen er kun udfyldt ved status "F"
       FD KVIT-FILE.
       01 KVIT-RECORD.
           02 DP-KUNDE-ID       PIC X(10).
           02 DP-AFSENDT-DATO   PIC X(10).
           02 DP-DOKUMENTTYPE   PIC X(15).
           02 DP-FIL-REF        PIC X(30).
           02 DP-STATUS         PIC X(01).
               88 DP-LEVERET            VALUE "L".
               88 DP-FEJLET             VALUE "F".
           02 DP-AARSAG         PIC X(02).
               88 DP-FRITAGET           VALUE "FR".
               88 DP-INGEN-POSTKASSE    VALUE "IP".
               88 DP-TEKNISK-FEJL       VALUE "TF".
           02 DP-KVIT-DATO      PIC X(10).

      * De digitale leverancefiler læses linje for linje - kun
      * modtagerlinjerne "=EBOKS MODTAGER=" fortolkes
       FD DIGITAL-FILE.
       01 DIGITAL-LINE         PIC X(132).

       FD FALLBACK-FILE.
       01 FALLBACK-LINE        PIC X(132) VALUE SPACES.

       FD KUNDE-FILE.
       01 KUNDEOPL.
           COPY "KUNDER.cpy".

      * Vedligeholdelsestransaktionen dannes i samme layout som
      * OpgaveVedligeholds TRANS-RECORD - kun kode og KUNDE-ID er
      * udfyldt, da "E" alene sætter KUNDE-LEVERING til "F"
       FD VEDL-FILE.
       01 VEDL-RECORD          PIC X(250).

       FD WORKLIST-FILE.
       01 WORKLIST-LINE        PIC X(100) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE        PIC X(80) VALUE SPACES.

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
       01 END-OF-KVIT-FILE  PIC X VALUE "N".
       01 END-OF-KOMMLOG    PIC X VALUE "N".
       01 END-OF-DIGITAL    PIC X VALUE "N".

      * Antal fejlede leveringer siden seneste opfølgning, før
      * kunden markeres til filialen. En kunde der er fritaget for
      * Digital Post markeres straks - det går ikke over af sig selv.
       01 WS-FEJL-GRAENSE   PIC 9(3) VALUE 3.

      * Dagens kvitteringer. KT-MATCHET: Y = afsendelsen er fundet i
      * kommunikationsloggen. KT-FALLBACK for fejlede: J = lagt i
      * DigitalPostFallback.txt, I = ikke fundet i leverancefilen,
      * N = endnu ikke søgt
       01 KT-MAX-ANTAL      PIC 9(5) VALUE 5000.
       01 KT-COUNT          PIC 9(5) VALUE ZERO.
       01 KT-OVERFLOW       PIC X VALUE "N".
       01 KT-TABEL.
           02 KT-ENTRY OCCURS 5000 TIMES.
               03 KT-KUNDE-ID      PIC X(10).
               03 KT-AFSENDT-DATO  PIC X(10).
               03 KT-DOKTYPE       PIC X(15).
               03 KT-FIL-REF       PIC X(30).
               03 KT-STATUS        PIC X(01).
               03 KT-AARSAG        PIC X(02).
               03 KT-MATCHET       PIC X(01).
               03 KT-FALLBACK      PIC X(01).
       01 KT-IX             PIC 9(5) VALUE ZERO.
       01 KT-JX             PIC 9(5) VALUE ZERO.
       01 KT-AKTUEL         PIC 9(5) VALUE ZERO.

      * Kunder med fejlede leveringer i dag - med antal fejl fra
      * tidligere kørsler siden seneste opfølgning (se
      * MATCH-KOMMLOG) og dagens antal
       01 FK-MAX-ANTAL      PIC 9(5) VALUE 2000.
       01 FK-COUNT          PIC 9(5) VALUE ZERO.
       01 FK-TABEL.
           02 FK-ENTRY OCCURS 2000 TIMES.
               03 FK-KUNDE-ID      PIC X(10).
               03 FK-ANTAL-FOER    PIC 9(3).
               03 FK-ANTAL-IDAG    PIC 9(3).
               03 FK-FRITAGET      PIC X(01).
               03 FK-AARSAG        PIC X(02).
       01 FK-IX             PIC 9(5) VALUE ZERO.
       01 WS-ANTAL-FEJL     PIC 9(4) VALUE ZERO.
       01 WS-ANTAL-DISPLAY  PIC Z(3)9.

      * Leverancefilen som kommunikationsloggen kender den, og det
      * navn den læses under - med afsendelsesdatoen, når producenten
      * har dannet den under forretningsdatoens navn
       01 WS-DIGITAL-FILREF  PIC X(30) VALUE SPACES.
       01 WS-DIGITAL-FILNAVN PIC X(40) VALUE SPACES.
       01 WS-DIGITAL-BASIS   PIC X(30) VALUE SPACES.
       01 WS-MODTAGER-ID    PIC X(10) VALUE SPACES.
       01 WS-SYSDATO        PIC 9(8) VALUE ZERO.

      * Kommunikationsloggens dokumenttype for en opfølgning - og
      * leverancefil-teksten for et kvitteringsudfald
       01 WS-DOKTYPE-OPF    PIC X(15) VALUE "DP-FEJL-OPF".
       01 WS-PROGRAM-NAVN   PIC X(20) VALUE "OPGAVEDPKVITTERING".

       01 TR-ANTAL-KVIT     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-LEVERET  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FEJLET   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UMATCHET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FALLBACK PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-MANUEL   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-MARKERET PIC 9(5) VALUE ZERO.
       01 WS-INGEN-KVITFIL  PIC X VALUE "N".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 KVIT-FILE-STATUS     PIC XX VALUE "00".
       01 DIGITAL-FILE-STATUS  PIC XX VALUE "00".
       01 FALLBACK-FILE-STATUS PIC XX VALUE "00".
       01 KUNDE-FILE-STATUS    PIC XX VALUE "00".
       01 VEDL-FILE-STATUS     PIC XX VALUE "00".
       01 WORKLIST-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE). Forvalgt til nul, dvs. det udaterede navn,
      * hvis BusinessDato.txt ikke findes eller er tom.
       01 WS-FORRETNINGSDATO   PIC 9(8) VALUE ZERO.
       01 WS-KUNDE-FILNAVN     PIC X(40)
           VALUE "Kundeoplysninger.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           IF WS-FORRETNINGSDATO = ZERO
               ACCEPT WS-SYSDATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-FORRETNINGSDATO TO WS-SYSDATO
           END-IF
           MOVE WS-SYSDATO TO WS-KOMM-DATO
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT WORKLIST-FILE
           MOVE "WORKLIST-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE WORKLIST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WORKLIST-LINE

           OPEN OUTPUT FALLBACK-FILE
           MOVE "FALLBACK-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE FALLBACK-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO FALLBACK-LINE

           PERFORM LAES-KVITTERINGER
           IF KT-COUNT > ZERO
               PERFORM MATCH-KOMMLOG
               PERFORM BEHANDL-KVITTERINGER
               PERFORM UDTRAEK-FALLBACK
               PERFORM AFSLUT-FEJLEDE
               PERFORM MARKER-KUNDER
           END-IF

           DISPLAY "OpgaveDPKvittering: " TR-ANTAL-KVIT
               " kvitteringer, " TR-ANTAL-LEVERET " leveret, "
               TR-ANTAL-FEJLET " fejlet"
           DISPLAY "  " TR-ANTAL-FALLBACK " til papir, "
               TR-ANTAL-MANUEL " til manuel afsendelse, "
               TR-ANTAL-UMATCHET " umatchede, "
               TR-ANTAL-MARKERET " kunder markeret"

           CLOSE FALLBACK-FILE
           CLOSE WORKLIST-FILE
           CLOSE IO-ERROR-FILE
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO OR KT-OVERFLOW = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-FEJLET > ZERO
                   OR TR-ANTAL-UMATCHET > ZERO
                   OR WS-INGEN-KVITFIL = "Y"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****************************************************************
      * LAES-KVITTERINGER                                             *
      * Formål: Indlæser dagens kvitteringsfil. Mangler filen, er     *
      *         gatewayens levering udeblevet - det meldes på         *
      *         arbejdslisten, da ingen kvittering ellers ligner      *
      *         "alt leveret".                                        *
      *****************************************************************
       LAES-KVITTERINGER.
           OPEN INPUT KVIT-FILE
           IF KVIT-FILE-STATUS = "35"
               MOVE "Y" TO WS-INGEN-KVITFIL
               MOVE "INGEN KVITTERINGSFIL FRA E-BOKS-GATEWAYEN I DAG"
                   TO WORKLIST-LINE
               PERFORM SKRIV-WORKLIST-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "KVIT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE KVIT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KVIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KVIT-FILE = "Y"
               READ KVIT-FILE INTO KVIT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-KVIT-FILE
                   NOT AT END
                       ADD 1 TO TR-ANTAL-KVIT
                       PERFORM GEM-KVITTERING
               END-READ
               MOVE "KVIT-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"      TO WS-IO-OPERATION
               MOVE KVIT-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KVIT-FILE
       EXIT.

       GEM-KVITTERING.
           IF KT-COUNT >= KT-MAX-ANTAL
               MOVE "Y" TO KT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KT-COUNT
           MOVE DP-KUNDE-ID     TO KT-KUNDE-ID(KT-COUNT)
           MOVE DP-AFSENDT-DATO TO KT-AFSENDT-DATO(KT-COUNT)
           MOVE DP-DOKUMENTTYPE TO KT-DOKTYPE(KT-COUNT)
           MOVE DP-FIL-REF      TO KT-FIL-REF(KT-COUNT)
           MOVE DP-STATUS       TO KT-STATUS(KT-COUNT)
           MOVE DP-AARSAG       TO KT-AARSAG(KT-COUNT)
           MOVE "N"             TO KT-MATCHET(KT-COUNT)
           MOVE "N"             TO KT-FALLBACK(KT-COUNT)
           IF NOT DP-FEJLET
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FK-IX FROM 1 BY 1 UNTIL FK-IX > FK-COUNT
               IF FK-KUNDE-ID(FK-IX) = DP-KUNDE-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FK-IX > FK-COUNT
               IF FK-COUNT >= FK-MAX-ANTAL
                   MOVE "Y" TO KT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO FK-COUNT
               MOVE FK-COUNT TO FK-IX
               MOVE DP-KUNDE-ID TO FK-KUNDE-ID(FK-IX)
               MOVE ZERO TO FK-ANTAL-FOER(FK-IX) FK-ANTAL-IDAG(FK-IX)
               MOVE "N" TO FK-FRITAGET(FK-IX)
           END-IF
           ADD 1 TO FK-ANTAL-IDAG(FK-IX)
           MOVE DP-AARSAG TO FK-AARSAG(FK-IX)
           IF DP-FRITAGET
               MOVE "Y" TO FK-FRITAGET(FK-IX)
           END-IF
       EXIT.

      *****************************************************************
      * MATCH-KOMMLOG                                                 *
      * Formål: Gennemløber kommunikationsloggen. En digital          *
      *         afsendelse matches mod den første umatchede           *
      *         kvittering med samme kunde, afsendelsesdato og        *
      *         dokumenttype; loggens leverancefil overtages, hvis    *
      *         kvitteringen ikke bærer den. Denne kørsels egne       *
      *         records tæller kundernes tidligere fejl - en          *
      *         opfølgning nulstiller tællingen.                      *
      *****************************************************************
       MATCH-KOMMLOG.
           OPEN INPUT KOMMLOG-FILE
           IF KOMMLOG-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "KOMMLOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE KOMMLOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KOMMLOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KOMMLOG = "Y"
               READ KOMMLOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-KOMMLOG
                   NOT AT END
                       IF KL-PROGRAM = WS-PROGRAM-NAVN
                           PERFORM TAEL-TIDLIGERE-FEJL
                       ELSE
                           IF KL-KANAL = "D"
                               PERFORM MATCH-AFSENDELSE
                           END-IF
                       END-IF
               END-READ
               MOVE "KOMMLOG-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"         TO WS-IO-OPERATION
               MOVE KOMMLOG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE KOMMLOG-FILE
       EXIT.

       MATCH-AFSENDELSE.
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-COUNT
               IF KT-MATCHET(KT-IX) = "N"
                   AND KT-KUNDE-ID(KT-IX) = KL-KUNDE-ID
                   AND KT-AFSENDT-DATO(KT-IX) = KL-DATO
                   AND (KT-DOKTYPE(KT-IX) = KL-DOKUMENTTYPE
                        OR KT-DOKTYPE(KT-IX) = SPACES)
                   MOVE "Y" TO KT-MATCHET(KT-IX)
                   IF KT-FIL-REF(KT-IX) = SPACES
                       MOVE KL-FIL-REF TO KT-FIL-REF(KT-IX)
                   END-IF
                   IF KT-DOKTYPE(KT-IX) = SPACES
                       MOVE KL-DOKUMENTTYPE TO KT-DOKTYPE(KT-IX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       TAEL-TIDLIGERE-FEJL.
           PERFORM VARYING FK-IX FROM 1 BY 1 UNTIL FK-IX > FK-COUNT
               IF FK-KUNDE-ID(FK-IX) = KL-KUNDE-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FK-IX > FK-COUNT
               EXIT PARAGRAPH
           END-IF
           IF KL-DOKUMENTTYPE = WS-DOKTYPE-OPF
               MOVE ZERO TO FK-ANTAL-FOER(FK-IX)
           ELSE
               IF KL-FIL-REF(1:15) = "KVITTERING FEJL"
                   AND FK-ANTAL-FOER(FK-IX) < 999
                   ADD 1 TO FK-ANTAL-FOER(FK-IX)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * BEHANDL-KVITTERINGER                                          *
      * Formål: Logger hver kvitterings udfald i kommunikations-      *
      *         loggen som bevis for leveringen (eller fejlen) og     *
      *         melder kvitteringer uden afsendelse på arbejdslisten. *
      *****************************************************************
       BEHANDL-KVITTERINGER.
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-COUNT
               MOVE KT-KUNDE-ID(KT-IX) TO WS-KOMM-KUNDE-ID
               MOVE KT-DOKTYPE(KT-IX)  TO WS-KOMM-DOKTYPE
               MOVE "D"                TO WS-KOMM-KANAL
               MOVE SPACES             TO WS-KOMM-FILREF
               IF KT-STATUS(KT-IX) = "F"
                   ADD 1 TO TR-ANTAL-FEJLET
                   STRING "KVITTERING FEJL " DELIMITED BY SIZE
                           KT-AARSAG(KT-IX) DELIMITED BY SIZE
                           INTO WS-KOMM-FILREF
               ELSE
                   ADD 1 TO TR-ANTAL-LEVERET
                   MOVE "KVITTERING LEVERET" TO WS-KOMM-FILREF
               END-IF
               PERFORM SKRIV-KOMMLOG
               IF KT-MATCHET(KT-IX) = "N"
                   ADD 1 TO TR-ANTAL-UMATCHET
                   STRING "KVITTERING UDEN AFSENDELSE: " DELIMITED BY
                           SIZE
                           KT-KUNDE-ID(KT-IX) DELIMITED BY SPACE
                           " AFSENDT=" DELIMITED BY SIZE
                           KT-AFSENDT-DATO(KT-IX) DELIMITED BY SIZE
                           " DOK=" DELIMITED BY SIZE
                           KT-DOKTYPE(KT-IX) DELIMITED BY "  "
                           " STATUS=" DELIMITED BY SIZE
                           KT-STATUS(KT-IX) DELIMITED BY SIZE
                           INTO WORKLIST-LINE
                   PERFORM SKRIV-WORKLIST-LINE
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * UDTRAEK-FALLBACK                                              *
      * Formål: Trækker de fejlede dokumenter ud af deres digitale    *
      *         leverancefiler - én gennemlæsning pr. fil - og        *
      *         skriver dem til DigitalPostFallback.txt med en        *
      *         modtagerlinje, så OpgaveTrykSamling kuverterer dem i  *
      *         næste printkørsel.                                    *
      *****************************************************************
       UDTRAEK-FALLBACK.
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-COUNT
               IF KT-STATUS(KT-IX) = "F"
                   AND KT-FALLBACK(KT-IX) = "N"
                   IF KT-FIL-REF(KT-IX) = SPACES
                       MOVE "I" TO KT-FALLBACK(KT-IX)
                   ELSE
                       MOVE KT-FIL-REF(KT-IX) TO WS-DIGITAL-FILREF
                       PERFORM LAES-DIGITAL-FIL
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

       LAES-DIGITAL-FIL.
           MOVE ZERO TO KT-AKTUEL
           MOVE SPACES TO WS-DIGITAL-BASIS WS-DIGITAL-FILNAVN
           UNSTRING WS-DIGITAL-FILREF DELIMITED BY ".txt"
               INTO WS-DIGITAL-BASIS
           END-UNSTRING
           STRING WS-DIGITAL-BASIS DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   KT-AFSENDT-DATO(KT-IX)(1:4) DELIMITED BY SIZE
                   KT-AFSENDT-DATO(KT-IX)(6:2) DELIMITED BY SIZE
                   KT-AFSENDT-DATO(KT-IX)(9:2) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-DIGITAL-FILNAVN
           OPEN INPUT DIGITAL-FILE
           IF DIGITAL-FILE-STATUS = "35"
               MOVE WS-DIGITAL-FILREF TO WS-DIGITAL-FILNAVN
               OPEN INPUT DIGITAL-FILE
           END-IF
           IF DIGITAL-FILE-STATUS = "00"
               MOVE "N" TO END-OF-DIGITAL
               PERFORM UNTIL END-OF-DIGITAL = "Y"
                   READ DIGITAL-FILE
                       AT END
                           MOVE "Y" TO END-OF-DIGITAL
                       NOT AT END
                           PERFORM BEHANDL-DIGITAL-LINJE
                   END-READ
                   MOVE "DIGITAL-FILE" TO WS-IO-FILE-NAME
                   MOVE "READ"         TO WS-IO-OPERATION
                   MOVE DIGITAL-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
               END-PERFORM
               CLOSE DIGITAL-FILE
           ELSE
               IF DIGITAL-FILE-STATUS NOT = "35"
                   MOVE "DIGITAL-FILE" TO WS-IO-FILE-NAME
                   MOVE "OPEN"         TO WS-IO-OPERATION
                   MOVE DIGITAL-FILE-STATUS TO WS-IO-STATUS
                   PERFORM CHECK-IO-STATUS
               END-IF
           END-IF
      * Fejlede dokumenter fra denne fil der ikke blev fundet, må
      * sendes manuelt
           PERFORM VARYING KT-JX FROM 1 BY 1 UNTIL KT-JX > KT-COUNT
               IF KT-STATUS(KT-JX) = "F"
                   AND KT-FALLBACK(KT-JX) = "N"
                   AND KT-FIL-REF(KT-JX) = WS-DIGITAL-FILREF
                   MOVE "I" TO KT-FALLBACK(KT-JX)
               END-IF
           END-PERFORM
       EXIT.

       BEHANDL-DIGITAL-LINJE.
           IF DIGITAL-LINE(1:16) = "=EBOKS MODTAGER="
               MOVE ZERO TO KT-AKTUEL
               MOVE SPACES TO WS-MODTAGER-ID
               UNSTRING DIGITAL-LINE(17:116) DELIMITED BY SPACE
                   INTO WS-MODTAGER-ID
               END-UNSTRING
               PERFORM VARYING KT-JX FROM 1 BY 1
                       UNTIL KT-JX > KT-COUNT
                   IF KT-STATUS(KT-JX) = "F"
                       AND KT-FALLBACK(KT-JX) = "N"
                       AND KT-FIL-REF(KT-JX) = WS-DIGITAL-FILREF
                       AND KT-KUNDE-ID(KT-JX) = WS-MODTAGER-ID
                       MOVE KT-JX TO KT-AKTUEL
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF KT-AKTUEL > ZERO
                   MOVE "J" TO KT-FALLBACK(KT-AKTUEL)
                   STRING "=TRYK MODTAGER=" DELIMITED BY SIZE
                           KT-KUNDE-ID(KT-AKTUEL) DELIMITED BY SPACE
                           " DOK=" DELIMITED BY SIZE
                           KT-DOKTYPE(KT-AKTUEL) DELIMITED BY SIZE
                           INTO FALLBACK-LINE
                   PERFORM SKRIV-FALLBACK-LINE
               END-IF
           ELSE
               IF KT-AKTUEL > ZERO
                   MOVE DIGITAL-LINE TO FALLBACK-LINE
                   PERFORM SKRIV-FALLBACK-LINE
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * AFSLUT-FEJLEDE                                                *
      * Formål: Logger papirafsendelsen af hvert fejlet dokument der  *
      *         er lagt i fallback-filen; dokumenter der ikke kunne   *
      *         findes, kommer på arbejdslisten til manuel            *
      *         afsendelse.                                           *
      *****************************************************************
       AFSLUT-FEJLEDE.
           PERFORM VARYING KT-IX FROM 1 BY 1 UNTIL KT-IX > KT-COUNT
               IF KT-STATUS(KT-IX) = "F"
                   IF KT-FALLBACK(KT-IX) = "J"
                       ADD 1 TO TR-ANTAL-FALLBACK
                       MOVE KT-KUNDE-ID(KT-IX) TO WS-KOMM-KUNDE-ID
                       MOVE KT-DOKTYPE(KT-IX)  TO WS-KOMM-DOKTYPE
                       MOVE "P"                TO WS-KOMM-KANAL
                       MOVE "DigitalPostFallback.txt"
                           TO WS-KOMM-FILREF
                       PERFORM SKRIV-KOMMLOG
                   ELSE
                       ADD 1 TO TR-ANTAL-MANUEL
                       STRING "SEND MANUELT - IKKE I LEVERANCEFIL: "
                               DELIMITED BY SIZE
                               KT-KUNDE-ID(KT-IX) DELIMITED BY SPACE
                               " DOK=" DELIMITED BY SIZE
                               KT-DOKTYPE(KT-IX) DELIMITED BY "  "
                               " FIL=" DELIMITED BY SIZE
                               KT-FIL-REF(KT-IX) DELIMITED BY SPACE
                               INTO WORKLIST-LINE
                       PERFORM SKRIV-WORKLIST-LINE
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * MARKER-KUNDER                                                 *
      * Formål: En kunde hvis fejl siden seneste opfølgning når       *
      *         WS-FEJL-GRAENSE - eller som er fritaget for Digital   *
      *         Post - og som stadig står til digital levering, får   *
      *         en "E"-transaktion og en opfølgningsopgave. Opfølg-   *
      *         ningen logges, så tællingen starter forfra.           *
      *****************************************************************
       MARKER-KUNDER.
           OPEN INPUT KUNDE-FILE
           MOVE "KUNDE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KUNDE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF KUNDE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND VEDL-FILE
           IF VEDL-FILE-STATUS = "35"
               OPEN OUTPUT VEDL-FILE
           END-IF
           MOVE "VEDL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"      TO WS-IO-OPERATION
           MOVE VEDL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM VARYING FK-IX FROM 1 BY 1 UNTIL FK-IX > FK-COUNT
               COMPUTE WS-ANTAL-FEJL = FK-ANTAL-FOER(FK-IX)
                                     + FK-ANTAL-IDAG(FK-IX)
               IF WS-ANTAL-FEJL >= WS-FEJL-GRAENSE
                   OR FK-FRITAGET(FK-IX) = "Y"
                   PERFORM MARKER-KUNDE
               END-IF
           END-PERFORM

           CLOSE VEDL-FILE
           CLOSE KUNDE-FILE
       EXIT.

       MARKER-KUNDE.
           MOVE FK-KUNDE-ID(FK-IX) TO KUNDE-ID IN KUNDEOPL
           READ KUNDE-FILE
               INVALID KEY
                   STRING "UKENDT KUNDE-ID I KVITTERING: "
                           DELIMITED BY SIZE
                           FK-KUNDE-ID(FK-IX) DELIMITED BY SPACE
                           INTO WORKLIST-LINE
                   PERFORM SKRIV-WORKLIST-LINE
                   EXIT PARAGRAPH
           END-READ
           IF NOT LEVERING-DIGITAL
               EXIT PARAGRAPH
           END-IF
           PERFORM SKRIV-VEDL-TRANSAKTION
           ADD 1 TO TR-ANTAL-MARKERET
           MOVE WS-ANTAL-FEJL TO WS-ANTAL-DISPLAY
           STRING "FOELG OP DIGITAL POST: " DELIMITED BY SIZE
                   FK-KUNDE-ID(FK-IX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FORNAVN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(EFTERNAVN) DELIMITED BY SIZE
                   " FEJL=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ANTAL-DISPLAY) DELIMITED BY SIZE
                   " AARSAG=" DELIMITED BY SIZE
                   FK-AARSAG(FK-IX) DELIMITED BY SIZE
                   INTO WORKLIST-LINE
           PERFORM SKRIV-WORKLIST-LINE
           MOVE FK-KUNDE-ID(FK-IX) TO WS-KOMM-KUNDE-ID
           MOVE WS-DOKTYPE-OPF TO WS-KOMM-DOKTYPE
           MOVE "P" TO WS-KOMM-KANAL
           MOVE "DPKvittering-Worklist.txt" TO WS-KOMM-FILREF
           PERFORM SKRIV-KOMMLOG
       EXIT.

      *****************************************************************
      * SKRIV-VEDL-TRANSAKTION                                        *
      * Formål: Danner "E"-transaktionen (Digital Post fejlet) i      *
      *         OpgaveVedligeholds transaktionsfil.                   *
      *****************************************************************
       SKRIV-VEDL-TRANSAKTION.
           MOVE SPACES TO VEDL-RECORD
           MOVE "E" TO VEDL-RECORD(1:1)
           MOVE FK-KUNDE-ID(FK-IX) TO VEDL-RECORD(2:10)
           WRITE VEDL-RECORD
           MOVE "VEDL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"     TO WS-IO-OPERATION
           MOVE VEDL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

       SKRIV-FALLBACK-LINE.
           WRITE FALLBACK-LINE
           MOVE "FALLBACK-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE FALLBACK-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO FALLBACK-LINE
       EXIT.

       SKRIV-WORKLIST-LINE.
           WRITE WORKLIST-LINE
           MOVE "WORKLIST-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE WORKLIST-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO WORKLIST-LINE
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
      *          kommunikationslog - her kvitteringens udfald, papir- *
      *          afsendelsen af et fejlet dokument eller filialens    *
      *          opfølgning.                                          *
      *****************************************************************
       SKRIV-KOMMLOG.
           OPEN EXTEND KOMMLOG-FILE
           IF KOMMLOG-FILE-STATUS = "35"
               OPEN OUTPUT KOMMLOG-FILE
           END-IF
           IF KOMMLOG-FILE-STATUS = "00"
               MOVE WS-KOMM-KUNDE-ID TO KL-KUNDE-ID
               MOVE SPACES TO KL-DATO
               STRING WS-KOMM-DATO(1:4) "-" WS-KOMM-DATO(5:2) "-"
                   WS-KOMM-DATO(7:2) DELIMITED BY SIZE
                   INTO KL-DATO
               MOVE WS-PROGRAM-NAVN TO KL-PROGRAM
               MOVE WS-KOMM-DOKTYPE TO KL-DOKUMENTTYPE
               MOVE WS-KOMM-KANAL TO KL-KANAL
               MOVE WS-KOMM-FILREF TO KL-FIL-REF
               WRITE KOMMLOGOPL
               CLOSE KOMMLOG-FILE
           END-IF
       EXIT.
