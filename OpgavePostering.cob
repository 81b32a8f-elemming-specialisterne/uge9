      *             så saldiene faktisk flyttes i stedet for kun at   *
      *             blive afstemt. Hver anvendt bevægelse skrives til *
      *             en posteringsjournal; transaktioner mod frosne    *
      *             eller lukkede konti, ukendte konti og debite-     *
      *             ringer der ville bringe BALANCE i overtræk uden   *
      *             dækning, afvises til en afvisningsfil. Motoren    *
      *             kan køres i flere afgrænsede intradag-cyklusser   *
      *             pr. dag: hver cyklus anvender kun transaktioner   *
      *             der ikke allerede står i genkørselsværnet,        *
      *             stempler journalen med sit cyklusnummer           *
      *             (PosteringsCyklus.txt) og lader dagens sidste     *
      *             cyklus afslutte dagen præcis som hidtil.          *
      *             En betaling i fremmed valuta til en flervaluta-   *
      *             konto føres uomregnet på kontoens delsaldo i      *
      *             samme valuta (Valutasaldi.txt).                   *
      *             Med SimuleringsMode.txt sat til "P" køres en      *
      *             prøvepostering: transaktionerne anvendes på en    *
      *             kopi af saldiene uden REWRITE, journal, afvis-    *
      *             ningsfil eller genkørselsværn, og de forventede   *
      *             afvisninger, rammetræk, udlægs- og sanktions-     *
      *             stop samt saldo før/efter pr. valuta skrives til  *
      *             Postering-Proeve.txt.                             *
      * INPUT:      Transaktioner.txt  - Dagens transaktioner         *
      *             KontoOpl.txt       - Konto stamdata (I-O)         *
      *             Valutasaldi.txt    - Valutadelsaldi (I-O)         *
      *             Valutakurser.txt   - Historiske kurser            *
      *             PosteringsCyklus.txt - Cykluskontrol (I-O)        *
      *             SimuleringsMode.txt - Prøvepostering ("P")        *
      * OUTPUT:     PosteringsJournal.txt - Anvendte bevægelser       *
      *             PosteringerAfvist.txt - Afviste posteringer       *
      *             ArbejdsopgaverNye.txt - Filialernes opgavekø      *
      *             Postering-Proeve.txt  - Prøvepostering            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgavePostering.
               FILE STATUS IS INPUT-KURS-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILNAVN
           SELECT KREDITRAMME-FILE ASSIGN TO "Kreditrammer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KREDITRAMME-FILE-STATUS.
           SELECT VALUTASALDO-FILE ASSIGN TO "Valutasaldi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUTASALDO-FILE-STATUS.
           SELECT CYKLUS-FILE ASSIGN TO "PosteringsCyklus.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYKLUS-FILE-STATUS.
           SELECT KOERSELSLOG-FILE ASSIGN TO "Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOERSELSLOG-FILE-STATUS.
           SELECT ARBOPG-FILE ASSIGN TO "ArbejdsopgaverNye.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARBOPG-FILE-STATUS.
           SELECT SIM-FILE ASSIGN TO "SimuleringsMode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIM-FILE-STATUS.
           SELECT PROEVE-FILE ASSIGN TO "Postering-Proeve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROEVE-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "OpgavePostering-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
       01 KREDITRAMMEOPL.
           COPY "KREDITRAMMEOPL.cpy".

       FD VALUTASALDO-FILE.
       01 VALUTASALDOOPL.
           COPY "VALUTASALDOOPL.cpy".

       FD CYKLUS-FILE.
       01 POSTCYKLUSOPL.
           COPY "POSTCYKLUSOPL.cpy".

       FD ARBOPG-FILE.
       01 ARBOPGOPL.
           COPY "ARBOPGOPL.cpy".

       FD SIM-FILE.
       01 SIMULERINGOPL.
           COPY "SIMULERINGOPL.cpy".

       FD PROEVE-FILE.
       01 PROEVE-LINE      PIC X(150) VALUE SPACES.

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

      * Valutakurs array - hele Valutakurser.txt loades i hukommelse så
      * hver transaktion kan slå den kurs op der var gældende på
      * TIDSPUNKT, samme form som READ-KURSER i Opgave10
       01 KURS-MAX-ANTAL   PIC 9(4) VALUE 5000.
       01 KURS-COUNT       PIC 9(4) VALUE ZERO.
       01 KURS-OVERFLOW    PIC X VALUE "N".
       01 VALUTAKURS-ARRAY OCCURS 5000 TIMES.
           COPY "VALUTAKURSOPL.cpy".
       01 IX               PIC 9(4) VALUE ZERO.
       01 WS-KURS-FUNDET   PIC X VALUE "N".
       01 WS-REGN-VALUTA-SOEG   PIC X(3) VALUE SPACES.
       01 WS-REGN-BELOB         PIC S9(9)V99 VALUE ZERO.
       01 WS-NY-BALANCE         PIC S9(9)V99 VALUE ZERO.
       01 WS-JOURNAL-FOER       PIC S9(9)V99 VALUE ZERO.
       01 WS-JOURNAL-VALUTA     PIC X(3) VALUE SPACES.
       01 WS-GAMMEL-DISPLAY     PIC -(9)9.99.
       01 WS-NY-DISPLAY         PIC -(9)9.99.
       01 WS-BELOB-DISPLAY      PIC -(9)9.99.
       01 WS-AFVIS-AARSAG       PIC X(40) VALUE SPACES.
       01 WS-AFVIST-TEKST       PIC X(120) VALUE SPACES.

      * Genkørselsværn - allerede anvendte bevægelser (KONTO-ID +
      * TIDSPUNKT + BELØB) loades fra PosteringerAnvendt.txt og
           02 SPAER-KUNDE-ID PIC X(10) OCCURS 500 TIMES VALUE SPACES.
       01 SPAER-IX           PIC 9(4) VALUE ZERO.
       01 WS-SPAERRET        PIC X VALUE "N".
       01 TR-ANTAL-SANKTION-AFVIST PIC 9(5) VALUE ZERO.
       01 SANKTION-HIT-FILE-STATUS  PIC XX VALUE "00".
       01 SANKTION-DISP-FILE-STATUS PIC XX VALUE "00".

       01 TR-ANTAL-UDLAEG-AFVIST PIC 9(5) VALUE ZERO.

      * Kreditrammeregistret (se LOAD-KREDITRAMMER og POSTER-PAA-
      * KONTO): en debitering forbi nul daekkes af en uudloebet
      * facilitet med plads paa linjen, og saldoen gaar negativ.
      * KR-UDNYTTET foeres med som spejl af debetsaldoen efter hver
      * postering. Registret skrives samlet tilbage sidst i
      * cyklussen.
       01 END-OF-KREDITRAMME PIC X VALUE "N".
       01 KREDITRAMME-FILE-STATUS PIC XX VALUE "00".
       01 KRAM-MAX-ANTAL    PIC 9(3) VALUE 500.
       01 KM-IX             PIC 9(3) VALUE ZERO.
       01 WS-KRAM-FUNDET    PIC X VALUE "N".
       01 WS-MANGLER        PIC 9(9)V99 VALUE ZERO.
       01 WS-DAEKKET        PIC X VALUE "N".
       01 TR-ANTAL-RAMMETRAEK PIC 9(5) VALUE ZERO.
       01 WS-RAMMETRAEK     PIC X VALUE "N".

      * Flervalutakontiernes delsaldi (se LOAD-VALUTASALDI og
      * POSTER-PAA-DELSALDO): en betaling i en anden valuta end
      * kontoens grundvaluta føres på delsaldoen i sin egen valuta
      * uden omregning. Registret skrives samlet tilbage sidst i
      * cyklussen.
       01 END-OF-VALUTASALDO PIC X VALUE "N".
       01 VALUTASALDO-FILE-STATUS PIC XX VALUE "00".
       01 VSAL-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 VSAL-COUNT        PIC 9(4) VALUE ZERO.
       01 VSAL-OVERFLOW     PIC X VALUE "N".
       01 VSAL-ARRAY OCCURS 2000 TIMES.
           COPY "VALUTASALDOOPL.cpy"
               REPLACING LEADING ==VS-== BY ==VT-==.
       01 VT-IX             PIC 9(4) VALUE ZERO.
       01 WS-VSAL-FUNDET    PIC X VALUE "N".
       01 WS-DELSALDO-BRUGT PIC X VALUE "N".
       01 WS-DELSALDO-BELOB PIC S9(9)V99 VALUE ZERO.
       01 TR-ANTAL-DELSALDO PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-DELSALDO-NY PIC 9(5) VALUE ZERO.

      * Pensionsloftet (se LOAD-PENSION-YTD og CHECK-PENSIONSLOFT):
      * indskud paa en pensionskonto (KONTO-TYPE "P") akkumuleres
       01 WS-CYKLUS-DATO    PIC X(10) VALUE SPACES.
       01 WS-SYSDATO        PIC 9(8) VALUE ZERO.

      * Prøvepostering (se LAES-SIM-MODE og PROEVE-POSTER-KONTO) -
      * med SimuleringsMode.txt sat til "P" åbnes KontoOpl.txt kun
      * til læsning, og hver anvendt saldo holdes i PK-TABEL, så
      * kontoens næste transaktion ser den fremskrevne saldo. Intet
      * skrives tilbage: ingen journal, afvisningsfil, genkørsels-
      * værn, registre, cyklus, kørselslog eller opgaver - udfaldet
      * står alene i Postering-Proeve.txt.
       01 SIM-FILE-STATUS    PIC XX VALUE "00".
       01 PROEVE-FILE-STATUS PIC XX VALUE "00".
       01 WS-SIM-MODE        PIC X VALUE "N".
       01 END-OF-KONTO-FILE  PIC X VALUE "N".
       01 PK-MAX-ANTAL       PIC 9(5) VALUE 20000.
       01 PK-COUNT           PIC 9(5) VALUE ZERO.
       01 PK-OVERFLOW        PIC X VALUE "N".
       01 PK-TABEL.
           02 PK-ENTRY OCCURS 20000 TIMES.
               03 PK-KONTO-ID  PIC X(10).
               03 PK-BALANCE   PIC S9(7)V99.
       01 PK-IX              PIC 9(5) VALUE ZERO.

      * Saldo før og bevægelser pr. valuta i prøveposteringen (se
      * SUMMER-SALDI-FOER og TILFOEJ-VALUTABEVAEGELSE)
       01 VB-MAX-ANTAL       PIC 9(3) VALUE 50.
       01 VB-COUNT           PIC 9(3) VALUE ZERO.
       01 VB-OVERFLOW        PIC X VALUE "N".
       01 VB-TABEL.
           02 VB-ENTRY OCCURS 50 TIMES.
               03 VB-VALUTA    PIC X(03).
               03 VB-FOER      PIC S9(13)V99.
               03 VB-TILGANG   PIC S9(13)V99.
               03 VB-AFGANG    PIC S9(13)V99.
               03 VB-ANTAL     PIC 9(7).
       01 VB-IX              PIC 9(3) VALUE ZERO.
       01 WS-VB-VALUTA       PIC X(03) VALUE SPACES.
       01 WS-VB-BELOB        PIC S9(11)V99 VALUE ZERO.
       01 WS-VB-EFTER        PIC S9(13)V99 VALUE ZERO.
       01 WS-VB-DISPLAY      PIC -(13)9.99.
       01 WS-VB-DISPLAY-2    PIC -(13)9.99.
       01 WS-VB-DISPLAY-3    PIC -(13)9.99.
       01 WS-VB-DISPLAY-4    PIC -(13)9.99.
       01 WS-ANTAL-DISPLAY   PIC Z(6)9.
       01 WS-RAMME-DISPLAY   PIC -(9)9.99.

      * Tællere til trailer og den afsluttende statusmeddelelse
       01 TR-ANTAL-LAEST    PIC 9(7) VALUE ZERO.
       01 TR-ANTAL-POSTERET PIC 9(7) VALUE ZERO.
       01 WS-IO-STATUS            PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT       PIC 9(5) VALUE ZERO.

      * Opgaven til filialernes opgavekø (se SKRIV-ARBEJDSOPGAVE)
       01 ARBOPG-FILE-STATUS PIC XX VALUE "00".
       01 WS-AO-TYPE        PIC X(08) VALUE SPACES.
       01 WS-AO-KUNDE-ID    PIC X(10) VALUE SPACES.
       01 WS-AO-KONTO-ID    PIC X(10) VALUE SPACES.
       01 WS-AO-FILIAL-NR   PIC 9(02) VALUE ZERO.
       01 WS-AO-REFERENCE   PIC X(30) VALUE SPACES.
       01 WS-AO-TEKST       PIC X(60) VALUE SPACES.
       01 WS-AO-DATO        PIC 9(08) VALUE ZERO.

      * Forretningsdato for batch-vinduet (se LAES-FORRETNINGSDATO og
      * SAET-FILNAVNE) - lader en given dags inddata posteres isoleret
      * via daterede filgenerationer i stedet for de udaterede
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-CYKLUS-DATO
           PERFORM LAES-CYKLUS
           PERFORM LAES-SIM-MODE
           OPEN OUTPUT IO-ERROR-FILE

           OPEN INPUT INPUT-FILE
           MOVE INPUT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           IF WS-SIM-MODE = "P"
               OPEN INPUT KONTO-FILE
           ELSE
               OPEN I-O KONTO-FILE
           END-IF
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           IF WS-SIM-MODE = "P"
               OPEN OUTPUT PROEVE-FILE
               MOVE "PROEVE-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"        TO WS-IO-OPERATION
               MOVE PROEVE-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
               MOVE SPACES TO PROEVE-LINE
           ELSE
               OPEN EXTEND JOURNAL-FILE
               MOVE "JOURNAL-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"         TO WS-IO-OPERATION
               MOVE JOURNAL-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS

               OPEN EXTEND AFVIST-FILE
               MOVE "AFVIST-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"        TO WS-IO-OPERATION
               MOVE AFVIST-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-IF

           PERFORM READ-KURSER
           PERFORM LOAD-ANVENDT-REGISTER
           PERFORM LOAD-SANKTIONSSPAERRING
           IF WS-SIM-MODE NOT = "P"
               PERFORM MELD-SANKTIONSOPGAVER
           END-IF
           PERFORM LOAD-KREDITRAMMER
           PERFORM LOAD-VALUTASALDI
           PERFORM LOAD-UDLAEG
           PERFORM LAES-PENSIONSLOFT
           PERFORM LOAD-PENSION-YTD

           IF WS-SIM-MODE = "P"
               PERFORM SUMMER-SALDI-FOER
               PERFORM SKRIV-PROEVE-HOVED
           ELSE
               OPEN EXTEND ANVENDT-UD-FILE
               MOVE "ANVENDT-UD-FILE" TO WS-IO-FILE-NAME
               MOVE "OPEN"            TO WS-IO-OPERATION
               MOVE ANVENDT-UD-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-IF

           PERFORM UNTIL END-OF-FILE = "Y"
               READ INPUT-FILE INTO TRANSAKTIONEROPL
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           IF WS-SIM-MODE = "P"
               PERFORM AFSLUT-PROEVEPOSTERING
               STOP RUN
           END-IF

           PERFORM TRAILER
           PERFORM SKRIV-KREDITRAMMER
           PERFORM SKRIV-VALUTASALDI
           PERFORM SKRIV-PENSION-YTD
           PERFORM SKRIV-CYKLUS
           PERFORM SKRIV-KOERSELSLOG
      *         TIDSPUNKT og derefter til kontoens egen valuta,       *
      *         ligesom Opgave10's ACCUMULATE-AFSTEMNING regner.      *
      *         Ukendte, frosne og lukkede konti afvises, og det gør  *
      *         en debitering der ville bringe BALANCE under nul uden *
      *         dækning i en kreditramme også - bankens egne gebyrer  *
      *         undtaget, de føres på kontoen som uberettiget         *
      *         overtræk, som rykkerforløbet derefter tager sig af.   *
      *****************************************************************
       POSTER-TRANSAKTION.
           PERFORM CHECK-ALLEREDE-ANVENDT
                   MOVE "KONTO IKKE FUNDET" TO WS-AFVIS-AARSAG
                   PERFORM WRITE-AFVIST
               NOT INVALID KEY
                   IF WS-SIM-MODE = "P"
                       PERFORM HENT-PROEVESALDO
                   END-IF
                   PERFORM POSTER-PAA-KONTO
           END-READ
       EXIT.
                   MOVE "SANKTIONSHIT UDEN DISPOSITION"
                       TO WS-AFVIS-AARSAG
                   PERFORM WRITE-AFVIST
                   ADD 1 TO TR-ANTAL-SANKTION-AFVIST
               WHEN KONTO-FROSSET
                   MOVE "KONTO FROSSET" TO WS-AFVIS-AARSAG
                   PERFORM WRITE-AFVIST
                   MOVE "KONTO LUKKET" TO WS-AFVIS-AARSAG
                   PERFORM WRITE-AFVIST
               WHEN OTHER
                   IF KONTO-TYPE-VALUTA
                       PERFORM POSTER-PAA-DELSALDO
                       IF WS-DELSALDO-BRUGT = "Y"
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   PERFORM BEREGN-REGN-BELOB
      * Indskud paa en pensionskonto proeves mod aarsloftet foer
      * posteringen - overskridelsen afvises til manuel behandling
                       END-IF
                   END-IF
                   PERFORM FIND-KREDITRAMME
                   COMPUTE WS-NY-BALANCE =
                       BALANCE IN KONTOOPL + WS-REGN-BELOB
      * En debitering forbi nul skal vaere daekket af en uudloebet
      * kreditramme med plads paa linjen eller vaere et af bankens
      * egne gebyrer - en kreditering til en konto i overtraek
      * nedbringer blot debetsaldoen
                   MOVE "Y" TO WS-DAEKKET
                   MOVE "N" TO WS-RAMMETRAEK
                   IF WS-NY-BALANCE < ZERO
                       AND WS-REGN-BELOB < ZERO
                       PERFORM PROEV-KREDITRAMME
                   END-IF
      * Aktive udlaeg beskytter det spaerrede beloeb - kun selve
      * udbetalingen til myndigheden maa roere det
                   IF WS-REGN-BELOB < ZERO
                       AND TRANSAKTIONSTYPE NOT = "UDLAEG"
                       PERFORM CHECK-UDLAEG
                       IF WS-UDLAEG-SUM > ZERO
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   IF WS-DAEKKET = "N"
                       MOVE "SALDO UTILSTRAEKKELIG"
                           TO WS-AFVIS-AARSAG
                       PERFORM WRITE-AFVIST
                   ELSE
                       MOVE BALANCE IN KONTOOPL TO WS-JOURNAL-FOER
                       MOVE VALUTAKODE IN KONTOOPL
                           TO WS-JOURNAL-VALUTA
                       IF WS-SIM-MODE = "P"
                           PERFORM PROEVE-POSTER-KONTO
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM SKRIV-JOURNAL
                       MOVE WS-NY-BALANCE TO BALANCE IN KONTOOPL
                       PERFORM SPEJL-KREDITRAMME
                       REWRITE KONTOOPL
                       MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
                       MOVE "REWRITE"    TO WS-IO-OPERATION
           END-EVALUATE
       EXIT.

      *****************************************************************
      * POSTER-PAA-DELSALDO                                           *
      * Formål: Anvender en betaling i fremmed valuta på flervaluta-  *
      *         kontoens delsaldo i samme valuta, uden omregning.     *
      *         Findes delsaldoen ikke, oprettes den ved en           *
      *         kreditering; en debitering i en valuta kontoen ikke   *
      *         holder, omregnes og føres på BALANCE som hidtil       *
      *         (WS-DELSALDO-BRUGT forbliver "N"). En delsaldo har    *
      *         ingen kreditramme og må ikke gå under nul, og har     *
      *         kontoen et aktivt udlæg, afvises debiteringen.        *
      *****************************************************************
       POSTER-PAA-DELSALDO.
           MOVE "N" TO WS-DELSALDO-BRUGT
           IF VALUTA = VALUTAKODE IN KONTOOPL OR VALUTA = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DELSALDO-BELOB = FUNCTION NUMVAL(BELØB)
           PERFORM FIND-VALUTASALDO
           IF WS-VSAL-FUNDET = "N"
               IF WS-DELSALDO-BELOB <= ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-DELSALDO-BRUGT
               IF VSAL-COUNT >= VSAL-MAX-ANTAL
                   MOVE "DELSALDOREGISTRET ER FULDT"
                       TO WS-AFVIS-AARSAG
                   PERFORM WRITE-AFVIST
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO VSAL-COUNT
               MOVE VSAL-COUNT TO VT-IX
               INITIALIZE VSAL-ARRAY(VT-IX)
               MOVE KONTO-ID IN KONTOOPL TO VT-KONTO-ID(VT-IX)
               MOVE KUNDE-ID IN KONTOOPL TO VT-KUNDE-ID(VT-IX)
               MOVE VALUTA               TO VT-VALUTA(VT-IX)
               MOVE ZERO                 TO VT-BALANCE(VT-IX)
               MOVE WS-CYKLUS-DATO       TO VT-OPRETTET-DATO(VT-IX)
               ADD 1 TO TR-ANTAL-DELSALDO-NY
           END-IF
           MOVE "Y" TO WS-DELSALDO-BRUGT
      * Et aktivt udlaeg spaerrer ogsaa delsaldiene - ellers kunne de
      * spaerrede midler forlade kontoen i fremmed valuta
           IF WS-DELSALDO-BELOB < ZERO
               AND TRANSAKTIONSTYPE NOT = "UDLAEG"
               PERFORM CHECK-UDLAEG
               IF WS-UDLAEG-SUM > ZERO
                   MOVE "UDLAEG BLOKERER BELOEBET" TO WS-AFVIS-AARSAG
                   PERFORM WRITE-AFVIST
                   ADD 1 TO TR-ANTAL-UDLAEG-AFVIST
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-NY-BALANCE =
               VT-BALANCE(VT-IX) + WS-DELSALDO-BELOB
           IF WS-NY-BALANCE < ZERO AND WS-DELSALDO-BELOB < ZERO
               MOVE "DELSALDO UTILSTRAEKKELIG" TO WS-AFVIS-AARSAG
               PERFORM WRITE-AFVIST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DELSALDO-BELOB  TO WS-REGN-BELOB
           MOVE VT-BALANCE(VT-IX)  TO WS-JOURNAL-FOER
           MOVE VT-VALUTA(VT-IX)   TO WS-JOURNAL-VALUTA
           IF WS-SIM-MODE = "P"
               MOVE WS-NY-BALANCE TO VT-BALANCE(VT-IX)
               MOVE VT-VALUTA(VT-IX) TO WS-VB-VALUTA
               MOVE WS-DELSALDO-BELOB TO WS-VB-BELOB
               PERFORM TILFOEJ-VALUTABEVAEGELSE
               ADD 1 TO TR-ANTAL-POSTERET
               ADD 1 TO TR-ANTAL-DELSALDO
               EXIT PARAGRAPH
           END-IF
           PERFORM SKRIV-JOURNAL
           MOVE WS-NY-BALANCE TO VT-BALANCE(VT-IX)
           PERFORM REGISTRER-ANVENDT
           ADD 1 TO TR-ANTAL-POSTERET
           ADD 1 TO TR-ANTAL-DELSALDO
       EXIT.

       FIND-VALUTASALDO.
           MOVE "N" TO WS-VSAL-FUNDET
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > VSAL-COUNT
               IF VT-KONTO-ID(VT-IX) = KONTO-ID IN KONTOOPL
                   AND VT-VALUTA(VT-IX) = VALUTA
                   MOVE "Y" TO WS-VSAL-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       FIND-KREDITRAMME.
           MOVE "N" TO WS-KRAM-FUNDET
           PERFORM VARYING KM-IX FROM 1 BY 1
       EXIT.

      *****************************************************************
      * SPEJL-KREDITRAMME                                             *
      * Formål: Fører kontoens kreditramme med efter en postering:    *
      *         KR-UDNYTTET er debetsaldoen, eller nul når saldoen    *
      *         er positiv.                                           *
      *****************************************************************
       SPEJL-KREDITRAMME.
           IF WS-KRAM-FUNDET = "Y"
               IF BALANCE IN KONTOOPL < ZERO
                   COMPUTE KM-UDNYTTET IN KRAM-ARRAY(KM-IX) =
                       ZERO - BALANCE IN KONTOOPL
               ELSE
                   MOVE ZERO TO KM-UDNYTTET IN KRAM-ARRAY(KM-IX)
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * PROEV-KREDITRAMME                                             *
      * Formål: Afgør om en debitering forbi nul må gennemføres:      *
      *         bankens egne gebyrer og den tilbageholdte PAL-skat    *
      *         føres altid (uberettiget overtræk), ellers skal       *
      *         kontoens kreditramme findes, ikke være udløbet og     *
      *         kunne rumme hele debetsaldoen.                        *
      *         Sætter WS-DAEKKET "N" når posteringen skal afvises.   *
      *****************************************************************
       PROEV-KREDITRAMME.
           IF TRANSAKTIONSTYPE = "GEBYR"
               OR TRANSAKTIONSTYPE = "RYKKERGEBYR"
               OR TRANSAKTIONSTYPE = "GARANTIPROVIS"
               OR TRANSAKTIONSTYPE = "TRAEKRENTE"
               OR TRANSAKTIONSTYPE = "CASHPOOLRENTE"
               OR TRANSAKTIONSTYPE = "PALSKAT"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DAEKKET
           IF WS-KRAM-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MANGLER = ZERO - WS-NY-BALANCE
           IF WS-MANGLER > KM-BELOB IN KRAM-ARRAY(KM-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DAEKKET
           MOVE "Y" TO WS-RAMMETRAEK
           ADD 1 TO TR-ANTAL-RAMMETRAEK
       EXIT.

           CLOSE KREDITRAMME-FILE
       EXIT.

      *****************************************************************
      * LOAD-VALUTASALDI                                              *
      * Formål: Læser flervalutakontiernes delsaldi ind i VSAL-ARRAY. *
      *         Findes filen ikke, holder ingen konto delsaldi endnu. *
      *****************************************************************
       LOAD-VALUTASALDI.
           OPEN INPUT VALUTASALDO-FILE
           IF VALUTASALDO-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-VALUTASALDO = "Y"
                   READ VALUTASALDO-FILE INTO VALUTASALDOOPL
                       AT END
                           MOVE "Y" TO END-OF-VALUTASALDO
                       NOT AT END
                           IF VSAL-COUNT >= VSAL-MAX-ANTAL
                               MOVE "Y" TO VSAL-OVERFLOW
                           ELSE
                               ADD 1 TO VSAL-COUNT
                               MOVE VALUTASALDOOPL
                                   TO VSAL-ARRAY(VSAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALUTASALDO-FILE
               MOVE "N" TO END-OF-VALUTASALDO
           END-IF
           IF VSAL-OVERFLOW = "Y"
      * Et ufuldstaendigt delsaldoregister maa ikke skrives tilbage -
      * fejlen taelles, saa koerslen ender med RETURN-CODE 8
               DISPLAY "OpgavePostering: VSAL-ARRAY fuld - "
                   "delsaldoregistret er ufuldstaendigt"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

      *****************************************************************
      * SKRIV-VALUTASALDI                                             *
      * Formål: Skriver delsaldoregistret tilbage med cyklussens      *
      *         bevægelser og nyoprettede delsaldi. Var registret     *
      *         tomt, eller kunne det ikke læses helt, skrives intet. *
      *****************************************************************
       SKRIV-VALUTASALDI.
           IF VSAL-COUNT = ZERO OR VSAL-OVERFLOW = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VALUTASALDO-FILE
           MOVE "VALUTASALDO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE VALUTASALDO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING VT-IX FROM 1 BY 1
                   UNTIL VT-IX > VSAL-COUNT
               MOVE VSAL-ARRAY(VT-IX) TO VALUTASALDOOPL
               WRITE VALUTASALDOOPL
               MOVE "VALUTASALDO-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"            TO WS-IO-OPERATION
               MOVE VALUTASALDO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE VALUTASALDO-FILE
       EXIT.

      *****************************************************************
      * CHECK-PENSIONSLOFT                                            *
      * Formål: Prøver kundens år-til-dato pensionsindbetalinger      *
      *         enkelt postering tilbage til sin transaktion.         *
      *****************************************************************
       SKRIV-JOURNAL.
           MOVE WS-JOURNAL-FOER     TO WS-GAMMEL-DISPLAY
           MOVE WS-NY-BALANCE       TO WS-NY-DISPLAY
           MOVE WS-REGN-BELOB       TO WS-BELOB-DISPLAY
           MOVE SPACES              TO JOURNAL-LINE
           STRING "KONTO=" DELIMITED BY SIZE
                   KONTO-ID IN TRANSAKTIONEROPL DELIMITED BY SPACE
                   " TID=" DELIMITED BY SIZE
                   " BELOB=" DELIMITED BY SIZE
                   WS-BELOB-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JOURNAL-VALUTA DELIMITED BY SPACE
                   " FOER=" DELIMITED BY SIZE
                   WS-GAMMEL-DISPLAY DELIMITED BY SIZE
                   " EFTER=" DELIMITED BY SIZE
      * Formål: Skriver en afvist postering med årsag til             *
      *         afvisningsfilen, så back office kan behandle den      *
      *         manuelt i stedet for at den forsvinder stiltiende.    *
      *         Under prøvepostering skrives linjen i prøverapporten. *
      *****************************************************************
       WRITE-AFVIST.
      * Fast layout - OpgaveRepair parser TID (19 tegn) og REG-NR
      * positionelt
           MOVE SPACES TO WS-AFVIST-TEKST
           STRING "AFVIST KONTO=" DELIMITED BY SIZE
                   KONTO-ID IN TRANSAKTIONEROPL DELIMITED BY SPACE
                   " TID=" DELIMITED BY SIZE
                   VALUTA DELIMITED BY SPACE
                   " AARSAG=" DELIMITED BY SIZE
                   WS-AFVIS-AARSAG DELIMITED BY SIZE
                   INTO WS-AFVIST-TEKST
           IF WS-SIM-MODE = "P"
               MOVE WS-AFVIST-TEKST TO PROEVE-LINE
               PERFORM SKRIV-PROEVE-LINE
           ELSE
               WRITE AFVIST-LINE FROM WS-AFVIST-TEKST
               MOVE "AFVIST-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"       TO WS-IO-OPERATION
               MOVE AFVIST-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-IF
           ADD 1 TO TR-ANTAL-AFVIST
       EXIT.

           END-PERFORM
       EXIT.

      *****************************************************************
      * MELD-SANKTIONSOPGAVER                                         *
      * Formål: Lægger hver kunde med et sanktionshit uden            *
      *         disposition i filialernes opgavekø - opgavekøen       *
      *         holder én åben opgave pr. kunde, uanset hvor mange    *
      *         cyklusser der melder den.                             *
      *****************************************************************
       MELD-SANKTIONSOPGAVER.
           PERFORM VARYING SPAER-IX FROM 1 BY 1
                   UNTIL SPAER-IX > SPAER-COUNT
               IF SPAER-KUNDE-ID(SPAER-IX) NOT = SPACES
                   MOVE "SANKTION" TO WS-AO-TYPE
                   MOVE SPAER-KUNDE-ID(SPAER-IX) TO WS-AO-KUNDE-ID
                   MOVE "SANKTIONSHIT" TO WS-AO-REFERENCE
                   MOVE "Sanktionshit uden disposition - spaerret"
                       TO WS-AO-TEKST
                   PERFORM SKRIV-ARBEJDSOPGAVE
               END-IF
           END-PERFORM
       EXIT.

       CHECK-SANKTIONSSPAERRING.
           MOVE "N" TO WS-SPAERRET
           PERFORM VARYING SPAER-IX FROM 1 BY 1
                   INTO JOURNAL-LINE
           WRITE JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "- heraf paa valutadelsaldi..: " DELIMITED BY SIZE
                   TR-ANTAL-DELSALDO DELIMITED BY SIZE
                   INTO JOURNAL-LINE
           WRITE JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "Nye valutadelsaldi oprettet.: " DELIMITED BY SIZE
                   TR-ANTAL-DELSALDO-NY DELIMITED BY SIZE
                   INTO JOURNAL-LINE
           WRITE JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
       EXIT.

      *****************************************************************
      * SKRIV-ARBEJDSOPGAVE                                           *
      * Formål: Lægger en opgave i filialernes opgavekø               *
      *         (ArbejdsopgaverNye.txt) ud fra WS-AO-felterne -       *
      *         OpgaveArbejdskoe optager den med ejer, filial og      *
      *         forfaldsdato. Samme forhold meldt igen, mens          *
      *         opgaven er åben, optages ikke to gange.               *
      *****************************************************************
       SKRIV-ARBEJDSOPGAVE.
           IF WS-AO-DATO = ZERO
               IF WS-FORRETNINGSDATO > ZERO
                   MOVE WS-FORRETNINGSDATO TO WS-AO-DATO
               ELSE
                   ACCEPT WS-AO-DATO FROM DATE YYYYMMDD
               END-IF
           END-IF
           OPEN EXTEND ARBOPG-FILE
           IF ARBOPG-FILE-STATUS = "35"
               OPEN OUTPUT ARBOPG-FILE
           END-IF
           MOVE "ARBOPG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"        TO WS-IO-OPERATION
           MOVE ARBOPG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           IF ARBOPG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO            TO AO-OPGAVE-ID AO-FORFALD-DATO
                                   AO-LUKKET-DATO
           MOVE WS-AO-TYPE      TO AO-TYPE
           MOVE WS-AO-KUNDE-ID  TO AO-KUNDE-ID
           MOVE WS-AO-KONTO-ID  TO AO-KONTO-ID
           MOVE WS-AO-FILIAL-NR TO AO-FILIAL-NR
           MOVE SPACES          TO AO-EJER AO-ESKALERET-TIL
                                   AO-LUKKET-AF
           MOVE WS-AO-DATO      TO AO-OPRETTET-DATO
           MOVE "N"             TO AO-STATUS AO-ESKALERET
           MOVE "OPGAVEPOSTERING" TO AO-KILDE
           MOVE WS-AO-REFERENCE TO AO-REFERENCE
           MOVE WS-AO-TEKST     TO AO-TEKST
           WRITE ARBOPGOPL
           MOVE "ARBOPG-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE ARBOPG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           CLOSE ARBOPG-FILE
           MOVE SPACES TO WS-AO-KUNDE-ID WS-AO-KONTO-ID
                          WS-AO-REFERENCE WS-AO-TEKST
           MOVE ZERO   TO WS-AO-FILIAL-NR
       EXIT.

      *****************************************************************
           CLOSE CYKLUS-FILE
       EXIT.

      *****************************************************************
      * LAES-SIM-MODE                                                 *
      * Formål: Læser SimuleringsMode.txt. Står SIM-MODE på "P",      *
      *         køres en prøvepostering; findes filen ikke, eller     *
      *         er den tom, posteres der som normalt.                 *
      *****************************************************************
       LAES-SIM-MODE.
           OPEN INPUT SIM-FILE
           IF SIM-FILE-STATUS = "00"
               READ SIM-FILE INTO SIMULERINGOPL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SIM-MODE TO WS-SIM-MODE
               END-READ
               CLOSE SIM-FILE
           END-IF
       EXIT.

      *****************************************************************
      * SUMMER-SALDI-FOER                                             *
      * Formål: Prøvepostering - summerer saldoen før kørslen pr.     *
      *         valuta: alle konti i KontoOpl.txt i kontoens          *
      *         grundvaluta og alle delsaldi i Valutasaldi.txt i      *
      *         delsaldoens valuta.                                   *
      *****************************************************************
       SUMMER-SALDI-FOER.
           MOVE "N" TO END-OF-KONTO-FILE
           MOVE LOW-VALUES TO KONTO-ID IN KONTOOPL
           START KONTO-FILE KEY IS NOT LESS THAN KONTO-ID IN KONTOOPL
               INVALID KEY
                   MOVE "Y" TO END-OF-KONTO-FILE
           END-START
           PERFORM UNTIL END-OF-KONTO-FILE = "Y"
               READ KONTO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-KONTO-FILE
                   NOT AT END
                       MOVE VALUTAKODE IN KONTOOPL TO WS-VB-VALUTA
                       PERFORM FIND-VALUTABEHOLDNING
                       IF VB-IX > ZERO
                           ADD BALANCE IN KONTOOPL TO VB-FOER(VB-IX)
                       END-IF
               END-READ
               MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           PERFORM VARYING VT-IX FROM 1 BY 1 UNTIL VT-IX > VSAL-COUNT
               MOVE VT-VALUTA(VT-IX) TO WS-VB-VALUTA
               PERFORM FIND-VALUTABEHOLDNING
               IF VB-IX > ZERO
                   ADD VT-BALANCE(VT-IX) TO VB-FOER(VB-IX)
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * FIND-VALUTABEHOLDNING                                         *
      * Formål: Finder - eller opretter - valutaen WS-VB-VALUTA i     *
      *         VB-TABEL. Blank valuta regnes som DKK. VB-IX er nul   *
      *         når tabellen er fuld.                                 *
      *****************************************************************
       FIND-VALUTABEHOLDNING.
           IF WS-VB-VALUTA = SPACES
               MOVE "DKK" TO WS-VB-VALUTA
           END-IF
           PERFORM VARYING VB-IX FROM 1 BY 1 UNTIL VB-IX > VB-COUNT
               IF VB-VALUTA(VB-IX) = WS-VB-VALUTA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF VB-COUNT >= VB-MAX-ANTAL
               MOVE "Y" TO VB-OVERFLOW
               MOVE ZERO TO VB-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VB-COUNT
           MOVE VB-COUNT TO VB-IX
           MOVE WS-VB-VALUTA TO VB-VALUTA(VB-IX)
           MOVE ZERO TO VB-FOER(VB-IX) VB-TILGANG(VB-IX)
                        VB-AFGANG(VB-IX) VB-ANTAL(VB-IX)
       EXIT.

      *****************************************************************
      * TILFOEJ-VALUTABEVAEGELSE                                      *
      * Formål: Lægger en prøvepostering på WS-VB-BELOB i valutaen    *
      *         WS-VB-VALUTA til tilgang eller afgang.                *
      *****************************************************************
       TILFOEJ-VALUTABEVAEGELSE.
           PERFORM FIND-VALUTABEHOLDNING
           IF VB-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-VB-BELOB < ZERO
               ADD WS-VB-BELOB TO VB-AFGANG(VB-IX)
           ELSE
               ADD WS-VB-BELOB TO VB-TILGANG(VB-IX)
           END-IF
           ADD 1 TO VB-ANTAL(VB-IX)
       EXIT.

      *****************************************************************
      * HENT-PROEVESALDO                                              *
      * Formål: Prøvepostering - har kontoen allerede fået en         *
      *         prøvepostering i kørslen, erstattes den læste saldo   *
      *         af den fremskrevne saldo fra PK-TABEL, så den næste   *
      *         transaktion afprøves mod samme saldo som ved en       *
      *         rigtig kørsel.                                        *
      *****************************************************************
       HENT-PROEVESALDO.
           PERFORM VARYING PK-IX FROM 1 BY 1 UNTIL PK-IX > PK-COUNT
               IF PK-KONTO-ID(PK-IX) = KONTO-ID IN KONTOOPL
                   MOVE PK-BALANCE(PK-IX) TO BALANCE IN KONTOOPL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * GEM-PROEVESALDO                                               *
      * Formål: Gemmer kontoens fremskrevne saldo i PK-TABEL.         *
      *****************************************************************
       GEM-PROEVESALDO.
           PERFORM VARYING PK-IX FROM 1 BY 1 UNTIL PK-IX > PK-COUNT
               IF PK-KONTO-ID(PK-IX) = KONTO-ID IN KONTOOPL
                   MOVE BALANCE IN KONTOOPL TO PK-BALANCE(PK-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF PK-COUNT >= PK-MAX-ANTAL
               MOVE "Y" TO PK-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PK-COUNT
           MOVE KONTO-ID IN KONTOOPL TO PK-KONTO-ID(PK-COUNT)
           MOVE BALANCE IN KONTOOPL  TO PK-BALANCE(PK-COUNT)
       EXIT.

      *****************************************************************
      * PROEVE-POSTER-KONTO                                           *
      * Formål: Prøvepostering - fører posteringen på kontoens        *
      *         saldo i hukommelsen i stedet for REWRITE, journal og  *
      *         genkørselsværn, tæller bevægelsen pr. valuta og       *
      *         melder et rammetræk i prøverapporten.                 *
      *****************************************************************
       PROEVE-POSTER-KONTO.
           MOVE WS-NY-BALANCE TO BALANCE IN KONTOOPL
           PERFORM SPEJL-KREDITRAMME
           PERFORM GEM-PROEVESALDO
           MOVE VALUTAKODE IN KONTOOPL TO WS-VB-VALUTA
           MOVE WS-REGN-BELOB TO WS-VB-BELOB
           PERFORM TILFOEJ-VALUTABEVAEGELSE
           IF WS-RAMMETRAEK = "Y"
               MOVE WS-JOURNAL-FOER TO WS-GAMMEL-DISPLAY
               MOVE WS-NY-BALANCE   TO WS-NY-DISPLAY
               MOVE WS-REGN-BELOB   TO WS-BELOB-DISPLAY
               MOVE KM-BELOB IN KRAM-ARRAY(KM-IX) TO WS-RAMME-DISPLAY
               STRING "RAMMETRAEK KONTO=" DELIMITED BY SIZE
                       KONTO-ID IN TRANSAKTIONEROPL DELIMITED BY SPACE
                       " TID=" DELIMITED BY SIZE
                       TIDSPUNKT DELIMITED BY SIZE
                       " BELOB=" DELIMITED BY SIZE
                       WS-BELOB-DISPLAY DELIMITED BY SIZE
                       " FOER=" DELIMITED BY SIZE
                       WS-GAMMEL-DISPLAY DELIMITED BY SIZE
                       " EFTER=" DELIMITED BY SIZE
                       WS-NY-DISPLAY DELIMITED BY SIZE
                       " RAMME=" DELIMITED BY SIZE
                       WS-RAMME-DISPLAY DELIMITED BY SIZE
                       INTO PROEVE-LINE
               PERFORM SKRIV-PROEVE-LINE
           END-IF
           ADD 1 TO TR-ANTAL-POSTERET
       EXIT.

      *****************************************************************
      * SKRIV-PROEVE-LINE                                             *
      * Formål: Skriver PROEVE-LINE i prøverapporten og rydder den.   *
      *****************************************************************
       SKRIV-PROEVE-LINE.
           WRITE PROEVE-LINE
           MOVE "PROEVE-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"       TO WS-IO-OPERATION
           MOVE PROEVE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO PROEVE-LINE
       EXIT.

      *****************************************************************
      * SKRIV-PROEVE-HOVED                                            *
      * Formål: Skriver prøverapportens overskrift.                   *
      *****************************************************************
       SKRIV-PROEVE-HOVED.
           STRING "PROEVEPOSTERING " DELIMITED BY SIZE
                   WS-CYKLUS-DATO DELIMITED BY SIZE
                   " CYKLUS " DELIMITED BY SIZE
                   WS-CYKLUS DELIMITED BY SIZE
                   " - INTET ER POSTERET" DELIMITED BY SIZE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           STRING "TRANSAKTIONER: " DELIMITED BY SIZE
                   WS-TRANS-FILNAVN DELIMITED BY SPACE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
       EXIT.

      *****************************************************************
      * AFSLUT-PROEVEPOSTERING                                        *
      * Formål: Afslutter en prøvepostering: skriver resuméet med     *
      *         antal og saldo før/efter pr. valuta og lukker filerne *
      *         uden at skrive registre, cyklus eller kørselslog      *
      *         tilbage. RETURN-CODE 4 når posteringer ville blive    *
      *         afvist, 8 ved I/O-fejl eller fuld tabel.              *
      *****************************************************************
       AFSLUT-PROEVEPOSTERING.
           PERFORM SKRIV-PROEVE-LINE
           STRING "Antal transaktioner laest...: " DELIMITED BY SIZE
                   TR-ANTAL-LAEST DELIMITED BY SIZE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           STRING "Antal der ville posteres....: " DELIMITED BY SIZE
                   TR-ANTAL-POSTERET DELIMITED BY SIZE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           STRING "- heraf paa valutadelsaldi..: " DELIMITED BY SIZE
                   TR-ANTAL-DELSALDO DELIMITED BY SIZE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           STRING "- heraf med rammetraek......: " DELIMITED BY SIZE
                   TR-ANTAL-RAMMETRAEK DELIMITED BY SIZE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           STRING "Antal der ville afvises.....: " DELIMITED BY SIZE
                   TR-ANTAL-AFVIST DELIMITED BY SIZE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           STRING "- heraf sanktionsspaerring..: " DELIMITED BY SIZE
                   TR-ANTAL-SANKTION-AFVIST DELIMITED BY SIZE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           STRING "- heraf udlaeg..............: " DELIMITED BY SIZE
                   TR-ANTAL-UDLAEG-AFVIST DELIMITED BY SIZE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           STRING "- heraf pensionsloft........: " DELIMITED BY SIZE
                   TR-ANTAL-PENSION-AFVIST DELIMITED BY SIZE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           STRING "Allerede anvendt (sprunget).: " DELIMITED BY SIZE
                   TR-ANTAL-SKIPPET DELIMITED BY SIZE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           STRING "VAL        SALDO FOER" DELIMITED BY SIZE
                   "           TILGANG" DELIMITED BY SIZE
                   "            AFGANG" DELIMITED BY SIZE
                   "       SALDO EFTER" DELIMITED BY SIZE
                   "  POSTERINGER" DELIMITED BY SIZE
                   INTO PROEVE-LINE
           PERFORM SKRIV-PROEVE-LINE
           PERFORM VARYING VB-IX FROM 1 BY 1 UNTIL VB-IX > VB-COUNT
               COMPUTE WS-VB-EFTER = VB-FOER(VB-IX)
                   + VB-TILGANG(VB-IX) + VB-AFGANG(VB-IX)
               MOVE VB-FOER(VB-IX)    TO WS-VB-DISPLAY
               MOVE VB-TILGANG(VB-IX) TO WS-VB-DISPLAY-2
               MOVE VB-AFGANG(VB-IX)  TO WS-VB-DISPLAY-3
               MOVE WS-VB-EFTER       TO WS-VB-DISPLAY-4
               MOVE VB-ANTAL(VB-IX)   TO WS-ANTAL-DISPLAY
               STRING VB-VALUTA(VB-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-VB-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-VB-DISPLAY-2 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-VB-DISPLAY-3 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-VB-DISPLAY-4 DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       WS-ANTAL-DISPLAY DELIMITED BY SIZE
                       INTO PROEVE-LINE
               PERFORM SKRIV-PROEVE-LINE
           END-PERFORM
           IF PK-OVERFLOW = "Y"
               MOVE "ADVARSEL: SALDOTABELLEN ER FULD - SENERE POSTERING
      -            "ER PAA SAMME KONTO ER AFPROEVET MOD LAEST SALDO"
                   TO PROEVE-LINE
               PERFORM SKRIV-PROEVE-LINE
           END-IF
           IF VB-OVERFLOW = "Y"
               MOVE "ADVARSEL: VALUTATABELLEN ER FULD - RESUMEET ER UFU
      -            "LDSTAENDIGT" TO PROEVE-LINE
               PERFORM SKRIV-PROEVE-LINE
           END-IF

           DISPLAY "OpgavePostering: PROEVEPOSTERING cyklus "
               WS-CYKLUS ", "
               TR-ANTAL-LAEST " laest, "
               TR-ANTAL-POSTERET " ville posteres, "
               TR-ANTAL-AFVIST " ville afvises - intet er posteret"

           CLOSE INPUT-FILE
           CLOSE KONTO-FILE
           CLOSE PROEVE-FILE
           CLOSE IO-ERROR-FILE

           IF WS-IO-ERROR-COUNT > ZERO
               OR PK-OVERFLOW = "Y" OR VB-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TR-ANTAL-AFVIST > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * LAES-FORRETNINGSDATO                                          *
      * Formål: Læser kontrolrecorden i BusinessDato.txt der angiver  *
