      *****************************************************************
      * PROGRAM-ID: OPGAVEAFSKRIVNING                                 *
      * FORFATTER:  SPAC-23                                           *
      * DATO:       2026-10-15                                        *
      * FORMÅL:     Tabsregister for endelige afskrivninger og        *
      *             inddrivelser. OpgaveNedskrivning hensætter og     *
      *             OpgaveOvertraek/OpgaveLaanRykker overdrager til   *
      *             inkasso, men intet har hidtil registreret den     *
      *             endelige afskrivning af et uerholdeligt krav.     *
      *             Her føres registret Afskrivninger.txt: (1) kredit *
      *             indstiller afskrivningen af et lån eller en konto *
      *             i overtræk ("N"); (2) en anden operatør godkender *
      *             eller afviser ("G"/"A") - fire-øjne-reglen        *
      *             håndhæves; (3) indstillinger uden beslutning og   *
      *             godkendte der ikke har kunnet bogføres, udløber   *
      *             efter WS-UDLOEB-DAGE; (4) godkendte afskrivninger *
      *             bogføres: et lån får restgælden nulstillet (LAAN- *
      *             STATUS "X", journalført i LaanJournal.txt), lånets*
      *             hensættelse i NedskrivningForrige.txt forbruges,  *
      *             og tabet og hensættelsesforbruget posteres i      *
      *             hovedbogsfeedet; en konto får debetsaldoen ud-    *
      *             lignet med en AFSKRIVNING-transaktion, som        *
      *             OpgaveHovedbog posterer via kontoplanen; (5)      *
      *             inkassobureauets afregninger matches til det      *
      *             afskrevne krav og bogføres som inddrivelses-      *
      *             indtægt. Årsrapporten opgør tab og inddrivelser   *
      *             pr. produkt for indeværende og forrige år.        *
      *             Indstilleren ("I") og beslutteren ("G") skal være *
      *             bemyndiget i område "T" efter Operatoerer.txt og  *
      *             Bemyndigelser.txt - med kravets aktuelle saldo,   *
      *             det beløb der afskrives, mod rollens beløbs-      *
      *             grænse; ellers afvises transaktionen før regi-    *
      *             stret røres og logges i BemyndigelsesLog.txt.     *
      * INPUT:      Afskrivninger.txt          - Tabsregistret        *
      *             AfskrivningVedligehold.txt - Indstillinger og     *
      *                                          beslutninger         *
      *             Laan.txt                   - Udlånsregistret      *
      *             KontoOpl.txt               - Konti i overtræk     *
      *             Transaktioner.txt          - REG-NR-kobling       *
      *             NedskrivningForrige.txt    - Hensættelse pr. lån  *
      *             Kontoplan.txt              - Hovedbogskonti       *
      *             InkassoAfregning.txt       - Bureauets afregning  *
      *             Inddrivelser.txt           - Bogførte inddrivel-  *
      *                                          ser (dublettjek)     *
      *             Operatoerer.txt, Bemyndigelser.txt                *
      * OUTPUT:     Afskrivninger.txt          - Opdateret register   *
      *             Laan.NY                    - Register, afskrevne  *
      *                                          lån                  *
      *             Transaktioner.txt (EXTEND) - Kontoafskrivninger   *
      *             LaanJournal.txt (EXTEND)   - Låneafskrivninger    *
      *             NedskrivningForrige.txt    - Forbrugt hensættelse *
      *             Hovedbog.txt (EXTEND)      - Tab, hensættelses-   *
      *                                          forbrug, inddrivelse *
      *             Inddrivelser.txt (EXTEND)  - Dagens inddrivelser  *
      *             Afskrivning-Rapport.txt    - Dagsrapport          *
      *             AfskrivningAarsrapport.txt - Tab og inddrivelser  *
      *                                          pr. produkt og år    *
      *             BemyndigelsesLog.txt (EXTEND)                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpgaveAfskrivning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "Afskrivninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "AfskrivningVedligehold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT LAAN-FILE ASSIGN TO "Laan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-FILE-STATUS.
           SELECT LAAN-NY-FILE ASSIGN TO "Laan.NY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAN-NY-FILE-STATUS.
           SELECT KONTO-FILE ASSIGN TO WS-KONTO-FILNAVN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KONTO-ID OF KONTOOPL
               FILE STATUS IS KONTO-FILE-STATUS.
           SELECT TRANS-UD-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-UD-FILE-STATUS.
           SELECT INPUT-TRANS-FILE ASSIGN TO WS-TRANS-FILNAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-TRANS-FILE-STATUS.
           SELECT LAANJOURNAL-FILE ASSIGN TO "LaanJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAANJOURNAL-FILE-STATUS.
           SELECT FORRIGE-FILE ASSIGN TO "NedskrivningForrige.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORRIGE-FILE-STATUS.
           SELECT KONTOPLAN-FILE ASSIGN TO "Kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTOPLAN-FILE-STATUS.
           SELECT HOVEDBOG-FILE ASSIGN TO "Hovedbog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOVEDBOG-FILE-STATUS.
           SELECT AFREGNING-FILE ASSIGN TO "InkassoAfregning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFREGNING-FILE-STATUS.
           SELECT INDDRIV-FILE ASSIGN TO "Inddrivelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDDRIV-FILE-STATUS.
           SELECT RAPPORT-FILE ASSIGN TO "Afskrivning-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPPORT-FILE-STATUS.
           SELECT AARSRAPPORT-FILE
               ASSIGN TO "AfskrivningAarsrapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AARSRAPPORT-FILE-STATUS.
           SELECT OPERATOER-FILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOER-FILE-STATUS.
           SELECT BEMYNDIGELSE-FILE ASSIGN TO "Bemyndigelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDIGELSE-FILE-STATUS.
           SELECT BEMYNDLOG-FILE ASSIGN TO "BemyndigelsesLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEMYNDLOG-FILE-STATUS.
           SELECT IO-ERROR-FILE ASSIGN TO "Afskrivning-IOFejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IO-ERROR-FILE-STATUS.
           SELECT INPUT-FORRETNINGSDATO-FILE
               ASSIGN TO "BusinessDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FORRETNINGSDATO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
       01 AFSKRIVNINGOPL.
           COPY "AFSKRIVNINGOPL.cpy".

      * "N" er kredits indstilling med krav og indtaster; "G"/"A"
      * er beslutningen på en registreret indstilling med
      * beslutterens operatør-id (og årsag ved afvisning)
       FD TRANS-FILE.
       01 TRANS-RECORD.
           02 TRANS-KODE        PIC X(01).
               88 TRANS-INDSTIL        VALUE "N".
               88 TRANS-GODKEND        VALUE "G".
               88 TRANS-AFVIS          VALUE "A".
           02 TRANS-AFSKRIV-ID  PIC X(10).
           02 TRANS-PRODUKT     PIC X(01).
           02 TRANS-KRAV-ID     PIC X(10).
           02 TRANS-KUNDE-ID    PIC X(10).
           02 TRANS-OPERATOER   PIC X(08).
           02 TRANS-AARSAG      PIC X(30).

       FD LAAN-FILE.
       01 LAANOPL.
           COPY "LAANOPL.cpy".

       FD LAAN-NY-FILE.
       01 LAAN-NY-RECORD.
           COPY "LAANOPL.cpy"
               REPLACING LEADING ==LAAN-== BY ==LNY-==.

       FD KONTO-FILE.
       01 KONTOOPL.
           COPY "KONTOOPL.cpy".

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

       FD LAANJOURNAL-FILE.
       01 LAANJOURNALOPL.
           COPY "LAANJOURNALOPL.cpy".

       FD FORRIGE-FILE.
       01 NEDSKRIVFORROPL.
           COPY "NEDSKRIVFORROPL.cpy".

       FD KONTOPLAN-FILE.
       01 KONTOPLANOPL.
           COPY "KONTOPLANOPL.cpy".

       FD HOVEDBOG-FILE.
       01 HOVEDBOG-RECORD.
           02 HB-DATO          PIC X(10).
           02 HB-KONTO         PIC X(08).
           02 HB-VALUTA        PIC X(03).
           02 HB-BELOB         PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD AFREGNING-FILE.
       01 INKASSOAFREGNOPL.
           COPY "INKASSOAFREGNOPL.cpy".

       FD INDDRIV-FILE.
       01 INDDRIVELSEOPL.
           COPY "INDDRIVELSEOPL.cpy".

       FD RAPPORT-FILE.
       01 RAPPORT-LINE     PIC X(100) VALUE SPACES.

       FD AARSRAPPORT-FILE.
       01 AARSRAPPORT-LINE PIC X(100) VALUE SPACES.

       FD OPERATOER-FILE.
       01 OPERATOEROPL.
           COPY "OPERATOEROPL.cpy".

       FD BEMYNDIGELSE-FILE.
       01 BEMYNDIGELSEOPL.
           COPY "BEMYNDIGELSEOPL.cpy".

       FD BEMYNDLOG-FILE.
       01 BEMYNDLOGOPL.
           COPY "BEMYNDLOGOPL.cpy".

       FD IO-ERROR-FILE.
       01 IO-ERROR-LINE    PIC X(80) VALUE SPACES.

       FD INPUT-FORRETNINGSDATO-FILE.
       01 BUSINESSDATOOPL.
           COPY "BUSINESSDATOOPL.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-REGISTER  PIC X VALUE "N".
       01 END-OF-TRANS     PIC X VALUE "N".
       01 END-OF-LAAN-FILE PIC X VALUE "N".
       01 END-OF-FORRIGE-FILE PIC X VALUE "N".
       01 END-OF-KONTOPLAN PIC X VALUE "N".
       01 END-OF-AFREGNING PIC X VALUE "N".
       01 END-OF-INDDRIV   PIC X VALUE "N".

      * Tabsregistret loades, opdateres og skrives samlet tilbage
       01 AFS-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 AFS-COUNT        PIC 9(4) VALUE ZERO.
       01 AFS-OVERFLOW     PIC X VALUE "N".
       01 AFS-ARRAY OCCURS 2000 TIMES.
           COPY "AFSKRIVNINGOPL.cpy"
               REPLACING LEADING ==AFS-== BY ==AR-==.
       01 AR-IX            PIC 9(4) VALUE ZERO.
       01 AR-JX            PIC 9(4) VALUE ZERO.
       01 WS-AFS-FUNDET    PIC X VALUE "N".
       01 WS-SOEG-AFSKRIV-ID PIC X(10) VALUE SPACES.

      * Markerer under lånegennemløbet de godkendte låneafskriv-
      * ninger hvis lån er set, så resten kan meldes som ukendte
       01 AR-SET-TABEL.
           02 AR-SET       PIC X OCCURS 2000 TIMES.

       01 WS-UDLOEB-DAGE   PIC 9(3) VALUE 30.
       01 WS-SYSTEM-OPERATOER PIC X(08) VALUE "SYSTEM".
       01 WS-VALID-AARSAG  PIC X(30) VALUE SPACES.
       01 WS-KAN-BOGFOERES PIC X VALUE "N".
       01 WS-BOGFOER-AARSAG PIC X(30) VALUE SPACES.

      * Hensættelsen pr. lån fra OpgaveNedskrivning; den del der
      * forbruges ved afskrivningen trækkes ud, og filen skrives
      * tilbage, så næste måneds kørsel ikke frigiver den igen
       01 FOR-MAX-ANTAL    PIC 9(4) VALUE 2000.
       01 FOR-COUNT        PIC 9(4) VALUE ZERO.
       01 FOR-OVERFLOW     PIC X VALUE "N".
       01 FOR-TABEL.
           02 FOR-ENTRY OCCURS 2000 TIMES.
               03 FO-LAAN-ID PIC X(10).
               03 FO-TRIN    PIC 9(1).
               03 FO-BELOB   PIC 9(9)V99.
       01 FO-IX            PIC 9(4) VALUE ZERO.
       01 WS-FORRIGE-FUNDET PIC X VALUE "N".
       01 WS-FORRIGE-AENDRET PIC X VALUE "N".

      * Kontoplanen: LAANAFSKRIVNING-rækken bærer udlånskontoen og
      * tabskontoen, NEDSKRIVNING-rækken hensættelseskontoen og
      * INDDRIVELSE-rækken indtægtskontoen og kontoen bureauet
      * afregner til. "*"-rækken er fallback, som i OpgaveHovedbog
       01 KPL-MAX-ANTAL    PIC 9(3) VALUE 50.
       01 KPL-COUNT        PIC 9(3) VALUE ZERO.
       01 KPL-OVERFLOW     PIC X VALUE "N".
       01 KPL-TABEL.
           02 KPL-ENTRY OCCURS 50 TIMES.
               03 KP-TYPE     PIC X(15).
               03 KP-KONTO    PIC X(08).
               03 KP-MODKONTO PIC X(08).
       01 KP-IX            PIC 9(3) VALUE ZERO.
       01 WS-KPL-FUNDET    PIC X VALUE "N".
       01 WS-SOEG-KPL-TYPE PIC X(15) VALUE SPACES.
       01 WS-BRUG-KONTO    PIC X(08) VALUE SPACES.
       01 WS-BRUG-MODKONTO PIC X(08) VALUE SPACES.
       01 WS-UDLAAN-KONTO  PIC X(08) VALUE SPACES.

      * Det balancerende par der skrives til hovedbogsfeedet (se
      * SKRIV-HB-PAR)
       01 WS-HB-KONTO      PIC X(08) VALUE SPACES.
       01 WS-HB-MODKONTO   PIC X(08) VALUE SPACES.
       01 WS-HB-VALUTA     PIC X(03) VALUE SPACES.
       01 WS-HB-BELOB      PIC S9(11)V99 VALUE ZERO.

      * Bogførte inddrivelser - fra journalen og dagens - til
      * dublettjek på bureauets reference og til årsrapporten
       01 IDT-MAX-ANTAL    PIC 9(5) VALUE 5000.
       01 IDT-COUNT        PIC 9(5) VALUE ZERO.
       01 IDT-OVERFLOW     PIC X VALUE "N".
       01 IDT-TABEL.
           02 IDT-ENTRY OCCURS 5000 TIMES.
               03 IDT-PRODUKT    PIC X(01).
               03 IDT-VALUTA     PIC X(03).
               03 IDT-DATO       PIC X(10).
               03 IDT-BELOB      PIC 9(9)V99.
               03 IDT-BUREAU-REF PIC X(16).
       01 IDT-IX           PIC 9(5) VALUE ZERO.
       01 WS-DUBLET        PIC X VALUE "N".

      * Beløbene for det aktuelle krav
       01 WS-KRAV-BELOB    PIC 9(9)V99 VALUE ZERO.
       01 WS-HENSAT        PIC 9(9)V99 VALUE ZERO.
       01 WS-NETTOTAB      PIC 9(9)V99 VALUE ZERO.
       01 WS-REST-KRAV     PIC 9(9)V99 VALUE ZERO.
       01 WS-INDDRIVES     PIC 9(9)V99 VALUE ZERO.
       01 WS-OVERSKUD      PIC 9(9)V99 VALUE ZERO.
       01 WS-D1            PIC Z(8)9.99.
       01 WS-D2            PIC Z(8)9.99.
       01 WS-D3            PIC Z(8)9.99.

      * Kontoafskrivningens BELØB som tekst med fortegn
       01 WS-BELOB-TEKST   PIC X(12) VALUE SPACES.
       01 WS-BELOB-NUM     PIC 9(7).99.

      * Entydig transaktionsreference til de dannede records (se
      * DAN-TRANS-REF): programkode + koerselstidsstempel +
      * loebenummer i koerslen
       01 WS-TRANS-REF      PIC X(16) VALUE SPACES.
       01 WS-REF-PREFIX     PIC X(11) VALUE SPACES.
       01 WS-REF-LOEBENR    PIC 9(5) VALUE ZERO.
       01 WS-REF-TID        PIC 9(8) VALUE ZERO.
       01 WS-REF-DATO       PIC 9(8) VALUE ZERO.

      * Konto -> REG-NR udledt af dagens Transaktioner.txt (se
      * BYG-KONTO-MAP), så kontoafskrivningen kan bære kontoens
      * REG-NR
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
       01 WS-SOEG-KONTO-ID PIC X(10) VALUE SPACES.
       01 WS-KONTO-REGNR   PIC X(6) VALUE SPACES.

      * Udløb: alder i dage fra indstillings- hhv. beslutningsdatoen
       01 WS-DATO-NUM      PIC 9(8) VALUE ZERO.
       01 WS-ALDER-DAGE    PIC S9(5) VALUE ZERO.

      * Årsrapporten: en række pr. produkt og valuta for det år
      * der opgøres
       01 RP-MAX-ANTAL     PIC 9(2) VALUE 20.
       01 RP-COUNT         PIC 9(2) VALUE ZERO.
       01 RP-OVERFLOW      PIC X VALUE "N".
       01 RP-TABEL.
           02 RP-ENTRY OCCURS 20 TIMES.
               03 RP-PRODUKT       PIC X(01).
               03 RP-VALUTA        PIC X(03).
               03 RP-ANTAL         PIC 9(5).
               03 RP-AFSKREVET     PIC 9(11)V99.
               03 RP-HENSAT        PIC 9(11)V99.
               03 RP-ANTAL-INDDRIV PIC 9(5).
               03 RP-INDDREVET     PIC 9(11)V99.
       01 RP-IX            PIC 9(2) VALUE ZERO.
       01 WS-RP-PRODUKT    PIC X(01) VALUE SPACE.
       01 WS-RP-VALUTA     PIC X(03) VALUE SPACES.
       01 WS-RAP-AAR       PIC 9(4) VALUE ZERO.
       01 WS-RAP-AAR-TEKST PIC X(4) VALUE SPACES.
       01 WS-PRODUKT-NAVN  PIC X(20) VALUE SPACES.
       01 WS-RP-NETTO      PIC S9(11)V99 VALUE ZERO.
       01 WS-RP-DISPLAY    PIC -(10)9.99.

       01 TR-ANTAL-NYE      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-GODKENDT PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDLOEBET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-BOGFOERT PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-FEJL     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-INDDRIV  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UMATCHET PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-DUBLET   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-OVERSKUD PIC 9(5) VALUE ZERO.
       01 TR-SUM-AFSKREVET  PIC 9(11)V99 VALUE ZERO.
       01 TR-SUM-HENSAT     PIC 9(11)V99 VALUE ZERO.
       01 TR-SUM-INDDREVET  PIC 9(11)V99 VALUE ZERO.
       01 WS-SUM-DISPLAY    PIC Z(10)9.99.

      * Kørselsdato
       01 WS-FORRETNINGSDATO PIC 9(8) VALUE ZERO.
       01 WS-SYSDATO         PIC 9(8) VALUE ZERO.
       01 WS-DAGS-DATO       PIC X(10) VALUE SPACES.
       01 WS-DAGS-HELTAL     PIC 9(7) VALUE ZERO.
       01 WS-TIDSPUNKT       PIC X(19) VALUE SPACES.

      * Operatørregistret og bemyndigelsesmatricen (se CHECK-
      * BEMYNDIGELSE). Kalderen sætter WS-BM-OPERATOER, -HANDLING
      * ("I" indtast, "G" godkend), -OMRAADE, -KODE, -ID og -BELOB;
      * -BELOB er kravets saldo (se FIND-KRAVETS-SALDO)
       01 END-OF-BM-FILE     PIC X VALUE "N".
       01 OPR-MAX-ANTAL      PIC 9(4) VALUE 500.
       01 OPR-COUNT          PIC 9(4) VALUE ZERO.
       01 OPR-ARRAY OCCURS 500 TIMES.
           COPY "OPERATOEROPL.cpy"
               REPLACING LEADING ==OP-== BY ==OA-==.
       01 OPR-IX             PIC 9(4) VALUE ZERO.
       01 BMY-MAX-ANTAL      PIC 9(4) VALUE 500.
       01 BMY-COUNT          PIC 9(4) VALUE ZERO.
       01 BMY-OVERFLOW       PIC X VALUE "N".
       01 BMY-ARRAY OCCURS 500 TIMES.
           COPY "BEMYNDIGELSEOPL.cpy"
               REPLACING LEADING ==BM-== BY ==BA-==.
       01 BMY-IX             PIC 9(4) VALUE ZERO.
       01 WS-BM-FUNDET       PIC X VALUE "N".
       01 WS-BM-OPERATOER    PIC X(08) VALUE SPACES.
       01 WS-BM-HANDLING     PIC X(01) VALUE SPACES.
       01 WS-BM-OMRAADE      PIC X(01) VALUE SPACES.
       01 WS-BM-KODE         PIC X(01) VALUE SPACES.
       01 WS-BM-ID           PIC X(20) VALUE SPACES.
       01 WS-BM-BELOB        PIC 9(11)V99 VALUE ZERO.
       01 WS-BM-PRODUKT      PIC X(01) VALUE SPACE.
       01 WS-BM-KRAV-ID      PIC X(10) VALUE SPACES.
       01 WS-BM-OK           PIC X VALUE "N".
       01 WS-BM-AARSAG       PIC X(40) VALUE SPACES.
       01 WS-BM-PROGRAM      PIC X(30)
                             VALUE "OpgaveAfskrivning".
       01 WS-BM-SYSDATO      PIC 9(8) VALUE ZERO.
       01 WS-BM-SYSTID       PIC 9(8) VALUE ZERO.
       01 WS-BM-TIDSPUNKT    PIC X(19) VALUE SPACES.
       01 TR-ANTAL-UBEMYNDIGET PIC 9(5) VALUE ZERO.
       01 OPERATOER-FILE-STATUS    PIC XX VALUE "00".
       01 BEMYNDIGELSE-FILE-STATUS PIC XX VALUE "00".
       01 BEMYNDLOG-FILE-STATUS    PIC XX VALUE "00".

      * FILE STATUS pr. fil og fælles felter til I/O-fejlrapporten
      * (se CHECK-IO-STATUS)
       01 REGISTER-FILE-STATUS PIC XX VALUE "00".
       01 TRANS-FILE-STATUS    PIC XX VALUE "00".
       01 LAAN-FILE-STATUS     PIC XX VALUE "00".
       01 LAAN-NY-FILE-STATUS  PIC XX VALUE "00".
       01 KONTO-FILE-STATUS    PIC XX VALUE "00".
       01 TRANS-UD-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-TRANS-FILE-STATUS PIC XX VALUE "00".
       01 LAANJOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 FORRIGE-FILE-STATUS  PIC XX VALUE "00".
       01 KONTOPLAN-FILE-STATUS PIC XX VALUE "00".
       01 HOVEDBOG-FILE-STATUS PIC XX VALUE "00".
       01 AFREGNING-FILE-STATUS PIC XX VALUE "00".
       01 INDDRIV-FILE-STATUS  PIC XX VALUE "00".
       01 RAPPORT-FILE-STATUS  PIC XX VALUE "00".
       01 AARSRAPPORT-FILE-STATUS PIC XX VALUE "00".
       01 IO-ERROR-FILE-STATUS PIC XX VALUE "00".
       01 INPUT-FORRETNINGSDATO-FILE-STATUS PIC XX VALUE "00".
       01 WS-IO-FILE-NAME      PIC X(20) VALUE SPACES.
       01 WS-IO-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-IO-STATUS         PIC XX VALUE "00".
       01 WS-IO-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-KONTO-FILNAVN    PIC X(40) VALUE "KontoOpl.txt".
       01 WS-TRANS-FILNAVN    PIC X(40) VALUE "Transaktioner.txt".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LAES-FORRETNINGSDATO
           PERFORM SAET-FILNAVNE
           PERFORM STEMPEL-DATO
           OPEN OUTPUT IO-ERROR-FILE

           OPEN OUTPUT RAPPORT-FILE
           MOVE "RAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE RAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM LOAD-BEMYNDIGELSER
           PERFORM LOAD-REGISTER
           PERFORM LOAD-FORRIGE
           PERFORM LOAD-KONTOPLAN
           PERFORM LOAD-INDDRIVELSER
           PERFORM BYG-KONTO-MAP

           OPEN EXTEND HOVEDBOG-FILE
           IF HOVEDBOG-FILE-STATUS = "35"
               OPEN OUTPUT HOVEDBOG-FILE
           END-IF
           MOVE "HOVEDBOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE HOVEDBOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM BEHANDL-VEDLIGEHOLD
           PERFORM UDLOEB-INDSTILLINGER
           PERFORM BOGFOER-GODKENDTE
           PERFORM BEHANDL-AFREGNINGER
           CLOSE HOVEDBOG-FILE

           PERFORM SKRIV-FORRIGE
           PERFORM SKRIV-REGISTER
           PERFORM SKRIV-AARSRAPPORT
           PERFORM TRAILER

           DISPLAY "OpgaveAfskrivning: " TR-ANTAL-NYE " nye, "
               TR-ANTAL-GODKENDT " godkendt, "
               TR-ANTAL-AFVIST " afvist, "
               TR-ANTAL-UDLOEBET " udloebet, "
               TR-ANTAL-BOGFOERT " bogfoert, "
               TR-ANTAL-INDDRIV " inddrivelser, "
               TR-ANTAL-FEJL " fejl (" TR-ANTAL-UBEMYNDIGET
               " ubemyndigede)"

           CLOSE RAPPORT-FILE
           CLOSE BEMYNDLOG-FILE
           CLOSE IO-ERROR-FILE

      * RETURN-CODE 4 når indstillinger eller afregninger er afvist
      * eller venter på manuel behandling, 8 ved I/O-fejl
           EVALUATE TRUE
               WHEN WS-IO-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN TR-ANTAL-FEJL > ZERO
                   OR TR-ANTAL-UBEMYNDIGET > ZERO
                   OR TR-ANTAL-UMATCHET > ZERO
                   OR TR-ANTAL-OVERSKUD > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       STEMPEL-DATO.
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
           STRING  WS-DAGS-DATO " 05:50:00" DELIMITED BY SIZE
                   INTO WS-TIDSPUNKT
           COMPUTE WS-DAGS-HELTAL =
               FUNCTION INTEGER-OF-DATE(WS-SYSDATO)
       EXIT.

      *****************************************************************
      * LOAD-REGISTER                                                 *
      * Formål: Læser tabsregistret ind i AFS-ARRAY. Findes filen     *
      *         ikke, startes med et tomt register.                   *
      *****************************************************************
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-REGISTER = "Y"
                   READ REGISTER-FILE INTO AFSKRIVNINGOPL
                       AT END
                           MOVE "Y" TO END-OF-REGISTER
                       NOT AT END
                           IF AFS-COUNT >= AFS-MAX-ANTAL
                               MOVE "Y" TO AFS-OVERFLOW
                           ELSE
                               ADD 1 TO AFS-COUNT
                               MOVE AFSKRIVNINGOPL
                                   TO AFS-ARRAY(AFS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           IF AFS-OVERFLOW = "Y"
               DISPLAY "OpgaveAfskrivning: AFS-ARRAY fuld - "
                   "registret kan ikke skrives tilbage komplet"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-FORRIGE                                                  *
      * Formål: Læser hensættelsen pr. lån ind i FOR-TABEL. Findes    *
      *         filen ikke, er intet hensat, og hele afskrivningen    *
      *         er tab.                                               *
      *****************************************************************
       LOAD-FORRIGE.
           OPEN INPUT FORRIGE-FILE
           IF FORRIGE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FORRIGE-FILE = "Y"
                   READ FORRIGE-FILE INTO NEDSKRIVFORROPL
                       AT END
                           MOVE "Y" TO END-OF-FORRIGE-FILE
                       NOT AT END
                           IF FOR-COUNT >= FOR-MAX-ANTAL
                               MOVE "Y" TO FOR-OVERFLOW
                           ELSE
                               ADD 1 TO FOR-COUNT
                               MOVE NF-LAAN-ID
                                   TO FO-LAAN-ID(FOR-COUNT)
                               MOVE NF-TRIN  TO FO-TRIN(FOR-COUNT)
                               MOVE NF-BELOB TO FO-BELOB(FOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORRIGE-FILE
               MOVE "N" TO END-OF-FORRIGE-FILE
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-KONTOPLAN                                                *
      * Formål: Læser kontoplanen ind i KPL-TABEL, samme form som     *
      *         OpgaveHovedbog's LOAD-KONTOPLAN.                      *
      *****************************************************************
       LOAD-KONTOPLAN.
           OPEN INPUT KONTOPLAN-FILE
           IF KONTOPLAN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-KONTOPLAN = "Y"
                   READ KONTOPLAN-FILE INTO KONTOPLANOPL
                       AT END
                           MOVE "Y" TO END-OF-KONTOPLAN
                       NOT AT END
                           IF KPL-COUNT >= KPL-MAX-ANTAL
                               MOVE "Y" TO KPL-OVERFLOW
                           ELSE
                               ADD 1 TO KPL-COUNT
                               MOVE KPL-TRANSAKTIONSTYPE
                                   TO KP-TYPE(KPL-COUNT)
                               MOVE KPL-HOVEDBOG-KONTO
                                   TO KP-KONTO(KPL-COUNT)
                               MOVE KPL-MODKONTO
                                   TO KP-MODKONTO(KPL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOPLAN-FILE
               MOVE "N" TO END-OF-KONTOPLAN
           END-IF
       EXIT.

      *****************************************************************
      * LOAD-INDDRIVELSER                                             *
      * Formål: Læser de tidligere bogførte inddrivelser ind i        *
      *         IDT-TABEL. Findes journalen ikke, er intet inddrevet  *
      *         endnu. Kan tabellen ikke rumme journalen, kan         *
      *         dublettjekket ikke stoles på - det meldes som fejl.   *
      *****************************************************************
       LOAD-INDDRIVELSER.
           OPEN INPUT INDDRIV-FILE
           IF INDDRIV-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-INDDRIV = "Y"
                   READ INDDRIV-FILE INTO INDDRIVELSEOPL
                       AT END
                           MOVE "Y" TO END-OF-INDDRIV
                       NOT AT END
                           PERFORM TILFOEJ-INDDRIVELSE
                   END-READ
               END-PERFORM
               CLOSE INDDRIV-FILE
               MOVE "N" TO END-OF-INDDRIV
           END-IF
           IF IDT-OVERFLOW = "Y"
               DISPLAY "OpgaveAfskrivning: IDT-TABEL fuld - "
                   "dublettjekket af afregningerne er ufuldstaendigt"
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
       EXIT.

       TILFOEJ-INDDRIVELSE.
           IF IDT-COUNT >= IDT-MAX-ANTAL
               MOVE "Y" TO IDT-OVERFLOW
           ELSE
               ADD 1 TO IDT-COUNT
               MOVE ID-PRODUKT    TO IDT-PRODUKT(IDT-COUNT)
               MOVE ID-VALUTA     TO IDT-VALUTA(IDT-COUNT)
               MOVE ID-DATO       TO IDT-DATO(IDT-COUNT)
               MOVE ID-BELOB      TO IDT-BELOB(IDT-COUNT)
               MOVE ID-BUREAU-REF TO IDT-BUREAU-REF(IDT-COUNT)
           END-IF
       EXIT.

      *****************************************************************
      * BEHANDL-VEDLIGEHOLD                                           *
      * Formål: Anvender dagens indstillinger og beslutninger fra     *
      *         AfskrivningVedligehold.txt.                           *
      *****************************************************************
       BEHANDL-VEDLIGEHOLD.
           OPEN INPUT TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-TRANS = "Y"
               READ TRANS-FILE INTO TRANS-RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRANS-INDSTIL
                               PERFORM REGISTRER-INDSTILLING
                           WHEN TRANS-GODKEND
                               PERFORM ANVEND-BESLUTNING
                           WHEN TRANS-AFVIS
                               PERFORM ANVEND-BESLUTNING
                           WHEN OTHER
                               ADD 1 TO TR-ANTAL-FEJL
                               STRING "FEJL UKENDT TRANSAKTIONSKODE: "
                                       DELIMITED BY SIZE
                                       TRANS-KODE DELIMITED BY SIZE
                                       " AFSKRIVNING=" DELIMITED BY SIZE
                                       TRANS-AFSKRIV-ID
                                           DELIMITED BY SPACE
                                       INTO RAPPORT-LINE
                               PERFORM SKRIV-RAPPORT-LINE
                       END-EVALUATE
               END-READ
               MOVE "TRANS-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"       TO WS-IO-OPERATION
               MOVE TRANS-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE TRANS-FILE
           CLOSE KONTO-FILE
       EXIT.

      *****************************************************************
      * REGISTRER-INDSTILLING                                         *
      * Formål: Registrerer kredits indstilling til afskrivning. Et   *
      *         id der allerede står i registret er en fejl og        *
      *         registreres ikke. Ugyldige indstillinger registreres  *
      *         som afvist med årsagen.                               *
      *****************************************************************
       REGISTRER-INDSTILLING.
           MOVE TRANS-AFSKRIV-ID TO WS-SOEG-AFSKRIV-ID
           PERFORM FIND-AFSKRIVNING
           IF WS-AFS-FUNDET = "Y" OR TRANS-AFSKRIV-ID = SPACES
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL AFSKRIVNING FINDES ALLEREDE/BLANK: "
                       DELIMITED BY SIZE
                       TRANS-AFSKRIV-ID DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF AFS-COUNT >= AFS-MAX-ANTAL
               MOVE "Y" TO AFS-OVERFLOW
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL REGISTRET ER FULDT - IKKE REGISTRERET: "
                       DELIMITED BY SIZE
                       TRANS-AFSKRIV-ID DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM KONTROLLER-BEMYNDIGELSE
           IF WS-BM-OK = "N"
               PERFORM SKRIV-UBEMYNDIGET
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDER-INDSTILLING
           ADD 1 TO AFS-COUNT
           MOVE AFS-COUNT TO AR-IX
           MOVE SPACES TO AFS-ARRAY(AR-IX)
           MOVE TRANS-AFSKRIV-ID TO AR-ID(AR-IX)
           MOVE TRANS-PRODUKT    TO AR-PRODUKT(AR-IX)
           MOVE TRANS-KRAV-ID    TO AR-KRAV-ID(AR-IX)
           MOVE TRANS-KUNDE-ID   TO AR-KUNDE-ID(AR-IX)
           MOVE ZERO TO AR-BELOB(AR-IX)
           MOVE ZERO TO AR-HENSAT-BRUGT(AR-IX)
           MOVE ZERO TO AR-INDDREVET(AR-IX)
           MOVE TRANS-OPERATOER  TO AR-INDTASTER(AR-IX)
           MOVE WS-DAGS-DATO     TO AR-INDSTIL-DATO(AR-IX)
           MOVE "S"              TO AR-STATUS(AR-IX)
           IF WS-VALID-AARSAG NOT = SPACES
               MOVE "A" TO AR-STATUS(AR-IX)
               MOVE WS-SYSTEM-OPERATOER TO AR-GODKENDER(AR-IX)
               MOVE WS-DAGS-DATO TO AR-BESLUT-DATO(AR-IX)
               MOVE WS-VALID-AARSAG TO AR-AARSAG(AR-IX)
               ADD 1 TO TR-ANTAL-AFVIST
               STRING "AFVIST VED REGISTRERING " DELIMITED BY SIZE
                       TRANS-AFSKRIV-ID DELIMITED BY SPACE
                       " AARSAG=" DELIMITED BY SIZE
                       WS-VALID-AARSAG DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           ELSE
               ADD 1 TO TR-ANTAL-NYE
               STRING "INDSTILLET " DELIMITED BY SIZE
                       TRANS-AFSKRIV-ID DELIMITED BY SPACE
                       " PRODUKT=" DELIMITED BY SIZE
                       TRANS-PRODUKT DELIMITED BY SIZE
                       " KRAV=" DELIMITED BY SIZE
                       TRANS-KRAV-ID DELIMITED BY SPACE
                       " KUNDE=" DELIMITED BY SIZE
                       TRANS-KUNDE-ID DELIMITED BY SPACE
                       " INDTASTER=" DELIMITED BY SIZE
                       TRANS-OPERATOER DELIMITED BY SPACE
                       INTO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      * Et krav kan kun være indstillet, godkendt eller afskrevet én
      * gang ad gangen
       VALIDER-INDSTILLING.
           MOVE SPACES TO WS-VALID-AARSAG
           EVALUATE TRUE
               WHEN TRANS-PRODUKT NOT = "L" AND TRANS-PRODUKT NOT = "K"
                   MOVE "UGYLDIG: PRODUKT" TO WS-VALID-AARSAG
               WHEN TRANS-KRAV-ID = SPACES
                   MOVE "UGYLDIG: KRAV MANGLER" TO WS-VALID-AARSAG
               WHEN TRANS-KUNDE-ID = SPACES
                   MOVE "UGYLDIG: KUNDE MANGLER" TO WS-VALID-AARSAG
               WHEN TRANS-OPERATOER = SPACES
                   MOVE "UGYLDIG: INDTASTER MANGLER"
                       TO WS-VALID-AARSAG
           END-EVALUATE
           IF WS-VALID-AARSAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AR-JX FROM 1 BY 1 UNTIL AR-JX > AFS-COUNT
               IF AR-PRODUKT(AR-JX) = TRANS-PRODUKT
                   AND AR-KRAV-ID(AR-JX) = TRANS-KRAV-ID
                   AND (AR-INDSTILLET(AR-JX)
                       OR AR-GODKENDT(AR-JX)
                       OR AR-BOGFOERT(AR-JX))
                   MOVE "UGYLDIG: KRAV ALLEREDE INDSTILLET"
                       TO WS-VALID-AARSAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * FIND-AFSKRIVNING                                              *
      * Formål: Slår afskrivnings-id'et i WS-SOEG-AFSKRIV-ID op i     *
      *         AFS-ARRAY og sætter WS-AFS-FUNDET og AR-IX.           *
      *****************************************************************
       FIND-AFSKRIVNING.
           MOVE "N" TO WS-AFS-FUNDET
           PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AFS-COUNT
               IF AR-ID(AR-IX) = WS-SOEG-AFSKRIV-ID
                   MOVE "Y" TO WS-AFS-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

      *****************************************************************
      * ANVEND-BESLUTNING                                             *
      * Formål: Anvender beslutningen på en indstilling der afventer  *
      *         godkendelse. Fire-øjne-reglen håndhæves: indtaster    *
      *         og godkender må ikke være samme operatør, og          *
      *         beslutteren skal være bemyndiget - ved godkendelse    *
      *         for kravets saldo. En afvisning uden årsag får en     *
      *         standardårsag.                                        *
      *****************************************************************
       ANVEND-BESLUTNING.
           MOVE TRANS-AFSKRIV-ID TO WS-SOEG-AFSKRIV-ID
           PERFORM FIND-AFSKRIVNING
           IF WS-AFS-FUNDET = "N"
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL UKENDT AFSKRIVNING VED BESLUTNING: "
                       DELIMITED BY SIZE
                       TRANS-AFSKRIV-ID DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF NOT AR-INDSTILLET(AR-IX)
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL AFSKRIVNING AFVENTER IKKE BESLUTNING: "
                       DELIMITED BY SIZE
                       TRANS-AFSKRIV-ID DELIMITED BY SPACE
                       " STATUS=" DELIMITED BY SIZE
                       AR-STATUS(AR-IX) DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF TRANS-OPERATOER = SPACES
               OR TRANS-OPERATOER = AR-INDTASTER(AR-IX)
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL SAMME/BLANK OPERATOER VED AFSKRIVNING: "
                       DELIMITED BY SIZE
                       TRANS-AFSKRIV-ID DELIMITED BY SPACE
                       " - FIRE-OEJNE-REGLEN KRAEVER EN ANDEN"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM KONTROLLER-BEMYNDIGELSE
           IF WS-BM-OK = "N"
               PERFORM SKRIV-UBEMYNDIGET
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-OPERATOER TO AR-GODKENDER(AR-IX)
           MOVE WS-DAGS-DATO TO AR-BESLUT-DATO(AR-IX)
           IF TRANS-GODKEND
               MOVE "G" TO AR-STATUS(AR-IX)
               ADD 1 TO TR-ANTAL-GODKENDT
               STRING "GODKENDT " DELIMITED BY SIZE
                       TRANS-AFSKRIV-ID DELIMITED BY SPACE
                       " INDTASTER=" DELIMITED BY SIZE
                       AR-INDTASTER(AR-IX) DELIMITED BY SPACE
                       " GODKENDER=" DELIMITED BY SIZE
                       TRANS-OPERATOER DELIMITED BY SPACE
                       INTO RAPPORT-LINE
           ELSE
               MOVE "A" TO AR-STATUS(AR-IX)
               IF TRANS-AARSAG = SPACES
                   MOVE "AFVIST UDEN ANGIVET AARSAG"
                       TO AR-AARSAG(AR-IX)
               ELSE
                   MOVE TRANS-AARSAG TO AR-AARSAG(AR-IX)
               END-IF
               ADD 1 TO TR-ANTAL-AFVIST
               STRING "AFVIST " DELIMITED BY SIZE
                       TRANS-AFSKRIV-ID DELIMITED BY SPACE
                       " BESLUTTER=" DELIMITED BY SIZE
                       TRANS-OPERATOER DELIMITED BY SPACE
                       " AARSAG=" DELIMITED BY SIZE
                       AR-AARSAG(AR-IX) DELIMITED BY SIZE
                       INTO RAPPORT-LINE
           END-IF
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * KONTROLLER-BEMYNDIGELSE                                       *
      * Formål: Kontrollerer i område "T" at indstilleren må          *
      *         indtaste og beslutteren godkende eller afvise         *
      *         afskrivningen. Indstillingen og godkendelsen          *
      *         vurderes mod rollens beløbsgrænse med kravets         *
      *         aktuelle saldo - det beløb der vil blive afskrevet.   *
      *****************************************************************
       KONTROLLER-BEMYNDIGELSE.
           MOVE TRANS-OPERATOER TO WS-BM-OPERATOER
           MOVE "T" TO WS-BM-OMRAADE
           MOVE TRANS-KODE TO WS-BM-KODE
           MOVE TRANS-AFSKRIV-ID TO WS-BM-ID
           IF TRANS-INDSTIL
               MOVE "I" TO WS-BM-HANDLING
               MOVE TRANS-PRODUKT TO WS-BM-PRODUKT
               MOVE TRANS-KRAV-ID TO WS-BM-KRAV-ID
           ELSE
               MOVE "G" TO WS-BM-HANDLING
               MOVE AR-PRODUKT(AR-IX) TO WS-BM-PRODUKT
               MOVE AR-KRAV-ID(AR-IX) TO WS-BM-KRAV-ID
           END-IF
           MOVE ZERO TO WS-BM-BELOB
           IF NOT TRANS-AFVIS
               PERFORM FIND-KRAVETS-SALDO
           END-IF
           PERFORM CHECK-BEMYNDIGELSE
       EXIT.

      *****************************************************************
      * FIND-KRAVETS-SALDO                                            *
      * Formål: Sætter WS-BM-BELOB til kravets saldo som              *
      *         BOGFOER-GODKENDTE vil afskrive den: kontoens          *
      *         debetsaldo eller lånets restgæld i Laan.txt. Et       *
      *         ukendt krav giver nul - det afvises ved bogføringen.  *
      *****************************************************************
       FIND-KRAVETS-SALDO.
           IF WS-BM-PRODUKT = "K"
               MOVE WS-BM-KRAV-ID TO KONTO-ID IN KONTOOPL
               READ KONTO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BALANCE < ZERO
                           COMPUTE WS-BM-BELOB = ZERO - BALANCE
                       END-IF
               END-READ
               EXIT PARAGRAPH
           END-IF
           IF WS-BM-PRODUKT NOT = "L"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LAAN-FILE
           IF LAAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LAAN-FILE = "Y"
               READ LAAN-FILE INTO LAANOPL
                   AT END
                       MOVE "Y" TO END-OF-LAAN-FILE
                   NOT AT END
                       IF LAAN-ID = WS-BM-KRAV-ID
                           MOVE LAAN-RESTGAELD TO WS-BM-BELOB
                           MOVE "Y" TO END-OF-LAAN-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAAN-FILE
           MOVE "N" TO END-OF-LAAN-FILE
       EXIT.

       SKRIV-UBEMYNDIGET.
           STRING "UBEMYNDIGET " DELIMITED BY SIZE
                   TRANS-OPERATOER DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   TRANS-KODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BM-ID DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-BM-AARSAG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * UDLOEB-INDSTILLINGER                                          *
      * Formål: En indstilling der har ventet på godkendelse i mere   *
      *         end WS-UDLOEB-DAGE, eller en godkendt afskrivning der *
      *         i samme tid ikke har kunnet bogføres, udløber. Den    *
      *         bliver i registret med årsag og dagens dato.          *
      *****************************************************************
       UDLOEB-INDSTILLINGER.
           PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AFS-COUNT
               IF AR-INDSTILLET(AR-IX)
                   MOVE ZERO TO WS-DATO-NUM
                   STRING AR-INDSTIL-DATO(AR-IX)(1:4)
                       AR-INDSTIL-DATO(AR-IX)(6:2)
                       AR-INDSTIL-DATO(AR-IX)(9:2)
                       DELIMITED BY SIZE INTO WS-DATO-NUM
                   PERFORM BEREGN-ALDER
                   IF WS-ALDER-DAGE > WS-UDLOEB-DAGE
                       MOVE "UDLOEBET UDEN GODKENDELSE"
                           TO AR-AARSAG(AR-IX)
                       PERFORM MARKER-UDLOEBET
                   END-IF
               ELSE
                   IF AR-GODKENDT(AR-IX)
                       MOVE ZERO TO WS-DATO-NUM
                       STRING AR-BESLUT-DATO(AR-IX)(1:4)
                           AR-BESLUT-DATO(AR-IX)(6:2)
                           AR-BESLUT-DATO(AR-IX)(9:2)
                           DELIMITED BY SIZE INTO WS-DATO-NUM
                       PERFORM BEREGN-ALDER
                       IF WS-ALDER-DAGE > WS-UDLOEB-DAGE
                           MOVE "UDLOEBET - KUNNE IKKE BOGFOERES"
                               TO AR-AARSAG(AR-IX)
                           PERFORM MARKER-UDLOEBET
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      * En dato der ikke kan læses, behandles som dagens - posten
      * udløber ikke på en fejlindtastning
       BEREGN-ALDER.
           MOVE ZERO TO WS-ALDER-DAGE
           IF WS-DATO-NUM > 19000101 AND WS-DATO-NUM <= WS-SYSDATO
               COMPUTE WS-ALDER-DAGE = WS-DAGS-HELTAL -
                   FUNCTION INTEGER-OF-DATE(WS-DATO-NUM)
           END-IF
       EXIT.

       MARKER-UDLOEBET.
           MOVE "U" TO AR-STATUS(AR-IX)
           MOVE WS-SYSTEM-OPERATOER TO AR-GODKENDER(AR-IX)
           MOVE WS-DAGS-DATO TO AR-BESLUT-DATO(AR-IX)
           ADD 1 TO TR-ANTAL-UDLOEBET
           STRING "UDLOEBET " DELIMITED BY SIZE
                   AR-ID(AR-IX) DELIMITED BY SPACE
                   " AARSAG=" DELIMITED BY SIZE
                   AR-AARSAG(AR-IX) DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * BOGFOER-GODKENDTE                                             *
      * Formål: Bogfører de godkendte afskrivninger. Konti slås op    *
      *         direkte; lånene bogføres under et gennemløb af        *
      *         Laan.txt, der skrives til Laan.NY. En afskrivning der *
      *         ikke kan bogføres, bliver stående som godkendt og     *
      *         prøves igen i næste kørsel, indtil den udløber.       *
      *****************************************************************
       BOGFOER-GODKENDTE.
           OPEN INPUT KONTO-FILE
           MOVE "KONTO-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"       TO WS-IO-OPERATION
           MOVE KONTO-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND TRANS-UD-FILE
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           OPEN EXTEND LAANJOURNAL-FILE
           IF LAANJOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT LAANJOURNAL-FILE
           END-IF
           MOVE "LAANJOURNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE LAANJOURNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AFS-COUNT
               IF AR-GODKENDT(AR-IX) AND AR-PRODUKT-KONTO(AR-IX)
                   PERFORM BOGFOER-KONTO-AFSKRIVNING
               END-IF
           END-PERFORM

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

           MOVE ALL "N" TO AR-SET-TABEL
           PERFORM UNTIL END-OF-LAAN-FILE = "Y"
               READ LAAN-FILE INTO LAANOPL
                   AT END
                       MOVE "Y" TO END-OF-LAAN-FILE
                   NOT AT END
                       PERFORM FIND-GODKENDT-LAAN
                       IF WS-AFS-FUNDET = "Y"
                           MOVE "Y" TO AR-SET(AR-IX)
                           PERFORM BOGFOER-LAAN-AFSKRIVNING
                       END-IF
                       PERFORM SKRIV-LAAN-NY
               END-READ
               MOVE "LAAN-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"      TO WS-IO-OPERATION
               MOVE LAAN-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM

           PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AFS-COUNT
               IF AR-GODKENDT(AR-IX) AND AR-PRODUKT-LAAN(AR-IX)
                   AND AR-SET(AR-IX) = "N"
                   MOVE "LAAN UKENDT" TO WS-BOGFOER-AARSAG
                   PERFORM SKRIV-AFVENTER
               END-IF
           END-PERFORM

           CLOSE KONTO-FILE
           CLOSE TRANS-UD-FILE
           CLOSE LAANJOURNAL-FILE
           CLOSE LAAN-FILE
           CLOSE LAAN-NY-FILE
       EXIT.

      * Den godkendte låneafskrivning på det læste lån, om nogen
       FIND-GODKENDT-LAAN.
           MOVE "N" TO WS-AFS-FUNDET
           PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AFS-COUNT
               IF AR-GODKENDT(AR-IX) AND AR-PRODUKT-LAAN(AR-IX)
                   AND AR-KRAV-ID(AR-IX) = LAAN-ID
                   MOVE "Y" TO WS-AFS-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       SKRIV-AFVENTER.
           STRING "AFVENTER BOGFOERING " DELIMITED BY SIZE
                   AR-ID(AR-IX) DELIMITED BY SPACE
                   " KRAV=" DELIMITED BY SIZE
                   AR-KRAV-ID(AR-IX) DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   WS-BOGFOER-AARSAG DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * BOGFOER-KONTO-AFSKRIVNING                                     *
      * Formål: Kontoen skal findes, være aktiv, tilhøre kunden, stå  *
      *         i overtræk og have et kendt REG-NR. Hele debet-       *
      *         saldoen udlignes med en AFSKRIVNING-transaktion i     *
      *         dagens Transaktioner.txt; OpgaveHovedbog posterer     *
      *         tabet via kontoplanens AFSKRIVNING-række. Der         *
      *         hensættes ikke på konti, så hele beløbet er tab.      *
      *****************************************************************
       BOGFOER-KONTO-AFSKRIVNING.
           MOVE "N" TO WS-KAN-BOGFOERES
           MOVE SPACES TO WS-BOGFOER-AARSAG
           MOVE AR-KRAV-ID(AR-IX) TO WS-SOEG-KONTO-ID
           PERFORM FIND-KONTO-REGNR
           MOVE AR-KRAV-ID(AR-IX) TO KONTO-ID IN KONTOOPL
           READ KONTO-FILE
               INVALID KEY
                   MOVE "KONTO UKENDT" TO WS-BOGFOER-AARSAG
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT KONTO-AKTIV
                           MOVE "KONTO IKKE AKTIV"
                               TO WS-BOGFOER-AARSAG
                       WHEN KUNDE-ID IN KONTOOPL NOT =
                               AR-KUNDE-ID(AR-IX)
                           MOVE "KONTO TILHOERER ANDEN KUNDE"
                               TO WS-BOGFOER-AARSAG
                       WHEN BALANCE NOT < ZERO
                           MOVE "KONTO ER IKKE I OVERTRAEK"
                               TO WS-BOGFOER-AARSAG
                       WHEN WS-KMAP-FUNDET = "N"
                           MOVE "REG-NR UKENDT" TO WS-BOGFOER-AARSAG
                       WHEN OTHER
                           MOVE "Y" TO WS-KAN-BOGFOERES
                   END-EVALUATE
           END-READ
           IF WS-KAN-BOGFOERES = "N"
               PERFORM SKRIV-AFVENTER
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-KRAV-BELOB = ZERO - BALANCE
           MOVE ZERO TO WS-HENSAT
           MOVE WS-KRAV-BELOB TO WS-NETTOTAB
           MOVE VALUTAKODE IN KONTOOPL TO AR-VALUTA(AR-IX)
           MOVE WS-KRAV-BELOB TO WS-BELOB-NUM
           MOVE SPACES TO WS-BELOB-TEKST
           STRING "+" WS-BELOB-NUM DELIMITED BY SIZE
               INTO WS-BELOB-TEKST
           MOVE SPACES TO TRANSAKTIONEROPL
           MOVE WS-KONTO-REGNR    TO REG-NR IN TRANSAKTIONEROPL
           MOVE AR-KRAV-ID(AR-IX) TO KONTO-ID IN TRANSAKTIONEROPL
           MOVE WS-TIDSPUNKT      TO TIDSPUNKT
           MOVE "AFSKRIVNING"     TO TRANSAKTIONSTYPE
           MOVE WS-BELOB-TEKST    TO BELØB
           MOVE VALUTAKODE IN KONTOOPL TO VALUTA
           STRING "TABSAFSKRIVNING " DELIMITED BY SIZE
                   AR-ID(AR-IX) DELIMITED BY SPACE
                   INTO BUTIK
           PERFORM DAN-TRANS-REF
           MOVE WS-TRANS-REF TO TRANS-REF IN TRANSAKTIONEROPL
           WRITE TRANSAKTIONEROPL
           MOVE "TRANS-UD-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE TRANS-UD-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM MARKER-BOGFOERT
       EXIT.

      *****************************************************************
      * BOGFOER-LAAN-AFSKRIVNING                                      *
      * Formål: Afskriver lånets restgæld: lånets hensættelse         *
      *         forbruges (højst restgælden), resten er tab.          *
      *         Afskrivningen journalføres, og hovedbogsfeedet får    *
      *         to balancerende par - tabet mod udlånet og den        *
      *         forbrugte hensættelse mod udlånet. Lånet står         *
      *         derefter med nul i restgæld og status afskrevet.      *
      *****************************************************************
       BOGFOER-LAAN-AFSKRIVNING.
           EVALUATE TRUE
               WHEN LAAN-KUNDE-ID NOT = AR-KUNDE-ID(AR-IX)
                   MOVE "LAAN TILHOERER ANDEN KUNDE"
                       TO WS-BOGFOER-AARSAG
                   PERFORM SKRIV-AFVENTER
                   EXIT PARAGRAPH
               WHEN LAAN-RESTGAELD = ZERO
                   MOVE "LAAN HAR INGEN RESTGAELD"
                       TO WS-BOGFOER-AARSAG
                   PERFORM SKRIV-AFVENTER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE LAAN-RESTGAELD TO WS-KRAV-BELOB
           MOVE ZERO TO WS-HENSAT
           PERFORM FIND-FORRIGE
           IF WS-FORRIGE-FUNDET = "Y"
               IF FO-BELOB(FO-IX) > WS-KRAV-BELOB
                   MOVE WS-KRAV-BELOB TO WS-HENSAT
               ELSE
                   MOVE FO-BELOB(FO-IX) TO WS-HENSAT
               END-IF
               SUBTRACT WS-HENSAT FROM FO-BELOB(FO-IX)
               MOVE "Y" TO WS-FORRIGE-AENDRET
           END-IF
           COMPUTE WS-NETTOTAB = WS-KRAV-BELOB - WS-HENSAT
           MOVE "DKK" TO AR-VALUTA(AR-IX)

           PERFORM DAN-TRANS-REF
           MOVE SPACES TO LAANJOURNALOPL
           MOVE LAAN-ID       TO LJ-LAAN-ID
           MOVE LAAN-KUNDE-ID TO LJ-KUNDE-ID
           MOVE WS-DAGS-DATO  TO LJ-DATO
           MOVE "AFSKRIVNING" TO LJ-TYPE
           MOVE WS-KRAV-BELOB TO LJ-BELOB
           MOVE ZERO TO LJ-RENTE
           MOVE ZERO TO LJ-GEBYR
           MOVE WS-TRANS-REF  TO LJ-TRANS-REF
           WRITE LAANJOURNALOPL
           MOVE "LAANJOURNAL-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"            TO WS-IO-OPERATION
           MOVE LAANJOURNAL-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           PERFORM POSTER-LAANETAB

           MOVE ZERO TO LAAN-RESTGAELD
           MOVE ZERO TO LAAN-RESTANCER
           MOVE "X" TO LAAN-STATUS
           PERFORM MARKER-BOGFOERT
       EXIT.

      *****************************************************************
      * POSTER-LAANETAB                                               *
      * Formål: Tabet posteres mellem LAANAFSKRIVNING-rækkens         *
      *         udlånskonto (hovedbogskontoen) og tabskonto           *
      *         (modkontoen); den forbrugte hensættelse mellem        *
      *         udlånskontoen og NEDSKRIVNING-rækkens                 *
      *         hensættelseskonto, som OpgaveNedskrivning opbyggede.  *
      *****************************************************************
       POSTER-LAANETAB.
           MOVE "LAANAFSKRIVNING" TO WS-SOEG-KPL-TYPE
           PERFORM FIND-KONTOPLAN
           IF WS-KPL-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BRUG-KONTO TO WS-UDLAAN-KONTO
           IF WS-NETTOTAB > ZERO
               MOVE WS-BRUG-KONTO    TO WS-HB-KONTO
               MOVE WS-BRUG-MODKONTO TO WS-HB-MODKONTO
               MOVE "DKK"            TO WS-HB-VALUTA
               MOVE WS-NETTOTAB      TO WS-HB-BELOB
               PERFORM SKRIV-HB-PAR
           END-IF
           IF WS-HENSAT > ZERO
               MOVE "NEDSKRIVNING" TO WS-SOEG-KPL-TYPE
               PERFORM FIND-KONTOPLAN
               IF WS-KPL-FUNDET = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-UDLAAN-KONTO  TO WS-HB-KONTO
               MOVE WS-BRUG-KONTO    TO WS-HB-MODKONTO
               MOVE "DKK"            TO WS-HB-VALUTA
               MOVE WS-HENSAT        TO WS-HB-BELOB
               PERFORM SKRIV-HB-PAR
           END-IF
       EXIT.

       MARKER-BOGFOERT.
           MOVE "B" TO AR-STATUS(AR-IX)
           MOVE WS-KRAV-BELOB TO AR-BELOB(AR-IX)
           MOVE WS-HENSAT TO AR-HENSAT-BRUGT(AR-IX)
           MOVE WS-DAGS-DATO TO AR-BOGFOERT-DATO(AR-IX)
           ADD 1 TO TR-ANTAL-BOGFOERT
           ADD WS-KRAV-BELOB TO TR-SUM-AFSKREVET
           ADD WS-HENSAT TO TR-SUM-HENSAT
           MOVE WS-KRAV-BELOB TO WS-D1
           MOVE WS-HENSAT TO WS-D2
           MOVE WS-NETTOTAB TO WS-D3
           STRING "BOGFOERT " DELIMITED BY SIZE
                   AR-ID(AR-IX) DELIMITED BY SPACE
                   " KRAV=" DELIMITED BY SIZE
                   AR-KRAV-ID(AR-IX) DELIMITED BY SPACE
                   " AFSKREVET=" DELIMITED BY SIZE
                   WS-D1 DELIMITED BY SIZE
                   " HENSAT=" DELIMITED BY SIZE
                   WS-D2 DELIMITED BY SIZE
                   " TAB=" DELIMITED BY SIZE
                   WS-D3 DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

       FIND-FORRIGE.
           MOVE "N" TO WS-FORRIGE-FUNDET
           PERFORM VARYING FO-IX FROM 1 BY 1 UNTIL FO-IX > FOR-COUNT
               IF FO-LAAN-ID(FO-IX) = LAAN-ID
                   MOVE "Y" TO WS-FORRIGE-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
       EXIT.

       SKRIV-LAAN-NY.
           MOVE LAANOPL TO LAAN-NY-RECORD
           WRITE LAAN-NY-RECORD
           MOVE "LAAN-NY-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE LAAN-NY-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * BEHANDL-AFREGNINGER                                           *
      * Formål: Matcher inkassobureauets afregninger til de           *
      *         afskrevne krav og bogfører dem som inddrivelse.       *
      *         Findes afregningsfilen ikke, er der intet inddrevet   *
      *         i dag.                                                *
      *****************************************************************
       BEHANDL-AFREGNINGER.
           OPEN INPUT AFREGNING-FILE
           IF AFREGNING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND INDDRIV-FILE
           IF INDDRIV-FILE-STATUS = "35"
               OPEN OUTPUT INDDRIV-FILE
           END-IF
           MOVE "INDDRIV-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE INDDRIV-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM UNTIL END-OF-AFREGNING = "Y"
               READ AFREGNING-FILE INTO INKASSOAFREGNOPL
                   AT END
                       MOVE "Y" TO END-OF-AFREGNING
                   NOT AT END
                       PERFORM MATCH-AFREGNING
               END-READ
               MOVE "AFREGNING-FILE" TO WS-IO-FILE-NAME
               MOVE "READ"           TO WS-IO-OPERATION
               MOVE AFREGNING-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE AFREGNING-FILE
           CLOSE INDDRIV-FILE
       EXIT.

      *****************************************************************
      * MATCH-AFREGNING                                               *
      * Formål: En betaling med en bureau-reference der allerede er   *
      *         bogført, springes over. Ellers matches den til det    *
      *         seneste afskrevne krav med samme produkt og krav-id   *
      *         i samme valuta; en betaling uden afskrevet krav går   *
      *         til manuel behandling. Der indtægtsføres højst det    *
      *         der endnu ikke er inddrevet af det afskrevne beløb -  *
      *         et overskydende beløb tilbagebetales manuelt.         *
      *****************************************************************
       MATCH-AFREGNING.
           IF IA-BELOB NOT NUMERIC OR IA-BELOB = ZERO
               ADD 1 TO TR-ANTAL-FEJL
               STRING "FEJL UGYLDIGT BELOEB I AFREGNING REF=" DELIMITED
                       BY SIZE
                       IA-BUREAU-REF DELIMITED BY SPACE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DUBLET
           IF IA-BUREAU-REF NOT = SPACES
               PERFORM VARYING IDT-IX FROM 1 BY 1
                       UNTIL IDT-IX > IDT-COUNT
                   IF IDT-BUREAU-REF(IDT-IX) = IA-BUREAU-REF
                       MOVE "Y" TO WS-DUBLET
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DUBLET = "Y"
               ADD 1 TO TR-ANTAL-DUBLET
               STRING "ALLEREDE BOGFOERT REF=" DELIMITED BY SIZE
                       IA-BUREAU-REF DELIMITED BY SPACE
                       " KRAV=" DELIMITED BY SIZE
                       IA-KRAV-ID DELIMITED BY SPACE
                       " - SPRUNGET OVER" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-AFS-FUNDET
           PERFORM VARYING AR-JX FROM 1 BY 1 UNTIL AR-JX > AFS-COUNT
               IF AR-BOGFOERT(AR-JX)
                   AND AR-PRODUKT(AR-JX) = IA-PRODUKT
                   AND AR-KRAV-ID(AR-JX) = IA-KRAV-ID
                   MOVE "Y" TO WS-AFS-FUNDET
                   MOVE AR-JX TO AR-IX
               END-IF
           END-PERFORM
           IF WS-AFS-FUNDET = "Y"
               AND IA-VALUTA NOT = SPACES
               AND IA-VALUTA NOT = AR-VALUTA(AR-IX)
               MOVE "N" TO WS-AFS-FUNDET
           END-IF
           MOVE IA-BELOB TO WS-D1
           IF WS-AFS-FUNDET = "N"
               ADD 1 TO TR-ANTAL-UMATCHET
               STRING "UMATCHET BETALING REF=" DELIMITED BY SIZE
                       IA-BUREAU-REF DELIMITED BY SPACE
                       " PRODUKT=" DELIMITED BY SIZE
                       IA-PRODUKT DELIMITED BY SIZE
                       " KRAV=" DELIMITED BY SIZE
                       IA-KRAV-ID DELIMITED BY SPACE
                       " BELOEB=" DELIMITED BY SIZE
                       WS-D1 DELIMITED BY SIZE
                       " - TIL MANUEL BEHANDLING" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-REST-KRAV = AR-BELOB(AR-IX) - AR-INDDREVET(AR-IX)
           IF IA-BELOB > WS-REST-KRAV
               MOVE WS-REST-KRAV TO WS-INDDRIVES
           ELSE
               MOVE IA-BELOB TO WS-INDDRIVES
           END-IF
           COMPUTE WS-OVERSKUD = IA-BELOB - WS-INDDRIVES
           IF WS-INDDRIVES > ZERO
               PERFORM BOGFOER-INDDRIVELSE
           END-IF
           IF WS-OVERSKUD > ZERO
               ADD 1 TO TR-ANTAL-OVERSKUD
               MOVE WS-OVERSKUD TO WS-D2
               STRING "OVERSKYDENDE BELOEB REF=" DELIMITED BY SIZE
                       IA-BUREAU-REF DELIMITED BY SPACE
                       " AFSKRIVNING=" DELIMITED BY SIZE
                       AR-ID(AR-IX) DELIMITED BY SPACE
                       " OVERSKUD=" DELIMITED BY SIZE
                       WS-D2 DELIMITED BY SIZE
                       " - TILBAGEBETALES MANUELT" DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

      *****************************************************************
      * BOGFOER-INDDRIVELSE                                           *
      * Formål: Indtægtsfører inddrivelsen mellem kontoplanens        *
      *         INDDRIVELSE-række (indtægtskontoen) og modkontoen     *
      *         bureauet afregner til, lægger den til kravets         *
      *         inddrevne beløb og journalfører den med bureauets     *
      *         reference.                                            *
      *****************************************************************
       BOGFOER-INDDRIVELSE.
           MOVE "INDDRIVELSE" TO WS-SOEG-KPL-TYPE
           PERFORM FIND-KONTOPLAN
           IF WS-KPL-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BRUG-KONTO     TO WS-HB-KONTO
           MOVE WS-BRUG-MODKONTO  TO WS-HB-MODKONTO
           MOVE AR-VALUTA(AR-IX)  TO WS-HB-VALUTA
           MOVE WS-INDDRIVES      TO WS-HB-BELOB
           PERFORM SKRIV-HB-PAR

           ADD WS-INDDRIVES TO AR-INDDREVET(AR-IX)
           MOVE WS-DAGS-DATO TO AR-SENEST-INDDREVET(AR-IX)
           PERFORM DAN-TRANS-REF
           MOVE SPACES TO INDDRIVELSEOPL
           MOVE AR-ID(AR-IX)       TO ID-AFSKRIV-ID
           MOVE AR-PRODUKT(AR-IX)  TO ID-PRODUKT
           MOVE AR-KRAV-ID(AR-IX)  TO ID-KRAV-ID
           MOVE AR-KUNDE-ID(AR-IX) TO ID-KUNDE-ID
           MOVE WS-DAGS-DATO       TO ID-DATO
           MOVE WS-INDDRIVES       TO ID-BELOB
           MOVE AR-VALUTA(AR-IX)   TO ID-VALUTA
           MOVE IA-BUREAU-REF      TO ID-BUREAU-REF
           MOVE WS-TRANS-REF       TO ID-TRANS-REF
           WRITE INDDRIVELSEOPL
           MOVE "INDDRIV-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"        TO WS-IO-OPERATION
           MOVE INDDRIV-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM TILFOEJ-INDDRIVELSE

           ADD 1 TO TR-ANTAL-INDDRIV
           ADD WS-INDDRIVES TO TR-SUM-INDDREVET
           MOVE WS-INDDRIVES TO WS-D2
           MOVE AR-INDDREVET(AR-IX) TO WS-D3
           STRING "INDDREVET " DELIMITED BY SIZE
                   AR-ID(AR-IX) DELIMITED BY SPACE
                   " KRAV=" DELIMITED BY SIZE
                   AR-KRAV-ID(AR-IX) DELIMITED BY SPACE
                   " REF=" DELIMITED BY SIZE
                   IA-BUREAU-REF DELIMITED BY SPACE
                   " BELOEB=" DELIMITED BY SIZE
                   WS-D2 DELIMITED BY SIZE
                   " I ALT=" DELIMITED BY SIZE
                   WS-D3 DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
       EXIT.

      *****************************************************************
      * FIND-KONTOPLAN                                                *
      * Formål: Slår rækken for WS-SOEG-KPL-TYPE op i KPL-TABEL med   *
      *         "*"-rækken som fallback. Findes ingen af dem, kan     *
      *         posteringen ikke dannes - det meldes som fejl.        *
      *****************************************************************
       FIND-KONTOPLAN.
           MOVE "N" TO WS-KPL-FUNDET
           PERFORM VARYING KP-IX FROM 1 BY 1 UNTIL KP-IX > KPL-COUNT
               IF KP-TYPE(KP-IX) = WS-SOEG-KPL-TYPE
                   MOVE KP-KONTO(KP-IX)    TO WS-BRUG-KONTO
                   MOVE KP-MODKONTO(KP-IX) TO WS-BRUG-MODKONTO
                   MOVE "Y" TO WS-KPL-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KPL-FUNDET = "N"
               PERFORM VARYING KP-IX FROM 1 BY 1
                       UNTIL KP-IX > KPL-COUNT
                   IF KP-TYPE(KP-IX) = "*"
                       MOVE KP-KONTO(KP-IX)    TO WS-BRUG-KONTO
                       MOVE KP-MODKONTO(KP-IX) TO WS-BRUG-MODKONTO
                       MOVE "Y" TO WS-KPL-FUNDET
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-KPL-FUNDET = "N"
               DISPLAY "OpgaveAfskrivning: ingen "
                   FUNCTION TRIM(WS-SOEG-KPL-TYPE)
                   "-raekke i Kontoplan.txt - ikke posteret"
               ADD 1 TO WS-IO-ERROR-COUNT
               STRING "FEJL INGEN " DELIMITED BY SIZE
                       WS-SOEG-KPL-TYPE DELIMITED BY SPACE
                       "-RAEKKE I KONTOPLANEN - HOVEDBOG IKKE POSTERET"
                       DELIMITED BY SIZE
                       INTO RAPPORT-LINE
               PERFORM SKRIV-RAPPORT-LINE
           END-IF
       EXIT.

      * Skriver WS-HB-BELOB på WS-HB-KONTO og det modsatte beløb på
      * WS-HB-MODKONTO, så parret balancerer
       SKRIV-HB-PAR.
           MOVE WS-DAGS-DATO TO HB-DATO
           MOVE WS-HB-KONTO  TO HB-KONTO
           MOVE WS-HB-VALUTA TO HB-VALUTA
           MOVE WS-HB-BELOB  TO HB-BELOB
           WRITE HOVEDBOG-RECORD
           MOVE "HOVEDBOG-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE HOVEDBOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE WS-DAGS-DATO   TO HB-DATO
           MOVE WS-HB-MODKONTO TO HB-KONTO
           MOVE WS-HB-VALUTA   TO HB-VALUTA
           COMPUTE HB-BELOB = ZERO - WS-HB-BELOB
           WRITE HOVEDBOG-RECORD
           MOVE "HOVEDBOG-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"         TO WS-IO-OPERATION
           MOVE HOVEDBOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
       EXIT.

      *****************************************************************
      * SKRIV-FORRIGE                                                 *
      * Formål: Skriver NedskrivningForrige.txt tilbage med de        *
      *         forbrugte hensættelser trukket ud, når der er         *
      *         afskrevet lån med hensættelse. Kunne tabellen ikke    *
      *         rumme filen, skrives den ikke - den ville blive       *
      *         afkortet.                                             *
      *****************************************************************
       SKRIV-FORRIGE.
           IF WS-FORRIGE-AENDRET = "N"
               EXIT PARAGRAPH
           END-IF
           IF FOR-OVERFLOW = "Y"
               DISPLAY "OpgaveAfskrivning: FOR-TABEL fuld - "
                   "NedskrivningForrige.txt er ikke opdateret"
               ADD 1 TO WS-IO-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FORRIGE-FILE
           MOVE "FORRIGE-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"         TO WS-IO-OPERATION
           MOVE FORRIGE-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING FO-IX FROM 1 BY 1 UNTIL FO-IX > FOR-COUNT
               MOVE FO-LAAN-ID(FO-IX) TO NF-LAAN-ID
               MOVE FO-TRIN(FO-IX)    TO NF-TRIN
               MOVE FO-BELOB(FO-IX)   TO NF-BELOB
               WRITE NEDSKRIVFORROPL
               MOVE "FORRIGE-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"        TO WS-IO-OPERATION
               MOVE FORRIGE-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE FORRIGE-FILE
       EXIT.

      *****************************************************************
      * SKRIV-REGISTER                                                *
      * Formål: Skriver det opdaterede tabsregister tilbage.          *
      *****************************************************************
       SKRIV-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"          TO WS-IO-OPERATION
           MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AFS-COUNT
               MOVE AFS-ARRAY(AR-IX) TO AFSKRIVNINGOPL
               WRITE AFSKRIVNINGOPL
               MOVE "REGISTER-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"         TO WS-IO-OPERATION
               MOVE REGISTER-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM
           CLOSE REGISTER-FILE
       EXIT.

      *****************************************************************
      * SKRIV-AARSRAPPORT                                             *
      * Formål: Opgør for forrige og indeværende kalenderår pr.       *
      *         produkt og valuta: afskrevne krav og beløb (på        *
      *         bogføringsdatoen), heraf dækket af hensættelse,       *
      *         nettotabet, inddrivelser (på inddrivelsesdatoen,      *
      *         uanset hvilket år kravet blev afskrevet) og tabet     *
      *         efter inddrivelse. Kørt på årets sidste bankdag er    *
      *         indeværende års tal årets endelige.                   *
      *****************************************************************
       SKRIV-AARSRAPPORT.
           OPEN OUTPUT AARSRAPPORT-FILE
           MOVE "AARSRAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"             TO WS-IO-OPERATION
           MOVE AARSRAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           STRING "TAB OG INDDRIVELSER PR. PRODUKT - OPGJORT "
                   DELIMITED BY SIZE
                   WS-DAGS-DATO DELIMITED BY SIZE
                   INTO AARSRAPPORT-LINE
           PERFORM SKRIV-AARSRAPPORT-LINE
           MOVE WS-SYSDATO(1:4) TO WS-RAP-AAR
           SUBTRACT 1 FROM WS-RAP-AAR
           PERFORM OPGOER-AAR
           ADD 1 TO WS-RAP-AAR
           PERFORM OPGOER-AAR
           CLOSE AARSRAPPORT-FILE
       EXIT.

       OPGOER-AAR.
           MOVE WS-RAP-AAR TO WS-RAP-AAR-TEKST
           MOVE ZERO TO RP-COUNT
           INITIALIZE RP-TABEL
           PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AFS-COUNT
               IF AR-BOGFOERT(AR-IX)
                   AND AR-BOGFOERT-DATO(AR-IX)(1:4) = WS-RAP-AAR-TEKST
                   MOVE AR-PRODUKT(AR-IX) TO WS-RP-PRODUKT
                   MOVE AR-VALUTA(AR-IX) TO WS-RP-VALUTA
                   PERFORM FIND-RAPPORT-RAEKKE
                   IF RP-IX > ZERO
                       ADD 1 TO RP-ANTAL(RP-IX)
                       ADD AR-BELOB(AR-IX) TO RP-AFSKREVET(RP-IX)
                       ADD AR-HENSAT-BRUGT(AR-IX) TO RP-HENSAT(RP-IX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING IDT-IX FROM 1 BY 1 UNTIL IDT-IX > IDT-COUNT
               IF IDT-DATO(IDT-IX)(1:4) = WS-RAP-AAR-TEKST
                   MOVE IDT-PRODUKT(IDT-IX) TO WS-RP-PRODUKT
                   MOVE IDT-VALUTA(IDT-IX) TO WS-RP-VALUTA
                   PERFORM FIND-RAPPORT-RAEKKE
                   IF RP-IX > ZERO
                       ADD 1 TO RP-ANTAL-INDDRIV(RP-IX)
                       ADD IDT-BELOB(IDT-IX) TO RP-INDDREVET(RP-IX)
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO AARSRAPPORT-LINE
           PERFORM SKRIV-AARSRAPPORT-LINE
           STRING "AAR " DELIMITED BY SIZE
                   WS-RAP-AAR-TEKST DELIMITED BY SIZE
                   INTO AARSRAPPORT-LINE
           PERFORM SKRIV-AARSRAPPORT-LINE
           IF RP-COUNT = ZERO
               MOVE "  Ingen afskrivninger eller inddrivelser"
                   TO AARSRAPPORT-LINE
               PERFORM SKRIV-AARSRAPPORT-LINE
           END-IF
           PERFORM VARYING RP-IX FROM 1 BY 1 UNTIL RP-IX > RP-COUNT
               PERFORM SKRIV-RAPPORT-RAEKKE
           END-PERFORM
           IF RP-OVERFLOW = "Y"
               MOVE "  ADVARSEL: RP-TABEL fuld - opgoerelsen mangler"
                   TO AARSRAPPORT-LINE
               PERFORM SKRIV-AARSRAPPORT-LINE
               MOVE "N" TO RP-OVERFLOW
           END-IF
       EXIT.

      * Finder eller opretter rækken for WS-RP-PRODUKT og
      * WS-RP-VALUTA; RP-IX er nul når tabellen er fuld
       FIND-RAPPORT-RAEKKE.
           PERFORM VARYING RP-IX FROM 1 BY 1 UNTIL RP-IX > RP-COUNT
               IF RP-PRODUKT(RP-IX) = WS-RP-PRODUKT
                   AND RP-VALUTA(RP-IX) = WS-RP-VALUTA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF RP-COUNT >= RP-MAX-ANTAL
               MOVE "Y" TO RP-OVERFLOW
               MOVE ZERO TO RP-IX
           ELSE
               ADD 1 TO RP-COUNT
               MOVE RP-COUNT TO RP-IX
               MOVE WS-RP-PRODUKT TO RP-PRODUKT(RP-IX)
               MOVE WS-RP-VALUTA TO RP-VALUTA(RP-IX)
           END-IF
       EXIT.

       SKRIV-RAPPORT-RAEKKE.
           EVALUATE RP-PRODUKT(RP-IX)
               WHEN "L"
                   MOVE "LAAN" TO WS-PRODUKT-NAVN
               WHEN "K"
                   MOVE "KONTO I OVERTRAEK" TO WS-PRODUKT-NAVN
               WHEN OTHER
                   MOVE "UKENDT PRODUKT" TO WS-PRODUKT-NAVN
           END-EVALUATE
           STRING "  PRODUKT " DELIMITED BY SIZE
                   WS-PRODUKT-NAVN DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   RP-VALUTA(RP-IX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO AARSRAPPORT-LINE
           PERFORM SKRIV-AARSRAPPORT-LINE
           STRING "    Afskrevne krav...............: "
                       DELIMITED BY SIZE
                   RP-ANTAL(RP-IX) DELIMITED BY SIZE
                   INTO AARSRAPPORT-LINE
           PERFORM SKRIV-AARSRAPPORT-LINE
           MOVE RP-AFSKREVET(RP-IX) TO WS-RP-DISPLAY
           STRING "    Afskrevet i alt..............: "
                       DELIMITED BY SIZE
                   WS-RP-DISPLAY DELIMITED BY SIZE
                   INTO AARSRAPPORT-LINE
           PERFORM SKRIV-AARSRAPPORT-LINE
           MOVE RP-HENSAT(RP-IX) TO WS-RP-DISPLAY
           STRING "    Heraf daekket af hensaettelse: "
                       DELIMITED BY SIZE
                   WS-RP-DISPLAY DELIMITED BY SIZE
                   INTO AARSRAPPORT-LINE
           PERFORM SKRIV-AARSRAPPORT-LINE
           COMPUTE WS-RP-NETTO = RP-AFSKREVET(RP-IX) - RP-HENSAT(RP-IX)
           MOVE WS-RP-NETTO TO WS-RP-DISPLAY
           STRING "    Nettotab (resultatfoert).....: "
                       DELIMITED BY SIZE
                   WS-RP-DISPLAY DELIMITED BY SIZE
                   INTO AARSRAPPORT-LINE
           PERFORM SKRIV-AARSRAPPORT-LINE
           MOVE RP-INDDREVET(RP-IX) TO WS-RP-DISPLAY
           STRING "    Inddrevet....................: "
                       DELIMITED BY SIZE
                   WS-RP-DISPLAY DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   RP-ANTAL-INDDRIV(RP-IX) DELIMITED BY SIZE
                   " betalinger)" DELIMITED BY SIZE
                   INTO AARSRAPPORT-LINE
           PERFORM SKRIV-AARSRAPPORT-LINE
           COMPUTE WS-RP-NETTO = RP-AFSKREVET(RP-IX) - RP-HENSAT(RP-IX)
               - RP-INDDREVET(RP-IX)
           MOVE WS-RP-NETTO TO WS-RP-DISPLAY
           STRING "    Tab efter inddrivelse........: "
                       DELIMITED BY SIZE
                   WS-RP-DISPLAY DELIMITED BY SIZE
                   INTO AARSRAPPORT-LINE
           PERFORM SKRIV-AARSRAPPORT-LINE
       EXIT.

       SKRIV-AARSRAPPORT-LINE.
           WRITE AARSRAPPORT-LINE
           MOVE "AARSRAPPORT-FILE" TO WS-IO-FILE-NAME
           MOVE "WRITE"            TO WS-IO-OPERATION
           MOVE AARSRAPPORT-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS
           MOVE SPACES TO AARSRAPPORT-LINE
       EXIT.

      *****************************************************************
      * TRAILER                                                       *
      * Formål: Skriver kontroltotaller sidst i dagsrapporten.        *
      *****************************************************************
       TRAILER.
           MOVE SPACES TO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Nye indstillinger...........: " DELIMITED BY SIZE
                   TR-ANTAL-NYE DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Godkendt / afvist...........: " DELIMITED BY SIZE
                   TR-ANTAL-GODKENDT DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   TR-ANTAL-AFVIST DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Udloebet....................: " DELIMITED BY SIZE
                   TR-ANTAL-UDLOEBET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Afskrivninger bogfoert......: " DELIMITED BY SIZE
                   TR-ANTAL-BOGFOERT DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-SUM-AFSKREVET TO WS-SUM-DISPLAY
           STRING "Afskrevet i alt.............: " DELIMITED BY SIZE
                   WS-SUM-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-SUM-HENSAT TO WS-SUM-DISPLAY
           STRING "Heraf forbrugt hensaettelse.: " DELIMITED BY SIZE
                   WS-SUM-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Inddrivelser bogfoert.......: " DELIMITED BY SIZE
                   TR-ANTAL-INDDRIV DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           MOVE TR-SUM-INDDREVET TO WS-SUM-DISPLAY
           STRING "Inddrevet i alt.............: " DELIMITED BY SIZE
                   WS-SUM-DISPLAY DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Umatchede betalinger........: " DELIMITED BY SIZE
                   TR-ANTAL-UMATCHET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Overskydende betalinger.....: " DELIMITED BY SIZE
                   TR-ANTAL-OVERSKUD DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Dubletter sprunget over.....: " DELIMITED BY SIZE
                   TR-ANTAL-DUBLET DELIMITED BY SIZE
                   INTO RAPPORT-LINE
           PERFORM SKRIV-RAPPORT-LINE
           STRING "Fejl........................: " DELIMITED BY SIZE
                   TR-ANTAL-FEJL DELIMITED BY SIZE
                   INTO RAPPORT-LINE
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
      * BYG-KONTO-MAP                                                 *
      * Formål: Udleder hver kontos REG-NR af dagens                  *
      *         Transaktioner.txt (samme afledning som                *
      *         OpgaveLaanAnsoegning - KONTOOPL.cpy bærer ikke selv   *
      *         et REG-NR). Findes filen ikke, forbliver tabellen     *
      *         tom, og kontoafskrivningerne venter til næste kørsel. *
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
           IF KMAP-OVERFLOW = "Y"
               DISPLAY "OpgaveAfskrivning: KMAP-TABEL kapacitet "
                   "overskredet - nogle konti kan mangle REG-NR"
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
               STRING "AS" WS-REF-DATO(5:4) WS-REF-TID(1:5)
                   DELIMITED BY SIZE INTO WS-REF-PREFIX
           END-IF
           ADD 1 TO WS-REF-LOEBENR
           MOVE SPACES TO WS-TRANS-REF
           STRING WS-REF-PREFIX WS-REF-LOEBENR
               DELIMITED BY SIZE INTO WS-TRANS-REF
       EXIT.

      *****************************************************************
      * LOAD-BEMYNDIGELSER                                            *
      * Formål: Læser operatørregistret Operatoerer.txt og            *
      *         bemyndigelsesmatricen Bemyndigelser.txt ind i         *
      *         arbejdstabellerne og åbner BemyndigelsesLog.txt.      *
      *         Mangler registret eller matricen, er ingen operatør   *
      *         bemyndiget, og alt afvises.                           *
      *****************************************************************
       LOAD-BEMYNDIGELSER.
           OPEN INPUT OPERATOER-FILE
           IF OPERATOER-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-BM-FILE = "Y"
                   READ OPERATOER-FILE INTO OPERATOEROPL
                       AT END
                           MOVE "Y" TO END-OF-BM-FILE
                       NOT AT END
                           IF OPR-COUNT >= OPR-MAX-ANTAL
                               MOVE "Y" TO BMY-OVERFLOW
                           ELSE
                               ADD 1 TO OPR-COUNT
                               MOVE OPERATOEROPL
                                   TO OPR-ARRAY(OPR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOER-FILE
               MOVE "N" TO END-OF-BM-FILE
           END-IF

           OPEN INPUT BEMYNDIGELSE-FILE
           IF BEMYNDIGELSE-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-BM-FILE = "Y"
                   READ BEMYNDIGELSE-FILE INTO BEMYNDIGELSEOPL
                       AT END
                           MOVE "Y" TO END-OF-BM-FILE
                       NOT AT END
                           IF BMY-COUNT >= BMY-MAX-ANTAL
                               MOVE "Y" TO BMY-OVERFLOW
                           ELSE
                               ADD 1 TO BMY-COUNT
                               MOVE BEMYNDIGELSEOPL
                                   TO BMY-ARRAY(BMY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEMYNDIGELSE-FILE
               MOVE "N" TO END-OF-BM-FILE
           END-IF
           IF BMY-OVERFLOW = "Y"
               DISPLAY "ADVARSEL: operatoerregister/bemyndigelses"
                   "matrix afkortet"
           END-IF

           OPEN EXTEND BEMYNDLOG-FILE
           IF BEMYNDLOG-FILE-STATUS = "35"
               OPEN OUTPUT BEMYNDLOG-FILE
           END-IF
           MOVE "BEMYNDLOG-FILE" TO WS-IO-FILE-NAME
           MOVE "OPEN"           TO WS-IO-OPERATION
           MOVE BEMYNDLOG-FILE-STATUS TO WS-IO-STATUS
           PERFORM CHECK-IO-STATUS

           ACCEPT WS-BM-SYSDATO FROM DATE YYYYMMDD
           ACCEPT WS-BM-SYSTID FROM TIME
           MOVE SPACES TO WS-BM-TIDSPUNKT
           STRING  WS-BM-SYSDATO(1:4) "-" WS-BM-SYSDATO(5:2) "-"
                   WS-BM-SYSDATO(7:2) " " WS-BM-SYSTID(1:2) ":"
                   WS-BM-SYSTID(3:2) ":" WS-BM-SYSTID(5:2)
                   DELIMITED BY SIZE
                   INTO WS-BM-TIDSPUNKT
       EXIT.

      *****************************************************************
      * CHECK-BEMYNDIGELSE                                            *
      * Formål: Afgør om WS-BM-OPERATOER må udføre WS-BM-HANDLING     *
      *         på koden i området, og sætter WS-BM-OK/-AARSAG. Et    *
      *         afslag skrives til BemyndigelsesLog.txt.              *
      *****************************************************************
       CHECK-BEMYNDIGELSE.
           PERFORM VURDER-BEMYNDIGELSE
           IF WS-BM-OK = "N"
               ADD 1 TO TR-ANTAL-UBEMYNDIGET
               MOVE SPACES TO BEMYNDLOGOPL
               MOVE WS-BM-TIDSPUNKT TO BL-TIDSPUNKT
               MOVE WS-BM-PROGRAM   TO BL-PROGRAM
               MOVE WS-BM-OPERATOER TO BL-OPERATOER
               MOVE WS-BM-HANDLING  TO BL-HANDLING
               MOVE WS-BM-OMRAADE   TO BL-OMRAADE
               MOVE WS-BM-KODE      TO BL-TRANS-KODE
               MOVE WS-BM-ID        TO BL-ID
               MOVE WS-BM-BELOB     TO BL-BELOB
               MOVE WS-BM-AARSAG    TO BL-AARSAG
               WRITE BEMYNDLOGOPL
               MOVE "BEMYNDLOG-FILE" TO WS-IO-FILE-NAME
               MOVE "WRITE"          TO WS-IO-OPERATION
               MOVE BEMYNDLOG-FILE-STATUS TO WS-IO-STATUS
               PERFORM CHECK-IO-STATUS
           END-IF
       EXIT.

      *****************************************************************
      * VURDER-BEMYNDIGELSE                                           *
      * Formål: Slår operatøren op i registret og rollens række i     *
      *         matricen (konkret kode før "*") og sætter WS-BM-OK    *
      *         til "J" eller WS-BM-AARSAG til afslagsgrunden.        *
      *****************************************************************
       VURDER-BEMYNDIGELSE.
           MOVE "N" TO WS-BM-OK
           MOVE SPACES TO WS-BM-AARSAG
           MOVE "N" TO WS-BM-FUNDET
           PERFORM VARYING OPR-IX FROM 1 BY 1 UNTIL OPR-IX > OPR-COUNT
               IF OA-OPERATOER-ID(OPR-IX) = WS-BM-OPERATOER
                   MOVE "Y" TO WS-BM-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BM-OPERATOER = SPACES OR WS-BM-FUNDET = "N"
               MOVE "OPERATOER IKKE REGISTRERET" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF NOT OA-AKTIV(OPR-IX)
               MOVE "OPERATOER SPAERRET" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
      * En række for den konkrete kode går forud for rollens "*"
           MOVE "N" TO WS-BM-FUNDET
           PERFORM VARYING BMY-IX FROM 1 BY 1 UNTIL BMY-IX > BMY-COUNT
               IF BA-ROLLE(BMY-IX) = OA-ROLLE(OPR-IX)
                   AND BA-OMRAADE(BMY-IX) = WS-BM-OMRAADE
                   AND BA-TRANS-KODE(BMY-IX) = WS-BM-KODE
                   MOVE "Y" TO WS-BM-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BM-FUNDET = "N"
               PERFORM VARYING BMY-IX FROM 1 BY 1
                       UNTIL BMY-IX > BMY-COUNT
                   IF BA-ROLLE(BMY-IX) = OA-ROLLE(OPR-IX)
                       AND BA-OMRAADE(BMY-IX) = WS-BM-OMRAADE
                       AND BA-TRANS-KODE(BMY-IX) = "*"
                       MOVE "Y" TO WS-BM-FUNDET
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BM-FUNDET = "N"
               MOVE "ROLLEN HAR INGEN BEMYNDIGELSE TIL KODEN"
                   TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF WS-BM-HANDLING = "I" AND NOT BA-MAA-INDTASTE(BMY-IX)
               MOVE "ROLLEN MAA IKKE INDTASTE KODEN" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF WS-BM-HANDLING = "G" AND NOT BA-MAA-GODKENDE(BMY-IX)
               MOVE "ROLLEN MAA IKKE GODKENDE KODEN" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF BA-BELOB-GRAENSE(BMY-IX) > ZERO
               AND WS-BM-BELOB > BA-BELOB-GRAENSE(BMY-IX)
               MOVE "BELOEB OVER ROLLENS GRAENSE" TO WS-BM-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO WS-BM-OK
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
               MOVE "KontoOpl.txt"      TO WS-KONTO-FILNAVN
               MOVE "Transaktioner.txt" TO WS-TRANS-FILNAVN
           ELSE
               STRING "KontoOpl." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-KONTO-FILNAVN
               STRING "Transaktioner." DELIMITED BY SIZE
                       WS-FORRETNINGSDATO DELIMITED BY SIZE
                       ".txt"             DELIMITED BY SIZE
                       INTO WS-TRANS-FILNAVN
           END-IF
       EXIT.
