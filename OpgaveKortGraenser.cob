      *             eneste knap helt åbent eller helt spærret.        *
      *             Kørslen: (1) vedligeholder grænsefelterne i       *
      *             Kort.txt ud fra en transaktionsfil ("S" sætter    *
      *             dags- og månedsgrænse for et kort, "U" registre-  *
      *             rer udløb og generation som trykt på et bestå-    *
      *             ende kort, så OpgaveKortFornyelse kan forny det); *
      *             (2) håndhæver grænserne: kortkøbene (debite-      *
      *             ringer med forretning) på kortets konto           *
      *             akkumuleres for dagen (Transaktioner.txt) og      *
       01 TRANS-RECORD.
           02 TRANS-KODE        PIC X(01).
               88 TRANS-SAET           VALUE "S".
               88 TRANS-UDLOEB-SAET    VALUE "U".
           02 TRANS-KORT-ID     PIC X(16).
           02 TRANS-GRAENSER.
               03 TRANS-DAGS-GRAENSE PIC 9(7)V99.
               03 TRANS-MDR-GRAENSE PIC 9(7)V99.
      *    "U": udløb "ÅÅÅÅ-MM" og generation som trykt på kortet
           02 TRANS-UDLOEB-DATA REDEFINES TRANS-GRAENSER.
               03 TRANS-UDLOEB      PIC X(07).
               03 TRANS-GENERATION  PIC X(02).
               03 FILLER            PIC X(09).

      * Standardlofterne for mindreaariges kort uden egne graenser
       FD DEFAULT-FILE.

       01 TR-ANTAL-KORT     PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-SAT      PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDLOEB   PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-UDL-AFV  PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-DEFAULTS PIC 9(5) VALUE ZERO.
       01 TR-ANTAL-AFVIST   PIC 9(5) VALUE ZERO.


           DISPLAY "OpgaveKortGraenser: " TR-ANTAL-KORT " kort, "
               TR-ANTAL-SAT " graenser sat, "
               TR-ANTAL-UDLOEB " udloeb sat, "
               TR-ANTAL-UDL-AFV " udloeb afvist, "
               TR-ANTAL-DEFAULTS " standardlofter, "
               TR-ANTAL-AFVIST " afvisninger"

      *****************************************************************
      * ANVEND-GRAENSE-TRANS                                          *
      * Formål: Anvender "S"-transaktionerne: sætter kortets dags-    *
      *         og månedsgrænse - og "U"-transaktionerne: sætter      *
      *         kortets udløb og generation.                          *
      *****************************************************************
       ANVEND-GRAENSE-TRANS.
           OPEN INPUT TRANS-FILE
                       IF TRANS-SAET
                           PERFORM SAET-GRAENSE
                       END-IF
                       IF TRANS-UDLOEB-SAET
                           PERFORM SAET-UDLOEB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           END-PERFORM
       EXIT.

      *****************************************************************
      * SAET-UDLOEB                                                   *
      * Formål: Registrerer udløb og generation på et bestående kort. *
      *         Udløbet skal være "ÅÅÅÅ-MM" med måned 01-12; blank    *
      *         eller nul generation regnes som første generation.    *
      *         En ugyldig transaktion tælles som afvist.             *
      *****************************************************************
       SAET-UDLOEB.
           IF TRANS-UDLOEB(1:4) NOT NUMERIC
               OR TRANS-UDLOEB(5:1) NOT = "-"
               OR TRANS-UDLOEB(6:2) NOT NUMERIC
               OR TRANS-UDLOEB(6:2) < "01"
               OR TRANS-UDLOEB(6:2) > "12"
               ADD 1 TO TR-ANTAL-UDL-AFV
               EXIT PARAGRAPH
           END-IF
           IF TRANS-GENERATION NOT NUMERIC
               OR TRANS-GENERATION = "00"
               MOVE "01" TO TRANS-GENERATION
           END-IF
           MOVE "N" TO WS-KORT-FUNDET
           PERFORM VARYING KT-IX FROM 1 BY 1
                   UNTIL KT-IX > KORT-COUNT
               IF KT-ID IN KORT-ARRAY(KT-IX) = TRANS-KORT-ID
                   MOVE TRANS-UDLOEB
                       TO KT-UDLOEB IN KORT-ARRAY(KT-IX)
                   MOVE TRANS-GENERATION
                       TO KT-GENERATION IN KORT-ARRAY(KT-IX)
                   ADD 1 TO TR-ANTAL-UDLOEB
                   MOVE "Y" TO WS-KORT-FUNDET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KORT-FUNDET = "N"
               ADD 1 TO TR-ANTAL-UDL-AFV
           END-IF
       EXIT.

      *****************************************************************
      * ANVEND-MINDREAARIG-DEFAULTS                                   *
      * Formål: Kort uden egne grænser på en mindreårigs - eller en   *
