      *             sættet Opgave13, OpgaveGebyrer, OpgaveRevalue-    *
      *             ring, OpgaveHistorikRul og Opgave18) og           *
      *             efterviser i Koerselslog.txt at hvert step står   *
      *             med STATUS=OK for den lukkende måned og ikke      *
      *             siden er rullet tilbage (en senere TILBAGERUL-    *
      *             linje fra OpgaveTilbagerul). Er sættet            *
      *             komplet, skrives ULTIMOKONTROL-markøren i run-    *
      *             loggen - OpgaveDatoRul nægter at rulle datoen     *
      *             ind i en ny måned uden den. Lukkerapporten til    *
       EXIT.

       VURDER-LOG-LINJE.
      * En TILBAGERUL-linje for steppet i måneden ophæver en tidligere
      * STATUS=OK-linje, indtil steppet er kørt om
           MOVE ZERO TO WS-SOEG-TAL
           INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL
               FOR ALL "TILBAGERUL "
           IF WS-SOEG-TAL > ZERO
               PERFORM VARYING ST-IX FROM 1 BY 1
                       UNTIL ST-IX > STEP-COUNT
                   MOVE ZERO TO WS-SOEG-TAL
                   INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL
                       FOR ALL FUNCTION TRIM(ST-PROGRAM(ST-IX))
                   MOVE ZERO TO WS-SOEG-TAL-2
                   INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL-2
                       FOR ALL FUNCTION TRIM(WS-MDR-TEKST)
                   IF WS-SOEG-TAL > ZERO AND WS-SOEG-TAL-2 > ZERO
                       MOVE "N" TO ST-OK(ST-IX)
                       MOVE SPACES TO ST-LINJE(ST-IX)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > STEP-COUNT
               MOVE ZERO TO WS-SOEG-TAL
               INSPECT LOG-IND-LINE TALLYING WS-SOEG-TAL
