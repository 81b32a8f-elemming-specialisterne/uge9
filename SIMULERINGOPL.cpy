      *         bevægelser og antal konti der krydser fritagelses-    *
      *         eller båndgrænser. Findes filen ikke, eller er mode   *
      *         ikke "S", kører programmerne helt som hidtil.         *
      *         Mode "P" er prøvepostering i OpgavePostering: dagens  *
      *         transaktioner anvendes på en kopi af saldiene uden    *
      *         REWRITE, journal eller genkørselsværn, og udfaldet    *
      *         skrives til Postering-Proeve.txt. Opgave13 og         *
      *         OpgaveGebyrer kører normalt under mode "P".           *
      *****************************************************************
           02 SIM-MODE             PIC X(01) VALUE "N".
               88 SIM-AKTIV                VALUE "S".
               88 SIM-PROEVEPOSTERING      VALUE "P".
