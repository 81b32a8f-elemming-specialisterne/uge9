      *****************************************************************
      * VOLPROFILOPL.cpy                                              *
      * Formål: Rekordlayout for VolumenProfil.txt - den rullende     *
      *         volumenprofil bag OpgaveVolumenKontrol: én record     *
      *         pr. forretningsdato, kilde og TRANSAKTIONSTYPE med    *
      *         dagens recordantal og bruttobeløb (summen af          *
      *         beløbenes numeriske værdi). Filen skrives om ved      *
      *         hver godkendt kørsel og rummer de seneste 20          *
      *         bankdage foran forretningsdatoen plus dagen selv.     *
      *****************************************************************
           02 VP-DATO              PIC X(10) VALUE SPACES.
           02 VP-KILDE             PIC X(05) VALUE SPACES.
           02 VP-TYPE              PIC X(15) VALUE SPACES.
           02 VP-ANTAL             PIC 9(07) VALUE ZERO.
           02 VP-BELOB             PIC S9(13)V99 VALUE ZERO
                                   SIGN LEADING SEPARATE.
