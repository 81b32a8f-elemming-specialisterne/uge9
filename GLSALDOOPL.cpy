      *****************************************************************
      * GLSALDOOPL.cpy                                                *
      * Formål: Rekordlayout for HovedbogSaldo.txt - den løbende      *
      *         saldo pr. hovedbogskonto og valuta. Registret rulles  *
      *         frem én gang pr. bankdag af OpgaveSaldobalance med    *
      *         dagens posteringer fra hovedbogsfeedet, og            *
      *         GLS-SENESTE-DATO angiver til og med hvilken dag       *
      *         saldoen er rullet, så en genkørsel ikke tæller dagen  *
      *         med to gange. Primobalancer ved idriftsættelsen       *
      *         oprettes som records direkte i registret.             *
      *****************************************************************
           02 GLS-KONTO            PIC X(08) VALUE SPACES.
           02 GLS-VALUTA           PIC X(03) VALUE SPACES.
           02 GLS-SALDO            PIC S9(13)V99 SIGN LEADING SEPARATE
                                   VALUE ZEROS.
           02 GLS-SENESTE-DATO     PIC X(10) VALUE SPACES.
