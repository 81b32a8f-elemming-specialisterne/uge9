      *****************************************************************
      * DEPOTHAENDOPL.cpy                                             *
      * Formål: Rekordlayout for DepotHaendelser.txt - depot-         *
      *         partnerens daglige fil over selskabsbegivenheder pr.  *
      *         ISIN. Begivenheden gælder alle depoter med            *
      *         beholdning i papiret:                                 *
      *           "S" split/sammenlægning - antal ganges med          *
      *               DE-FAKTOR, anskaffelsesværdien er uændret       *
      *           "N" ombytning til ny ISIN (DE-NY-ISIN) - antal      *
      *               ganges med DE-FAKTOR (forvalgt 1)               *
      *           "U" udbytte - DE-BELOB-PR-STK i DKK efter           *
      *               udbytteskat krediteres afregningskontoen        *
      *****************************************************************
           02 DE-HAENDELSE-ID      PIC X(16) VALUE SPACES.
           02 DE-ISIN              PIC X(12) VALUE SPACES.
           02 DE-TYPE              PIC X(01) VALUE SPACES.
               88 DE-SPLIT                 VALUE "S".
               88 DE-OMBYTNING             VALUE "N".
               88 DE-UDBYTTE               VALUE "U".
           02 DE-DATO              PIC X(10) VALUE SPACES.
           02 DE-FAKTOR            PIC 9(5)V9(6) VALUE ZEROS.
           02 DE-NY-ISIN           PIC X(12) VALUE SPACES.
           02 DE-BELOB-PR-STK      PIC 9(5)V9(6) VALUE ZEROS.
