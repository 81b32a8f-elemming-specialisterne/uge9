      *****************************************************************
      * RAPKATSTD.cpy                                                 *
      * Formål: Standardrapportkataloget - alle rapporter batchen     *
      *         danner, hver med producerende program, ejende         *
      *         afdeling, opbevaringstid i dage, fortrolighedsklasse  *
      *         og om rapporten forventes dagligt (se RAPKATOPL.cpy   *
      *         for feltbetydningerne). Breve, leverancefiler til     *
      *         myndigheder og kunder, logge og dataudtræk er ikke    *
      *         rapporter og står ikke her. OpgaveRapportFordeling    *
      *         bruger tabellen, når RapportKatalog.txt ikke findes.  *
      *****************************************************************
       01 RKS-LISTE.
      * Afdeling DRIFT
           02 FILLER PIC X(40) VALUE "FilMonitor-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFilMonitor              DRIFT     0090IDN".
           02 FILLER PIC X(40) VALUE "SenAnkomst-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSenAnkomst              DRIFT     0090IDN".
           02 FILLER PIC X(40) VALUE "VolumenKontrol-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveVolumenKontrol          DRIFT     0090IDN".
           02 FILLER PIC X(40) VALUE "ValutakursImport-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveValutakursImport        DRIFT     0090IDN".
           02 FILLER PIC X(40) VALUE "Postering-Proeve.txt".
           02 FILLER PIC X(47) VALUE
               "OpgavePostering               DRIFT     0090IDN".
           02 FILLER PIC X(40) VALUE "TrykAfvist.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveTrykSamling             DRIFT     0090FDN".
           02 FILLER PIC X(40) VALUE "Opgave9-KontaktFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave9                       DRIFT     0090FDN".
           02 FILLER PIC X(40) VALUE "Repair-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRepair                  DRIFT     0090IBN".
           02 FILLER PIC X(40) VALUE "Arbejdskoe-Afvist.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveArbejdskoe              DRIFT     0090IDN".
           02 FILLER PIC X(40) VALUE "Tilbagerul-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveTilbagerul              DRIFT     0090IBN".
           02 FILLER PIC X(40) VALUE "Rekonstruktion-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRekonstruktion          DRIFT     0090IBN".
           02 FILLER PIC X(40) VALUE "Integritet-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveIntegritet              DRIFT     0090IBN".
           02 FILLER PIC X(40) VALUE "Godkendelse-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveGodkendelse             DRIFT     0090IBN".
           02 FILLER PIC X(40) VALUE "Opgave14-ArkiveringsRapport.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave14                      DRIFT     0090IBJ".
           02 FILLER PIC X(40) VALUE "Opgave18-SnapshotRapport.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave18                      DRIFT     0090IBJ".
           02 FILLER PIC X(40) VALUE "DB2-Afstemning.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveDB2                     DRIFT     0090IBJ".
           02 FILLER PIC X(40) VALUE "DB2-KontaktFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveDB2                     DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "SaldoKonvertering-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSaldoKonvertering       DRIFT     0090IBN".
           02 FILLER PIC X(40) VALUE "IbanPopulering-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveIbanPopulering          DRIFT     0090IBN".
           02 FILLER PIC X(40) VALUE "NemKontoImport-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveNemKontoImport          DRIFT     0090IBN".
           02 FILLER PIC X(40) VALUE "CprAbonnement-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveCprAbonnement           DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "RegNrMapping-Audit.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRegNrMapping            DRIFT     0090IBN".
           02 FILLER PIC X(40) VALUE "MergeAudit.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKundeMerge              DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "Opgave6-DuplikatFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave6                       DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "Kundeoplysninger-PostnrFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave6                       DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "Opgave7-DuplikatFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave7                       DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "Opgave7-KontaktFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave7                       DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "Opgave7-LandeFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave7                       DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "Opgave7-PostnrFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave7                       DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "Opgave8-KontaktFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave8                       DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "Opgave15-DedupKandidater.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave15                      DRIFT     0090FBJ".
           02 FILLER PIC X(40) VALUE "Vedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveVedligehold             DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "KontoVedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKontoVedligehold        DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "ErhvervVedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveErhvervVedligehold      DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "FuldmagtVedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFuldmagtVedligehold     DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "GarantiVedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveGarantiVedligehold      DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "HusstandVedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveHusstand                DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "KreditrammeVedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKreditrammeVedligehold  DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "MandatVedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveMandatVedligehold       DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "ResidensVedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveResidensVedligehold     DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "SamtykkeVedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSamtykkeVedligehold     DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "SikkerhedVedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSikkerhedVedligehold    DRIFT     0090FBN".
           02 FILLER PIC X(40) VALUE "BoksVedligehold-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBoksVedligehold         DRIFT     0090FBN".
      * Afdeling REGNSKAB
           02 FILLER PIC X(40) VALUE "Saldobalance.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSaldobalance            REGNSKAB  1825IDN".
           02 FILLER PIC X(40) VALUE "Afstemning-Hovedbog.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSaldobalance            REGNSKAB  1825IDN".
           02 FILLER PIC X(40) VALUE "Interimskonto-Aldring.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveInterimskonto           REGNSKAB  1825IDN".
           02 FILLER PIC X(40) VALUE "SaldoAfstemning.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveUdskriftMerge           REGNSKAB  1825IDJ".
           02 FILLER PIC X(40) VALUE "RenteAkkum-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRenteAkkumulering       REGNSKAB  1825IDJ".
           02 FILLER PIC X(40) VALUE "TraekRente-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveTraekRente              REGNSKAB  1825IDJ".
           02 FILLER PIC X(40) VALUE "Cashpool-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveCashpool                REGNSKAB  1825IDJ".
      * Afdeling KREDIT
           02 FILLER PIC X(40) VALUE "Cashpool-Opgoerelse.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveCashpool                KREDIT    1825FDJ".
      * Afdeling REGNSKAB
           02 FILLER PIC X(40) VALUE "Sweep-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSweep                   REGNSKAB  1825IDN".
           02 FILLER PIC X(40) VALUE "NostroAfstemning-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveNostroAfstemning        REGNSKAB  1825IBN".
           02 FILLER PIC X(40) VALUE "UltimoKontrol-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveUltimoKontrol           REGNSKAB  1825IBN".
           02 FILLER PIC X(40) VALUE "Opgave13-RenteRapport.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave13                      REGNSKAB  1825IBJ".
           02 FILLER PIC X(40) VALUE "Opgave13-Simulering.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave13                      REGNSKAB  1825IBN".
           02 FILLER PIC X(40) VALUE "RevalueringsRapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRevaluering             REGNSKAB  1825IBN".
           02 FILLER PIC X(40) VALUE "Aarsafslutning-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAarsafslutning          REGNSKAB  1825IBN".
           02 FILLER PIC X(40) VALUE "PAL-Kontrol.txt".
           02 FILLER PIC X(47) VALUE
               "OpgavePAL                     REGNSKAB  1825FBN".
           02 FILLER PIC X(40) VALUE "Pensions-YTD-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgavePensionsRapport         REGNSKAB  1825FBN".
           02 FILLER PIC X(40) VALUE "Garanti-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveGarantiProvision        REGNSKAB  1825IBN".
           02 FILLER PIC X(40) VALUE "Gebyrer-Simulering.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveGebyrer                 REGNSKAB  1825IBN".
           02 FILLER PIC X(40) VALUE "Omkostningsoversigt-Kontrol.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveOmkostningsoversigt     REGNSKAB  1825IBN".
           02 FILLER PIC X(40) VALUE "LaanAarsopgoerelse-Kontrol.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanAarsopgoerelse      REGNSKAB  1825IBN".
           02 FILLER PIC X(40) VALUE "DepotUdskrift-Kontrol.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveDepotUdskrift           REGNSKAB  1825IBN".
           02 FILLER PIC X(40) VALUE "ATMAfstemning-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveATMAfstemning           REGNSKAB  1825IBN".
      * Afdeling BETALING
           02 FILLER PIC X(40) VALUE "FremtidigeBetalinger-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFremtidigeBetalinger    BETALING  0365IDN".
           02 FILLER PIC X(40) VALUE "FasteOverfoersler-Skip.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFasteOverfoersler       BETALING  0365IDN".
           02 FILLER PIC X(40) VALUE "KortClearing-Undtagelser.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKortClearing            BETALING  0365FDN".
           02 FILLER PIC X(40) VALUE "BulkBetaling-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBulkBetaling            BETALING  0365IBN".
           02 FILLER PIC X(40) VALUE "BSAfvisninger.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBSOpkraevning           BETALING  0365FBN".
           02 FILLER PIC X(40) VALUE "BSOrigination-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBSOrigination           BETALING  0365FBN".
           02 FILLER PIC X(40) VALUE "BSRetur-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBSRetur                 BETALING  0365FBN".
           02 FILLER PIC X(40) VALUE "SepaStatus-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSepaStatus              BETALING  0365IBN".
           02 FILLER PIC X(40) VALUE "FikIndbetaling-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFikIndbetaling          BETALING  0365IBN".
           02 FILLER PIC X(40) VALUE "FxVeksling-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFxVeksling              BETALING  0365FBN".
           02 FILLER PIC X(40) VALUE "KortAfvisninger.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKortGraenser            BETALING  0365FBN".
           02 FILLER PIC X(40) VALUE "KortFornyelse-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKortFornyelse           BETALING  0365IBN".
           02 FILLER PIC X(40) VALUE "KortGraenser-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKortGraenser            BETALING  0365FBN".
           02 FILLER PIC X(40) VALUE "BankskifteInd-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBankskifteInd           BETALING  0365FBN".
           02 FILLER PIC X(40) VALUE "BankskifteUd-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBankskifteUd            BETALING  0365FBN".
           02 FILLER PIC X(40) VALUE "Indsigelser-Aldring.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveIndsigelser             BETALING  0365FBN".
           02 FILLER PIC X(40) VALUE "DepotHandel-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveDepot                   BETALING  0365FBN".
      * Afdeling KREDIT
           02 FILLER PIC X(40) VALUE "OvertraekRapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveOvertraek               KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "InkassoOverdragelse.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveOvertraek               KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "LaanInkassoOverdragelse.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanRykker              KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "LaanRykker-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanRykker              KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "LaanAnsoegning-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanAnsoegning          KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "LaanRenteReset-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanRenteReset          KREDIT    1825IBN".
           02 FILLER PIC X(40) VALUE "LaanIndfrielse-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanIndfrielse          KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "LaanPortefoelje.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanOpkraevning         KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "NedskrivningsRapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveNedskrivning            KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "Afskrivning-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAfskrivning             KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "AfskrivningAarsrapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAfskrivning             KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "Belaaning-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBelaaning               KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "ReviewWorklist.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveEngagementsReview       KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "Udlaeg-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveUdlaeg                  KREDIT    1825FBN".
           02 FILLER PIC X(40) VALUE "Aaop-Undtagelser.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAaop                    KREDIT    1825FBN".
      * Afdeling COMPLIANCE
           02 FILLER PIC X(40) VALUE "Inhabilitet-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveInhabilitet             COMPLIANCE1825SDN".
           02 FILLER PIC X(40) VALUE "FraudSager-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFraudSager              COMPLIANCE1825SBN".
           02 FILLER PIC X(40) VALUE "Muldyr-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveMuldyr                  COMPLIANCE1825SDN".
           02 FILLER PIC X(40) VALUE "Efterforskning-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveEfterforskning          COMPLIANCE1825SBN".
           02 FILLER PIC X(40) VALUE "EfterforskningFund.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveEfterforskning          COMPLIANCE1825SBN".
           02 FILLER PIC X(40) VALUE "BlokeretKortAktivitet.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKortBlokering           COMPLIANCE1825SBN".
           02 FILLER PIC X(40) VALUE "Opgave19-GDPRRapport.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave19                      COMPLIANCE1825SBJ".
           02 FILLER PIC X(40) VALUE "BoRapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBoRapport               COMPLIANCE1825SBN".
           02 FILLER PIC X(40) VALUE "Myndighed-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveMyndighed               COMPLIANCE1825SBN".
           02 FILLER PIC X(40) VALUE "Kyc-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKyc                     COMPLIANCE1825FBN".
           02 FILLER PIC X(40) VALUE "KycFornyelse-Worklist.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRisikoScore             COMPLIANCE1825FBN".
           02 FILLER PIC X(40) VALUE
               "AdgangsRecertificering-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAdgangsRecertificering  COMPLIANCE1825FBN".
           02 FILLER PIC X(40) VALUE "SkatKontrolListe.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSkatIndberetning        COMPLIANCE1825FBN".
           02 FILLER PIC X(40) VALUE "MfiStatistik-Kontrol.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveMfiStatistik            COMPLIANCE1825IBN".
           02 FILLER PIC X(40) VALUE "IndskyderGaranti-Kontrol.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveIndskyderGaranti        COMPLIANCE1825FBN".
           02 FILLER PIC X(40) VALUE "Klager-Frister.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKlager                  COMPLIANCE1825FBN".
           02 FILLER PIC X(40) VALUE "Klager-Kvartal.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKlager                  COMPLIANCE1825IBN".
           02 FILLER PIC X(40) VALUE "TppSamtykke-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveTppSamtykke             COMPLIANCE1825FBN".
      * Afdeling RISIKO
           02 FILLER PIC X(40) VALUE "LikviditetsPrognose.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLikviditetsPrognose     RISIKO    1825FBN".
           02 FILLER PIC X(40) VALUE "LikviditetIntradag-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveIntradagLikviditet      RISIKO    1825FDN".
           02 FILLER PIC X(40) VALUE "ValutaPosition-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveValutaPosition          RISIKO    1825FBN".
           02 FILLER PIC X(40) VALUE "RenteGab-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRenteGab                RISIKO    1825FBN".
           02 FILLER PIC X(40) VALUE "StoreEksponeringer-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveStoreEksponeringer      RISIKO    1825FBN".
      * Afdeling KUNDESERV
           02 FILLER PIC X(40) VALUE "DPKvittering-Worklist.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveDPKvittering            KUNDESERV 0365FDN".
           02 FILLER PIC X(40) VALUE "Opgave12-LavBalanceRapport.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave12                      KUNDESERV 0365FBJ".
           02 FILLER PIC X(40) VALUE "Opgave16-Formueoversigt.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave16                      KUNDESERV 0365FBJ".
           02 FILLER PIC X(40) VALUE "Opgave17-NyeKontiRapport.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave17                      KUNDESERV 0365FBJ".
           02 FILLER PIC X(40) VALUE "Netbank-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveNetbankOprettelse       KUNDESERV 0365IBN".
           02 FILLER PIC X(40) VALUE "NetbankAfvisninger.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveNetbankOprettelse       KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "OpsparingsMaal-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveOpsparingsMaal          KUNDESERV 0365IBN".
           02 FILLER PIC X(40) VALUE "OpsparingsMaal-Fejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveOpsparingsMaal          KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "SovendeKonti-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSovendeKonti            KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "AftaleindskudUdloeb.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAftaleindskud           KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "KundeAfgang-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKundeAfgang             KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "Leads-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLeads                   KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "HusstandKandidater.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveHusstand                KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "HusstandOversigt.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveHusstand                KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "Depot-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveDepot                   KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "AlarmWorklist.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAlarmer                 KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "Budget-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBudget                  KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "PrisOverride-Udloeb.txt".
           02 FILLER PIC X(47) VALUE
               "OpgavePrisOverrideRapport     KUNDESERV 0365FBN".
           02 FILLER PIC X(40) VALUE "Varsling-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRenteVarsling           KUNDESERV 0365IBN".
      * Afdeling FILIAL
           02 FILLER PIC X(40) VALUE "FilialRapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFilialRapport           FILIAL    0365IBN".
           02 FILLER PIC X(40) VALUE "Returpost-Worklist.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveReturpost               FILIAL    0365FBN".
           02 FILLER PIC X(40) VALUE "Arbejdskoe-Aldring.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveArbejdskoe              FILIAL    0365FDN".
           02 FILLER PIC X(40) VALUE "ATMPrognose-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveATMPrognose             FILIAL    0365IBN".
           02 FILLER PIC X(40) VALUE "BoksLeje-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBoksLeje                FILIAL    0365FBN".
           02 FILLER PIC X(40) VALUE "RaadgiverTildeling-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRaadgiverTildeling      FILIAL    0365FBN".
           02 FILLER PIC X(40) VALUE "Raadgiver-Portefolje.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRaadgiverPortefolje     FILIAL    0365IBN".
           02 FILLER PIC X(40) VALUE "FilialLukning-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFilialLukning           FILIAL    1825FBN".
      * Afdeling LEDELSE
           02 FILLER PIC X(40) VALUE "KundeRentabilitet-Rapport.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKundeRentabilitet       LEDELSE   1825FBN".
      * I/O-fejlrapporterne - én pr. program
           02 FILLER PIC X(40) VALUE "ATMAfstemning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveATMAfstemning           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "ATMPrognose-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveATMPrognose             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Aaop-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAaop                    DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Aarsafslutning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAarsafslutning          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Abonnementer-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAbonnementer            DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE
               "AdgangsRecertificering-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAdgangsRecertificering  DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Afskrivning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAfskrivning             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Aftaleindskud-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAftaleindskud           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Alarmer-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveAlarmer                 DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Arbejdskoe-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveArbejdskoe              DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "BSOpkraevning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBSOpkraevning           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "BSOrigination-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBSOrigination           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "BSRetur-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBSRetur                 DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "BankskifteInd-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBankskifteInd           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "BankskifteUd-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBankskifteUd            DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Belaaning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBelaaning               DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "BoRapport-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBoRapport               DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "BoksLeje-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBoksLeje                DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "BoksVedligehold-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBoksVedligehold         DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Budget-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBudget                  DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "BulkBetaling-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveBulkBetaling            DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "CDC-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveCDC                     DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "CRSIndberetning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveCRSIndberetning         DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Cashpool-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveCashpool                DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "ClearingInd-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveClearingInd             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "ClearingUd-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveClearingUd              DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "CprAbonnement-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveCprAbonnement           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "DPKvittering-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveDPKvittering            DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "DatoRul-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveDatoRul                 DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "Depot-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveDepot                   DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "DepotUdskrift-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveDepotUdskrift           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Efterforskning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveEfterforskning          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "EngagementsReview-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveEngagementsReview       DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Engagementsbrev-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveEngagementsbrev         DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "ErhvervVedligehold-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveErhvervVedligehold      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "FasteOverfoersler-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFasteOverfoersler       DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "FikIndbetaling-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFikIndbetaling          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "FilMonitor-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFilMonitor              DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "FilialLukning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFilialLukning           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "FilialRapport-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFilialRapport           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Forbrug-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveForbrug                 DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "FraudSager-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFraudSager              DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "FremtidigeBetalinger-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFremtidigeBetalinger    DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "FuldmagtVedligehold-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFuldmagtVedligehold     DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "FxVeksling-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveFxVeksling              DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "GDPRIndsigt-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveGDPRIndsigt             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "GarantiProvision-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveGarantiProvision        DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "GarantiVedligehold-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveGarantiVedligehold      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Gebyrer-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveGebyrer                 DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "GenerationGem-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveGenerationGem           DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "Godkendelse-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveGodkendelse             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "HistorikRul-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveHistorikRul             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Hovedbog-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveHovedbog                DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "Husstand-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveHusstand                DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Hvidvask-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveHvidvask                DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "IbanPopulering-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveIbanPopulering          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Indsigelser-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveIndsigelser             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "IndskyderGaranti-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveIndskyderGaranti        DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Inhabilitet-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveInhabilitet             DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "Integritet-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveIntegritet              DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Interimskonto-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveInterimskonto           DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "Klager-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKlager                  DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "KommLogSoeg-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKommLogSoeg             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "KontoTidslinje-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKontoTidslinje          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "KontoVedligehold-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKontoVedligehold        DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "KortBlokering-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKortBlokering           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "KortClearing-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKortClearing            DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "KortFornyelse-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKortFornyelse           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "KortGraenser-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKortGraenser            DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE
               "KreditrammeVedligehold-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKreditrammeVedligehold  DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "KundeAfgang-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKundeAfgang             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "KundeMerge-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKundeMerge              DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "KundeRentabilitet-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKundeRentabilitet       DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "KundeSoeg-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKundeSoeg               DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Kyc-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveKyc                     DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "LaanAarsopgoerelse-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanAarsopgoerelse      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "LaanAnsoegning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanAnsoegning          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "LaanIndfrielse-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanIndfrielse          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "LaanOpkraevning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanOpkraevning         DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "LaanPlan-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanPlan                DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "LaanRenteReset-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanRenteReset          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "LaanRykker-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLaanRykker              DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Leads-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLeads                   DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "LikviditetIntradag-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveIntradagLikviditet      DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "LikviditetsPrognose-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveLikviditetsPrognose     DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "MandatVedligehold-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveMandatVedligehold       DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "MfiStatistik-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveMfiStatistik            DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Muldyr-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveMuldyr                  DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "Myndighed-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveMyndighed               DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Nedskrivning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveNedskrivning            DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "NemKontoImport-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveNemKontoImport          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Netbank-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveNetbankOprettelse       DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "NostroAfstemning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveNostroAfstemning        DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Omkostningsoversigt-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveOmkostningsoversigt     DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave10-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave10                      DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "Opgave11-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave11                      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave12-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave12                      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave13-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave13                      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave14-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave14                      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave15-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave15                      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave16-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave16                      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave17-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave17                      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave18-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave18                      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave19-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave19                      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave6-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave6                       DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave7-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave7                       DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave8-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave8                       DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Opgave9-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "Opgave9                       DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "OpgavePostering-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgavePostering               DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "OpsparingsMaal-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveOpsparingsMaal          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Overtraek-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveOvertraek               DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "PAL-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgavePAL                     DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "PensionsRapport-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgavePensionsRapport         DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "PrisOverrideRapport-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgavePrisOverrideRapport     DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "RaadgiverPortefolje-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRaadgiverPortefolje     DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "RaadgiverTildeling-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRaadgiverTildeling      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "RegNrMapping-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRegNrMapping            DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Rekonstruktion-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRekonstruktion          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "RenteAkkumulering-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRenteAkkumulering       DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "RenteGab-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRenteGab                DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Repair-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRepair                  DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "ResidensVedligehold-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveResidensVedligehold     DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Returpost-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveReturpost               DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Revaluering-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRevaluering             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "RisikoScore-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRisikoScore             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "SaldoKonvertering-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSaldoKonvertering       DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Saldobalance-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSaldobalance            DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "SamtykkeVedligehold-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSamtykkeVedligehold     DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "SenAnkomst-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSenAnkomst              DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "SepaStatus-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSepaStatus              DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "SikkerhedVedligehold-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSikkerhedVedligehold    DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "SkatIndberetning-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSkatIndberetning        DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "SovendeKonti-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSovendeKonti            DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "StoreEksponeringer-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveStoreEksponeringer      DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Storno-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveStorno                  DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Sweep-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveSweep                   DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "Testdata-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveTestdata                DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Tilbagerul-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveTilbagerul              DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "TppSamtykke-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveTppSamtykke             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "TraekRente-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveTraekRente              DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "TransSoeg-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveTransSoeg               DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "TrykSamling-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveTrykSamling             DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "Udlaeg-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveUdlaeg                  DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "UdskriftMerge-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveUdskriftMerge           DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "UdskriftReprint-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveUdskriftReprint         DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "UltimoKontrol-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveUltimoKontrol           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "ValutaPosition-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveValutaPosition          DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "ValutakursImport-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveValutakursImport        DRIFT     0030IDN".
           02 FILLER PIC X(40) VALUE "Varsling-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveRenteVarsling           DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "Vedligehold-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveVedligehold             DRIFT     0030IBN".
           02 FILLER PIC X(40) VALUE "VolumenKontrol-IOFejl.txt".
           02 FILLER PIC X(47) VALUE
               "OpgaveVolumenKontrol          DRIFT     0030IDN".
       01 RKS-TABEL REDEFINES RKS-LISTE.
           02 RKS-ENTRY OCCURS 300 TIMES.
               03 RKS-RECORD   PIC X(87).
       01 RKS-ANTAL          PIC 9(3) VALUE 300.
