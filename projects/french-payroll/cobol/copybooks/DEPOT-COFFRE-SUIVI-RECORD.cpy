      ******************************************************************
      * DEPOT-COFFRE-SUIVI-RECORD.cpy
      * Suivi de la remise des bulletins de paie — fichier
      * DEPOT-COFFRE-SUIVI.dat
      * Organisation : INDEXED, clé primaire = DPS-CLE
      *                (période + matricule)
      * Une ligne par bulletin de la période, écrite par
      * GENERATE-DEPOT-COFFRE : canal COFFRE (déposé au coffre-fort
      * numérique, statut DEPOSE) ou PAPIER (salarié opposé à la
      * dématérialisation, statut PAPIER). L'accusé de dépôt du
      * prestataire, intégré par IMPORT-ACCUSE-COFFRE, fait passer la
      * ligne à ACQUITTE ou à REJETE avec son motif.
      * DPS-EMPREINTE est l'empreinte du document déposé ; un dépôt
      * refait avec une empreinte différente (bulletin régénéré)
      * remet la ligne à DEPOSE.
      * REPORT-DEPOTS-COFFRE édite les dépôts non acquittés avant la
      * date de paiement.
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  DEPOT-COFFRE-SUIVI-RECORD.
           05  DPS-CLE.
               10  DPS-PERIODE        PIC 9(6).
               10  DPS-MATRICULE      PIC X(8).
           05  DPS-ETABLISSEMENT      PIC X(4).
           05  DPS-CANAL              PIC X(6).
               88  DPS-CANAL-COFFRE      VALUE "COFFRE".
               88  DPS-CANAL-PAPIER      VALUE "PAPIER".
           05  DPS-STATUT             PIC X(8).
               88  DPS-DEPOSE            VALUE "DEPOSE  ".
               88  DPS-ACQUITTE          VALUE "ACQUITTE".
               88  DPS-REJETE            VALUE "REJETE  ".
               88  DPS-PAPIER            VALUE "PAPIER  ".
           05  DPS-EMPREINTE          PIC 9(10).
           05  DPS-NET-A-PAYER        PIC S9(9)V99 COMP-3.
           05  DPS-DATE-PAIEMENT      PIC 9(8).
           05  DPS-HORO-DEPOT         PIC 9(14).
           05  DPS-HORO-ACCUSE        PIC 9(14).
           05  DPS-MOTIF              PIC X(4).
           05  DPS-NB-DEPOTS          PIC 9(2).
           05  FILLER                 PIC X(10).
