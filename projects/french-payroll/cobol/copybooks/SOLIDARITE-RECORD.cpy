      ******************************************************************
      * SOLIDARITE-RECORD.cpy
      * Suivi annuel de la journée de solidarité — fichier
      * SOLIDARITE.dat
      * Organisation : INDEXED, clé primaire = SOL-CLE
      *                (matricule + année civile)
      * Une ligne par salarié et par année (Art. L3133-7 à L3133-12
      * C. trav.). La journée est accomplie selon l'une des
      * modalités suivantes :
      *   F = travail du jour férié retenu comme journée de
      *       solidarité (marqué dans JOURS-FERIES.dat),
      *   R = jour de RTT imputé sur le compteur (RTT.dat),
      *   H = heures fractionnées dans l'année, jusqu'à la durée
      *       due (7 heures, au prorata de la durée contractuelle
      *       pour un temps partiel — Art. L3133-10 C. trav.).
      * Les heures de solidarité sont tenues mois par mois :
      * CALC-POINTAGES porte celles pointées du mois, un mois
      * recalculé remplaçant sa case au lieu de s'ajouter au cumul.
      * CALC-CONGES-PAYES impute le jour de RTT des salariés au
      * forfait annuel en jours. REPORT-SOLIDARITE édite en fin
      * d'année les salariés qui ne l'ont pas encore accomplie.
      * Longueur enregistrement : 150 octets
      ******************************************************************
       01  SOLIDARITE-RECORD.
           05  SOL-CLE.
               10  SOL-MATRICULE          PIC X(8).
               10  SOL-ANNEE              PIC 9(4).
      *    Modalité d'accomplissement, à blanc tant que la journée
      *    n'est pas accomplie
           05  SOL-MODALITE               PIC X(1).
               88  SOL-NON-ACCOMPLIE         VALUE " ".
               88  SOL-PAR-FERIE             VALUE "F".
               88  SOL-PAR-RTT               VALUE "R".
               88  SOL-PAR-HEURES            VALUE "H".
           05  SOL-HEURES-DUES            PIC S9(3)V99 COMP-3.
      *    Heures de solidarité pointées du mois ; F quand elles
      *    comprennent le jour férié retenu
           05  SOL-MOIS OCCURS 12 TIMES.
               10  SOL-HEURES-MOIS        PIC S9(3)V99 COMP-3.
               10  SOL-FERIE-MOIS         PIC X(1).
                   88  SOL-MOIS-FERIE        VALUE "F".
           05  SOL-HEURES-FAITES          PIC S9(3)V99 COMP-3.
           05  SOL-DATE-FERIE             PIC 9(8).
      *    Période d'imputation du jour de RTT (zéro sinon)
           05  SOL-PERIODE-RTT            PIC 9(6).
      *    Période où la journée a été accomplie (zéro sinon)
           05  SOL-PERIODE-ACCOMPLIE      PIC 9(6).
           05  SOL-DERNIERE-PERIODE       PIC 9(6).
           05  FILLER                     PIC X(57).
