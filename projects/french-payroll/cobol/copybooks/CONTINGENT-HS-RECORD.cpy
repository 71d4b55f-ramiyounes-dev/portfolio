      ******************************************************************
      * CONTINGENT-HS-RECORD.cpy
      * Compteur annuel du contingent d'heures supplémentaires et de
      * la contrepartie obligatoire en repos — fichier
      * CONTINGENT-HS.dat
      * Organisation : INDEXED, clé primaire = CHS-CLE
      *                (matricule + année civile)
      * Une ligne par salarié et par année. Les heures
      * supplémentaires sont tenues mois par mois : CALC-POINTAGES
      * porte les heures décomptées des pointages tant que le mois
      * n'est pas payé, CALC-PAIE les remplace par les heures
      * payées au bulletin — un mois recalculé remplace sa case au
      * lieu de s'ajouter au cumul. Au-delà du contingent (220 h,
      * Art. D3121-24 C. trav.), chaque heure ouvre droit à la
      * contrepartie obligatoire en repos (Art. L3121-30 et L3121-38
      * C. trav.) : 50% de l'heure jusqu'à 20 salariés, 100% au-delà.
      * Le repos pris (absence COR) est décompté par
      * GESTION-ABSENCES ; le solde non pris de l'année précédente
      * est reporté.
      * Longueur enregistrement : 150 octets
      ******************************************************************
       01  CONTINGENT-HS-RECORD.
           05  CHS-CLE.
               10  CHS-MATRICULE          PIC X(8).
               10  CHS-ANNEE              PIC 9(4).
      *    Heures supplémentaires du mois et origine de la case :
      *    P = décompte des pointages, B = bulletin de paie
           05  CHS-MOIS OCCURS 12 TIMES.
               10  CHS-HS-MOIS            PIC S9(3)V99 COMP-3.
               10  CHS-ORIGINE-MOIS       PIC X(1).
                   88  CHS-MOIS-POINTE       VALUE "P".
                   88  CHS-MOIS-PAYE         VALUE "B".
           05  CHS-CONTINGENT             PIC S9(3)V99 COMP-3.
           05  CHS-CUMUL-HS               PIC S9(5)V99 COMP-3.
           05  CHS-HS-AU-DELA             PIC S9(5)V99 COMP-3.
      *    Taux de la contrepartie en repos (50 ou 100 %)
           05  CHS-TAUX-COR               PIC 9(3).
      *    Repos en heures : report de l'année précédente, acquis
      *    sur l'année, pris, solde restant
           05  CHS-COR-REPORT             PIC S9(5)V99 COMP-3.
           05  CHS-COR-ACQUIS             PIC S9(5)V99 COMP-3.
           05  CHS-COR-PRIS               PIC S9(5)V99 COMP-3.
           05  CHS-COR-SOLDE              PIC S9(5)V99 COMP-3.
      *    Période où le cumul a atteint 80 % puis 100 % du
      *    contingent (zéro tant que le seuil n'est pas atteint)
           05  CHS-PERIODE-ALERTE-80      PIC 9(6).
           05  CHS-PERIODE-ALERTE-100     PIC 9(6).
           05  CHS-DERNIERE-PERIODE       PIC 9(6).
           05  FILLER                     PIC X(42).
