      ******************************************************************
      * EFFECTIF-RECORD.cpy
      * Effectif moyen annuel (Art. L130-1 et R130-1 CSS) — fichier
      * EFFECTIFS.dat
      * Organisation : INDEXED, clé primaire = EFF-CLE
      *                (périmètre + année civile de décompte)
      * Une ligne par année pour l'entreprise (périmètre ENTR) et pour
      * chaque établissement (code établissement). Écrit par
      * CALC-EFFECTIF-MOYEN ; la tranche d'effectif portée par la
      * ligne de l'année N est celle qui s'applique aux cotisations
      * de l'année N+1 (lue par CALC-PAIE sur le périmètre ENTR).
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  EFFECTIF-RECORD.
           05  EFF-CLE.
      *        ENTR pour l'entreprise, sinon code établissement
               10  EFF-PERIMETRE          PIC X(4).
                   88  EFF-ENTREPRISE        VALUE "ENTR".
               10  EFF-ANNEE              PIC 9(4).
      *    Moyenne des effectifs mensuels, arrondie à la deuxième
      *    décimale
           05  EFF-EFFECTIF-MOYEN         PIC S9(5)V99 COMP-3.
           05  EFF-EFFECTIF-MOIS OCCURS 12 TIMES
                                          PIC S9(5)V99 COMP-3.
      *    Seuils de 11, 50 et 250 salariés : nombre d'années civiles
      *    consécutives où le seuil est atteint ; le seuil n'est
      *    franchi qu'à la cinquième (Art. L130-1 II CSS), une année
      *    sous le seuil remet le décompte à zéro.
           05  EFF-SEUIL OCCURS 3 TIMES.
               10  EFF-SEUIL-VALEUR       PIC 9(3).
               10  EFF-SEUIL-ANNEES       PIC 9(2).
               10  EFF-SEUIL-FRANCHI      PIC X(1).
                   88  EFF-SEUIL-OUI         VALUE "O".
                   88  EFF-SEUIL-NON         VALUE "N".
      *    Tranche applicable l'année suivante : 1 = moins de 11,
      *    2 = 11 à 49, 3 = 50 à 249, 4 = 250 et plus (mêmes valeurs
      *    que ETB-EFFECTIF-TRANCHE)
           05  EFF-TRANCHE                PIC X(1).
               88  EFF-MOINS-11              VALUE "1".
               88  EFF-11-49                 VALUE "2".
               88  EFF-50-249                VALUE "3".
               88  EFF-250-PLUS              VALUE "4".
           05  EFF-DATE-CALCUL            PIC 9(8).
           05  FILLER                     PIC X(13).
