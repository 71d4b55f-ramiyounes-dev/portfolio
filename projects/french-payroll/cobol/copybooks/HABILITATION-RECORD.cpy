      ******************************************************************
      * HABILITATION-RECORD.cpy
      * Habilitations des opérateurs de paie — fichier
      * HABILITATIONS.dat
      * Organisation : INDEXED, clé primaire = HAB-CLE
      *                (opérateur + programme + établissement +
      *                population)
      * Une ligne accorde à un opérateur, pour un programme (ou tous,
      * "*"), un établissement (ou tous, "*") et une population (ou
      * toutes, "*"), les droits de lecture, de calcul, de
      * maintenance et de clôture, sur une période de validité.
      * Population D : paie de direction (département DIRECTION ou
      * classification CADRE-DIR), confidentielle ; population G :
      * tous les autres salariés.
      * Tenu par MAINT-HABILITATION ; appliqué par le sous-programme
      * HABILITATION-SERVICE ; édité par REPORT-HABILITATIONS. Tant
      * que le fichier n'existe pas, aucun contrôle n'est appliqué.
      * Longueur enregistrement : 120 octets
      ******************************************************************
       01  HABILITATION-RECORD.
           05  HAB-CLE.
               10  HAB-OPERATEUR      PIC X(8).
               10  HAB-PROGRAMME      PIC X(30).
               10  HAB-ETABLISSEMENT  PIC X(4).
               10  HAB-POPULATION     PIC X(1).
                   88  HAB-POP-TOUTES       VALUE "*".
                   88  HAB-POP-GENERALE     VALUE "G".
                   88  HAB-POP-DIRECTION    VALUE "D".
                   88  HAB-POP-VALIDE       VALUE "*" "G" "D".
      *    Droits accordés : O = oui, toute autre valeur = non
           05  HAB-DROITS.
               10  HAB-DROIT-LIRE      PIC X(1).
                   88  HAB-LIRE-OUI         VALUE "O".
               10  HAB-DROIT-CALCULER  PIC X(1).
                   88  HAB-CALCULER-OUI     VALUE "O".
               10  HAB-DROIT-MAINTENIR PIC X(1).
                   88  HAB-MAINTENIR-OUI    VALUE "O".
               10  HAB-DROIT-CLOTURER  PIC X(1).
                   88  HAB-CLOTURER-OUI     VALUE "O".
      *    Validité (fin à zéro = sans échéance)
           05  HAB-DATE-DEBUT         PIC 9(8).
           05  HAB-DATE-FIN           PIC 9(8).
      *    Dernière maintenance de la ligne
           05  HAB-OPERATEUR-MAJ      PIC X(8).
           05  HAB-HORODATAGE         PIC 9(14).
           05  FILLER                 PIC X(35).
