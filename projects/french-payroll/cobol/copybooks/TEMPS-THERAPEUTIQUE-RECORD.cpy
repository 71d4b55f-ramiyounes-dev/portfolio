      ******************************************************************
      * TEMPS-THERAPEUTIQUE-RECORD.cpy
      * Périodes de temps partiel thérapeutique (mi-temps
      * thérapeutique) — fichier TEMPS-THERAPEUTIQUE.dat
      * Organisation : INDEXED, clé primaire = TPT-CLE
      *                (matricule + date de début de la période)
      * Reprise du travail à temps partiel pour motif thérapeutique
      * après un arrêt de travail (Art. L323-3 CSS et L1226-1-1 C.
      * trav.) : le salarié travaille le pourcentage convenu de son
      * horaire contractuel, l'employeur rémunère la part travaillée
      * et la CPAM verse des IJSS sur la part non travaillée. Le
      * contrat de travail n'est pas modifié : la durée contractuelle
      * reste celle du dossier, de sorte que l'acquisition des congés
      * payés et l'ancienneté continuent de courir.
      * Une ligne par période prescrite, tenue par
      * MAINT-TEMPS-THERAPEUTIQUE (une prolongation repousse
      * TPT-DATE-FIN) ; lue par CALC-PAIE, qui proratise la base et
      * porte les IJSS subrogées au registre IJSS-CREANCES.dat sous
      * la nature TPT, et par GENERATE-DSN-SIGNALEMENT
      * (NATURE=TEMPS-THERA), qui déclare la reprise à temps partiel
      * thérapeutique.
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  TEMPS-THERAPEUTIQUE-RECORD.
           05  TPT-CLE.
               10  TPT-MATRICULE      PIC X(8).
               10  TPT-DATE-DEBUT     PIC 9(8).
      *    Terme prescrit (zéro = période en cours sans terme connu)
           05  TPT-DATE-FIN           PIC 9(8).
      *    Pourcentage de l'horaire contractuel travaillé
           05  TPT-POURCENTAGE        PIC S9(3)V99 COMP-3.
      *    Premier jour de l'arrêt de travail dont la période est la
      *    suite (rattachement des IJSS)
           05  TPT-DATE-ARRET         PIC 9(8).
      *    IJ journalière notifiée par la CPAM ; à zéro, les IJSS sont
      *    estimées au taux maladie sur la part non travaillée
           05  TPT-IJ-JOURNALIERE     PIC S9(5)V99 COMP-3.
      *    Signalement DSN de la reprise à temps partiel
      *    thérapeutique
           05  TPT-SIGNALEMENT        PIC X(1).
               88  TPT-NON-SIGNALE       VALUE " ".
               88  TPT-SIGNALE           VALUE "O".
           05  TPT-DATE-SIGNALEMENT   PIC 9(8).
      *    Dernière maintenance de la ligne
           05  TPT-OPERATEUR          PIC X(8).
           05  TPT-HORODATAGE         PIC 9(14).
           05  FILLER                 PIC X(30).
