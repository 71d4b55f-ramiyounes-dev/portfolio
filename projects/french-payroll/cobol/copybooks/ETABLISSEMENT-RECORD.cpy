      ******************************************************************
      * ETABLISSEMENT-RECORD.cpy
      * Référentiel des établissements (multi-SIRET) — fichier
      * ETABLISSEMENTS.dat
      * Organisation : INDEXED, clé primaire = ETB-CLE
      *                (code établissement + date d'effet)
      * Un établissement porte une ligne par date d'effet : toute
      * modification (taux AT/MP notifié chaque année par la CARSAT,
      * taux de versement mobilité, changement d'URSSAF ou de
      * convention, tranche d'effectif) ouvre une nouvelle ligne,
      * de sorte que chaque traitement retient la ligne en vigueur à
      * sa date de référence. Tenu par MAINT-ETABLISSEMENT, chargé
      * en mémoire dans ETABLISSEMENT-TABLE par les programmes de la
      * chaîne de paie.
      * Longueur enregistrement : 200 octets
      ******************************************************************
       01  ETABLISSEMENT-RECORD.
           05  ETB-CLE.
               10  ETB-CODE               PIC X(4).
               10  ETB-DATE-EFFET         PIC 9(8).
           05  ETB-COMPANY-NAME           PIC X(40).
           05  ETB-SIRET                  PIC X(17).
           05  ETB-NAF                    PIC X(6).
           05  ETB-URSSAF                 PIC X(20).
           05  ETB-CONVENTION             PIC X(40).
      *    Versement mobilité — taux fixé par l'autorité organisatrice
      *    de la mobilité (AOM) du lieu d'implantation, appliqué sur
      *    le brut déplafonné (Art. L2333-64 et L2531-4 CGCT)
           05  ETB-VM-TAUX                PIC S9(3)V99 COMP-3.
      *    Assujettissement à la taxe sur les salaires : O pour un
      *    établissement non soumis à la TVA sur 90% au moins de son
      *    chiffre d'affaires (Art. 231 CGI)
           05  ETB-TS-ASSUJETTI           PIC X(1).
               88  ETB-TS-OUI                VALUE "O".
               88  ETB-TS-NON                VALUE "N".
      *    Taux AT/MP notifié par la CARSAT pour l'établissement
      *    (Art. D242-6-1 et suivants CSS) ; à zéro, le taux du
      *    barème des cotisations s'applique
           05  ETB-ATMP-TAUX              PIC S9(3)V99 COMP-3.
      *    Tranche d'effectif de l'établissement :
      *    1 = moins de 11, 2 = 11 à 49, 3 = 50 à 249, 4 = 250 et plus
           05  ETB-EFFECTIF-TRANCHE       PIC X(1).
               88  ETB-EFF-MOINS-11          VALUE "1".
               88  ETB-EFF-11-49             VALUE "2".
               88  ETB-EFF-50-249            VALUE "3".
               88  ETB-EFF-250-PLUS          VALUE "4".
      *    Dernière maintenance de la ligne
           05  ETB-DATE-MAJ               PIC 9(8).
           05  ETB-OPERATEUR              PIC X(8).
           05  FILLER                     PIC X(41).
