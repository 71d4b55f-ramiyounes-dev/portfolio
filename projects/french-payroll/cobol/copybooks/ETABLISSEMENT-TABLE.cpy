      ******************************************************************
      * ETABLISSEMENT-TABLE.cpy
      * Table des établissements (multi-SIRET) en WORKING-STORAGE
      * Chargée au démarrage depuis le référentiel ETABLISSEMENTS.dat
      * (ETABLISSEMENT-RECORD.cpy, tenu par MAINT-ETABLISSEMENT) : une
      * entrée par code établissement, dans l'ordre des codes, portant
      * la ligne en vigueur à la date de référence du traitement.
      * Consultée par EMP-ETABLISSEMENT.
      ******************************************************************
       01  ETABLISSEMENT-TABLE.
           05  ETAB-COUNT              PIC 9(2) VALUE 0.
           05  ETAB-MAX                PIC 9(2) VALUE 10.
           05  ETAB-ENTRIES.
               10  ETAB-ENTRY OCCURS 10 TIMES.
                   15  ETAB-CODE           PIC X(4).
                   15  ETAB-DATE-EFFET     PIC 9(8).
                   15  ETAB-COMPANY-NAME   PIC X(40).
                   15  ETAB-SIRET          PIC X(17).
                   15  ETAB-NAF            PIC X(6).
                   15  ETAB-TS-ASSUJETTI   PIC X(1).
                       88  ETAB-TS-OUI        VALUE "O".
                       88  ETAB-TS-NON        VALUE "N".
      *            Taux AT/MP notifié par la CARSAT ; à zéro, le taux
      *            du barème des cotisations s'applique
                   15  ETAB-ATMP-TAUX      PIC S9(3)V99 COMP-3.
      *            Tranche d'effectif : 1 = moins de 11, 2 = 11 à 49,
      *            3 = 50 à 249, 4 = 250 et plus
                   15  ETAB-EFFECTIF-TRANCHE PIC X(1).
                       88  ETAB-EFF-MOINS-11  VALUE "1".
                       88  ETAB-EFF-11-49     VALUE "2".
                       88  ETAB-EFF-50-249    VALUE "3".
                       88  ETAB-EFF-250-PLUS  VALUE "4".
