      * Produit des copies structurellement identiques de
      * EMPLOYEES.dat, BULLETINS.dat et CUMULS-ANNUELS.dat dans
      * lesquelles les données nominatives (nom, prénom, NTT, date de
      * naissance, IBAN/BIC, numéro de titre de travail) sont
      * remplacées par des valeurs de substitution dérivées du
      * matricule de façon déterministe : le même matricule reçoit la
      * même identité fictive dans tous les fichiers et d'une
      * exécution à l'autre. Les montants, périodes, codes et
      * structures restent intacts pour que les calculs se
      * rejouent à l'identique sur la copie.
      * Fichiers produits : EMPLOYEES-ANONYME.dat (indexé),
      * BULLETINS-ANONYME.dat, CUMULS-ANONYME.dat (indexé).
                   MOVE WS-ANO-IBAN TO ANO-IBAN
                   MOVE WS-ANO-BIC  TO ANO-BIC
               END-IF
               IF ANO-TITRE-TRAVAIL-NUM NOT = SPACES
                   MOVE ALL "X" TO ANO-TITRE-TRAVAIL-NUM
               END-IF

               WRITE EMPLOYEE-ANO-RECORD
               IF WS-FS-EAN NOT = "00"
