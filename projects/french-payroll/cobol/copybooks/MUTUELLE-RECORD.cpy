      * période de paie. MUT-DATE-FIN à zéro = affiliation ouverte.
      * La cotisation salariale mensuelle est figée sur la ligne au
      * tarif contractuel de l'option au jour de l'affiliation.
      * Les organismes assureurs de la garantie frais de santé et de
      * la prévoyance sont portés sur la ligne (à blanc : organismes
      * MUTUELLE et PREVOYANCE des bordereaux) ; ils reçoivent les
      * déclarations de portabilité (GENERATE-PORTABILITE).
      * Longueur enregistrement : 354 octets
      ******************************************************************
       01  MUTUELLE-RECORD.
               10  MUT-AD-NOM         PIC X(30).
               10  MUT-AD-NAISSANCE   PIC 9(8).
               10  MUT-AD-LIEN        PIC X(10).
           05  MUT-ORGANISME          PIC X(12).
           05  MUT-ORGANISME-PREV     PIC X(12).
           05  FILLER                 PIC X(4).
