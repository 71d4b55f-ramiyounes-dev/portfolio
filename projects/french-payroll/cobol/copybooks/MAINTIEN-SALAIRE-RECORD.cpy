      ******************************************************************
      * MAINTIEN-SALAIRE-RECORD.cpy
      * Compteur du maintien de salaire employeur pendant les arrêts
      * de maladie et d'accident du travail — fichier
      * MAINTIEN-SALAIRE.dat
      * Organisation : INDEXED, clé primaire = MSA-MATRICULE
      * Une ligne par salarié, tenue par CALC-PAIE à chaque bulletin
      * portant un arrêt. Les douze cases sont indexées par le mois
      * de la période : une case dont la période a plus de onze mois
      * d'ancienneté sort de la fenêtre glissante de douze mois sur
      * laquelle s'apprécient les jours d'indemnisation déjà
      * consommés (Art. D1226-2 C. trav.) ; une période recalculée
      * remplace sa case au lieu de s'ajouter aux précédentes.
      * Par case : l'arrêt auquel se rattachent les jours (date de
      * début, pour le décompte du délai de carence de 7 jours —
      * Art. D1226-3 C. trav.), les jours d'absence, de carence,
      * indemnisés à 90% puis à 66% (Art. D1226-1 C. trav.) et le
      * complément employeur versé au bulletin, net des IJSS.
      * Longueur enregistrement : 520 octets
      ******************************************************************
       01  MAINTIEN-SALAIRE-RECORD.
           05  MSA-MATRICULE              PIC X(8).
           05  MSA-MOIS OCCURS 12 TIMES.
               10  MSA-PERIODE            PIC 9(6).
               10  MSA-DATE-ARRET         PIC 9(8).
               10  MSA-TYPE               PIC X(10).
               10  MSA-JOURS-ARRET        PIC S9(3)V99 COMP-3.
               10  MSA-JOURS-CARENCE      PIC S9(3)V99 COMP-3.
               10  MSA-JOURS-90           PIC S9(3)V99 COMP-3.
               10  MSA-JOURS-66           PIC S9(3)V99 COMP-3.
               10  MSA-COMPLEMENT         PIC S9(7)V99 COMP-3.
           05  FILLER                     PIC X(20).
