      ******************************************************************
      * IFC-PROVISION-RECORD.cpy
      * Provision pour indemnités de fin de carrière — dernière
      * évaluation actuarielle, une ligne par salarié évalué
      * Fichier PROVISION-IFC.dat
      * Organisation : SEQUENTIAL
      * Réécrit par CALC-JOURNAL à chaque évaluation trimestrielle
      * (mars, juin, septembre) et annuelle (décembre) ; relu à
      * l'évaluation suivante pour déterminer, salarié par salarié
      * puis par établissement, la variation de l'engagement à
      * comptabiliser (dotation 6815 / reprise 7815, compte 153).
      * Longueur enregistrement : 100 octets
      ******************************************************************
       01  IFC-PROVISION-RECORD.
           05  IFC-MATRICULE          PIC X(8).
           05  IFC-ETABLISSEMENT      PIC X(4).
           05  IFC-DATE-EVALUATION    PIC 9(8).
      *    Ancienneté acquise à la date d'évaluation et projetée à
      *    l'âge de départ, en années
           05  IFC-ANCIENNETE         PIC 9(2)V99.
           05  IFC-ANCIENNETE-DEPART  PIC 9(2)V99.
      *    Indemnité conventionnelle de départ en retraite, en mois
      *    de salaire, pour l'ancienneté projetée
           05  IFC-MOIS-INDEMNITE     PIC 9(2)V99.
           05  IFC-SALAIRE-PROJETE    PIC S9(9)V99 COMP-3.
      *    Indemnité projetée au départ, charges patronales comprises
           05  IFC-INDEMNITE-DEPART   PIC S9(9)V99 COMP-3.
      *    Probabilité d'être présent au départ (rotation et
      *    mortalité) et facteur d'actualisation
           05  IFC-PROBABILITE        PIC 9V9(6).
           05  IFC-ACTUALISATION      PIC 9V9(6).
      *    Engagement proratisé à l'ancienneté acquise
           05  IFC-PROVISION          PIC S9(11)V99 COMP-3.
           05  FILLER                 PIC X(35).
