      * Organisation : INDEXED, clé primaire = DAB-CLE
      *                (matricule + date de début d'absence)
      * Cycle de vie : SOUMISE (salarié) -> APPROUVEE ou REFUSEE
      * (approbateur, le solde CP, RTT ou de repos compensateur
      * étant contrôlé au moment de l'approbation) -> EXTRAITE (les
      * absences approuvées de la période sont converties en lignes
      * de variables de paie et en jours de congés pris, puis
      * marquées pour ne pas être extraites deux fois).
      * Longueur enregistrement : 124 octets
      ******************************************************************
       01  DEMANDE-ABSENCE-RECORD.
               88  DAB-TYPE-MATERNITE    VALUE "MATERNITE ".
               88  DAB-TYPE-AT           VALUE "AT        ".
               88  DAB-TYPE-SANS-SOLDE   VALUE "SANS-SOLDE".
      *        Contrepartie obligatoire en repos (CONTINGENT-HS.dat)
               88  DAB-TYPE-COR          VALUE "COR       ".
           05  DAB-JOURS              PIC S9(3)V99 COMP-3.
           05  DAB-STATUT             PIC X(9).
               88  DAB-SOUMISE           VALUE "SOUMISE  ".
