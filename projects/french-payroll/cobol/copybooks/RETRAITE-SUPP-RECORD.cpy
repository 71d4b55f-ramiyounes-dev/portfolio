      ******************************************************************
      * RETRAITE-SUPP-RECORD.cpy
      * Affiliation d'un salarié au plan d'épargne retraite
      * obligatoire d'entreprise (PER obligatoire, ex-article 83 CGI)
      * — fichier RETRAITE-SUPP-AFFILIATIONS.dat
      * Organisation : INDEXED, clé primaire = RSU-CLE
      *                (matricule + date de début d'effet)
      * Un salarié porte une ligne par période d'affiliation : le
      * changement de catégorie (CADRE / CADRE-DIR) clôt la ligne en
      * cours (RSU-DATE-FIN) et en ouvre une nouvelle, de sorte que
      * CALC-PAIE retrouve l'affiliation en vigueur pour chaque
      * période de paie. RSU-DATE-FIN à zéro = affiliation ouverte.
      * Les taux salarial et patronal de la catégorie (pourcentage du
      * brut) sont figés sur la ligne au jour de l'affiliation ;
      * RSU-ASSUREUR est l'organisme destinataire des cotisations
      * sur les bordereaux.
      * Longueur enregistrement : 102 octets
      ******************************************************************
       01  RETRAITE-SUPP-RECORD.
           05  RSU-CLE.
               10  RSU-MATRICULE      PIC X(8).
               10  RSU-DATE-DEBUT     PIC 9(8).
           05  RSU-CATEGORIE          PIC X(10).
               88  RSU-CAT-CADRE         VALUE "CADRE     ".
               88  RSU-CAT-CADRE-DIR     VALUE "CADRE-DIR ".
           05  RSU-DATE-FIN           PIC 9(8).
           05  RSU-TAUX-SAL           PIC S9(2)V99 COMP-3.
           05  RSU-TAUX-PAT           PIC S9(2)V99 COMP-3.
           05  RSU-ASSUREUR           PIC X(12).
           05  RSU-CONTRAT            PIC X(20).
           05  FILLER                 PIC X(30).
