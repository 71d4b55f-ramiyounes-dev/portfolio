      ******************************************************************
      * PORTABILITE-RECORD.cpy
      * Droits à portabilité des garanties frais de santé et
      * prévoyance — fichier PORTABILITE.dat
      * Organisation : INDEXED, clé primaire = PTB-CLE
      *                (matricule + date de cessation du contrat)
      * Le salarié dont le contrat est rompu pour un motif ouvrant
      * droit à l'assurance chômage conserve gratuitement, à compter
      * de la cessation du contrat, les garanties mutuelle et
      * prévoyance en vigueur dans l'entreprise, pour une durée égale
      * à celle de son dernier contrat, appréciée en mois entiers
      * arrondis au mois supérieur et limitée à 12 mois (Art. L911-8
      * CSS). La faute lourde n'ouvre pas droit à portabilité.
      * Une ligne par rupture, ouverte par GESTION-PORTABILITE
      * (ACTION=OUVRIR) à partir de EMP-DATE-SORTIE et de
      * EMP-MOTIF-RUPTURE, avec l'option, les organismes et les
      * ayants droit de l'affiliation en vigueur au jour de la
      * sortie (MUTUELLE-AFFILIATIONS.dat). La ligne est close au
      * terme des droits, ou par anticipation (ACTION=CLORE) à la fin
      * de l'indemnisation France Travail, à la reprise d'un emploi
      * ou sur renonciation de l'ancien salarié.
      * Lue par GENERATE-PORTABILITE (déclaration mensuelle aux
      * organismes) et REPORT-PORTABILITE.
      * Longueur enregistrement : 500 octets
      ******************************************************************
       01  PORTABILITE-RECORD.
           05  PTB-CLE.
               10  PTB-MATRICULE      PIC X(8).
               10  PTB-DATE-DEBUT     PIC 9(8).
           05  PTB-MOTIF-RUPTURE      PIC X(3).
      *    Durée des droits en mois (1 à 12) et terme qui en découle
           05  PTB-DUREE-MOIS         PIC 9(2).
           05  PTB-DATE-FIN-DROITS    PIC 9(8).
      *    Fin effective de la portabilité (zéro tant qu'ouverte)
           05  PTB-DATE-FIN           PIC 9(8).
           05  PTB-STATUT             PIC X(1).
               88  PTB-OUVERTE           VALUE "O".
               88  PTB-CLOSE             VALUE "C".
      *    TERM = terme des droits, FT = fin de l'indemnisation
      *    France Travail, EMPL = reprise d'emploi, RENO =
      *    renonciation
           05  PTB-MOTIF-CLOTURE      PIC X(4).
               88  PTB-CLOT-TERME        VALUE "TERM".
               88  PTB-CLOT-FRANCE-TRAV  VALUE "FT  ".
               88  PTB-CLOT-EMPLOI       VALUE "EMPL".
               88  PTB-CLOT-RENONCIATION VALUE "RENO".
      *    --- Identité reprise du dossier salarié à l'ouverture ---
           05  PTB-ETABLISSEMENT      PIC X(4).
           05  PTB-NOM                PIC X(30).
           05  PTB-PRENOM             PIC X(25).
           05  PTB-NTT                PIC X(15).
      *    --- Garanties maintenues (affiliation à la sortie) ---
           05  PTB-OPTION             PIC X(8).
           05  PTB-ORGANISME          PIC X(12).
           05  PTB-ORGANISME-PREV     PIC X(12).
           05  PTB-NB-AYANTS-DROIT    PIC 9(2).
           05  PTB-AYANT-DROIT OCCURS 6 TIMES.
               10  PTB-AD-NOM         PIC X(30).
               10  PTB-AD-NAISSANCE   PIC 9(8).
               10  PTB-AD-LIEN        PIC X(10).
      *    --- Ouverture et dernière maintenance de la ligne ---
           05  PTB-DATE-OUVERTURE     PIC 9(8).
           05  PTB-OPERATEUR          PIC X(8).
           05  PTB-HORODATAGE         PIC 9(14).
           05  FILLER                 PIC X(32).
