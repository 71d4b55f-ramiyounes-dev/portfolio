      ******************************************************************
      * REGISTRE-PERSONNEL-RECORD.cpy
      * Ligne du registre unique du personnel — fichier
      * REGISTRE-PERSONNEL.dat
      * Organisation : INDEXED, clé primaire = RUP-CLE
      *                (matricule + date d'entrée)
      * Une ligne par embauche, inscrite par GENERATE-REGISTRE-
      * PERSONNEL dans l'ordre des entrées et conservée après le
      * départ du salarié, y compris quand le matricule a disparu
      * d'EMPLOYEES.dat (Art. L1221-13 et R1221-26 C. trav. : les
      * mentions sont conservées cinq ans après le départ). Une
      * réembauche après une sortie ouvre une nouvelle ligne ; les
      * mentions d'une ligne en cours suivent le fichier du
      * personnel à chaque édition.
      * RUP-ORIGINE : F = fichier du personnel, H = ligne
      * reconstituée depuis l'historique EMPLOYEES-HISTO.dat pour un
      * matricule retiré du fichier avant son inscription.
      * Longueur enregistrement : 230 octets
      ******************************************************************
       01  REGISTRE-PERSONNEL-RECORD.
           05  RUP-CLE.
               10  RUP-MATRICULE      PIC X(8).
               10  RUP-DATE-ENTREE    PIC 9(8).
           05  RUP-ETABLISSEMENT      PIC X(4).
           05  RUP-NOM                PIC X(30).
           05  RUP-PRENOM             PIC X(25).
           05  RUP-NATIONALITE        PIC X(2).
           05  RUP-DATE-NAISSANCE     PIC 9(8).
           05  RUP-SEXE               PIC X(1).
           05  RUP-EMPLOI             PIC X(30).
           05  RUP-QUALIFICATION      PIC X(20).
           05  RUP-CLASSIFICATION     PIC X(10).
           05  RUP-CSP                PIC X(4).
           05  RUP-TYPE-CONTRAT       PIC X(3).
           05  RUP-REGIME-TEMPS       PIC X(2).
           05  RUP-STATUT             PIC X(7).
           05  RUP-DATE-SORTIE        PIC 9(8).
           05  RUP-MOTIF-RUPTURE      PIC X(3).
           05  RUP-TITRE-TRAVAIL-TYPE PIC X(4).
           05  RUP-TITRE-TRAVAIL-NUM  PIC X(15).
           05  RUP-DATE-INSCRIPTION   PIC 9(8).
           05  RUP-DATE-MAJ           PIC 9(8).
           05  RUP-ORIGINE            PIC X(1).
               88  RUP-ORIGINE-FICHIER   VALUE "F".
               88  RUP-ORIGINE-HISTO     VALUE "H".
      *    O = matricule présent dans EMPLOYEES.dat lors de la
      *    dernière édition, N = retiré du fichier du personnel
           05  RUP-PRESENT            PIC X(1).
               88  RUP-PRESENT-OUI       VALUE "O".
               88  RUP-PRESENT-NON       VALUE "N".
           05  FILLER                 PIC X(20).
