      * EMPLOYEE-RECORD.cpy
      * Enregistrement employé — fichier EMPLOYEES.dat
      * Organisation : INDEXED, clé primaire = EMP-MATRICULE
      * Longueur enregistrement : 320 octets
      ******************************************************************
       01  EMPLOYEE-RECORD.
           05  EMP-MATRICULE          PIC X(8).
               88  EMP-PAIE-ESPECES      VALUE "E".
      *    --- Sortie / rupture du contrat ---
      *    Renseignés lors du passage du statut à INACTIF ; exploités
      *    par l'attestation employeur France Travail, le solde de
      *    tout compte et l'ouverture de la portabilité des garanties
      *    mutuelle et prévoyance (GESTION-PORTABILITE).
           05  EMP-DATE-SORTIE        PIC 9(8).
           05  EMP-MOTIF-RUPTURE      PIC X(3).
               88  EMP-RUPT-FIN-CDD      VALUE "FCD".
               88  EMP-RUPT-LICENCIEMENT VALUE "LIC".
               88  EMP-RUPT-RUPT-CONV    VALUE "RCO".
               88  EMP-RUPT-RETRAITE     VALUE "RET".
               88  EMP-RUPT-FAUTE-LOURDE VALUE "LFL".
      *    --- Apprentissage / stage ---
      *    Date de naissance : requise pour le barème de rémunération
      *    des apprentis (pourcentage du SMIC par âge et année de
               88  EMP-RQTH-NON          VALUE "N".
           05  EMP-RQTH-DEBUT         PIC 9(8).
           05  EMP-RQTH-FIN           PIC 9(8).
      *    --- Registre unique du personnel ---
      *    Mentions du registre (Art. L1221-13 et D1221-23 C. trav.)
      *    que ne portent pas les autres zones : nationalité (code
      *    pays ISO 3166 à deux lettres, FR pour un salarié
      *    français), emploi occupé et qualification conventionnelle.
      *    Pour un salarié étranger soumis à autorisation de travail,
      *    type et numéro d'ordre du titre qui en tient lieu
      *    (Art. D1221-24 C. trav.).
           05  EMP-NATIONALITE        PIC X(2).
           05  EMP-EMPLOI             PIC X(30).
           05  EMP-QUALIFICATION      PIC X(20).
           05  EMP-TITRE-TRAVAIL-TYPE PIC X(4).
           05  EMP-TITRE-TRAVAIL-NUM  PIC X(15).
      *    --- Élections professionnelles ---
      *    O pour le conjoint, partenaire de PACS, concubin,
      *    ascendant, descendant, frère, sœur ou allié au même degré
      *    de l'employeur : non éligible au CSE (Art. L2314-19
      *    C. trav.) ; électeur néanmoins.
           05  EMP-PARENT-EMPLOYEUR   PIC X(1).
               88  EMP-PARENT-OUI        VALUE "O".
      *    --- Population ---
      *    M pour un mandataire social rémunéré par la paie
      *    (président, directeur général, assimilés salariés — Art.
      *    L311-3 CSS) : affilié au régime général sans contrat de
      *    travail, donc hors assurance chômage et AGS, sans heures
      *    supplémentaires, absences ni congés payés ; déclaré en DSN
      *    sous la nature de contrat 80 (mandat social). À blanc,
      *    salarié.
           05  EMP-POPULATION         PIC X(1).
               88  EMP-SALARIE           VALUE " " "S".
               88  EMP-MANDATAIRE        VALUE "M".
           05  FILLER                 PIC X(14).
