      ******************************************************************
      * VISITE-MEDICALE-RECORD.cpy
      * Historique des visites de santé au travail d'un salarié —
      * fichier VISITES-MEDICALES.dat
      * Organisation : INDEXED, clé primaire = VMD-CLE
      *                (matricule + date de la visite)
      * Une ligne par visite passée auprès du service de prévention
      * et de santé au travail : visite d'information et de
      * prévention (Art. R4624-10 C. trav.), examen médical
      * d'aptitude du suivi individuel renforcé (Art. R4624-24),
      * visite périodique ou intermédiaire, visite de reprise
      * (Art. R4624-31), de préreprise ou à la demande.
      * VMD-DATE-PROCHAINE est l'échéance fixée par le professionnel
      * de santé, quand elle est plus rapprochée que la périodicité
      * réglementaire ; à zéro, la périodicité s'applique.
      * Longueur enregistrement : 124 octets
      ******************************************************************
       01  VISITE-MEDICALE-RECORD.
           05  VMD-CLE.
               10  VMD-MATRICULE      PIC X(8).
               10  VMD-DATE-VISITE    PIC 9(8).
           05  VMD-TYPE               PIC X(10).
               88  VMD-TYPE-VIP          VALUE "VIP       ".
               88  VMD-TYPE-EMBAUCHE     VALUE "EMBAUCHE  ".
               88  VMD-TYPE-PERIODIQUE   VALUE "PERIODIQUE".
               88  VMD-TYPE-INTERMED     VALUE "INTERMED  ".
               88  VMD-TYPE-REPRISE      VALUE "REPRISE   ".
               88  VMD-TYPE-PREREPRISE   VALUE "PREREPRISE".
               88  VMD-TYPE-DEMANDE      VALUE "DEMANDE   ".
               88  VMD-TYPE-VALIDE       VALUE "VIP       "
                                               "EMBAUCHE  "
                                               "PERIODIQUE"
                                               "INTERMED  "
                                               "REPRISE   "
                                               "PREREPRISE"
                                               "DEMANDE   ".
      *        Visites qui ouvrent ou renouvellent le suivi
      *        périodique
               88  VMD-TYPE-SUIVI        VALUE "VIP       "
                                               "EMBAUCHE  "
                                               "PERIODIQUE"
                                               "INTERMED  ".
           05  VMD-AVIS               PIC X(10).
               88  VMD-AVIS-ATTESTATION  VALUE "ATTESTATIO".
               88  VMD-AVIS-APTE         VALUE "APTE      ".
               88  VMD-AVIS-AMENAGEMENT  VALUE "AMENAGEMEN".
               88  VMD-AVIS-INAPTE       VALUE "INAPTE    ".
           05  VMD-DATE-PROCHAINE     PIC 9(8).
           05  VMD-PROFESSIONNEL      PIC X(30).
           05  VMD-SERVICE            PIC X(30).
           05  FILLER                 PIC X(20).
