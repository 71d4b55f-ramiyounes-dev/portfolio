      * Lit BULLETINS.dat et COTISATIONS-PATRONALES.dat
      * Produit JOURNAL-PCG.dat avec écritures équilibrées
      * Comptes PCG : 421, 431, 437, 438, 4421, 512, 641x, 645x
      * La rémunération des mandataires sociaux (EMP-POPULATION = M)
      * est imputée sur ses comptes propres : 64181 (rémunération du
      * mandat, rappels compris) et 64183 (primes) ; ils n'entrent
      * pas dans l'engagement d'indemnités de fin de carrière.
      *
      * JRN-TYPE-ECRITURE distingue deux familles d'écritures qui
      * portent les mêmes montants vus sous un angle différent et qui
      * d'environnement JOURNAL_MODE, "DETAIL" par défaut, ou
      * "AGREGE") : un seul des deux flux est produit par exécution,
      * le flux AGREGE étant l'alimentation comptable générale.
      *
      * En fin de trimestre (mars, juin, septembre) et à la clôture
      * annuelle (décembre), l'engagement d'indemnités de fin de
      * carrière est réévalué salarié par salarié selon la méthode
      * actuarielle des unités de crédit projetées, avec les
      * hypothèses de IFC_HYPOTHESES_FILE : sa variation est
      * comptabilisée et l'échéancier par salarié est édité dans
      * IFC_ECHEANCIER_FILE (cf. 4600-PROVISION-IFC).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRV.

           SELECT ETABLISSEMENTS-FILE
               ASSIGN TO WS-ETB-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETB-CLE
               FILE STATUS IS WS-FS-ETB.

           SELECT IFC-HYPOTHESES-FILE
               ASSIGN TO WS-IFC-HYP-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HYP.

           SELECT IFC-PROVISION-FILE
               ASSIGN TO WS-IFC-PRV-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-IFC.

           SELECT IFC-ECHEANCIER-FILE
               ASSIGN TO WS-IFC-ECH-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ECH.

       DATA DIVISION.
       FILE SECTION.
       FD  ETABLISSEMENTS-FILE.
       COPY "ETABLISSEMENT-RECORD.cpy".

       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".

      *    exactes même si les bulletins ont été postés lors d'une
      *    exécution antérieure.
           05  STA-ETAB-TOT-TABLE.
               10  STA-ETAB-TOT-ENTRY OCCURS 10 TIMES.
                   15  STA-TOT-BRUT      PIC S9(11)V99 COMP-3.
                   15  STA-TOT-COT-SAL   PIC S9(11)V99 COMP-3.
                   15  STA-TOT-PAS       PIC S9(11)V99 COMP-3.
                   15  STA-TOT-PRIME     PIC S9(11)V99 COMP-3.
                   15  STA-TOT-HS        PIC S9(11)V99 COMP-3.
                   15  STA-TOT-ABSENCE   PIC S9(11)V99 COMP-3.
                   15  STA-TOT-RAPPEL    PIC S9(11)V99 COMP-3.
                   15  STA-TOT-RAPPEL-COT PIC S9(11)V99 COMP-3.
                   15  STA-TOT-IJSS      PIC S9(11)V99 COMP-3.
                   15  STA-TOT-MDT-REMU  PIC S9(11)V99 COMP-3.
                   15  STA-TOT-MDT-PRIME PIC S9(11)V99 COMP-3.
           05  FILLER                    PIC X(50).

       FD  EMPLOYEE-FILE.
      *    Provisions posées le mois précédent, reprises en début de
      *    valorisation du mois : la dotation du mois repart ainsi de
      *    zéro et le solde provisionné au bilan reste égal à la
      *    dernière valorisation. Une entrée par établissement de la
      *    table ; 240 octets (72 avant le passage à 10 établissements,
      *    cf. CONVERT-ETAT-PROVISIONS).
       FD  PROVISIONS-STATE-FILE.
       01  PROVISIONS-STATE-RECORD.
           05  PRV-ETAT-TABLE.
               10  PRV-ETAT-ENTRY OCCURS 10 TIMES.
                   15  PRV-ETAT-CP-SAL     PIC S9(11)V99 COMP-3.
                   15  PRV-ETAT-CP-CHARGES PIC S9(11)V99 COMP-3.
                   15  PRV-ETAT-13E        PIC S9(11)V99 COMP-3.
           05  FILLER                    PIC X(30).

      *    Hypothèses actuarielles de la provision IFC ; fichier
      *    optionnel qui amende ligne à ligne les valeurs compilées :
      *      G : âge de départ, taux d'actualisation, taux de
      *          revalorisation des salaires, taux de charges ;
      *      T : taux annuel de rotation par tranche d'âge ;
      *      M : quotient annuel de mortalité par tranche d'âge et
      *          par sexe (à blanc : les deux sexes) ;
      *      B : barème conventionnel, mois de salaire par seuil
      *          d'ancienneté au départ.
      *    La première ligne T, M ou B lue remplace la table
      *    compilée correspondante.
       FD  IFC-HYPOTHESES-FILE.
       01  IFC-HYPOTHESE-RECORD.
           05  HYP-TYPE                  PIC X(1).
               88  HYP-GENERALE          VALUE "G".
               88  HYP-ROTATION          VALUE "T".
               88  HYP-MORTALITE         VALUE "M".
               88  HYP-BAREME            VALUE "B".
           05  HYP-DONNEES               PIC X(59).
           05  HYP-GENERALES REDEFINES HYP-DONNEES.
               10  HYP-AGE-DEPART        PIC 9(2).
               10  HYP-TX-ACTUALISATION  PIC 9(2)V9(4).
               10  HYP-TX-REVALORISATION PIC 9(2)V9(4).
               10  HYP-TX-CHARGES        PIC 9(3)V99.
               10  FILLER                PIC X(40).
           05  HYP-TRANCHE REDEFINES HYP-DONNEES.
               10  HYP-AGE-MIN           PIC 9(2).
               10  HYP-AGE-MAX           PIC 9(2).
               10  HYP-SEXE              PIC X(1).
               10  HYP-TAUX              PIC 9V9(6).
               10  FILLER                PIC X(47).
           05  HYP-SEUIL REDEFINES HYP-DONNEES.
               10  HYP-ANCIENNETE-MIN    PIC 9(2).
               10  HYP-MOIS-SALAIRE      PIC 9(2)V99.
               10  FILLER                PIC X(53).

       FD  IFC-PROVISION-FILE.
       COPY "IFC-PROVISION-RECORD.cpy".

       FD  IFC-ECHEANCIER-FILE
           RECORDING MODE IS F.
       01  IFC-ECHEANCIER-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
      *    --- Table des établissements (multi-SIRET) ---
       COPY "ETABLISSEMENT-TABLE.cpy".
       01  WS-ETB-PATH               PIC X(256).
       01  WS-FS-ETB                 PIC XX.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.
       01  WS-ETB-DATE-REF           PIC 9(8) VALUE 0.
       01  WS-ETAB-IDX               PIC 9(2).
       01  WS-ETAB-LOOKUP            PIC X(4).

      *    --- Totaux pour écritures agrégées, par établissement ---
      *    Index aligné sur ETAB-ENTRY (cf. ETABLISSEMENT-TABLE.cpy)
       01  WS-ETAB-TOT-TABLE.
           05  WS-ETAB-TOT-ENTRY OCCURS 10 TIMES.
               10  WS-TOT-BRUT           PIC S9(11)V99 COMP-3.
               10  WS-TOT-COT-SAL        PIC S9(11)V99 COMP-3.
               10  WS-TOT-PAS            PIC S9(11)V99 COMP-3.
               10  WS-TOT-RAPPEL         PIC S9(11)V99 COMP-3.
               10  WS-TOT-RAPPEL-COT     PIC S9(11)V99 COMP-3.
               10  WS-TOT-IJSS           PIC S9(11)V99 COMP-3.
               10  WS-TOT-MDT-REMU       PIC S9(11)V99 COMP-3.
               10  WS-TOT-MDT-PRIME      PIC S9(11)V99 COMP-3.

      *    --- Mandataires sociaux (matricules lus dans EMPLOYEES.dat)
      *    et comptes de rémunération du bulletin en cours ---
       01  WS-MDT-COUNT              PIC 9(3) VALUE 0.
       01  WS-MDT-TABLE.
           05  WS-MDT-MATRICULE      PIC X(8) OCCURS 200 TIMES.
       01  WS-MDT-IDX                PIC 9(3).
       01  WS-BUL-MANDAT             PIC 9 VALUE 0.
           88  BUL-MANDATAIRE        VALUE 1.
       01  WS-CPT-REMU               PIC X(6).
       01  WS-CPT-PRIME              PIC X(6).

       01  WS-DATE-JRN               PIC 9(8).
       01  WS-TEMP-MONTANT           PIC S9(11)V99 COMP-3.
               10  WS-CAN-PAS            PIC S9(11)V99 COMP-3.
               10  WS-CAN-NET            PIC S9(11)V99 COMP-3.
               10  WS-CAN-COT-PAT        PIC S9(11)V99 COMP-3.
               10  WS-CAN-MDT-REMU       PIC S9(11)V99 COMP-3.
               10  WS-CAN-MDT-PRIME      PIC S9(11)V99 COMP-3.
       01  WS-CAN-IDX                PIC 9(2).
       01  WS-CAN-COMP               PIC 9(2).
       01  WS-CAN-MONTANT            PIC S9(11)V99 COMP-3.
               10  WS-PRV-ACTIF      PIC 9.
               10  WS-PRV-ANNEE-ENT  PIC 9(4).
               10  WS-PRV-MOIS-ENT   PIC 9(2).
               10  WS-PRV-NOM        PIC X(30).
               10  WS-PRV-ETAB-CODE  PIC X(4).
               10  WS-PRV-CDI        PIC 9.
               10  WS-PRV-SEXE       PIC X(1).
               10  WS-PRV-ANNEE-NAIS PIC 9(4).
               10  WS-PRV-MOIS-NAIS  PIC 9(2).
       01  WS-PRV-EMP-IDX            PIC 9(4).

      *    Provisions du mois valorisées, par établissement
       01  WS-PRV-TABLE.
           05  WS-PRV-ENTRY OCCURS 10 TIMES.
               10  WS-PRV-CP-SAL     PIC S9(11)V99 COMP-3.
               10  WS-PRV-CP-CHARGES PIC S9(11)V99 COMP-3.
               10  WS-PRV-13E        PIC S9(11)V99 COMP-3.
       01  WS-PRV-ETAT-DISPO         PIC 9 VALUE 0.
           88  PRV-ETAT-DISPONIBLE   VALUE 1.

      *    --- Provision pour indemnités de fin de carrière (IFC) ---
      *    Engagement de départ volontaire à la retraite évalué par
      *    la méthode des unités de crédit projetées : indemnité
      *    conventionnelle projetée à l'âge de départ sur le salaire
      *    revalorisé, charges comprises, pondérée par la
      *    probabilité de présence (rotation, mortalité), actualisée
      *    et proratisée à l'ancienneté acquise. Valeurs compilées
      *    ci-dessous, amendées par IFC_HYPOTHESES_FILE.
       01  WS-IFC-HYP-PATH           PIC X(256).
       01  WS-IFC-PRV-PATH           PIC X(256).
       01  WS-IFC-ECH-PATH           PIC X(256).
       01  WS-FS-HYP                 PIC XX.
       01  WS-FS-IFC                 PIC XX.
       01  WS-FS-ECH                 PIC XX.
       01  WS-EOF-HYP                PIC 9 VALUE 0.

       01  WS-IFC-AGE-DEPART         PIC 9(2) VALUE 64.
       01  WS-IFC-TX-ACTU            PIC S9(2)V9(4) COMP-3
                                     VALUE 3.5000.
       01  WS-IFC-TX-REVAL           PIC S9(2)V9(4) COMP-3
                                     VALUE 2.0000.
       01  WS-IFC-TX-CHARGES         PIC S9(3)V99 COMP-3 VALUE 42.00.

      *    Rotation annuelle par tranche d'âge (âge min, âge max,
      *    taux)
       01  WS-IFC-TRN-DEFAUT.
           05  FILLER                PIC X(11) VALUE "16290080000".
           05  FILLER                PIC X(11) VALUE "30390050000".
           05  FILLER                PIC X(11) VALUE "40490030000".
           05  FILLER                PIC X(11) VALUE "50540010000".
           05  FILLER                PIC X(11) VALUE "55990000000".
       01  WS-IFC-TRN-DEFAUT-TAB REDEFINES WS-IFC-TRN-DEFAUT.
           05  WS-IFC-TRN-DEF OCCURS 5 TIMES.
               10  WS-IFC-TRN-DEF-MIN    PIC 9(2).
               10  WS-IFC-TRN-DEF-MAX    PIC 9(2).
               10  WS-IFC-TRN-DEF-TAUX   PIC 9V9(6).
       01  WS-IFC-TRN-COUNT          PIC 9(2) VALUE 0.
       01  WS-IFC-TRN-TABLE.
           05  WS-IFC-TRN-ENTRY OCCURS 20 TIMES.
               10  WS-IFC-TRN-MIN        PIC 9(2).
               10  WS-IFC-TRN-MAX        PIC 9(2).
               10  WS-IFC-TRN-TAUX       PIC 9V9(6).
       01  WS-IFC-TRN-IDX            PIC 9(2).

      *    Quotients annuels de mortalité par tranche d'âge et sexe
      *    (âge min, âge max, sexe, quotient), d'après les tables
      *    réglementaires TH/TF 00-02
       01  WS-IFC-MOR-DEFAUT.
           05  FILLER                PIC X(12) VALUE "1639M0010000".
           05  FILLER                PIC X(12) VALUE "4049M0025000".
           05  FILLER                PIC X(12) VALUE "5059M0060000".
           05  FILLER                PIC X(12) VALUE "6099M0120000".
           05  FILLER                PIC X(12) VALUE "1639F0004000".
           05  FILLER                PIC X(12) VALUE "4049F0012000".
           05  FILLER                PIC X(12) VALUE "5059F0028000".
           05  FILLER                PIC X(12) VALUE "6099F0055000".
       01  WS-IFC-MOR-DEFAUT-TAB REDEFINES WS-IFC-MOR-DEFAUT.
           05  WS-IFC-MOR-DEF OCCURS 8 TIMES.
               10  WS-IFC-MOR-DEF-MIN    PIC 9(2).
               10  WS-IFC-MOR-DEF-MAX    PIC 9(2).
               10  WS-IFC-MOR-DEF-SEXE   PIC X(1).
               10  WS-IFC-MOR-DEF-TAUX   PIC 9V9(6).
       01  WS-IFC-MOR-COUNT          PIC 9(2) VALUE 0.
       01  WS-IFC-MOR-TABLE.
           05  WS-IFC-MOR-ENTRY OCCURS 40 TIMES.
               10  WS-IFC-MOR-MIN        PIC 9(2).
               10  WS-IFC-MOR-MAX        PIC 9(2).
               10  WS-IFC-MOR-SEXE       PIC X(1).
               10  WS-IFC-MOR-TAUX       PIC 9V9(6).
       01  WS-IFC-MOR-IDX            PIC 9(2).

      *    Barème de l'indemnité de départ volontaire : mois de
      *    salaire par seuil d'ancienneté (Art. D1237-1 C. trav.),
      *    remplacé par le barème conventionnel s'il est plus
      *    favorable
       01  WS-IFC-BAR-DEFAUT.
           05  FILLER                PIC X(6) VALUE "100050".
           05  FILLER                PIC X(6) VALUE "150100".
           05  FILLER                PIC X(6) VALUE "200150".
           05  FILLER                PIC X(6) VALUE "300200".
       01  WS-IFC-BAR-DEFAUT-TAB REDEFINES WS-IFC-BAR-DEFAUT.
           05  WS-IFC-BAR-DEF OCCURS 4 TIMES.
               10  WS-IFC-BAR-DEF-ANC    PIC 9(2).
               10  WS-IFC-BAR-DEF-MOIS   PIC 9(2)V99.
       01  WS-IFC-BAR-COUNT          PIC 9(2) VALUE 0.
       01  WS-IFC-BAR-TABLE.
           05  WS-IFC-BAR-ENTRY OCCURS 20 TIMES.
               10  WS-IFC-BAR-ANC        PIC 9(2).
               10  WS-IFC-BAR-MOIS       PIC 9(2)V99.
       01  WS-IFC-BAR-IDX            PIC 9(2).
       01  WS-IFC-HYP-LUES           PIC X(3) VALUE SPACES.

      *    Évaluation précédente (PROVISION-IFC.dat), par salarié
       01  WS-IFP-COUNT              PIC 9(4) VALUE 0.
       01  WS-IFP-TABLE.
           05  WS-IFP-ENTRY OCCURS 2000 TIMES.
               10  WS-IFP-MATRICULE      PIC X(8).
               10  WS-IFP-ETAB-CODE      PIC X(4).
               10  WS-IFP-PROVISION      PIC S9(11)V99 COMP-3.
               10  WS-IFP-REPRIS         PIC 9.
       01  WS-IFP-IDX                PIC 9(4).
       01  WS-IFP-DATE               PIC 9(8) VALUE 0.

      *    Engagement par établissement : évaluation précédente et
      *    nouvelle, index aligné sur ETAB-ENTRY
       01  WS-IFC-ETAB-TABLE.
           05  WS-IFC-ETAB-ENTRY OCCURS 10 TIMES.
               10  WS-IFC-ANCIEN         PIC S9(11)V99 COMP-3.
               10  WS-IFC-NOUVEAU        PIC S9(11)V99 COMP-3.
               10  WS-IFC-NB-EVALUES     PIC 9(5).
       01  WS-IFC-VARIATION          PIC S9(11)V99 COMP-3.
       01  WS-IFC-TOT-ANCIEN         PIC S9(11)V99 COMP-3.
       01  WS-IFC-TOT-NOUVEAU        PIC S9(11)V99 COMP-3.
       01  WS-IFC-NB-EVALUES-TOT     PIC 9(5) VALUE 0.

      *    Calcul d'un salarié
       01  WS-IFC-AGE-MOIS           PIC S9(5).
       01  WS-IFC-ANC-MOIS           PIC S9(5).
       01  WS-IFC-RESTE-MOIS         PIC S9(5).
       01  WS-IFC-ANNEES-RESTE       PIC S9(3).
       01  WS-IFC-ANNEE-K            PIC S9(3).
       01  WS-IFC-AGE-K              PIC S9(3).
       01  WS-IFC-ANC-DEPART-ANS     PIC S9(3).
       01  WS-IFC-SALAIRE            PIC S9(9)V9(4) COMP-3.
       01  WS-IFC-PROBABILITE        PIC S9V9(8) COMP-3.
       01  WS-IFC-ACTU               PIC S9V9(8) COMP-3.
       01  WS-IFC-TX-ROT             PIC S9V9(6) COMP-3.
       01  WS-IFC-TX-MOR             PIC S9V9(6) COMP-3.
       01  WS-IFC-MOIS-IND           PIC S9(2)V99 COMP-3.
       01  WS-IFC-INDEMNITE          PIC S9(9)V99 COMP-3.
       01  WS-IFC-PROVISION          PIC S9(11)V99 COMP-3.
       01  WS-IFC-PRECEDENTE         PIC S9(11)V99 COMP-3.
       01  WS-IFC-SEXE               PIC X(1).
       01  WS-IFC-LIBELLE-EVAL       PIC X(13).

       01  WS-IFC-LINE               PIC X(132).
       01  WS-IFC-FMT-MONTANT        PIC -(9)9.99.
       01  WS-IFC-FMT-MONTANT2       PIC -(9)9.99.
       01  WS-IFC-FMT-MONTANT3       PIC -(9)9.99.
       01  WS-IFC-FMT-SALAIRE        PIC -(7)9.99.
       01  WS-IFC-FMT-INDEMNITE      PIC -(7)9.99.
       01  WS-IFC-FMT-PRECEDENTE     PIC -(7)9.99.
       01  WS-IFC-FMT-PROVISION      PIC -(7)9.99.
       01  WS-IFC-FMT-VARIATION      PIC -(7)9.99.
       01  WS-IFC-FMT-ANC            PIC Z9.99.
       01  WS-IFC-FMT-ANC2           PIC Z9.99.
       01  WS-IFC-FMT-MOIS           PIC Z9.99.
       01  WS-IFC-FMT-COEF           PIC 9.9999.
       01  WS-IFC-FMT-COEF2          PIC 9.9999.
       01  WS-IFC-FMT-NB             PIC ZZZZ9.

      *    --- Contrôle d'équilibre débit/crédit avant remise du ---
      *    journal PCG à la comptabilité : relecture intégrale du
      *    fichier produit, totalisation par pièce et par compte, et
       01  WS-CTL-ACCT-IDX           PIC 9(2) VALUE 0.
       01  WS-CTL-ACCT-COUNT         PIC 9(2) VALUE 0.
       01  WS-CTL-ACCT-TABLE.
           05  WS-CTL-ACCT-ENTRY OCCURS 30 TIMES.
               10  WS-CTL-ACCT-CODE     PIC X(6).
               10  WS-CTL-ACCT-DEBIT    PIC S9(11)V99 COMP-3.
               10  WS-CTL-ACCT-CREDIT   PIC S9(11)V99 COMP-3.
               MOVE "../data/REPARTITION-ANALYTIQUE.dat"
                   TO WS-REPARTITION-PATH
           END-IF
           ACCEPT WS-IFC-HYP-PATH
               FROM ENVIRONMENT "IFC_HYPOTHESES_FILE"
           IF WS-IFC-HYP-PATH = SPACES
               MOVE "../data/IFC-HYPOTHESES.dat" TO WS-IFC-HYP-PATH
           END-IF
           ACCEPT WS-IFC-PRV-PATH
               FROM ENVIRONMENT "PROVISION_IFC_FILE"
           IF WS-IFC-PRV-PATH = SPACES
               MOVE "../data/PROVISION-IFC.dat" TO WS-IFC-PRV-PATH
           END-IF
           ACCEPT WS-IFC-ECH-PATH
               FROM ENVIRONMENT "IFC_ECHEANCIER_FILE"
           IF WS-IFC-ECH-PATH = SPACES
               MOVE "../data/ECHEANCIER-IFC.txt" TO WS-IFC-ECH-PATH
           END-IF

           PERFORM 1030-CHARGER-REPARTITION
           PERFORM 1060-CHARGER-MANDATAIRES

           PERFORM 1010-LIRE-CHECKPOINT

               STOP RUN
           END-IF

           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           ACCEPT WS-ETB-DATE-REF FROM DATE YYYYMMDD
           PERFORM 1040-CHARGER-ETABLISSEMENTS
           IF NOT WS-IS-RESUMING
               INITIALIZE WS-ETAB-TOT-TABLE
           END-IF
               END-IF
           END-IF.

      ******************************************************************
       1040-CHARGER-ETABLISSEMENTS.
      ******************************************************************
      *    Référentiel ETABLISSEMENTS.dat lu dans l'ordre des clés
      *    (code puis date d'effet) : une entrée par code, portant la
      *    ligne la plus récente en vigueur à la date de référence.
           MOVE 0 TO ETAB-COUNT
           MOVE 0 TO WS-EOF-ETB
           OPEN INPUT ETABLISSEMENTS-FILE
           IF WS-FS-ETB NOT = "00"
               DISPLAY "CALC-JOURNAL|ERROR|0|OPEN-ETB=" WS-FS-ETB
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-ETB
               READ ETABLISSEMENTS-FILE NEXT RECORD
                   AT END SET EOF-ETB TO TRUE
               END-READ
               IF NOT EOF-ETB
                   AND ETB-DATE-EFFET <= WS-ETB-DATE-REF
                   PERFORM 1041-RETENIR-ETABLISSEMENT THRU 1041-EXIT
               END-IF
           END-PERFORM
           CLOSE ETABLISSEMENTS-FILE
           IF ETAB-COUNT = 0
               DISPLAY "CALC-JOURNAL|ERROR|0|ETAB-VIDE=" WS-ETB-DATE-REF
               STOP RUN
           END-IF.

      ******************************************************************
       1041-RETENIR-ETABLISSEMENT.
      ******************************************************************
      *    Une ligne plus récente du même code remplace l'entrée
      *    courante ; un nouveau code ouvre une entrée.
           IF ETAB-COUNT > 0
               IF ETAB-CODE(ETAB-COUNT) = ETB-CODE
                   SUBTRACT 1 FROM ETAB-COUNT
               END-IF
           END-IF
           IF ETAB-COUNT >= ETAB-MAX
               DISPLAY "CALC-JOURNAL|WARN|0|ETAB-TABLE-PLEINE=" ETB-CODE
               GO TO 1041-EXIT
           END-IF
           ADD 1 TO ETAB-COUNT
           MOVE ETB-CODE          TO ETAB-CODE(ETAB-COUNT)
           MOVE ETB-DATE-EFFET    TO ETAB-DATE-EFFET(ETAB-COUNT)
           MOVE ETB-COMPANY-NAME  TO ETAB-COMPANY-NAME(ETAB-COUNT)
           MOVE ETB-SIRET         TO ETAB-SIRET(ETAB-COUNT)
           MOVE ETB-NAF           TO ETAB-NAF(ETAB-COUNT)
           MOVE ETB-URSSAF        TO ETAB-URSSAF(ETAB-COUNT)
           MOVE ETB-CONVENTION    TO ETAB-CONVENTION(ETAB-COUNT)
           MOVE ETB-VM-TAUX       TO ETAB-VM-TAUX(ETAB-COUNT)
           MOVE ETB-TS-ASSUJETTI  TO ETAB-TS-ASSUJETTI(ETAB-COUNT)
           MOVE ETB-ATMP-TAUX     TO ETAB-ATMP-TAUX(ETAB-COUNT)
           MOVE ETB-EFFECTIF-TRANCHE
               TO ETAB-EFFECTIF-TRANCHE(ETAB-COUNT).

       1041-EXIT.
           EXIT.

      ******************************************************************
       1050-TROUVER-ETAB-IDX.
      ******************************************************************
               MOVE 1 TO WS-ETAB-IDX
           END-IF.

      ******************************************************************
       1060-CHARGER-MANDATAIRES.
      ******************************************************************
      *    Matricules des mandataires sociaux, dont la rémunération
      *    est imputée sur les comptes 6418x. Sans fichier du
      *    personnel, tous les bulletins vont en 6411/6413.
           MOVE 0 TO WS-MDT-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               DISPLAY "CALC-JOURNAL|WARN|0|OPEN-EMP=" WS-FS-EMP
           ELSE
               READ EMPLOYEE-FILE
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL WS-FS-EMP NOT = "00"
                   IF EMP-MANDATAIRE
                       IF WS-MDT-COUNT < 200
                           ADD 1 TO WS-MDT-COUNT
                           MOVE EMP-MATRICULE
                               TO WS-MDT-MATRICULE(WS-MDT-COUNT)
                       ELSE
                           DISPLAY "CALC-JOURNAL|WARN|0|"
                               "TABLE-PLEINE-MDT=" EMP-MATRICULE
                       END-IF
                   END-IF
                   READ EMPLOYEE-FILE
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

      ******************************************************************
       2000-TRAITEMENT-BULLETINS.
      ******************************************************************
               MOVE WS-PIECE-NUM TO WS-PIECE-STR
               MOVE PAI-ETABLISSEMENT TO WS-ETAB-LOOKUP
               PERFORM 1050-TROUVER-ETAB-IDX
               PERFORM 2055-IDENTIFIER-MANDATAIRE

      *        Écritures détail (mode DETAIL uniquement, cf.
      *        WS-JRN-MODE ci-dessus) ; les totaux ci-dessous sont
      *        accumulés dans tous les cas, ils servent aussi aux
      *        écritures agrégées du mode AGREGE.
               IF WS-MODE-DETAIL
      *            --- Débit 6411 / Crédit 421 : Salaires bruts
      *            (64181 pour un mandataire social) ---
                   PERFORM 2100-ECRITURE-SALAIRE-BRUT

      *            --- Débit 6413 / Crédit 421 : Primes (64183 pour
      *            un mandataire social) ---
                   IF PAI-PRIME-ANCIENNETE > 0 OR PAI-PRIME-EXCEPT > 0
                           OR PAI-PRIME-13E-MOIS > 0
                       PERFORM 2200-ECRITURE-PRIMES
                   PERFORM 2500-ECRITURE-NET
               END-IF

      *        Accumuler totaux (par établissement) ; la
      *        rémunération d'un mandataire social a ses propres
      *        totaux
               COMPUTE WS-TEMP-MONTANT =
                   PAI-PRIME-ANCIENNETE + PAI-PRIME-EXCEPT
                   + PAI-PRIME-13E-MOIS
               IF BUL-MANDATAIRE
                   ADD PAI-SALAIRE-BASE
                       TO WS-TOT-MDT-REMU(WS-ETAB-IDX)
                   ADD PAI-RAPPEL-BRUT
                       TO WS-TOT-MDT-REMU(WS-ETAB-IDX)
                   ADD WS-TEMP-MONTANT
                       TO WS-TOT-MDT-PRIME(WS-ETAB-IDX)
               ELSE
                   ADD PAI-SALAIRE-BASE TO WS-TOT-BRUT(WS-ETAB-IDX)
                   ADD PAI-RAPPEL-BRUT TO WS-TOT-RAPPEL(WS-ETAB-IDX)
                   ADD WS-TEMP-MONTANT TO WS-TOT-PRIME(WS-ETAB-IDX)
               END-IF
               COMPUTE WS-TEMP-MONTANT =
                   PAI-MONTANT-HS-25 + PAI-MONTANT-HS-50
               ADD WS-TEMP-MONTANT TO WS-TOT-HS(WS-ETAB-IDX)
               ADD PAI-ABSENCE-MONTANT TO WS-TOT-ABSENCE(WS-ETAB-IDX)
               ADD PAI-RAPPEL-COT-SAL
                   TO WS-TOT-RAPPEL-COT(WS-ETAB-IDX)
               ADD PAI-IJSS-MONTANT TO WS-TOT-IJSS(WS-ETAB-IDX)
               ADD 1 TO WS-BUL-DONE
               PERFORM 1020-ECRIRE-CHECKPOINT.

      ******************************************************************
       2055-IDENTIFIER-MANDATAIRE.
      ******************************************************************
           MOVE 0 TO WS-BUL-MANDAT
           MOVE "6411  " TO WS-CPT-REMU
           MOVE "6413  " TO WS-CPT-PRIME
           PERFORM VARYING WS-MDT-IDX FROM 1 BY 1
                   UNTIL WS-MDT-IDX > WS-MDT-COUNT
               IF WS-MDT-MATRICULE(WS-MDT-IDX) = PAI-MATRICULE
                   SET BUL-MANDATAIRE TO TRUE
                   MOVE "64181 " TO WS-CPT-REMU
                   MOVE "64183 " TO WS-CPT-PRIME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       2060-ACCUMULER-ANALYTIQUE.
      ******************************************************************
               THRU 2062-EXIT

           MOVE PAI-SALAIRE-BASE TO WS-CAN-MONTANT
           IF BUL-MANDATAIRE
               MOVE 12 TO WS-CAN-COMP
           ELSE
               MOVE 1 TO WS-CAN-COMP
           END-IF
           PERFORM 2065-REPARTIR-COMPOSANT
           COMPUTE WS-CAN-MONTANT =
               PAI-PRIME-ANCIENNETE + PAI-PRIME-EXCEPT
               + PAI-PRIME-13E-MOIS
           IF BUL-MANDATAIRE
               MOVE 13 TO WS-CAN-COMP
           ELSE
               MOVE 2 TO WS-CAN-COMP
           END-IF
           PERFORM 2065-REPARTIR-COMPOSANT
           COMPUTE WS-CAN-MONTANT =
               PAI-MONTANT-HS-25 + PAI-MONTANT-HS-50
           MOVE 4 TO WS-CAN-COMP
           PERFORM 2065-REPARTIR-COMPOSANT
           MOVE PAI-RAPPEL-BRUT TO WS-CAN-MONTANT
           IF BUL-MANDATAIRE
               MOVE 12 TO WS-CAN-COMP
           ELSE
               MOVE 5 TO WS-CAN-COMP
           END-IF
           PERFORM 2065-REPARTIR-COMPOSANT
           MOVE PAI-RAPPEL-COT-SAL TO WS-CAN-MONTANT
           MOVE 6 TO WS-CAN-COMP
                   ADD WS-CAN-PART TO WS-CAN-NET(WS-CAN-IDX)
               WHEN 11
                   ADD WS-CAN-PART TO WS-CAN-COT-PAT(WS-CAN-IDX)
               WHEN 12
                   ADD WS-CAN-PART TO WS-CAN-MDT-REMU(WS-CAN-IDX)
               WHEN 13
                   ADD WS-CAN-PART TO WS-CAN-MDT-PRIME(WS-CAN-IDX)
           END-EVALUATE.

      ******************************************************************
           MOVE PAI-MATRICULE        TO JRN-MATRICULE
           MOVE PAI-ETABLISSEMENT    TO JRN-ETABLISSEMENT
           MOVE PAI-CENTRE-ANALYTIQUE TO JRN-CENTRE-ANALYTIQUE
           MOVE WS-CPT-REMU          TO JRN-COMPTE-DEBIT
           MOVE "421   "             TO JRN-COMPTE-CREDIT
           MOVE PAI-SALAIRE-BASE     TO JRN-MONTANT
           MOVE "Remuneration due"   TO JRN-LIBELLE
           MOVE PAI-MATRICULE        TO JRN-MATRICULE
           MOVE PAI-ETABLISSEMENT    TO JRN-ETABLISSEMENT
           MOVE PAI-CENTRE-ANALYTIQUE TO JRN-CENTRE-ANALYTIQUE
           MOVE WS-CPT-PRIME         TO JRN-COMPTE-DEBIT
           MOVE "421   "             TO JRN-COMPTE-CREDIT
           COMPUTE JRN-MONTANT =
               PAI-PRIME-ANCIENNETE + PAI-PRIME-EXCEPT
           MOVE PAI-MATRICULE        TO JRN-MATRICULE
           MOVE PAI-ETABLISSEMENT    TO JRN-ETABLISSEMENT
           MOVE PAI-CENTRE-ANALYTIQUE TO JRN-CENTRE-ANALYTIQUE
           MOVE WS-CPT-REMU          TO JRN-COMPTE-DEBIT
           MOVE "421   "             TO JRN-COMPTE-CREDIT
           MOVE PAI-RAPPEL-BRUT      TO JRN-MONTANT
           MOVE "Rappel de salaire"  TO JRN-LIBELLE
                   END-IF
               END-IF

      *        --- Débit 6458 / Crédit 431 : Forfait social sur la
      *        prévoyance et la retraite supplémentaire ---
               IF COT-FORFAIT-SOCIAL-PAT > 0
                   INITIALIZE JOURNAL-RECORD
                   MOVE WS-DATE-JRN      TO JRN-DATE
                   MOVE WS-PIECE-STR     TO JRN-NUMERO-PIECE
                   MOVE COT-MATRICULE    TO JRN-MATRICULE
                   MOVE COT-ETABLISSEMENT TO JRN-ETABLISSEMENT
                   MOVE COT-CENTRE-ANALYTIQUE
                       TO JRN-CENTRE-ANALYTIQUE
                   MOVE "6458  "         TO JRN-COMPTE-DEBIT
                   MOVE "431   "         TO JRN-COMPTE-CREDIT
                   MOVE COT-FORFAIT-SOCIAL-PAT TO JRN-MONTANT
                   MOVE "Forfait social"
                                         TO JRN-LIBELLE
                   MOVE "PAT"            TO JRN-TYPE-ECRITURE

                   ADD JRN-MONTANT TO WS-TOT-COT-PAT(WS-ETAB-IDX)
                   PERFORM 3060-ACCUMULER-ANALYT-PAT

                   IF WS-MODE-DETAIL
                       WRITE JOURNAL-RECORD
                       IF WS-FS-JRN NOT = "00"
                           ADD 1 TO WS-ERRORS
                       END-IF
                       ADD 1 TO WS-RECORDS-WRITTEN
                   END-IF
               END-IF

      *        --- Débit 6451 / Crédit 431 : Contribution
      *        solidarité autonomie, recouvrée par l'URSSAF ---
               IF COT-CSA-PAT > 0
                   INITIALIZE JOURNAL-RECORD
                   MOVE WS-DATE-JRN      TO JRN-DATE
                   MOVE WS-PIECE-STR     TO JRN-NUMERO-PIECE
                   MOVE COT-MATRICULE    TO JRN-MATRICULE
                   MOVE COT-ETABLISSEMENT TO JRN-ETABLISSEMENT
                   MOVE COT-CENTRE-ANALYTIQUE
                       TO JRN-CENTRE-ANALYTIQUE
                   MOVE "6451  "         TO JRN-COMPTE-DEBIT
                   MOVE "431   "         TO JRN-COMPTE-CREDIT
                   MOVE COT-CSA-PAT      TO JRN-MONTANT
                   MOVE "Contribution solidarite autonomie"
                                         TO JRN-LIBELLE
                   MOVE "PAT"            TO JRN-TYPE-ECRITURE

                   ADD JRN-MONTANT TO WS-TOT-COT-PAT(WS-ETAB-IDX)
                   PERFORM 3060-ACCUMULER-ANALYT-PAT

                   IF WS-MODE-DETAIL
                       WRITE JOURNAL-RECORD
                       IF WS-FS-JRN NOT = "00"
                           ADD 1 TO WS-ERRORS
                       END-IF
                       ADD 1 TO WS-RECORDS-WRITTEN
                   END-IF
               END-IF

      *        --- Débit 6458 / Crédit 437 : Retraite supplémentaire
      *        patronale (PER obligatoire), due à l'assureur ---
               IF COT-RETR-SUPP-PAT > 0
                   INITIALIZE JOURNAL-RECORD
                   MOVE WS-DATE-JRN      TO JRN-DATE
                   MOVE WS-PIECE-STR     TO JRN-NUMERO-PIECE
                   MOVE COT-MATRICULE    TO JRN-MATRICULE
                   MOVE COT-ETABLISSEMENT TO JRN-ETABLISSEMENT
                   MOVE COT-CENTRE-ANALYTIQUE
                       TO JRN-CENTRE-ANALYTIQUE
                   MOVE "6458  "         TO JRN-COMPTE-DEBIT
                   MOVE "437   "         TO JRN-COMPTE-CREDIT
                   MOVE COT-RETR-SUPP-PAT TO JRN-MONTANT
                   MOVE "Retraite supplementaire pat"
                                         TO JRN-LIBELLE
                   MOVE "PAT"            TO JRN-TYPE-ECRITURE

                   ADD JRN-MONTANT TO WS-TOT-COT-PAT(WS-ETAB-IDX)
                   PERFORM 3060-ACCUMULER-ANALYT-PAT

                   IF WS-MODE-DETAIL
                       WRITE JOURNAL-RECORD
                       IF WS-FS-JRN NOT = "00"
                           ADD 1 TO WS-ERRORS
                       END-IF
                       ADD 1 TO WS-RECORDS-WRITTEN
                   END-IF
               END-IF

      *        Réduction générale des cotisations patronales : les
      *        charges de chaque organisme sont minorées de la part
      *        qui lui est imputée (montant négatif sur les comptes de
      *        charge, comme les déductions d'absence ; positif quand
      *        la régularisation reprend une réduction).
      *        --- Débit 6451 / Crédit 431 : réduction URSSAF ---
               IF COT-RG-URSSAF NOT = 0
                   INITIALIZE JOURNAL-RECORD
                   MOVE WS-DATE-JRN      TO JRN-DATE
                   MOVE WS-PIECE-STR     TO JRN-NUMERO-PIECE
                   MOVE COT-MATRICULE    TO JRN-MATRICULE
                   MOVE COT-ETABLISSEMENT TO JRN-ETABLISSEMENT
                   MOVE COT-CENTRE-ANALYTIQUE
                       TO JRN-CENTRE-ANALYTIQUE
                   MOVE "6451  "         TO JRN-COMPTE-DEBIT
                   MOVE "431   "         TO JRN-COMPTE-CREDIT
                   COMPUTE JRN-MONTANT = 0 - COT-RG-URSSAF
                   MOVE "Reduction generale URSSAF"
                                         TO JRN-LIBELLE
                   MOVE "PAT"            TO JRN-TYPE-ECRITURE

                   ADD JRN-MONTANT TO WS-TOT-COT-PAT(WS-ETAB-IDX)
                   PERFORM 3060-ACCUMULER-ANALYT-PAT

                   IF WS-MODE-DETAIL
                       WRITE JOURNAL-RECORD
                       IF WS-FS-JRN NOT = "00"
                           ADD 1 TO WS-ERRORS
                       END-IF
                       ADD 1 TO WS-RECORDS-WRITTEN
                   END-IF
               END-IF

      *        --- Débit 6452 / Crédit 437 : réduction retraite ---
               IF COT-RG-RETRAITE NOT = 0
                   INITIALIZE JOURNAL-RECORD
                   MOVE WS-DATE-JRN      TO JRN-DATE
                   MOVE WS-PIECE-STR     TO JRN-NUMERO-PIECE
                   MOVE COT-MATRICULE    TO JRN-MATRICULE
                   MOVE COT-ETABLISSEMENT TO JRN-ETABLISSEMENT
                   MOVE COT-CENTRE-ANALYTIQUE
                       TO JRN-CENTRE-ANALYTIQUE
                   MOVE "6452  "         TO JRN-COMPTE-DEBIT
                   MOVE "437   "         TO JRN-COMPTE-CREDIT
                   COMPUTE JRN-MONTANT = 0 - COT-RG-RETRAITE
                   MOVE "Reduction generale retraite compl"
                                         TO JRN-LIBELLE
                   MOVE "PAT"            TO JRN-TYPE-ECRITURE

                   ADD JRN-MONTANT TO WS-TOT-COT-PAT(WS-ETAB-IDX)
                   PERFORM 3060-ACCUMULER-ANALYT-PAT

                   IF WS-MODE-DETAIL
                       WRITE JOURNAL-RECORD
                       IF WS-FS-JRN NOT = "00"
                           ADD 1 TO WS-ERRORS
                       END-IF
                       ADD 1 TO WS-RECORDS-WRITTEN
                   END-IF
               END-IF

               ADD 1 TO WS-COT-DONE
               PERFORM 1020-ECRIRE-CHECKPOINT.

               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF

      *    Total rémunérations des mandataires sociaux
           IF WS-TOT-MDT-REMU(WS-ETAB-IDX) > 0
               INITIALIZE JOURNAL-RECORD
               MOVE WS-DATE-JRN      TO JRN-DATE
               MOVE WS-PIECE-STR     TO JRN-NUMERO-PIECE
               MOVE "TOTAL   "       TO JRN-MATRICULE
               MOVE ETAB-CODE(WS-ETAB-IDX) TO JRN-ETABLISSEMENT
               MOVE "64181 "         TO JRN-COMPTE-DEBIT
               MOVE "421   "         TO JRN-COMPTE-CREDIT
               MOVE WS-TOT-MDT-REMU(WS-ETAB-IDX) TO JRN-MONTANT
               MOVE "TOTAL Remunerations mandataires"
                                      TO JRN-LIBELLE
               MOVE "TOT"            TO JRN-TYPE-ECRITURE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF

      *    Total primes des mandataires sociaux
           IF WS-TOT-MDT-PRIME(WS-ETAB-IDX) > 0
               INITIALIZE JOURNAL-RECORD
               MOVE WS-DATE-JRN      TO JRN-DATE
               MOVE WS-PIECE-STR     TO JRN-NUMERO-PIECE
               MOVE "TOTAL   "       TO JRN-MATRICULE
               MOVE ETAB-CODE(WS-ETAB-IDX) TO JRN-ETABLISSEMENT
               MOVE "64183 "         TO JRN-COMPTE-DEBIT
               MOVE "421   "         TO JRN-COMPTE-CREDIT
               MOVE WS-TOT-MDT-PRIME(WS-ETAB-IDX) TO JRN-MONTANT
               MOVE "TOTAL Primes mandataires"
                                      TO JRN-LIBELLE
               MOVE "TOT"            TO JRN-TYPE-ECRITURE
               WRITE JOURNAL-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF

      *    Total heures supplementaires
           IF WS-TOT-HS(WS-ETAB-IDX) > 0
               INITIALIZE JOURNAL-RECORD
               MOVE "6413  " TO WS-CAN-COMPTE
               PERFORM 4720-ECRITURE-ANA-DEBIT-641
           END-IF
           IF WS-CAN-MDT-REMU(WS-CAN-IDX) NOT = 0
               MOVE WS-CAN-MDT-REMU(WS-CAN-IDX) TO WS-TEMP-MONTANT
               MOVE "64181 " TO WS-CAN-COMPTE
               PERFORM 4720-ECRITURE-ANA-DEBIT-641
           END-IF
           IF WS-CAN-MDT-PRIME(WS-CAN-IDX) NOT = 0
               MOVE WS-CAN-MDT-PRIME(WS-CAN-IDX) TO WS-TEMP-MONTANT
               MOVE "64183 " TO WS-CAN-COMPTE
               PERFORM 4720-ECRITURE-ANA-DEBIT-641
           END-IF
           IF WS-CAN-HS(WS-CAN-IDX) NOT = 0
               MOVE WS-CAN-HS(WS-CAN-IDX) TO WS-TEMP-MONTANT
               MOVE "6412  " TO WS-CAN-COMPTE
           PERFORM 4540-REPRISE-PROVISIONS
           PERFORM 4560-DOTATION-PROVISIONS
           PERFORM 4580-SAUVER-ETAT-PROVISIONS
           IF WS-PRV-JRN-MOIS = 3 OR 6 OR 9 OR 12
               PERFORM 4600-PROVISION-IFC
           END-IF

           MOVE "FIN" TO WS-PHASE
           PERFORM 1020-ECRIRE-CHECKPOINT.
                           REMAINDER WS-TEMP-MONTANT
                       COMPUTE WS-PRV-MOIS-ENT(WS-PRV-EMP-COUNT) =
                           WS-TEMP-MONTANT / 100
                       MOVE EMP-NOM TO WS-PRV-NOM(WS-PRV-EMP-COUNT)
                       MOVE EMP-ETABLISSEMENT
                           TO WS-PRV-ETAB-CODE(WS-PRV-EMP-COUNT)
      *                Le mandataire social, sans contrat de travail,
      *                n'a pas droit à l'indemnité de départ en retraite
                       IF EMP-CDI AND NOT EMP-MANDATAIRE
                           MOVE 1 TO WS-PRV-CDI(WS-PRV-EMP-COUNT)
                       ELSE
                           MOVE 0 TO WS-PRV-CDI(WS-PRV-EMP-COUNT)
                       END-IF
                       MOVE EMP-SEXE TO WS-PRV-SEXE(WS-PRV-EMP-COUNT)
                       DIVIDE EMP-DATE-NAISSANCE BY 10000
                           GIVING WS-PRV-ANNEE-NAIS(WS-PRV-EMP-COUNT)
                           REMAINDER WS-TEMP-MONTANT
                       COMPUTE WS-PRV-MOIS-NAIS(WS-PRV-EMP-COUNT) =
                           WS-TEMP-MONTANT / 100
                   ELSE
                       DISPLAY "CALC-JOURNAL|WARN|0|TABLE-PLEINE-PRV="
                           EMP-MATRICULE
               CLOSE PROVISIONS-STATE-FILE
           END-IF.

      ******************************************************************
       4600-PROVISION-IFC.
      ******************************************************************
      *    Évaluation trimestrielle (annuelle en décembre) de
      *    l'engagement d'indemnités de fin de carrière des salariés
      *    en CDI actifs. Chaque évaluation remplace la précédente
      *    dans PROVISION-IFC.dat ; seule la variation de
      *    l'engagement, par établissement, est comptabilisée :
      *      - hausse  : débit 6815 / crédit 153 (dotation) ;
      *      - baisse  : débit 153 / crédit 7815 (reprise).
      *    Les salariés sortis depuis l'évaluation précédente voient
      *    leur engagement repris en totalité.
           INITIALIZE WS-IFC-ETAB-TABLE
           MOVE 0 TO WS-IFC-TOT-ANCIEN
           MOVE 0 TO WS-IFC-TOT-NOUVEAU
           MOVE 0 TO WS-IFC-NB-EVALUES-TOT
           IF WS-PRV-JRN-MOIS = 12
               MOVE "ANNUELLE" TO WS-IFC-LIBELLE-EVAL
           ELSE
               MOVE "TRIMESTRIELLE" TO WS-IFC-LIBELLE-EVAL
           END-IF

           PERFORM 4610-CHARGER-HYPOTHESES
           PERFORM 4620-CHARGER-IFC-PRECEDENTE

           OPEN OUTPUT IFC-PROVISION-FILE
           IF WS-FS-IFC NOT = "00"
               DISPLAY "CALC-JOURNAL|ERROR|0|ECRIRE-IFC=" WS-FS-IFC
               ADD 1 TO WS-ERRORS
           ELSE
               OPEN OUTPUT IFC-ECHEANCIER-FILE
               IF WS-FS-ECH NOT = "00"
                   DISPLAY "CALC-JOURNAL|WARN|0|OPEN-ECH=" WS-FS-ECH
               END-IF
               PERFORM 4640-ENTETE-ECHEANCIER
               PERFORM VARYING WS-PRV-EMP-IDX FROM 1 BY 1
                       UNTIL WS-PRV-EMP-IDX > WS-PRV-EMP-COUNT
                   IF WS-PRV-ACTIF(WS-PRV-EMP-IDX) = 1
                       AND WS-PRV-CDI(WS-PRV-EMP-IDX) = 1
                       PERFORM 4650-EVALUER-SALARIE
                   END-IF
               END-PERFORM
               PERFORM 4660-EDITER-SORTIS
               CLOSE IFC-PROVISION-FILE
               PERFORM 4670-ECRITURES-IFC
               PERFORM 4680-TOTAUX-ECHEANCIER
               IF WS-FS-ECH = "00"
                   CLOSE IFC-ECHEANCIER-FILE
               END-IF
               MOVE WS-IFC-TOT-NOUVEAU TO WS-IFC-FMT-MONTANT
               DISPLAY "CALC-JOURNAL|IFC|" WS-IFC-NB-EVALUES-TOT
                   "|" WS-IFC-FMT-MONTANT
           END-IF.

      ******************************************************************
       4610-CHARGER-HYPOTHESES.
      ******************************************************************
      *    Tables compilées, puis amendements du fichier
      *    d'hypothèses s'il existe.
           MOVE SPACES TO WS-IFC-HYP-LUES
           MOVE 5 TO WS-IFC-TRN-COUNT
           PERFORM VARYING WS-IFC-TRN-IDX FROM 1 BY 1
                   UNTIL WS-IFC-TRN-IDX > WS-IFC-TRN-COUNT
               MOVE WS-IFC-TRN-DEF(WS-IFC-TRN-IDX)
                   TO WS-IFC-TRN-ENTRY(WS-IFC-TRN-IDX)
           END-PERFORM
           MOVE 8 TO WS-IFC-MOR-COUNT
           PERFORM VARYING WS-IFC-MOR-IDX FROM 1 BY 1
                   UNTIL WS-IFC-MOR-IDX > WS-IFC-MOR-COUNT
               MOVE WS-IFC-MOR-DEF(WS-IFC-MOR-IDX)
                   TO WS-IFC-MOR-ENTRY(WS-IFC-MOR-IDX)
           END-PERFORM
           MOVE 4 TO WS-IFC-BAR-COUNT
           PERFORM VARYING WS-IFC-BAR-IDX FROM 1 BY 1
                   UNTIL WS-IFC-BAR-IDX > WS-IFC-BAR-COUNT
               MOVE WS-IFC-BAR-DEF(WS-IFC-BAR-IDX)
                   TO WS-IFC-BAR-ENTRY(WS-IFC-BAR-IDX)
           END-PERFORM

           OPEN INPUT IFC-HYPOTHESES-FILE
           IF WS-FS-HYP = "00"
               MOVE 0 TO WS-EOF-HYP
               PERFORM UNTIL WS-EOF-HYP = 1
                   READ IFC-HYPOTHESES-FILE
                       AT END
                           MOVE 1 TO WS-EOF-HYP
                       NOT AT END
                           PERFORM 4615-APPLIQUER-HYPOTHESE
                   END-READ
               END-PERFORM
               CLOSE IFC-HYPOTHESES-FILE
           ELSE
               IF WS-FS-HYP NOT = "35"
                   DISPLAY "CALC-JOURNAL|WARN|0|OPEN-HYP=" WS-FS-HYP
               END-IF
           END-IF.

      ******************************************************************
       4615-APPLIQUER-HYPOTHESE.
      ******************************************************************
           EVALUATE TRUE
               WHEN HYP-GENERALE
                   IF HYP-AGE-DEPART > 0
                       MOVE HYP-AGE-DEPART TO WS-IFC-AGE-DEPART
                   END-IF
                   MOVE HYP-TX-ACTUALISATION TO WS-IFC-TX-ACTU
                   MOVE HYP-TX-REVALORISATION TO WS-IFC-TX-REVAL
                   MOVE HYP-TX-CHARGES TO WS-IFC-TX-CHARGES
               WHEN HYP-ROTATION
                   IF WS-IFC-HYP-LUES(1:1) NOT = "T"
                       MOVE "T" TO WS-IFC-HYP-LUES(1:1)
                       MOVE 0 TO WS-IFC-TRN-COUNT
                   END-IF
                   IF WS-IFC-TRN-COUNT < 20
                       ADD 1 TO WS-IFC-TRN-COUNT
                       MOVE HYP-AGE-MIN
                           TO WS-IFC-TRN-MIN(WS-IFC-TRN-COUNT)
                       MOVE HYP-AGE-MAX
                           TO WS-IFC-TRN-MAX(WS-IFC-TRN-COUNT)
                       MOVE HYP-TAUX
                           TO WS-IFC-TRN-TAUX(WS-IFC-TRN-COUNT)
                   END-IF
               WHEN HYP-MORTALITE
                   IF WS-IFC-HYP-LUES(2:1) NOT = "M"
                       MOVE "M" TO WS-IFC-HYP-LUES(2:1)
                       MOVE 0 TO WS-IFC-MOR-COUNT
                   END-IF
                   IF WS-IFC-MOR-COUNT < 40
                       ADD 1 TO WS-IFC-MOR-COUNT
                       MOVE HYP-AGE-MIN
                           TO WS-IFC-MOR-MIN(WS-IFC-MOR-COUNT)
                       MOVE HYP-AGE-MAX
                           TO WS-IFC-MOR-MAX(WS-IFC-MOR-COUNT)
                       MOVE HYP-SEXE
                           TO WS-IFC-MOR-SEXE(WS-IFC-MOR-COUNT)
                       MOVE HYP-TAUX
                           TO WS-IFC-MOR-TAUX(WS-IFC-MOR-COUNT)
                   END-IF
               WHEN HYP-BAREME
                   IF WS-IFC-HYP-LUES(3:1) NOT = "B"
                       MOVE "B" TO WS-IFC-HYP-LUES(3:1)
                       MOVE 0 TO WS-IFC-BAR-COUNT
                   END-IF
                   IF WS-IFC-BAR-COUNT < 20
                       ADD 1 TO WS-IFC-BAR-COUNT
                       MOVE HYP-ANCIENNETE-MIN
                           TO WS-IFC-BAR-ANC(WS-IFC-BAR-COUNT)
                       MOVE HYP-MOIS-SALAIRE
                           TO WS-IFC-BAR-MOIS(WS-IFC-BAR-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "CALC-JOURNAL|WARN|0|HYPOTHESE-INCONNUE="
                       HYP-TYPE
           END-EVALUATE.

      ******************************************************************
       4620-CHARGER-IFC-PRECEDENTE.
      ******************************************************************
      *    Engagement de l'évaluation précédente, par salarié et par
      *    établissement ; absent lors de la première évaluation.
           MOVE 0 TO WS-IFP-COUNT
           MOVE 0 TO WS-IFP-DATE
           OPEN INPUT IFC-PROVISION-FILE
           IF WS-FS-IFC = "00"
               READ IFC-PROVISION-FILE
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL WS-FS-IFC NOT = "00"
                   IF WS-IFP-COUNT < 2000
                       ADD 1 TO WS-IFP-COUNT
                       MOVE IFC-MATRICULE
                           TO WS-IFP-MATRICULE(WS-IFP-COUNT)
                       MOVE IFC-ETABLISSEMENT
                           TO WS-IFP-ETAB-CODE(WS-IFP-COUNT)
                       MOVE IFC-PROVISION
                           TO WS-IFP-PROVISION(WS-IFP-COUNT)
                       MOVE 0 TO WS-IFP-REPRIS(WS-IFP-COUNT)
                       MOVE IFC-DATE-EVALUATION TO WS-IFP-DATE
                       MOVE IFC-ETABLISSEMENT TO WS-ETAB-LOOKUP
                       PERFORM 1050-TROUVER-ETAB-IDX
                       ADD IFC-PROVISION TO WS-IFC-ANCIEN(WS-ETAB-IDX)
                       ADD IFC-PROVISION TO WS-IFC-TOT-ANCIEN
                   ELSE
                       DISPLAY "CALC-JOURNAL|WARN|0|TABLE-PLEINE-IFC="
                           IFC-MATRICULE
                   END-IF
                   READ IFC-PROVISION-FILE
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE IFC-PROVISION-FILE
               IF WS-IFP-DATE = WS-DATE-JRN
                   DISPLAY "CALC-JOURNAL|WARN|0|IFC-DEJA-EVALUEE="
                       WS-DATE-JRN
               END-IF
           ELSE
               IF WS-FS-IFC NOT = "35"
                   DISPLAY "CALC-JOURNAL|WARN|0|OPEN-IFC=" WS-FS-IFC
               END-IF
           END-IF.

      ******************************************************************
       4640-ENTETE-ECHEANCIER.
      ******************************************************************
           IF WS-FS-ECH = "00"
               MOVE ALL "=" TO IFC-ECHEANCIER-LINE
               WRITE IFC-ECHEANCIER-LINE
               MOVE SPACES TO WS-IFC-LINE
               STRING "  PROVISION POUR INDEMNITES DE FIN DE CARRIERE"
                   " - EVALUATION " WS-IFC-LIBELLE-EVAL
                   " AU " WS-DATE-JRN
                   DELIMITED SIZE INTO WS-IFC-LINE
               MOVE WS-IFC-LINE TO IFC-ECHEANCIER-LINE
               WRITE IFC-ECHEANCIER-LINE
               MOVE WS-IFC-TX-ACTU TO WS-IFC-FMT-ANC
               MOVE WS-IFC-TX-REVAL TO WS-IFC-FMT-ANC2
               MOVE WS-IFC-TX-CHARGES TO WS-IFC-FMT-MOIS
               MOVE SPACES TO WS-IFC-LINE
               STRING "  AGE DE DEPART " WS-IFC-AGE-DEPART
                   " ANS   ACTUALISATION " WS-IFC-FMT-ANC
                   " %   REVALORISATION " WS-IFC-FMT-ANC2
                   " %   CHARGES " WS-IFC-FMT-MOIS " %"
                   "   EVALUATION PRECEDENTE " WS-IFP-DATE
                   DELIMITED SIZE INTO WS-IFC-LINE
               MOVE WS-IFC-LINE TO IFC-ECHEANCIER-LINE
               WRITE IFC-ECHEANCIER-LINE
               MOVE ALL "=" TO IFC-ECHEANCIER-LINE
               WRITE IFC-ECHEANCIER-LINE
               MOVE SPACES TO WS-IFC-LINE
               STRING "  SALARIE  NOM                  ETAB  ANC."
                   " ANC.D  MOIS SAL.PROJETE   INDEMNITE PROBA. "
                   " ACTU.  PRECEDENTE   PROVISION   VARIATION"
                   DELIMITED SIZE INTO WS-IFC-LINE
               MOVE WS-IFC-LINE TO IFC-ECHEANCIER-LINE
               WRITE IFC-ECHEANCIER-LINE
               MOVE ALL "-" TO IFC-ECHEANCIER-LINE
               WRITE IFC-ECHEANCIER-LINE
           END-IF.

      ******************************************************************
       4650-EVALUER-SALARIE.
      ******************************************************************
      *    Unités de crédit projetées, par années entières jusqu'à
      *    l'âge de départ : salaire revalorisé, probabilité de
      *    présence (1 - rotation) x (1 - mortalité) et actualisation
      *    composées année par année ; l'indemnité du barème pour
      *    l'ancienneté au départ est proratisée à l'ancienneté
      *    acquise.
           MOVE WS-PRV-ETAB-IDX(WS-PRV-EMP-IDX) TO WS-ETAB-IDX
           MOVE 0 TO WS-IFC-PRECEDENTE
           PERFORM VARYING WS-IFP-IDX FROM 1 BY 1
                   UNTIL WS-IFP-IDX > WS-IFP-COUNT
               IF WS-IFP-MATRICULE(WS-IFP-IDX)
                   = WS-PRV-MATRICULE(WS-PRV-EMP-IDX)
                   MOVE WS-IFP-PROVISION(WS-IFP-IDX)
                       TO WS-IFC-PRECEDENTE
                   MOVE 1 TO WS-IFP-REPRIS(WS-IFP-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           COMPUTE WS-IFC-AGE-MOIS =
               WS-PRV-JRN-ANNEE * 12 + WS-PRV-JRN-MOIS
               - WS-PRV-ANNEE-NAIS(WS-PRV-EMP-IDX) * 12
               - WS-PRV-MOIS-NAIS(WS-PRV-EMP-IDX)
           COMPUTE WS-IFC-ANC-MOIS =
               WS-PRV-JRN-ANNEE * 12 + WS-PRV-JRN-MOIS
               - WS-PRV-ANNEE-ENT(WS-PRV-EMP-IDX) * 12
               - WS-PRV-MOIS-ENT(WS-PRV-EMP-IDX)
           IF WS-IFC-ANC-MOIS < 0
               MOVE 0 TO WS-IFC-ANC-MOIS
           END-IF
           COMPUTE WS-IFC-RESTE-MOIS =
               WS-IFC-AGE-DEPART * 12 - WS-IFC-AGE-MOIS
           IF WS-IFC-RESTE-MOIS < 0
               MOVE 0 TO WS-IFC-RESTE-MOIS
           END-IF
           COMPUTE WS-IFC-ANNEES-RESTE = WS-IFC-RESTE-MOIS / 12
           COMPUTE WS-IFC-ANC-DEPART-ANS =
               (WS-IFC-ANC-MOIS + WS-IFC-RESTE-MOIS) / 12

           MOVE 0 TO WS-IFC-MOIS-IND
           PERFORM VARYING WS-IFC-BAR-IDX FROM 1 BY 1
                   UNTIL WS-IFC-BAR-IDX > WS-IFC-BAR-COUNT
               IF WS-IFC-ANC-DEPART-ANS
                   >= WS-IFC-BAR-ANC(WS-IFC-BAR-IDX)
                   AND WS-IFC-BAR-MOIS(WS-IFC-BAR-IDX)
                   > WS-IFC-MOIS-IND
                   MOVE WS-IFC-BAR-MOIS(WS-IFC-BAR-IDX)
                       TO WS-IFC-MOIS-IND
               END-IF
           END-PERFORM

           MOVE WS-PRV-BASE(WS-PRV-EMP-IDX) TO WS-IFC-SALAIRE
           MOVE 1 TO WS-IFC-PROBABILITE
           MOVE 1 TO WS-IFC-ACTU
           MOVE WS-PRV-SEXE(WS-PRV-EMP-IDX) TO WS-IFC-SEXE
           PERFORM VARYING WS-IFC-ANNEE-K FROM 0 BY 1
                   UNTIL WS-IFC-ANNEE-K >= WS-IFC-ANNEES-RESTE
               COMPUTE WS-IFC-AGE-K =
                   WS-IFC-AGE-MOIS / 12 + WS-IFC-ANNEE-K
               PERFORM 4655-TAUX-A-L-AGE
               COMPUTE WS-IFC-SALAIRE ROUNDED =
                   WS-IFC-SALAIRE * (1 + WS-IFC-TX-REVAL / 100)
               COMPUTE WS-IFC-ACTU ROUNDED =
                   WS-IFC-ACTU / (1 + WS-IFC-TX-ACTU / 100)
               COMPUTE WS-IFC-PROBABILITE ROUNDED =
                   WS-IFC-PROBABILITE
                   * (1 - WS-IFC-TX-ROT) * (1 - WS-IFC-TX-MOR)
           END-PERFORM

           COMPUTE WS-IFC-INDEMNITE ROUNDED =
               WS-IFC-SALAIRE * WS-IFC-MOIS-IND
               * (1 + WS-IFC-TX-CHARGES / 100)
           IF WS-PRV-ANNEE-NAIS(WS-PRV-EMP-IDX) = 0
               DISPLAY "CALC-JOURNAL|WARN|0|IFC-SANS-NAISSANCE="
                   WS-PRV-MATRICULE(WS-PRV-EMP-IDX)
               MOVE 0 TO WS-IFC-INDEMNITE
           END-IF
           IF WS-IFC-ANC-MOIS + WS-IFC-RESTE-MOIS > 0
               COMPUTE WS-IFC-PROVISION ROUNDED =
                   WS-IFC-INDEMNITE * WS-IFC-PROBABILITE
                   * WS-IFC-ACTU * WS-IFC-ANC-MOIS
                   / (WS-IFC-ANC-MOIS + WS-IFC-RESTE-MOIS)
           ELSE
               MOVE 0 TO WS-IFC-PROVISION
           END-IF

           ADD WS-IFC-PROVISION TO WS-IFC-NOUVEAU(WS-ETAB-IDX)
           ADD WS-IFC-PROVISION TO WS-IFC-TOT-NOUVEAU
           ADD 1 TO WS-IFC-NB-EVALUES(WS-ETAB-IDX)
           ADD 1 TO WS-IFC-NB-EVALUES-TOT

           INITIALIZE IFC-PROVISION-RECORD
           MOVE WS-PRV-MATRICULE(WS-PRV-EMP-IDX) TO IFC-MATRICULE
           MOVE ETAB-CODE(WS-ETAB-IDX)  TO IFC-ETABLISSEMENT
           MOVE WS-DATE-JRN             TO IFC-DATE-EVALUATION
           COMPUTE IFC-ANCIENNETE ROUNDED = WS-IFC-ANC-MOIS / 12
           COMPUTE IFC-ANCIENNETE-DEPART ROUNDED =
               (WS-IFC-ANC-MOIS + WS-IFC-RESTE-MOIS) / 12
           MOVE WS-IFC-MOIS-IND         TO IFC-MOIS-INDEMNITE
           COMPUTE IFC-SALAIRE-PROJETE ROUNDED = WS-IFC-SALAIRE
           MOVE WS-IFC-INDEMNITE        TO IFC-INDEMNITE-DEPART
           COMPUTE IFC-PROBABILITE ROUNDED = WS-IFC-PROBABILITE
           COMPUTE IFC-ACTUALISATION ROUNDED = WS-IFC-ACTU
           MOVE WS-IFC-PROVISION        TO IFC-PROVISION
           WRITE IFC-PROVISION-RECORD
           IF WS-FS-IFC NOT = "00"
               DISPLAY "CALC-JOURNAL|ERROR|0|ECRIRE-IFC=" WS-FS-IFC
               ADD 1 TO WS-ERRORS
           END-IF

           IF WS-FS-ECH = "00"
               MOVE IFC-ANCIENNETE TO WS-IFC-FMT-ANC
               MOVE IFC-ANCIENNETE-DEPART TO WS-IFC-FMT-ANC2
               MOVE WS-IFC-MOIS-IND TO WS-IFC-FMT-MOIS
               MOVE IFC-SALAIRE-PROJETE TO WS-IFC-FMT-SALAIRE
               MOVE WS-IFC-INDEMNITE TO WS-IFC-FMT-INDEMNITE
               MOVE IFC-PROBABILITE TO WS-IFC-FMT-COEF
               MOVE IFC-ACTUALISATION TO WS-IFC-FMT-COEF2
               MOVE WS-IFC-PRECEDENTE TO WS-IFC-FMT-PRECEDENTE
               MOVE WS-IFC-PROVISION TO WS-IFC-FMT-PROVISION
               COMPUTE WS-IFC-VARIATION =
                   WS-IFC-PROVISION - WS-IFC-PRECEDENTE
               MOVE WS-IFC-VARIATION TO WS-IFC-FMT-VARIATION
               MOVE SPACES TO WS-IFC-LINE
               STRING "  " IFC-MATRICULE
                   " " WS-PRV-NOM(WS-PRV-EMP-IDX)(1:20)
                   " " IFC-ETABLISSEMENT
                   " " WS-IFC-FMT-ANC " " WS-IFC-FMT-ANC2
                   " " WS-IFC-FMT-MOIS " " WS-IFC-FMT-SALAIRE
                   " " WS-IFC-FMT-INDEMNITE " " WS-IFC-FMT-COEF
                   " " WS-IFC-FMT-COEF2 " " WS-IFC-FMT-PRECEDENTE
                   " " WS-IFC-FMT-PROVISION
                   " " WS-IFC-FMT-VARIATION
                   DELIMITED SIZE INTO WS-IFC-LINE
               MOVE WS-IFC-LINE TO IFC-ECHEANCIER-LINE
               WRITE IFC-ECHEANCIER-LINE
           END-IF.

      ******************************************************************
       4655-TAUX-A-L-AGE.
      ******************************************************************
      *    Taux de rotation et quotient de mortalité de la tranche
      *    couvrant WS-IFC-AGE-K (quotient du sexe du salarié de
      *    préférence à celui des deux sexes) ; zéro hors tranches.
           MOVE 0 TO WS-IFC-TX-ROT
           PERFORM VARYING WS-IFC-TRN-IDX FROM 1 BY 1
                   UNTIL WS-IFC-TRN-IDX > WS-IFC-TRN-COUNT
               IF WS-IFC-AGE-K >= WS-IFC-TRN-MIN(WS-IFC-TRN-IDX)
                   AND WS-IFC-AGE-K <= WS-IFC-TRN-MAX(WS-IFC-TRN-IDX)
                   MOVE WS-IFC-TRN-TAUX(WS-IFC-TRN-IDX)
                       TO WS-IFC-TX-ROT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-IFC-TX-MOR
           PERFORM VARYING WS-IFC-MOR-IDX FROM 1 BY 1
                   UNTIL WS-IFC-MOR-IDX > WS-IFC-MOR-COUNT
               IF WS-IFC-AGE-K >= WS-IFC-MOR-MIN(WS-IFC-MOR-IDX)
                   AND WS-IFC-AGE-K <= WS-IFC-MOR-MAX(WS-IFC-MOR-IDX)
                   IF WS-IFC-MOR-SEXE(WS-IFC-MOR-IDX) = WS-IFC-SEXE
                       MOVE WS-IFC-MOR-TAUX(WS-IFC-MOR-IDX)
                           TO WS-IFC-TX-MOR
                       EXIT PERFORM
                   END-IF
                   IF WS-IFC-MOR-SEXE(WS-IFC-MOR-IDX) = SPACE
                       MOVE WS-IFC-MOR-TAUX(WS-IFC-MOR-IDX)
                           TO WS-IFC-TX-MOR
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       4660-EDITER-SORTIS.
      ******************************************************************
      *    Salariés évalués précédemment et sortis du champ (départ,
      *    fin de CDI) : engagement repris en totalité, déjà compris
      *    dans WS-IFC-ANCIEN de leur établissement.
           PERFORM VARYING WS-IFP-IDX FROM 1 BY 1
                   UNTIL WS-IFP-IDX > WS-IFP-COUNT
               IF WS-IFP-REPRIS(WS-IFP-IDX) = 0
                   AND WS-IFP-PROVISION(WS-IFP-IDX) NOT = 0
                   AND WS-FS-ECH = "00"
                   MOVE WS-IFP-PROVISION(WS-IFP-IDX)
                       TO WS-IFC-FMT-PRECEDENTE
                   MOVE 0 TO WS-IFC-FMT-PROVISION
                   COMPUTE WS-IFC-VARIATION =
                       0 - WS-IFP-PROVISION(WS-IFP-IDX)
                   MOVE WS-IFC-VARIATION TO WS-IFC-FMT-VARIATION
                   MOVE SPACES TO WS-IFC-LINE
                   STRING "  " WS-IFP-MATRICULE(WS-IFP-IDX)
                       " SORTI DU CHAMP      "
                       " " WS-IFP-ETAB-CODE(WS-IFP-IDX)
                       "                                  "
                       "                      "
                       " " WS-IFC-FMT-PRECEDENTE
                       " " WS-IFC-FMT-PROVISION
                       " " WS-IFC-FMT-VARIATION
                       DELIMITED SIZE INTO WS-IFC-LINE
                   MOVE WS-IFC-LINE TO IFC-ECHEANCIER-LINE
                   WRITE IFC-ECHEANCIER-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
       4670-ECRITURES-IFC.
      ******************************************************************
           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                   UNTIL WS-ETAB-IDX > ETAB-COUNT
               COMPUTE WS-IFC-VARIATION =
                   WS-IFC-NOUVEAU(WS-ETAB-IDX)
                   - WS-IFC-ANCIEN(WS-ETAB-IDX)
               IF WS-IFC-VARIATION NOT = 0
                   ADD 1 TO WS-PIECE-NUM
                   MOVE WS-PIECE-NUM TO WS-PIECE-STR
                   INITIALIZE JOURNAL-RECORD
                   MOVE WS-DATE-JRN      TO JRN-DATE
                   MOVE WS-PIECE-STR     TO JRN-NUMERO-PIECE
                   MOVE "TOTAL   "       TO JRN-MATRICULE
                   MOVE ETAB-CODE(WS-ETAB-IDX) TO JRN-ETABLISSEMENT
                   IF WS-IFC-VARIATION > 0
                       MOVE "6815  "     TO JRN-COMPTE-DEBIT
                       MOVE "153   "     TO JRN-COMPTE-CREDIT
                       MOVE WS-IFC-VARIATION TO JRN-MONTANT
                       MOVE "Dotation provision indemnites fin carriere"
                                         TO JRN-LIBELLE
                   ELSE
                       MOVE "153   "     TO JRN-COMPTE-DEBIT
                       MOVE "7815  "     TO JRN-COMPTE-CREDIT
                       COMPUTE JRN-MONTANT = 0 - WS-IFC-VARIATION
                       MOVE "Reprise provision indemnites fin carriere"
                                         TO JRN-LIBELLE
                   END-IF
                   MOVE "PIF"            TO JRN-TYPE-ECRITURE
                   WRITE JOURNAL-RECORD
                   IF WS-FS-JRN NOT = "00"
                       ADD 1 TO WS-ERRORS
                   END-IF
                   ADD 1 TO WS-RECORDS-WRITTEN
               END-IF
           END-PERFORM.

      ******************************************************************
       4680-TOTAUX-ECHEANCIER.
      ******************************************************************
           IF WS-FS-ECH = "00"
               MOVE ALL "=" TO IFC-ECHEANCIER-LINE
               WRITE IFC-ECHEANCIER-LINE
               PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                       UNTIL WS-ETAB-IDX > ETAB-COUNT
                   MOVE WS-IFC-NB-EVALUES(WS-ETAB-IDX) TO WS-IFC-FMT-NB
                   MOVE WS-IFC-ANCIEN(WS-ETAB-IDX)
                       TO WS-IFC-FMT-MONTANT
                   MOVE WS-IFC-NOUVEAU(WS-ETAB-IDX)
                       TO WS-IFC-FMT-MONTANT2
                   COMPUTE WS-IFC-VARIATION =
                       WS-IFC-NOUVEAU(WS-ETAB-IDX)
                       - WS-IFC-ANCIEN(WS-ETAB-IDX)
                   MOVE WS-IFC-VARIATION TO WS-IFC-FMT-MONTANT3
                   MOVE SPACES TO WS-IFC-LINE
                   STRING "  ETABLISSEMENT " ETAB-CODE(WS-ETAB-IDX)
                       "  SALARIES " WS-IFC-FMT-NB
                       "  PRECEDENTE " WS-IFC-FMT-MONTANT
                       "  PROVISION " WS-IFC-FMT-MONTANT2
                       "  VARIATION " WS-IFC-FMT-MONTANT3
                       DELIMITED SIZE INTO WS-IFC-LINE
                   MOVE WS-IFC-LINE TO IFC-ECHEANCIER-LINE
                   WRITE IFC-ECHEANCIER-LINE
               END-PERFORM
               MOVE WS-IFC-NB-EVALUES-TOT TO WS-IFC-FMT-NB
               MOVE WS-IFC-TOT-ANCIEN TO WS-IFC-FMT-MONTANT
               MOVE WS-IFC-TOT-NOUVEAU TO WS-IFC-FMT-MONTANT2
               COMPUTE WS-IFC-VARIATION =
                   WS-IFC-TOT-NOUVEAU - WS-IFC-TOT-ANCIEN
               MOVE WS-IFC-VARIATION TO WS-IFC-FMT-MONTANT3
               MOVE SPACES TO WS-IFC-LINE
               STRING "  TOTAL              SALARIES " WS-IFC-FMT-NB
                   "  PRECEDENTE " WS-IFC-FMT-MONTANT
                   "  PROVISION " WS-IFC-FMT-MONTANT2
                   "  VARIATION " WS-IFC-FMT-MONTANT3
                   DELIMITED SIZE INTO WS-IFC-LINE
               MOVE WS-IFC-LINE TO IFC-ECHEANCIER-LINE
               WRITE IFC-ECHEANCIER-LINE
               MOVE ALL "=" TO IFC-ECHEANCIER-LINE
               WRITE IFC-ECHEANCIER-LINE
           END-IF.

      ******************************************************************
       4900-FERMER-JOURNAL-ECRITURE.
      ******************************************************************
               END-IF
           END-PERFORM
           IF WS-CTL-ACCT-IDX > WS-CTL-ACCT-COUNT
               IF WS-CTL-ACCT-COUNT < 30
                   ADD 1 TO WS-CTL-ACCT-COUNT
                   MOVE WS-CTL-ACCT-COUNT TO WS-CTL-ACCT-IDX
                   MOVE WS-CTL-ACCT-LOOKUP
