               RECORD KEY IS MUT-CLE
               FILE STATUS IS WS-FS-MUT.

           SELECT RETRAITE-SUPP-FILE
               ASSIGN TO WS-RETRAITE-SUPP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSU-CLE
               FILE STATUS IS WS-FS-RSU.

           SELECT TEMPS-THERA-FILE
               ASSIGN TO WS-TEMPS-THERA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPT-CLE
               FILE STATUS IS WS-FS-TPT.

           SELECT GRILLE-FILE
               ASSIGN TO WS-GRILLE-PATH
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ISG.

           SELECT ETABLISSEMENTS-FILE
               ASSIGN TO WS-ETB-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETB-CLE
               FILE STATUS IS WS-FS-ETB.

           SELECT EFFECTIFS-FILE
               ASSIGN TO WS-EFFECTIFS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EFF-CLE
               FILE STATUS IS WS-FS-EFF.

           SELECT CONTINGENT-HS-FILE
               ASSIGN TO WS-CONTINGENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHS-CLE
               FILE STATUS IS WS-FS-CHS.

           SELECT CONTINGENT-SEG-FILE
               ASSIGN TO WS-CONTINGENT-SEG-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HSG.

           SELECT MAINTIEN-SALAIRE-FILE
               ASSIGN TO WS-MAINTIEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSA-MATRICULE
               FILE STATUS IS WS-FS-MSA.

           SELECT MAINTIEN-SEG-FILE
               ASSIGN TO WS-MAINTIEN-SEG-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MSG.

           SELECT CALENDRIER-FILE
               ASSIGN TO WS-CALENDRIER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-CLE
               FILE STATUS IS WS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
      *    Calendrier de paie (MAINT-CALENDRIER-PAIE) : date de
      *    paiement de la période par établissement.
       FD  CALENDRIER-FILE.
       COPY "CALENDRIER-PAIE-RECORD.cpy".

       FD  ETABLISSEMENTS-FILE.
       COPY "ETABLISSEMENT-RECORD.cpy".

      *    Effectif moyen annuel (CALC-EFFECTIF-MOYEN) : la tranche de
      *    l'entreprise calculée sur l'année N-1 fixe les cotisations
      *    dépendant de l'effectif pour l'année N.
       FD  EFFECTIFS-FILE.
       COPY "EFFECTIF-RECORD.cpy".

       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

               88  VAR-ABS-MATERNITE      VALUE "MATERNITE ".
               88  VAR-ABS-ACCIDENT-TRAV  VALUE "AT        ".
               88  VAR-ABS-RTT            VALUE "RTT       ".
               88  VAR-ABS-COR            VALUE "COR       ".
      *    Absence en jours, pour les salariés au forfait annuel en
      *    jours (EMP-REGIME-TEMPS = FJ) dont le temps ne se décompte
      *    pas en heures
           05  VAR-HEURES-NUIT        PIC S9(3)V99 COMP-3.
           05  VAR-HEURES-DIMANCHE    PIC S9(3)V99 COMP-3.
           05  VAR-HEURES-FERIE       PIC S9(3)V99 COMP-3.
      *    Date de début de l'arrêt de maladie ou d'accident du
      *    travail auquel se rattache l'absence (à zéro : suite de
      *    l'arrêt du mois précédent, sinon arrêt ouvert le premier
      *    jour de la période)
           05  VAR-DATE-DEBUT-ARRET   PIC 9(8).
           05  FILLER                 PIC X(27).

       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".
               10  TAUX-CHOMAGE-SAL       PIC S9(3)V99 COMP-3.
               10  TAUX-CEG-T1-SAL        PIC S9(3)V99 COMP-3.
               10  TAUX-CEG-T2-SAL        PIC S9(3)V99 COMP-3.
      *    TAUX-MALADIE-PAT-NC / -C portent le taux réduit et le
      *    taux plein maladie (bandeau de 2,5 SMIC, cf. 4040) ;
      *    TAUX-SEUIL-ALLOC-FAM, seuil mensuel d'avant les bandeaux
      *    annualisés, n'est plus repris.
           05  TAUX-PAT.
               10  TAUX-MALADIE-PAT-NC    PIC S9(3)V99 COMP-3.
               10  TAUX-MALADIE-PAT-C     PIC S9(3)V99 COMP-3.
                                          PIC S9(9)V99 COMP-3.
               10  TAUX-PAS-TAUX OCCURS 9 TIMES
                                          PIC S9(3)V99 COMP-3.
      *    Paramètres dépendant de l'effectif, ajoutés sur le
      *    remplissage : à blanc sur les lignes antérieures, les
      *    valeurs compilées restent alors en vigueur.
           05  TAUX-EFFECTIF.
               10  TAUX-FNAL-MOINS-50     PIC S9(3)V99 COMP-3.
               10  TAUX-FORFAIT-SOC-PREV  PIC S9(3)V99 COMP-3.
      *    Maintien de salaire conventionnel (carence en jours et
      *    taux des deux périodes d'indemnisation), même règle : à
      *    blanc, le régime légal s'applique.
           05  TAUX-MAINTIEN.
               10  TAUX-MS-CARENCE        PIC 9(2).
               10  TAUX-MS-TAUX-1         PIC S9(3)V99 COMP-3.
               10  TAUX-MS-TAUX-2         PIC S9(3)V99 COMP-3.
      *    Contribution solidarité autonomie, même règle : à blanc,
      *    le taux compilé reste en vigueur.
           05  TAUX-CSA                   PIC S9(3)V99 COMP-3.
           05  FILLER                     PIC X(3).

      *    Rappels de salaire — régularisations d'une période
      *    antérieure versées sur la période en cours (RAP-PERIODE-
       FD  MUTUELLE-FILE.
       COPY "MUTUELLE-RECORD.cpy".

      *    Affiliations au PER obligatoire d'entreprise — la ligne en
      *    vigueur pour la période porte les taux salarial et patronal
      *    de la catégorie et l'assureur. Le fichier est optionnel :
      *    un salarié sans affiliation ne cotise pas.
       FD  RETRAITE-SUPP-FILE.
       COPY "RETRAITE-SUPP-RECORD.cpy".

      *    Périodes de temps partiel thérapeutique — la période en
      *    cours sur le mois proratise la base au pourcentage
      *    travaillé ; la part non travaillée est indemnisée par des
      *    IJSS subrogées. Le fichier est optionnel.
       FD  TEMPS-THERA-FILE.
       COPY "TEMPS-THERAPEUTIQUE-RECORD.cpy".

      *    Grille conventionnelle des minima — une ligne par
      *    coefficient (EMP-CSP) et classification, avec sa date
      *    d'entrée en vigueur : comme pour le barème de cotisations,
           REPLACING ==IJSS-CREANCE-RECORD== BY ==SEG-IJSS-RECORD==
           LEADING ==IJC-== BY ==ISG-==.

       FD  CONTINGENT-HS-FILE.
       COPY "CONTINGENT-HS-RECORD.cpy".

       FD  CONTINGENT-SEG-FILE.
       COPY "CONTINGENT-HS-RECORD.cpy"
           REPLACING ==CONTINGENT-HS-RECORD==
                  BY ==SEG-CONTINGENT-RECORD==
           LEADING ==CHS-== BY ==HSG-==.

       FD  MAINTIEN-SALAIRE-FILE.
       COPY "MAINTIEN-SALAIRE-RECORD.cpy".

       FD  MAINTIEN-SEG-FILE.
       COPY "MAINTIEN-SALAIRE-RECORD.cpy"
           REPLACING ==MAINTIEN-SALAIRE-RECORD==
                  BY ==SEG-MAINTIEN-RECORD==
           LEADING ==MSA-== BY ==MSG-==.

       WORKING-STORAGE SECTION.
      *    --- File paths ---
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-GRILLE-PATH            PIC X(256).
       01  WS-GRILLE-EXC-PATH        PIC X(256).
       01  WS-MUTUELLE-PATH          PIC X(256).
       01  WS-RETRAITE-SUPP-PATH     PIC X(256).
       01  WS-TEMPS-THERA-PATH       PIC X(256).
       01  WS-PPV-PATH               PIC X(256).
       01  WS-AP-PATH                PIC X(256).
       01  WS-IJSS-CREANCES-PATH     PIC X(256).
       01  WS-CUMULS-SEG-PATH        PIC X(256).
       01  WS-PRETS-SEG-PATH         PIC X(256).
       01  WS-IJSS-SEG-PATH          PIC X(256).
       01  WS-CONTINGENT-SEG-PATH    PIC X(256).
       01  WS-MAINTIEN-SEG-PATH      PIC X(256).
       01  WS-FS-CSG                 PIC XX.
       01  WS-FS-PSG                 PIC XX.
       01  WS-FS-ISG                 PIC XX.
       01  WS-FS-HSG                 PIC XX.
       01  WS-FS-MSG                 PIC XX.

      *    --- File status ---
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-GRI                 PIC XX.
       01  WS-FS-GRE                 PIC XX.
       01  WS-FS-MUT                 PIC XX.
       01  WS-FS-RSU                 PIC XX.
       01  WS-FS-TPT                 PIC XX.
       01  WS-FS-PPV                 PIC XX.
       01  WS-FS-APA                 PIC XX.
       01  WS-FS-IJC                 PIC XX.
      *    --- Table des établissements (multi-SIRET) — utilisée
      *    pour retrouver le taux de versement mobilité applicable ---
       COPY "ETABLISSEMENT-TABLE.cpy".
       01  WS-ETB-PATH               PIC X(256).
       01  WS-FS-ETB                 PIC XX.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.
       01  WS-ETB-DATE-REF           PIC 9(8) VALUE 0.
       01  WS-ETAB-IDX               PIC 9(2).
       01  WS-ETAB-LOOKUP            PIC X(4).

      *    --- Date de paiement de la période au calendrier de paie,
      *    une par entrée de ETABLISSEMENT-TABLE ; à zéro, la date
      *    par défaut (le 28 du mois) s'applique ---
       01  WS-CALENDRIER-PATH        PIC X(256).
       01  WS-FS-CAL                 PIC XX.
       01  WS-CAL-PAIEMENT-TABLE.
           05  WS-CAL-DATE-PAIEMENT  PIC 9(8) OCCURS 10 TIMES.

      *    --- Tranche d'effectif de l'entreprise (Art. L130-1 CSS),
      *    relue dans EFFECTIFS.dat à chaque changement de période ;
      *    sans ligne pour l'année précédente, l'entreprise reste
      *    réputée compter au moins 50 salariés ---
       01  WS-EFFECTIFS-PATH         PIC X(256).
       01  WS-FS-EFF                 PIC XX.
       01  WS-EFF-ANNEE-PERIODE      PIC 9(4) VALUE 0.
       01  WS-EFF-TRANCHE            PIC X(1) VALUE "3".
           88  EFF-ENTR-MOINS-11     VALUE "1".
           88  EFF-ENTR-MOINS-50     VALUE "1" "2".

      *    --- Contingent annuel d'heures supplémentaires (Art.
      *    D3121-24 C. trav., à défaut d'accord) et contrepartie
      *    obligatoire en repos au-delà : 50% de l'heure jusqu'à 20
      *    salariés, 100% au-delà (Art. L3121-38), l'effectif moyen
      *    de l'année précédente faisant foi ---
       01  WS-CONTINGENT-PATH        PIC X(256).
       01  WS-FS-CHS                 PIC XX.
       01  WS-CONTINGENT-HS          PIC S9(3)V99 COMP-3
                                     VALUE 220.00.
       01  WS-CHS-TAUX-COR           PIC 9(3) VALUE 100.
       01  WS-CHS-SEUIL-80           PIC S9(5)V99 COMP-3.
       01  WS-CHS-ANNEE              PIC 9(4).
       01  WS-CHS-MOIS               PIC 9(2).
       01  WS-CHS-IDX                PIC 9(2).
       01  WS-CHS-HS-PERIODE         PIC S9(5)V99 COMP-3.
       01  WS-CHS-REPORT             PIC S9(5)V99 COMP-3.
       01  WS-CHS-FOUND              PIC 9 VALUE 0.
           88  CHS-FOUND             VALUE 1.

      *    --- Maintien de salaire employeur pendant l'arrêt de
      *    maladie ou d'accident du travail (Art. L1226-1 et
      *    D1226-1 à D1226-8 C. trav.) : après un an d'ancienneté,
      *    90% de la rémunération brute pendant 30 jours puis les
      *    deux tiers pendant 30 jours, chaque durée augmentée de
      *    10 jours par période de 5 ans d'ancienneté au-delà de la
      *    première année, dans la limite de 90 jours ; carence de
      *    7 jours par arrêt de maladie, aucune pour l'accident du
      *    travail. Les jours déjà indemnisés sur les 12 mois
      *    précédents s'imputent sur ces durées. Le complément est
      *    versé sous déduction des IJSS subrogées ; la carence et
      *    les taux conventionnels plus favorables viennent du
      *    barème (TAUX-MAINTIEN). ---
       01  WS-MAINTIEN-PATH          PIC X(256).
       01  WS-FS-MSA                 PIC XX.
       01  WS-MS-CARENCE             PIC 9(2) VALUE 7.
       01  WS-MS-TX-1                PIC S9(3)V99 COMP-3
                                     VALUE 90.00.
       01  WS-MS-TX-2                PIC S9(3)V99 COMP-3
                                     VALUE 66.66.
       01  WS-MS-DUREE-BASE          PIC 9(3) VALUE 30.
       01  WS-MS-DUREE-MAX           PIC 9(3) VALUE 90.
       01  WS-MS-ANCIENNETE          PIC 9(2).
       01  WS-MS-TRANCHES            PIC 9(2).
       01  WS-MS-DROITS              PIC 9(3).
       01  WS-MS-ANNEE               PIC 9(4).
       01  WS-MS-MOIS                PIC 9(2).
       01  WS-MS-IDX                 PIC 9(2).
       01  WS-MS-PREC                PIC 9(2).
       01  WS-MS-ANNEE-CASE          PIC 9(4).
       01  WS-MS-MOIS-CASE           PIC 9(2).
       01  WS-MS-RANG-PERIODE        PIC 9(6).
       01  WS-MS-RANG-CASE           PIC 9(6).
       01  WS-MS-DATE-ARRET          PIC 9(8).
       01  WS-MS-JOURS               PIC S9(3)V99 COMP-3.
       01  WS-MS-JOURS-AVANT         PIC S9(5)V99 COMP-3.
       01  WS-MS-CONSOMMES           PIC S9(5)V99 COMP-3.
       01  WS-MS-RESTE-90            PIC S9(5)V99 COMP-3.
       01  WS-MS-RESTE-66            PIC S9(5)V99 COMP-3.
       01  WS-MS-JOURS-CARENCE       PIC S9(3)V99 COMP-3.
       01  WS-MS-INDEMNISABLES       PIC S9(3)V99 COMP-3.
       01  WS-MS-JOURS-90            PIC S9(3)V99 COMP-3.
       01  WS-MS-JOURS-66            PIC S9(3)V99 COMP-3.
       01  WS-MS-JOURNALIER          PIC S9(7)V9(4) COMP-3.
       01  WS-MS-IJSS-JOUR           PIC S9(7)V9(4) COMP-3.
       01  WS-MS-COMPLEMENT          PIC S9(7)V99 COMP-3.
       01  WS-MS-ARRET               PIC 9 VALUE 0.
           88  MS-ARRET              VALUE 1.
       01  WS-MS-FOUND               PIC 9 VALUE 0.
           88  MSA-FOUND             VALUE 1.

      *    --- Mode segmenté : quand ETABLISSEMENT_SEGMENT porte un
      *    code d'établissement (un seul — un passage par segment,
      *    la consolidation contrôlant bulletin par bulletin
      *    anomalies SMIC/HC/grille, versements de saisies, demandes
      *    ASP) partent par défaut dans des fichiers suffixés du
      *    premier code, les maîtres indexés (cumuls, prêts,
      *    créances IJSS, contingent d'heures supplémentaires,
      *    maintien de salaire) ne sont ouverts qu'en lecture — leurs
      *    mises à jour partent en deltas par segment — et la
      *    période n'est pas marquée CALCULEE : la consolidation
      *    (FUSION-BULLETINS) concatène les sorties, applique les
           88  SEGMENT-ACTIF         VALUE 1.
       01  WS-SEGMENT-PREMIER        PIC X(4).
       01  WS-SEGMENT-MATCH          PIC 9.
      *    Un passage segmenté est soumis aux habilitations : droit C
      *    de l'opérateur (OPERATEUR) sur l'établissement du segment,
      *    contrôlé salarié par salarié — la population de direction
      *    n'est calculée que par un opérateur habilité à la couvrir.
       01  WS-OPERATEUR              PIC X(8).
       COPY "HABILITATION-SERVICE-AREA.cpy".

      *    --- Mode simulation : calcule et imprime les bulletins sans
      *    mettre a jour les cumuls annuels, pour tester l'effet d'un
               10  WS-VARD-HEURES-NUIT   PIC S9(3)V99 COMP-3.
               10  WS-VARD-HEURES-DIM    PIC S9(3)V99 COMP-3.
               10  WS-VARD-HEURES-FERIE  PIC S9(3)V99 COMP-3.
               10  WS-VARD-DATE-ARRET    PIC 9(8).
       01  WS-VARD-IDX               PIC 9(4).

      *    --- Table des rubriques génériques, chargée depuis
       01  WS-MUT-DEBUT-PERIODE      PIC 9(8).
       01  WS-MUT-FIN-PERIODE        PIC 9(8).

      *    --- Table des affiliations au PER obligatoire, chargée
      *    depuis RETRAITE-SUPP-AFFILIATIONS.dat ; une entrée par
      *    période d'affiliation d'un matricule ---
       01  WS-RSU-COUNT              PIC 9(4) VALUE 0.
       01  WS-RSU-TABLE.
           05  WS-RSU-ENTRY OCCURS 2000 TIMES.
               10  WS-RSU-MATRICULE  PIC X(8).
               10  WS-RSU-DATE-DEBUT PIC 9(8).
               10  WS-RSU-DATE-FIN   PIC 9(8).
               10  WS-RSU-TAUX-SAL   PIC S9(2)V99 COMP-3.
               10  WS-RSU-TAUX-PAT   PIC S9(2)V99 COMP-3.
               10  WS-RSU-ASSUREUR   PIC X(12).
       01  WS-RSU-IDX                PIC 9(4).
       01  WS-EOF-RSU                PIC 9 VALUE 0.
           88  EOF-RSU               VALUE 1.
       01  WS-RSU-BEST-DEBUT         PIC 9(8).
       01  WS-RSU-AFFILIE            PIC 9 VALUE 0.
           88  RSU-AFFILIE           VALUE 1.

      *    --- Table des périodes de temps partiel thérapeutique,
      *    chargée depuis TEMPS-THERAPEUTIQUE.dat ---
       01  WS-TPT-COUNT              PIC 9(4) VALUE 0.
       01  WS-TPT-TABLE.
           05  WS-TPT-ENTRY OCCURS 1000 TIMES.
               10  WS-TPT-MATRICULE  PIC X(8).
               10  WS-TPT-DATE-DEBUT PIC 9(8).
               10  WS-TPT-DATE-FIN   PIC 9(8).
               10  WS-TPT-POURCENTAGE PIC S9(3)V99 COMP-3.
               10  WS-TPT-IJ-JOUR    PIC S9(5)V99 COMP-3.
       01  WS-TPT-IDX                PIC 9(4).
       01  WS-EOF-TPT                PIC 9 VALUE 0.
           88  EOF-TPT               VALUE 1.

      *    --- Temps partiel thérapeutique du mois : jours couverts
      *    (trentièmes pour la base, jours calendaires pour l'IJ
      *    journalière), retenue sur la base et IJSS subrogées ---
       01  WS-TPT-TROUVE             PIC 9 VALUE 0.
           88  TPT-TROUVE            VALUE 1.
       01  WS-TPT-POURCENT-MOIS      PIC S9(3)V99 COMP-3.
       01  WS-TPT-IJ-MOIS            PIC S9(5)V99 COMP-3.
       01  WS-TPT-DEBUT-MOIS         PIC 9(8).
       01  WS-TPT-FIN-MOIS           PIC 9(8).
       01  WS-TPT-JOUR-DEBUT         PIC 9(2).
       01  WS-TPT-JOUR-FIN           PIC 9(2).
       01  WS-TPT-JOURS-MOIS         PIC 9(2).
       01  WS-TPT-ANNEE              PIC 9(4).
       01  WS-TPT-MOIS               PIC 9(2).
       01  WS-TPT-QUOTIENT           PIC 9(4).
       01  WS-TPT-RESTE              PIC 9(4).
       01  WS-TPT-BASE-PLEINE        PIC S9(9)V99 COMP-3.
       01  WS-TPT-RETENUE-PER        PIC S9(9)V99 COMP-3.
       01  WS-TPT-JOURS-CAL          PIC S9(3) COMP-3.
       01  WS-TPT-JOURS-30           PIC S9(3) COMP-3.
       01  WS-TPT-RETENUE            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-TPT-IJSS               PIC S9(9)V99 COMP-3 VALUE 0.

      *    --- Créance IJSS à enregistrer : nature et montant ---
       01  WS-IJC-NATURE             PIC X(10).
       01  WS-IJC-MONTANT            PIC S9(9)V99 COMP-3.

      *    --- Table de la grille conventionnelle, chargée depuis
      *    GRILLE-CONVENTIONNELLE.dat ---
       01  WS-GRI-COUNT              PIC 9(3) VALUE 0.
                                     VALUE 1.08.

      *    --- Cotisations patronales ---
      *    Maladie-maternité patronal taux réduit : 7.00%
      *    (rémunération annuelle ≤ 2.5 SMIC) — Art. L241-2-1 CSS
       01  WS-TX-MALADIE-PAT-RED     PIC S9(3)V99 COMP-3
                                     VALUE 7.00.
      *    Maladie-maternité patronal taux plein : 13.00%
       01  WS-TX-MALADIE-PAT-PLEIN   PIC S9(3)V99 COMP-3
                                     VALUE 13.00.

      *    Vieillesse plafonnée patronal : 8.55% sur T1
       01  WS-TX-VIEILL-DEPLAF-PAT   PIC S9(3)V99 COMP-3
                                     VALUE 1.90.

      *    Allocations familiales réduit : 3.45% (rémunération
      *    annuelle ≤ 3.5 SMIC)
      *    Art. L241-6-1 CSS
       01  WS-TX-ALLOC-FAM-REDUIT    PIC S9(3)V99 COMP-3
                                     VALUE 3.45.
       01  WS-TX-ALLOC-FAM-NORMAL    PIC S9(3)V99 COMP-3
                                     VALUE 5.25.

      *    AT/MP : 2.22% (taux fixe seed) — taux par défaut, le taux
      *    notifié porté au référentiel des établissements prévaut
      *    Art. L241-5 CSS
       01  WS-TX-ATMP                PIC S9(3)V99 COMP-3
                                     VALUE 2.22.
      *    Art. L834-1 CSS
       01  WS-TX-FNAL                PIC S9(3)V99 COMP-3
                                     VALUE 0.50.
      *    FNAL : 0.10% sur T1 (entreprise < 50 salariés)
       01  WS-TX-FNAL-MOINS-50       PIC S9(3)V99 COMP-3
                                     VALUE 0.10.
      *    Taux FNAL effectivement appliqué (entre dans le T de la
      *    réduction générale)
       01  WS-TX-FNAL-APPLIQUE       PIC S9(3)V99 COMP-3
                                     VALUE 0.50.

      *    Retraite complémentaire AGIRC-ARRCO patronal
      *    ANI du 17 novembre 2017
      *    ANI du 14 mars 1947, art. 7
       01  WS-TX-PREVOY-PAT          PIC S9(3)V99 COMP-3
                                     VALUE 1.50.
      *    Forfait social sur la contribution patronale de
      *    prévoyance : 8% (entreprise ≥ 11 salariés)
      *    Art. L137-15 et L137-16 CSS
       01  WS-TX-FORFAIT-SOC-PREV    PIC S9(3)V99 COMP-3
                                     VALUE 8.00.

      *    Retraite supplémentaire (PER obligatoire) — part patronale
      *    exonérée de cotisations dans la limite de la plus élevée
      *    des deux valeurs : 5% du PMSS ou 5% de la rémunération
      *    retenue dans la limite de 5 PMSS (Art. L242-1 et D242-1
      *    CSS) ; l'excédent est réintégré dans l'assiette. La part
      *    exonérée supporte le forfait social à 20% quel que soit
      *    l'effectif (Art. L137-15 et L137-16 CSS).
       01  WS-RS-PLAF-SOC-PCT        PIC S9(3)V99 COMP-3
                                     VALUE 5.00.
       01  WS-RS-PLAF-SOC-NB-PMSS    PIC 9(2) VALUE 5.
       01  WS-TX-FORFAIT-SOC-RETR    PIC S9(3)V99 COMP-3
                                     VALUE 20.00.
      *    Déductibilité fiscale des cotisations salariales et
      *    patronales : 8% de la rémunération dans la limite de
      *    8 PMSS, l'excédent entrant au net imposable (Art. 83-2° et
      *    163 quatervicies CGI)
       01  WS-RS-PLAF-FIS-PCT        PIC S9(3)V99 COMP-3
                                     VALUE 8.00.
       01  WS-RS-PLAF-FIS-NB-PMSS    PIC 9(2) VALUE 8.

      *    Chômage patronal : 4.05% sur T1+T2
      *    Convention Unédic du 14 avril 2017
       01  WS-TX-AGS                 PIC S9(3)V99 COMP-3
                                     VALUE 0.15.

      *    Contribution solidarité autonomie : 0.30% du brut
      *    Art. L137-40 CASF — déjà comprise dans le T de la
      *    réduction générale
       01  WS-TX-CSA                 PIC S9(3)V99 COMP-3
                                     VALUE 0.30.

      *    --- Réduction générale des cotisations patronales ---
      *    Art. L241-13 et D241-7 CSS : C = T / 0,6 × (1,6 × SMIC
      *    de référence / rémunération annuelle − 1), arrondi à 4
      *    décimales et plafonné à T. T vaut 0,3194 au FNAL à 0,10 %
      *    et 0,3234 au FNAL à 0,50 % : la part hors FNAL est
      *    compilée, la part FNAL suit le taux du barème.
       01  WS-RG-T-HORS-FNAL         PIC S9V9(4) COMP-3
                                     VALUE 0.3184.
       01  WS-RG-SEUIL-SMIC          PIC S9V9(2) COMP-3
                                     VALUE 1.60.

      *    --- Subrogation employeur / IJSS (indemnités
      *    journalières de sécurité sociale) — taux simplifiés
      *    appliqués au brut déduit pour l'absence, faute de calcul
       01  WS-TR-HEURES-PAR-JOUR      PIC S9(3)V99 COMP-3
                                     VALUE 7.00.

      *    Bandeaux des taux réduits maladie et allocations
      *    familiales, en multiples du SMIC annuel de référence
       01  WS-BDX-SEUIL-MALADIE      PIC S9V9(2) COMP-3
                                     VALUE 2.50.
       01  WS-BDX-SEUIL-AF           PIC S9V9(2) COMP-3
                                     VALUE 3.50.

      *    Plafond chômage : 4 × PMSS
       01  WS-PLAFOND-CHOMAGE         PIC S9(9)V99 COMP-3
           05  WS-EXO-RATIO          PIC S9V9(4) COMP-3.
           05  WS-RTT-JOURS-PRIS     PIC S9(3)V99 COMP-3.
           05  WS-AEN-TOTAL          PIC S9(9)V99 COMP-3.
           05  WS-RS-ASSIETTE        PIC S9(9)V99 COMP-3.
           05  WS-RS-TX-SAL          PIC S9(2)V99 COMP-3.
           05  WS-RS-TX-PAT          PIC S9(2)V99 COMP-3.
           05  WS-RS-ASSUREUR        PIC X(12).
           05  WS-RS-PLAF-SOCIAL     PIC S9(9)V99 COMP-3.
           05  WS-RS-REINTEG         PIC S9(9)V99 COMP-3.
           05  WS-RS-EXONERE         PIC S9(9)V99 COMP-3.
           05  WS-RS-PLAF-FISCAL     PIC S9(9)V99 COMP-3.
           05  WS-RS-EXCES-FISCAL    PIC S9(9)V99 COMP-3.
           05  WS-FRAIS-TRANSPORT    PIC S9(9)V99 COMP-3.
           05  WS-FRAIS-REPAS        PIC S9(9)V99 COMP-3.
           05  WS-FRAIS-KM           PIC S9(9)V99 COMP-3.
           05  WS-AP-RETENUE         PIC S9(9)V99 COMP-3.
           05  WS-AP-INDEMNITE       PIC S9(9)V99 COMP-3.
           05  WS-AP-CSG             PIC S9(9)V99 COMP-3.
           05  WS-RG-HEURES          PIC S9(5)V99 COMP-3.
           05  WS-RG-SMIC-HORAIRE    PIC S9(3)V9(4) COMP-3.
           05  WS-RG-SMIC            PIC S9(9)V99 COMP-3.
           05  WS-RG-REMUNERATION    PIC S9(9)V99 COMP-3.
           05  WS-RG-T               PIC S9V9(4) COMP-3.
           05  WS-RG-COEF            PIC S9V9(4) COMP-3.
           05  WS-RG-CUM-REMUN       PIC S9(11)V99 COMP-3.
           05  WS-RG-CUM-SMIC        PIC S9(11)V99 COMP-3.
           05  WS-RG-CUM-DUE         PIC S9(11)V99 COMP-3.
           05  WS-RG-CUM-RETR-DUE    PIC S9(11)V99 COMP-3.
           05  WS-RG-DEJA-URSSAF     PIC S9(9)V99 COMP-3.
           05  WS-RG-DEJA-RETRAITE   PIC S9(9)V99 COMP-3.
           05  WS-BDX-HEURES         PIC S9(5)V99 COMP-3.
           05  WS-BDX-SMIC           PIC S9(9)V99 COMP-3.
           05  WS-BDX-CUM-REMUN      PIC S9(11)V99 COMP-3.
           05  WS-BDX-CUM-SMIC       PIC S9(11)V99 COMP-3.
           05  WS-BDX-DEJA-MALADIE   PIC S9(9)V99 COMP-3.
           05  WS-BDX-DEJA-AF        PIC S9(9)V99 COMP-3.
           05  WS-BDX-TX-MALADIE     PIC S9(3)V99 COMP-3.
           05  WS-BDX-TX-AF          PIC S9(3)V99 COMP-3.
           05  WS-BDX-MOIS           PIC 9(2).
           05  WS-BDX-PER-SORTIE     PIC 9(6).
           05  WS-BDX-FIN-ANNEE      PIC 9.
               88  BDX-REGULARISATION    VALUE 1.

      *    --- Variables cotisations salariales individuelles ---
       01  WS-COT-SAL.
           05  WS-CS-CHOMAGE         PIC S9(9)V99 COMP-3.
           05  WS-CS-CEG-T1          PIC S9(9)V99 COMP-3.
           05  WS-CS-CEG-T2          PIC S9(9)V99 COMP-3.
           05  WS-CS-RETR-SUPP       PIC S9(9)V99 COMP-3.

      *    --- Variables cotisations patronales individuelles ---
       01  WS-COT-PAT.
           05  WS-CP-CHOMAGE         PIC S9(9)V99 COMP-3.
           05  WS-CP-AGS             PIC S9(9)V99 COMP-3.
           05  WS-CP-VERSEMENT-MOBIL PIC S9(9)V99 COMP-3.
           05  WS-CP-FORFAIT-SOCIAL  PIC S9(9)V99 COMP-3.
           05  WS-CP-CSA             PIC S9(9)V99 COMP-3.
           05  WS-CP-RETR-SUPP       PIC S9(9)V99 COMP-3.
           05  WS-CP-TOTAL           PIC S9(9)V99 COMP-3.
           05  WS-CP-RED-GENERALE    PIC S9(9)V99 COMP-3.
           05  WS-CP-RG-URSSAF       PIC S9(9)V99 COMP-3.
           05  WS-CP-RG-RETRAITE     PIC S9(9)V99 COMP-3.

      *    --- Temporaire ---
       01  WS-TEMP                   PIC S9(9)V99 COMP-3.
       01  WS-CUM-FOUND              PIC 9 VALUE 0.
           88  CUM-FOUND             VALUE 1.

      *    --- Plafond de sécurité sociale du mois et cumuls de
      *    régularisation des tranches ---
       01  WS-PLF.
           05  WS-PLF-ANNEE          PIC 9(4).
           05  WS-PLF-MOIS           PIC 9(2).
           05  WS-PLF-QUOTIENT       PIC 9(4).
           05  WS-PLF-RESTE          PIC 9(4).
           05  WS-PLF-JOURS-MOIS     PIC 9(2).
           05  WS-PLF-PERIODE-DATE   PIC 9(6).
           05  WS-PLF-JOUR           PIC 9(2).
           05  WS-PLF-JOUR-DEBUT     PIC 9(2).
           05  WS-PLF-JOUR-FIN       PIC 9(2).
           05  WS-PLF-PRORATA        PIC S9V9(6) COMP-3.
           05  WS-PLF-PLAFOND        PIC S9(9)V99 COMP-3.
           05  WS-PLF-PLAFOND-CHOM   PIC S9(9)V99 COMP-3.
           05  WS-PLF-CUM-REMUN      PIC S9(11)V99 COMP-3.
           05  WS-PLF-CUM-PLAFOND    PIC S9(11)V99 COMP-3.
           05  WS-PLF-CUM-T1         PIC S9(11)V99 COMP-3.
           05  WS-PLF-CUM-T2         PIC S9(11)V99 COMP-3.
           05  WS-PLF-CUM-PLAF-CHOM  PIC S9(11)V99 COMP-3.
           05  WS-PLF-CUM-BASE-CHOM  PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
               END-IF
               SET SEGMENT-ACTIF TO TRUE
               MOVE WS-SEGMENT-ETAB(1:4) TO WS-SEGMENT-PREMIER
               PERFORM 1050-OUVRIR-HABILITATIONS
           END-IF

           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           IF WS-TAUX-PATH = SPACES
               MOVE "../data/TAUX-COTISATIONS.dat" TO WS-TAUX-PATH
           END-IF
           ACCEPT WS-EFFECTIFS-PATH FROM ENVIRONMENT "EFFECTIFS_FILE"
           IF WS-EFFECTIFS-PATH = SPACES
               MOVE "../data/EFFECTIFS.dat" TO WS-EFFECTIFS-PATH
           END-IF
           ACCEPT WS-CALENDRIER-PATH
               FROM ENVIRONMENT "CALENDRIER_PAIE_FILE"
           IF WS-CALENDRIER-PATH = SPACES
               MOVE "../data/CALENDRIER-PAIE.dat" TO WS-CALENDRIER-PATH
           END-IF
           ACCEPT WS-RAPPELS-PATH FROM ENVIRONMENT "RAPPELS_FILE"
           IF WS-RAPPELS-PATH = SPACES
               MOVE "../data/RAPPELS-PAIE.dat" TO WS-RAPPELS-PATH
               MOVE "../data/MUTUELLE-AFFILIATIONS.dat"
                   TO WS-MUTUELLE-PATH
           END-IF
           ACCEPT WS-RETRAITE-SUPP-PATH
               FROM ENVIRONMENT "RETRAITE_SUPP_FILE"
           IF WS-RETRAITE-SUPP-PATH = SPACES
               MOVE "../data/RETRAITE-SUPP-AFFILIATIONS.dat"
                   TO WS-RETRAITE-SUPP-PATH
           END-IF
           ACCEPT WS-TEMPS-THERA-PATH
               FROM ENVIRONMENT "TEMPS_THERAPEUTIQUE_FILE"
           IF WS-TEMPS-THERA-PATH = SPACES
               MOVE "../data/TEMPS-THERAPEUTIQUE.dat"
                   TO WS-TEMPS-THERA-PATH
           END-IF
           ACCEPT WS-PPV-PATH FROM ENVIRONMENT "PPV_FILE"
           IF WS-PPV-PATH = SPACES
               MOVE "../data/PPV-VERSEMENTS.dat" TO WS-PPV-PATH
               MOVE "../data/IJSS-CREANCES.dat"
                   TO WS-IJSS-CREANCES-PATH
           END-IF
           ACCEPT WS-CONTINGENT-PATH
               FROM ENVIRONMENT "CONTINGENT_HS_FILE"
           IF WS-CONTINGENT-PATH = SPACES
               MOVE "../data/CONTINGENT-HS.dat" TO WS-CONTINGENT-PATH
           END-IF
           ACCEPT WS-MAINTIEN-PATH
               FROM ENVIRONMENT "MAINTIEN_SALAIRE_FILE"
           IF WS-MAINTIEN-PATH = SPACES
               MOVE "../data/MAINTIEN-SALAIRE.dat" TO WS-MAINTIEN-PATH
           END-IF
           ACCEPT WS-AP-PATH
               FROM ENVIRONMENT "ACTIVITE_PARTIELLE_FILE"
           IF WS-AP-PATH = SPACES
               STRING "../data/IJSS-SEG-"
                   WS-SEGMENT-PREMIER ".dat"
                   DELIMITED SIZE INTO WS-IJSS-SEG-PATH
               STRING "../data/CONTINGENT-SEG-"
                   WS-SEGMENT-PREMIER ".dat"
                   DELIMITED SIZE INTO WS-CONTINGENT-SEG-PATH
               STRING "../data/MAINTIEN-SEG-"
                   WS-SEGMENT-PREMIER ".dat"
                   DELIMITED SIZE INTO WS-MAINTIEN-SEG-PATH
           END-IF

           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           ACCEPT WS-ETB-DATE-REF FROM DATE YYYYMMDD
           PERFORM 1055-CHARGER-ETABLISSEMENTS

      *    Taux horaire du SMIC déduit du SMIC mensuel (base 151.67 h)
           COMPUTE WS-SMIC-HORAIRE ROUNDED =
           PERFORM 1697-CHARGER-AVANTAGES
           PERFORM 1698-CHARGER-GRILLE
           PERFORM 1699-CHARGER-MUTUELLE
           PERFORM 1705-CHARGER-RETRAITE-SUPP
           PERFORM 1706-CHARGER-TEMPS-THERA
           PERFORM 1710-CHARGER-PPV
           PERFORM 1720-CHARGER-ACTIVITE-PART
           PERFORM 1730-CHARGER-CHANGEMENTS
               STOP RUN
           END-IF

      *    Compteur du contingent d'heures supplémentaires : créé
      *    au premier lancement, en lecture seule en mode segmenté
      *    (les compteurs recalculés partent dans le delta du
      *    segment).
           IF SEGMENT-ACTIF
               OPEN INPUT CONTINGENT-HS-FILE
               IF WS-FS-CHS = "35"
                   OPEN OUTPUT CONTINGENT-HS-FILE
                   CLOSE CONTINGENT-HS-FILE
                   OPEN INPUT CONTINGENT-HS-FILE
               END-IF
           ELSE
               OPEN I-O CONTINGENT-HS-FILE
               IF WS-FS-CHS = "35"
                   OPEN OUTPUT CONTINGENT-HS-FILE
                   CLOSE CONTINGENT-HS-FILE
                   OPEN I-O CONTINGENT-HS-FILE
               END-IF
           END-IF
           IF WS-FS-CHS NOT = "00"
               DISPLAY "CALC-PAIE|ERROR|0|OPEN-CHS=" WS-FS-CHS
               CLOSE EMPLOYEE-FILE
               CLOSE BULLETINS-FILE
               CLOSE COTISATIONS-FILE
               CLOSE SMIC-EXCEPTIONS-FILE
               CLOSE CUMULS-FILE
               CLOSE PERIODES-STATUS-FILE
               CLOSE IJSS-CREANCES-FILE
               STOP RUN
           END-IF

      *    Compteur du maintien de salaire : même discipline que le
      *    compteur du contingent.
           IF SEGMENT-ACTIF
               OPEN INPUT MAINTIEN-SALAIRE-FILE
               IF WS-FS-MSA = "35"
                   OPEN OUTPUT MAINTIEN-SALAIRE-FILE
                   CLOSE MAINTIEN-SALAIRE-FILE
                   OPEN INPUT MAINTIEN-SALAIRE-FILE
               END-IF
           ELSE
               OPEN I-O MAINTIEN-SALAIRE-FILE
               IF WS-FS-MSA = "35"
                   OPEN OUTPUT MAINTIEN-SALAIRE-FILE
                   CLOSE MAINTIEN-SALAIRE-FILE
                   OPEN I-O MAINTIEN-SALAIRE-FILE
               END-IF
           END-IF
           IF WS-FS-MSA NOT = "00"
               DISPLAY "CALC-PAIE|ERROR|0|OPEN-MSA=" WS-FS-MSA
               CLOSE EMPLOYEE-FILE
               CLOSE BULLETINS-FILE
               CLOSE COTISATIONS-FILE
               CLOSE SMIC-EXCEPTIONS-FILE
               CLOSE CUMULS-FILE
               CLOSE PERIODES-STATUS-FILE
               CLOSE IJSS-CREANCES-FILE
               CLOSE CONTINGENT-HS-FILE
               STOP RUN
           END-IF

           IF SIMULATION-ACTIVE
               DISPLAY "CALC-PAIE|SIMULATION|0|"
                   "Cumuls annuels non mis a jour"
                   DISPLAY "CALC-PAIE|ERROR|0|OPEN-ISG=" WS-FS-ISG
                   STOP RUN
               END-IF
               OPEN OUTPUT CONTINGENT-SEG-FILE
               IF WS-FS-HSG NOT = "00"
                   DISPLAY "CALC-PAIE|ERROR|0|OPEN-HSG=" WS-FS-HSG
                   STOP RUN
               END-IF
               OPEN OUTPUT MAINTIEN-SEG-FILE
               IF WS-FS-MSG NOT = "00"
                   DISPLAY "CALC-PAIE|ERROR|0|OPEN-MSG=" WS-FS-MSG
                   STOP RUN
               END-IF
               DISPLAY "CALC-PAIE|SEGMENT|0|" WS-SEGMENT-ETAB
           END-IF

           DISPLAY "CALC-PAIE|START|0|0".

      ******************************************************************
       1050-OUVRIR-HABILITATIONS.
      ******************************************************************
      *    Sans HABILITATIONS.dat, aucun contrôle : le passage se
      *    déroule comme auparavant.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           MOVE "OUVRE" TO HSV-FONCTION
           MOVE WS-OPERATEUR TO HSV-OPERATEUR
           MOVE "CALC-PAIE" TO HSV-PROGRAMME
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "CALC-PAIE|ERROR|0|" HSV-MOTIF
               STOP RUN
           END-IF
           MOVE "ACCES" TO HSV-FONCTION
           MOVE "C" TO HSV-DROIT
           MOVE WS-SEGMENT-PREMIER TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "CALC-PAIE|ERROR|0|HABILITATION-REFUSEE="
                   WS-OPERATEUR
               STOP RUN
           END-IF.

      ******************************************************************
       1055-CHARGER-ETABLISSEMENTS.
      ******************************************************************
      *    Référentiel ETABLISSEMENTS.dat lu dans l'ordre des clés
      *    (code puis date d'effet) : une entrée par code, portant la
      *    ligne la plus récente en vigueur à la date de référence.
           MOVE 0 TO ETAB-COUNT
           MOVE 0 TO WS-EOF-ETB
           OPEN INPUT ETABLISSEMENTS-FILE
           IF WS-FS-ETB NOT = "00"
               DISPLAY "CALC-PAIE|ERROR|0|OPEN-ETB=" WS-FS-ETB
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-ETB
               READ ETABLISSEMENTS-FILE NEXT RECORD
                   AT END SET EOF-ETB TO TRUE
               END-READ
               IF NOT EOF-ETB
                   AND ETB-DATE-EFFET <= WS-ETB-DATE-REF
                   PERFORM 1056-RETENIR-ETABLISSEMENT THRU 1056-EXIT
               END-IF
           END-PERFORM
           CLOSE ETABLISSEMENTS-FILE
           IF ETAB-COUNT = 0
               DISPLAY "CALC-PAIE|ERROR|0|ETAB-VIDE=" WS-ETB-DATE-REF
               STOP RUN
           END-IF.

      ******************************************************************
       1056-RETENIR-ETABLISSEMENT.
      ******************************************************************
      *    Une ligne plus récente du même code remplace l'entrée
      *    courante ; un nouveau code ouvre une entrée.
           IF ETAB-COUNT > 0
               IF ETAB-CODE(ETAB-COUNT) = ETB-CODE
                   SUBTRACT 1 FROM ETAB-COUNT
               END-IF
           END-IF
           IF ETAB-COUNT >= ETAB-MAX
               DISPLAY "CALC-PAIE|WARN|0|ETAB-TABLE-PLEINE=" ETB-CODE
               GO TO 1056-EXIT
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

       1056-EXIT.
           EXIT.

      ******************************************************************
       1060-TROUVER-ETAB-IDX.
      ******************************************************************
           IF VAR-ABSENCE-TYPE NOT = SPACES
               MOVE VAR-ABSENCE-TYPE
                   TO WS-VARD-ABSENCE-TYPE(WS-VARD-IDX)
           END-IF
           IF VAR-DATE-DEBUT-ARRET IS NUMERIC
               AND VAR-DATE-DEBUT-ARRET NOT = 0
               MOVE VAR-DATE-DEBUT-ARRET
                   TO WS-VARD-DATE-ARRET(WS-VARD-IDX)
           END-IF.

      ******************************************************************
                   MOVE 0 TO WS-VARD-HEURES-DIM(WS-VARD-IDX)
                   MOVE 0 TO WS-VARD-HEURES-FERIE(WS-VARD-IDX)
                   MOVE SPACES TO WS-VARD-ABSENCE-TYPE(WS-VARD-IDX)
                   MOVE 0 TO WS-VARD-DATE-ARRET(WS-VARD-IDX)
               ELSE
                   DISPLAY "CALC-PAIE|WARN|0|TABLE-PLEINE-VARD="
                       VAR-MATRICULE
               END-IF
           END-IF.

      ******************************************************************
       1705-CHARGER-RETRAITE-SUPP.
      ******************************************************************
      *    RETRAITE-SUPP-AFFILIATIONS.dat est optionnel : sans
      *    affiliation, aucune cotisation de retraite supplémentaire.
           MOVE 0 TO WS-RSU-COUNT
           MOVE 0 TO WS-EOF-RSU
           OPEN INPUT RETRAITE-SUPP-FILE
           IF WS-FS-RSU = "00"
               PERFORM UNTIL EOF-RSU
                   READ RETRAITE-SUPP-FILE NEXT RECORD
                       AT END SET EOF-RSU TO TRUE
                   END-READ
                   IF NOT EOF-RSU
                       IF WS-RSU-COUNT < 2000
                           ADD 1 TO WS-RSU-COUNT
                           MOVE RSU-MATRICULE
                               TO WS-RSU-MATRICULE(WS-RSU-COUNT)
                           MOVE RSU-DATE-DEBUT
                               TO WS-RSU-DATE-DEBUT(WS-RSU-COUNT)
                           MOVE RSU-DATE-FIN
                               TO WS-RSU-DATE-FIN(WS-RSU-COUNT)
                           MOVE RSU-TAUX-SAL
                               TO WS-RSU-TAUX-SAL(WS-RSU-COUNT)
                           MOVE RSU-TAUX-PAT
                               TO WS-RSU-TAUX-PAT(WS-RSU-COUNT)
                           MOVE RSU-ASSUREUR
                               TO WS-RSU-ASSUREUR(WS-RSU-COUNT)
                       ELSE
                           DISPLAY "CALC-PAIE|WARN|0|TABLE-PLEINE-RSU="
                               RSU-MATRICULE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RETRAITE-SUPP-FILE
           ELSE
               IF WS-FS-RSU NOT = "35"
                   DISPLAY "CALC-PAIE|ERROR|0|OPEN-RSU=" WS-FS-RSU
               END-IF
           END-IF.

      ******************************************************************
       1706-CHARGER-TEMPS-THERA.
      ******************************************************************
      *    TEMPS-THERAPEUTIQUE.dat est optionnel : sans période, aucun
      *    salarié n'est en temps partiel thérapeutique.
           MOVE 0 TO WS-TPT-COUNT
           MOVE 0 TO WS-EOF-TPT
           OPEN INPUT TEMPS-THERA-FILE
           IF WS-FS-TPT = "00"
               PERFORM UNTIL EOF-TPT
                   READ TEMPS-THERA-FILE NEXT RECORD
                       AT END SET EOF-TPT TO TRUE
                   END-READ
                   IF NOT EOF-TPT
                       IF WS-TPT-COUNT < 1000
                           ADD 1 TO WS-TPT-COUNT
                           MOVE TPT-MATRICULE
                               TO WS-TPT-MATRICULE(WS-TPT-COUNT)
                           MOVE TPT-DATE-DEBUT
                               TO WS-TPT-DATE-DEBUT(WS-TPT-COUNT)
                           MOVE TPT-DATE-FIN
                               TO WS-TPT-DATE-FIN(WS-TPT-COUNT)
                           MOVE TPT-POURCENTAGE
                               TO WS-TPT-POURCENTAGE(WS-TPT-COUNT)
                           MOVE TPT-IJ-JOURNALIERE
                               TO WS-TPT-IJ-JOUR(WS-TPT-COUNT)
                       ELSE
                           DISPLAY "CALC-PAIE|WARN|0|TABLE-PLEINE-TPT="
                               TPT-MATRICULE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TEMPS-THERA-FILE
           ELSE
               IF WS-FS-TPT NOT = "35"
                   DISPLAY "CALC-PAIE|ERROR|0|OPEN-TPT=" WS-FS-TPT
               END-IF
           END-IF.

      ******************************************************************
       1710-CHARGER-PPV.
      ******************************************************************
           MOVE TAUX-CHOMAGE-SAL          TO WS-TX-CHOMAGE-SAL
           MOVE TAUX-CEG-T1-SAL           TO WS-TX-CEG-T1-SAL
           MOVE TAUX-CEG-T2-SAL           TO WS-TX-CEG-T2-SAL
           MOVE TAUX-MALADIE-PAT-NC       TO WS-TX-MALADIE-PAT-RED
           MOVE TAUX-MALADIE-PAT-C        TO WS-TX-MALADIE-PAT-PLEIN
           MOVE TAUX-VIEILL-PLAF-PAT      TO WS-TX-VIEILL-PLAF-PAT
           MOVE TAUX-VIEILL-DEPLAF-PAT    TO WS-TX-VIEILL-DEPLAF-PAT
           MOVE TAUX-ALLOC-FAM-REDUIT     TO WS-TX-ALLOC-FAM-REDUIT
           MOVE TAUX-PREVOY-PAT           TO WS-TX-PREVOY-PAT
           MOVE TAUX-CHOMAGE-PAT          TO WS-TX-CHOMAGE-PAT
           MOVE TAUX-AGS                  TO WS-TX-AGS
           MOVE TAUX-PLAFOND-CHOMAGE      TO WS-PLAFOND-CHOMAGE
           MOVE TAUX-HS-25                TO WS-TX-HS-25
           MOVE TAUX-HS-50                TO WS-TX-HS-50
           MOVE TAUX-PAS-TAUX(7)          TO WS-PAS-TX-6
           MOVE TAUX-PAS-TAUX(8)          TO WS-PAS-TX-7
           MOVE TAUX-PAS-TAUX(9)          TO WS-PAS-TX-8
           IF TAUX-FNAL-MOINS-50 IS NUMERIC
               AND TAUX-FORFAIT-SOC-PREV IS NUMERIC
               MOVE TAUX-FNAL-MOINS-50    TO WS-TX-FNAL-MOINS-50
               MOVE TAUX-FORFAIT-SOC-PREV TO WS-TX-FORFAIT-SOC-PREV
           END-IF
           IF TAUX-MS-CARENCE IS NUMERIC
               AND TAUX-MS-TAUX-1 IS NUMERIC
               AND TAUX-MS-TAUX-2 IS NUMERIC
               MOVE TAUX-MS-CARENCE       TO WS-MS-CARENCE
               MOVE TAUX-MS-TAUX-1        TO WS-MS-TX-1
               MOVE TAUX-MS-TAUX-2        TO WS-MS-TX-2
           END-IF
           IF TAUX-CSA IS NUMERIC
               MOVE TAUX-CSA              TO WS-TX-CSA
           END-IF
           MOVE TAUX-PERIODE-EFFET        TO WS-TAUX-BEST-PERIODE.

      ******************************************************************
       1770-CHARGER-EFFECTIF.
      ******************************************************************
      *    Tranche d'effectif de l'entreprise applicable à l'année de
      *    la période : ligne ENTR de l'année précédente dans
      *    EFFECTIFS.dat. Le fichier est optionnel ; sans ligne, la
      *    tranche 50 à 249 reste retenue (FNAL à 0.50%). L'effectif
      *    moyen fixe aussi le taux de la contrepartie obligatoire en
      *    repos (100% au-delà de 20 salariés, 50% sinon).
           DIVIDE WS-PERIODE BY 100 GIVING WS-EFF-ANNEE-PERIODE
           MOVE "3" TO WS-EFF-TRANCHE
           MOVE 100 TO WS-CHS-TAUX-COR
           OPEN INPUT EFFECTIFS-FILE
           IF WS-FS-EFF = "00"
               MOVE "ENTR" TO EFF-PERIMETRE
               COMPUTE EFF-ANNEE = WS-EFF-ANNEE-PERIODE - 1
               READ EFFECTIFS-FILE
                   KEY IS EFF-CLE
                   INVALID KEY
                       DISPLAY "CALC-PAIE|WARN|0|EFFECTIF-ABSENT="
                           EFF-ANNEE
                   NOT INVALID KEY
                       MOVE EFF-TRANCHE TO WS-EFF-TRANCHE
                       IF EFF-EFFECTIF-MOYEN NOT > 20
                           MOVE 50 TO WS-CHS-TAUX-COR
                       END-IF
               END-READ
               CLOSE EFFECTIFS-FILE
           ELSE
               IF WS-FS-EFF NOT = "35"
                   DISPLAY "CALC-PAIE|ERROR|0|OPEN-EFF=" WS-FS-EFF
               END-IF
           END-IF.

      ******************************************************************
       1780-CHARGER-CALENDRIER.
      ******************************************************************
      *    Date de paiement de la période, ramenée sur un jour ouvré,
      *    pour chaque établissement du référentiel. Le calendrier est
      *    optionnel ; un établissement sans ligne garde la date par
      *    défaut.
           INITIALIZE WS-CAL-PAIEMENT-TABLE
           OPEN INPUT CALENDRIER-FILE
           IF WS-FS-CAL NOT = "00"
               IF WS-FS-CAL NOT = "35"
                   DISPLAY "CALC-PAIE|ERROR|0|OPEN-CAL=" WS-FS-CAL
               END-IF
           ELSE
               PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                       UNTIL WS-ETAB-IDX > ETAB-COUNT
                   MOVE WS-PERIODE TO CAL-PERIODE
                   MOVE ETAB-CODE(WS-ETAB-IDX) TO CAL-ETABLISSEMENT
                   READ CALENDRIER-FILE
                       KEY IS CAL-CLE
                       INVALID KEY
                           DISPLAY "CALC-PAIE|WARN|0|CALENDRIER-ABSENT="
                               CAL-ETABLISSEMENT " " WS-PERIODE
                       NOT INVALID KEY
                           MOVE CAL-DATE-PAIEMENT
                               TO WS-CAL-DATE-PAIEMENT(WS-ETAB-IDX)
                   END-READ
               END-PERFORM
               CLOSE CALENDRIER-FILE
           END-IF.

      ******************************************************************
       2000-TRAITEMENT.
      ******************************************************************
               TO VAR-HEURES-DIMANCHE
           MOVE WS-VARD-HEURES-FERIE(WS-VARD-IDX)
               TO VAR-HEURES-FERIE
           MOVE WS-VARD-DATE-ARRET(WS-VARD-IDX)
               TO VAR-DATE-DEBUT-ARRET
           MOVE VAR-PERIODE TO WS-PERIODE

      *    Le référentiel des établissements suit la période : une
      *    ligne datée (nouveau taux AT/MP notifié, changement de
      *    taux de versement mobilité) s'applique dès le mois de son
      *    entrée en vigueur.
           IF WS-PERIODE NOT = WS-TAUX-LOADED-PERIODE
               PERFORM 1750-CHARGER-TAUX-PERIODE
               COMPUTE WS-ETB-DATE-REF = WS-PERIODE * 100 + 31
               PERFORM 1055-CHARGER-ETABLISSEMENTS
               PERFORM 1770-CHARGER-EFFECTIF
               PERFORM 1780-CHARGER-CALENDRIER
           END-IF

      *    Compute date de paiement (last day of month approx) ;
      *    remplacée par la date du calendrier de paie de
      *    l'établissement quand elle existe (3000)
           STRING WS-PERIODE "28" DELIMITED SIZE
               INTO WS-DATE-PAIEMENT
           END-STRING
               ELSE
                   MOVE 0 TO WS-SEGMENT-MATCH
               END-IF
           END-IF
      *    Salarié du segment hors du périmètre de l'opérateur : non
      *    calculé, compté en erreur et journalisé par le service ;
      *    il reste à calculer par un opérateur habilité.
           IF SEGMENT-ACTIF AND WS-SEGMENT-MATCH = 1
               MOVE "CTRL " TO HSV-FONCTION
               MOVE EMP-ETABLISSEMENT TO HSV-ETABLISSEMENT
               MOVE EMP-DEPARTEMENT TO HSV-DEPARTEMENT
               MOVE EMP-CLASSIFICATION TO HSV-CLASSIFICATION
               MOVE EMP-MATRICULE TO HSV-OBJET
               CALL "HABILITATION-SERVICE"
                   USING HABILITATION-SERVICE-AREA
               IF HSV-REFUSE
                   MOVE 0 TO WS-SEGMENT-MATCH
                   DISPLAY "CALC-PAIE|WARN|" WS-RECORDS-READ
                       "|HORS-HABILITATION=" EMP-MATRICULE
                   ADD 1 TO WS-ERRORS
               END-IF
           END-IF.

      ******************************************************************

           MOVE EMP-ETABLISSEMENT TO WS-ETAB-LOOKUP
           PERFORM 1060-TROUVER-ETAB-IDX
           IF ETAB-CODE(WS-ETAB-IDX) = EMP-ETABLISSEMENT
               AND WS-CAL-DATE-PAIEMENT(WS-ETAB-IDX) > 0
               MOVE WS-CAL-DATE-PAIEMENT(WS-ETAB-IDX)
                   TO WS-DATE-PAIEMENT
           END-IF

      *    --- Salaire de base ---
      *    L'apprenti est rémunéré en pourcentage du SMIC selon son
      *    s'appliquent au reste du calcul ---
           PERFORM 3060-CALCUL-SEGMENTS-CONTRAT

      *    --- Temps partiel thérapeutique : base proratisée au
      *    pourcentage travaillé, part non travaillée indemnisée par
      *    les IJSS subrogées ---
           PERFORM 3075-TEMPS-THERAPEUTIQUE THRU 3075-EXIT

      *    --- Heures supplémentaires (non-cadres uniquement) et
      *    heures complémentaires (temps partiel) ---
      *    Pour un salarié à temps partiel, les heures au-delà du
           MOVE 0 TO WS-MONTANT-HC-10
           MOVE 0 TO WS-MONTANT-HC-25

      *    Un mandataire social, sans contrat de travail, n'a pas de
      *    durée du travail : ni heures supplémentaires ni heures
      *    complémentaires.
           IF EMP-NON-CADRE AND VAR-HEURES-SUP > 0
               AND NOT EMP-MANDATAIRE
               IF EMP-TEMPS-PARTIEL
                   PERFORM 3640-CALCUL-HEURES-COMPL
               ELSE
      *    --- Absence (déduction) et subrogation IJSS ---
           PERFORM 3650-CALCUL-ABSENCE THRU 3650-EXIT

      *    --- Maintien de salaire employeur pendant l'arrêt,
      *    complément des IJSS ---
           PERFORM 3660-CALCUL-MAINTIEN THRU 3660-EXIT

      *    --- Rubriques de paie génériques (gains/retenues
      *    libres) ---
           PERFORM 3800-CUMULER-RUBRIQUES
               + WS-MONTANT-DIMANCHE
               + WS-MONTANT-FERIE
               + WS-AST-PRIME
               + WS-MS-COMPLEMENT
               - WS-ABSENCE-MONTANT
               - WS-AP-RETENUE
               - WS-AUTRES-RETENUES
      *    dispensés) ---
           IF EMP-NON-CADRE
               AND NOT EMP-APPRENTI AND NOT EMP-STAGIAIRE
               AND NOT EMP-MANDATAIRE
               PERFORM 3600-CONTROLE-SMIC
           END-IF

      *    --- Contrôle du minimum conventionnel de la grille par
      *    coefficient (apprentis et stagiaires dispensés, leur
      *    rémunération légale étant hors grille, de même que les
      *    mandataires sociaux, hors convention collective) ---
           IF NOT EMP-APPRENTI AND NOT EMP-STAGIAIRE
               AND NOT EMP-MANDATAIRE
               PERFORM 3620-CONTROLE-GRILLE
           END-IF

      *    --- Retraite supplémentaire (PER obligatoire) : parts
      *    salariale et patronale, part patronale excédant le plafond
      *    d'exonération sociale réintégrée au brut ---
           PERFORM 3320-RETRAITE-SUPPLEMENTAIRE THRU 3320-EXIT

      *    --- Tranches et base chômage (plafond 4 × PMSS), sur
      *    plafond proratisé et régularisé sur l'année ---
           PERFORM 3400-CALCUL-TRANCHES

      *    ============================================================
      *    COTISATIONS SALARIALES
           COMPUTE WS-ASSIETTE-CSG ROUNDED =
               WS-BRUT * WS-TX-ASSIETTE-CSG / 100

      *    La contribution patronale de retraite supplémentaire entre
      *    en totalité dans l'assiette CSG/CRDS, sans abattement
      *    (Art. L136-1-1 CSS) ; sa fraction réintégrée au brut n'y
      *    est donc pas abattue non plus
           IF WS-CP-RETR-SUPP > 0
               COMPUTE WS-ASSIETTE-CSG ROUNDED =
                   (WS-BRUT - WS-RS-REINTEG)
                   * WS-TX-ASSIETTE-CSG / 100
                   + WS-CP-RETR-SUPP
           END-IF

      *    CSG déductible : 6.80%
           COMPUTE WS-CS-CSG-DEDUCT ROUNDED =
               WS-ASSIETTE-CSG * WS-TX-CSG-DEDUCT / 100
               PERFORM 3360-FRANCHISE-STAGIAIRE
           END-IF

      *    Part salariale de retraite supplémentaire : contribution
      *    contractuelle, hors régimes d'exonération
           ADD WS-CS-RETR-SUPP TO WS-TOTAL-COT-SAL

      *    ============================================================
      *    NET IMPOSABLE, PAS, NET À PAYER
      *    ============================================================
               WS-BRUT - WS-TOTAL-COT-SAL
               + WS-CS-CSG-NON-DED

      *    Retraite supplémentaire : la part patronale réintégrée au
      *    brut pour les cotisations sociales ne l'est pas pour
      *    l'impôt ; seul l'excédent des parts salariale et patronale
      *    sur la limite de déductibilité fiscale est imposable
           COMPUTE WS-NET-IMPOSABLE =
               WS-NET-IMPOSABLE - WS-RS-REINTEG
               + WS-RS-EXCES-FISCAL

      *    L'indemnité d'activité partielle est imposable (revenu de
      *    remplacement) et entre au net imposable pour son montant
           IF WS-AP-INDEMNITE > 0
           COMPUTE WS-MONTANT-PAS ROUNDED =
               WS-NET-IMPOSABLE * WS-TAUX-PAS-CALC / 100

      *    Net avant PAS — la part patronale de retraite
      *    supplémentaire réintégrée au brut est versée à l'assureur,
      *    pas au salarié
           COMPUTE WS-NET-AVANT-PAS =
               WS-BRUT - WS-TOTAL-COT-SAL - WS-RS-REINTEG

      *    Net à payer
           COMPUTE WS-NET-A-PAYER =
      *    Maintien de salaire par subrogation — l'employeur avance
      *    l'IJSS au salarié et se fait rembourser par la CPAM
           COMPUTE WS-NET-A-PAYER =
               WS-NET-A-PAYER + WS-IJSS-MONTANT + WS-TPT-IJSS

      *    Indemnité d'activité partielle, nette de la CSG/CRDS au
      *    taux des revenus de remplacement — exonérée de cotisations
                   WS-BRUT * WS-TX-MUTUELLE-SAL / 100
           END-IF.

      ******************************************************************
       3320-RETRAITE-SUPPLEMENTAIRE.
      ******************************************************************
      *    Retient la ligne d'affiliation au PER obligatoire en
      *    vigueur sur la période (même règle que la mutuelle) et
      *    applique ses taux au brut du mois. La part patronale est
      *    exonérée de cotisations sociales jusqu'au plafond
      *    mensuel ; l'excédent est réintégré au brut, donc aux
      *    assiettes, comme un avantage en nature, et repris du net.
      *    La limite de déductibilité fiscale porte sur la somme des
      *    deux parts ; l'excédent est ajouté au net imposable.
           MOVE 0 TO WS-RSU-AFFILIE
           MOVE 0 TO WS-RSU-BEST-DEBUT
           COMPUTE WS-MUT-DEBUT-PERIODE = WS-PERIODE * 100 + 1
           COMPUTE WS-MUT-FIN-PERIODE = WS-PERIODE * 100 + 31

           PERFORM VARYING WS-RSU-IDX FROM 1 BY 1
                   UNTIL WS-RSU-IDX > WS-RSU-COUNT
               IF WS-RSU-MATRICULE(WS-RSU-IDX) = EMP-MATRICULE
                   AND WS-RSU-DATE-DEBUT(WS-RSU-IDX)
                       <= WS-MUT-FIN-PERIODE
                   AND (WS-RSU-DATE-FIN(WS-RSU-IDX) = 0
                       OR WS-RSU-DATE-FIN(WS-RSU-IDX)
                           >= WS-MUT-DEBUT-PERIODE)
                   AND WS-RSU-DATE-DEBUT(WS-RSU-IDX)
                       > WS-RSU-BEST-DEBUT
                   MOVE WS-RSU-DATE-DEBUT(WS-RSU-IDX)
                       TO WS-RSU-BEST-DEBUT
                   MOVE WS-RSU-TAUX-SAL(WS-RSU-IDX) TO WS-RS-TX-SAL
                   MOVE WS-RSU-TAUX-PAT(WS-RSU-IDX) TO WS-RS-TX-PAT
                   MOVE WS-RSU-ASSUREUR(WS-RSU-IDX)
                       TO WS-RS-ASSUREUR
                   SET RSU-AFFILIE TO TRUE
               END-IF
           END-PERFORM

           IF NOT RSU-AFFILIE OR WS-BRUT <= 0
               GO TO 3320-EXIT
           END-IF

           MOVE WS-BRUT TO WS-RS-ASSIETTE
           COMPUTE WS-CS-RETR-SUPP ROUNDED =
               WS-RS-ASSIETTE * WS-RS-TX-SAL / 100
           COMPUTE WS-CP-RETR-SUPP ROUNDED =
               WS-RS-ASSIETTE * WS-RS-TX-PAT / 100

      *    Plafond d'exonération sociale de la part patronale
           COMPUTE WS-TEMP = WS-PMSS * WS-RS-PLAF-SOC-NB-PMSS
           IF WS-RS-ASSIETTE < WS-TEMP
               MOVE WS-RS-ASSIETTE TO WS-TEMP
           END-IF
           COMPUTE WS-RS-PLAF-SOCIAL ROUNDED =
               WS-TEMP * WS-RS-PLAF-SOC-PCT / 100
           COMPUTE WS-TEMP2 ROUNDED =
               WS-PMSS * WS-RS-PLAF-SOC-PCT / 100
           IF WS-RS-PLAF-SOCIAL < WS-TEMP2
               MOVE WS-TEMP2 TO WS-RS-PLAF-SOCIAL
           END-IF
           IF WS-CP-RETR-SUPP > WS-RS-PLAF-SOCIAL
               COMPUTE WS-RS-REINTEG =
                   WS-CP-RETR-SUPP - WS-RS-PLAF-SOCIAL
           ELSE
               MOVE 0 TO WS-RS-REINTEG
           END-IF
           COMPUTE WS-RS-EXONERE = WS-CP-RETR-SUPP - WS-RS-REINTEG
           ADD WS-RS-REINTEG TO WS-BRUT

      *    Limite de déductibilité fiscale des deux parts
           COMPUTE WS-TEMP = WS-PMSS * WS-RS-PLAF-FIS-NB-PMSS
           IF WS-RS-ASSIETTE < WS-TEMP
               MOVE WS-RS-ASSIETTE TO WS-TEMP
           END-IF
           COMPUTE WS-RS-PLAF-FISCAL ROUNDED =
               WS-TEMP * WS-RS-PLAF-FIS-PCT / 100
           IF WS-CS-RETR-SUPP + WS-CP-RETR-SUPP > WS-RS-PLAF-FISCAL
               COMPUTE WS-RS-EXCES-FISCAL =
                   WS-CS-RETR-SUPP + WS-CP-RETR-SUPP
                   - WS-RS-PLAF-FISCAL
           ELSE
               MOVE 0 TO WS-RS-EXCES-FISCAL
           END-IF.

       3320-EXIT.
           EXIT.

      ******************************************************************
       3060-CALCUL-SEGMENTS-CONTRAT.
      ******************************************************************
           MOVE 0 TO WS-MONTANT-DIMANCHE
           MOVE 0 TO WS-MONTANT-FERIE

           IF (VAR-HEURES-NUIT = 0 AND VAR-HEURES-DIMANCHE = 0
               AND VAR-HEURES-FERIE = 0)
               OR EMP-MANDATAIRE
               CONTINUE
           ELSE
               IF EMP-CADRE OR EMP-CADRE-DIR
               END-IF
           END-IF.

      ******************************************************************
       3075-TEMPS-THERAPEUTIQUE.
      ******************************************************************
      *    Temps partiel thérapeutique (Art. L323-3 CSS) : pour chaque
      *    période de TEMPS-THERAPEUTIQUE.dat couvrant le mois, la
      *    part non travaillée de la base (100 % moins le pourcentage
      *    travaillé) est retenue au prorata des trentièmes couverts.
      *    La CPAM indemnise cette part : les IJSS, avancées par
      *    l'employeur en subrogation, sont l'IJ journalière notifiée
      *    multipliée par les jours calendaires couverts ou, à
      *    défaut de notification, la retenue au taux maladie. Elles
      *    sont créditées sur le net et portées au registre des
      *    créances sous la nature TPT (cf. 5000). Le contrat n'étant
      *    pas modifié, la durée contractuelle reste celle du dossier.
           MOVE 0 TO WS-TPT-RETENUE
           MOVE 0 TO WS-TPT-IJSS
           MOVE 0 TO WS-TPT-TROUVE
      *    Le mandataire social sans contrat de travail n'est pas
      *    concerné.
           IF EMP-MANDATAIRE OR WS-TPT-COUNT = 0
               GO TO 3075-EXIT
           END-IF

           DIVIDE WS-PERIODE BY 100
               GIVING WS-TPT-ANNEE REMAINDER WS-TPT-MOIS
           EVALUATE WS-TPT-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-TPT-JOURS-MOIS
               WHEN 2
                   DIVIDE WS-TPT-ANNEE BY 4
                       GIVING WS-TPT-QUOTIENT REMAINDER WS-TPT-RESTE
                   IF WS-TPT-RESTE = 0
                       MOVE 29 TO WS-TPT-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-TPT-JOURS-MOIS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-TPT-JOURS-MOIS
           END-EVALUATE
           COMPUTE WS-TPT-DEBUT-MOIS = WS-PERIODE * 100 + 1
           COMPUTE WS-TPT-FIN-MOIS =
               WS-PERIODE * 100 + WS-TPT-JOURS-MOIS
           MOVE WS-SALAIRE-BASE TO WS-TPT-BASE-PLEINE

           PERFORM VARYING WS-TPT-IDX FROM 1 BY 1
                   UNTIL WS-TPT-IDX > WS-TPT-COUNT
               IF WS-TPT-MATRICULE(WS-TPT-IDX) = EMP-MATRICULE
                   AND WS-TPT-DATE-DEBUT(WS-TPT-IDX)
                       <= WS-TPT-FIN-MOIS
                   AND (WS-TPT-DATE-FIN(WS-TPT-IDX) = 0
                       OR WS-TPT-DATE-FIN(WS-TPT-IDX)
                           >= WS-TPT-DEBUT-MOIS)
                   PERFORM 3076-PERIODE-THERAPEUTIQUE
               END-IF
           END-PERFORM

           IF NOT TPT-TROUVE
               GO TO 3075-EXIT
           END-IF
           IF WS-TPT-RETENUE > WS-SALAIRE-BASE
               MOVE WS-SALAIRE-BASE TO WS-TPT-RETENUE
           END-IF
           SUBTRACT WS-TPT-RETENUE FROM WS-SALAIRE-BASE.

       3075-EXIT.
           EXIT.

      ******************************************************************
       3076-PERIODE-THERAPEUTIQUE.
      ******************************************************************
      *    Jours de la période compris dans le mois : en trentièmes
      *    (fin de mois = 30e, comme les autres prorata mensuels)
      *    pour la retenue, en jours calendaires pour l'IJ.
           SET TPT-TROUVE TO TRUE
           MOVE WS-TPT-POURCENTAGE(WS-TPT-IDX) TO WS-TPT-POURCENT-MOIS
           MOVE WS-TPT-IJ-JOUR(WS-TPT-IDX) TO WS-TPT-IJ-MOIS
           IF WS-TPT-DATE-DEBUT(WS-TPT-IDX) < WS-TPT-DEBUT-MOIS
               MOVE 1 TO WS-TPT-JOUR-DEBUT
           ELSE
               MOVE WS-TPT-DATE-DEBUT(WS-TPT-IDX)(7:2)
                   TO WS-TPT-JOUR-DEBUT
           END-IF
           IF WS-TPT-DATE-FIN(WS-TPT-IDX) = 0
               OR WS-TPT-DATE-FIN(WS-TPT-IDX) > WS-TPT-FIN-MOIS
               MOVE WS-TPT-JOURS-MOIS TO WS-TPT-JOUR-FIN
           ELSE
               MOVE WS-TPT-DATE-FIN(WS-TPT-IDX)(7:2)
                   TO WS-TPT-JOUR-FIN
           END-IF
           COMPUTE WS-TPT-JOURS-CAL =
               WS-TPT-JOUR-FIN - WS-TPT-JOUR-DEBUT + 1
           IF WS-TPT-JOUR-FIN = WS-TPT-JOURS-MOIS
               COMPUTE WS-TPT-JOURS-30 = 30 - WS-TPT-JOUR-DEBUT + 1
           ELSE
               MOVE WS-TPT-JOURS-CAL TO WS-TPT-JOURS-30
           END-IF
           IF WS-TPT-JOURS-30 > 30
               MOVE 30 TO WS-TPT-JOURS-30
           END-IF
           IF WS-TPT-JOURS-30 < 0
               MOVE 0 TO WS-TPT-JOURS-30
           END-IF

           COMPUTE WS-TPT-RETENUE-PER ROUNDED =
               WS-TPT-BASE-PLEINE * (100 - WS-TPT-POURCENT-MOIS) / 100
               * WS-TPT-JOURS-30 / 30
           ADD WS-TPT-RETENUE-PER TO WS-TPT-RETENUE

           IF WS-TPT-IJ-MOIS > 0
               COMPUTE WS-TPT-IJSS ROUNDED = WS-TPT-IJSS
                   + WS-TPT-IJ-MOIS * WS-TPT-JOURS-CAL
           ELSE
               COMPUTE WS-TPT-IJSS ROUNDED = WS-TPT-IJSS
                   + WS-TPT-RETENUE-PER * WS-TX-IJSS-MALADIE / 100
           END-IF.

      ******************************************************************
       3350-EXONERATION-APPRENTI.
      ******************************************************************
               - WS-EXONER-HS.

      ******************************************************************
       3400-CALCUL-TRANCHES.
      ******************************************************************
      *    Plafond de sécurité sociale du mois proratisé (entrée ou
      *    sortie en cours de mois, temps partiel), puis
      *    régularisation progressive : la tranche A cumulée depuis
      *    janvier est bornée par le plafond cumulé, la tranche du
      *    mois est la différence avec la tranche A déjà cotisée
      *    (Art. R242-2 et R242-3 CSS). Même mécanisme pour
      *    l'assiette chômage plafonnée à 4 plafonds.
           PERFORM 3410-PRORATA-PLAFOND
           COMPUTE WS-PLF-PLAFOND ROUNDED =
               WS-PMSS * WS-PLF-PRORATA
           COMPUTE WS-PLF-PLAFOND-CHOM ROUNDED =
               WS-PLAFOND-CHOMAGE * WS-PLF-PRORATA

      *    Cumuls de l'année hors période en cours
           MOVE 0 TO WS-PLF-CUM-PLAFOND
           MOVE 0 TO WS-PLF-CUM-T1
           MOVE 0 TO WS-PLF-CUM-T2
           MOVE 0 TO WS-PLF-CUM-PLAF-CHOM
           MOVE 0 TO WS-PLF-CUM-BASE-CHOM
           DIVIDE WS-PERIODE BY 100 GIVING WS-CUM-ANNEE
           MOVE EMP-MATRICULE TO CUM-MATRICULE
           MOVE WS-CUM-ANNEE  TO CUM-ANNEE
           READ CUMULS-FILE
               KEY IS CUM-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUM-PLAFOND-SS      TO WS-PLF-CUM-PLAFOND
                   MOVE CUM-TRANCHE-1       TO WS-PLF-CUM-T1
                   MOVE CUM-TRANCHE-2       TO WS-PLF-CUM-T2
                   MOVE CUM-PLAFOND-CHOMAGE TO WS-PLF-CUM-PLAF-CHOM
                   MOVE CUM-BASE-CHOMAGE    TO WS-PLF-CUM-BASE-CHOM
           END-READ

      *    Rémunération cumulée : tranches déjà cotisées + brut du
      *    mois
           COMPUTE WS-PLF-CUM-REMUN =
               WS-PLF-CUM-T1 + WS-PLF-CUM-T2 + WS-BRUT
           ADD WS-PLF-PLAFOND      TO WS-PLF-CUM-PLAFOND
           ADD WS-PLF-PLAFOND-CHOM TO WS-PLF-CUM-PLAF-CHOM

           IF WS-PLF-CUM-REMUN > WS-PLF-CUM-PLAFOND
               COMPUTE WS-TRANCHE-1 =
                   WS-PLF-CUM-PLAFOND - WS-PLF-CUM-T1
           ELSE
               COMPUTE WS-TRANCHE-1 =
                   WS-PLF-CUM-REMUN - WS-PLF-CUM-T1
           END-IF
           COMPUTE WS-TRANCHE-2 = WS-BRUT - WS-TRANCHE-1

           IF WS-PLF-CUM-REMUN > WS-PLF-CUM-PLAF-CHOM
               COMPUTE WS-BASE-CHOMAGE =
                   WS-PLF-CUM-PLAF-CHOM - WS-PLF-CUM-BASE-CHOM
           ELSE
               COMPUTE WS-BASE-CHOMAGE =
                   WS-PLF-CUM-REMUN - WS-PLF-CUM-BASE-CHOM
           END-IF

      *    Mandataire social : hors assurance chômage, ni assiette ni
      *    plafond chômage ne sont cumulés.
           IF EMP-MANDATAIRE
               MOVE 0 TO WS-BASE-CHOMAGE
               MOVE 0 TO WS-PLF-PLAFOND-CHOM
           END-IF.

      ******************************************************************
       3410-PRORATA-PLAFOND.
      ******************************************************************
      *    Prorata du plafond : jours calendaires de présence sur
      *    jours calendaires du mois en cas d'entrée ou de sortie en
      *    cours de mois, multiplié pour un temps partiel par le
      *    rapport de l'horaire contractuel à la durée légale
      *    (Art. L242-8 et R242-7 CSS).
           DIVIDE WS-PERIODE BY 100
               GIVING WS-PLF-ANNEE REMAINDER WS-PLF-MOIS
           EVALUATE WS-PLF-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-PLF-JOURS-MOIS
               WHEN 2
                   MOVE 28 TO WS-PLF-JOURS-MOIS
                   DIVIDE WS-PLF-ANNEE BY 4
                       GIVING WS-PLF-QUOTIENT REMAINDER WS-PLF-RESTE
                   IF WS-PLF-RESTE = 0
                       MOVE 29 TO WS-PLF-JOURS-MOIS
                       DIVIDE WS-PLF-ANNEE BY 100
                           GIVING WS-PLF-QUOTIENT
                           REMAINDER WS-PLF-RESTE
                       IF WS-PLF-RESTE = 0
                           DIVIDE WS-PLF-ANNEE BY 400
                               GIVING WS-PLF-QUOTIENT
                               REMAINDER WS-PLF-RESTE
                           IF WS-PLF-RESTE NOT = 0
                               MOVE 28 TO WS-PLF-JOURS-MOIS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-PLF-JOURS-MOIS
           END-EVALUATE

           MOVE 1 TO WS-PLF-JOUR-DEBUT
           MOVE WS-PLF-JOURS-MOIS TO WS-PLF-JOUR-FIN
           DIVIDE EMP-DATE-ENTREE BY 100
               GIVING WS-PLF-PERIODE-DATE REMAINDER WS-PLF-JOUR
           IF WS-PLF-PERIODE-DATE = WS-PERIODE
               MOVE WS-PLF-JOUR TO WS-PLF-JOUR-DEBUT
           END-IF
           IF EMP-DATE-SORTIE NOT = 0
               DIVIDE EMP-DATE-SORTIE BY 100
                   GIVING WS-PLF-PERIODE-DATE REMAINDER WS-PLF-JOUR
               IF WS-PLF-PERIODE-DATE = WS-PERIODE
                   MOVE WS-PLF-JOUR TO WS-PLF-JOUR-FIN
               END-IF
           END-IF

           IF WS-PLF-JOUR-FIN < WS-PLF-JOUR-DEBUT
               MOVE 0 TO WS-PLF-PRORATA
           ELSE
               COMPUTE WS-PLF-PRORATA ROUNDED =
                   (WS-PLF-JOUR-FIN - WS-PLF-JOUR-DEBUT + 1)
                   / WS-PLF-JOURS-MOIS
           END-IF

           IF EMP-TEMPS-PARTIEL
               AND EMP-HEURES-MENSUELLES < WS-HEURES-REF
               COMPUTE WS-PLF-PRORATA ROUNDED =
                   WS-PLF-PRORATA * EMP-HEURES-MENSUELLES
                   / WS-HEURES-REF
           END-IF.

      ******************************************************************
       3500-CALCUL-TAUX-PAS-NEUTRE.
      ******************************************************************
      *    Barème taux neutre PAS 2024
      *    Art. 204 H du CGI
           EVALUATE TRUE
               WHEN WS-NET-IMPOSABLE <= WS-PAS-LIM-1
                   MOVE WS-PAS-TX-0 TO WS-TAUX-PAS-CALC
               WHEN WS-NET-IMPOSABLE <= WS-PAS-LIM-2
                   MOVE WS-PAS-TX-1 TO WS-TAUX-PAS-CALC
               WHEN WS-NET-IMPOSABLE <= WS-PAS-LIM-3
                   MOVE WS-PAS-TX-2 TO WS-TAUX-PAS-CALC
               WHEN WS-NET-IMPOSABLE <= WS-PAS-LIM-4
                   MOVE WS-PAS-TX-3 TO WS-TAUX-PAS-CALC
               WHEN WS-NET-IMPOSABLE <= WS-PAS-LIM-5
                   MOVE WS-PAS-TX-4 TO WS-TAUX-PAS-CALC
               WHEN WS-NET-IMPOSABLE <= WS-PAS-LIM-6
      *    (non garantis, non obligatoires) ne comptent pas dans
      *    l'assiette de comparaison au SMIC : seul le salaire de base
      *    est retenu ici, pour ne pas masquer un salaire de base
      *    insuffisant derrière une prime. En temps partiel
      *    thérapeutique, la base est comparée avant la retenue de la
      *    part non travaillée, la durée contractuelle étant
      *    inchangée.
           IF EMP-HEURES-MENSUELLES > 0
               COMPUTE WS-TAUX-EFFECTIF ROUNDED =
                   (WS-SALAIRE-BASE + WS-TPT-RETENUE)
                   / EMP-HEURES-MENSUELLES

               IF WS-TAUX-EFFECTIF < WS-SMIC-HORAIRE
                   MOVE EMP-MATRICULE     TO EXC-MATRICULE
      *    proratisé sur le quota contractuel rapporté à la durée
      *    légale mensualisée. Tout bulletin sous le minimum alimente
      *    le fichier des anomalies de grille, sur le modèle des
      *    exceptions SMIC. La retenue du temps partiel thérapeutique
      *    n'est pas une insuffisance de rémunération : le brut est
      *    comparé avant cette retenue.
           MOVE 0 TO WS-GRI-BEST-PERIODE
           MOVE 0 TO WS-GRI-MINIMUM-APPLIQUE
           PERFORM VARYING WS-GRI-IDX FROM 1 BY 1
                       WS-GRI-MINIMUM-APPLIQUE
                       * EMP-HEURES-MENSUELLES / WS-HEURES-REF
               END-IF
               IF WS-BRUT + WS-TPT-RETENUE < WS-GRI-MINIMUM-APPLIQUE
                   PERFORM 3625-ECRIRE-ANOMALIE-GRILLE
               END-IF
           END-IF.
           MOVE 0 TO WS-IJSS-MONTANT
           MOVE 0 TO WS-RTT-JOURS-PRIS

      *    Mandataire social : la rémunération du mandat ne se
      *    décompte pas en temps de présence, aucune retenue pour
      *    absence ni subrogation.
           IF EMP-MANDATAIRE
               MOVE 0 TO WS-ABSENCE-MONTANT
               GO TO 3650-EXIT
           END-IF

      *    Forfait annuel en jours : l'absence se décompte en jours
      *    (VAR-ABSENCE-JOURS), valorisée au forfait mensuel rapporté
      *    aux jours ouvrés moyens ; un jour de RTT pris est un repos
               GO TO 3650-EXIT
           END-IF

      *    Le repos pris au titre de la contrepartie obligatoire en
      *    repos est rémunéré : décompté du compteur du contingent
      *    par GESTION-ABSENCES, il n'entraîne aucune retenue.
           IF VAR-ABS-COR
               MOVE 0 TO WS-ABSENCE-MONTANT
               GO TO 3650-EXIT
           END-IF

           IF VAR-ABSENCE-HEURES > 0
               COMPUTE WS-ABSENCE-MONTANT ROUNDED =
                   VAR-ABSENCE-HEURES * EMP-TAUX-HORAIRE
       3650-EXIT.
           EXIT.

      ******************************************************************
       3660-CALCUL-MAINTIEN.
      ******************************************************************
      *    Complément employeur dû sur les jours d'arrêt de maladie
      *    ou d'accident du travail de la période. Les jours d'arrêt
      *    (heures d'absence ramenées en jours, ou jours du forfait)
      *    s'imputent d'abord sur la carence restant à courir pour
      *    l'arrêt, puis sur les droits à 90% et enfin à 66%
      *    restant après les jours déjà indemnisés sur les 12 mois
      *    glissants (compteur MAINTIEN-SALAIRE.dat). Le complément
      *    porte la rémunération au taux garanti, IJSS subrogées
      *    déduites ; il est ajouté au brut et soumis à cotisations.
      *    Le compteur est mis à jour après écriture du bulletin
      *    (5400).
           MOVE 0 TO WS-MS-COMPLEMENT
           MOVE 0 TO WS-MS-JOURS
           MOVE 0 TO WS-MS-JOURS-CARENCE
           MOVE 0 TO WS-MS-JOURS-90
           MOVE 0 TO WS-MS-JOURS-66
           MOVE 0 TO WS-MS-ARRET

           IF NOT VAR-ABS-MALADIE AND NOT VAR-ABS-ACCIDENT-TRAV
               GO TO 3660-EXIT
           END-IF
      *    Le maintien de salaire conventionnel suppose un contrat de
      *    travail : pas de complément pour un mandataire social.
           IF EMP-MANDATAIRE
               GO TO 3660-EXIT
           END-IF

           IF EMP-FORFAIT-JOURS
               MOVE VAR-ABSENCE-JOURS TO WS-MS-JOURS
           ELSE
               COMPUTE WS-MS-JOURS ROUNDED =
                   VAR-ABSENCE-HEURES / WS-TR-HEURES-PAR-JOUR
           END-IF
           IF WS-MS-JOURS NOT > 0 OR WS-ABSENCE-MONTANT NOT > 0
               GO TO 3660-EXIT
           END-IF
           SET MS-ARRET TO TRUE

           DIVIDE WS-PERIODE BY 100
               GIVING WS-MS-ANNEE REMAINDER WS-MS-MOIS
           COMPUTE WS-MS-RANG-PERIODE = WS-MS-ANNEE * 12 + WS-MS-MOIS

           MOVE 0 TO WS-MS-FOUND
           MOVE EMP-MATRICULE TO MSA-MATRICULE
           READ MAINTIEN-SALAIRE-FILE
               KEY IS MSA-MATRICULE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MSA-FOUND TO TRUE
           END-READ
           IF NOT MSA-FOUND
               INITIALIZE MAINTIEN-SALAIRE-RECORD
               MOVE EMP-MATRICULE TO MSA-MATRICULE
           END-IF

      *    Arrêt de rattachement : date portée par la saisie ; à
      *    défaut, ou pour une absence commençant le premier du mois,
      *    suite (prolongation) de l'arrêt de même nature du mois
      *    précédent, sinon nouvel arrêt ouvert le premier jour de
      *    la période.
           MOVE VAR-DATE-DEBUT-ARRET TO WS-MS-DATE-ARRET
           IF WS-MS-DATE-ARRET = 0
               OR WS-MS-DATE-ARRET = WS-PERIODE * 100 + 1
               IF WS-MS-MOIS = 1
                   MOVE 12 TO WS-MS-PREC
               ELSE
                   COMPUTE WS-MS-PREC = WS-MS-MOIS - 1
               END-IF
               MOVE WS-MS-PREC TO WS-MS-IDX
               PERFORM 3665-RANG-CASE
               IF WS-MS-RANG-CASE + 1 = WS-MS-RANG-PERIODE
                   AND MSA-TYPE(WS-MS-PREC) = VAR-ABSENCE-TYPE
                   AND MSA-JOURS-ARRET(WS-MS-PREC) > 0
                   MOVE MSA-DATE-ARRET(WS-MS-PREC) TO WS-MS-DATE-ARRET
               ELSE
                   COMPUTE WS-MS-DATE-ARRET = WS-PERIODE * 100 + 1
               END-IF
           END-IF

      *    Jours déjà indemnisés sur les 11 mois précédant la
      *    période et jours déjà courus du même arrêt
           MOVE 0 TO WS-MS-CONSOMMES
           MOVE 0 TO WS-MS-JOURS-AVANT
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > 12
               IF WS-MS-IDX NOT = WS-MS-MOIS
                   PERFORM 3665-RANG-CASE
                   IF WS-MS-RANG-CASE < WS-MS-RANG-PERIODE
                       AND WS-MS-RANG-CASE + 11 >= WS-MS-RANG-PERIODE
                       ADD MSA-JOURS-90(WS-MS-IDX)
                           MSA-JOURS-66(WS-MS-IDX)
                           TO WS-MS-CONSOMMES
                       IF MSA-DATE-ARRET(WS-MS-IDX) = WS-MS-DATE-ARRET
                           ADD MSA-JOURS-ARRET(WS-MS-IDX)
                               TO WS-MS-JOURS-AVANT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

      *    Ancienneté appréciée au premier jour de l'arrêt
           IF EMP-DATE-ENTREE = 0
               MOVE EMP-ANCIENNETE-ANNEES TO WS-MS-ANCIENNETE
           ELSE
               IF EMP-DATE-ENTREE < WS-MS-DATE-ARRET
                   COMPUTE WS-MS-ANCIENNETE =
                       (WS-MS-DATE-ARRET - EMP-DATE-ENTREE) / 10000
               ELSE
                   MOVE 0 TO WS-MS-ANCIENNETE
               END-IF
           END-IF
           IF WS-MS-ANCIENNETE < 1
               MOVE 0 TO WS-MS-DROITS
           ELSE
               COMPUTE WS-MS-TRANCHES = (WS-MS-ANCIENNETE - 1) / 5
               COMPUTE WS-MS-DROITS =
                   WS-MS-DUREE-BASE + WS-MS-TRANCHES * 10
               IF WS-MS-DROITS > WS-MS-DUREE-MAX
                   MOVE WS-MS-DUREE-MAX TO WS-MS-DROITS
               END-IF
           END-IF

      *    Carence : arrêt de maladie uniquement
           IF VAR-ABS-MALADIE AND WS-MS-JOURS-AVANT < WS-MS-CARENCE
               COMPUTE WS-MS-JOURS-CARENCE =
                   WS-MS-CARENCE - WS-MS-JOURS-AVANT
               IF WS-MS-JOURS-CARENCE > WS-MS-JOURS
                   MOVE WS-MS-JOURS TO WS-MS-JOURS-CARENCE
               END-IF
           END-IF
           COMPUTE WS-MS-INDEMNISABLES =
               WS-MS-JOURS - WS-MS-JOURS-CARENCE

      *    Droits restants : les jours consommés épuisent d'abord
      *    la période à 90%, puis celle à 66%
           COMPUTE WS-MS-RESTE-90 = WS-MS-DROITS - WS-MS-CONSOMMES
           IF WS-MS-RESTE-90 < 0
               COMPUTE WS-MS-RESTE-66 = WS-MS-DROITS + WS-MS-RESTE-90
               MOVE 0 TO WS-MS-RESTE-90
               IF WS-MS-RESTE-66 < 0
                   MOVE 0 TO WS-MS-RESTE-66
               END-IF
           ELSE
               MOVE WS-MS-DROITS TO WS-MS-RESTE-66
           END-IF

           IF WS-MS-INDEMNISABLES > WS-MS-RESTE-90
               MOVE WS-MS-RESTE-90 TO WS-MS-JOURS-90
           ELSE
               MOVE WS-MS-INDEMNISABLES TO WS-MS-JOURS-90
           END-IF
           COMPUTE WS-MS-JOURS-66 =
               WS-MS-INDEMNISABLES - WS-MS-JOURS-90
           IF WS-MS-JOURS-66 > WS-MS-RESTE-66
               MOVE WS-MS-RESTE-66 TO WS-MS-JOURS-66
           END-IF

           IF WS-MS-DROITS > 0
               AND WS-MS-INDEMNISABLES > WS-MS-JOURS-90 + WS-MS-JOURS-66
               DISPLAY "CALC-PAIE|WARN|" WS-RECORDS-READ
                   "|MAINTIEN-EPUISE=" EMP-MATRICULE
           END-IF

           IF WS-MS-JOURS-90 + WS-MS-JOURS-66 = 0
               GO TO 3660-EXIT
           END-IF

      *    Rémunération et IJSS journalières de l'absence
           COMPUTE WS-MS-JOURNALIER =
               WS-ABSENCE-MONTANT / WS-MS-JOURS
           COMPUTE WS-MS-IJSS-JOUR =
               WS-IJSS-MONTANT / WS-MS-JOURS
           COMPUTE WS-MS-COMPLEMENT ROUNDED =
               WS-MS-JOURS-90 * WS-MS-JOURNALIER * WS-MS-TX-1 / 100
               + WS-MS-JOURS-66 * WS-MS-JOURNALIER * WS-MS-TX-2 / 100
               - (WS-MS-JOURS-90 + WS-MS-JOURS-66) * WS-MS-IJSS-JOUR
           IF WS-MS-COMPLEMENT < 0
               MOVE 0 TO WS-MS-COMPLEMENT
           END-IF.

       3660-EXIT.
           EXIT.

      ******************************************************************
       3665-RANG-CASE.
      ******************************************************************
      *    Rang en mois (année × 12 + mois) de la période portée par
      *    la case WS-MS-IDX du compteur ; zéro pour une case vide.
           DIVIDE MSA-PERIODE(WS-MS-IDX) BY 100
               GIVING WS-MS-ANNEE-CASE REMAINDER WS-MS-MOIS-CASE
           COMPUTE WS-MS-RANG-CASE =
               WS-MS-ANNEE-CASE * 12 + WS-MS-MOIS-CASE.

      ******************************************************************
       3700-CUMULER-ACOMPTE.
      ******************************************************************
               END-IF
           END-PERFORM

      *    Un mandataire social n'est pas éligible à l'activité
      *    partielle (Art. L5122-1 C. trav., salariés seulement).
           IF EMP-MANDATAIRE
               MOVE 0 TO WS-AP-HEURES
           END-IF

           IF WS-AP-HEURES > 0
               IF EMP-CADRE OR EMP-CADRE-DIR
                   COMPUTE WS-AP-TAUX-HORAIRE ROUNDED =
      ******************************************************************
       4000-CALCUL-COTISATIONS-PAT.
      ******************************************************************
      *    Maladie patronale et allocations familiales — taux réduits
      *    ou pleins selon les bandeaux de rémunération annuelle
           PERFORM 4040-BANDEAUX-MALADIE-AF

      *    Vieillesse plafonnée patronale — Décret n°2014-1531
           COMPUTE WS-CP-VIEILL-PLAF ROUNDED =
           COMPUTE WS-CP-VIEILL-DEPLAF ROUNDED =
               WS-BRUT * WS-TX-VIEILL-DEPLAF-PAT / 100

      *    AT/MP — Art. L241-5 CSS : taux notifié à l'établissement
      *    par la CARSAT, à défaut taux du barème
           IF ETAB-ATMP-TAUX(WS-ETAB-IDX) > 0
               COMPUTE WS-CP-ATMP ROUNDED =
                   WS-BRUT * ETAB-ATMP-TAUX(WS-ETAB-IDX) / 100
           ELSE
               COMPUTE WS-CP-ATMP ROUNDED =
                   WS-BRUT * WS-TX-ATMP / 100
           END-IF

      *    FNAL — Art. L834-1 CSS : 0.50% du brut total à partir de
      *    50 salariés, 0.10% de la seule tranche 1 en deçà (tranche
      *    d'effectif de l'entreprise, règle des cinq années)
           IF EFF-ENTR-MOINS-50
               MOVE WS-TX-FNAL-MOINS-50 TO WS-TX-FNAL-APPLIQUE
               COMPUTE WS-CP-FNAL ROUNDED =
                   WS-TRANCHE-1 * WS-TX-FNAL-MOINS-50 / 100
           ELSE
               MOVE WS-TX-FNAL TO WS-TX-FNAL-APPLIQUE
               COMPUTE WS-CP-FNAL ROUNDED =
                   WS-BRUT * WS-TX-FNAL / 100
           END-IF

      *    Retraite complémentaire patronale — ANI 2017
           COMPUTE WS-CP-RETR-T1 ROUNDED =
               MOVE 0 TO WS-CP-PREVOY
           END-IF

      *    Forfait social sur la prévoyance patronale — Art. L137-15
      *    CSS, dû à partir de 11 salariés
           IF EFF-ENTR-MOINS-11
               MOVE 0 TO WS-CP-FORFAIT-SOCIAL
           ELSE
               COMPUTE WS-CP-FORFAIT-SOCIAL ROUNDED =
                   WS-CP-PREVOY * WS-TX-FORFAIT-SOC-PREV / 100
           END-IF

      *    Forfait social sur la part patronale exonérée de retraite
      *    supplémentaire — Art. L137-15 CSS, dû quel que soit
      *    l'effectif
           IF WS-RS-EXONERE > 0
               COMPUTE WS-TEMP ROUNDED =
                   WS-RS-EXONERE * WS-TX-FORFAIT-SOC-RETR / 100
               ADD WS-TEMP TO WS-CP-FORFAIT-SOCIAL
           END-IF

      *    Chômage patronal — Convention Unédic
           COMPUTE WS-CP-CHOMAGE ROUNDED =
               WS-BASE-CHOMAGE * WS-TX-CHOMAGE-PAT / 100

      *    AGS — Art. L3253-18 Code du travail ; la garantie des
      *    salaires ne couvre pas le mandat social, la cotisation
      *    n'est pas due pour un mandataire.
           IF EMP-MANDATAIRE
               MOVE 0 TO WS-CP-AGS
           ELSE
               COMPUTE WS-CP-AGS ROUNDED =
                   WS-BRUT * WS-TX-AGS / 100
           END-IF

      *    Versement mobilité — taux de l'établissement, sur brut
      *    déplafonné (Art. L2333-64 et L2531-4 CGCT), dû à partir
      *    de 11 salariés
           IF EFF-ENTR-MOINS-11
               MOVE 0 TO WS-CP-VERSEMENT-MOBIL
           ELSE
               COMPUTE WS-CP-VERSEMENT-MOBIL ROUNDED =
                   WS-BRUT * ETAB-VM-TAUX(WS-ETAB-IDX) / 100
           END-IF

      *    Contribution solidarité autonomie — Art. L137-40 CASF,
      *    sur la même assiette que la maladie patronale
           COMPUTE WS-CP-CSA ROUNDED =
               WS-BRUT * WS-TX-CSA / 100

      *    Total cotisations patronales
           COMPUTE WS-CP-TOTAL =
               + WS-CP-CHOMAGE
               + WS-CP-AGS
               + WS-CP-VERSEMENT-MOBIL
               + WS-CP-FORFAIT-SOCIAL
               + WS-CP-CSA

      *    Gratification de stage : les cotisations patronales ne
      *    portent que sur la fraction excédant la franchise (même
                   WS-CP-AGS * WS-EXO-RATIO
               COMPUTE WS-CP-VERSEMENT-MOBIL ROUNDED =
                   WS-CP-VERSEMENT-MOBIL * WS-EXO-RATIO
               COMPUTE WS-CP-FORFAIT-SOCIAL ROUNDED =
                   WS-CP-FORFAIT-SOCIAL * WS-EXO-RATIO
               COMPUTE WS-CP-CSA ROUNDED =
                   WS-CP-CSA * WS-EXO-RATIO
               COMPUTE WS-CP-TOTAL ROUNDED =
                   WS-CP-TOTAL * WS-EXO-RATIO
           END-IF

      *    Part patronale de retraite supplémentaire : contribution
      *    contractuelle, hors franchise et réduction générale
           ADD WS-CP-RETR-SUPP TO WS-CP-TOTAL

      *    Réduction générale sur les bas salaires, imputée sur le
      *    total des charges patronales
           PERFORM 4050-REDUCTION-GENERALE THRU 4050-EXIT
           SUBTRACT WS-CP-RED-GENERALE FROM WS-CP-TOTAL.

      ******************************************************************
       4040-BANDEAUX-MALADIE-AF.
      ******************************************************************
      *    Taux réduit maladie tant que la rémunération annuelle
      *    n'excède pas 2,5 SMIC (Art. L241-2-1 et D241-3-1 CSS),
      *    taux réduit allocations familiales jusqu'à 3,5 SMIC (Art.
      *    L241-6-1 et D241-3-2 CSS), quel que soit le statut cadre.
      *    Rémunération et SMIC de référence sont cumulés depuis
      *    janvier : le SMIC du mois suit le prorata du plafond
      *    (entrée ou sortie en cours de mois, temps partiel, cf.
      *    3410), diminué des heures d'absence non rémunérées et
      *    d'activité partielle. Le taux du mois est celui de la
      *    rémunération annualisée à date ; en décembre et au mois
      *    de sortie, la cotisation de l'année est recalculée sur les
      *    cumuls définitifs et l'écart avec les montants déjà
      *    imputés est porté sur le mois (régularisation annuelle).
           COMPUTE WS-BDX-SMIC ROUNDED =
               WS-SMIC-MENSUEL * WS-PLF-PRORATA
           IF NOT EMP-MANDATAIRE
               MOVE 0 TO WS-BDX-HEURES
               IF EMP-FORFAIT-JOURS
                   IF VAR-ABSENCE-JOURS > 0 AND NOT VAR-ABS-RTT
                       COMPUTE WS-BDX-HEURES ROUNDED =
                           WS-HEURES-REF / WS-FJ-JOURS-OUVRES
                           * VAR-ABSENCE-JOURS
                   END-IF
               ELSE
                   MOVE VAR-ABSENCE-HEURES TO WS-BDX-HEURES
               END-IF
               ADD WS-AP-HEURES TO WS-BDX-HEURES
               COMPUTE WS-BDX-SMIC ROUNDED = WS-BDX-SMIC
                   - WS-SMIC-MENSUEL * WS-BDX-HEURES / WS-HEURES-REF
               IF WS-BDX-SMIC < 0
                   MOVE 0 TO WS-BDX-SMIC
               END-IF
           END-IF

      *    Cumuls de l'année hors période en cours
           MOVE 0 TO WS-BDX-CUM-REMUN
           MOVE 0 TO WS-BDX-CUM-SMIC
           MOVE 0 TO WS-BDX-DEJA-MALADIE
           MOVE 0 TO WS-BDX-DEJA-AF
           DIVIDE WS-PERIODE BY 100 GIVING WS-CUM-ANNEE
               REMAINDER WS-BDX-MOIS
           MOVE EMP-MATRICULE TO CUM-MATRICULE
           MOVE WS-CUM-ANNEE  TO CUM-ANNEE
           READ CUMULS-FILE
               KEY IS CUM-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3915-REPRISE-CUMULS-BDX
                   MOVE CUM-BRUT        TO WS-BDX-CUM-REMUN
                   MOVE CUM-BDX-SMIC    TO WS-BDX-CUM-SMIC
                   MOVE CUM-BDX-MALADIE TO WS-BDX-DEJA-MALADIE
                   MOVE CUM-BDX-AF      TO WS-BDX-DEJA-AF
           END-READ
           ADD WS-BRUT     TO WS-BDX-CUM-REMUN
           ADD WS-BDX-SMIC TO WS-BDX-CUM-SMIC

      *    Classement sur la rémunération annualisée
           IF WS-BDX-CUM-REMUN <=
                   WS-BDX-CUM-SMIC * WS-BDX-SEUIL-MALADIE
               MOVE WS-TX-MALADIE-PAT-RED TO WS-BDX-TX-MALADIE
           ELSE
               MOVE WS-TX-MALADIE-PAT-PLEIN TO WS-BDX-TX-MALADIE
           END-IF
           IF WS-BDX-CUM-REMUN <=
                   WS-BDX-CUM-SMIC * WS-BDX-SEUIL-AF
               MOVE WS-TX-ALLOC-FAM-REDUIT TO WS-BDX-TX-AF
           ELSE
               MOVE WS-TX-ALLOC-FAM-NORMAL TO WS-BDX-TX-AF
           END-IF

      *    Fin d'année civile ou sortie du salarié dans la période
           MOVE 0 TO WS-BDX-FIN-ANNEE
           IF WS-BDX-MOIS = 12
               SET BDX-REGULARISATION TO TRUE
           END-IF
           IF EMP-DATE-SORTIE NOT = 0
               DIVIDE EMP-DATE-SORTIE BY 100
                   GIVING WS-BDX-PER-SORTIE
               IF WS-BDX-PER-SORTIE = WS-PERIODE
                   SET BDX-REGULARISATION TO TRUE
               END-IF
           END-IF

      *    La gratification de stage, cotisée au prorata de la
      *    fraction excédant la franchise (cf. 4000), n'est pas
      *    régularisée
           IF BDX-REGULARISATION AND NOT EMP-STAGIAIRE
               COMPUTE WS-CP-MALADIE ROUNDED =
                   WS-BDX-CUM-REMUN * WS-BDX-TX-MALADIE / 100
                   - WS-BDX-DEJA-MALADIE
               COMPUTE WS-CP-ALLOC-FAM ROUNDED =
                   WS-BDX-CUM-REMUN * WS-BDX-TX-AF / 100
                   - WS-BDX-DEJA-AF
           ELSE
               COMPUTE WS-CP-MALADIE ROUNDED =
                   WS-BRUT * WS-BDX-TX-MALADIE / 100
               COMPUTE WS-CP-ALLOC-FAM ROUNDED =
                   WS-BRUT * WS-BDX-TX-AF / 100
           END-IF.

      ******************************************************************
       4050-REDUCTION-GENERALE.
      ******************************************************************
      *    Réduction générale des cotisations patronales — Art.
      *    L241-13 CSS. Le coefficient est recalculé chaque mois sur
      *    la rémunération et le SMIC de référence cumulés depuis
      *    janvier (régularisation progressive, Art. D241-10 CSS) :
      *    la réduction du mois est la réduction due sur l'année
      *    écoulée moins celle déjà imputée, et peut donc être
      *    négative quand un mois bien payé reprend une réduction
      *    accordée plus tôt. Le SMIC de référence est celui des
      *    heures rémunérées : durée contractuelle (151,67 h pour les
      *    forfaits), heures supplémentaires et complémentaires hors
      *    majoration, moins les heures d'absence non payées et
      *    d'activité partielle. La part imputée sur la retraite
      *    complémentaire est au prorata des taux AGIRC-ARRCO T1
      *    dans T, le solde sur les cotisations URSSAF.
      *    La gratification de stage, hors rémunération, n'ouvre pas
      *    droit à la réduction, non plus que la rémunération d'un
      *    mandataire social, hors assurance chômage.
           MOVE 0 TO WS-CP-RED-GENERALE
           MOVE 0 TO WS-CP-RG-URSSAF
           MOVE 0 TO WS-CP-RG-RETRAITE
           MOVE 0 TO WS-RG-SMIC
           MOVE 0 TO WS-RG-REMUNERATION
           IF EMP-STAGIAIRE OR EMP-MANDATAIRE
               GO TO 4050-EXIT
           END-IF

      *    Heures rémunérées du mois
           IF EMP-NON-CADRE AND NOT EMP-FORFAIT-JOURS
               MOVE EMP-HEURES-MENSUELLES TO WS-RG-HEURES
           ELSE
               MOVE WS-HEURES-REF TO WS-RG-HEURES
           END-IF
           IF EMP-FORFAIT-JOURS
               IF VAR-ABSENCE-JOURS > 0 AND NOT VAR-ABS-RTT
                   COMPUTE WS-RG-HEURES ROUNDED = WS-RG-HEURES
                       - WS-HEURES-REF / WS-FJ-JOURS-OUVRES
                       * VAR-ABSENCE-JOURS
               END-IF
           ELSE
               SUBTRACT VAR-ABSENCE-HEURES FROM WS-RG-HEURES
           END-IF
           COMPUTE WS-RG-HEURES = WS-RG-HEURES
               + WS-HEURES-SUP-25 + WS-HEURES-SUP-50
               + WS-HEURES-COMPL-10 + WS-HEURES-COMPL-25
               - WS-AP-HEURES
           IF WS-RG-HEURES < 0
               MOVE 0 TO WS-RG-HEURES
           END-IF

           COMPUTE WS-RG-SMIC-HORAIRE ROUNDED =
               WS-SMIC-MENSUEL / WS-HEURES-REF
           COMPUTE WS-RG-SMIC ROUNDED =
               WS-RG-SMIC-HORAIRE * WS-RG-HEURES
           MOVE WS-BRUT TO WS-RG-REMUNERATION

      *    Cumuls de l'année hors période en cours
           MOVE 0 TO WS-RG-CUM-REMUN
           MOVE 0 TO WS-RG-CUM-SMIC
           MOVE 0 TO WS-RG-DEJA-URSSAF
           MOVE 0 TO WS-RG-DEJA-RETRAITE
           DIVIDE WS-PERIODE BY 100 GIVING WS-CUM-ANNEE
           MOVE EMP-MATRICULE TO CUM-MATRICULE
           MOVE WS-CUM-ANNEE  TO CUM-ANNEE
           READ CUMULS-FILE
               KEY IS CUM-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3910-REPRISE-CUMULS-RG
                   MOVE CUM-RG-REMUNERATION TO WS-RG-CUM-REMUN
                   MOVE CUM-RG-SMIC         TO WS-RG-CUM-SMIC
                   MOVE CUM-RG-URSSAF       TO WS-RG-DEJA-URSSAF
                   MOVE CUM-RG-RETRAITE     TO WS-RG-DEJA-RETRAITE
           END-READ
           ADD WS-RG-REMUNERATION TO WS-RG-CUM-REMUN
           ADD WS-RG-SMIC         TO WS-RG-CUM-SMIC

      *    Coefficient sur l'année écoulée : T au SMIC et en deçà,
      *    nul à partir de 1,6 SMIC
           COMPUTE WS-RG-T =
               WS-RG-T-HORS-FNAL + WS-TX-FNAL-APPLIQUE / 100
           EVALUATE TRUE
               WHEN WS-RG-CUM-REMUN <= 0
                   MOVE 0 TO WS-RG-COEF
               WHEN WS-RG-CUM-REMUN <= WS-RG-CUM-SMIC
                   MOVE WS-RG-T TO WS-RG-COEF
               WHEN WS-RG-CUM-REMUN >=
                       WS-RG-CUM-SMIC * WS-RG-SEUIL-SMIC
                   MOVE 0 TO WS-RG-COEF
               WHEN OTHER
                   COMPUTE WS-RG-COEF ROUNDED =
                       WS-RG-T / 0.6
                       * (WS-RG-SEUIL-SMIC * WS-RG-CUM-SMIC
                          / WS-RG-CUM-REMUN - 1)
                   IF WS-RG-COEF > WS-RG-T
                       MOVE WS-RG-T TO WS-RG-COEF
                   END-IF
           END-EVALUATE

      *    Réduction due sur l'année et part retraite complémentaire
           COMPUTE WS-RG-CUM-DUE ROUNDED =
               WS-RG-CUM-REMUN * WS-RG-COEF
           COMPUTE WS-RG-CUM-RETR-DUE ROUNDED =
               WS-RG-CUM-DUE
               * (WS-TX-RETR-T1-PAT + WS-TX-CEG-T1-PAT)
               / (WS-RG-T * 100)

      *    Réduction du mois = due sur l'année − déjà imputée
           COMPUTE WS-CP-RG-RETRAITE =
               WS-RG-CUM-RETR-DUE - WS-RG-DEJA-RETRAITE
           COMPUTE WS-CP-RG-URSSAF =
               WS-RG-CUM-DUE - WS-RG-CUM-RETR-DUE
               - WS-RG-DEJA-URSSAF
           COMPUTE WS-CP-RED-GENERALE =
               WS-CP-RG-URSSAF + WS-CP-RG-RETRAITE.

       4050-EXIT.
           EXIT.

      ******************************************************************
       3900-CUMULER-ANNUEL.
      ******************************************************************
           ADD WS-NET-A-PAYER    TO CUM-NET-A-PAYER
           ADD WS-TOTAL-COT-SAL  TO CUM-TOTAL-COT-SAL
           ADD WS-PPV-EXONEREE   TO CUM-PPV-EXONEREE
           PERFORM 3910-REPRISE-CUMULS-RG
           ADD WS-RG-REMUNERATION TO CUM-RG-REMUNERATION
           ADD WS-RG-SMIC         TO CUM-RG-SMIC
           ADD WS-CP-RG-URSSAF    TO CUM-RG-URSSAF
           ADD WS-CP-RG-RETRAITE  TO CUM-RG-RETRAITE
           PERFORM 3915-REPRISE-CUMULS-BDX
           ADD WS-BDX-SMIC        TO CUM-BDX-SMIC
           ADD WS-CP-MALADIE      TO CUM-BDX-MALADIE
           ADD WS-CP-ALLOC-FAM    TO CUM-BDX-AF
           ADD WS-PLF-PLAFOND      TO CUM-PLAFOND-SS
           ADD WS-TRANCHE-1        TO CUM-TRANCHE-1
           ADD WS-TRANCHE-2        TO CUM-TRANCHE-2
           ADD WS-PLF-PLAFOND-CHOM TO CUM-PLAFOND-CHOMAGE
           ADD WS-BASE-CHOMAGE     TO CUM-BASE-CHOMAGE
           MOVE WS-PERIODE       TO CUM-DERNIERE-PERIODE

      *    En mode simulation, les cumuls calculés en mémoire servent
                   END-IF
           END-EVALUATE.

      ******************************************************************
       3910-REPRISE-CUMULS-RG.
      ******************************************************************
      *    Les cumuls de réduction générale sont repris sur le
      *    remplissage : un enregistrement écrit avant leur création
      *    y porte des blancs, ramenés à zéro avant tout calcul.
           IF CUM-RG-REMUNERATION IS NOT NUMERIC
               OR CUM-RG-SMIC IS NOT NUMERIC
               OR CUM-RG-URSSAF IS NOT NUMERIC
               OR CUM-RG-RETRAITE IS NOT NUMERIC
               MOVE 0 TO CUM-RG-REMUNERATION
               MOVE 0 TO CUM-RG-SMIC
               MOVE 0 TO CUM-RG-URSSAF
               MOVE 0 TO CUM-RG-RETRAITE
           END-IF.

      ******************************************************************
       3915-REPRISE-CUMULS-BDX.
      ******************************************************************
      *    Même reprise pour les cumuls des bandeaux maladie et
      *    allocations familiales.
           IF CUM-BDX-SMIC IS NOT NUMERIC
               OR CUM-BDX-MALADIE IS NOT NUMERIC
               OR CUM-BDX-AF IS NOT NUMERIC
               MOVE 0 TO CUM-BDX-SMIC
               MOVE 0 TO CUM-BDX-MALADIE
               MOVE 0 TO CUM-BDX-AF
           END-IF.

      ******************************************************************
       5000-ECRIRE-BULLETIN.
      ******************************************************************
           MOVE WS-RAP-COT-SAL       TO PAI-RAPPEL-COT-SAL
           MOVE WS-RAP-NET           TO PAI-RAPPEL-NET
           MOVE WS-PRIME-13E-MOIS    TO PAI-PRIME-13E-MOIS
           COMPUTE PAI-IJSS-MONTANT = WS-IJSS-MONTANT + WS-TPT-IJSS
           MOVE WS-SAISIE-TOTAL      TO PAI-SAISIE-ARRET
           MOVE WS-HEURES-COMPL-10   TO PAI-HEURES-COMPL-10
           MOVE WS-MONTANT-HC-10     TO PAI-MONTANT-HC-10
           ELSE
               PERFORM 5100-COMPTER-BULLETIN-PERIODE
               IF WS-IJSS-MONTANT > 0 AND NOT SIMULATION-ACTIVE
                   MOVE VAR-ABSENCE-TYPE TO WS-IJC-NATURE
                   MOVE WS-IJSS-MONTANT  TO WS-IJC-MONTANT
                   PERFORM 5200-ENREGISTRER-CREANCE-IJSS
               END-IF
               IF WS-TPT-IJSS > 0 AND NOT SIMULATION-ACTIVE
                   MOVE "TPT"            TO WS-IJC-NATURE
                   MOVE WS-TPT-IJSS      TO WS-IJC-MONTANT
                   PERFORM 5200-ENREGISTRER-CREANCE-IJSS
               END-IF
               IF NOT SIMULATION-ACTIVE
                   PERFORM 5300-ALIMENTER-CONTINGENT THRU 5300-EXIT
                   PERFORM 5400-ALIMENTER-MAINTIEN THRU 5400-EXIT
               END-IF
           END-IF.

      ******************************************************************
      *    dans le registre des IJSS à rembourser ; le cumul déjà
      *    remboursé d'une créance existante est conservé. Le registre
      *    est soldé par IMPORT-BPIJ au fil des règlements CPAM.
      *    La nature de la créance est celle de l'absence, ou TPT
      *    pour les IJSS du temps partiel thérapeutique.
           MOVE EMP-MATRICULE      TO IJC-MATRICULE
           MOVE WS-PERIODE         TO IJC-PERIODE
           MOVE WS-IJC-NATURE      TO IJC-TYPE
      *    En mode segmenté, la créance (nouvelle ou recalculée)
      *    part dans le delta du segment, le registre maître restant
      *    en lecture seule ; FUSION-BULLETINS reporte ensuite.
                   INITIALIZE IJSS-CREANCE-RECORD
                   MOVE EMP-MATRICULE    TO IJC-MATRICULE
                   MOVE WS-PERIODE       TO IJC-PERIODE
                   MOVE WS-IJC-NATURE    TO IJC-TYPE
                   MOVE WS-IJC-MONTANT   TO IJC-MONTANT-IJSS
                   MOVE "OUVERTE"        TO IJC-STATUT
                   MOVE WS-DATE-PAIEMENT TO IJC-DATE-CREATION
                   IF SEGMENT-ACTIF
                       WRITE IJSS-CREANCE-RECORD
                   END-IF
               NOT INVALID KEY
                   MOVE WS-IJC-MONTANT   TO IJC-MONTANT-IJSS
                   IF IJC-MONTANT-REMBOURSE >= IJC-MONTANT-IJSS
                       MOVE "SOLDEE" TO IJC-STATUT
                   ELSE
               END-IF
           END-IF.

      ******************************************************************
       5300-ALIMENTER-CONTINGENT.
      ******************************************************************
      *    Porte les heures supplémentaires payées sur la période
      *    dans la case du mois du compteur annuel (elles remplacent
      *    le décompte provisoire des pointages ou le calcul
      *    précédent de la même période), puis recalcule le cumul,
      *    les heures au-delà du contingent, la contrepartie en
      *    repos acquise et le solde, et signale le franchissement
      *    de 80% puis de 100% du contingent. Seuls les non-cadres à
      *    temps complet relèvent des heures supplémentaires ; un
      *    salarié sans heure supplémentaire ni compteur n'en ouvre
      *    pas.
           IF NOT EMP-NON-CADRE OR EMP-TEMPS-PARTIEL
               GO TO 5300-EXIT
           END-IF

           DIVIDE WS-PERIODE BY 100
               GIVING WS-CHS-ANNEE REMAINDER WS-CHS-MOIS
           COMPUTE WS-CHS-HS-PERIODE =
               WS-HEURES-SUP-25 + WS-HEURES-SUP-50

           PERFORM 5310-LIRE-REPORT-COR

           MOVE 0 TO WS-CHS-FOUND
           MOVE EMP-MATRICULE TO CHS-MATRICULE
           MOVE WS-CHS-ANNEE  TO CHS-ANNEE
           READ CONTINGENT-HS-FILE
               KEY IS CHS-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHS-FOUND TO TRUE
           END-READ

           IF NOT CHS-FOUND
               IF WS-CHS-HS-PERIODE = 0 AND WS-CHS-REPORT = 0
                   GO TO 5300-EXIT
               END-IF
               INITIALIZE CONTINGENT-HS-RECORD
               MOVE EMP-MATRICULE     TO CHS-MATRICULE
               MOVE WS-CHS-ANNEE      TO CHS-ANNEE
               MOVE WS-CONTINGENT-HS  TO CHS-CONTINGENT
           END-IF

           MOVE WS-CHS-HS-PERIODE TO CHS-HS-MOIS(WS-CHS-MOIS)
           SET CHS-MOIS-PAYE(WS-CHS-MOIS) TO TRUE
           MOVE WS-CHS-REPORT     TO CHS-COR-REPORT
           MOVE WS-CHS-TAUX-COR   TO CHS-TAUX-COR
           IF WS-PERIODE > CHS-DERNIERE-PERIODE
               MOVE WS-PERIODE TO CHS-DERNIERE-PERIODE
           END-IF
           PERFORM 5320-RECALCULER-CONTINGENT

      *    En mode segmenté, le compteur recalculé part dans le
      *    delta du segment ; FUSION-BULLETINS le reporte ensuite.
           IF SEGMENT-ACTIF
               MOVE CONTINGENT-HS-RECORD TO SEG-CONTINGENT-RECORD
               WRITE SEG-CONTINGENT-RECORD
               IF WS-FS-HSG NOT = "00"
                   DISPLAY "CALC-PAIE|ERROR|" WS-RECORDS-READ
                       "|CHS-SEG=" WS-FS-HSG
                   ADD 1 TO WS-ERRORS
               END-IF
           ELSE
               IF CHS-FOUND
                   REWRITE CONTINGENT-HS-RECORD
               ELSE
                   WRITE CONTINGENT-HS-RECORD
               END-IF
               IF WS-FS-CHS NOT = "00"
                   DISPLAY "CALC-PAIE|ERROR|" WS-RECORDS-READ
                       "|MAJ-CHS=" WS-FS-CHS
                   ADD 1 TO WS-ERRORS
               END-IF
           END-IF.

       5300-EXIT.
           EXIT.

      ******************************************************************
       5310-LIRE-REPORT-COR.
      ******************************************************************
      *    Solde de repos non pris au compteur de l'année précédente,
      *    reporté sur l'année de la période.
           MOVE 0 TO WS-CHS-REPORT
           MOVE EMP-MATRICULE TO CHS-MATRICULE
           COMPUTE CHS-ANNEE = WS-CHS-ANNEE - 1
           READ CONTINGENT-HS-FILE
               KEY IS CHS-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CHS-COR-SOLDE > 0
                       MOVE CHS-COR-SOLDE TO WS-CHS-REPORT
                   END-IF
           END-READ.

      ******************************************************************
       5320-RECALCULER-CONTINGENT.
      ******************************************************************
           MOVE 0 TO CHS-CUMUL-HS
           PERFORM VARYING WS-CHS-IDX FROM 1 BY 1
                   UNTIL WS-CHS-IDX > 12
               IF CHS-MOIS-POINTE(WS-CHS-IDX)
                   OR CHS-MOIS-PAYE(WS-CHS-IDX)
                   ADD CHS-HS-MOIS(WS-CHS-IDX) TO CHS-CUMUL-HS
               END-IF
           END-PERFORM

           MOVE 0 TO CHS-HS-AU-DELA
           IF CHS-CUMUL-HS > CHS-CONTINGENT
               COMPUTE CHS-HS-AU-DELA =
                   CHS-CUMUL-HS - CHS-CONTINGENT
           END-IF
           COMPUTE CHS-COR-ACQUIS ROUNDED =
               CHS-HS-AU-DELA * CHS-TAUX-COR / 100
           COMPUTE CHS-COR-SOLDE =
               CHS-COR-REPORT + CHS-COR-ACQUIS - CHS-COR-PRIS

           COMPUTE WS-CHS-SEUIL-80 ROUNDED = CHS-CONTINGENT * 0.80
           IF CHS-CUMUL-HS >= WS-CHS-SEUIL-80
               IF CHS-PERIODE-ALERTE-80 = 0
                   MOVE WS-PERIODE TO CHS-PERIODE-ALERTE-80
                   DISPLAY "CALC-PAIE|WARN|" WS-RECORDS-READ
                       "|CONTINGENT-HS-80=" CHS-MATRICULE
               END-IF
           ELSE
               MOVE 0 TO CHS-PERIODE-ALERTE-80
           END-IF
           IF CHS-CUMUL-HS >= CHS-CONTINGENT
               IF CHS-PERIODE-ALERTE-100 = 0
                   MOVE WS-PERIODE TO CHS-PERIODE-ALERTE-100
                   DISPLAY "CALC-PAIE|WARN|" WS-RECORDS-READ
                       "|CONTINGENT-HS-ATTEINT=" CHS-MATRICULE
               END-IF
           ELSE
               MOVE 0 TO CHS-PERIODE-ALERTE-100
           END-IF.

      ******************************************************************
       5400-ALIMENTER-MAINTIEN.
      ******************************************************************
      *    Porte dans la case du mois du compteur de maintien de
      *    salaire les jours d'arrêt de la période, leur ventilation
      *    (carence, 90%, 66%) et le complément versé ; une période
      *    recalculée sans arrêt vide la case qu'elle avait
      *    remplie. Un salarié sans arrêt ni compteur n'en ouvre
      *    pas.
           DIVIDE WS-PERIODE BY 100
               GIVING WS-MS-ANNEE REMAINDER WS-MS-MOIS

           MOVE 0 TO WS-MS-FOUND
           MOVE EMP-MATRICULE TO MSA-MATRICULE
           READ MAINTIEN-SALAIRE-FILE
               KEY IS MSA-MATRICULE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MSA-FOUND TO TRUE
           END-READ

           IF NOT MS-ARRET
               IF NOT MSA-FOUND
                   GO TO 5400-EXIT
               END-IF
               IF MSA-PERIODE(WS-MS-MOIS) NOT = WS-PERIODE
                   GO TO 5400-EXIT
               END-IF
               INITIALIZE MSA-MOIS(WS-MS-MOIS)
           ELSE
               IF NOT MSA-FOUND
                   INITIALIZE MAINTIEN-SALAIRE-RECORD
                   MOVE EMP-MATRICULE TO MSA-MATRICULE
               END-IF
               MOVE WS-PERIODE          TO MSA-PERIODE(WS-MS-MOIS)
               MOVE WS-MS-DATE-ARRET    TO MSA-DATE-ARRET(WS-MS-MOIS)
               MOVE VAR-ABSENCE-TYPE    TO MSA-TYPE(WS-MS-MOIS)
               MOVE WS-MS-JOURS         TO MSA-JOURS-ARRET(WS-MS-MOIS)
               MOVE WS-MS-JOURS-CARENCE
                   TO MSA-JOURS-CARENCE(WS-MS-MOIS)
               MOVE WS-MS-JOURS-90      TO MSA-JOURS-90(WS-MS-MOIS)
               MOVE WS-MS-JOURS-66      TO MSA-JOURS-66(WS-MS-MOIS)
               MOVE WS-MS-COMPLEMENT    TO MSA-COMPLEMENT(WS-MS-MOIS)
           END-IF

      *    En mode segmenté, le compteur part dans le delta du
      *    segment ; FUSION-BULLETINS le reporte ensuite.
           IF SEGMENT-ACTIF
               MOVE MAINTIEN-SALAIRE-RECORD TO SEG-MAINTIEN-RECORD
               WRITE SEG-MAINTIEN-RECORD
               IF WS-FS-MSG NOT = "00"
                   DISPLAY "CALC-PAIE|ERROR|" WS-RECORDS-READ
                       "|MSA-SEG=" WS-FS-MSG
                   ADD 1 TO WS-ERRORS
               END-IF
           ELSE
               IF MSA-FOUND
                   REWRITE MAINTIEN-SALAIRE-RECORD
               ELSE
                   WRITE MAINTIEN-SALAIRE-RECORD
               END-IF
               IF WS-FS-MSA NOT = "00"
                   DISPLAY "CALC-PAIE|ERROR|" WS-RECORDS-READ
                       "|MAJ-MSA=" WS-FS-MSA
                   ADD 1 TO WS-ERRORS
               END-IF
           END-IF.

       5400-EXIT.
           EXIT.

      ******************************************************************
       6000-ECRIRE-COTISATIONS.
      ******************************************************************
           MOVE WS-CP-CHOMAGE        TO COT-CHOMAGE-PAT
           MOVE WS-CP-AGS            TO COT-AGS-PAT
           MOVE WS-CP-VERSEMENT-MOBIL TO COT-VERSEMENT-MOBIL
           MOVE WS-CP-FORFAIT-SOCIAL TO COT-FORFAIT-SOCIAL-PAT
           MOVE WS-CP-TOTAL          TO COT-TOTAL-PAT
           MOVE WS-CP-RED-GENERALE   TO COT-REDUCTION-GENERALE
           MOVE WS-CP-RG-URSSAF      TO COT-RG-URSSAF
           MOVE WS-CP-RG-RETRAITE    TO COT-RG-RETRAITE
           MOVE WS-CP-RETR-SUPP      TO COT-RETR-SUPP-PAT
           MOVE WS-CS-RETR-SUPP      TO COT-RETR-SUPP-SAL
           MOVE WS-RS-ASSUREUR       TO COT-RETR-SUPP-ASSUREUR
           MOVE WS-RS-REINTEG        TO COT-RETR-SUPP-REINTEG
           MOVE WS-CP-CSA            TO COT-CSA-PAT
           MOVE EMP-ETABLISSEMENT    TO COT-ETABLISSEMENT
           IF EMP-CENTRE-ANALYTIQUE = SPACES
               MOVE "SIEGE " TO COT-CENTRE-ANALYTIQUE
           CLOSE CUMULS-FILE
           CLOSE PERIODES-STATUS-FILE
           CLOSE IJSS-CREANCES-FILE
           CLOSE CONTINGENT-HS-FILE
           CLOSE MAINTIEN-SALAIRE-FILE
           IF PRETS-DISPONIBLES
               CLOSE PRETS-FILE
           END-IF
           IF SEGMENT-ACTIF
               MOVE "FERME" TO HSV-FONCTION
               CALL "HABILITATION-SERVICE"
                   USING HABILITATION-SERVICE-AREA
               CLOSE CUMULS-SEG-FILE
               CLOSE PRETS-SEG-FILE
               CLOSE IJSS-SEG-FILE
               CLOSE CONTINGENT-SEG-FILE
               CLOSE MAINTIEN-SEG-FILE
           END-IF

           DISPLAY "CALC-PAIE|DONE|" WS-RECORDS-WRITTEN
