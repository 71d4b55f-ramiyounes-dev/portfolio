       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-EFFECTIF-MOYEN.
      ******************************************************************
      * CALC-EFFECTIF-MOYEN — Effectif moyen annuel et franchissement
      * des seuils d'effectif (Art. L130-1 et R130-1 CSS)
      * Pour l'année civile demandée (variable ANNEE), calcule
      * l'effectif de chaque mois à partir des bulletins de la période
      * (BULLETINS.dat) et du fichier du personnel, puis l'effectif
      * moyen annuel — moyenne des douze effectifs mensuels — pour
      * l'entreprise et pour chaque établissement :
      *   - un salarié compte une fois par mois où il a un bulletin,
      *     quel que soit le nombre de bulletins du mois ;
      *   - un temps partiel compte au rapport de son horaire
      *     contractuel à la durée légale (Art. L1111-2 C. trav.) ;
      *   - un CDD compte au prorata de ses jours de contrat dans le
      *     mois ;
      *   - les apprentis et les stagiaires ne sont pas décomptés
      *     (Art. L1111-3 C. trav.).
      * Règle des cinq années : un seuil de 11, 50 ou 250 salariés
      * n'est franchi à la hausse que s'il a été atteint pendant cinq
      * années civiles consécutives ; une année sous le seuil remet
      * le décompte à zéro (Art. L130-1 II CSS). Le décompte repart
      * de la ligne de l'année précédente dans EFFECTIFS.dat ; à
      * défaut d'historique (première exécution), un seuil atteint
      * est réputé déjà franchi, l'entreprise y étant assujettie
      * avant la mise en place du décompte.
      * Produit :
      *   - EFFECTIFS.dat : une ligne par périmètre (ENTR et chaque
      *     établissement) portant la tranche applicable l'année
      *     suivante, lue par CALC-PAIE pour le FNAL, le forfait
      *     social sur la prévoyance et le versement mobilité ;
      *   - dans ETABLISSEMENTS.dat, une ligne datée du 1er janvier
      *     suivant pour chaque établissement dont la tranche change,
      *     tracée dans MAINT-ETABLISSEMENT-JOURNAL.dat ;
      *   - RAPPORT-EFFECTIF-MOYEN.txt : le détail mensuel et les
      *     seuils par périmètre.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-FS-EMP.

           SELECT BULLETINS-FILE
               ASSIGN TO WS-BULLETINS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BUL.

           SELECT EFFECTIFS-FILE
               ASSIGN TO WS-EFFECTIFS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EFF-CLE
               FILE STATUS IS WS-FS-EFF.

           SELECT ETABLISSEMENTS-FILE
               ASSIGN TO WS-ETB-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ETB-CLE
               FILE STATUS IS WS-FS-ETB.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".

       FD  EFFECTIFS-FILE.
       COPY "EFFECTIF-RECORD.cpy".

       FD  ETABLISSEMENTS-FILE.
       COPY "ETABLISSEMENT-RECORD.cpy".

      *    Même description que le journal de MAINT-ETABLISSEMENT
       FD  JOURNAL-FILE.
       01  MAINT-JOURNAL-RECORD.
           05  MJR-HORODATAGE         PIC 9(14).
           05  MJR-OPERATEUR          PIC X(8).
           05  MJR-ACTION             PIC X(10).
           05  MJR-ETABLISSEMENT      PIC X(4).
           05  MJR-DATE-EFFET         PIC 9(8).
           05  MJR-CHAMP              PIC X(20).
           05  MJR-AVANT              PIC X(40).
           05  MJR-APRES              PIC X(40).
           05  FILLER                 PIC X(10).

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-BULLETINS-PATH         PIC X(256).
       01  WS-EFFECTIFS-PATH         PIC X(256).
       01  WS-JOURNAL-PATH           PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).

       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-BUL                 PIC XX.
       01  WS-FS-EFF                 PIC XX.
       01  WS-FS-JRN                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       01  WS-ANNEE                  PIC 9(4).
       01  WS-ANNEE-PREC             PIC 9(4).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-DATE-EFFET-SUIV        PIC 9(8).

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

      ******************************************************************
      * CONSTANTES RÉGLEMENTAIRES
      ******************************************************************
      *    Durée légale mensuelle : 151.67 h (Art. L3121-27 C. trav.)
       01  WS-HEURES-REF             PIC S9(5)V99 COMP-3
                                     VALUE 151.67.
      *    Seuils d'effectif (Art. L130-1 CSS) : 11, 50 et 250
       01  WS-SEUILS-VALEURS.
           05  FILLER                PIC 9(3) VALUE 11.
           05  FILLER                PIC 9(3) VALUE 50.
           05  FILLER                PIC 9(3) VALUE 250.
       01  WS-SEUILS REDEFINES WS-SEUILS-VALEURS.
           05  WS-SEUIL-VALEUR OCCURS 3 TIMES PIC 9(3).
      *    Années civiles consécutives pour franchir un seuil
       01  WS-ANNEES-FRANCHISSEMENT  PIC 9(2) VALUE 5.

      *    --- Table des établissements ---
       COPY "ETABLISSEMENT-TABLE.cpy".
       01  WS-ETB-PATH               PIC X(256).
       01  WS-FS-ETB                 PIC XX.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.
       01  WS-ETB-DATE-REF           PIC 9(8) VALUE 0.
       01  WS-ETAB-IDX               PIC 9(2).

      *    --- Effectifs mensuels par périmètre : entrée 1 pour
      *    l'entreprise, entrée 1 + rang de l'établissement ensuite ---
       01  WS-PER-COUNT              PIC 9(2) VALUE 0.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 11 TIMES.
               10  WS-PER-CODE       PIC X(4).
               10  WS-PER-MOIS OCCURS 12 TIMES
                                     PIC S9(5)V9(4) COMP-3.
               10  WS-PER-MOYEN      PIC S9(5)V99 COMP-3.
               10  WS-PER-TRANCHE    PIC X(1).
       01  WS-PER-IDX                PIC 9(2).
       01  WS-MOIS-IDX               PIC 9(2).
       01  WS-SEUIL-IDX              PIC 9(1).
       01  WS-SOMME-MOIS             PIC S9(7)V9(4) COMP-3.

      *    --- Salariés déjà décomptés, par mois ---
       01  WS-VU-COUNT               PIC 9(4) VALUE 0.
       01  WS-VU-TABLE.
           05  WS-VU-ENTRY OCCURS 2000 TIMES.
               10  WS-VU-MATRICULE   PIC X(8).
               10  WS-VU-MOIS OCCURS 12 TIMES
                                     PIC X(1).
       01  WS-VU-IDX                 PIC 9(4).

      *    --- Période du bulletin et quotité du salarié ---
       01  WS-BUL-ANNEE              PIC 9(4).
       01  WS-BUL-MOIS               PIC 9(2).
       01  WS-BUL-PERIODE            PIC 9(6).
       01  WS-QUOTITE                PIC S9(1)V9(4) COMP-3.
       01  WS-PRORATA                PIC S9(1)V9(4) COMP-3.
       01  WS-JOURS-MOIS             PIC 9(2).
       01  WS-JOUR-DEBUT             PIC 9(2).
       01  WS-JOUR-FIN               PIC 9(2).
       01  WS-JOUR                   PIC 9(2).
       01  WS-DATE-PERIODE           PIC 9(6).
       01  WS-QUOTIENT               PIC 9(4).
       01  WS-RESTE                  PIC 9(4).

      *    --- Historique de l'année précédente ---
       01  WS-EFF-EXISTE             PIC 9 VALUE 0.
           88  EFF-EXISTE            VALUE 1.
       01  WS-HISTO-TROUVE           PIC 9 VALUE 0.
           88  HISTO-TROUVE          VALUE 1.
       01  WS-PREC-TABLE.
           05  WS-PREC-ANNEES OCCURS 3 TIMES PIC 9(2).

       01  WS-TRANCHE-AVANT          PIC X(1).

       01  WS-EOF-BUL                PIC 9 VALUE 0.
           88  EOF-BUL               VALUE 1.
       01  WS-NB-BULLETINS           PIC 9(6) VALUE 0.
       01  WS-NB-EXCLUS              PIC 9(6) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(6) VALUE 0.
       01  WS-NB-TRANCHES-MAJ        PIC 9(3) VALUE 0.
       01  WS-ERRORS                 PIC 9(6) VALUE 0.

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-FMT-EFFECTIF           PIC ZZZZ9.99.
       01  WS-FMT-MOIS-TABLE.
           05  WS-FMT-MOIS OCCURS 12 TIMES PIC ZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 2000-COMPTER-BULLETINS
           PERFORM 3000-CALCULER-MOYENNES
           PERFORM 4000-MAJ-ETABLISSEMENTS
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           ACCEPT WS-BULLETINS-PATH FROM ENVIRONMENT "BULLETINS_FILE"
           ACCEPT WS-EFFECTIFS-PATH FROM ENVIRONMENT "EFFECTIFS_FILE"
           ACCEPT WS-JOURNAL-PATH
               FROM ENVIRONMENT "MAINT_ETABLISSEMENT_JOURNAL_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "EFFECTIF_MOYEN_RAPPORT_FILE"
           ACCEPT WS-ANNEE FROM ENVIRONMENT "ANNEE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"

           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           END-IF
           IF WS-BULLETINS-PATH = SPACES
               MOVE "../data/BULLETINS.dat" TO WS-BULLETINS-PATH
           END-IF
           IF WS-EFFECTIFS-PATH = SPACES
               MOVE "../data/EFFECTIFS.dat" TO WS-EFFECTIFS-PATH
           END-IF
           IF WS-JOURNAL-PATH = SPACES
               MOVE "../data/MAINT-ETABLISSEMENT-JOURNAL.dat"
                   TO WS-JOURNAL-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/RAPPORT-EFFECTIF-MOYEN.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           IF WS-OPERATEUR = SPACES
               MOVE "CALC-EFF" TO WS-OPERATEUR
           END-IF
           IF WS-ANNEE = 0
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|ANNEE-MANQUANTE"
               STOP RUN
           END-IF

           COMPUTE WS-ANNEE-PREC = WS-ANNEE - 1
           COMPUTE WS-DATE-EFFET-SUIV = (WS-ANNEE + 1) * 10000 + 101
           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME

      *    Les établissements sont pris tels qu'ils seront en vigueur
      *    au 1er janvier suivant, date d'application de la tranche
      *    calculée.
           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           MOVE WS-DATE-EFFET-SUIV TO WS-ETB-DATE-REF
           PERFORM 1050-CHARGER-ETABLISSEMENTS

           INITIALIZE WS-PER-TABLE
           MOVE "ENTR" TO WS-PER-CODE(1)
           MOVE 1 TO WS-PER-COUNT
           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                   UNTIL WS-ETAB-IDX > ETAB-COUNT
               ADD 1 TO WS-PER-COUNT
               MOVE ETAB-CODE(WS-ETAB-IDX)
                   TO WS-PER-CODE(WS-PER-COUNT)
           END-PERFORM

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|OPEN-EMP="
                   WS-FS-EMP
               STOP RUN
           END-IF

           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|OPEN-BUL="
                   WS-FS-BUL
               CLOSE EMPLOYEE-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE EMPLOYEE-FILE
               CLOSE BULLETINS-FILE
               STOP RUN
           END-IF

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  EFFECTIF MOYEN ANNUEL " WS-ANNEE
               " - SEUILS 11 / 50 / 250 (ART. L130-1 CSS)"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           DISPLAY "CALC-EFFECTIF-MOYEN|START|" WS-ANNEE "|0".

      ******************************************************************
       1050-CHARGER-ETABLISSEMENTS.
      ******************************************************************
      *    Référentiel ETABLISSEMENTS.dat lu dans l'ordre des clés
      *    (code puis date d'effet) : une entrée par code, portant la
      *    ligne la plus récente en vigueur à la date de référence.
           MOVE 0 TO ETAB-COUNT
           MOVE 0 TO WS-EOF-ETB
           OPEN INPUT ETABLISSEMENTS-FILE
           IF WS-FS-ETB NOT = "00"
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|OPEN-ETB="
                   WS-FS-ETB
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-ETB
               READ ETABLISSEMENTS-FILE NEXT RECORD
                   AT END SET EOF-ETB TO TRUE
               END-READ
               IF NOT EOF-ETB
                   AND ETB-DATE-EFFET <= WS-ETB-DATE-REF
                   PERFORM 1051-RETENIR-ETABLISSEMENT THRU 1051-EXIT
               END-IF
           END-PERFORM
           CLOSE ETABLISSEMENTS-FILE
           IF ETAB-COUNT = 0
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|ETAB-VIDE="
                   WS-ETB-DATE-REF
               STOP RUN
           END-IF.

      ******************************************************************
       1051-RETENIR-ETABLISSEMENT.
      ******************************************************************
      *    Une ligne plus récente du même code remplace l'entrée
      *    courante ; un nouveau code ouvre une entrée.
           IF ETAB-COUNT > 0
               IF ETAB-CODE(ETAB-COUNT) = ETB-CODE
                   SUBTRACT 1 FROM ETAB-COUNT
               END-IF
           END-IF
           IF ETAB-COUNT >= ETAB-MAX
               DISPLAY "CALC-EFFECTIF-MOYEN|WARN|0|"
                   "ETAB-TABLE-PLEINE=" ETB-CODE
               GO TO 1051-EXIT
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

       1051-EXIT.
           EXIT.

      ******************************************************************
       2000-COMPTER-BULLETINS.
      ******************************************************************
      *    Seuls les bulletins des douze périodes de l'année sont
      *    retenus ; BULLETINS.dat peut porter plusieurs exercices.
           READ BULLETINS-FILE
               AT END SET EOF-BUL TO TRUE
           END-READ
           PERFORM UNTIL EOF-BUL
               DIVIDE PAI-PERIODE BY 100
                   GIVING WS-BUL-ANNEE REMAINDER WS-BUL-MOIS
               IF WS-BUL-ANNEE = WS-ANNEE
                   AND WS-BUL-MOIS >= 1 AND WS-BUL-MOIS <= 12
                   ADD 1 TO WS-NB-BULLETINS
                   PERFORM 2100-COMPTER-UN-BULLETIN THRU 2100-EXIT
               END-IF
               READ BULLETINS-FILE
                   AT END SET EOF-BUL TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
       2100-COMPTER-UN-BULLETIN.
      ******************************************************************
      *    Un salarié ne compte qu'une fois par mois : un second
      *    bulletin du même mois (rappel, bulletin complémentaire)
      *    est ignoré.
           PERFORM VARYING WS-VU-IDX FROM 1 BY 1
                   UNTIL WS-VU-IDX > WS-VU-COUNT
               IF WS-VU-MATRICULE(WS-VU-IDX) = PAI-MATRICULE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VU-IDX <= WS-VU-COUNT
               IF WS-VU-MOIS(WS-VU-IDX, WS-BUL-MOIS) = "O"
                   GO TO 2100-EXIT
               END-IF
           END-IF

           MOVE PAI-MATRICULE TO EMP-MATRICULE
           READ EMPLOYEE-FILE
               KEY IS EMP-MATRICULE
               INVALID KEY
                   DISPLAY "CALC-EFFECTIF-MOYEN|WARN|"
                       PAI-MATRICULE "|EMP-INCONNU"
                   ADD 1 TO WS-ERRORS
                   GO TO 2100-EXIT
           END-READ

      *    Apprentis et stagiaires hors décompte (Art. L1111-3)
           IF EMP-APPRENTI OR EMP-STAGIAIRE
               ADD 1 TO WS-NB-EXCLUS
               GO TO 2100-EXIT
           END-IF

           IF WS-VU-IDX > WS-VU-COUNT
               IF WS-VU-COUNT >= 2000
                   DISPLAY "CALC-EFFECTIF-MOYEN|WARN|"
                       PAI-MATRICULE "|TABLE-PLEINE-VU"
               ELSE
                   ADD 1 TO WS-VU-COUNT
                   MOVE WS-VU-COUNT TO WS-VU-IDX
                   MOVE SPACES TO WS-VU-ENTRY(WS-VU-IDX)
                   MOVE PAI-MATRICULE TO WS-VU-MATRICULE(WS-VU-IDX)
               END-IF
           END-IF
           IF WS-VU-IDX <= WS-VU-COUNT
               MOVE "O" TO WS-VU-MOIS(WS-VU-IDX, WS-BUL-MOIS)
           END-IF

           PERFORM 2200-CALCULER-QUOTITE

           ADD WS-QUOTITE TO WS-PER-MOIS(1, WS-BUL-MOIS)

      *    Établissement du bulletin (celui de la période, même si le
      *    salarié a été muté depuis)
           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                   UNTIL WS-ETAB-IDX > ETAB-COUNT
               IF ETAB-CODE(WS-ETAB-IDX) = PAI-ETABLISSEMENT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ETAB-IDX > ETAB-COUNT
               DISPLAY "CALC-EFFECTIF-MOYEN|WARN|" PAI-MATRICULE
                   "|ETAB-INCONNU=" PAI-ETABLISSEMENT
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-PER-IDX = WS-ETAB-IDX + 1
           ADD WS-QUOTITE TO WS-PER-MOIS(WS-PER-IDX, WS-BUL-MOIS).

       2100-EXIT.
           EXIT.

      ******************************************************************
       2200-CALCULER-QUOTITE.
      ******************************************************************
      *    Temps plein et forfait jours : 1. Temps partiel : horaire
      *    contractuel sur durée légale, plafonné à 1. CDD : prorata
      *    des jours calendaires de contrat dans le mois (même calcul
      *    que le prorata du plafond de CALC-PAIE).
           MOVE 1 TO WS-QUOTITE
           IF EMP-TEMPS-PARTIEL AND EMP-HEURES-MENSUELLES > 0
               COMPUTE WS-QUOTITE ROUNDED =
                   EMP-HEURES-MENSUELLES / WS-HEURES-REF
               IF WS-QUOTITE > 1
                   MOVE 1 TO WS-QUOTITE
               END-IF
           END-IF

           IF NOT EMP-CDD
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BUL-PERIODE = WS-ANNEE * 100 + WS-BUL-MOIS
           EVALUATE WS-BUL-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-JOURS-MOIS
               WHEN 2
                   MOVE 28 TO WS-JOURS-MOIS
                   DIVIDE WS-ANNEE BY 4
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
                   IF WS-RESTE = 0
                       MOVE 29 TO WS-JOURS-MOIS
                       DIVIDE WS-ANNEE BY 100
                           GIVING WS-QUOTIENT REMAINDER WS-RESTE
                       IF WS-RESTE = 0
                           DIVIDE WS-ANNEE BY 400
                               GIVING WS-QUOTIENT REMAINDER WS-RESTE
                           IF WS-RESTE NOT = 0
                               MOVE 28 TO WS-JOURS-MOIS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-JOURS-MOIS
           END-EVALUATE

           MOVE 1 TO WS-JOUR-DEBUT
           MOVE WS-JOURS-MOIS TO WS-JOUR-FIN
           DIVIDE EMP-DATE-ENTREE BY 100
               GIVING WS-DATE-PERIODE REMAINDER WS-JOUR
           IF WS-DATE-PERIODE = WS-BUL-PERIODE
               MOVE WS-JOUR TO WS-JOUR-DEBUT
           END-IF
           IF EMP-DATE-SORTIE NOT = 0
               DIVIDE EMP-DATE-SORTIE BY 100
                   GIVING WS-DATE-PERIODE REMAINDER WS-JOUR
               IF WS-DATE-PERIODE = WS-BUL-PERIODE
                   MOVE WS-JOUR TO WS-JOUR-FIN
               END-IF
           END-IF

           IF WS-JOUR-FIN < WS-JOUR-DEBUT
               MOVE 0 TO WS-PRORATA
           ELSE
               COMPUTE WS-PRORATA ROUNDED =
                   (WS-JOUR-FIN - WS-JOUR-DEBUT + 1) / WS-JOURS-MOIS
           END-IF
           COMPUTE WS-QUOTITE ROUNDED = WS-QUOTITE * WS-PRORATA.

      ******************************************************************
       3000-CALCULER-MOYENNES.
      ******************************************************************
      *    EFFECTIFS.dat peut ne pas encore exister à la première
      *    exécution.
           OPEN I-O EFFECTIFS-FILE
           IF WS-FS-EFF = "35"
               OPEN OUTPUT EFFECTIFS-FILE
               CLOSE EFFECTIFS-FILE
               OPEN I-O EFFECTIFS-FILE
           END-IF
           IF WS-FS-EFF NOT = "00"
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|OPEN-EFF="
                   WS-FS-EFF
               STOP RUN
           END-IF

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               PERFORM 3100-TRAITER-UN-PERIMETRE
           END-PERFORM

           CLOSE EFFECTIFS-FILE.

      ******************************************************************
       3100-TRAITER-UN-PERIMETRE.
      ******************************************************************
      *    Moyenne des douze mois, arrondie à la deuxième décimale ;
      *    un mois sans bulletin compte pour zéro.
           MOVE 0 TO WS-SOMME-MOIS
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               ADD WS-PER-MOIS(WS-PER-IDX, WS-MOIS-IDX)
                   TO WS-SOMME-MOIS
           END-PERFORM
           COMPUTE WS-PER-MOYEN(WS-PER-IDX) ROUNDED =
               WS-SOMME-MOIS / 12

      *    Une ligne déjà écrite pour l'année (relance) est remplacée
           MOVE WS-PER-CODE(WS-PER-IDX) TO EFF-PERIMETRE
           MOVE WS-ANNEE TO EFF-ANNEE
           MOVE 0 TO WS-EFF-EXISTE
           READ EFFECTIFS-FILE
               KEY IS EFF-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EFF-EXISTE TO TRUE
           END-READ

      *    Décompte des années consécutives de l'année précédente
           MOVE WS-PER-CODE(WS-PER-IDX) TO EFF-PERIMETRE
           MOVE WS-ANNEE-PREC TO EFF-ANNEE
           MOVE 0 TO WS-HISTO-TROUVE
           INITIALIZE WS-PREC-TABLE
           READ EFFECTIFS-FILE
               KEY IS EFF-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTO-TROUVE TO TRUE
                   PERFORM VARYING WS-SEUIL-IDX FROM 1 BY 1
                           UNTIL WS-SEUIL-IDX > 3
                       MOVE EFF-SEUIL-ANNEES(WS-SEUIL-IDX)
                           TO WS-PREC-ANNEES(WS-SEUIL-IDX)
                   END-PERFORM
           END-READ

           INITIALIZE EFFECTIF-RECORD
           MOVE WS-PER-CODE(WS-PER-IDX) TO EFF-PERIMETRE
           MOVE WS-ANNEE TO EFF-ANNEE
           MOVE WS-PER-MOYEN(WS-PER-IDX) TO EFF-EFFECTIF-MOYEN
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               COMPUTE EFF-EFFECTIF-MOIS(WS-MOIS-IDX) ROUNDED =
                   WS-PER-MOIS(WS-PER-IDX, WS-MOIS-IDX)
           END-PERFORM
           PERFORM VARYING WS-SEUIL-IDX FROM 1 BY 1
                   UNTIL WS-SEUIL-IDX > 3
               PERFORM 3110-APPLIQUER-SEUIL
           END-PERFORM

           EVALUATE TRUE
               WHEN EFF-SEUIL-OUI(3)
                   SET EFF-250-PLUS TO TRUE
               WHEN EFF-SEUIL-OUI(2)
                   SET EFF-50-249 TO TRUE
               WHEN EFF-SEUIL-OUI(1)
                   SET EFF-11-49 TO TRUE
               WHEN OTHER
                   SET EFF-MOINS-11 TO TRUE
           END-EVALUATE
           MOVE EFF-TRANCHE TO WS-PER-TRANCHE(WS-PER-IDX)
           MOVE WS-HORO-DATE TO EFF-DATE-CALCUL

           IF EFF-EXISTE
               REWRITE EFFECTIF-RECORD
           ELSE
               WRITE EFFECTIF-RECORD
           END-IF
           IF WS-FS-EFF NOT = "00"
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|WRITE-EFF="
                   WS-FS-EFF " " EFF-PERIMETRE
               ADD 1 TO WS-ERRORS
           ELSE
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF

           PERFORM 3200-ECRIRE-RAPPORT.

      ******************************************************************
       3110-APPLIQUER-SEUIL.
      ******************************************************************
      *    Seuil atteint : une année de plus au décompte (réputé
      *    franchi sans historique) ; non atteint : décompte à zéro.
           MOVE WS-SEUIL-VALEUR(WS-SEUIL-IDX)
               TO EFF-SEUIL-VALEUR(WS-SEUIL-IDX)
           IF WS-PER-MOYEN(WS-PER-IDX) >= WS-SEUIL-VALEUR(WS-SEUIL-IDX)
               IF HISTO-TROUVE
                   IF WS-PREC-ANNEES(WS-SEUIL-IDX) < 99
                       COMPUTE EFF-SEUIL-ANNEES(WS-SEUIL-IDX) =
                           WS-PREC-ANNEES(WS-SEUIL-IDX) + 1
                   ELSE
                       MOVE 99 TO EFF-SEUIL-ANNEES(WS-SEUIL-IDX)
                   END-IF
               ELSE
                   MOVE WS-ANNEES-FRANCHISSEMENT
                       TO EFF-SEUIL-ANNEES(WS-SEUIL-IDX)
               END-IF
           ELSE
               MOVE 0 TO EFF-SEUIL-ANNEES(WS-SEUIL-IDX)
           END-IF
           IF EFF-SEUIL-ANNEES(WS-SEUIL-IDX) >= WS-ANNEES-FRANCHISSEMENT
               SET EFF-SEUIL-OUI(WS-SEUIL-IDX) TO TRUE
           ELSE
               SET EFF-SEUIL-NON(WS-SEUIL-IDX) TO TRUE
           END-IF.

      ******************************************************************
       3200-ECRIRE-RAPPORT.
      ******************************************************************
           MOVE EFF-EFFECTIF-MOYEN TO WS-FMT-EFFECTIF
           MOVE SPACES TO WS-LINE
           STRING "  " EFF-PERIMETRE
               "  MOYEN " WS-FMT-EFFECTIF
               "  SEUIL 11 : " EFF-SEUIL-ANNEES(1)
               " AN(S) " EFF-SEUIL-FRANCHI(1)
               "  SEUIL 50 : " EFF-SEUIL-ANNEES(2)
               " AN(S) " EFF-SEUIL-FRANCHI(2)
               "  SEUIL 250 : " EFF-SEUIL-ANNEES(3)
               " AN(S) " EFF-SEUIL-FRANCHI(3)
               "  TRANCHE " EFF-TRANCHE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               MOVE EFF-EFFECTIF-MOIS(WS-MOIS-IDX)
                   TO WS-FMT-MOIS(WS-MOIS-IDX)
           END-PERFORM
           MOVE SPACES TO WS-LINE
           STRING "        MOIS " WS-FMT-MOIS-TABLE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           DISPLAY "CALC-EFFECTIF-MOYEN|INFO|" EFF-PERIMETRE
               "|MOYEN=" WS-FMT-EFFECTIF "|TRANCHE=" EFF-TRANCHE.

      ******************************************************************
       4000-MAJ-ETABLISSEMENTS.
      ******************************************************************
      *    La tranche d'un établissement qui change ouvre une ligne
      *    datée du 1er janvier suivant dans le référentiel (ou met à
      *    jour celle qui existe déjà à cette date).
           MOVE 0 TO WS-NB-TRANCHES-MAJ
           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                   UNTIL WS-ETAB-IDX > ETAB-COUNT
               COMPUTE WS-PER-IDX = WS-ETAB-IDX + 1
               IF WS-PER-TRANCHE(WS-PER-IDX)
                   NOT = ETAB-EFFECTIF-TRANCHE(WS-ETAB-IDX)
                   IF WS-NB-TRANCHES-MAJ = 0
                       PERFORM 4050-OUVRIR-REFERENTIEL
                   END-IF
                   ADD 1 TO WS-NB-TRANCHES-MAJ
                   PERFORM 4100-MAJ-UN-ETABLISSEMENT
               END-IF
           END-PERFORM
           IF WS-NB-TRANCHES-MAJ > 0
               CLOSE ETABLISSEMENTS-FILE
               CLOSE JOURNAL-FILE
           END-IF.

      ******************************************************************
       4050-OUVRIR-REFERENTIEL.
      ******************************************************************
           OPEN I-O ETABLISSEMENTS-FILE
           IF WS-FS-ETB NOT = "00"
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|OPEN-ETB="
                   WS-FS-ETB
               STOP RUN
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-FS-JRN NOT = "00"
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|OPEN-JRN="
                   WS-FS-JRN
               CLOSE ETABLISSEMENTS-FILE
               STOP RUN
           END-IF.

      ******************************************************************
       4100-MAJ-UN-ETABLISSEMENT.
      ******************************************************************
           MOVE ETAB-EFFECTIF-TRANCHE(WS-ETAB-IDX) TO WS-TRANCHE-AVANT
           MOVE ETAB-CODE(WS-ETAB-IDX) TO ETB-CODE
           MOVE WS-DATE-EFFET-SUIV TO ETB-DATE-EFFET
           READ ETABLISSEMENTS-FILE
               KEY IS ETB-CLE
               INVALID KEY
                   INITIALIZE ETABLISSEMENT-RECORD
                   MOVE ETAB-CODE(WS-ETAB-IDX)     TO ETB-CODE
                   MOVE WS-DATE-EFFET-SUIV         TO ETB-DATE-EFFET
                   MOVE ETAB-COMPANY-NAME(WS-ETAB-IDX)
                       TO ETB-COMPANY-NAME
                   MOVE ETAB-SIRET(WS-ETAB-IDX)    TO ETB-SIRET
                   MOVE ETAB-NAF(WS-ETAB-IDX)      TO ETB-NAF
                   MOVE ETAB-URSSAF(WS-ETAB-IDX)   TO ETB-URSSAF
                   MOVE ETAB-CONVENTION(WS-ETAB-IDX)
                       TO ETB-CONVENTION
                   MOVE ETAB-VM-TAUX(WS-ETAB-IDX)  TO ETB-VM-TAUX
                   MOVE ETAB-TS-ASSUJETTI(WS-ETAB-IDX)
                       TO ETB-TS-ASSUJETTI
                   MOVE ETAB-ATMP-TAUX(WS-ETAB-IDX) TO ETB-ATMP-TAUX
                   MOVE WS-PER-TRANCHE(WS-PER-IDX)
                       TO ETB-EFFECTIF-TRANCHE
                   MOVE WS-HORO-DATE               TO ETB-DATE-MAJ
                   MOVE WS-OPERATEUR               TO ETB-OPERATEUR
                   WRITE ETABLISSEMENT-RECORD
               NOT INVALID KEY
                   MOVE WS-PER-TRANCHE(WS-PER-IDX)
                       TO ETB-EFFECTIF-TRANCHE
                   MOVE WS-HORO-DATE               TO ETB-DATE-MAJ
                   MOVE WS-OPERATEUR               TO ETB-OPERATEUR
                   REWRITE ETABLISSEMENT-RECORD
           END-READ
           IF WS-FS-ETB NOT = "00"
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|WRITE-ETB="
                   WS-FS-ETB " " ETB-CODE
               ADD 1 TO WS-ERRORS
               EXIT PARAGRAPH
           END-IF

           INITIALIZE MAINT-JOURNAL-RECORD
           MOVE WS-HORODATAGE(1:14)  TO MJR-HORODATAGE
           MOVE WS-OPERATEUR         TO MJR-OPERATEUR
           MOVE "EFFECTIF"           TO MJR-ACTION
           MOVE ETB-CODE             TO MJR-ETABLISSEMENT
           MOVE ETB-DATE-EFFET       TO MJR-DATE-EFFET
           MOVE "TRANCHE_EFFECTIF"   TO MJR-CHAMP
           MOVE WS-TRANCHE-AVANT     TO MJR-AVANT
           MOVE ETB-EFFECTIF-TRANCHE TO MJR-APRES
           WRITE MAINT-JOURNAL-RECORD
           IF WS-FS-JRN NOT = "00"
               DISPLAY "CALC-EFFECTIF-MOYEN|ERROR|0|WRITE-JRN="
                   WS-FS-JRN
           END-IF

           DISPLAY "CALC-EFFECTIF-MOYEN|INFO|" ETB-CODE
               "|TRANCHE=" WS-TRANCHE-AVANT ">" ETB-EFFECTIF-TRANCHE
               "|EFFET=" ETB-DATE-EFFET.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           CLOSE EMPLOYEE-FILE
           CLOSE BULLETINS-FILE
           CLOSE RAPPORT-FILE

           DISPLAY "CALC-EFFECTIF-MOYEN|DONE|" WS-RECORDS-WRITTEN
               "|" WS-ERRORS "|BULLETINS=" WS-NB-BULLETINS
               "|EXCLUS=" WS-NB-EXCLUS.
