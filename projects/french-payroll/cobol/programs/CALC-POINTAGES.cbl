      * mois et les heures contractuelles (EMP-HEURES-MENSUELLES),
      * pour détecter les anomalies de badgeage avant qu'elles ne
      * deviennent des litiges de paie.
      * Les heures supplémentaires décomptées alimentent enfin, pour
      * le mois de la période, le compteur annuel du contingent
      * (CONTINGENT-HS.dat) tant que ce mois n'a pas été payé :
      * l'approche de 80% puis de 100% du contingent est ainsi
      * signalée dès le décompte, avant le calcul de la paie, et
      * reportée en fin de rapport.
      * Les heures de la journée de solidarité — pointage marqué S,
      * ou travail du jour férié retenu comme journée de solidarité
      * dans le calendrier — ne sont ni majorées ni décomptées en
      * heures supplémentaires (Art. L3133-11 C. trav.) : elles
      * alimentent le suivi annuel de la journée (SOLIDARITE.dat),
      * mois par mois, et sont reportées en fin de rapport.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AST.

           SELECT CONTINGENT-HS-FILE
               ASSIGN TO WS-CONTINGENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHS-CLE
               FILE STATUS IS WS-FS-CHS.

           SELECT EFFECTIFS-FILE
               ASSIGN TO WS-EFFECTIFS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EFF-CLE
               FILE STATUS IS WS-FS-EFF.

           SELECT SOLIDARITE-FILE
               ASSIGN TO WS-SOLIDARITE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-CLE
               FILE STATUS IS WS-FS-SOL.

       DATA DIVISION.
       FILE SECTION.
      *    Heures de début et de fin de la vacation (HHMM) : à
      *    blanc (zones reprises sur l'ancien remplissage) ou à zéro
      *    sur les anciens fichiers de badgeuse, la qualification
      *    nuit/dimanche/férié est alors simplement omise.
      *    PTG-SOLIDARITE marque S les heures effectuées au titre de
      *    la journée de solidarité fractionnée.
       FD  POINTAGES-FILE.
       01  POINTAGE-RECORD.
           05  PTG-MATRICULE          PIC X(8).
           05  PTG-HEURES             PIC S9(3)V99 COMP-3.
           05  PTG-HEURE-DEBUT        PIC 9(4).
           05  PTG-HEURE-FIN          PIC 9(4).
           05  PTG-SOLIDARITE         PIC X(1).
               88  PTG-HEURES-SOLIDARITE VALUE "S".
           05  FILLER                 PIC X(11).

       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".
           05  VAR-HEURES-NUIT        PIC S9(3)V99 COMP-3.
           05  VAR-HEURES-DIMANCHE    PIC S9(3)V99 COMP-3.
           05  VAR-HEURES-FERIE       PIC S9(3)V99 COMP-3.
           05  VAR-DATE-DEBUT-ARRET   PIC 9(8).
           05  FILLER                 PIC X(27).

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
      *    Calendrier des jours fériés — une ligne par jour férié
      *    (date et libellé), entretenu par le service RH. Le fichier
      *    est optionnel : sans lui, aucun férié n'est qualifié.
      *    FER-SOLIDARITE marque S le jour férié retenu comme
      *    journée de solidarité.
       FD  JOURS-FERIES-FILE.
       01  JOUR-FERIE-RECORD.
           05  FER-DATE               PIC 9(8).
           05  FER-LIBELLE            PIC X(30).
           05  FER-SOLIDARITE         PIC X(1).
               88  FER-JOURNEE-SOLIDARITE VALUE "S".
           05  FILLER                 PIC X(11).

      *    Semaines d'astreinte — une ligne par semaine tenue
      *    (matricule, lundi de la semaine, heures d'intervention).
           05  AST-HEURES-INTERV      PIC S9(3)V99 COMP-3.
           05  FILLER                 PIC X(20).

       FD  CONTINGENT-HS-FILE.
       COPY "CONTINGENT-HS-RECORD.cpy".

       FD  EFFECTIFS-FILE.
       COPY "EFFECTIF-RECORD.cpy".

       FD  SOLIDARITE-FILE.
       COPY "SOLIDARITE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POINTAGES-PATH         PIC X(256).
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-FS-AST                 PIC XX.
       01  WS-EOF-AST                PIC 9 VALUE 0.
           88  EOF-AST               VALUE 1.
       01  WS-CONTINGENT-PATH        PIC X(256).
       01  WS-FS-CHS                 PIC XX.
       01  WS-EFFECTIFS-PATH         PIC X(256).
       01  WS-FS-EFF                 PIC XX.
       01  WS-SOLIDARITE-PATH        PIC X(256).
       01  WS-FS-SOL                 PIC XX.

      *    --- Journée de solidarité : durée due à temps complet
      *    (Art. L3133-10 C. trav.), proratisée pour un temps partiel
      *    sur la durée mensuelle de référence ---
       01  WS-SOL-DUREE-JOUR         PIC S9(3)V99 COMP-3 VALUE 7.00.
       01  WS-SOL-HEURES-REF         PIC S9(5)V99 COMP-3
                                     VALUE 151.67.
       01  WS-SOL-IDX                PIC 9(2).
       01  WS-SOL-FOUND              PIC 9 VALUE 0.
           88  SOL-FOUND             VALUE 1.
       01  WS-SOL-AVEC-FERIE         PIC 9 VALUE 0.
           88  SOL-AVEC-FERIE        VALUE 1.
       01  WS-SOL-SIGNALES           PIC 9(4) VALUE 0.
       01  WS-EST-SOLIDARITE         PIC 9 VALUE 0.
           88  POINTAGE-SOLIDARITE   VALUE 1.
       01  WS-EST-FERIE-SOLID        PIC 9 VALUE 0.
           88  FERIE-SOLIDARITE      VALUE 1.
       01  WS-ORIGINE-AST            PIC 9 VALUE 0.
           88  ORIGINE-ASTREINTE     VALUE 1.

      *    --- Contingent annuel d'heures supplémentaires (Art.
      *    D3121-24 C. trav.) et taux de la contrepartie obligatoire
      *    en repos (100% au-delà de 20 salariés, 50% sinon, selon
      *    l'effectif moyen de l'année précédente) ---
       01  WS-CONTINGENT-HS          PIC S9(3)V99 COMP-3
                                     VALUE 220.00.
       01  WS-CHS-TAUX-COR           PIC 9(3) VALUE 100.
       01  WS-CHS-SEUIL-80           PIC S9(5)V99 COMP-3.
       01  WS-CHS-ANNEE              PIC 9(4).
       01  WS-CHS-MOIS               PIC 9(2).
       01  WS-CHS-IDX                PIC 9(2).
       01  WS-CHS-REPORT             PIC S9(5)V99 COMP-3.
       01  WS-CHS-FOUND              PIC 9 VALUE 0.
           88  CHS-FOUND             VALUE 1.
       01  WS-CHS-SIGNALES           PIC 9(4) VALUE 0.

       01  WS-PERIODE                PIC 9(6).

       01  WS-FER-TABLE.
           05  WS-FER-ENTRY OCCURS 100 TIMES.
               10  WS-FER-DATE       PIC 9(8).
               10  WS-FER-SOLIDARITE PIC X(1).
       01  WS-FER-IDX                PIC 9(3).
       01  WS-EOF-FER                PIC 9 VALUE 0.
           88  EOF-FER               VALUE 1.
               10  WS-CON-NUIT       PIC S9(5)V99 COMP-3.
               10  WS-CON-DIMANCHE   PIC S9(5)V99 COMP-3.
               10  WS-CON-FERIE      PIC S9(5)V99 COMP-3.
               10  WS-CON-SOLIDARITE PIC S9(3)V99 COMP-3.
               10  WS-CON-SOL-FERIE  PIC 9(8).
       01  WS-CON-IDX                PIC 9(4).

      *    --- Calcul du numéro de jour civil et du lundi de la
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-FMT-H1                 PIC ZZZ9.99-.
       01  WS-FMT-H2                 PIC ZZZ9.99-.
       01  WS-FMT-H3                 PIC ZZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 3000-DECOMPTER-SEMAINES
           PERFORM 4000-ECRIRE-VARIABLES
           PERFORM 5000-RAPPORT-ECARTS
           PERFORM 6000-ALIMENTER-CONTINGENT THRU 6000-EXIT
           PERFORM 6500-ALIMENTER-SOLIDARITE THRU 6500-EXIT
           PERFORM 9000-FIN
           STOP RUN.

           IF WS-ASTREINTES-PATH = SPACES
               MOVE "../data/ASTREINTES.dat" TO WS-ASTREINTES-PATH
           END-IF
           ACCEPT WS-CONTINGENT-PATH
               FROM ENVIRONMENT "CONTINGENT_HS_FILE"
           IF WS-CONTINGENT-PATH = SPACES
               MOVE "../data/CONTINGENT-HS.dat" TO WS-CONTINGENT-PATH
           END-IF
           ACCEPT WS-EFFECTIFS-PATH FROM ENVIRONMENT "EFFECTIFS_FILE"
           IF WS-EFFECTIFS-PATH = SPACES
               MOVE "../data/EFFECTIFS.dat" TO WS-EFFECTIFS-PATH
           END-IF
           ACCEPT WS-SOLIDARITE-PATH FROM ENVIRONMENT "SOLIDARITE_FILE"
           IF WS-SOLIDARITE-PATH = SPACES
               MOVE "../data/SOLIDARITE.dat" TO WS-SOLIDARITE-PATH
           END-IF

           DISPLAY "CALC-POINTAGES|START|" WS-PERIODE "|0".

                   IF WS-FER-COUNT < 100
                       ADD 1 TO WS-FER-COUNT
                       MOVE FER-DATE TO WS-FER-DATE(WS-FER-COUNT)
                       MOVE FER-SOLIDARITE
                           TO WS-FER-SOLIDARITE(WS-FER-COUNT)
                   ELSE
                       DISPLAY "CALC-POINTAGES|WARN|0|"
                           "TABLE-PLEINE-FER=" FER-DATE
           END-READ

           PERFORM UNTIL EOF-PTG
               PERFORM 2100-CUMULER-UN-POINTAGE THRU 2100-EXIT
               READ POINTAGES-FILE
                   AT END SET EOF-PTG TO TRUE
               END-READ
       2100-CUMULER-UN-POINTAGE.
      ******************************************************************
           PERFORM 2200-CALCULER-LUNDI
           PERFORM 2150-QUALIFIER-SOLIDARITE THRU 2150-EXIT

      *    Heures pointées du mois demandé (rapport d'écart) et
      *    qualification des heures de nuit, de dimanche et de jour
      *    férié travaillé, ou des heures de solidarité
           IF PTG-DATE(1:6) = WS-PERIODE
               PERFORM 2400-CUMULER-POINTEES
               IF POINTAGE-SOLIDARITE
                   PERFORM 2800-CUMULER-SOLIDARITE
               ELSE
                   PERFORM 2600-QUALIFIER-POINTAGE
               END-IF
           END-IF

      *    Les heures de solidarité ne comptent pas dans le décompte
      *    hebdomadaire des heures supplémentaires
           IF POINTAGE-SOLIDARITE
               GO TO 2100-EXIT
           END-IF

           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
               MOVE PTG-DATE TO WS-SEM-DERN-DATE(WS-SEM-IDX)
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
       2150-QUALIFIER-SOLIDARITE.
      ******************************************************************
      *    Heures de la journée de solidarité : pointage marqué S
      *    (journée fractionnée) ou pointage du jour férié retenu
      *    comme journée de solidarité dans le calendrier. Une
      *    intervention d'astreinte n'en relève jamais.
           MOVE 0 TO WS-EST-SOLIDARITE
           MOVE 0 TO WS-EST-FERIE-SOLID
           IF ORIGINE-ASTREINTE
               GO TO 2150-EXIT
           END-IF
           PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                   UNTIL WS-FER-IDX > WS-FER-COUNT
               IF WS-FER-DATE(WS-FER-IDX) = PTG-DATE
                   AND WS-FER-SOLIDARITE(WS-FER-IDX) = "S"
                   SET FERIE-SOLIDARITE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FERIE-SOLIDARITE OR PTG-HEURES-SOLIDARITE
               SET POINTAGE-SOLIDARITE TO TRUE
           END-IF.

       2150-EXIT.
           EXIT.

      ******************************************************************
       2200-CALCULER-LUNDI.
      ******************************************************************
                   MOVE 0 TO WS-CON-NUIT(WS-CON-IDX)
                   MOVE 0 TO WS-CON-DIMANCHE(WS-CON-IDX)
                   MOVE 0 TO WS-CON-FERIE(WS-CON-IDX)
                   MOVE 0 TO WS-CON-SOLIDARITE(WS-CON-IDX)
                   MOVE 0 TO WS-CON-SOL-FERIE(WS-CON-IDX)
               ELSE
                   DISPLAY "CALC-POINTAGES|WARN|0|TABLE-PLEINE-CON="
                       PTG-MATRICULE
               END-IF
           END-IF.

      ******************************************************************
       2800-CUMULER-SOLIDARITE.
      ******************************************************************
      *    Heures de solidarité du mois ; le travail du jour férié
      *    retenu est daté pour le suivi annuel.
           ADD PTG-HEURES TO WS-CON-SOLIDARITE(WS-CON-IDX)
           IF FERIE-SOLIDARITE
               MOVE PTG-DATE TO WS-CON-SOL-FERIE(WS-CON-IDX)
           END-IF.

      ******************************************************************
       2900-CUMULER-ASTREINTES.
      ******************************************************************
                       WS-FS-AST
               END-IF
           ELSE
               SET ORIGINE-ASTREINTE TO TRUE
               READ ASTREINTES-FILE
                   AT END SET EOF-AST TO TRUE
               END-READ
                       MOVE AST-HEURES-INTERV TO PTG-HEURES
                       MOVE 0 TO PTG-HEURE-DEBUT
                       MOVE 0 TO PTG-HEURE-FIN
                       MOVE SPACE TO PTG-SOLIDARITE
                       PERFORM 2100-CUMULER-UN-POINTAGE THRU 2100-EXIT
                   END-IF
                   READ ASTREINTES-FILE
                       AT END SET EOF-AST TO TRUE
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-ORIGINE-AST
               CLOSE ASTREINTES-FILE
           END-IF.

               END-IF
           END-IF.

      ******************************************************************
       6000-ALIMENTER-CONTINGENT.
      ******************************************************************
      *    Porte les heures supplémentaires décomptées du mois dans
      *    la case de la période du compteur annuel, sauf si la paie
      *    du mois y a déjà porté les heures payées, qui priment.
      *    Seuls les non-cadres à temps complet sont concernés ; le
      *    compteur est créé au premier lancement.
           DIVIDE WS-PERIODE BY 100
               GIVING WS-CHS-ANNEE REMAINDER WS-CHS-MOIS

           MOVE 100 TO WS-CHS-TAUX-COR
           OPEN INPUT EFFECTIFS-FILE
           IF WS-FS-EFF = "00"
               MOVE "ENTR" TO EFF-PERIMETRE
               COMPUTE EFF-ANNEE = WS-CHS-ANNEE - 1
               READ EFFECTIFS-FILE
                   KEY IS EFF-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EFF-EFFECTIF-MOYEN NOT > 20
                           MOVE 50 TO WS-CHS-TAUX-COR
                       END-IF
               END-READ
               CLOSE EFFECTIFS-FILE
           END-IF

           OPEN I-O CONTINGENT-HS-FILE
           IF WS-FS-CHS = "35"
               OPEN OUTPUT CONTINGENT-HS-FILE
               CLOSE CONTINGENT-HS-FILE
               OPEN I-O CONTINGENT-HS-FILE
           END-IF
           IF WS-FS-CHS NOT = "00"
               DISPLAY "CALC-POINTAGES|ERROR|0|OPEN-CHS=" WS-FS-CHS
               ADD 1 TO WS-ERRORS
               GO TO 6000-EXIT
           END-IF

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  CONTINGENT ANNUEL D'HEURES SUPPLEMENTAIRES - "
               "SALARIES A 80% ET PLUS - PERIODE " WS-PERIODE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-COUNT
               PERFORM 6100-CONTINGENT-UN-MATRICULE THRU 6100-EXIT
           END-PERFORM

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           CLOSE CONTINGENT-HS-FILE.

       6000-EXIT.
           EXIT.

      ******************************************************************
       6100-CONTINGENT-UN-MATRICULE.
      ******************************************************************
           MOVE WS-CON-MATRICULE(WS-CON-IDX) TO EMP-MATRICULE
           READ EMPLOYEE-FILE
               KEY IS EMP-MATRICULE
               INVALID KEY
                   GO TO 6100-EXIT
           END-READ
           IF NOT EMP-NON-CADRE OR EMP-TEMPS-PARTIEL
               GO TO 6100-EXIT
           END-IF

      *    Solde de repos non pris de l'année précédente, reporté
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
           END-READ

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
               IF WS-CON-HS-TOTAL(WS-CON-IDX) = 0
                   GO TO 6100-EXIT
               END-IF
               INITIALIZE CONTINGENT-HS-RECORD
               MOVE EMP-MATRICULE     TO CHS-MATRICULE
               MOVE WS-CHS-ANNEE      TO CHS-ANNEE
               MOVE WS-CONTINGENT-HS  TO CHS-CONTINGENT
               MOVE WS-CHS-TAUX-COR   TO CHS-TAUX-COR
           END-IF

      *    Le mois déjà payé garde ses heures payées
           IF CHS-MOIS-PAYE(WS-CHS-MOIS)
               GO TO 6100-EXIT
           END-IF

           MOVE WS-CON-HS-TOTAL(WS-CON-IDX)
               TO CHS-HS-MOIS(WS-CHS-MOIS)
           SET CHS-MOIS-POINTE(WS-CHS-MOIS) TO TRUE
           MOVE WS-CHS-REPORT TO CHS-COR-REPORT
           IF WS-PERIODE > CHS-DERNIERE-PERIODE
               MOVE WS-PERIODE TO CHS-DERNIERE-PERIODE
           END-IF
           PERFORM 6200-RECALCULER-CONTINGENT

           IF CHS-FOUND
               REWRITE CONTINGENT-HS-RECORD
           ELSE
               WRITE CONTINGENT-HS-RECORD
           END-IF
           IF WS-FS-CHS NOT = "00"
               DISPLAY "CALC-POINTAGES|ERROR|0|MAJ-CHS=" WS-FS-CHS
               ADD 1 TO WS-ERRORS
               GO TO 6100-EXIT
           END-IF

           IF CHS-PERIODE-ALERTE-80 NOT = 0
               ADD 1 TO WS-CHS-SIGNALES
               MOVE CHS-CUMUL-HS TO WS-FMT-H1
               MOVE CHS-CONTINGENT TO WS-FMT-H2
               MOVE SPACES TO WS-LINE
               IF CHS-PERIODE-ALERTE-100 NOT = 0
                   STRING "  " CHS-MATRICULE
                       "  CUMUL HS=" WS-FMT-H1
                       "  CONTINGENT=" WS-FMT-H2
                       "  CONTINGENT ATTEINT EN "
                       CHS-PERIODE-ALERTE-100
                       DELIMITED SIZE INTO WS-LINE
               ELSE
                   STRING "  " CHS-MATRICULE
                       "  CUMUL HS=" WS-FMT-H1
                       "  CONTINGENT=" WS-FMT-H2
                       "  80% ATTEINTS EN "
                       CHS-PERIODE-ALERTE-80
                       DELIMITED SIZE INTO WS-LINE
               END-IF
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF.

       6100-EXIT.
           EXIT.

      ******************************************************************
       6200-RECALCULER-CONTINGENT.
      ******************************************************************
      *    Même recalcul que CALC-PAIE : cumul des cases du mois,
      *    heures au-delà du contingent, repos acquis et solde,
      *    franchissement de 80% puis de 100% du contingent.
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
                   DISPLAY "CALC-POINTAGES|WARN|0|CONTINGENT-HS-80="
                       CHS-MATRICULE
               END-IF
           ELSE
               MOVE 0 TO CHS-PERIODE-ALERTE-80
           END-IF
           IF CHS-CUMUL-HS >= CHS-CONTINGENT
               IF CHS-PERIODE-ALERTE-100 = 0
                   MOVE WS-PERIODE TO CHS-PERIODE-ALERTE-100
                   DISPLAY "CALC-POINTAGES|WARN|0|"
                       "CONTINGENT-HS-ATTEINT=" CHS-MATRICULE
               END-IF
           ELSE
               MOVE 0 TO CHS-PERIODE-ALERTE-100
           END-IF.

      ******************************************************************
       6500-ALIMENTER-SOLIDARITE.
      ******************************************************************
      *    Porte les heures de solidarité pointées du mois dans la
      *    case de la période du suivi annuel de la journée de
      *    solidarité ; un mois recalculé remplace sa case. Le
      *    fichier est créé au premier lancement.
           DIVIDE WS-PERIODE BY 100
               GIVING WS-CHS-ANNEE REMAINDER WS-CHS-MOIS

           OPEN I-O SOLIDARITE-FILE
           IF WS-FS-SOL = "35"
               OPEN OUTPUT SOLIDARITE-FILE
               CLOSE SOLIDARITE-FILE
               OPEN I-O SOLIDARITE-FILE
           END-IF
           IF WS-FS-SOL NOT = "00"
               DISPLAY "CALC-POINTAGES|ERROR|0|OPEN-SOL=" WS-FS-SOL
               ADD 1 TO WS-ERRORS
               GO TO 6500-EXIT
           END-IF

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  JOURNEE DE SOLIDARITE - HEURES POINTEES "
               "- PERIODE " WS-PERIODE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-COUNT
               PERFORM 6600-SOLIDARITE-UN-MATRICULE THRU 6600-EXIT
           END-PERFORM

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           CLOSE SOLIDARITE-FILE.

       6500-EXIT.
           EXIT.

      ******************************************************************
       6600-SOLIDARITE-UN-MATRICULE.
      ******************************************************************
           MOVE 0 TO WS-SOL-FOUND
           MOVE WS-CON-MATRICULE(WS-CON-IDX) TO SOL-MATRICULE
           MOVE WS-CHS-ANNEE TO SOL-ANNEE
           READ SOLIDARITE-FILE
               KEY IS SOL-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SOL-FOUND TO TRUE
           END-READ

      *    Rien à porter ni à retirer pour le mois
           IF WS-CON-SOLIDARITE(WS-CON-IDX) = 0
               IF NOT SOL-FOUND
                   GO TO 6600-EXIT
               END-IF
               IF SOL-HEURES-MOIS(WS-CHS-MOIS) = 0
                   GO TO 6600-EXIT
               END-IF
           END-IF

           MOVE WS-CON-MATRICULE(WS-CON-IDX) TO EMP-MATRICULE
           READ EMPLOYEE-FILE
               KEY IS EMP-MATRICULE
               INVALID KEY
                   GO TO 6600-EXIT
           END-READ
      *    Ni le mandataire social ni le stagiaire ne sont tenus à
      *    la journée de solidarité
           IF EMP-MANDATAIRE OR EMP-STAGIAIRE
               GO TO 6600-EXIT
           END-IF

           IF NOT SOL-FOUND
               INITIALIZE SOLIDARITE-RECORD
               MOVE EMP-MATRICULE TO SOL-MATRICULE
               MOVE WS-CHS-ANNEE  TO SOL-ANNEE
               MOVE SPACE TO SOL-MODALITE
           END-IF
           PERFORM 6700-HEURES-DUES

           MOVE WS-CON-SOLIDARITE(WS-CON-IDX)
               TO SOL-HEURES-MOIS(WS-CHS-MOIS)
           MOVE SPACE TO SOL-FERIE-MOIS(WS-CHS-MOIS)
           IF WS-CON-SOL-FERIE(WS-CON-IDX) NOT = 0
               SET SOL-MOIS-FERIE(WS-CHS-MOIS) TO TRUE
               MOVE WS-CON-SOL-FERIE(WS-CON-IDX) TO SOL-DATE-FERIE
           END-IF
           IF WS-PERIODE > SOL-DERNIERE-PERIODE
               MOVE WS-PERIODE TO SOL-DERNIERE-PERIODE
           END-IF
           PERFORM 6800-RECALCULER-SOLIDARITE

           IF SOL-FOUND
               REWRITE SOLIDARITE-RECORD
           ELSE
               WRITE SOLIDARITE-RECORD
           END-IF
           IF WS-FS-SOL NOT = "00"
               DISPLAY "CALC-POINTAGES|ERROR|0|MAJ-SOL=" WS-FS-SOL
               ADD 1 TO WS-ERRORS
               GO TO 6600-EXIT
           END-IF

           ADD 1 TO WS-SOL-SIGNALES
           MOVE SOL-HEURES-MOIS(WS-CHS-MOIS) TO WS-FMT-H1
           MOVE SOL-HEURES-FAITES TO WS-FMT-H2
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
               WHEN SOL-PAR-FERIE
                   STRING "  " SOL-MATRICULE
                       "  HEURES MOIS=" WS-FMT-H1
                       "  CUMUL=" WS-FMT-H2
                       "  ACCOMPLIE - FERIE TRAVAILLE LE "
                       SOL-DATE-FERIE
                       DELIMITED SIZE INTO WS-LINE
               WHEN SOL-PAR-RTT
                   STRING "  " SOL-MATRICULE
                       "  HEURES MOIS=" WS-FMT-H1
                       "  CUMUL=" WS-FMT-H2
                       "  DEJA ACCOMPLIE - JOUR DE RTT IMPUTE EN "
                       SOL-PERIODE-RTT
                       DELIMITED SIZE INTO WS-LINE
               WHEN SOL-PAR-HEURES
                   STRING "  " SOL-MATRICULE
                       "  HEURES MOIS=" WS-FMT-H1
                       "  CUMUL=" WS-FMT-H2
                       "  ACCOMPLIE - HEURES FRACTIONNEES"
                       DELIMITED SIZE INTO WS-LINE
               WHEN OTHER
                   MOVE SOL-HEURES-DUES TO WS-FMT-H3
                   STRING "  " SOL-MATRICULE
                       "  HEURES MOIS=" WS-FMT-H1
                       "  CUMUL=" WS-FMT-H2
                       "  DUES=" WS-FMT-H3
                       "  EN COURS"
                       DELIMITED SIZE INTO WS-LINE
           END-EVALUATE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

      *    Au-delà de la durée due, les heures ne sont plus des heures
      *    de solidarité : elles sont à rémunérer
           IF SOL-HEURES-FAITES > SOL-HEURES-DUES
               AND NOT SOL-PAR-FERIE
               COMPUTE WS-ECART = SOL-HEURES-FAITES - SOL-HEURES-DUES
               MOVE WS-ECART TO WS-FMT-H1
               MOVE SPACES TO WS-LINE
               STRING "            HEURES AU-DELA DE LA DUREE DUE="
                   WS-FMT-H1 " A REMUNERER"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
               DISPLAY "CALC-POINTAGES|WARN|0|SOLIDARITE-DEPASSEE="
                   SOL-MATRICULE
           END-IF.

       6600-EXIT.
           EXIT.

      ******************************************************************
       6700-HEURES-DUES.
      ******************************************************************
      *    Sept heures à temps complet, au prorata de la durée
      *    contractuelle pour un temps partiel (Art. L3133-10 C.
      *    trav.)
           MOVE WS-SOL-DUREE-JOUR TO SOL-HEURES-DUES
           IF EMP-HEURES-MENSUELLES > 0
               AND EMP-HEURES-MENSUELLES < WS-SOL-HEURES-REF
               COMPUTE SOL-HEURES-DUES ROUNDED =
                   WS-SOL-DUREE-JOUR * EMP-HEURES-MENSUELLES
                   / WS-SOL-HEURES-REF
           END-IF.

      ******************************************************************
       6800-RECALCULER-SOLIDARITE.
      ******************************************************************
      *    Même recalcul que CALC-CONGES-PAYES : cumul des cases du
      *    mois, puis modalité d'accomplissement — jour de RTT imputé,
      *    à défaut jour férié retenu travaillé, à défaut heures
      *    fractionnées atteignant la durée due.
           MOVE 0 TO SOL-HEURES-FAITES
           MOVE 0 TO WS-SOL-AVEC-FERIE
           PERFORM VARYING WS-SOL-IDX FROM 1 BY 1
                   UNTIL WS-SOL-IDX > 12
               ADD SOL-HEURES-MOIS(WS-SOL-IDX) TO SOL-HEURES-FAITES
               IF SOL-MOIS-FERIE(WS-SOL-IDX)
                   SET SOL-AVEC-FERIE TO TRUE
               END-IF
           END-PERFORM
           IF NOT SOL-AVEC-FERIE
               MOVE 0 TO SOL-DATE-FERIE
           END-IF

           EVALUATE TRUE
               WHEN SOL-PERIODE-RTT NOT = 0
                   SET SOL-PAR-RTT TO TRUE
               WHEN SOL-AVEC-FERIE
                   SET SOL-PAR-FERIE TO TRUE
               WHEN SOL-HEURES-FAITES > 0
                   AND SOL-HEURES-FAITES >= SOL-HEURES-DUES
                   SET SOL-PAR-HEURES TO TRUE
               WHEN OTHER
                   SET SOL-NON-ACCOMPLIE TO TRUE
           END-EVALUATE

           IF SOL-NON-ACCOMPLIE
               MOVE 0 TO SOL-PERIODE-ACCOMPLIE
           ELSE
               IF SOL-PERIODE-ACCOMPLIE = 0
                   MOVE WS-PERIODE TO SOL-PERIODE-ACCOMPLIE
               END-IF
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
