       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-CALENDRIER-PAIE.
      ******************************************************************
      * MAINT-CALENDRIER-PAIE — Calendrier de paie par établissement
      * Opère sur CALENDRIER-PAIE.dat (indexé, clé période + code
      * établissement). Piloté par variables d'environnement :
      *   ACTION=GENERER  — calcule le calendrier de PERIODE pour
      *       l'établissement ETABLISSEMENT, ou pour tous les
      *       établissements du référentiel s'il est à blanc ; une
      *       ligne existante n'est recalculée qu'avec FORCER=OUI ;
      *   ACTION=MODIFIER — remplace la date CHAMP (LIMITE-VARIABLES,
      *       CALCUL, PAIEMENT ou ECHEANCE-DSN) de la ligne
      *       PERIODE / ETABLISSEMENT par DATE_CALENDRIER ;
      *   ACTION=LISTER   — affiche le calendrier de PERIODE.
      * Règles de calcul :
      *   - limite des éléments variables : le JOUR_LIMITE_VARIABLES
      *     du mois (défaut 18) ;
      *   - calcul : le JOUR_CALCUL du mois (défaut 22) ;
      *   - paiement : le JOUR_PAIEMENT du mois, ou à défaut le
      *     dernier jour ouvré du mois ;
      *   - échéance DSN : le 5 du mois suivant si l'entreprise
      *     compte 50 salariés et plus (tranche d'effectif de
      *     l'année précédente dans EFFECTIFS.dat, à défaut celle de
      *     l'établissement), le 15 sinon.
      * Une date qui tombe un jour non ouvré est avancée au jour
      * ouvré précédent — l'échéance DSN est au contraire reportée
      * au jour ouvré suivant. Les jours ouvrés sont ceux du
      * calendrier tenu pour les traitements bancaires
      * (holiday-calendar.dat du répertoire DATA_DIR), consulté par
      * le sous-programme DATE-SERVICE.
      * Chaque action exige un code opérateur (OPERATEUR) ; les
      * actions de mise à jour écrivent une ligne de journal (image
      * avant/après) dans MAINT-CALENDRIER-JOURNAL.dat.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDRIER-FILE
               ASSIGN TO WS-CALENDRIER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CLE
               FILE STATUS IS WS-FS-CAL.

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

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDRIER-FILE.
       COPY "CALENDRIER-PAIE-RECORD.cpy".

       FD  ETABLISSEMENTS-FILE.
       COPY "ETABLISSEMENT-RECORD.cpy".

       FD  EFFECTIFS-FILE.
       COPY "EFFECTIF-RECORD.cpy".

       FD  JOURNAL-FILE.
       01  MAINT-JOURNAL-RECORD.
           05  MJR-HORODATAGE         PIC 9(14).
           05  MJR-OPERATEUR          PIC X(8).
           05  MJR-ACTION             PIC X(10).
           05  MJR-ETABLISSEMENT      PIC X(8).
           05  MJR-CHAMP              PIC X(20).
           05  MJR-AVANT              PIC X(30).
           05  MJR-APRES              PIC X(30).
           05  FILLER                 PIC X(10).

       WORKING-STORAGE SECTION.
       COPY "ETABLISSEMENT-TABLE.cpy".
       COPY "DATE-SERVICE-AREA.cpy".

       01  WS-CALENDRIER-PATH        PIC X(256).
       01  WS-ETB-PATH               PIC X(256).
       01  WS-EFFECTIFS-PATH         PIC X(256).
       01  WS-JOURNAL-PATH           PIC X(256).
       01  WS-FS-CAL                 PIC XX.
       01  WS-FS-ETB                 PIC XX.
       01  WS-FS-EFF                 PIC XX.
       01  WS-FS-JRN                 PIC XX.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.
       01  WS-EOF-CAL                PIC 9 VALUE 0.
           88  EOF-CAL               VALUE 1.

       01  WS-ACTION                 PIC X(8).
       01  WS-PERIODE                PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-ANNEE          PIC 9(4).
           05  WS-PER-MOIS           PIC 9(2).
       01  WS-ETABLISSEMENT          PIC X(4).
       01  WS-ETAB-JOURNAL           PIC X(4).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-FORCER                 PIC X(3).
       01  WS-CHAMP-MODIFIE          PIC X(16).
       01  WS-DATE-SAISIE            PIC 9(8).
       01  WS-JOUR-LIMITE            PIC 9(2).
       01  WS-JOUR-CALCUL            PIC 9(2).
       01  WS-JOUR-PAIEMENT          PIC 9(2).

       01  WS-ETB-DATE-REF           PIC 9(8).
       01  WS-ETAB-IDX               PIC 9(2).
       01  WS-EXISTE                 PIC 9 VALUE 0.
       01  WS-NB-LIGNES              PIC 9(3) VALUE 0.

      *    --- Tranche d'effectif de l'entreprise (EFFECTIFS.dat,
      *    ligne ENTR de l'année précédente), espace si absente ---
       01  WS-TRANCHE-ENTR           PIC X(1) VALUE SPACE.
       01  WS-TRANCHE                PIC X(1).
           88  WS-TRANCHE-50-PLUS    VALUE "3" "4".

      *    --- Dates calculées ---
       01  WS-DATE-LIMITE            PIC 9(8).
       01  WS-DATE-CALCUL            PIC 9(8).
       01  WS-DATE-PAIEMENT          PIC 9(8).
       01  WS-DATE-DSN               PIC 9(8).
       01  WS-DATE-BRUTE             PIC 9(8).
       01  WS-DATE-OUVREE            PIC 9(8).
       01  WS-SENS-REPORT            PIC X(5).
       01  WS-JOUR                   PIC 9(2).
       01  WS-SUIV-ANNEE             PIC 9(4).
       01  WS-SUIV-MOIS              PIC 9(2).

       01  WS-FIN-MOIS               PIC 9(2).
       01  WS-BISSEXTILE-RESTE       PIC 9(3).
       01  WS-DAT-RESTE              PIC 9(4).
       01  WS-JOURS-MOIS-DATA        PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-JOURS-MOIS-TABLE REDEFINES WS-JOURS-MOIS-DATA.
           05  WS-JOURS-MOIS         PIC 9(2) OCCURS 12 TIMES.

       01  WS-AVANT                  PIC X(30).
       01  WS-APRES                  PIC X(30).
       01  WS-CHAMP                  PIC X(20).

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           EVALUATE WS-ACTION
               WHEN "GENERER"
                   PERFORM 2000-GENERER
               WHEN "MODIFIER"
                   PERFORM 3000-MODIFIER THRU 3000-EXIT
               WHEN "LISTER"
                   PERFORM 6000-LISTER
               WHEN OTHER
                   DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|"
                       "ACTION-INVALIDE=" WS-ACTION
           END-EVALUATE

           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-CALENDRIER-PATH
               FROM ENVIRONMENT "CALENDRIER_PAIE_FILE"
           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           ACCEPT WS-EFFECTIFS-PATH FROM ENVIRONMENT "EFFECTIFS_FILE"
           ACCEPT WS-JOURNAL-PATH
               FROM ENVIRONMENT "MAINT_CALENDRIER_JOURNAL_FILE"
           ACCEPT WS-ACTION FROM ENVIRONMENT "ACTION"
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-ETABLISSEMENT FROM ENVIRONMENT "ETABLISSEMENT"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-FORCER FROM ENVIRONMENT "FORCER"
           ACCEPT WS-CHAMP-MODIFIE FROM ENVIRONMENT "CHAMP"
           ACCEPT WS-DATE-SAISIE FROM ENVIRONMENT "DATE_CALENDRIER"
           ACCEPT WS-JOUR-LIMITE
               FROM ENVIRONMENT "JOUR_LIMITE_VARIABLES"
           ACCEPT WS-JOUR-CALCUL FROM ENVIRONMENT "JOUR_CALCUL"
           ACCEPT WS-JOUR-PAIEMENT FROM ENVIRONMENT "JOUR_PAIEMENT"

           IF WS-CALENDRIER-PATH = SPACES
               MOVE "../data/CALENDRIER-PAIE.dat"
                   TO WS-CALENDRIER-PATH
           END-IF
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           IF WS-EFFECTIFS-PATH = SPACES
               MOVE "../data/EFFECTIFS.dat" TO WS-EFFECTIFS-PATH
           END-IF
           IF WS-JOURNAL-PATH = SPACES
               MOVE "../data/MAINT-CALENDRIER-JOURNAL.dat"
                   TO WS-JOURNAL-PATH
           END-IF
           IF WS-JOUR-LIMITE = 0
               MOVE 18 TO WS-JOUR-LIMITE
           END-IF
           IF WS-JOUR-CALCUL = 0
               MOVE 22 TO WS-JOUR-CALCUL
           END-IF

      *    Toute action est nominative : pas de code opérateur, pas
      *    de maintenance.
           IF WS-OPERATEUR = SPACES
               DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|OPERATEUR-REQUIS"
               STOP RUN
           END-IF
           IF WS-PERIODE = 0
               OR WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
               DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|"
                   "PERIODE-INVALIDE=" WS-PERIODE
               STOP RUN
           END-IF
           IF WS-ETABLISSEMENT = SPACES
               AND WS-ACTION = "MODIFIER"
               DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|"
                   "ETABLISSEMENT-REQUIS"
               STOP RUN
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME

      *    Le calendrier peut ne pas encore exister au premier
      *    lancement.
           OPEN I-O CALENDRIER-FILE
           IF WS-FS-CAL = "35"
               OPEN OUTPUT CALENDRIER-FILE
               CLOSE CALENDRIER-FILE
               OPEN I-O CALENDRIER-FILE
           END-IF
           IF WS-FS-CAL NOT = "00"
               DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|OPEN-CAL="
                   WS-FS-CAL
               STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|OPEN-JRN="
                   WS-FS-JRN
               CLOSE CALENDRIER-FILE
               STOP RUN
           END-IF.

      ******************************************************************
       1100-CHARGER-ETABLISSEMENTS.
      ******************************************************************
      *    Référentiel lu dans l'ordre des clés (code puis date
      *    d'effet) : une entrée par code, portant la ligne en
      *    vigueur au dernier jour de la période.
           COMPUTE WS-ETB-DATE-REF = WS-PERIODE * 100 + 31
           MOVE 0 TO ETAB-COUNT
           MOVE 0 TO WS-EOF-ETB
           OPEN INPUT ETABLISSEMENTS-FILE
           IF WS-FS-ETB NOT = "00"
               DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|OPEN-ETB="
                   WS-FS-ETB
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL EOF-ETB
               READ ETABLISSEMENTS-FILE NEXT RECORD
                   AT END SET EOF-ETB TO TRUE
               END-READ
               IF NOT EOF-ETB
                   AND ETB-DATE-EFFET <= WS-ETB-DATE-REF
                   IF ETAB-COUNT > 0
                       IF ETAB-CODE(ETAB-COUNT) = ETB-CODE
                           SUBTRACT 1 FROM ETAB-COUNT
                       END-IF
                   END-IF
                   IF ETAB-COUNT < ETAB-MAX
                       ADD 1 TO ETAB-COUNT
                       MOVE ETB-CODE TO ETAB-CODE(ETAB-COUNT)
                       MOVE ETB-EFFECTIF-TRANCHE
                           TO ETAB-EFFECTIF-TRANCHE(ETAB-COUNT)
                   ELSE
                       DISPLAY "MAINT-CALENDRIER-PAIE|WARN|0|"
                           "ETAB-TABLE-PLEINE=" ETB-CODE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ETABLISSEMENTS-FILE.

       1100-EXIT.
           EXIT.

      ******************************************************************
       1200-CHARGER-EFFECTIF.
      ******************************************************************
      *    Tranche de l'entreprise pour l'année de la période : ligne
      *    ENTR de l'année précédente. Fichier optionnel.
           MOVE SPACE TO WS-TRANCHE-ENTR
           OPEN INPUT EFFECTIFS-FILE
           IF WS-FS-EFF = "00"
               MOVE "ENTR" TO EFF-PERIMETRE
               COMPUTE EFF-ANNEE = WS-PER-ANNEE - 1
               READ EFFECTIFS-FILE
                   KEY IS EFF-CLE
                   INVALID KEY
                       DISPLAY "MAINT-CALENDRIER-PAIE|WARN|0|"
                           "EFFECTIF-ABSENT=" EFF-ANNEE
                   NOT INVALID KEY
                       MOVE EFF-TRANCHE TO WS-TRANCHE-ENTR
               END-READ
               CLOSE EFFECTIFS-FILE
           ELSE
               IF WS-FS-EFF NOT = "35"
                   DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|OPEN-EFF="
                       WS-FS-EFF
               END-IF
           END-IF.

      ******************************************************************
       2000-GENERER.
      ******************************************************************
           PERFORM 1100-CHARGER-ETABLISSEMENTS THRU 1100-EXIT
           PERFORM 1200-CHARGER-EFFECTIF
           MOVE 0 TO WS-NB-LIGNES
           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                   UNTIL WS-ETAB-IDX > ETAB-COUNT
               IF WS-ETABLISSEMENT = SPACES
                   OR WS-ETABLISSEMENT = ETAB-CODE(WS-ETAB-IDX)
                   PERFORM 2100-GENERER-ETABLISSEMENT THRU 2100-EXIT
               END-IF
           END-PERFORM
           IF WS-NB-LIGNES = 0
               DISPLAY "MAINT-CALENDRIER-PAIE|WARN|0|AUCUNE-LIGNE="
                   WS-PERIODE " " WS-ETABLISSEMENT
           END-IF.

      ******************************************************************
       2100-GENERER-ETABLISSEMENT.
      ******************************************************************
           MOVE 0 TO WS-EXISTE
           MOVE WS-PERIODE TO CAL-PERIODE
           MOVE ETAB-CODE(WS-ETAB-IDX) TO CAL-ETABLISSEMENT
           READ CALENDRIER-FILE
               KEY IS CAL-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-EXISTE
           END-READ
           IF WS-EXISTE = 1 AND WS-FORCER NOT = "OUI"
               DISPLAY "MAINT-CALENDRIER-PAIE|SKIP|"
                   ETAB-CODE(WS-ETAB-IDX) "|DEJA-GENERE " WS-PERIODE
               GO TO 2100-EXIT
           END-IF

      *    Limite des variables et calcul : jour fixe du mois,
      *    avancé au jour ouvré précédent.
           MOVE WS-JOUR-LIMITE TO WS-JOUR
           PERFORM 8000-DATE-DU-MOIS
           MOVE "PREVB" TO WS-SENS-REPORT
           PERFORM 8200-JOUR-OUVRE
           MOVE WS-DATE-OUVREE TO WS-DATE-LIMITE

           MOVE WS-JOUR-CALCUL TO WS-JOUR
           PERFORM 8000-DATE-DU-MOIS
           MOVE "PREVB" TO WS-SENS-REPORT
           PERFORM 8200-JOUR-OUVRE
           MOVE WS-DATE-OUVREE TO WS-DATE-CALCUL

      *    Paiement : jour fixe s'il est paramétré, sinon dernier
      *    jour ouvré du mois.
           IF WS-JOUR-PAIEMENT > 0
               MOVE WS-JOUR-PAIEMENT TO WS-JOUR
               PERFORM 8000-DATE-DU-MOIS
               MOVE "PREVB" TO WS-SENS-REPORT
           ELSE
               COMPUTE WS-DATE-BRUTE = WS-PERIODE * 100 + 1
               MOVE "LBUSM" TO WS-SENS-REPORT
           END-IF
           PERFORM 8200-JOUR-OUVRE
           MOVE WS-DATE-OUVREE TO WS-DATE-PAIEMENT

      *    Échéance DSN du mois suivant, reportée au jour ouvré
      *    suivant.
           MOVE WS-TRANCHE-ENTR TO WS-TRANCHE
           IF WS-TRANCHE = SPACE
               MOVE ETAB-EFFECTIF-TRANCHE(WS-ETAB-IDX) TO WS-TRANCHE
           END-IF
           IF WS-PER-MOIS = 12
               COMPUTE WS-SUIV-ANNEE = WS-PER-ANNEE + 1
               MOVE 1 TO WS-SUIV-MOIS
           ELSE
               MOVE WS-PER-ANNEE TO WS-SUIV-ANNEE
               COMPUTE WS-SUIV-MOIS = WS-PER-MOIS + 1
           END-IF
           IF WS-TRANCHE-50-PLUS
               MOVE 5 TO WS-JOUR
           ELSE
               MOVE 15 TO WS-JOUR
           END-IF
           COMPUTE WS-DATE-BRUTE =
               WS-SUIV-ANNEE * 10000 + WS-SUIV-MOIS * 100 + WS-JOUR
           MOVE "NEXTB" TO WS-SENS-REPORT
           PERFORM 8200-JOUR-OUVRE
           MOVE WS-DATE-OUVREE TO WS-DATE-DSN

           MOVE SPACES TO WS-AVANT
           IF WS-EXISTE = 1
               STRING CAL-DATE-LIMITE-VARIABLES " " CAL-DATE-CALCUL
                   " " CAL-DATE-PAIEMENT
                   DELIMITED BY SIZE INTO WS-AVANT
               END-STRING
           END-IF

           MOVE WS-PERIODE             TO CAL-PERIODE
           MOVE ETAB-CODE(WS-ETAB-IDX) TO CAL-ETABLISSEMENT
           MOVE WS-DATE-LIMITE         TO CAL-DATE-LIMITE-VARIABLES
           MOVE WS-DATE-CALCUL         TO CAL-DATE-CALCUL
           MOVE WS-DATE-PAIEMENT       TO CAL-DATE-PAIEMENT
           MOVE WS-DATE-DSN            TO CAL-DATE-ECHEANCE-DSN
           MOVE WS-TRANCHE             TO CAL-TRANCHE-EFFECTIF
           MOVE WS-OPERATEUR           TO CAL-OPERATEUR
           MOVE WS-HORODATAGE(1:14)    TO CAL-HORODATAGE
           IF WS-EXISTE = 1
               REWRITE CALENDRIER-PAIE-RECORD
           ELSE
               WRITE CALENDRIER-PAIE-RECORD
           END-IF
           IF WS-FS-CAL NOT = "00"
               DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|MAJ-CAL="
                   WS-FS-CAL
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-NB-LIGNES
           DISPLAY "MAINT-CALENDRIER-PAIE|GENERE|"
               ETAB-CODE(WS-ETAB-IDX) "|" WS-PERIODE
               " VARIABLES " WS-DATE-LIMITE
               " CALCUL " WS-DATE-CALCUL
               " PAIEMENT " WS-DATE-PAIEMENT
               " DSN " WS-DATE-DSN
           MOVE ETAB-CODE(WS-ETAB-IDX) TO WS-ETAB-JOURNAL
           MOVE SPACES TO WS-CHAMP
           STRING "CALENDRIER " WS-PERIODE
               DELIMITED BY SIZE INTO WS-CHAMP
           END-STRING
           MOVE SPACES TO WS-APRES
           STRING WS-DATE-LIMITE " " WS-DATE-CALCUL
               " " WS-DATE-PAIEMENT
               DELIMITED BY SIZE INTO WS-APRES
           END-STRING
           PERFORM 8500-ECRIRE-JOURNAL.

       2100-EXIT.
           EXIT.

      ******************************************************************
       3000-MODIFIER.
      ******************************************************************
      *    Date saisie par l'opérateur (fermeture exceptionnelle,
      *    paie avancée avant congés, etc.), ramenée elle aussi sur
      *    un jour ouvré.
           IF WS-DATE-SAISIE = 0
               DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|"
                   "DATE-CALENDRIER-REQUISE"
               GO TO 3000-EXIT
           END-IF
           MOVE WS-PERIODE TO CAL-PERIODE
           MOVE WS-ETABLISSEMENT TO CAL-ETABLISSEMENT
           READ CALENDRIER-FILE
               KEY IS CAL-CLE
               INVALID KEY
                   DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|"
                       "CALENDRIER-INCONNU=" WS-PERIODE " "
                       WS-ETABLISSEMENT
                   GO TO 3000-EXIT
           END-READ

           MOVE WS-DATE-SAISIE TO WS-DATE-BRUTE
           IF WS-CHAMP-MODIFIE = "ECHEANCE-DSN"
               MOVE "NEXTB" TO WS-SENS-REPORT
           ELSE
               MOVE "PREVB" TO WS-SENS-REPORT
           END-IF
           PERFORM 8200-JOUR-OUVRE
           IF WS-DATE-OUVREE NOT = WS-DATE-SAISIE
               DISPLAY "MAINT-CALENDRIER-PAIE|WARN|0|JOUR-NON-OUVRE="
                   WS-DATE-SAISIE " RETENU=" WS-DATE-OUVREE
           END-IF

           MOVE SPACES TO WS-AVANT
           MOVE SPACES TO WS-APRES
           EVALUATE WS-CHAMP-MODIFIE
               WHEN "LIMITE-VARIABLES"
                   MOVE CAL-DATE-LIMITE-VARIABLES TO WS-AVANT
                   MOVE WS-DATE-OUVREE TO CAL-DATE-LIMITE-VARIABLES
               WHEN "CALCUL"
                   MOVE CAL-DATE-CALCUL TO WS-AVANT
                   MOVE WS-DATE-OUVREE TO CAL-DATE-CALCUL
               WHEN "PAIEMENT"
                   MOVE CAL-DATE-PAIEMENT TO WS-AVANT
                   MOVE WS-DATE-OUVREE TO CAL-DATE-PAIEMENT
               WHEN "ECHEANCE-DSN"
                   MOVE CAL-DATE-ECHEANCE-DSN TO WS-AVANT
                   MOVE WS-DATE-OUVREE TO CAL-DATE-ECHEANCE-DSN
               WHEN OTHER
                   DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|"
                       "CHAMP-INVALIDE=" WS-CHAMP-MODIFIE
                   GO TO 3000-EXIT
           END-EVALUATE
           MOVE WS-DATE-OUVREE TO WS-APRES

           IF CAL-DATE-LIMITE-VARIABLES > CAL-DATE-CALCUL
               OR CAL-DATE-CALCUL > CAL-DATE-PAIEMENT
               DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|"
                   "CHRONOLOGIE-INVALIDE=" CAL-DATE-LIMITE-VARIABLES
                   " " CAL-DATE-CALCUL " " CAL-DATE-PAIEMENT
               GO TO 3000-EXIT
           END-IF

           MOVE WS-OPERATEUR        TO CAL-OPERATEUR
           MOVE WS-HORODATAGE(1:14) TO CAL-HORODATAGE
           REWRITE CALENDRIER-PAIE-RECORD
           IF WS-FS-CAL NOT = "00"
               DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|REWRITE-CAL="
                   WS-FS-CAL
               GO TO 3000-EXIT
           END-IF

           DISPLAY "MAINT-CALENDRIER-PAIE|MODIFIE|" WS-ETABLISSEMENT
               "|" WS-PERIODE " " WS-CHAMP-MODIFIE " "
               WS-DATE-OUVREE
           MOVE WS-ETABLISSEMENT TO WS-ETAB-JOURNAL
           MOVE WS-CHAMP-MODIFIE TO WS-CHAMP
           PERFORM 8500-ECRIRE-JOURNAL.

       3000-EXIT.
           EXIT.

      ******************************************************************
       6000-LISTER.
      ******************************************************************
           MOVE 0 TO WS-NB-LIGNES
           MOVE 0 TO WS-EOF-CAL
           MOVE WS-PERIODE TO CAL-PERIODE
           MOVE LOW-VALUES TO CAL-ETABLISSEMENT
           START CALENDRIER-FILE KEY >= CAL-CLE
               INVALID KEY SET EOF-CAL TO TRUE
           END-START
           PERFORM UNTIL EOF-CAL
               READ CALENDRIER-FILE NEXT RECORD
                   AT END SET EOF-CAL TO TRUE
               END-READ
               IF NOT EOF-CAL
                   IF CAL-PERIODE NOT = WS-PERIODE
                       SET EOF-CAL TO TRUE
                   ELSE
                       IF WS-ETABLISSEMENT = SPACES
                           OR WS-ETABLISSEMENT = CAL-ETABLISSEMENT
                           ADD 1 TO WS-NB-LIGNES
                           DISPLAY CAL-ETABLISSEMENT " " CAL-PERIODE
                               " VARIABLES " CAL-DATE-LIMITE-VARIABLES
                               " CALCUL " CAL-DATE-CALCUL
                               " PAIEMENT " CAL-DATE-PAIEMENT
                               " DSN " CAL-DATE-ECHEANCE-DSN
                               " TRANCHE " CAL-TRANCHE-EFFECTIF
                               " PAR " CAL-OPERATEUR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "MAINT-CALENDRIER-PAIE|INFO|0|LIGNES=" WS-NB-LIGNES.

      ******************************************************************
       8000-DATE-DU-MOIS.
      ******************************************************************
      *    Quantième WS-JOUR de la période, ramené au dernier jour
      *    d'un mois plus court.
           MOVE WS-JOURS-MOIS(WS-PER-MOIS) TO WS-FIN-MOIS
           IF WS-PER-MOIS = 2
               DIVIDE WS-PER-ANNEE BY 4 GIVING WS-DAT-RESTE
                   REMAINDER WS-BISSEXTILE-RESTE
               IF WS-BISSEXTILE-RESTE = 0
                   MOVE 29 TO WS-FIN-MOIS
                   DIVIDE WS-PER-ANNEE BY 400 GIVING WS-DAT-RESTE
                       REMAINDER WS-BISSEXTILE-RESTE
                   IF WS-BISSEXTILE-RESTE NOT = 0
                       DIVIDE WS-PER-ANNEE BY 100 GIVING WS-DAT-RESTE
                           REMAINDER WS-BISSEXTILE-RESTE
                       IF WS-BISSEXTILE-RESTE = 0
                           MOVE 28 TO WS-FIN-MOIS
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-JOUR > WS-FIN-MOIS
               MOVE WS-FIN-MOIS TO WS-JOUR
           END-IF
           COMPUTE WS-DATE-BRUTE = WS-PERIODE * 100 + WS-JOUR.

      ******************************************************************
       8200-JOUR-OUVRE.
      ******************************************************************
      *    WS-DATE-BRUTE ramenée sur un jour ouvré par DATE-SERVICE
      *    selon WS-SENS-REPORT (PREVB : jour ouvré précédent, NEXTB :
      *    suivant, LBUSM : dernier jour ouvré du mois). Sans réponse
      *    exploitable, la date brute est conservée.
           MOVE WS-SENS-REPORT TO DSV-FUNCTION
           MOVE WS-DATE-BRUTE TO DSV-DATE-IN
           MOVE 0 TO DSV-DATE-OUT
           CALL "DATE-SERVICE" USING DATE-SERVICE-AREA
           IF DSV-IS-BUSINESS = "?" OR DSV-DATE-OUT = 0
               DISPLAY "MAINT-CALENDRIER-PAIE|WARN|0|"
                   "JOUR-OUVRE-INDETERMINE=" WS-DATE-BRUTE
               MOVE WS-DATE-BRUTE TO WS-DATE-OUVREE
           ELSE
               MOVE DSV-DATE-OUT TO WS-DATE-OUVREE
           END-IF.

      ******************************************************************
       8500-ECRIRE-JOURNAL.
      ******************************************************************
           INITIALIZE MAINT-JOURNAL-RECORD
           MOVE WS-HORODATAGE(1:14)  TO MJR-HORODATAGE
           MOVE WS-OPERATEUR         TO MJR-OPERATEUR
           MOVE WS-ACTION            TO MJR-ACTION
           MOVE WS-ETAB-JOURNAL      TO MJR-ETABLISSEMENT
           MOVE WS-CHAMP             TO MJR-CHAMP
           MOVE WS-AVANT             TO MJR-AVANT
           MOVE WS-APRES             TO MJR-APRES

           WRITE MAINT-JOURNAL-RECORD
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-CALENDRIER-PAIE|ERROR|0|WRITE-JRN="
                   WS-FS-JRN
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE CALENDRIER-FILE
           CLOSE JOURNAL-FILE

           DISPLAY "MAINT-CALENDRIER-PAIE|DONE|" WS-PERIODE "|"
               WS-ACTION.
