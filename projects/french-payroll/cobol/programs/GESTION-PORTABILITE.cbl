       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-PORTABILITE.
      ******************************************************************
      * GESTION-PORTABILITE — Portabilité des garanties mutuelle et
      * prévoyance après la rupture du contrat
      * Opère sur PORTABILITE.dat (indexé, clé matricule + date de
      * cessation du contrat). Piloté par variables d'environnement :
      *   ACTION=OUVRIR — traitement de la période PERIODE (AAAAMM) :
      *       ouvre les droits des salariés sortis au plus tard en fin
      *       de mois pour un motif ouvrant droit à l'assurance
      *       chômage (fin de CDD, licenciement hors faute lourde,
      *       rupture conventionnelle) et affiliés à la mutuelle au
      *       jour de la sortie, tant que leurs droits ne sont pas
      *       échus ; l'option, les organismes et les ayants droit de
      *       l'affiliation sont repris. Les droits arrivés à terme
      *       avant le mois sont clos (motif TERM). Relancer la
      *       période est sans effet sur les lignes déjà ouvertes ;
      *   ACTION=CLORE  — clôture anticipée de la portabilité de
      *       MATRICULE ouverte au DATE_DEBUT, au DATE_FIN, pour le
      *       MOTIF_CLOTURE FT (fin de l'indemnisation France Travail,
      *       défaut), EMPL (reprise d'emploi) ou RENO (renonciation) ;
      *   ACTION=LISTER — affiche les portabilités du matricule (ou
      *       toutes si MATRICULE absent).
      * Toute action de gestion exige un code opérateur (OPERATEUR).
      * Entrée : EMPLOYEE_FILE, MUTUELLE_FILE ; fichier tenu :
      * PORTABILITE_FILE (défaut ../data/PORTABILITE.dat).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTABILITE-FILE
               ASSIGN TO WS-PORTABILITE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTB-CLE
               FILE STATUS IS WS-FS-PTB.

           SELECT EMPLOYEE-FILE
               ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-FS-EMP.

           SELECT MUTUELLE-FILE
               ASSIGN TO WS-MUTUELLE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUT-CLE
               FILE STATUS IS WS-FS-MUT.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTABILITE-FILE.
       COPY "PORTABILITE-RECORD.cpy".

       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  MUTUELLE-FILE.
       COPY "MUTUELLE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PORTABILITE-PATH       PIC X(256).
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-MUTUELLE-PATH          PIC X(256).
       01  WS-FS-PTB                 PIC XX.
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-MUT                 PIC XX.

       01  WS-ACTION                 PIC X(10).
       01  WS-MATRICULE              PIC X(8).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-PERIODE                PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-ANNEE          PIC 9(4).
           05  WS-PER-MOIS           PIC 9(2).
       01  WS-DATE-DEBUT             PIC 9(8).
       01  WS-DATE-FIN               PIC 9(8).
       01  WS-MOTIF-CLOTURE          PIC X(4).

       01  WS-EOF-EMP                PIC 9 VALUE 0.
           88  EOF-EMP               VALUE 1.
       01  WS-EOF-MUT                PIC 9 VALUE 0.
           88  EOF-MUT               VALUE 1.
       01  WS-EOF-PTB                PIC 9 VALUE 0.
           88  EOF-PTB               VALUE 1.
       01  WS-MUT-TROUVE             PIC 9 VALUE 0.
           88  MUT-TROUVE            VALUE 1.

      *    --- Bornes du mois traité ---
       01  WS-DATE-REF               PIC 9(8).
       01  WS-DATE-FIN-MOIS          PIC 9(8).

      *    --- Durée des droits : mois du dernier contrat, comptés
      *    de quantième à quantième et arrondis au mois supérieur ---
       01  WS-DATE-ENTREE            PIC 9(8).
       01  WS-DATE-ENTREE-R REDEFINES WS-DATE-ENTREE.
           05  WS-ENT-ANNEE          PIC 9(4).
           05  WS-ENT-MOIS           PIC 9(2).
           05  WS-ENT-JOUR           PIC 9(2).
       01  WS-DATE-SORTIE            PIC 9(8).
       01  WS-DATE-SORTIE-R REDEFINES WS-DATE-SORTIE.
           05  WS-SOR-ANNEE          PIC 9(4).
           05  WS-SOR-MOIS           PIC 9(2).
           05  WS-SOR-JOUR           PIC 9(2).
       01  WS-DUREE-MOIS             PIC S9(5) VALUE 0.
       01  WS-RANG-FIN               PIC 9(6).
       01  WS-FIN-ANNEE              PIC 9(4).
       01  WS-FIN-MOIS               PIC 9(2).
       01  WS-FIN-JOUR               PIC 9(2).
       01  WS-DATE-FIN-DROITS        PIC 9(8).

       01  WS-AD-IDX                 PIC 9(2).

       01  WS-NB-LUS                 PIC 9(5) VALUE 0.
       01  WS-NB-OUVERTES            PIC 9(5) VALUE 0.
       01  WS-NB-DEJA-OUVERTES       PIC 9(5) VALUE 0.
       01  WS-NB-SANS-MUTUELLE       PIC 9(5) VALUE 0.
       01  WS-NB-CLOSES-TERME        PIC 9(5) VALUE 0.
       01  WS-NB-LISTES              PIC 9(5) VALUE 0.

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           EVALUATE WS-ACTION
               WHEN "OUVRIR"
                   PERFORM 2000-OUVRIR THRU 2000-EXIT
               WHEN "CLORE"
                   PERFORM 3000-CLORE THRU 3000-EXIT
               WHEN "LISTER"
                   PERFORM 4000-LISTER
               WHEN OTHER
                   DISPLAY "GESTION-PORTABILITE|ERROR|0|"
                       "ACTION-INVALIDE=" WS-ACTION
           END-EVALUATE

           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-PORTABILITE-PATH
               FROM ENVIRONMENT "PORTABILITE_FILE"
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           ACCEPT WS-MUTUELLE-PATH FROM ENVIRONMENT "MUTUELLE_FILE"
           ACCEPT WS-ACTION FROM ENVIRONMENT "ACTION"
           ACCEPT WS-MATRICULE FROM ENVIRONMENT "MATRICULE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-DATE-DEBUT FROM ENVIRONMENT "DATE_DEBUT"
           ACCEPT WS-DATE-FIN FROM ENVIRONMENT "DATE_FIN"
           ACCEPT WS-MOTIF-CLOTURE FROM ENVIRONMENT "MOTIF_CLOTURE"

           IF WS-PORTABILITE-PATH = SPACES
               MOVE "../data/PORTABILITE.dat" TO WS-PORTABILITE-PATH
           END-IF
           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           END-IF
           IF WS-MUTUELLE-PATH = SPACES
               MOVE "../data/MUTUELLE-AFFILIATIONS.dat"
                   TO WS-MUTUELLE-PATH
           END-IF
           IF WS-MOTIF-CLOTURE = SPACES
               MOVE "FT" TO WS-MOTIF-CLOTURE
           END-IF

           IF WS-ACTION NOT = "LISTER"
               IF WS-OPERATEUR = SPACES
                   DISPLAY "GESTION-PORTABILITE|ERROR|0|"
                       "OPERATEUR-REQUIS"
                   STOP RUN
               END-IF
           END-IF

      *    Le fichier des portabilités peut ne pas encore exister à
      *    la première ouverture de droits.
           OPEN I-O PORTABILITE-FILE
           IF WS-FS-PTB = "35"
               OPEN OUTPUT PORTABILITE-FILE
               CLOSE PORTABILITE-FILE
               OPEN I-O PORTABILITE-FILE
           END-IF
           IF WS-FS-PTB NOT = "00"
               DISPLAY "GESTION-PORTABILITE|ERROR|0|OPEN-PTB="
                   WS-FS-PTB
               STOP RUN
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME.

      ******************************************************************
       2000-OUVRIR.
      ******************************************************************
           IF WS-PERIODE = 0
               DISPLAY "GESTION-PORTABILITE|ERROR|0|PERIODE-MANQUANTE"
               GO TO 2000-EXIT
           END-IF
           IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
               DISPLAY "GESTION-PORTABILITE|ERROR|0|PERIODE-INVALIDE="
                   WS-PERIODE
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-DATE-REF = WS-PERIODE * 100 + 1
           COMPUTE WS-DATE-FIN-MOIS = WS-PERIODE * 100 + 31

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               DISPLAY "GESTION-PORTABILITE|ERROR|0|OPEN-EMP="
                   WS-FS-EMP
               GO TO 2000-EXIT
           END-IF
      *    Sans fichier des affiliations, aucun droit ne peut être
      *    ouvert : seules les clôtures au terme sont traitées.
           OPEN INPUT MUTUELLE-FILE
           IF WS-FS-MUT NOT = "00"
               DISPLAY "GESTION-PORTABILITE|WARN|0|OPEN-MUT="
                   WS-FS-MUT
           ELSE
               DISPLAY "GESTION-PORTABILITE|START|" WS-PERIODE "|0"
               MOVE 0 TO WS-EOF-EMP
               PERFORM UNTIL EOF-EMP
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END SET EOF-EMP TO TRUE
                   END-READ
                   IF NOT EOF-EMP
                       ADD 1 TO WS-NB-LUS
                       PERFORM 2100-TRAITER-SORTIE THRU 2100-EXIT
                   END-IF
               END-PERFORM
               CLOSE MUTUELLE-FILE
           END-IF
           CLOSE EMPLOYEE-FILE

           PERFORM 2500-CLORE-ECHUES

           DISPLAY "GESTION-PORTABILITE|OUVERTES|" WS-NB-OUVERTES "|"
               WS-NB-DEJA-OUVERTES
           DISPLAY "GESTION-PORTABILITE|INFO|0|SANS-MUTUELLE="
               WS-NB-SANS-MUTUELLE
           DISPLAY "GESTION-PORTABILITE|CLOSES-TERME|"
               WS-NB-CLOSES-TERME "|".

       2000-EXIT.
           EXIT.

      ******************************************************************
       2100-TRAITER-SORTIE.
      ******************************************************************
      *    Seules les ruptures ouvrant droit à l'assurance chômage
      *    donnent lieu à portabilité : ni la démission, ni le départ
      *    en retraite, ni le licenciement pour faute lourde. Le
      *    mandataire social, sans contrat de travail, n'y a pas
      *    droit.
           IF EMP-DATE-SORTIE = 0
               OR EMP-DATE-SORTIE > WS-DATE-FIN-MOIS
               GO TO 2100-EXIT
           END-IF
           IF EMP-MANDATAIRE
               GO TO 2100-EXIT
           END-IF
           IF NOT EMP-RUPT-FIN-CDD
               AND NOT EMP-RUPT-LICENCIEMENT
               AND NOT EMP-RUPT-RUPT-CONV
               GO TO 2100-EXIT
           END-IF

           PERFORM 2200-CALCULER-DUREE
      *    Droits déjà échus avant le mois : rien à ouvrir.
           IF WS-DATE-FIN-DROITS < WS-DATE-REF
               GO TO 2100-EXIT
           END-IF

           PERFORM 2300-RECHERCHER-AFFILIATION
           IF NOT MUT-TROUVE
               ADD 1 TO WS-NB-SANS-MUTUELLE
               GO TO 2100-EXIT
           END-IF

           INITIALIZE PORTABILITE-RECORD
           MOVE EMP-MATRICULE       TO PTB-MATRICULE
           MOVE EMP-DATE-SORTIE     TO PTB-DATE-DEBUT
           MOVE EMP-MOTIF-RUPTURE   TO PTB-MOTIF-RUPTURE
           MOVE WS-DUREE-MOIS       TO PTB-DUREE-MOIS
           MOVE WS-DATE-FIN-DROITS  TO PTB-DATE-FIN-DROITS
           MOVE 0                   TO PTB-DATE-FIN
           SET PTB-OUVERTE          TO TRUE
           MOVE SPACES              TO PTB-MOTIF-CLOTURE
           MOVE EMP-ETABLISSEMENT   TO PTB-ETABLISSEMENT
           MOVE EMP-NOM             TO PTB-NOM
           MOVE EMP-PRENOM          TO PTB-PRENOM
           MOVE EMP-NTT             TO PTB-NTT
           MOVE MUT-OPTION          TO PTB-OPTION
           MOVE MUT-ORGANISME       TO PTB-ORGANISME
           MOVE MUT-ORGANISME-PREV  TO PTB-ORGANISME-PREV
           MOVE MUT-NB-AYANTS-DROIT TO PTB-NB-AYANTS-DROIT
           PERFORM VARYING WS-AD-IDX FROM 1 BY 1 UNTIL WS-AD-IDX > 6
               MOVE MUT-AD-NOM(WS-AD-IDX)
                   TO PTB-AD-NOM(WS-AD-IDX)
               MOVE MUT-AD-NAISSANCE(WS-AD-IDX)
                   TO PTB-AD-NAISSANCE(WS-AD-IDX)
               MOVE MUT-AD-LIEN(WS-AD-IDX)
                   TO PTB-AD-LIEN(WS-AD-IDX)
           END-PERFORM
           MOVE WS-HORO-DATE        TO PTB-DATE-OUVERTURE
           MOVE WS-OPERATEUR        TO PTB-OPERATEUR
           MOVE WS-HORODATAGE(1:14) TO PTB-HORODATAGE

           WRITE PORTABILITE-RECORD
           IF WS-FS-PTB = "22"
               ADD 1 TO WS-NB-DEJA-OUVERTES
               GO TO 2100-EXIT
           END-IF
           IF WS-FS-PTB NOT = "00"
               DISPLAY "GESTION-PORTABILITE|ERROR|0|WRITE-PTB="
                   WS-FS-PTB " " EMP-MATRICULE
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-NB-OUVERTES
           DISPLAY "GESTION-PORTABILITE|OUVERTE|" EMP-MATRICULE "|"
               EMP-DATE-SORTIE " AU " WS-DATE-FIN-DROITS " "
               WS-DUREE-MOIS " MOIS".

       2100-EXIT.
           EXIT.

      ******************************************************************
       2200-CALCULER-DUREE.
      ******************************************************************
      *    Mois du dernier contrat, de la date d'entrée à la date de
      *    sortie ; un mois entamé compte pour un mois entier. La
      *    durée est portée à 1 mois au moins et limitée à 12. Le
      *    terme des droits tombe le même quantième, N mois après la
      *    sortie (quantième ramené au 28 pour rester une date
      *    valide quel que soit le mois).
           MOVE EMP-DATE-ENTREE TO WS-DATE-ENTREE
           MOVE EMP-DATE-SORTIE TO WS-DATE-SORTIE
           COMPUTE WS-DUREE-MOIS =
               (WS-SOR-ANNEE * 12 + WS-SOR-MOIS)
             - (WS-ENT-ANNEE * 12 + WS-ENT-MOIS)
           IF WS-SOR-JOUR >= WS-ENT-JOUR
               ADD 1 TO WS-DUREE-MOIS
           END-IF
           IF WS-DUREE-MOIS < 1
               MOVE 1 TO WS-DUREE-MOIS
           END-IF
           IF WS-DUREE-MOIS > 12
               MOVE 12 TO WS-DUREE-MOIS
           END-IF

           COMPUTE WS-RANG-FIN =
               WS-SOR-ANNEE * 12 + WS-SOR-MOIS - 1 + WS-DUREE-MOIS
           DIVIDE WS-RANG-FIN BY 12
               GIVING WS-FIN-ANNEE REMAINDER WS-FIN-MOIS
           ADD 1 TO WS-FIN-MOIS
           MOVE WS-SOR-JOUR TO WS-FIN-JOUR
           IF WS-FIN-JOUR > 28
               MOVE 28 TO WS-FIN-JOUR
           END-IF
           COMPUTE WS-DATE-FIN-DROITS =
               WS-FIN-ANNEE * 10000 + WS-FIN-MOIS * 100 + WS-FIN-JOUR.

      ******************************************************************
       2300-RECHERCHER-AFFILIATION.
      ******************************************************************
      *    Affiliation en vigueur au jour de la sortie : la ligne du
      *    matricule commencée à cette date au plus tard et non close
      *    avant elle.
           MOVE 0 TO WS-MUT-TROUVE
           MOVE 0 TO WS-EOF-MUT
           MOVE EMP-MATRICULE TO MUT-MATRICULE
           MOVE 0 TO MUT-DATE-DEBUT
           START MUTUELLE-FILE KEY >= MUT-CLE
               INVALID KEY SET EOF-MUT TO TRUE
           END-START
           PERFORM UNTIL EOF-MUT
               READ MUTUELLE-FILE NEXT RECORD
                   AT END SET EOF-MUT TO TRUE
               END-READ
               IF NOT EOF-MUT
                   IF MUT-MATRICULE NOT = EMP-MATRICULE
                       OR MUT-DATE-DEBUT > EMP-DATE-SORTIE
                       SET EOF-MUT TO TRUE
                   ELSE
                       IF MUT-DATE-FIN = 0
                           OR MUT-DATE-FIN >= EMP-DATE-SORTIE
                           SET MUT-TROUVE TO TRUE
                           SET EOF-MUT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       2500-CLORE-ECHUES.
      ******************************************************************
      *    Les droits dont le terme précède le mois traité sont clos
      *    à leur terme.
           MOVE 0 TO WS-EOF-PTB
           MOVE LOW-VALUES TO PTB-CLE
           START PORTABILITE-FILE KEY >= PTB-CLE
               INVALID KEY SET EOF-PTB TO TRUE
           END-START
           PERFORM UNTIL EOF-PTB
               READ PORTABILITE-FILE NEXT RECORD
                   AT END SET EOF-PTB TO TRUE
               END-READ
               IF NOT EOF-PTB
                   IF PTB-OUVERTE
                       AND PTB-DATE-FIN-DROITS < WS-DATE-REF
                       SET PTB-CLOSE TO TRUE
                       SET PTB-CLOT-TERME TO TRUE
                       MOVE PTB-DATE-FIN-DROITS TO PTB-DATE-FIN
                       MOVE WS-OPERATEUR TO PTB-OPERATEUR
                       MOVE WS-HORODATAGE(1:14) TO PTB-HORODATAGE
                       REWRITE PORTABILITE-RECORD
                       IF WS-FS-PTB NOT = "00"
                           DISPLAY "GESTION-PORTABILITE|ERROR|0|"
                               "REWRITE-PTB=" WS-FS-PTB " "
                               PTB-MATRICULE
                       ELSE
                           ADD 1 TO WS-NB-CLOSES-TERME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       3000-CLORE.
      ******************************************************************
      *    Clôture anticipée : la fin de l'indemnisation par France
      *    Travail (ou la reprise d'un emploi, ou la renonciation)
      *    met fin à la portabilité avant son terme.
           IF WS-MATRICULE = SPACES
               DISPLAY "GESTION-PORTABILITE|ERROR|0|MATRICULE-REQUIS"
               GO TO 3000-EXIT
           END-IF
           IF WS-DATE-DEBUT = 0 OR WS-DATE-FIN = 0
               DISPLAY "GESTION-PORTABILITE|ERROR|0|DATES-REQUISES"
               GO TO 3000-EXIT
           END-IF
           IF WS-MOTIF-CLOTURE NOT = "FT"
               AND WS-MOTIF-CLOTURE NOT = "EMPL"
               AND WS-MOTIF-CLOTURE NOT = "RENO"
               DISPLAY "GESTION-PORTABILITE|ERROR|0|"
                   "MOTIF-CLOTURE-INVALIDE=" WS-MOTIF-CLOTURE
               GO TO 3000-EXIT
           END-IF

           MOVE WS-MATRICULE  TO PTB-MATRICULE
           MOVE WS-DATE-DEBUT TO PTB-DATE-DEBUT
           READ PORTABILITE-FILE
               KEY IS PTB-CLE
               INVALID KEY
                   DISPLAY "GESTION-PORTABILITE|ERROR|0|"
                       "PORTABILITE-INCONNUE=" WS-DATE-DEBUT
                   GO TO 3000-EXIT
           END-READ

           IF NOT PTB-OUVERTE
               DISPLAY "GESTION-PORTABILITE|ERROR|0|DEJA-CLOSE="
                   PTB-DATE-FIN " " PTB-MOTIF-CLOTURE
               GO TO 3000-EXIT
           END-IF
           IF WS-DATE-FIN < PTB-DATE-DEBUT
               OR WS-DATE-FIN > PTB-DATE-FIN-DROITS
               DISPLAY "GESTION-PORTABILITE|ERROR|0|"
                   "DATE-FIN-INVALIDE=" WS-DATE-FIN
               GO TO 3000-EXIT
           END-IF

           SET PTB-CLOSE TO TRUE
           MOVE WS-DATE-FIN         TO PTB-DATE-FIN
           MOVE WS-MOTIF-CLOTURE    TO PTB-MOTIF-CLOTURE
           MOVE WS-OPERATEUR        TO PTB-OPERATEUR
           MOVE WS-HORODATAGE(1:14) TO PTB-HORODATAGE
           REWRITE PORTABILITE-RECORD
           IF WS-FS-PTB NOT = "00"
               DISPLAY "GESTION-PORTABILITE|ERROR|0|REWRITE-PTB="
                   WS-FS-PTB
               GO TO 3000-EXIT
           END-IF

           DISPLAY "GESTION-PORTABILITE|CLOSE|" WS-MATRICULE "|"
               WS-DATE-DEBUT " AU " WS-DATE-FIN " " WS-MOTIF-CLOTURE.

       3000-EXIT.
           EXIT.

      ******************************************************************
       4000-LISTER.
      ******************************************************************
           MOVE 0 TO WS-EOF-PTB
           MOVE LOW-VALUES TO PTB-CLE
           IF WS-MATRICULE NOT = SPACES
               MOVE WS-MATRICULE TO PTB-MATRICULE
               MOVE 0 TO PTB-DATE-DEBUT
           END-IF
           START PORTABILITE-FILE KEY >= PTB-CLE
               INVALID KEY SET EOF-PTB TO TRUE
           END-START
           PERFORM UNTIL EOF-PTB
               READ PORTABILITE-FILE NEXT RECORD
                   AT END SET EOF-PTB TO TRUE
               END-READ
               IF NOT EOF-PTB
                   IF WS-MATRICULE NOT = SPACES
                       AND PTB-MATRICULE NOT = WS-MATRICULE
                       SET EOF-PTB TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-LISTES
                       DISPLAY PTB-MATRICULE " DU " PTB-DATE-DEBUT
                           " " PTB-MOTIF-RUPTURE
                           " DROITS " PTB-DUREE-MOIS " MOIS AU "
                           PTB-DATE-FIN-DROITS
                           " " PTB-STATUT " " PTB-DATE-FIN
                           " " PTB-MOTIF-CLOTURE
                           " " PTB-OPTION " AD " PTB-NB-AYANTS-DROIT
                           " " PTB-ORGANISME " " PTB-ORGANISME-PREV
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "GESTION-PORTABILITE|LISTE|" WS-NB-LISTES "|".

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE PORTABILITE-FILE

           DISPLAY "GESTION-PORTABILITE|DONE|" WS-MATRICULE "|"
               WS-ACTION.
