       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-RETRAITE-SUPP.
      ******************************************************************
      * MAINT-RETRAITE-SUPP — Gestion des affiliations au PER
      * obligatoire d'entreprise (retraite supplémentaire des cadres,
      * ex-article 83 CGI)
      * Opère sur RETRAITE-SUPP-AFFILIATIONS.dat (indexé, clé
      * matricule + date de début). Piloté par variables
      * d'environnement :
      *   ACTION=AFFILIER — ouvre une affiliation pour MATRICULE dans
      *       la CATEGORIE (CADRE/CADRE-DIR) à compter de DATE_EFFET,
      *       auprès de l'ASSUREUR, sous le numéro de CONTRAT ;
      *   ACTION=CHANGER  — clôt l'affiliation en cours la veille de
      *       DATE_EFFET et ouvre une nouvelle ligne dans la nouvelle
      *       CATEGORIE, l'assureur et le contrat étant reportés sauf
      *       si ASSUREUR / CONTRAT sont fournis ;
      *   ACTION=RADIER   — clôt l'affiliation en cours à DATE_EFFET
      *       (sortie de la catégorie bénéficiaire, départ) ;
      *   ACTION=LISTER   — affiche l'historique d'affiliation du
      *       matricule.
      * Chaque action exige un code opérateur (OPERATEUR) et écrit une
      * ligne de journal (image avant/après) dans
      * MAINT-RETRAITE-SUPP-JOURNAL.dat, sur le modèle de
      * MAINT-MUTUELLE. Les taux salarial et patronal de la catégorie
      * prévus à l'acte fondateur du régime sont figés sur la ligne
      * au jour de l'action.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRAITE-SUPP-FILE
               ASSIGN TO WS-RETRAITE-SUPP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSU-CLE
               FILE STATUS IS WS-FS-RSU.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRAITE-SUPP-FILE.
       COPY "RETRAITE-SUPP-RECORD.cpy".

       FD  JOURNAL-FILE.
       01  MAINT-JOURNAL-RECORD.
           05  MJR-HORODATAGE         PIC 9(14).
           05  MJR-OPERATEUR          PIC X(8).
           05  MJR-ACTION             PIC X(10).
           05  MJR-MATRICULE          PIC X(8).
           05  MJR-CHAMP              PIC X(20).
           05  MJR-AVANT              PIC X(30).
           05  MJR-APRES              PIC X(30).
           05  FILLER                 PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-RETRAITE-SUPP-PATH     PIC X(256).
       01  WS-JOURNAL-PATH           PIC X(256).
       01  WS-FS-RSU                 PIC XX.
       01  WS-FS-JRN                 PIC XX.

       01  WS-ACTION                 PIC X(10).
       01  WS-MATRICULE              PIC X(8).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-CATEGORIE              PIC X(10).
       01  WS-DATE-EFFET             PIC 9(8).
       01  WS-ASSUREUR               PIC X(12).
       01  WS-CONTRAT                PIC X(20).

       01  WS-AVANT                  PIC X(30).
       01  WS-APRES                  PIC X(30).
       01  WS-CHAMP                  PIC X(20).
       01  WS-FMT-TAUX               PIC Z9.99.
       01  WS-FMT-TAUX-2             PIC Z9.99.

      *    --- Taux de cotisation par catégorie (pourcentage du brut)
      *    — acte fondateur du régime de retraite supplémentaire ---
       01  WS-TX-SAL-CADRE           PIC S9(2)V99 COMP-3 VALUE 2.00.
       01  WS-TX-PAT-CADRE           PIC S9(2)V99 COMP-3 VALUE 3.00.
       01  WS-TX-SAL-CADRE-DIR       PIC S9(2)V99 COMP-3 VALUE 2.00.
       01  WS-TX-PAT-CADRE-DIR       PIC S9(2)V99 COMP-3 VALUE 5.00.
       01  WS-TX-SAL-RETENU          PIC S9(2)V99 COMP-3.
       01  WS-TX-PAT-RETENU          PIC S9(2)V99 COMP-3.

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

      *    --- Recherche de l'affiliation en cours (ligne ouverte la
      *    plus récente du matricule) ---
       01  WS-RSU-TROUVE             PIC 9 VALUE 0.
           88  RSU-TROUVE            VALUE 1.
       01  WS-EOF-RSU                PIC 9 VALUE 0.
           88  EOF-RSU               VALUE 1.
       01  WS-COURANTE-DEBUT         PIC 9(8) VALUE 0.
       01  WS-VEILLE                 PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           EVALUATE WS-ACTION
               WHEN "AFFILIER"
                   PERFORM 2000-AFFILIER THRU 2000-EXIT
               WHEN "CHANGER"
                   PERFORM 3000-CHANGER THRU 3000-EXIT
               WHEN "RADIER"
                   PERFORM 4000-RADIER THRU 4000-EXIT
               WHEN "LISTER"
                   PERFORM 6000-LISTER
               WHEN OTHER
                   DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|"
                       "ACTION-INVALIDE=" WS-ACTION
           END-EVALUATE

           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-RETRAITE-SUPP-PATH
               FROM ENVIRONMENT "RETRAITE_SUPP_FILE"
           ACCEPT WS-JOURNAL-PATH
               FROM ENVIRONMENT "MAINT_RETRAITE_SUPP_JOURNAL_FILE"
           ACCEPT WS-ACTION FROM ENVIRONMENT "ACTION"
           ACCEPT WS-MATRICULE FROM ENVIRONMENT "MATRICULE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-CATEGORIE FROM ENVIRONMENT "CATEGORIE"
           ACCEPT WS-DATE-EFFET FROM ENVIRONMENT "DATE_EFFET"
           ACCEPT WS-ASSUREUR FROM ENVIRONMENT "ASSUREUR"
           ACCEPT WS-CONTRAT FROM ENVIRONMENT "CONTRAT"

           IF WS-RETRAITE-SUPP-PATH = SPACES
               MOVE "../data/RETRAITE-SUPP-AFFILIATIONS.dat"
                   TO WS-RETRAITE-SUPP-PATH
           END-IF
           IF WS-JOURNAL-PATH = SPACES
               MOVE "../data/MAINT-RETRAITE-SUPP-JOURNAL.dat"
                   TO WS-JOURNAL-PATH
           END-IF

      *    Toute action est nominative : pas de code opérateur, pas
      *    de maintenance.
           IF WS-OPERATEUR = SPACES
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|OPERATEUR-REQUIS"
               STOP RUN
           END-IF
           IF WS-MATRICULE = SPACES
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|MATRICULE-REQUIS"
               STOP RUN
           END-IF

      *    Le fichier des affiliations peut ne pas encore exister au
      *    premier lancement.
           OPEN I-O RETRAITE-SUPP-FILE
           IF WS-FS-RSU = "35"
               OPEN OUTPUT RETRAITE-SUPP-FILE
               CLOSE RETRAITE-SUPP-FILE
               OPEN I-O RETRAITE-SUPP-FILE
           END-IF
           IF WS-FS-RSU NOT = "00"
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|OPEN-RSU="
                   WS-FS-RSU
               STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|OPEN-JRN="
                   WS-FS-JRN
               CLOSE RETRAITE-SUPP-FILE
               STOP RUN
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME.

      ******************************************************************
       1500-LIRE-AFFILIATION-COURANTE.
      ******************************************************************
      *    Positionne RETRAITE-SUPP-RECORD sur la ligne ouverte (date
      *    de fin à zéro) la plus récente du matricule ; parcourt les
      *    lignes du matricule depuis sa première date de début.
           MOVE 0 TO WS-RSU-TROUVE
           MOVE 0 TO WS-EOF-RSU
           MOVE 0 TO WS-COURANTE-DEBUT
           MOVE WS-MATRICULE TO RSU-MATRICULE
           MOVE 0 TO RSU-DATE-DEBUT
           START RETRAITE-SUPP-FILE KEY >= RSU-CLE
               INVALID KEY SET EOF-RSU TO TRUE
           END-START
           PERFORM UNTIL EOF-RSU
               READ RETRAITE-SUPP-FILE NEXT RECORD
                   AT END SET EOF-RSU TO TRUE
               END-READ
               IF NOT EOF-RSU
                   IF RSU-MATRICULE NOT = WS-MATRICULE
                       SET EOF-RSU TO TRUE
                   ELSE
                       IF RSU-DATE-FIN = 0
                           AND RSU-DATE-DEBUT > WS-COURANTE-DEBUT
                           MOVE RSU-DATE-DEBUT TO WS-COURANTE-DEBUT
                           SET RSU-TROUVE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RSU-TROUVE
               MOVE WS-MATRICULE TO RSU-MATRICULE
               MOVE WS-COURANTE-DEBUT TO RSU-DATE-DEBUT
               READ RETRAITE-SUPP-FILE
                   KEY IS RSU-CLE
                   INVALID KEY
                       MOVE 0 TO WS-RSU-TROUVE
               END-READ
           END-IF.

      ******************************************************************
       1600-TAUX-CATEGORIE.
      ******************************************************************
           EVALUATE WS-CATEGORIE
               WHEN "CADRE"
                   MOVE WS-TX-SAL-CADRE TO WS-TX-SAL-RETENU
                   MOVE WS-TX-PAT-CADRE TO WS-TX-PAT-RETENU
               WHEN "CADRE-DIR"
                   MOVE WS-TX-SAL-CADRE-DIR TO WS-TX-SAL-RETENU
                   MOVE WS-TX-PAT-CADRE-DIR TO WS-TX-PAT-RETENU
               WHEN OTHER
                   MOVE 0 TO WS-TX-SAL-RETENU
                   MOVE 0 TO WS-TX-PAT-RETENU
           END-EVALUATE.

      ******************************************************************
       2000-AFFILIER.
      ******************************************************************
           IF WS-DATE-EFFET = 0
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|DATE-EFFET-REQUISE"
               GO TO 2000-EXIT
           END-IF
           IF WS-ASSUREUR = SPACES
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|ASSUREUR-REQUIS"
               GO TO 2000-EXIT
           END-IF
           PERFORM 1600-TAUX-CATEGORIE
           IF WS-TX-SAL-RETENU = 0 AND WS-TX-PAT-RETENU = 0
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|"
                   "CATEGORIE-INVALIDE=" WS-CATEGORIE
               GO TO 2000-EXIT
           END-IF

           PERFORM 1500-LIRE-AFFILIATION-COURANTE
           IF RSU-TROUVE
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|DEJA-AFFILIE="
                   WS-MATRICULE
               GO TO 2000-EXIT
           END-IF

           INITIALIZE RETRAITE-SUPP-RECORD
           MOVE WS-MATRICULE     TO RSU-MATRICULE
           MOVE WS-DATE-EFFET    TO RSU-DATE-DEBUT
           MOVE WS-CATEGORIE     TO RSU-CATEGORIE
           MOVE 0                TO RSU-DATE-FIN
           MOVE WS-TX-SAL-RETENU TO RSU-TAUX-SAL
           MOVE WS-TX-PAT-RETENU TO RSU-TAUX-PAT
           MOVE WS-ASSUREUR      TO RSU-ASSUREUR
           MOVE WS-CONTRAT       TO RSU-CONTRAT

           WRITE RETRAITE-SUPP-RECORD
           IF WS-FS-RSU NOT = "00"
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|WRITE-RSU="
                   WS-FS-RSU
               GO TO 2000-EXIT
           END-IF

           MOVE WS-TX-SAL-RETENU TO WS-FMT-TAUX
           MOVE WS-TX-PAT-RETENU TO WS-FMT-TAUX-2
           DISPLAY "MAINT-RETRAITE-SUPP|AFFILIE|" WS-MATRICULE
               "|" WS-CATEGORIE " " WS-ASSUREUR
               " SAL " WS-FMT-TAUX "% PAT " WS-FMT-TAUX-2
               "% DEPUIS " WS-DATE-EFFET
           MOVE "AFFILIATION" TO WS-CHAMP
           MOVE SPACES TO WS-AVANT
           MOVE SPACES TO WS-APRES
           STRING WS-CATEGORIE DELIMITED BY SPACE
               " " WS-ASSUREUR DELIMITED BY SIZE
               INTO WS-APRES
           END-STRING
           PERFORM 8000-ECRIRE-JOURNAL.

       2000-EXIT.
           EXIT.

      ******************************************************************
       3000-CHANGER.
      ******************************************************************
      *    Clôt la ligne en cours la veille de la date d'effet et
      *    ouvre une nouvelle ligne dans la nouvelle catégorie, aux
      *    taux du jour, en reportant l'assureur et le contrat.
           IF WS-DATE-EFFET = 0
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|DATE-EFFET-REQUISE"
               GO TO 3000-EXIT
           END-IF
           PERFORM 1600-TAUX-CATEGORIE
           IF WS-TX-SAL-RETENU = 0 AND WS-TX-PAT-RETENU = 0
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|"
                   "CATEGORIE-INVALIDE=" WS-CATEGORIE
               GO TO 3000-EXIT
           END-IF

           PERFORM 1500-LIRE-AFFILIATION-COURANTE
           IF NOT RSU-TROUVE
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|NON-AFFILIE="
                   WS-MATRICULE
               GO TO 3000-EXIT
           END-IF
           IF RSU-CATEGORIE = WS-CATEGORIE
               AND (WS-ASSUREUR = SPACES
                   OR WS-ASSUREUR = RSU-ASSUREUR)
               AND (WS-CONTRAT = SPACES
                   OR WS-CONTRAT = RSU-CONTRAT)
               DISPLAY "MAINT-RETRAITE-SUPP|INFO|0|"
                   "AFFILIATION-INCHANGEE"
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO WS-AVANT
           STRING RSU-CATEGORIE DELIMITED BY SPACE
               " " RSU-ASSUREUR DELIMITED BY SIZE
               INTO WS-AVANT
           END-STRING

      *    Veille de la date d'effet, sans calendrier : le jour 01
      *    clôt au dernier jour du mois précédent (borne 28, les
      *    affiliations s'appréciant au mois).
           IF WS-DATE-EFFET(7:2) = "01"
               COMPUTE WS-VEILLE =
                   WS-DATE-EFFET - 100 + 27
               IF WS-VEILLE(5:2) = "00"
                   COMPUTE WS-VEILLE = WS-VEILLE - 10000 + 1200
               END-IF
           ELSE
               COMPUTE WS-VEILLE = WS-DATE-EFFET - 1
           END-IF
           MOVE WS-VEILLE TO RSU-DATE-FIN
           REWRITE RETRAITE-SUPP-RECORD
           IF WS-FS-RSU NOT = "00"
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|REWRITE-RSU="
                   WS-FS-RSU
               GO TO 3000-EXIT
           END-IF

           MOVE WS-DATE-EFFET    TO RSU-DATE-DEBUT
           MOVE WS-CATEGORIE     TO RSU-CATEGORIE
           MOVE 0                TO RSU-DATE-FIN
           MOVE WS-TX-SAL-RETENU TO RSU-TAUX-SAL
           MOVE WS-TX-PAT-RETENU TO RSU-TAUX-PAT
           IF WS-ASSUREUR NOT = SPACES
               MOVE WS-ASSUREUR  TO RSU-ASSUREUR
           END-IF
           IF WS-CONTRAT NOT = SPACES
               MOVE WS-CONTRAT   TO RSU-CONTRAT
           END-IF

           WRITE RETRAITE-SUPP-RECORD
           IF WS-FS-RSU NOT = "00"
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|WRITE-RSU="
                   WS-FS-RSU
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO WS-APRES
           STRING RSU-CATEGORIE DELIMITED BY SPACE
               " " RSU-ASSUREUR DELIMITED BY SIZE
               INTO WS-APRES
           END-STRING
           DISPLAY "MAINT-RETRAITE-SUPP|CHANGE|" WS-MATRICULE
               "|[" WS-AVANT "] -> [" WS-APRES "]"
           MOVE "CATEGORIE" TO WS-CHAMP
           PERFORM 8000-ECRIRE-JOURNAL.

       3000-EXIT.
           EXIT.

      ******************************************************************
       4000-RADIER.
      ******************************************************************
           IF WS-DATE-EFFET = 0
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|DATE-EFFET-REQUISE"
               GO TO 4000-EXIT
           END-IF

           PERFORM 1500-LIRE-AFFILIATION-COURANTE
           IF NOT RSU-TROUVE
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|NON-AFFILIE="
                   WS-MATRICULE
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO WS-AVANT
           STRING RSU-CATEGORIE DELIMITED BY SPACE
               " " RSU-ASSUREUR DELIMITED BY SIZE
               INTO WS-AVANT
           END-STRING
           MOVE WS-DATE-EFFET TO RSU-DATE-FIN
           REWRITE RETRAITE-SUPP-RECORD
           IF WS-FS-RSU NOT = "00"
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|REWRITE-RSU="
                   WS-FS-RSU
               GO TO 4000-EXIT
           END-IF

           DISPLAY "MAINT-RETRAITE-SUPP|RADIE|" WS-MATRICULE
               "|AU " WS-DATE-EFFET
           MOVE "RADIATION" TO WS-CHAMP
           MOVE SPACES TO WS-APRES
           PERFORM 8000-ECRIRE-JOURNAL.

       4000-EXIT.
           EXIT.

      ******************************************************************
       6000-LISTER.
      ******************************************************************
      *    Historique complet des lignes d'affiliation du matricule.
           MOVE 0 TO WS-EOF-RSU
           MOVE 0 TO WS-RSU-TROUVE
           MOVE WS-MATRICULE TO RSU-MATRICULE
           MOVE 0 TO RSU-DATE-DEBUT
           START RETRAITE-SUPP-FILE KEY >= RSU-CLE
               INVALID KEY SET EOF-RSU TO TRUE
           END-START
           PERFORM UNTIL EOF-RSU
               READ RETRAITE-SUPP-FILE NEXT RECORD
                   AT END SET EOF-RSU TO TRUE
               END-READ
               IF NOT EOF-RSU
                   IF RSU-MATRICULE NOT = WS-MATRICULE
                       SET EOF-RSU TO TRUE
                   ELSE
                       SET RSU-TROUVE TO TRUE
                       MOVE RSU-TAUX-SAL TO WS-FMT-TAUX
                       MOVE RSU-TAUX-PAT TO WS-FMT-TAUX-2
                       DISPLAY RSU-MATRICULE " " RSU-CATEGORIE
                           " DU " RSU-DATE-DEBUT
                           " AU " RSU-DATE-FIN
                           " SAL " WS-FMT-TAUX
                           "% PAT " WS-FMT-TAUX-2 "% "
                           RSU-ASSUREUR " " RSU-CONTRAT
                   END-IF
               END-IF
           END-PERFORM
           IF NOT RSU-TROUVE
               DISPLAY "MAINT-RETRAITE-SUPP|INFO|0|"
                   "AUCUNE-AFFILIATION=" WS-MATRICULE
           END-IF.

      ******************************************************************
       8000-ECRIRE-JOURNAL.
      ******************************************************************
           INITIALIZE MAINT-JOURNAL-RECORD
           MOVE WS-HORODATAGE(1:14)  TO MJR-HORODATAGE
           MOVE WS-OPERATEUR         TO MJR-OPERATEUR
           MOVE WS-ACTION            TO MJR-ACTION
           MOVE WS-MATRICULE         TO MJR-MATRICULE
           MOVE WS-CHAMP             TO MJR-CHAMP
           MOVE WS-AVANT             TO MJR-AVANT
           MOVE WS-APRES             TO MJR-APRES

           WRITE MAINT-JOURNAL-RECORD
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-RETRAITE-SUPP|ERROR|0|WRITE-JRN="
                   WS-FS-JRN
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE RETRAITE-SUPP-FILE
           CLOSE JOURNAL-FILE

           DISPLAY "MAINT-RETRAITE-SUPP|DONE|" WS-MATRICULE "|"
               WS-ACTION.
