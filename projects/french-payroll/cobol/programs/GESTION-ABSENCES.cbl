      *       DATE_DEBUT, DATE_FIN, PERIODE, JOURS) ;
      *   ACTION=APPROUVER — approuve la demande (MATRICULE,
      *       DATE_DEBUT) après contrôle du solde CP (CONGES-
      *       PAYES.dat), RTT (RTT.dat) ou de contrepartie
      *       obligatoire en repos (COR, CONTINGENT-HS.dat) au
      *       moment de l'approbation — un solde insuffisant vaut
      *       refus ;
      *   ACTION=REFUSER   — refuse la demande (MOTIF facultatif) ;
      *   ACTION=LISTER    — affiche les demandes du matricule (ou
      *       toutes si MATRICULE absent) ;
      *       PERIODE en lignes de variables de paie consommées par
      *       CALC-PAIE (VARIABLES-PAIE.dat, en ajout) et, pour les
      *       congés payés, en jours pris pour CALC-CONGES-PAYES
      *       (CONGES-PRIS.dat, en ajout), décompte le repos COR
      *       pris du compteur du contingent, puis les marque
      *       EXTRAITE.
      * Toute action de décision exige un code opérateur (OPERATEUR).
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CGP.

           SELECT CONTINGENT-HS-FILE
               ASSIGN TO WS-CONTINGENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHS-CLE
               FILE STATUS IS WS-FS-CHS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEMANDES-FILE.
           05  VAR-HEURES-NUIT        PIC S9(3)V99 COMP-3.
           05  VAR-HEURES-DIMANCHE    PIC S9(3)V99 COMP-3.
           05  VAR-HEURES-FERIE       PIC S9(3)V99 COMP-3.
           05  VAR-DATE-DEBUT-ARRET   PIC 9(8).
           05  FILLER                 PIC X(27).

       FD  CONGES-PRIS-FILE.
       01  CONGES-PRIS-RECORD.
           05  CGP-JOURS-PRIS         PIC S9(3)V99 COMP-3.
           05  FILLER                 PIC X(50).

       FD  CONTINGENT-HS-FILE.
       COPY "CONTINGENT-HS-RECORD.cpy".

       WORKING-STORAGE SECTION.
      *    --- File paths ---
       01  WS-DEMANDES-PATH          PIC X(256).
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-VARIABLES-PATH         PIC X(256).
       01  WS-CONGES-PRIS-PATH       PIC X(256).
       01  WS-CONTINGENT-PATH        PIC X(256).

      *    --- File status ---
       01  WS-FS-DAB                 PIC XX.
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-VAR                 PIC XX.
       01  WS-FS-CGP                 PIC XX.
       01  WS-FS-CHS                 PIC XX.

      *    --- Paramètres d'appel ---
       01  WS-ACTION                 PIC X(10).
       01  WS-NB-EXTRAITES           PIC 9(4) VALUE 0.
       01  WS-NB-LISTEES             PIC 9(4) VALUE 0.

      *    --- Repos COR : heures demandées, compteur de l'année de
      *    l'absence et report du solde de l'année précédente ---
       01  WS-COR-HEURES             PIC S9(5)V99 COMP-3.
       01  WS-CONTINGENT-HS          PIC S9(3)V99 COMP-3
                                     VALUE 220.00.
       01  WS-CHS-MATRICULE          PIC X(8).
       01  WS-CHS-ANNEE              PIC 9(4).
       01  WS-CHS-REPORT             PIC S9(5)V99 COMP-3.
       01  WS-CHS-FOUND              PIC 9 VALUE 0.
           88  CHS-FOUND             VALUE 1.
       01  WS-CHS-OUVERT             PIC 9 VALUE 0.
           88  CHS-OUVERT            VALUE 1.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           ACCEPT WS-VARIABLES-PATH FROM ENVIRONMENT "VARIABLES_FILE"
           ACCEPT WS-CONGES-PRIS-PATH
               FROM ENVIRONMENT "CONGES_PRIS_FILE"
           ACCEPT WS-CONTINGENT-PATH
               FROM ENVIRONMENT "CONTINGENT_HS_FILE"
           ACCEPT WS-ACTION FROM ENVIRONMENT "ACTION"
           ACCEPT WS-MATRICULE FROM ENVIRONMENT "MATRICULE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           IF WS-CONGES-PRIS-PATH = SPACES
               MOVE "../data/CONGES-PRIS.dat" TO WS-CONGES-PRIS-PATH
           END-IF
           IF WS-CONTINGENT-PATH = SPACES
               MOVE "../data/CONTINGENT-HS.dat" TO WS-CONTINGENT-PATH
           END-IF

           MOVE 0 TO WS-JOURS
           IF WS-JOURS-TXT NOT = SPACES
               AND WS-TYPE NOT = "MATERNITE"
               AND WS-TYPE NOT = "AT"
               AND WS-TYPE NOT = "SANS-SOLDE"
               AND WS-TYPE NOT = "COR"
               DISPLAY "GESTION-ABSENCES|ERROR|0|TYPE-INVALIDE="
                   WS-TYPE
               GO TO 2000-EXIT
           END-IF

      *    Contrôle du solde au moment de l'approbation : une demande
      *    de CP, de RTT ou de repos COR au-delà du solde disponible
      *    est refusée d'office — c'est précisément l'absence payée
      *    sans droit que le circuit doit empêcher. Le repos COR se
      *    compte en heures (7 h par jour demandé).
           IF DAB-TYPE-CP
               PERFORM 3100-CONTROLER-SOLDE-CP
               IF DAB-JOURS > WS-SOLDE-DISPO
                   GO TO 3000-EXIT
               END-IF
           END-IF
           IF DAB-TYPE-COR
               PERFORM 3300-CONTROLER-SOLDE-COR
               COMPUTE WS-COR-HEURES ROUNDED =
                   DAB-JOURS * WS-HEURES-PAR-JOUR
               IF WS-COR-HEURES > WS-SOLDE-DISPO
                   PERFORM 3500-REFUS-SOLDE
                   GO TO 3000-EXIT
               END-IF
           END-IF

           MOVE "APPROUVEE" TO DAB-STATUT
           MOVE WS-OPERATEUR TO DAB-APPROBATEUR
               DISPLAY "GESTION-ABSENCES|ERROR|0|OPEN-RTT=" WS-FS-RTT
           END-IF.

      ******************************************************************
       3300-CONTROLER-SOLDE-COR.
      ******************************************************************
      *    Solde de repos du compteur de l'année de l'absence ; sans
      *    compteur pour cette année, le solde non pris de l'année
      *    précédente reste disponible.
           MOVE 0 TO WS-SOLDE-DISPO
           OPEN INPUT CONTINGENT-HS-FILE
           IF WS-FS-CHS = "00"
               MOVE WS-MATRICULE TO WS-CHS-MATRICULE
               MOVE WS-DATE-DEBUT(1:4) TO WS-CHS-ANNEE
               PERFORM 6410-LIRE-REPORT-COR
               MOVE WS-CHS-REPORT TO WS-SOLDE-DISPO
               MOVE WS-MATRICULE TO CHS-MATRICULE
               MOVE WS-CHS-ANNEE TO CHS-ANNEE
               READ CONTINGENT-HS-FILE
                   KEY IS CHS-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-SOLDE-DISPO = WS-CHS-REPORT
                           + CHS-COR-ACQUIS - CHS-COR-PRIS
               END-READ
               CLOSE CONTINGENT-HS-FILE
           ELSE
               IF WS-FS-CHS NOT = "35"
                   DISPLAY "GESTION-ABSENCES|ERROR|0|OPEN-CHS="
                       WS-FS-CHS
               END-IF
           END-IF.

      ******************************************************************
       3500-REFUS-SOLDE.
      ******************************************************************
               GO TO 6000-EXIT
           END-IF

      *    Le compteur du contingent n'existe qu'une fois des heures
      *    supplémentaires décomptées ; sans lui, aucun repos COR n'a
      *    pu être approuvé.
           MOVE 0 TO WS-CHS-OUVERT
           OPEN I-O CONTINGENT-HS-FILE
           IF WS-FS-CHS = "00"
               SET CHS-OUVERT TO TRUE
           ELSE
               IF WS-FS-CHS NOT = "35"
                   DISPLAY "GESTION-ABSENCES|ERROR|0|OPEN-CHS="
                       WS-FS-CHS
               END-IF
           END-IF

           MOVE 0 TO WS-EOF-DAB
           MOVE 0 TO WS-NB-EXTRAITES
           MOVE LOW-VALUES TO DAB-CLE
           CLOSE EMPLOYEE-FILE
           CLOSE VARIABLES-FILE
           CLOSE CONGES-PRIS-FILE
           IF CHS-OUVERT
               CLOSE CONTINGENT-HS-FILE
           END-IF

           DISPLAY "GESTION-ABSENCES|EXTRAITES|" WS-NB-EXTRAITES
               "|" WS-PERIODE.
           ELSE
               PERFORM 6200-ECRIRE-VARIABLE
           END-IF
           IF DAB-TYPE-COR
               PERFORM 6400-DECOMPTER-COR THRU 6400-EXIT
           END-IF

           MOVE "EXTRAITE" TO DAB-STATUT
           REWRITE DEMANDE-ABSENCE-RECORD
           MOVE 0 TO VAR-HEURES-NUIT
           MOVE 0 TO VAR-HEURES-DIMANCHE
           MOVE 0 TO VAR-HEURES-FERIE
           MOVE 0 TO VAR-DATE-DEBUT-ARRET
      *    L'arrêt de maladie ou d'accident du travail est identifié
      *    par sa date de début, qui fait courir la carence du
      *    maintien de salaire (CALC-PAIE).
           IF DAB-TYPE-MALADIE OR DAB-TYPE-AT
               MOVE DAB-DATE-DEBUT TO VAR-DATE-DEBUT-ARRET
           END-IF

           IF EMP-FORFAIT-JOURS OR DAB-TYPE-RTT
               MOVE DAB-JOURS TO VAR-ABSENCE-JOURS
               DISPLAY "GESTION-ABSENCES|ERROR|0|WRITE-VAR=" WS-FS-VAR
           END-IF.

      ******************************************************************
       6400-DECOMPTER-COR.
      ******************************************************************
      *    Le repos COR extrait est porté en heures prises sur le
      *    compteur de l'année de l'absence (créé au besoin pour
      *    recevoir le report de l'année précédente), dont le solde
      *    est recalculé.
           IF NOT CHS-OUVERT
               DISPLAY "GESTION-ABSENCES|ERROR|0|COMPTEUR-COR-ABSENT="
                   DAB-MATRICULE
               GO TO 6400-EXIT
           END-IF

           COMPUTE WS-COR-HEURES ROUNDED =
               DAB-JOURS * WS-HEURES-PAR-JOUR
           MOVE DAB-DATE-DEBUT(1:4) TO WS-CHS-ANNEE
           MOVE DAB-MATRICULE TO WS-CHS-MATRICULE
           PERFORM 6410-LIRE-REPORT-COR

           MOVE 0 TO WS-CHS-FOUND
           MOVE DAB-MATRICULE TO CHS-MATRICULE
           MOVE WS-CHS-ANNEE  TO CHS-ANNEE
           READ CONTINGENT-HS-FILE
               KEY IS CHS-CLE
               INVALID KEY
                   INITIALIZE CONTINGENT-HS-RECORD
                   MOVE DAB-MATRICULE TO CHS-MATRICULE
                   MOVE WS-CHS-ANNEE  TO CHS-ANNEE
                   MOVE WS-CONTINGENT-HS TO CHS-CONTINGENT
               NOT INVALID KEY
                   SET CHS-FOUND TO TRUE
           END-READ

           ADD WS-COR-HEURES TO CHS-COR-PRIS
           MOVE WS-CHS-REPORT TO CHS-COR-REPORT
           COMPUTE CHS-COR-SOLDE =
               CHS-COR-REPORT + CHS-COR-ACQUIS - CHS-COR-PRIS

           IF CHS-FOUND
               REWRITE CONTINGENT-HS-RECORD
           ELSE
               WRITE CONTINGENT-HS-RECORD
           END-IF
           IF WS-FS-CHS NOT = "00"
               DISPLAY "GESTION-ABSENCES|ERROR|0|MAJ-CHS=" WS-FS-CHS
           END-IF.

       6400-EXIT.
           EXIT.

      ******************************************************************
       6410-LIRE-REPORT-COR.
      ******************************************************************
      *    Solde de repos non pris au compteur de l'année précédente
           MOVE 0 TO WS-CHS-REPORT
           MOVE WS-CHS-MATRICULE TO CHS-MATRICULE
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
       9000-FIN.
      ******************************************************************
