       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-MANDAT-PROTEGE.
      ******************************************************************
      * MAINT-MANDAT-PROTEGE — Registre des mandats des salariés
      * protégés
      * Opère sur MANDATS-PROTEGES.dat (indexé, clé matricule + date
      * de début + type). Piloté par variables d'environnement :
      *   ACTION=ENREGISTRER — ouvre le mandat TYPE_MANDAT de
      *       MATRICULE au DATE_DEBUT ; DATE_FIN et
      *       DATE_FIN_PROTECTION sont facultatives ;
      *   ACTION=CLORE       — porte le terme DATE_FIN du mandat
      *       (MATRICULE, TYPE_MANDAT, DATE_DEBUT) ;
      *   ACTION=AUTORISER   — enregistre la décision de
      *       l'inspecteur du travail AUTORISATION_REF du
      *       DATE_AUTORISATION (défaut : date du jour) sur chaque
      *       mandat du matricule dont la protection court à cette
      *       date ;
      *   ACTION=LISTER      — affiche les mandats du matricule, ou
      *       toutes les protections en cours si MATRICULE est à
      *       blanc.
      * Types : CSET/CSES membre titulaire/suppléant du CSE, RSCS
      * représentant syndical au CSE, DS délégué syndical, RSS
      * représentant de la section syndicale, CPH conseiller
      * prud'homme, CDS conseiller du salarié, CAND candidat aux
      * élections professionnelles (le mandat commence et finit à
      * la date de candidature).
      * Fin de protection, à défaut de DATE_FIN_PROTECTION : terme
      * du mandat augmenté de six mois (CSE, représentant syndical
      * au CSE, conseiller prud'homme, candidat — Art. L2411-5,
      * L2411-7, L2411-22) ou de douze mois (délégué syndical,
      * représentant de section syndicale, conseiller du salarié —
      * Art. L2411-3, L2142-1-2, L2411-21).
      * Chaque action exige un code opérateur (OPERATEUR) ; les
      * actions de mise à jour écrivent une ligne de journal (image
      * avant/après) dans MAINT-MANDATS-JOURNAL.dat.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDAT-FILE
               ASSIGN TO WS-MANDAT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-CLE
               FILE STATUS IS WS-FS-MDT.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDAT-FILE.
       COPY "MANDAT-PROTEGE-RECORD.cpy".

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
       01  WS-MANDAT-PATH            PIC X(256).
       01  WS-JOURNAL-PATH           PIC X(256).
       01  WS-FS-MDT                 PIC XX.
       01  WS-FS-JRN                 PIC XX.

       01  WS-ACTION                 PIC X(11).
       01  WS-MATRICULE              PIC X(8).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-TYPE-MANDAT            PIC X(4).
       01  WS-DATE-DEBUT             PIC 9(8).
       01  WS-DATE-FIN               PIC 9(8).
       01  WS-DATE-FIN-PROTECTION    PIC 9(8).
       01  WS-AUTORISATION-REF       PIC X(20).
       01  WS-DATE-AUTORISATION      PIC 9(8).

       01  WS-AVANT                  PIC X(30).
       01  WS-APRES                  PIC X(30).
       01  WS-CHAMP                  PIC X(20).

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

       01  WS-EOF-MDT                PIC 9 VALUE 0.
           88  EOF-MDT               VALUE 1.
       01  WS-NB-MANDATS             PIC 9(5) VALUE 0.

      *    --- Terme + N mois, quantième ramené au dernier jour du
      *    mois d'arrivée ---
       01  WS-AM-DATE                PIC 9(8).
       01  WS-AM-NB-MOIS             PIC 9(3).
       01  WS-AM-RESULTAT            PIC 9(8).
       01  WS-AM-TOTAL-MOIS          PIC 9(6).
       01  WS-DAT-ANNEE              PIC 9(4).
       01  WS-DAT-MOIS               PIC 9(2).
       01  WS-DAT-JOUR               PIC 9(2).
       01  WS-DAT-RESTE              PIC 9(4).
       01  WS-FIN-MOIS               PIC 9(2).
       01  WS-BISSEXTILE-RESTE       PIC 9(3).
       01  WS-JOURS-MOIS-DATA        PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-JOURS-MOIS-TABLE REDEFINES WS-JOURS-MOIS-DATA.
           05  WS-JOURS-MOIS         PIC 9(2) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           EVALUATE WS-ACTION
               WHEN "ENREGISTRER"
                   PERFORM 2000-ENREGISTRER THRU 2000-EXIT
               WHEN "CLORE"
                   PERFORM 3000-CLORE THRU 3000-EXIT
               WHEN "AUTORISER"
                   PERFORM 4000-AUTORISER THRU 4000-EXIT
               WHEN "LISTER"
                   PERFORM 6000-LISTER
               WHEN OTHER
                   DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|"
                       "ACTION-INVALIDE=" WS-ACTION
           END-EVALUATE

           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-MANDAT-PATH FROM ENVIRONMENT "MANDATS_FILE"
           ACCEPT WS-JOURNAL-PATH
               FROM ENVIRONMENT "MAINT_MANDATS_JOURNAL_FILE"
           ACCEPT WS-ACTION FROM ENVIRONMENT "ACTION"
           ACCEPT WS-MATRICULE FROM ENVIRONMENT "MATRICULE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-TYPE-MANDAT FROM ENVIRONMENT "TYPE_MANDAT"
           ACCEPT WS-DATE-DEBUT FROM ENVIRONMENT "DATE_DEBUT"
           ACCEPT WS-DATE-FIN FROM ENVIRONMENT "DATE_FIN"
           ACCEPT WS-DATE-FIN-PROTECTION
               FROM ENVIRONMENT "DATE_FIN_PROTECTION"
           ACCEPT WS-AUTORISATION-REF
               FROM ENVIRONMENT "AUTORISATION_REF"
           ACCEPT WS-DATE-AUTORISATION
               FROM ENVIRONMENT "DATE_AUTORISATION"

           IF WS-MANDAT-PATH = SPACES
               MOVE "../data/MANDATS-PROTEGES.dat" TO WS-MANDAT-PATH
           END-IF
           IF WS-JOURNAL-PATH = SPACES
               MOVE "../data/MAINT-MANDATS-JOURNAL.dat"
                   TO WS-JOURNAL-PATH
           END-IF

      *    Toute action est nominative : pas de code opérateur, pas
      *    de maintenance.
           IF WS-OPERATEUR = SPACES
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|OPERATEUR-REQUIS"
               STOP RUN
           END-IF
           IF WS-MATRICULE = SPACES
               AND WS-ACTION NOT = "LISTER"
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|MATRICULE-REQUIS"
               STOP RUN
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME
           IF WS-DATE-AUTORISATION = 0
               MOVE WS-HORO-DATE TO WS-DATE-AUTORISATION
           END-IF

      *    Le registre peut ne pas encore exister au premier
      *    lancement.
           OPEN I-O MANDAT-FILE
           IF WS-FS-MDT = "35"
               OPEN OUTPUT MANDAT-FILE
               CLOSE MANDAT-FILE
               OPEN I-O MANDAT-FILE
           END-IF
           IF WS-FS-MDT NOT = "00"
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|OPEN-MDT="
                   WS-FS-MDT
               STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|OPEN-JRN="
                   WS-FS-JRN
               CLOSE MANDAT-FILE
               STOP RUN
           END-IF.

      ******************************************************************
       1500-CONTROLER-MANDAT.
      ******************************************************************
      *    Contrôles communs à l'ouverture et à la clôture : type,
      *    date de début, cohérence des dates saisies.
           MOVE WS-TYPE-MANDAT TO MDT-TYPE
           IF NOT MDT-TYPE-VALIDE
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|"
                   "TYPE-MANDAT-INVALIDE=" WS-TYPE-MANDAT
               MOVE SPACES TO WS-TYPE-MANDAT
               GO TO 1500-EXIT
           END-IF
           IF WS-DATE-DEBUT = 0
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|"
                   "DATE-DEBUT-REQUISE"
               MOVE SPACES TO WS-TYPE-MANDAT
               GO TO 1500-EXIT
           END-IF
           IF WS-DATE-FIN NOT = 0
               AND WS-DATE-FIN < WS-DATE-DEBUT
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|"
                   "DATE-FIN-INVALIDE=" WS-DATE-FIN
               MOVE SPACES TO WS-TYPE-MANDAT
               GO TO 1500-EXIT
           END-IF
           IF WS-DATE-FIN-PROTECTION NOT = 0
               AND WS-DATE-FIN-PROTECTION < WS-DATE-FIN
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|"
                   "DATE-FIN-PROTECTION-INVALIDE="
                   WS-DATE-FIN-PROTECTION
               MOVE SPACES TO WS-TYPE-MANDAT
               GO TO 1500-EXIT
           END-IF.

       1500-EXIT.
           EXIT.

      ******************************************************************
       1600-FIN-PROTECTION.
      ******************************************************************
      *    Fin de protection déduite du terme du mandat, sauf date
      *    saisie par l'opérateur (décision de justice, mandat
      *    exercé moins d'un an, etc.).
           IF WS-DATE-FIN = 0
               MOVE 0 TO WS-DATE-FIN-PROTECTION
               GO TO 1600-EXIT
           END-IF
           IF WS-DATE-FIN-PROTECTION NOT = 0
               GO TO 1600-EXIT
           END-IF
           IF MDT-DELEGUE-SYNDICAL OR MDT-RSS OR MDT-CONSEILLER-SAL
               MOVE 12 TO WS-AM-NB-MOIS
           ELSE
               MOVE 6 TO WS-AM-NB-MOIS
           END-IF
           MOVE WS-DATE-FIN TO WS-AM-DATE
           PERFORM 8100-AJOUTER-MOIS
           MOVE WS-AM-RESULTAT TO WS-DATE-FIN-PROTECTION.

       1600-EXIT.
           EXIT.

      ******************************************************************
       2000-ENREGISTRER.
      ******************************************************************
           PERFORM 1500-CONTROLER-MANDAT THRU 1500-EXIT
           IF WS-TYPE-MANDAT = SPACES
               GO TO 2000-EXIT
           END-IF

           MOVE WS-MATRICULE   TO MDT-MATRICULE
           MOVE WS-DATE-DEBUT  TO MDT-DATE-DEBUT
           MOVE WS-TYPE-MANDAT TO MDT-TYPE
           READ MANDAT-FILE
               KEY IS MDT-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|"
                       "MANDAT-EXISTANT=" WS-TYPE-MANDAT " "
                       WS-DATE-DEBUT
                   GO TO 2000-EXIT
           END-READ

      *    La protection du candidat court six mois à compter de la
      *    candidature : le mandat est clos le jour même.
           MOVE WS-TYPE-MANDAT TO MDT-TYPE
           IF MDT-CANDIDAT AND WS-DATE-FIN = 0
               MOVE WS-DATE-DEBUT TO WS-DATE-FIN
           END-IF
           PERFORM 1600-FIN-PROTECTION THRU 1600-EXIT

           INITIALIZE MANDAT-PROTEGE-RECORD
           MOVE WS-MATRICULE           TO MDT-MATRICULE
           MOVE WS-DATE-DEBUT          TO MDT-DATE-DEBUT
           MOVE WS-TYPE-MANDAT         TO MDT-TYPE
           MOVE WS-DATE-FIN            TO MDT-DATE-FIN
           MOVE WS-DATE-FIN-PROTECTION TO MDT-DATE-FIN-PROTECTION
           MOVE WS-OPERATEUR           TO MDT-OPERATEUR
           MOVE WS-HORODATAGE(1:14)    TO MDT-HORODATAGE
           WRITE MANDAT-PROTEGE-RECORD
           IF WS-FS-MDT NOT = "00"
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|WRITE-MDT="
                   WS-FS-MDT
               GO TO 2000-EXIT
           END-IF

           DISPLAY "MAINT-MANDAT-PROTEGE|ENREGISTRE|" WS-MATRICULE
               "|" WS-TYPE-MANDAT " " WS-DATE-DEBUT
               " PROTECTION " WS-DATE-FIN-PROTECTION
           MOVE SPACES TO WS-CHAMP
           STRING "MANDAT " WS-TYPE-MANDAT " " WS-DATE-DEBUT
               DELIMITED BY SIZE INTO WS-CHAMP
           END-STRING
           MOVE SPACES TO WS-AVANT
           MOVE SPACES TO WS-APRES
           STRING "FIN " WS-DATE-FIN " PROT " WS-DATE-FIN-PROTECTION
               DELIMITED BY SIZE INTO WS-APRES
           END-STRING
           PERFORM 8000-ECRIRE-JOURNAL.

       2000-EXIT.
           EXIT.

      ******************************************************************
       3000-CLORE.
      ******************************************************************
           IF WS-DATE-FIN = 0
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|DATE-FIN-REQUISE"
               GO TO 3000-EXIT
           END-IF
           PERFORM 1500-CONTROLER-MANDAT THRU 1500-EXIT
           IF WS-TYPE-MANDAT = SPACES
               GO TO 3000-EXIT
           END-IF

           MOVE WS-MATRICULE   TO MDT-MATRICULE
           MOVE WS-DATE-DEBUT  TO MDT-DATE-DEBUT
           MOVE WS-TYPE-MANDAT TO MDT-TYPE
           READ MANDAT-FILE
               KEY IS MDT-CLE
               INVALID KEY
                   DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|"
                       "MANDAT-INCONNU=" WS-TYPE-MANDAT " "
                       WS-DATE-DEBUT
                   GO TO 3000-EXIT
           END-READ

           MOVE SPACES TO WS-AVANT
           STRING "FIN " MDT-DATE-FIN " PROT " MDT-DATE-FIN-PROTECTION
               DELIMITED BY SIZE INTO WS-AVANT
           END-STRING

           PERFORM 1600-FIN-PROTECTION THRU 1600-EXIT
           MOVE WS-DATE-FIN            TO MDT-DATE-FIN
           MOVE WS-DATE-FIN-PROTECTION TO MDT-DATE-FIN-PROTECTION
           MOVE WS-OPERATEUR           TO MDT-OPERATEUR
           MOVE WS-HORODATAGE(1:14)    TO MDT-HORODATAGE
           REWRITE MANDAT-PROTEGE-RECORD
           IF WS-FS-MDT NOT = "00"
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|REWRITE-MDT="
                   WS-FS-MDT
               GO TO 3000-EXIT
           END-IF

           DISPLAY "MAINT-MANDAT-PROTEGE|CLOS|" WS-MATRICULE
               "|" WS-TYPE-MANDAT " " WS-DATE-FIN
               " PROTECTION " WS-DATE-FIN-PROTECTION
           MOVE SPACES TO WS-CHAMP
           STRING "MANDAT " WS-TYPE-MANDAT " " WS-DATE-DEBUT
               DELIMITED BY SIZE INTO WS-CHAMP
           END-STRING
           MOVE SPACES TO WS-APRES
           STRING "FIN " WS-DATE-FIN " PROT " WS-DATE-FIN-PROTECTION
               DELIMITED BY SIZE INTO WS-APRES
           END-STRING
           PERFORM 8000-ECRIRE-JOURNAL.

       3000-EXIT.
           EXIT.

      ******************************************************************
       4000-AUTORISER.
      ******************************************************************
      *    La décision vaut pour la rupture envisagée : elle est
      *    portée sur chaque mandat dont la protection court à sa
      *    date.
           IF WS-AUTORISATION-REF = SPACES
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|"
                   "AUTORISATION-REF-REQUISE"
               GO TO 4000-EXIT
           END-IF

           MOVE 0 TO WS-NB-MANDATS
           MOVE 0 TO WS-EOF-MDT
           MOVE WS-MATRICULE TO MDT-MATRICULE
           MOVE 0 TO MDT-DATE-DEBUT
           MOVE LOW-VALUES TO MDT-TYPE
           START MANDAT-FILE KEY >= MDT-CLE
               INVALID KEY SET EOF-MDT TO TRUE
           END-START
           PERFORM UNTIL EOF-MDT
               READ MANDAT-FILE NEXT RECORD
                   AT END SET EOF-MDT TO TRUE
               END-READ
               IF NOT EOF-MDT
                   IF MDT-MATRICULE NOT = WS-MATRICULE
                       SET EOF-MDT TO TRUE
                   ELSE
                       IF MDT-DATE-DEBUT <= WS-DATE-AUTORISATION
                           AND (MDT-DATE-FIN = 0
                           OR MDT-DATE-FIN-PROTECTION
                               >= WS-DATE-AUTORISATION)
                           PERFORM 4100-PORTER-AUTORISATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NB-MANDATS = 0
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|"
                   "AUCUNE-PROTECTION=" WS-MATRICULE " "
                   WS-DATE-AUTORISATION
           ELSE
               DISPLAY "MAINT-MANDAT-PROTEGE|AUTORISE|" WS-MATRICULE
                   "|" WS-AUTORISATION-REF " MANDATS=" WS-NB-MANDATS
           END-IF.

       4000-EXIT.
           EXIT.

      ******************************************************************
       4100-PORTER-AUTORISATION.
      ******************************************************************
           MOVE SPACES TO WS-AVANT
           STRING "AUTOR " MDT-AUTORISATION-REF
               DELIMITED BY SIZE INTO WS-AVANT
           END-STRING
           MOVE WS-AUTORISATION-REF  TO MDT-AUTORISATION-REF
           MOVE WS-DATE-AUTORISATION TO MDT-AUTORISATION-DATE
           MOVE WS-OPERATEUR         TO MDT-OPERATEUR
           MOVE WS-HORODATAGE(1:14)  TO MDT-HORODATAGE
           REWRITE MANDAT-PROTEGE-RECORD
           IF WS-FS-MDT NOT = "00"
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|REWRITE-MDT="
                   WS-FS-MDT
           ELSE
               ADD 1 TO WS-NB-MANDATS
               MOVE SPACES TO WS-CHAMP
               STRING "MANDAT " MDT-TYPE " " MDT-DATE-DEBUT
                   DELIMITED BY SIZE INTO WS-CHAMP
               END-STRING
               MOVE SPACES TO WS-APRES
               STRING "AUTOR " WS-AUTORISATION-REF
                   DELIMITED BY SIZE INTO WS-APRES
               END-STRING
               PERFORM 8000-ECRIRE-JOURNAL
           END-IF.

      ******************************************************************
       6000-LISTER.
      ******************************************************************
      *    Un matricule donné : tous ses mandats. Sans matricule :
      *    les mandats dont la protection court à la date du jour.
           MOVE 0 TO WS-EOF-MDT
           MOVE 0 TO WS-NB-MANDATS
           IF WS-MATRICULE NOT = SPACES
               MOVE WS-MATRICULE TO MDT-MATRICULE
               MOVE 0 TO MDT-DATE-DEBUT
               MOVE LOW-VALUES TO MDT-TYPE
           ELSE
               MOVE LOW-VALUES TO MDT-CLE
           END-IF
           START MANDAT-FILE KEY >= MDT-CLE
               INVALID KEY SET EOF-MDT TO TRUE
           END-START
           PERFORM UNTIL EOF-MDT
               READ MANDAT-FILE NEXT RECORD
                   AT END SET EOF-MDT TO TRUE
               END-READ
               IF NOT EOF-MDT
                   IF WS-MATRICULE NOT = SPACES
                       IF MDT-MATRICULE NOT = WS-MATRICULE
                           SET EOF-MDT TO TRUE
                       ELSE
                           PERFORM 6100-AFFICHER-MANDAT
                       END-IF
                   ELSE
                       IF MDT-DATE-FIN = 0
                           OR MDT-DATE-FIN-PROTECTION >= WS-HORO-DATE
                           PERFORM 6100-AFFICHER-MANDAT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "MAINT-MANDAT-PROTEGE|INFO|0|MANDATS="
               WS-NB-MANDATS.

      ******************************************************************
       6100-AFFICHER-MANDAT.
      ******************************************************************
           ADD 1 TO WS-NB-MANDATS
           DISPLAY MDT-MATRICULE " " MDT-TYPE
               " DEBUT " MDT-DATE-DEBUT
               " FIN " MDT-DATE-FIN
               " PROTECTION " MDT-DATE-FIN-PROTECTION
               " AUTOR " MDT-AUTORISATION-REF
               " " MDT-AUTORISATION-DATE.

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
               DISPLAY "MAINT-MANDAT-PROTEGE|ERROR|0|WRITE-JRN="
                   WS-FS-JRN
           END-IF.

      ******************************************************************
       8100-AJOUTER-MOIS.
      ******************************************************************
      *    WS-AM-DATE + WS-AM-NB-MOIS mois. Un quantième qui n'existe
      *    pas dans le mois d'arrivée est ramené au dernier jour de
      *    ce mois : la protection n'est jamais écourtée.
           DIVIDE WS-AM-DATE BY 10000
               GIVING WS-DAT-ANNEE REMAINDER WS-DAT-RESTE
           DIVIDE WS-DAT-RESTE BY 100
               GIVING WS-DAT-MOIS REMAINDER WS-DAT-JOUR
           COMPUTE WS-AM-TOTAL-MOIS =
               WS-DAT-ANNEE * 12 + WS-DAT-MOIS - 1 + WS-AM-NB-MOIS
           DIVIDE WS-AM-TOTAL-MOIS BY 12
               GIVING WS-DAT-ANNEE REMAINDER WS-DAT-MOIS
           ADD 1 TO WS-DAT-MOIS
           MOVE WS-JOURS-MOIS(WS-DAT-MOIS) TO WS-FIN-MOIS
           IF WS-DAT-MOIS = 2
               DIVIDE WS-DAT-ANNEE BY 4 GIVING WS-DAT-RESTE
                   REMAINDER WS-BISSEXTILE-RESTE
               IF WS-BISSEXTILE-RESTE = 0
                   MOVE 29 TO WS-FIN-MOIS
                   DIVIDE WS-DAT-ANNEE BY 400 GIVING WS-DAT-RESTE
                       REMAINDER WS-BISSEXTILE-RESTE
                   IF WS-BISSEXTILE-RESTE NOT = 0
                       DIVIDE WS-DAT-ANNEE BY 100 GIVING WS-DAT-RESTE
                           REMAINDER WS-BISSEXTILE-RESTE
                       IF WS-BISSEXTILE-RESTE = 0
                           MOVE 28 TO WS-FIN-MOIS
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-DAT-JOUR > WS-FIN-MOIS
               MOVE WS-FIN-MOIS TO WS-DAT-JOUR
           END-IF
           COMPUTE WS-AM-RESULTAT =
               WS-DAT-ANNEE * 10000 + WS-DAT-MOIS * 100 + WS-DAT-JOUR.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE MANDAT-FILE
           CLOSE JOURNAL-FILE

           DISPLAY "MAINT-MANDAT-PROTEGE|DONE|" WS-MATRICULE "|"
               WS-ACTION.
