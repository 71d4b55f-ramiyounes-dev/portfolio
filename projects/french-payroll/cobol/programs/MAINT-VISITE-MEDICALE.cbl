       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-VISITE-MEDICALE.
      ******************************************************************
      * MAINT-VISITE-MEDICALE — Saisie de l'historique des visites de
      * santé au travail
      * Opère sur VISITES-MEDICALES.dat (indexé, clé matricule + date
      * de visite). Piloté par variables d'environnement :
      *   ACTION=ENREGISTRER — enregistre la visite de MATRICULE du
      *       DATE_VISITE, de TYPE (VIP/EMBAUCHE/PERIODIQUE/INTERMED/
      *       REPRISE/PREREPRISE/DEMANDE), avec l'AVIS rendu, la
      *       DATE_PROCHAINE fixée par le professionnel de santé
      *       (facultative), le PROFESSIONNEL et le SERVICE ;
      *   ACTION=ANNULER     — supprime la visite du DATE_VISITE
      *       (saisie erronée) ;
      *   ACTION=LISTER      — affiche l'historique des visites du
      *       matricule.
      * Chaque action exige un code opérateur (OPERATEUR) et écrit une
      * ligne de journal (image avant/après) dans
      * MAINT-VISITE-MEDICALE-JOURNAL.dat, sur le modèle de
      * MAINT-MUTUELLE. Les échéances sont suivies par
      * REPORT-SUIVI-MEDICAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITE-FILE
               ASSIGN TO WS-VISITE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VMD-CLE
               FILE STATUS IS WS-FS-VMD.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITE-FILE.
       COPY "VISITE-MEDICALE-RECORD.cpy".

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
       01  WS-VISITE-PATH            PIC X(256).
       01  WS-JOURNAL-PATH           PIC X(256).
       01  WS-FS-VMD                 PIC XX.
       01  WS-FS-JRN                 PIC XX.

       01  WS-ACTION                 PIC X(11).
       01  WS-MATRICULE              PIC X(8).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-DATE-VISITE            PIC 9(8).
       01  WS-TYPE                   PIC X(10).
       01  WS-AVIS                   PIC X(10).
       01  WS-DATE-PROCHAINE         PIC 9(8).
       01  WS-PROFESSIONNEL          PIC X(30).
       01  WS-SERVICE                PIC X(30).

       01  WS-AVANT                  PIC X(30).
       01  WS-APRES                  PIC X(30).
       01  WS-CHAMP                  PIC X(20).

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

       01  WS-EOF-VMD                PIC 9 VALUE 0.
           88  EOF-VMD               VALUE 1.
       01  WS-NB-VISITES             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           EVALUATE WS-ACTION
               WHEN "ENREGISTRER"
                   PERFORM 2000-ENREGISTRER THRU 2000-EXIT
               WHEN "ANNULER"
                   PERFORM 3000-ANNULER THRU 3000-EXIT
               WHEN "LISTER"
                   PERFORM 6000-LISTER
               WHEN OTHER
                   DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|"
                       "ACTION-INVALIDE=" WS-ACTION
           END-EVALUATE

           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-VISITE-PATH
               FROM ENVIRONMENT "VISITES_MEDICALES_FILE"
           ACCEPT WS-JOURNAL-PATH
               FROM ENVIRONMENT "MAINT_VISITE_MEDICALE_JOURNAL_FILE"
           ACCEPT WS-ACTION FROM ENVIRONMENT "ACTION"
           ACCEPT WS-MATRICULE FROM ENVIRONMENT "MATRICULE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-DATE-VISITE FROM ENVIRONMENT "DATE_VISITE"
           ACCEPT WS-TYPE FROM ENVIRONMENT "TYPE"
           ACCEPT WS-AVIS FROM ENVIRONMENT "AVIS"
           ACCEPT WS-DATE-PROCHAINE
               FROM ENVIRONMENT "DATE_PROCHAINE"
           ACCEPT WS-PROFESSIONNEL FROM ENVIRONMENT "PROFESSIONNEL"
           ACCEPT WS-SERVICE FROM ENVIRONMENT "SERVICE"

           IF WS-VISITE-PATH = SPACES
               MOVE "../data/VISITES-MEDICALES.dat" TO WS-VISITE-PATH
           END-IF
           IF WS-JOURNAL-PATH = SPACES
               MOVE "../data/MAINT-VISITE-MEDICALE-JOURNAL.dat"
                   TO WS-JOURNAL-PATH
           END-IF

      *    Toute action est nominative : pas de code opérateur, pas
      *    de maintenance.
           IF WS-OPERATEUR = SPACES
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|"
                   "OPERATEUR-REQUIS"
               STOP RUN
           END-IF
           IF WS-MATRICULE = SPACES
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|"
                   "MATRICULE-REQUIS"
               STOP RUN
           END-IF

      *    Le fichier des visites peut ne pas encore exister au
      *    premier lancement.
           OPEN I-O VISITE-FILE
           IF WS-FS-VMD = "35"
               OPEN OUTPUT VISITE-FILE
               CLOSE VISITE-FILE
               OPEN I-O VISITE-FILE
           END-IF
           IF WS-FS-VMD NOT = "00"
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|OPEN-VMD="
                   WS-FS-VMD
               STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|OPEN-JRN="
                   WS-FS-JRN
               CLOSE VISITE-FILE
               STOP RUN
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME.

      ******************************************************************
       2000-ENREGISTRER.
      ******************************************************************
           IF WS-DATE-VISITE = 0
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|"
                   "DATE-VISITE-REQUISE"
               GO TO 2000-EXIT
           END-IF
           MOVE WS-TYPE TO VMD-TYPE
           IF NOT VMD-TYPE-VALIDE
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|TYPE-INVALIDE="
                   WS-TYPE
               GO TO 2000-EXIT
           END-IF
           IF WS-DATE-PROCHAINE NOT = 0
               AND WS-DATE-PROCHAINE <= WS-DATE-VISITE
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|"
                   "DATE-PROCHAINE-INVALIDE=" WS-DATE-PROCHAINE
               GO TO 2000-EXIT
           END-IF

           INITIALIZE VISITE-MEDICALE-RECORD
           MOVE WS-MATRICULE      TO VMD-MATRICULE
           MOVE WS-DATE-VISITE    TO VMD-DATE-VISITE
           MOVE WS-TYPE           TO VMD-TYPE
           MOVE WS-AVIS           TO VMD-AVIS
           MOVE WS-DATE-PROCHAINE TO VMD-DATE-PROCHAINE
           MOVE WS-PROFESSIONNEL  TO VMD-PROFESSIONNEL
           MOVE WS-SERVICE        TO VMD-SERVICE

           WRITE VISITE-MEDICALE-RECORD
           IF WS-FS-VMD = "22"
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|"
                   "VISITE-EXISTANTE=" WS-DATE-VISITE
               GO TO 2000-EXIT
           END-IF
           IF WS-FS-VMD NOT = "00"
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|WRITE-VMD="
                   WS-FS-VMD
               GO TO 2000-EXIT
           END-IF

           DISPLAY "MAINT-VISITE-MEDICALE|ENREGISTRE|" WS-MATRICULE
               "|" WS-TYPE " DU " WS-DATE-VISITE " " WS-AVIS
           MOVE "VISITE" TO WS-CHAMP
           MOVE SPACES TO WS-AVANT
           MOVE SPACES TO WS-APRES
           STRING WS-TYPE DELIMITED BY SPACE
               " " WS-DATE-VISITE DELIMITED BY SIZE
               " " WS-AVIS DELIMITED BY SPACE
               INTO WS-APRES
           END-STRING
           PERFORM 8000-ECRIRE-JOURNAL.

       2000-EXIT.
           EXIT.

      ******************************************************************
       3000-ANNULER.
      ******************************************************************
           IF WS-DATE-VISITE = 0
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|"
                   "DATE-VISITE-REQUISE"
               GO TO 3000-EXIT
           END-IF

           MOVE WS-MATRICULE   TO VMD-MATRICULE
           MOVE WS-DATE-VISITE TO VMD-DATE-VISITE
           READ VISITE-FILE
               KEY IS VMD-CLE
               INVALID KEY
                   DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|"
                       "VISITE-INCONNUE=" WS-DATE-VISITE
                   GO TO 3000-EXIT
           END-READ

           MOVE SPACES TO WS-AVANT
           STRING VMD-TYPE DELIMITED BY SPACE
               " " VMD-DATE-VISITE DELIMITED BY SIZE
               " " VMD-AVIS DELIMITED BY SPACE
               INTO WS-AVANT
           END-STRING
           DELETE VISITE-FILE
           IF WS-FS-VMD NOT = "00"
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|DELETE-VMD="
                   WS-FS-VMD
               GO TO 3000-EXIT
           END-IF

           DISPLAY "MAINT-VISITE-MEDICALE|ANNULE|" WS-MATRICULE
               "|" WS-AVANT
           MOVE "VISITE" TO WS-CHAMP
           MOVE SPACES TO WS-APRES
           PERFORM 8000-ECRIRE-JOURNAL.

       3000-EXIT.
           EXIT.

      ******************************************************************
       6000-LISTER.
      ******************************************************************
      *    Historique complet des visites du matricule, de la plus
      *    ancienne à la plus récente.
           MOVE 0 TO WS-EOF-VMD
           MOVE 0 TO WS-NB-VISITES
           MOVE WS-MATRICULE TO VMD-MATRICULE
           MOVE 0 TO VMD-DATE-VISITE
           START VISITE-FILE KEY >= VMD-CLE
               INVALID KEY SET EOF-VMD TO TRUE
           END-START
           PERFORM UNTIL EOF-VMD
               READ VISITE-FILE NEXT RECORD
                   AT END SET EOF-VMD TO TRUE
               END-READ
               IF NOT EOF-VMD
                   IF VMD-MATRICULE NOT = WS-MATRICULE
                       SET EOF-VMD TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-VISITES
                       DISPLAY VMD-MATRICULE " " VMD-DATE-VISITE
                           " " VMD-TYPE " " VMD-AVIS
                           " PROCHAINE " VMD-DATE-PROCHAINE
                           " " VMD-PROFESSIONNEL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NB-VISITES = 0
               DISPLAY "MAINT-VISITE-MEDICALE|INFO|0|"
                   "AUCUNE-VISITE=" WS-MATRICULE
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
               DISPLAY "MAINT-VISITE-MEDICALE|ERROR|0|WRITE-JRN="
                   WS-FS-JRN
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE VISITE-FILE
           CLOSE JOURNAL-FILE

           DISPLAY "MAINT-VISITE-MEDICALE|DONE|" WS-MATRICULE "|"
               WS-ACTION.
