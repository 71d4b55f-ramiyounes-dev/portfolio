       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-REFUS-DEMAT.
      ******************************************************************
      * MAINT-REFUS-DEMAT — Registre des oppositions à la remise
      * électronique du bulletin de paie
      * Opère sur REFUS-DEMAT.dat (indexé, clé matricule). Piloté par
      * variables d'environnement :
      *   ACTION=ENREGISTRER — enregistre l'opposition de MATRICULE
      *       notifiée le DATE_REFUS (défaut : date du jour) ; le
      *       salarié reçoit dès lors son bulletin sur papier ;
      *   ACTION=LEVER       — enregistre au DATE_LEVEE (défaut :
      *       date du jour) le retrait de l'opposition : les
      *       bulletins suivants sont de nouveau déposés au
      *       coffre-fort numérique ;
      *   ACTION=LISTER      — affiche la ligne du matricule, ou
      *       toutes les oppositions en cours si MATRICULE est à
      *       blanc.
      * Chaque action exige un code opérateur (OPERATEUR) ; les
      * actions de mise à jour écrivent une ligne de journal (image
      * avant/après) dans MAINT-REFUS-DEMAT-JOURNAL.dat, sur le
      * modèle de MAINT-VISITE-MEDICALE. Le registre est lu par
      * GENERATE-DEPOT-COFFRE pour orienter chaque bulletin.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUS-FILE
               ASSIGN TO WS-REFUS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFD-MATRICULE
               FILE STATUS IS WS-FS-RFD.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUS-FILE.
       COPY "REFUS-DEMAT-RECORD.cpy".

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
       01  WS-REFUS-PATH             PIC X(256).
       01  WS-JOURNAL-PATH           PIC X(256).
       01  WS-FS-RFD                 PIC XX.
       01  WS-FS-JRN                 PIC XX.

       01  WS-ACTION                 PIC X(11).
       01  WS-MATRICULE              PIC X(8).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-DATE-REFUS             PIC 9(8).
       01  WS-DATE-LEVEE             PIC 9(8).

       01  WS-AVANT                  PIC X(30).
       01  WS-APRES                  PIC X(30).
       01  WS-CHAMP                  PIC X(20).

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

       01  WS-EOF-RFD                PIC 9 VALUE 0.
           88  EOF-RFD               VALUE 1.
       01  WS-NB-REFUS               PIC 9(5) VALUE 0.
       01  WS-REFUS-EXISTE           PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           EVALUATE WS-ACTION
               WHEN "ENREGISTRER"
                   PERFORM 2000-ENREGISTRER THRU 2000-EXIT
               WHEN "LEVER"
                   PERFORM 3000-LEVER THRU 3000-EXIT
               WHEN "LISTER"
                   PERFORM 6000-LISTER
               WHEN OTHER
                   DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|"
                       "ACTION-INVALIDE=" WS-ACTION
           END-EVALUATE

           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-REFUS-PATH FROM ENVIRONMENT "REFUS_DEMAT_FILE"
           ACCEPT WS-JOURNAL-PATH
               FROM ENVIRONMENT "MAINT_REFUS_DEMAT_JOURNAL_FILE"
           ACCEPT WS-ACTION FROM ENVIRONMENT "ACTION"
           ACCEPT WS-MATRICULE FROM ENVIRONMENT "MATRICULE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-DATE-REFUS FROM ENVIRONMENT "DATE_REFUS"
           ACCEPT WS-DATE-LEVEE FROM ENVIRONMENT "DATE_LEVEE"

           IF WS-REFUS-PATH = SPACES
               MOVE "../data/REFUS-DEMAT.dat" TO WS-REFUS-PATH
           END-IF
           IF WS-JOURNAL-PATH = SPACES
               MOVE "../data/MAINT-REFUS-DEMAT-JOURNAL.dat"
                   TO WS-JOURNAL-PATH
           END-IF

      *    Toute action est nominative : pas de code opérateur, pas
      *    de maintenance.
           IF WS-OPERATEUR = SPACES
               DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|OPERATEUR-REQUIS"
               STOP RUN
           END-IF
           IF WS-MATRICULE = SPACES
               AND WS-ACTION NOT = "LISTER"
               DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|MATRICULE-REQUIS"
               STOP RUN
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME
           IF WS-DATE-REFUS = 0
               MOVE WS-HORO-DATE TO WS-DATE-REFUS
           END-IF
           IF WS-DATE-LEVEE = 0
               MOVE WS-HORO-DATE TO WS-DATE-LEVEE
           END-IF

      *    Le registre peut ne pas encore exister au premier
      *    lancement.
           OPEN I-O REFUS-FILE
           IF WS-FS-RFD = "35"
               OPEN OUTPUT REFUS-FILE
               CLOSE REFUS-FILE
               OPEN I-O REFUS-FILE
           END-IF
           IF WS-FS-RFD NOT = "00"
               DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|OPEN-RFD="
                   WS-FS-RFD
               STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|OPEN-JRN="
                   WS-FS-JRN
               CLOSE REFUS-FILE
               STOP RUN
           END-IF.

      ******************************************************************
       2000-ENREGISTRER.
      ******************************************************************
      *    Une opposition levée puis renouvelée réutilise la ligne du
      *    salarié : seule l'opposition la plus récente est retenue.
           MOVE SPACES TO WS-AVANT
           MOVE 1 TO WS-REFUS-EXISTE
           MOVE WS-MATRICULE TO RFD-MATRICULE
           READ REFUS-FILE
               KEY IS RFD-MATRICULE
               INVALID KEY
                   MOVE 0 TO WS-REFUS-EXISTE
                   INITIALIZE REFUS-DEMAT-RECORD
                   MOVE WS-MATRICULE TO RFD-MATRICULE
           END-READ

           IF WS-REFUS-EXISTE = 1
               IF RFD-DATE-LEVEE = 0
                   DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|"
                       "REFUS-EN-COURS=" RFD-DATE-REFUS
                   GO TO 2000-EXIT
               END-IF
               IF WS-DATE-REFUS < RFD-DATE-LEVEE
                   DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|"
                       "DATE-REFUS-INVALIDE=" WS-DATE-REFUS
                   GO TO 2000-EXIT
               END-IF
               STRING "REFUS " RFD-DATE-REFUS
                   " LEVEE " RFD-DATE-LEVEE
                   DELIMITED BY SIZE INTO WS-AVANT
               END-STRING
           END-IF

           MOVE WS-DATE-REFUS        TO RFD-DATE-REFUS
           MOVE 0                    TO RFD-DATE-LEVEE
           MOVE WS-OPERATEUR         TO RFD-OPERATEUR
           MOVE WS-HORODATAGE(1:14)  TO RFD-HORODATAGE

           IF WS-REFUS-EXISTE = 1
               REWRITE REFUS-DEMAT-RECORD
           ELSE
               WRITE REFUS-DEMAT-RECORD
           END-IF
           IF WS-FS-RFD NOT = "00"
               DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|WRITE-RFD="
                   WS-FS-RFD
               GO TO 2000-EXIT
           END-IF

           DISPLAY "MAINT-REFUS-DEMAT|ENREGISTRE|" WS-MATRICULE
               "|REFUS DU " WS-DATE-REFUS
           MOVE "REFUS-DEMAT" TO WS-CHAMP
           MOVE SPACES TO WS-APRES
           STRING "REFUS " WS-DATE-REFUS
               DELIMITED BY SIZE INTO WS-APRES
           END-STRING
           PERFORM 8000-ECRIRE-JOURNAL.

       2000-EXIT.
           EXIT.

      ******************************************************************
       3000-LEVER.
      ******************************************************************
           MOVE WS-MATRICULE TO RFD-MATRICULE
           READ REFUS-FILE
               KEY IS RFD-MATRICULE
               INVALID KEY
                   DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|"
                       "REFUS-INCONNU=" WS-MATRICULE
                   GO TO 3000-EXIT
           END-READ

           IF RFD-DATE-LEVEE NOT = 0
               DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|"
                   "REFUS-DEJA-LEVE=" RFD-DATE-LEVEE
               GO TO 3000-EXIT
           END-IF
           IF WS-DATE-LEVEE < RFD-DATE-REFUS
               DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|"
                   "DATE-LEVEE-INVALIDE=" WS-DATE-LEVEE
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO WS-AVANT
           STRING "REFUS " RFD-DATE-REFUS
               DELIMITED BY SIZE INTO WS-AVANT
           END-STRING

           MOVE WS-DATE-LEVEE        TO RFD-DATE-LEVEE
           MOVE WS-OPERATEUR         TO RFD-OPERATEUR
           MOVE WS-HORODATAGE(1:14)  TO RFD-HORODATAGE
           REWRITE REFUS-DEMAT-RECORD
           IF WS-FS-RFD NOT = "00"
               DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|REWRITE-RFD="
                   WS-FS-RFD
               GO TO 3000-EXIT
           END-IF

           DISPLAY "MAINT-REFUS-DEMAT|LEVE|" WS-MATRICULE
               "|LEVEE DU " WS-DATE-LEVEE
           MOVE "REFUS-DEMAT" TO WS-CHAMP
           MOVE SPACES TO WS-APRES
           STRING "REFUS " RFD-DATE-REFUS
               " LEVEE " RFD-DATE-LEVEE
               DELIMITED BY SIZE INTO WS-APRES
           END-STRING
           PERFORM 8000-ECRIRE-JOURNAL.

       3000-EXIT.
           EXIT.

      ******************************************************************
       6000-LISTER.
      ******************************************************************
      *    Un matricule donné : sa ligne, opposition en cours ou
      *    levée. Sans matricule : toutes les oppositions en cours.
           MOVE 0 TO WS-EOF-RFD
           MOVE 0 TO WS-NB-REFUS
           IF WS-MATRICULE NOT = SPACES
               MOVE WS-MATRICULE TO RFD-MATRICULE
               READ REFUS-FILE
                   KEY IS RFD-MATRICULE
                   INVALID KEY
                       DISPLAY "MAINT-REFUS-DEMAT|INFO|0|"
                           "AUCUN-REFUS=" WS-MATRICULE
                   NOT INVALID KEY
                       ADD 1 TO WS-NB-REFUS
                       DISPLAY RFD-MATRICULE " REFUS " RFD-DATE-REFUS
                           " LEVEE " RFD-DATE-LEVEE
                           " " RFD-OPERATEUR
               END-READ
           ELSE
               MOVE LOW-VALUES TO RFD-MATRICULE
               START REFUS-FILE KEY >= RFD-MATRICULE
                   INVALID KEY SET EOF-RFD TO TRUE
               END-START
               PERFORM UNTIL EOF-RFD
                   READ REFUS-FILE NEXT RECORD
                       AT END SET EOF-RFD TO TRUE
                   END-READ
                   IF NOT EOF-RFD
                       AND RFD-DATE-LEVEE = 0
                       ADD 1 TO WS-NB-REFUS
                       DISPLAY RFD-MATRICULE " REFUS " RFD-DATE-REFUS
                           " " RFD-OPERATEUR
                   END-IF
               END-PERFORM
               DISPLAY "MAINT-REFUS-DEMAT|INFO|0|REFUS-EN-COURS="
                   WS-NB-REFUS
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
               DISPLAY "MAINT-REFUS-DEMAT|ERROR|0|WRITE-JRN="
                   WS-FS-JRN
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE REFUS-FILE
           CLOSE JOURNAL-FILE

           DISPLAY "MAINT-REFUS-DEMAT|DONE|" WS-MATRICULE "|"
               WS-ACTION.
