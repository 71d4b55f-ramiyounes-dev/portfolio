       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-HABILITATION.
      ******************************************************************
      * MAINT-HABILITATION — Habilitations des opérateurs de paie
      * Opère sur HABILITATIONS.dat (indexé, clé opérateur +
      * programme + établissement + population). Piloté par
      * variables d'environnement :
      *   ACTION=ACCORDER — crée ou remplace la ligne de
      *       OPERATEUR_HABILITE pour PROGRAMME (défaut "*" : tous
      *       les programmes), ETABLISSEMENT (défaut "*") et
      *       POPULATION (G, D ou "*", défaut "*") ; DROITS liste
      *       les droits accordés parmi L (lire), C (calculer),
      *       M (maintenir) et K (clôturer) ; DATE_DEBUT (défaut :
      *       date du jour) et DATE_FIN (facultative) bornent la
      *       validité ;
      *   ACTION=RETIRER  — supprime la ligne désignée par les
      *       mêmes variables ;
      *   ACTION=LISTER   — affiche les lignes de OPERATEUR_HABILITE,
      *       ou toutes si elle est à blanc.
      * Population D : paie de direction (département DIRECTION ou
      * classification CADRE-DIR) ; G : les autres salariés.
      * Chaque action exige un code opérateur (OPERATEUR) détenant
      * le droit M sur MAINT-HABILITATION ; tant que le fichier
      * n'existe pas, la première ligne peut être accordée sans
      * habilitation. Les mises à jour écrivent une ligne de journal
      * (image avant/après) dans MAINT-HABILITATIONS-JOURNAL.dat.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HABILITATION-FILE
               ASSIGN TO WS-HABILITATION-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAB-CLE
               FILE STATUS IS WS-FS-HAB.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD  HABILITATION-FILE.
       COPY "HABILITATION-RECORD.cpy".

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
       01  WS-HABILITATION-PATH      PIC X(256).
       01  WS-JOURNAL-PATH           PIC X(256).
       01  WS-FS-HAB                 PIC XX.
       01  WS-FS-JRN                 PIC XX.

       01  WS-ACTION                 PIC X(10).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-OPERATEUR-HABILITE     PIC X(8).
       01  WS-PROGRAMME              PIC X(30).
       01  WS-ETABLISSEMENT          PIC X(4).
       01  WS-POPULATION             PIC X(1).
       01  WS-DROITS-SAISIS          PIC X(4).
       01  WS-DATE-DEBUT             PIC 9(8).
       01  WS-DATE-FIN               PIC 9(8).

       01  WS-DROITS.
           05  WS-DROIT-LIRE         PIC X(1).
           05  WS-DROIT-CALCULER     PIC X(1).
           05  WS-DROIT-MAINTENIR    PIC X(1).
           05  WS-DROIT-CLOTURER     PIC X(1).
       01  WS-CAR-IDX                PIC 9.
       01  WS-DROITS-VALIDES         PIC 9 VALUE 1.

       01  WS-AVANT                  PIC X(30).
       01  WS-APRES                  PIC X(30).
       01  WS-CHAMP                  PIC X(20).

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

       01  WS-EXISTE                 PIC 9 VALUE 0.
           88  LIGNE-EXISTE          VALUE 1.
       01  WS-EOF-HAB                PIC 9 VALUE 0.
           88  EOF-HAB               VALUE 1.
       01  WS-NB-LIGNES              PIC 9(5) VALUE 0.
       01  WS-ETAT                   PIC X(8).

       COPY "HABILITATION-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           EVALUATE WS-ACTION
               WHEN "ACCORDER"
                   PERFORM 2000-ACCORDER THRU 2000-EXIT
               WHEN "RETIRER"
                   PERFORM 3000-RETIRER THRU 3000-EXIT
               WHEN "LISTER"
                   PERFORM 6000-LISTER
               WHEN OTHER
                   DISPLAY "MAINT-HABILITATION|ERROR|0|"
                       "ACTION-INVALIDE=" WS-ACTION
           END-EVALUATE

           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-HABILITATION-PATH
               FROM ENVIRONMENT "HABILITATIONS_FILE"
           ACCEPT WS-JOURNAL-PATH
               FROM ENVIRONMENT "MAINT_HABILITATIONS_JOURNAL_FILE"
           ACCEPT WS-ACTION FROM ENVIRONMENT "ACTION"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-OPERATEUR-HABILITE
               FROM ENVIRONMENT "OPERATEUR_HABILITE"
           ACCEPT WS-PROGRAMME FROM ENVIRONMENT "PROGRAMME"
           ACCEPT WS-ETABLISSEMENT FROM ENVIRONMENT "ETABLISSEMENT"
           ACCEPT WS-POPULATION FROM ENVIRONMENT "POPULATION"
           ACCEPT WS-DROITS-SAISIS FROM ENVIRONMENT "DROITS"
           ACCEPT WS-DATE-DEBUT FROM ENVIRONMENT "DATE_DEBUT"
           ACCEPT WS-DATE-FIN FROM ENVIRONMENT "DATE_FIN"

           IF WS-HABILITATION-PATH = SPACES
               MOVE "../data/HABILITATIONS.dat"
                   TO WS-HABILITATION-PATH
           END-IF
           IF WS-JOURNAL-PATH = SPACES
               MOVE "../data/MAINT-HABILITATIONS-JOURNAL.dat"
                   TO WS-JOURNAL-PATH
           END-IF
           IF WS-PROGRAMME = SPACES
               MOVE "*" TO WS-PROGRAMME
           END-IF
           IF WS-ETABLISSEMENT = SPACES
               MOVE "*" TO WS-ETABLISSEMENT
           END-IF
           IF WS-POPULATION = SPACES
               MOVE "*" TO WS-POPULATION
           END-IF

      *    Toute action est nominative : pas de code opérateur, pas
      *    de maintenance.
           IF WS-OPERATEUR = SPACES
               DISPLAY "MAINT-HABILITATION|ERROR|0|OPERATEUR-REQUIS"
               STOP RUN
           END-IF
           IF WS-OPERATEUR-HABILITE = SPACES
               AND WS-ACTION NOT = "LISTER"
               DISPLAY "MAINT-HABILITATION|ERROR|0|"
                   "OPERATEUR-HABILITE-REQUIS"
               STOP RUN
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME
           IF WS-DATE-DEBUT = 0
               MOVE WS-HORO-DATE TO WS-DATE-DEBUT
           END-IF

      *    Les habilitations se gèrent elles-mêmes : droit M sur ce
      *    programme, sauf à la mise en place du fichier.
           MOVE "OUVRE" TO HSV-FONCTION
           MOVE WS-OPERATEUR TO HSV-OPERATEUR
           MOVE "MAINT-HABILITATION" TO HSV-PROGRAMME
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "MAINT-HABILITATION|ERROR|0|" HSV-MOTIF
               STOP RUN
           END-IF
           IF NOT HSV-CONTROLE-ACTIF
               DISPLAY "MAINT-HABILITATION|WARN|0|"
                   "MISE-EN-PLACE-HABILITATIONS"
           END-IF
           MOVE "ACCES" TO HSV-FONCTION
           MOVE "M" TO HSV-DROIT
           MOVE WS-ACTION TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "MAINT-HABILITATION|ERROR|0|"
                   "HABILITATION-REFUSEE=" WS-OPERATEUR
               STOP RUN
           END-IF

           OPEN I-O HABILITATION-FILE
           IF WS-FS-HAB = "35"
               OPEN OUTPUT HABILITATION-FILE
               CLOSE HABILITATION-FILE
               OPEN I-O HABILITATION-FILE
           END-IF
           IF WS-FS-HAB NOT = "00"
               DISPLAY "MAINT-HABILITATION|ERROR|0|OPEN-HAB="
                   WS-FS-HAB
               STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-HABILITATION|ERROR|0|OPEN-JRN="
                   WS-FS-JRN
               CLOSE HABILITATION-FILE
               STOP RUN
           END-IF.

      ******************************************************************
       1500-LIRE-LIGNE.
      ******************************************************************
           MOVE 0 TO WS-EXISTE
           MOVE WS-OPERATEUR-HABILITE TO HAB-OPERATEUR
           MOVE WS-PROGRAMME          TO HAB-PROGRAMME
           MOVE WS-ETABLISSEMENT      TO HAB-ETABLISSEMENT
           MOVE WS-POPULATION         TO HAB-POPULATION
           READ HABILITATION-FILE
               KEY IS HAB-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LIGNE-EXISTE TO TRUE
           END-READ.

      ******************************************************************
       1600-DECODER-DROITS.
      ******************************************************************
      *    DROITS : lettres L, C, M, K dans un ordre quelconque.
           MOVE "NNNN" TO WS-DROITS
           MOVE 1 TO WS-DROITS-VALIDES
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > 4
               EVALUATE WS-DROITS-SAISIS(WS-CAR-IDX:1)
                   WHEN "L"
                       MOVE "O" TO WS-DROIT-LIRE
                   WHEN "C"
                       MOVE "O" TO WS-DROIT-CALCULER
                   WHEN "M"
                       MOVE "O" TO WS-DROIT-MAINTENIR
                   WHEN "K"
                       MOVE "O" TO WS-DROIT-CLOTURER
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO WS-DROITS-VALIDES
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       2000-ACCORDER.
      ******************************************************************
           MOVE WS-POPULATION TO HAB-POPULATION
           IF NOT HAB-POP-VALIDE
               DISPLAY "MAINT-HABILITATION|ERROR|0|"
                   "POPULATION-INVALIDE=" WS-POPULATION
               GO TO 2000-EXIT
           END-IF
           PERFORM 1600-DECODER-DROITS
           IF WS-DROITS-VALIDES = 0 OR WS-DROITS = "NNNN"
               DISPLAY "MAINT-HABILITATION|ERROR|0|"
                   "DROITS-INVALIDES=" WS-DROITS-SAISIS
               GO TO 2000-EXIT
           END-IF
           IF WS-DATE-FIN NOT = 0
               AND WS-DATE-FIN < WS-DATE-DEBUT
               DISPLAY "MAINT-HABILITATION|ERROR|0|"
                   "DATE-FIN-INVALIDE=" WS-DATE-FIN
               GO TO 2000-EXIT
           END-IF

           PERFORM 1500-LIRE-LIGNE
           MOVE SPACES TO WS-AVANT
           IF LIGNE-EXISTE
               STRING HAB-DROITS " " HAB-DATE-DEBUT " " HAB-DATE-FIN
                   DELIMITED BY SIZE INTO WS-AVANT
               END-STRING
           END-IF

           INITIALIZE HABILITATION-RECORD
           MOVE WS-OPERATEUR-HABILITE TO HAB-OPERATEUR
           MOVE WS-PROGRAMME          TO HAB-PROGRAMME
           MOVE WS-ETABLISSEMENT      TO HAB-ETABLISSEMENT
           MOVE WS-POPULATION         TO HAB-POPULATION
           MOVE WS-DROITS             TO HAB-DROITS
           MOVE WS-DATE-DEBUT         TO HAB-DATE-DEBUT
           MOVE WS-DATE-FIN           TO HAB-DATE-FIN
           MOVE WS-OPERATEUR          TO HAB-OPERATEUR-MAJ
           MOVE WS-HORODATAGE(1:14)   TO HAB-HORODATAGE
           IF LIGNE-EXISTE
               REWRITE HABILITATION-RECORD
           ELSE
               WRITE HABILITATION-RECORD
           END-IF
           IF WS-FS-HAB NOT = "00"
               DISPLAY "MAINT-HABILITATION|ERROR|0|WRITE-HAB="
                   WS-FS-HAB
               GO TO 2000-EXIT
           END-IF

           DISPLAY "MAINT-HABILITATION|ACCORDE|" WS-OPERATEUR-HABILITE
               "|" WS-PROGRAMME(1:20) " " WS-ETABLISSEMENT " "
               WS-POPULATION " " WS-DROITS
           PERFORM 2100-CHAMP-JOURNAL
           MOVE SPACES TO WS-APRES
           STRING WS-DROITS " " WS-DATE-DEBUT " " WS-DATE-FIN
               DELIMITED BY SIZE INTO WS-APRES
           END-STRING
           PERFORM 8000-ECRIRE-JOURNAL.

       2000-EXIT.
           EXIT.

      ******************************************************************
       2100-CHAMP-JOURNAL.
      ******************************************************************
      *    La ligne maintenue : programme, établissement, population.
           MOVE SPACES TO WS-CHAMP
           STRING WS-PROGRAMME DELIMITED BY SPACE
               " " WS-ETABLISSEMENT " " WS-POPULATION
               DELIMITED BY SIZE INTO WS-CHAMP
           END-STRING.

      ******************************************************************
       3000-RETIRER.
      ******************************************************************
           PERFORM 1500-LIRE-LIGNE
           IF NOT LIGNE-EXISTE
               DISPLAY "MAINT-HABILITATION|ERROR|0|"
                   "HABILITATION-INCONNUE=" WS-OPERATEUR-HABILITE
                   " " WS-PROGRAMME(1:20) " " WS-ETABLISSEMENT
                   " " WS-POPULATION
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO WS-AVANT
           STRING HAB-DROITS " " HAB-DATE-DEBUT " " HAB-DATE-FIN
               DELIMITED BY SIZE INTO WS-AVANT
           END-STRING
           DELETE HABILITATION-FILE RECORD
           IF WS-FS-HAB NOT = "00"
               DISPLAY "MAINT-HABILITATION|ERROR|0|DELETE-HAB="
                   WS-FS-HAB
               GO TO 3000-EXIT
           END-IF

           DISPLAY "MAINT-HABILITATION|RETIRE|" WS-OPERATEUR-HABILITE
               "|" WS-PROGRAMME(1:20) " " WS-ETABLISSEMENT " "
               WS-POPULATION
           PERFORM 2100-CHAMP-JOURNAL
           MOVE SPACES TO WS-APRES
           PERFORM 8000-ECRIRE-JOURNAL.

       3000-EXIT.
           EXIT.

      ******************************************************************
       6000-LISTER.
      ******************************************************************
           MOVE 0 TO WS-EOF-HAB
           MOVE 0 TO WS-NB-LIGNES
           MOVE LOW-VALUES TO HAB-CLE
           IF WS-OPERATEUR-HABILITE NOT = SPACES
               MOVE WS-OPERATEUR-HABILITE TO HAB-OPERATEUR
           END-IF
           START HABILITATION-FILE KEY >= HAB-CLE
               INVALID KEY SET EOF-HAB TO TRUE
           END-START
           PERFORM UNTIL EOF-HAB
               READ HABILITATION-FILE NEXT RECORD
                   AT END SET EOF-HAB TO TRUE
               END-READ
               IF NOT EOF-HAB
                   IF WS-OPERATEUR-HABILITE NOT = SPACES
                       AND HAB-OPERATEUR NOT = WS-OPERATEUR-HABILITE
                       SET EOF-HAB TO TRUE
                   ELSE
                       PERFORM 6100-AFFICHER-LIGNE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "MAINT-HABILITATION|INFO|0|LIGNES=" WS-NB-LIGNES.

      ******************************************************************
       6100-AFFICHER-LIGNE.
      ******************************************************************
           ADD 1 TO WS-NB-LIGNES
           EVALUATE TRUE
               WHEN HAB-DATE-DEBUT > WS-HORO-DATE
                   MOVE "FUTURE" TO WS-ETAT
               WHEN HAB-DATE-FIN NOT = 0
                   AND HAB-DATE-FIN < WS-HORO-DATE
                   MOVE "EXPIREE" TO WS-ETAT
               WHEN OTHER
                   MOVE "VIGUEUR" TO WS-ETAT
           END-EVALUATE
           DISPLAY HAB-OPERATEUR " " HAB-PROGRAMME(1:20)
               " " HAB-ETABLISSEMENT " " HAB-POPULATION
               " DROITS " HAB-DROITS
               " DU " HAB-DATE-DEBUT " AU " HAB-DATE-FIN
               " " WS-ETAT.

      ******************************************************************
       8000-ECRIRE-JOURNAL.
      ******************************************************************
           INITIALIZE MAINT-JOURNAL-RECORD
           MOVE WS-HORODATAGE(1:14)   TO MJR-HORODATAGE
           MOVE WS-OPERATEUR          TO MJR-OPERATEUR
           MOVE WS-ACTION             TO MJR-ACTION
           MOVE WS-OPERATEUR-HABILITE TO MJR-MATRICULE
           MOVE WS-CHAMP              TO MJR-CHAMP
           MOVE WS-AVANT              TO MJR-AVANT
           MOVE WS-APRES              TO MJR-APRES

           WRITE MAINT-JOURNAL-RECORD
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-HABILITATION|ERROR|0|WRITE-JRN="
                   WS-FS-JRN
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE HABILITATION-FILE
           CLOSE JOURNAL-FILE

           DISPLAY "MAINT-HABILITATION|DONE|" WS-OPERATEUR-HABILITE
               "|" WS-ACTION.
