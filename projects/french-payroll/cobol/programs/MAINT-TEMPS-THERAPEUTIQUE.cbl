       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-TEMPS-THERAPEUTIQUE.
      ******************************************************************
      * MAINT-TEMPS-THERAPEUTIQUE — Saisie des périodes de temps
      * partiel thérapeutique
      * Opère sur TEMPS-THERAPEUTIQUE.dat (indexé, clé matricule +
      * date de début). Piloté par variables d'environnement :
      *   ACTION=ENREGISTRER — ouvre la période de MATRICULE du
      *       DATE_DEBUT au DATE_FIN (facultative), au POURCENTAGE de
      *       l'horaire contractuel travaillé, suite à l'arrêt
      *       commencé le DATE_ARRET, avec l'IJ_JOURNALIERE notifiée
      *       par la CPAM (facultative) ;
      *   ACTION=PROLONGER   — reporte au DATE_FIN le terme de la
      *       période du DATE_DEBUT (nouvelle prescription) ;
      *   ACTION=ANNULER     — supprime la période du DATE_DEBUT
      *       (saisie erronée) ;
      *   ACTION=LISTER      — affiche les périodes du matricule.
      * Deux périodes d'un même salarié ne peuvent se chevaucher.
      * Chaque action exige un code opérateur (OPERATEUR) et écrit une
      * ligne de journal (image avant/après) dans
      * MAINT-TEMPS-THERAPEUTIQUE-JOURNAL.dat, sur le modèle de
      * MAINT-MUTUELLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TPT-FILE
               ASSIGN TO WS-TPT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPT-CLE
               FILE STATUS IS WS-FS-TPT.

           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD  TPT-FILE.
       COPY "TEMPS-THERAPEUTIQUE-RECORD.cpy".

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
       01  WS-TPT-PATH               PIC X(256).
       01  WS-JOURNAL-PATH           PIC X(256).
       01  WS-FS-TPT                 PIC XX.
       01  WS-FS-JRN                 PIC XX.

       01  WS-ACTION                 PIC X(11).
       01  WS-MATRICULE              PIC X(8).
       01  WS-OPERATEUR              PIC X(8).
       01  WS-DATE-DEBUT             PIC 9(8).
       01  WS-DATE-FIN               PIC 9(8).
       01  WS-DATE-ARRET             PIC 9(8).
       01  WS-POURCENTAGE-TXT        PIC X(12).
       01  WS-IJ-JOURNALIERE-TXT     PIC X(12).
       01  WS-POURCENTAGE            PIC S9(3)V99 COMP-3 VALUE 0.
       01  WS-IJ-JOURNALIERE         PIC S9(5)V99 COMP-3 VALUE 0.

       01  WS-AVANT                  PIC X(30).
       01  WS-APRES                  PIC X(30).
       01  WS-CHAMP                  PIC X(20).
       01  WS-FMT-PCT                PIC ZZ9.99.
       01  WS-FMT-IJ                 PIC ZZZZ9.99.

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

       01  WS-EOF-TPT                PIC 9 VALUE 0.
           88  EOF-TPT               VALUE 1.
       01  WS-NB-PERIODES            PIC 9(4) VALUE 0.

      *    --- Contrôle de chevauchement : bornes de la période
      *    saisie (fin nulle = sans terme) et période en conflit ---
       01  WS-CHV-FIN                PIC 9(8).
       01  WS-CHV-FIN-EXIST          PIC 9(8).
       01  WS-CHV-CONFLIT            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           EVALUATE WS-ACTION
               WHEN "ENREGISTRER"
                   PERFORM 2000-ENREGISTRER THRU 2000-EXIT
               WHEN "PROLONGER"
                   PERFORM 2500-PROLONGER THRU 2500-EXIT
               WHEN "ANNULER"
                   PERFORM 3000-ANNULER THRU 3000-EXIT
               WHEN "LISTER"
                   PERFORM 6000-LISTER
               WHEN OTHER
                   DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                       "ACTION-INVALIDE=" WS-ACTION
           END-EVALUATE

           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-TPT-PATH
               FROM ENVIRONMENT "TEMPS_THERAPEUTIQUE_FILE"
           ACCEPT WS-JOURNAL-PATH
               FROM ENVIRONMENT "MAINT_TEMPS_THERA_JOURNAL_FILE"
           ACCEPT WS-ACTION FROM ENVIRONMENT "ACTION"
           ACCEPT WS-MATRICULE FROM ENVIRONMENT "MATRICULE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-DATE-DEBUT FROM ENVIRONMENT "DATE_DEBUT"
           ACCEPT WS-DATE-FIN FROM ENVIRONMENT "DATE_FIN"
           ACCEPT WS-DATE-ARRET FROM ENVIRONMENT "DATE_ARRET"
           ACCEPT WS-POURCENTAGE-TXT FROM ENVIRONMENT "POURCENTAGE"
           ACCEPT WS-IJ-JOURNALIERE-TXT
               FROM ENVIRONMENT "IJ_JOURNALIERE"

           IF WS-TPT-PATH = SPACES
               MOVE "../data/TEMPS-THERAPEUTIQUE.dat" TO WS-TPT-PATH
           END-IF
           IF WS-JOURNAL-PATH = SPACES
               MOVE "../data/MAINT-TEMPS-THERAPEUTIQUE-JOURNAL.dat"
                   TO WS-JOURNAL-PATH
           END-IF

           IF WS-POURCENTAGE-TXT NOT = SPACES
               COMPUTE WS-POURCENTAGE =
                   FUNCTION NUMVAL(WS-POURCENTAGE-TXT)
           END-IF
           IF WS-IJ-JOURNALIERE-TXT NOT = SPACES
               COMPUTE WS-IJ-JOURNALIERE =
                   FUNCTION NUMVAL(WS-IJ-JOURNALIERE-TXT)
           END-IF

      *    Toute action est nominative : pas de code opérateur, pas
      *    de maintenance.
           IF WS-OPERATEUR = SPACES
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "OPERATEUR-REQUIS"
               STOP RUN
           END-IF
           IF WS-MATRICULE = SPACES
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "MATRICULE-REQUIS"
               STOP RUN
           END-IF

      *    Le fichier des périodes peut ne pas encore exister au
      *    premier lancement.
           OPEN I-O TPT-FILE
           IF WS-FS-TPT = "35"
               OPEN OUTPUT TPT-FILE
               CLOSE TPT-FILE
               OPEN I-O TPT-FILE
           END-IF
           IF WS-FS-TPT NOT = "00"
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|OPEN-TPT="
                   WS-FS-TPT
               STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-FS-JRN = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-FS-JRN NOT = "00"
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|OPEN-JRN="
                   WS-FS-JRN
               CLOSE TPT-FILE
               STOP RUN
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME.

      ******************************************************************
       2000-ENREGISTRER.
      ******************************************************************
           IF WS-DATE-DEBUT = 0
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "DATE-DEBUT-REQUISE"
               GO TO 2000-EXIT
           END-IF
           IF WS-DATE-FIN NOT = 0 AND WS-DATE-FIN < WS-DATE-DEBUT
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "DATE-FIN-INVALIDE=" WS-DATE-FIN
               GO TO 2000-EXIT
           END-IF
      *    Le temps partiel thérapeutique suppose une reprise
      *    effective, à temps partiel : ni 0 % ni temps plein.
           IF WS-POURCENTAGE NOT > 0 OR WS-POURCENTAGE NOT < 100
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "POURCENTAGE-INVALIDE=" WS-POURCENTAGE-TXT
               GO TO 2000-EXIT
           END-IF
           IF WS-DATE-ARRET = 0 OR WS-DATE-ARRET > WS-DATE-DEBUT
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "DATE-ARRET-INVALIDE=" WS-DATE-ARRET
               GO TO 2000-EXIT
           END-IF
           IF WS-IJ-JOURNALIERE < 0
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "IJ-JOURNALIERE-INVALIDE=" WS-IJ-JOURNALIERE-TXT
               GO TO 2000-EXIT
           END-IF

           MOVE WS-DATE-FIN TO WS-CHV-FIN
           PERFORM 4000-CONTROLER-CHEVAUCHEMENT
           IF WS-CHV-CONFLIT NOT = 0
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "CHEVAUCHEMENT=" WS-CHV-CONFLIT
               GO TO 2000-EXIT
           END-IF

           INITIALIZE TEMPS-THERAPEUTIQUE-RECORD
           MOVE WS-MATRICULE      TO TPT-MATRICULE
           MOVE WS-DATE-DEBUT     TO TPT-DATE-DEBUT
           MOVE WS-DATE-FIN       TO TPT-DATE-FIN
           MOVE WS-POURCENTAGE    TO TPT-POURCENTAGE
           MOVE WS-DATE-ARRET     TO TPT-DATE-ARRET
           MOVE WS-IJ-JOURNALIERE TO TPT-IJ-JOURNALIERE
           MOVE SPACE             TO TPT-SIGNALEMENT
           MOVE WS-OPERATEUR      TO TPT-OPERATEUR
           MOVE WS-HORODATAGE(1:14) TO TPT-HORODATAGE

           WRITE TEMPS-THERAPEUTIQUE-RECORD
           IF WS-FS-TPT = "22"
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "PERIODE-EXISTANTE=" WS-DATE-DEBUT
               GO TO 2000-EXIT
           END-IF
           IF WS-FS-TPT NOT = "00"
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|WRITE-TPT="
                   WS-FS-TPT
               GO TO 2000-EXIT
           END-IF

           MOVE WS-POURCENTAGE TO WS-FMT-PCT
           DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ENREGISTRE|"
               WS-MATRICULE "|" WS-DATE-DEBUT " AU " WS-DATE-FIN
               " " WS-FMT-PCT "%"
           MOVE "PERIODE" TO WS-CHAMP
           MOVE SPACES TO WS-AVANT
           MOVE SPACES TO WS-APRES
           STRING WS-DATE-DEBUT " " WS-DATE-FIN " " WS-FMT-PCT
               DELIMITED BY SIZE INTO WS-APRES
           END-STRING
           PERFORM 8000-ECRIRE-JOURNAL.

       2000-EXIT.
           EXIT.

      ******************************************************************
       2500-PROLONGER.
      ******************************************************************
      *    Nouvelle prescription : le terme de la période est reporté
      *    (ou fixé, pour une période ouverte), sans empiéter sur la
      *    période suivante du salarié.
           IF WS-DATE-DEBUT = 0 OR WS-DATE-FIN = 0
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "DATES-REQUISES"
               GO TO 2500-EXIT
           END-IF
           IF WS-DATE-FIN < WS-DATE-DEBUT
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "DATE-FIN-INVALIDE=" WS-DATE-FIN
               GO TO 2500-EXIT
           END-IF

           MOVE WS-DATE-FIN TO WS-CHV-FIN
           PERFORM 4000-CONTROLER-CHEVAUCHEMENT
           IF WS-CHV-CONFLIT NOT = 0
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "CHEVAUCHEMENT=" WS-CHV-CONFLIT
               GO TO 2500-EXIT
           END-IF

           MOVE WS-MATRICULE  TO TPT-MATRICULE
           MOVE WS-DATE-DEBUT TO TPT-DATE-DEBUT
           READ TPT-FILE
               KEY IS TPT-CLE
               INVALID KEY
                   DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                       "PERIODE-INCONNUE=" WS-DATE-DEBUT
                   GO TO 2500-EXIT
           END-READ

           MOVE SPACES TO WS-AVANT
           MOVE SPACES TO WS-APRES
           MOVE TPT-DATE-FIN TO WS-AVANT
           MOVE WS-DATE-FIN TO WS-APRES
           MOVE WS-DATE-FIN       TO TPT-DATE-FIN
           MOVE WS-OPERATEUR      TO TPT-OPERATEUR
           MOVE WS-HORODATAGE(1:14) TO TPT-HORODATAGE
           REWRITE TEMPS-THERAPEUTIQUE-RECORD
           IF WS-FS-TPT NOT = "00"
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "REWRITE-TPT=" WS-FS-TPT
               GO TO 2500-EXIT
           END-IF

           DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|PROLONGE|"
               WS-MATRICULE "|" WS-DATE-DEBUT " AU " WS-DATE-FIN
           MOVE "DATE-FIN" TO WS-CHAMP
           PERFORM 8000-ECRIRE-JOURNAL.

       2500-EXIT.
           EXIT.

      ******************************************************************
       3000-ANNULER.
      ******************************************************************
           IF WS-DATE-DEBUT = 0
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "DATE-DEBUT-REQUISE"
               GO TO 3000-EXIT
           END-IF

           MOVE WS-MATRICULE  TO TPT-MATRICULE
           MOVE WS-DATE-DEBUT TO TPT-DATE-DEBUT
           READ TPT-FILE
               KEY IS TPT-CLE
               INVALID KEY
                   DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                       "PERIODE-INCONNUE=" WS-DATE-DEBUT
                   GO TO 3000-EXIT
           END-READ

           MOVE TPT-POURCENTAGE TO WS-FMT-PCT
           MOVE SPACES TO WS-AVANT
           STRING TPT-DATE-DEBUT " " TPT-DATE-FIN " " WS-FMT-PCT
               DELIMITED BY SIZE INTO WS-AVANT
           END-STRING
           DELETE TPT-FILE
           IF WS-FS-TPT NOT = "00"
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|"
                   "DELETE-TPT=" WS-FS-TPT
               GO TO 3000-EXIT
           END-IF

           DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ANNULE|" WS-MATRICULE
               "|" WS-AVANT
           MOVE "PERIODE" TO WS-CHAMP
           MOVE SPACES TO WS-APRES
           PERFORM 8000-ECRIRE-JOURNAL.

       3000-EXIT.
           EXIT.

      ******************************************************************
       4000-CONTROLER-CHEVAUCHEMENT.
      ******************************************************************
      *    Parcourt les autres périodes du matricule : il y a
      *    chevauchement quand chacune commence avant la fin de
      *    l'autre (une fin nulle valant sans terme). La période
      *    saisie elle-même (même date de début) est ignorée.
           MOVE 0 TO WS-CHV-CONFLIT
           IF WS-CHV-FIN = 0
               MOVE 99999999 TO WS-CHV-FIN
           END-IF
           MOVE 0 TO WS-EOF-TPT
           MOVE WS-MATRICULE TO TPT-MATRICULE
           MOVE 0 TO TPT-DATE-DEBUT
           START TPT-FILE KEY >= TPT-CLE
               INVALID KEY SET EOF-TPT TO TRUE
           END-START
           PERFORM UNTIL EOF-TPT
               READ TPT-FILE NEXT RECORD
                   AT END SET EOF-TPT TO TRUE
               END-READ
               IF NOT EOF-TPT
                   IF TPT-MATRICULE NOT = WS-MATRICULE
                       SET EOF-TPT TO TRUE
                   ELSE
                       MOVE TPT-DATE-FIN TO WS-CHV-FIN-EXIST
                       IF WS-CHV-FIN-EXIST = 0
                           MOVE 99999999 TO WS-CHV-FIN-EXIST
                       END-IF
                       IF TPT-DATE-DEBUT NOT = WS-DATE-DEBUT
                           AND TPT-DATE-DEBUT <= WS-CHV-FIN
                           AND WS-DATE-DEBUT <= WS-CHV-FIN-EXIST
                           MOVE TPT-DATE-DEBUT TO WS-CHV-CONFLIT
                           SET EOF-TPT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       6000-LISTER.
      ******************************************************************
      *    Périodes du matricule, de la plus ancienne à la plus
      *    récente.
           MOVE 0 TO WS-EOF-TPT
           MOVE 0 TO WS-NB-PERIODES
           MOVE WS-MATRICULE TO TPT-MATRICULE
           MOVE 0 TO TPT-DATE-DEBUT
           START TPT-FILE KEY >= TPT-CLE
               INVALID KEY SET EOF-TPT TO TRUE
           END-START
           PERFORM UNTIL EOF-TPT
               READ TPT-FILE NEXT RECORD
                   AT END SET EOF-TPT TO TRUE
               END-READ
               IF NOT EOF-TPT
                   IF TPT-MATRICULE NOT = WS-MATRICULE
                       SET EOF-TPT TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-PERIODES
                       MOVE TPT-POURCENTAGE TO WS-FMT-PCT
                       MOVE TPT-IJ-JOURNALIERE TO WS-FMT-IJ
                       DISPLAY TPT-MATRICULE " " TPT-DATE-DEBUT
                           " AU " TPT-DATE-FIN " " WS-FMT-PCT
                           "% ARRET " TPT-DATE-ARRET
                           " IJ " WS-FMT-IJ
                           " SIGNALE " TPT-SIGNALEMENT
                           " " TPT-DATE-SIGNALEMENT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NB-PERIODES = 0
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|INFO|0|"
                   "AUCUNE-PERIODE=" WS-MATRICULE
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
               DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|ERROR|0|WRITE-JRN="
                   WS-FS-JRN
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE TPT-FILE
           CLOSE JOURNAL-FILE

           DISPLAY "MAINT-TEMPS-THERAPEUTIQUE|DONE|" WS-MATRICULE "|"
               WS-ACTION.
