       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-HABILITATIONS.
      ******************************************************************
      * REPORT-HABILITATIONS — Revue périodique des habilitations
      * des opérateurs de paie
      * Édite, depuis HABILITATIONS.dat (tenu par
      * MAINT-HABILITATION) :
      *   [1] chaque ligne d'habilitation par opérateur, avec son
      *       état (en vigueur, future, expirée) ;
      *   [2] les opérateurs qui ont accès, à la date du jour, à la
      *       paie de direction (population D ou "*"), avec l'union
      *       de leurs droits ; au-delà de MAX_DIRECTION opérateurs
      *       (défaut 2), l'état porte une alerte ;
      *   [3] les accès refusés journalisés dans
      *       HABILITATIONS-REFUS.dat depuis DATE_DEBUT_REFUS
      *       (défaut : 1er du mois en cours).
      * Exige le droit L sur REPORT-HABILITATIONS (OPERATEUR) dès
      * que les habilitations sont en place.
      * Sortie : HABILITATIONS_RAPPORT_FILE (défaut
      * ../data/RAPPORT-HABILITATIONS.txt).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HABILITATION-FILE
               ASSIGN TO WS-HABILITATION-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HAB-CLE
               FILE STATUS IS WS-FS-HAB.

           SELECT REFUS-FILE
               ASSIGN TO WS-REFUS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HRF.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  HABILITATION-FILE.
       COPY "HABILITATION-RECORD.cpy".

       FD  REFUS-FILE.
       COPY "HABILITATION-REFUS-RECORD.cpy".

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HABILITATION-PATH      PIC X(256).
       01  WS-REFUS-PATH             PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-FS-HAB                 PIC XX.
       01  WS-FS-HRF                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       01  WS-OPERATEUR              PIC X(8).
       01  WS-DATE-DEBUT-REFUS       PIC 9(8).
       01  WS-MAX-DIRECTION          PIC 9(3).
       01  WS-MOIS-COURANT           PIC 9(6).

       01  WS-EOF-HAB                PIC 9 VALUE 0.
           88  EOF-HAB               VALUE 1.
       01  WS-EOF-HRF                PIC 9 VALUE 0.
           88  EOF-HRF               VALUE 1.

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

       01  WS-ETAT                   PIC X(10).
       01  WS-OPERATEUR-PRECEDENT    PIC X(8) VALUE SPACES.

      *    --- Opérateurs ayant accès à la paie de direction ---
       01  WS-DIR-COUNT              PIC 9(3) VALUE 0.
       01  WS-DIR-TABLE.
           05  WS-DIR-ENTRY OCCURS 200 TIMES.
               10  WS-DIR-OPERATEUR      PIC X(8).
               10  WS-DIR-LIRE           PIC X(1).
               10  WS-DIR-CALCULER       PIC X(1).
               10  WS-DIR-MAINTENIR      PIC X(1).
               10  WS-DIR-CLOTURER       PIC X(1).
               10  WS-DIR-NB-LIGNES      PIC 9(3).
       01  WS-DIR-IDX                PIC 9(3).

       01  WS-NB-LIGNES              PIC 9(5) VALUE 0.
       01  WS-NB-EN-VIGUEUR          PIC 9(5) VALUE 0.
       01  WS-NB-OPERATEURS          PIC 9(5) VALUE 0.
       01  WS-NB-REFUS               PIC 9(5) VALUE 0.

       01  WS-FMT-NB                 PIC ZZZZ9.
       01  WS-FMT-NB-6               PIC ZZZZZ9.
       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".

       COPY "HABILITATION-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 2000-ENTETE
           PERFORM 3000-HABILITATIONS
           PERFORM 4000-ACCES-DIRECTION
           PERFORM 5000-REFUS
           PERFORM 6000-TOTAUX
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-HABILITATION-PATH
               FROM ENVIRONMENT "HABILITATIONS_FILE"
           ACCEPT WS-REFUS-PATH
               FROM ENVIRONMENT "HABILITATIONS_REFUS_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "HABILITATIONS_RAPPORT_FILE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           ACCEPT WS-DATE-DEBUT-REFUS
               FROM ENVIRONMENT "DATE_DEBUT_REFUS"
           ACCEPT WS-MAX-DIRECTION FROM ENVIRONMENT "MAX_DIRECTION"

           IF WS-HABILITATION-PATH = SPACES
               MOVE "../data/HABILITATIONS.dat"
                   TO WS-HABILITATION-PATH
           END-IF
           IF WS-REFUS-PATH = SPACES
               MOVE "../data/HABILITATIONS-REFUS.dat" TO WS-REFUS-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/RAPPORT-HABILITATIONS.txt"
                   TO WS-RAPPORT-PATH
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME
           IF WS-DATE-DEBUT-REFUS = 0
               DIVIDE WS-HORO-DATE BY 100 GIVING WS-MOIS-COURANT
               COMPUTE WS-DATE-DEBUT-REFUS = WS-MOIS-COURANT * 100 + 1
           END-IF
           IF WS-MAX-DIRECTION = 0
               MOVE 2 TO WS-MAX-DIRECTION
           END-IF

           MOVE "OUVRE" TO HSV-FONCTION
           MOVE WS-OPERATEUR TO HSV-OPERATEUR
           MOVE "REPORT-HABILITATIONS" TO HSV-PROGRAMME
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "REPORT-HABILITATIONS|ERROR|0|" HSV-MOTIF
               STOP RUN
           END-IF
           IF NOT HSV-CONTROLE-ACTIF
               DISPLAY "REPORT-HABILITATIONS|ERROR|0|"
                   "HABILITATIONS-ABSENTES"
               STOP RUN
           END-IF
           MOVE "ACCES" TO HSV-FONCTION
           MOVE "L" TO HSV-DROIT
           MOVE SPACES TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "REPORT-HABILITATIONS|ERROR|0|"
                   "HABILITATION-REFUSEE=" WS-OPERATEUR
               STOP RUN
           END-IF

           OPEN INPUT HABILITATION-FILE
           IF WS-FS-HAB NOT = "00"
               DISPLAY "REPORT-HABILITATIONS|ERROR|0|OPEN-HAB="
                   WS-FS-HAB
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "REPORT-HABILITATIONS|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE HABILITATION-FILE
               STOP RUN
           END-IF

           DISPLAY "REPORT-HABILITATIONS|START|" WS-HORO-DATE "|"
               WS-DATE-DEBUT-REFUS.

      ******************************************************************
       2000-ENTETE.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  REVUE DES HABILITATIONS DES OPERATEURS DE PAIE"
               "  -  DATE : " WS-HORO-DATE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  DROITS : L LIRE  C CALCULER  M MAINTENIR"
               "  K CLOTURER (O = ACCORDE)   POPULATION : G GENERALE"
               "  D DIRECTION  * TOUTES"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3000-HABILITATIONS.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  [1] HABILITATIONS PAR OPERATEUR"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  OPERATEUR PROGRAMME                      ETAB POP"
               " LCMK  DEBUT    FIN      ETAT       MAJ PAR  LE"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           READ HABILITATION-FILE
               AT END SET EOF-HAB TO TRUE
           END-READ
           PERFORM UNTIL EOF-HAB
               PERFORM 3100-EDITER-LIGNE
               READ HABILITATION-FILE
                   AT END SET EOF-HAB TO TRUE
               END-READ
           END-PERFORM

           IF WS-NB-LIGNES = 0
               MOVE SPACES TO WS-LINE
               STRING "  AUCUNE HABILITATION"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF.

      ******************************************************************
       3100-EDITER-LIGNE.
      ******************************************************************
           ADD 1 TO WS-NB-LIGNES
           IF HAB-OPERATEUR NOT = WS-OPERATEUR-PRECEDENT
               ADD 1 TO WS-NB-OPERATEURS
               MOVE HAB-OPERATEUR TO WS-OPERATEUR-PRECEDENT
           END-IF

           EVALUATE TRUE
               WHEN HAB-DATE-DEBUT > WS-HORO-DATE
                   MOVE "FUTURE" TO WS-ETAT
               WHEN HAB-DATE-FIN NOT = 0
                   AND HAB-DATE-FIN < WS-HORO-DATE
                   MOVE "EXPIREE" TO WS-ETAT
               WHEN OTHER
                   MOVE "EN VIGUEUR" TO WS-ETAT
                   ADD 1 TO WS-NB-EN-VIGUEUR
                   IF HAB-POP-DIRECTION OR HAB-POP-TOUTES
                       PERFORM 3200-CUMULER-DIRECTION
                   END-IF
           END-EVALUATE

           MOVE SPACES TO WS-LINE
           STRING "  " HAB-OPERATEUR "  " HAB-PROGRAMME " "
               HAB-ETABLISSEMENT "  " HAB-POPULATION "  "
               HAB-DROITS "  " HAB-DATE-DEBUT " " HAB-DATE-FIN
               " " WS-ETAT " " HAB-OPERATEUR-MAJ " "
               HAB-HORODATAGE(1:8)
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3200-CUMULER-DIRECTION.
      ******************************************************************
      *    Les lignes d'un opérateur se suivent (clé) : il occupe la
      *    dernière entrée de la table s'il y est déjà.
           IF WS-DIR-COUNT = 0
               OR WS-DIR-OPERATEUR(WS-DIR-COUNT) NOT = HAB-OPERATEUR
               IF WS-DIR-COUNT >= 200
                   DISPLAY "REPORT-HABILITATIONS|WARN|0|"
                       "TABLE-DIRECTION-PLEINE=" HAB-OPERATEUR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DIR-COUNT
               MOVE HAB-OPERATEUR TO WS-DIR-OPERATEUR(WS-DIR-COUNT)
               MOVE "N" TO WS-DIR-LIRE(WS-DIR-COUNT)
               MOVE "N" TO WS-DIR-CALCULER(WS-DIR-COUNT)
               MOVE "N" TO WS-DIR-MAINTENIR(WS-DIR-COUNT)
               MOVE "N" TO WS-DIR-CLOTURER(WS-DIR-COUNT)
               MOVE 0 TO WS-DIR-NB-LIGNES(WS-DIR-COUNT)
           END-IF
           ADD 1 TO WS-DIR-NB-LIGNES(WS-DIR-COUNT)
           IF HAB-LIRE-OUI
               MOVE "O" TO WS-DIR-LIRE(WS-DIR-COUNT)
           END-IF
           IF HAB-CALCULER-OUI
               MOVE "O" TO WS-DIR-CALCULER(WS-DIR-COUNT)
           END-IF
           IF HAB-MAINTENIR-OUI
               MOVE "O" TO WS-DIR-MAINTENIR(WS-DIR-COUNT)
           END-IF
           IF HAB-CLOTURER-OUI
               MOVE "O" TO WS-DIR-CLOTURER(WS-DIR-COUNT)
           END-IF.

      ******************************************************************
       4000-ACCES-DIRECTION.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  [2] ACCES A LA PAIE DE DIRECTION EN VIGUEUR"
               " (DEPARTEMENT DIRECTION, CLASSIFICATION CADRE-DIR)"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  OPERATEUR LCMK  LIGNES"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > WS-DIR-COUNT
               MOVE WS-DIR-NB-LIGNES(WS-DIR-IDX) TO WS-FMT-NB
               MOVE SPACES TO WS-LINE
               STRING "  " WS-DIR-OPERATEUR(WS-DIR-IDX) "  "
                   WS-DIR-LIRE(WS-DIR-IDX)
                   WS-DIR-CALCULER(WS-DIR-IDX)
                   WS-DIR-MAINTENIR(WS-DIR-IDX)
                   WS-DIR-CLOTURER(WS-DIR-IDX) " " WS-FMT-NB
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-PERFORM

           MOVE WS-DIR-COUNT TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           IF WS-DIR-COUNT > WS-MAX-DIRECTION
               STRING "  ALERTE : " WS-FMT-NB
                   " OPERATEURS ONT ACCES A LA PAIE DE DIRECTION"
                   " (MAXIMUM " WS-MAX-DIRECTION ")"
                   DELIMITED SIZE INTO WS-LINE
               DISPLAY "REPORT-HABILITATIONS|WARN|0|"
                   "ACCES-DIRECTION=" WS-DIR-COUNT
                   " MAXIMUM=" WS-MAX-DIRECTION
           ELSE
               STRING "  " WS-FMT-NB
                   " OPERATEUR(S) AVEC ACCES A LA PAIE DE DIRECTION"
                   " (MAXIMUM " WS-MAX-DIRECTION ")"
                   DELIMITED SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       5000-REFUS.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  [3] ACCES REFUSES DEPUIS LE " WS-DATE-DEBUT-REFUS
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  HORODATAGE     OPERATEUR PROGRAMME              "
               "        D ETAB P OBJET                    NB MOTIF"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

      *    Aucun refus encore journalisé : le journal n'existe pas.
           OPEN INPUT REFUS-FILE
           IF WS-FS-HRF = "00"
               READ REFUS-FILE
                   AT END SET EOF-HRF TO TRUE
               END-READ
               PERFORM UNTIL EOF-HRF
                   IF HRF-HORODATAGE(1:8) >= WS-DATE-DEBUT-REFUS
                       PERFORM 5100-EDITER-REFUS
                   END-IF
                   READ REFUS-FILE
                       AT END SET EOF-HRF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REFUS-FILE
           ELSE
               IF WS-FS-HRF NOT = "35"
                   DISPLAY "REPORT-HABILITATIONS|WARN|0|OPEN-HRF="
                       WS-FS-HRF
               END-IF
           END-IF

           IF WS-NB-REFUS = 0
               MOVE SPACES TO WS-LINE
               STRING "  AUCUN ACCES REFUSE"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF.

      ******************************************************************
       5100-EDITER-REFUS.
      ******************************************************************
           ADD 1 TO WS-NB-REFUS
           MOVE HRF-NB-REFUS TO WS-FMT-NB-6
           MOVE SPACES TO WS-LINE
           STRING "  " HRF-HORODATAGE " " HRF-OPERATEUR "  "
               HRF-PROGRAMME " " HRF-DROIT " " HRF-ETABLISSEMENT
               " " HRF-POPULATION " " HRF-OBJET " " WS-FMT-NB-6
               " " HRF-MOTIF
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       6000-TOTAUX.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-OPERATEURS TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  OPERATEURS HABILITES    " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-LIGNES TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  LIGNES D'HABILITATION   " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-EN-VIGUEUR TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  LIGNES EN VIGUEUR       " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-REFUS TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  REFUS SUR LA PERIODE    " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE HABILITATION-FILE
           CLOSE RAPPORT-FILE

           DISPLAY "REPORT-HABILITATIONS|DONE|" WS-NB-LIGNES "|"
               WS-DIR-COUNT.
