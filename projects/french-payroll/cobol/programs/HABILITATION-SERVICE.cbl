       IDENTIFICATION DIVISION.
       PROGRAM-ID. HABILITATION-SERVICE.
      ******************************************************************
      * HABILITATION-SERVICE — Contrôle des habilitations des
      * opérateurs de paie
      * Sous-programme appelé (CALL) par les programmes qui lisent,
      * calculent, maintiennent ou clôturent la paie : MAINT-EMPLOYE,
      * CALC-PAIE en mode segmenté, GENERATE-BULLETIN-TXT,
      * EXTRAIT-BULLETINS, REPORT-MASSE-SALARIALE,
      * REPORT-RECAP-ANNUEL, REPORT-ABSENTEISME, CLOSE-PERIODE et
      * MAINT-HABILITATION.
      * Interface : HABILITATION-SERVICE-AREA.cpy.
      * Les habilitations de l'opérateur pour le programme appelant
      * (lignes du programme et lignes "*") en vigueur à la date du
      * jour sont chargées une fois, à l'ouverture, depuis
      * HABILITATIONS.dat (HABILITATIONS_FILE). Sans ce fichier,
      * aucun contrôle n'est appliqué. Les accès refusés sont
      * journalisés dans HABILITATIONS-REFUS.dat
      * (HABILITATIONS_REFUS_FILE).
      * Population d'un salarié : D (direction) pour le département
      * DIRECTION ou la classification CADRE-DIR, G sinon.
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

           SELECT REFUS-FILE
               ASSIGN TO WS-REFUS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HRF.

       DATA DIVISION.
       FILE SECTION.
       FD  HABILITATION-FILE.
       COPY "HABILITATION-RECORD.cpy".

       FD  REFUS-FILE.
       COPY "HABILITATION-REFUS-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HABILITATION-PATH      PIC X(256).
       01  WS-REFUS-PATH             PIC X(256).
       01  WS-FS-HAB                 PIC XX.
       01  WS-FS-HRF                 PIC XX.

       01  WS-CONTROLE               PIC X(1) VALUE "N".
           88  CONTROLE-ACTIF        VALUE "O".
       01  WS-OPERATEUR              PIC X(8).
       01  WS-PROGRAMME              PIC X(30).
       01  WS-EOF-HAB                PIC 9 VALUE 0.
           88  EOF-HAB               VALUE 1.

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

      *    --- Habilitations en vigueur de l'opérateur ---
       01  WS-DRT-COUNT              PIC 9(3) VALUE 0.
       01  WS-DRT-TABLE.
           05  WS-DRT-ENTRY OCCURS 100 TIMES.
               10  WS-DRT-ETABLISSEMENT  PIC X(4).
               10  WS-DRT-POPULATION     PIC X(1).
               10  WS-DRT-LIRE           PIC X(1).
               10  WS-DRT-CALCULER       PIC X(1).
               10  WS-DRT-MAINTENIR      PIC X(1).
               10  WS-DRT-CLOTURER       PIC X(1).
       01  WS-DRT-IDX                PIC 9(3).
       01  WS-DRT-FLAG               PIC X(1).

       01  WS-POPULATION             PIC X(1).

      *    --- Refus cumulés par droit, établissement, population ---
       01  WS-REF-COUNT              PIC 9(3) VALUE 0.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 50 TIMES.
               10  WS-REF-DROIT          PIC X(1).
               10  WS-REF-ETABLISSEMENT  PIC X(4).
               10  WS-REF-POPULATION     PIC X(1).
               10  WS-REF-NB             PIC 9(6).
               10  WS-REF-OBJET          PIC X(20).
       01  WS-REF-IDX                PIC 9(3).
       01  WS-NB-REFUS               PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       COPY "HABILITATION-SERVICE-AREA.cpy".

       PROCEDURE DIVISION USING HABILITATION-SERVICE-AREA.
       0000-MAIN.
           EVALUATE HSV-FONCTION
               WHEN "OUVRE"
                   PERFORM 1000-OUVRIR THRU 1000-EXIT
               WHEN "ACCES"
                   PERFORM 2000-CONTROLER-ACCES
               WHEN "CTRL "
                   PERFORM 3000-CONTROLER-PERIMETRE
               WHEN "FERME"
                   PERFORM 4000-FERMER
               WHEN OTHER
                   SET HSV-REFUSE TO TRUE
                   MOVE "FONCTION-INVALIDE" TO HSV-MOTIF
           END-EVALUATE
           MOVE WS-CONTROLE TO HSV-CONTROLE

           GOBACK.

      ******************************************************************
       1000-OUVRIR.
      ******************************************************************
           ACCEPT WS-HABILITATION-PATH
               FROM ENVIRONMENT "HABILITATIONS_FILE"
           ACCEPT WS-REFUS-PATH
               FROM ENVIRONMENT "HABILITATIONS_REFUS_FILE"
           IF WS-HABILITATION-PATH = SPACES
               MOVE "../data/HABILITATIONS.dat"
                   TO WS-HABILITATION-PATH
           END-IF
           IF WS-REFUS-PATH = SPACES
               MOVE "../data/HABILITATIONS-REFUS.dat" TO WS-REFUS-PATH
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME
           MOVE HSV-OPERATEUR TO WS-OPERATEUR
           MOVE HSV-PROGRAMME TO WS-PROGRAMME
           MOVE 0 TO WS-DRT-COUNT
           MOVE 0 TO WS-REF-COUNT
           MOVE 0 TO WS-NB-REFUS
           MOVE SPACES TO HSV-MOTIF
           SET HSV-ACCORDE TO TRUE

      *    Habilitations non encore mises en place : pas de contrôle.
           OPEN INPUT HABILITATION-FILE
           IF WS-FS-HAB = "35"
               MOVE "N" TO WS-CONTROLE
               GO TO 1000-EXIT
           END-IF
           SET CONTROLE-ACTIF TO TRUE
           IF WS-FS-HAB NOT = "00"
               SET HSV-REFUSE TO TRUE
               MOVE SPACES TO HSV-MOTIF
               STRING "OPEN-HAB=" WS-FS-HAB
                   DELIMITED BY SIZE INTO HSV-MOTIF
               END-STRING
               GO TO 1000-EXIT
           END-IF
           IF WS-OPERATEUR = SPACES
               SET HSV-REFUSE TO TRUE
               MOVE "OPERATEUR-REQUIS" TO HSV-MOTIF
               CLOSE HABILITATION-FILE
               GO TO 1000-EXIT
           END-IF

           MOVE 0 TO WS-EOF-HAB
           MOVE LOW-VALUES TO HAB-CLE
           MOVE WS-OPERATEUR TO HAB-OPERATEUR
           START HABILITATION-FILE KEY >= HAB-CLE
               INVALID KEY SET EOF-HAB TO TRUE
           END-START
           PERFORM UNTIL EOF-HAB
               READ HABILITATION-FILE NEXT RECORD
                   AT END SET EOF-HAB TO TRUE
               END-READ
               IF NOT EOF-HAB
                   IF HAB-OPERATEUR NOT = WS-OPERATEUR
                       SET EOF-HAB TO TRUE
                   ELSE
                       IF (HAB-PROGRAMME = WS-PROGRAMME
                           OR HAB-PROGRAMME = "*")
                           AND HAB-DATE-DEBUT <= WS-HORO-DATE
                           AND (HAB-DATE-FIN = 0
                               OR HAB-DATE-FIN >= WS-HORO-DATE)
                           PERFORM 1100-RETENIR-HABILITATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HABILITATION-FILE.

       1000-EXIT.
           EXIT.

      ******************************************************************
       1100-RETENIR-HABILITATION.
      ******************************************************************
           IF WS-DRT-COUNT >= 100
               DISPLAY "HABILITATION-SERVICE|WARN|0|"
                   "TABLE-HABILITATIONS-PLEINE=" WS-OPERATEUR
           ELSE
               ADD 1 TO WS-DRT-COUNT
               MOVE HAB-ETABLISSEMENT
                   TO WS-DRT-ETABLISSEMENT(WS-DRT-COUNT)
               MOVE HAB-POPULATION TO WS-DRT-POPULATION(WS-DRT-COUNT)
               MOVE HAB-DROIT-LIRE TO WS-DRT-LIRE(WS-DRT-COUNT)
               MOVE HAB-DROIT-CALCULER
                   TO WS-DRT-CALCULER(WS-DRT-COUNT)
               MOVE HAB-DROIT-MAINTENIR
                   TO WS-DRT-MAINTENIR(WS-DRT-COUNT)
               MOVE HAB-DROIT-CLOTURER
                   TO WS-DRT-CLOTURER(WS-DRT-COUNT)
           END-IF.

      ******************************************************************
       2000-CONTROLER-ACCES.
      ******************************************************************
      *    Le programme n'est ouvert qu'à un opérateur qui détient le
      *    droit demandé sur au moins un établissement et une
      *    population.
           SET HSV-ACCORDE TO TRUE
           MOVE SPACES TO HSV-MOTIF
           IF NOT CONTROLE-ACTIF
               EXIT PARAGRAPH
           END-IF

           SET HSV-REFUSE TO TRUE
           PERFORM VARYING WS-DRT-IDX FROM 1 BY 1
                   UNTIL WS-DRT-IDX > WS-DRT-COUNT
               PERFORM 8000-DROIT-LIGNE
               IF WS-DRT-FLAG = "O"
                   SET HSV-ACCORDE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF HSV-REFUSE
               MOVE "AUCUN-DROIT" TO HSV-MOTIF
               INITIALIZE HABILITATION-REFUS-RECORD
               MOVE HSV-DROIT     TO HRF-DROIT
               MOVE "*"           TO HRF-ETABLISSEMENT
               MOVE "*"           TO HRF-POPULATION
               MOVE HSV-OBJET     TO HRF-OBJET
               MOVE 1             TO HRF-NB-REFUS
               MOVE "AUCUN-DROIT" TO HRF-MOTIF
               PERFORM 8100-ECRIRE-REFUS
           END-IF.

      ******************************************************************
       3000-CONTROLER-PERIMETRE.
      ******************************************************************
           SET HSV-ACCORDE TO TRUE
           MOVE SPACES TO HSV-MOTIF
           IF NOT CONTROLE-ACTIF
               EXIT PARAGRAPH
           END-IF

           IF HSV-DEPARTEMENT = "DIRECTION   "
               OR HSV-CLASSIFICATION = "CADRE-DIR "
               MOVE "D" TO WS-POPULATION
           ELSE
               MOVE "G" TO WS-POPULATION
           END-IF

           SET HSV-REFUSE TO TRUE
           PERFORM VARYING WS-DRT-IDX FROM 1 BY 1
                   UNTIL WS-DRT-IDX > WS-DRT-COUNT
               IF (WS-DRT-ETABLISSEMENT(WS-DRT-IDX) = "*"
                   OR WS-DRT-ETABLISSEMENT(WS-DRT-IDX)
                       = HSV-ETABLISSEMENT)
                   AND (WS-DRT-POPULATION(WS-DRT-IDX) = "*"
                   OR WS-DRT-POPULATION(WS-DRT-IDX) = WS-POPULATION)
                   PERFORM 8000-DROIT-LIGNE
                   IF WS-DRT-FLAG = "O"
                       SET HSV-ACCORDE TO TRUE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           IF HSV-REFUSE
               MOVE "HORS-PERIMETRE" TO HSV-MOTIF
               PERFORM 3100-CUMULER-REFUS
           END-IF.

      ******************************************************************
       3100-CUMULER-REFUS.
      ******************************************************************
           ADD 1 TO WS-NB-REFUS
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-DROIT(WS-REF-IDX) = HSV-DROIT
                   AND WS-REF-ETABLISSEMENT(WS-REF-IDX)
                       = HSV-ETABLISSEMENT
                   AND WS-REF-POPULATION(WS-REF-IDX) = WS-POPULATION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REF-COUNT
               MOVE WS-REF-COUNT TO WS-REF-IDX
               MOVE HSV-DROIT TO WS-REF-DROIT(WS-REF-IDX)
               MOVE HSV-ETABLISSEMENT
                   TO WS-REF-ETABLISSEMENT(WS-REF-IDX)
               MOVE WS-POPULATION TO WS-REF-POPULATION(WS-REF-IDX)
               MOVE 0 TO WS-REF-NB(WS-REF-IDX)
               MOVE HSV-OBJET TO WS-REF-OBJET(WS-REF-IDX)
           END-IF
           ADD 1 TO WS-REF-NB(WS-REF-IDX).

      ******************************************************************
       4000-FERMER.
      ******************************************************************
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               INITIALIZE HABILITATION-REFUS-RECORD
               MOVE WS-REF-DROIT(WS-REF-IDX)  TO HRF-DROIT
               MOVE WS-REF-ETABLISSEMENT(WS-REF-IDX)
                   TO HRF-ETABLISSEMENT
               MOVE WS-REF-POPULATION(WS-REF-IDX) TO HRF-POPULATION
               MOVE WS-REF-OBJET(WS-REF-IDX) TO HRF-OBJET
               MOVE WS-REF-NB(WS-REF-IDX)    TO HRF-NB-REFUS
               MOVE "HORS-PERIMETRE"         TO HRF-MOTIF
               PERFORM 8100-ECRIRE-REFUS
           END-PERFORM
           MOVE WS-NB-REFUS TO HSV-NB-REFUS
           MOVE 0 TO WS-REF-COUNT
           MOVE 0 TO WS-NB-REFUS
           SET HSV-ACCORDE TO TRUE.

      ******************************************************************
       8000-DROIT-LIGNE.
      ******************************************************************
      *    Droit HSV-DROIT porté par la ligne WS-DRT-IDX.
           EVALUATE TRUE
               WHEN HSV-LIRE
                   MOVE WS-DRT-LIRE(WS-DRT-IDX) TO WS-DRT-FLAG
               WHEN HSV-CALCULER
                   MOVE WS-DRT-CALCULER(WS-DRT-IDX) TO WS-DRT-FLAG
               WHEN HSV-MAINTENIR
                   MOVE WS-DRT-MAINTENIR(WS-DRT-IDX) TO WS-DRT-FLAG
               WHEN HSV-CLOTURER
                   MOVE WS-DRT-CLOTURER(WS-DRT-IDX) TO WS-DRT-FLAG
               WHEN OTHER
                   MOVE "N" TO WS-DRT-FLAG
           END-EVALUATE.

      ******************************************************************
       8100-ECRIRE-REFUS.
      ******************************************************************
      *    Le journal est ouvert et refermé à chaque écriture : les
      *    refus de traitements concurrents s'y suivent sans se
      *    recouvrir.
           MOVE WS-HORODATAGE(1:14) TO HRF-HORODATAGE
           MOVE WS-OPERATEUR        TO HRF-OPERATEUR
           MOVE WS-PROGRAMME        TO HRF-PROGRAMME
           OPEN EXTEND REFUS-FILE
           IF WS-FS-HRF = "35"
               OPEN OUTPUT REFUS-FILE
           END-IF
           IF WS-FS-HRF NOT = "00"
               DISPLAY "HABILITATION-SERVICE|ERROR|0|OPEN-HRF="
                   WS-FS-HRF
               EXIT PARAGRAPH
           END-IF
           WRITE HABILITATION-REFUS-RECORD
           IF WS-FS-HRF NOT = "00"
               DISPLAY "HABILITATION-SERVICE|ERROR|0|WRITE-HRF="
                   WS-FS-HRF
           END-IF
           CLOSE REFUS-FILE.
