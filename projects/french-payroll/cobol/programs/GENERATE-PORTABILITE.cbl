       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATE-PORTABILITE.
      ******************************************************************
      * GENERATE-PORTABILITE — Déclaration mensuelle de portabilité
      * aux organismes assureurs
      * Pour la période demandée (variable PERIODE, AAAAMM), le
      * programme parcourt PORTABILITE.dat (tenu par
      * GESTION-PORTABILITE) et produit le fichier à plat
      * PORTABILITE-ORGANISMES.dat destiné aux organismes : pour
      * chaque organisme et chaque garantie (SANT = frais de santé,
      * organisme de la mutuelle ; PREV = prévoyance), un
      * enregistrement d'en-tête (H), un détail (D) par ancien
      * salarié en portabilité sur le mois avec son mouvement —
      * E entrée (droits ouverts dans le mois), M maintien, S sortie
      * (droits clos ou échus dans le mois, avec le motif) — suivi,
      * pour la garantie frais de santé, d'un enregistrement (A) par
      * ayant droit couvert, et un enregistrement de contrôle (T)
      * avec les effectifs par mouvement.
      * Un organisme à blanc sur la ligne est déclaré sous les
      * organismes MUTUELLE et PREVOYANCE des bordereaux.
      * Entrée : PERIODE, PORTABILITE_FILE ; sortie :
      * PORTABILITE_ORGANISMES_FILE (défaut
      * ../data/PORTABILITE-ORGANISMES.dat).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTABILITE-FILE
               ASSIGN TO WS-PORTABILITE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTB-CLE
               FILE STATUS IS WS-FS-PTB.

           SELECT SORT-FILE
               ASSIGN TO WS-SORT-PATH.

           SELECT DECLARATION-FILE
               ASSIGN TO WS-DECLARATION-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEC.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTABILITE-FILE.
       COPY "PORTABILITE-RECORD.cpy".

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ORGANISME          PIC X(12).
           05  SRT-GARANTIE           PIC X(4).
           05  SRT-MATRICULE          PIC X(8).
           05  SRT-DATE-DEBUT         PIC 9(8).
           05  SRT-MOUVEMENT          PIC X(1).
           05  SRT-DATE-FIN           PIC 9(8).
           05  SRT-MOTIF-CLOTURE      PIC X(4).
           05  SRT-PORTABILITE        PIC X(500).

       FD  DECLARATION-FILE.
       01  DECLARATION-ENTETE.
           05  DEC-H-TYPE-ENREG       PIC X(1).
           05  DEC-H-ORGANISME        PIC X(12).
           05  DEC-H-GARANTIE         PIC X(4).
           05  DEC-H-PERIODE          PIC 9(6).
           05  DEC-H-DATE-EMISSION    PIC 9(8).
           05  FILLER                 PIC X(169).
       01  DECLARATION-DETAIL.
           05  DEC-TYPE-ENREG         PIC X(1).
           05  DEC-ORGANISME          PIC X(12).
           05  DEC-GARANTIE           PIC X(4).
           05  DEC-MOUVEMENT          PIC X(1).
           05  DEC-MATRICULE          PIC X(8).
           05  DEC-NTT                PIC X(15).
           05  DEC-NOM                PIC X(30).
           05  DEC-PRENOM             PIC X(25).
           05  DEC-ETABLISSEMENT      PIC X(4).
           05  DEC-MOTIF-RUPTURE      PIC X(3).
           05  DEC-DATE-DEBUT         PIC 9(8).
           05  DEC-DUREE-MOIS         PIC 9(2).
           05  DEC-DATE-FIN-DROITS    PIC 9(8).
           05  DEC-DATE-FIN           PIC 9(8).
           05  DEC-MOTIF-CLOTURE      PIC X(4).
           05  DEC-OPTION             PIC X(8).
           05  DEC-NB-AYANTS-DROIT    PIC 9(2).
           05  FILLER                 PIC X(57).
       01  DECLARATION-AYANT-DROIT.
           05  DEC-A-TYPE-ENREG       PIC X(1).
           05  DEC-A-ORGANISME        PIC X(12).
           05  DEC-A-GARANTIE         PIC X(4).
           05  DEC-A-MATRICULE        PIC X(8).
           05  DEC-A-NOM              PIC X(30).
           05  DEC-A-NAISSANCE        PIC 9(8).
           05  DEC-A-LIEN             PIC X(10).
           05  FILLER                 PIC X(127).
       01  DECLARATION-TRAILER.
           05  DEC-T-TYPE-ENREG       PIC X(1).
           05  DEC-T-ORGANISME        PIC X(12).
           05  DEC-T-GARANTIE         PIC X(4).
           05  DEC-T-NB-ENTREES       PIC 9(6).
           05  DEC-T-NB-MAINTIENS     PIC 9(6).
           05  DEC-T-NB-SORTIES       PIC 9(6).
           05  DEC-T-NB-AYANTS-DROIT  PIC 9(6).
           05  DEC-T-NB-ENREG         PIC 9(6).
           05  FILLER                 PIC X(153).

       WORKING-STORAGE SECTION.
       01  WS-PORTABILITE-PATH       PIC X(256).
       01  WS-SORT-PATH              PIC X(256).
       01  WS-DECLARATION-PATH       PIC X(256).
       01  WS-FS-PTB                 PIC XX.
       01  WS-FS-DEC                 PIC XX.

       01  WS-EOF-PTB                PIC 9 VALUE 0.
           88  EOF-PTB               VALUE 1.

       01  WS-PERIODE                PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-ANNEE          PIC 9(4).
           05  WS-PER-MOIS           PIC 9(2).
       01  WS-DATE-REF               PIC 9(8).
       01  WS-DATE-FIN-MOIS          PIC 9(8).

      *    --- Fin de couverture retenue pour la ligne lue : fin
      *    effective si close, terme des droits sinon ---
       01  WS-FIN-COUVERTURE         PIC 9(8).
       01  WS-MOUVEMENT              PIC X(1).
       01  WS-MOTIF-SORTIE           PIC X(4).

      *    --- Rupture organisme / garantie ---
       01  WS-ORGANISME-COURANT      PIC X(12) VALUE SPACES.
       01  WS-GARANTIE-COURANTE      PIC X(4) VALUE SPACES.
       01  WS-GROUPE-OUVERT          PIC 9 VALUE 0.
           88  GROUPE-OUVERT         VALUE 1.
       01  WS-GRP-ENTREES            PIC 9(6).
       01  WS-GRP-MAINTIENS          PIC 9(6).
       01  WS-GRP-SORTIES            PIC 9(6).
       01  WS-GRP-AYANTS-DROIT       PIC 9(6).
       01  WS-GRP-ENREG              PIC 9(6).
       01  WS-AD-IDX                 PIC 9(2).

       01  WS-NB-PERSONNES           PIC 9(6) VALUE 0.
       01  WS-NB-DETAILS             PIC 9(6) VALUE 0.
       01  WS-NB-ORGANISMES          PIC 9(6) VALUE 0.

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  FILLER                PIC X(13).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION

           SORT SORT-FILE
               ON ASCENDING KEY SRT-ORGANISME
               ON ASCENDING KEY SRT-GARANTIE
               ON ASCENDING KEY SRT-MATRICULE
               ON ASCENDING KEY SRT-DATE-DEBUT
               INPUT PROCEDURE IS 4000-ENTREE-TRI
               OUTPUT PROCEDURE IS 5000-EMISSION

           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-PORTABILITE-PATH
               FROM ENVIRONMENT "PORTABILITE_FILE"
           ACCEPT WS-DECLARATION-PATH
               FROM ENVIRONMENT "PORTABILITE_ORGANISMES_FILE"

           IF WS-PORTABILITE-PATH = SPACES
               MOVE "../data/PORTABILITE.dat" TO WS-PORTABILITE-PATH
           END-IF
           IF WS-DECLARATION-PATH = SPACES
               MOVE "../data/PORTABILITE-ORGANISMES.dat"
                   TO WS-DECLARATION-PATH
           END-IF
           MOVE "sort-work" TO WS-SORT-PATH

           IF WS-PERIODE = 0
               DISPLAY "GENERATE-PORTABILITE|ERROR|0|PERIODE-MANQUANTE"
               STOP RUN
           END-IF
           IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
               DISPLAY "GENERATE-PORTABILITE|ERROR|0|PERIODE-INVALIDE="
                   WS-PERIODE
               STOP RUN
           END-IF
           COMPUTE WS-DATE-REF = WS-PERIODE * 100 + 1
           COMPUTE WS-DATE-FIN-MOIS = WS-PERIODE * 100 + 31

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD

           OPEN INPUT PORTABILITE-FILE
           IF WS-FS-PTB NOT = "00"
               DISPLAY "GENERATE-PORTABILITE|ERROR|0|OPEN-PTB="
                   WS-FS-PTB
               STOP RUN
           END-IF

           OPEN OUTPUT DECLARATION-FILE
           IF WS-FS-DEC NOT = "00"
               DISPLAY "GENERATE-PORTABILITE|ERROR|0|OPEN-DEC="
                   WS-FS-DEC
               CLOSE PORTABILITE-FILE
               STOP RUN
           END-IF

           DISPLAY "GENERATE-PORTABILITE|START|" WS-PERIODE "|0".

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE PORTABILITE-FILE
           CLOSE DECLARATION-FILE

           DISPLAY "GENERATE-PORTABILITE|DONE|" WS-NB-PERSONNES "|"
               WS-NB-ORGANISMES.

      ******************************************************************
       4000-ENTREE-TRI SECTION.
      ******************************************************************
      *    Une ligne de portabilité est déclarée si la couverture
      *    recoupe le mois : ouverte au plus tard en fin de mois et
      *    non terminée avant son premier jour. Elle est triée une
      *    fois pour l'organisme frais de santé et une fois pour
      *    l'organisme prévoyance.
       4000-ENTREE-PROC.
           MOVE 0 TO WS-EOF-PTB
           PERFORM UNTIL EOF-PTB
               READ PORTABILITE-FILE NEXT RECORD
                   AT END SET EOF-PTB TO TRUE
               END-READ
               IF NOT EOF-PTB
                   IF PTB-CLOSE
                       MOVE PTB-DATE-FIN TO WS-FIN-COUVERTURE
                   ELSE
                       MOVE PTB-DATE-FIN-DROITS TO WS-FIN-COUVERTURE
                   END-IF
                   IF PTB-DATE-DEBUT <= WS-DATE-FIN-MOIS
                       AND WS-FIN-COUVERTURE >= WS-DATE-REF
                       PERFORM 4100-LIBERER-PORTABILITE
                   END-IF
               END-IF
           END-PERFORM.

       4000-ENTREE-EXIT.
           EXIT.

      ******************************************************************
       4100-LIBERATION SECTION.
      ******************************************************************
       4100-LIBERER-PORTABILITE.
      *    Sortie : la couverture prend fin dans le mois (clôture
      *    anticipée ou terme des droits) ; entrée : elle commence
      *    dans le mois ; maintien sinon.
           IF WS-FIN-COUVERTURE <= WS-DATE-FIN-MOIS
               MOVE "S" TO WS-MOUVEMENT
               IF PTB-CLOSE
                   MOVE PTB-MOTIF-CLOTURE TO WS-MOTIF-SORTIE
               ELSE
                   MOVE "TERM" TO WS-MOTIF-SORTIE
               END-IF
           ELSE
               MOVE SPACES TO WS-MOTIF-SORTIE
               IF PTB-DATE-DEBUT >= WS-DATE-REF
                   MOVE "E" TO WS-MOUVEMENT
               ELSE
                   MOVE "M" TO WS-MOUVEMENT
               END-IF
           END-IF
           ADD 1 TO WS-NB-PERSONNES

           MOVE PTB-MATRICULE      TO SRT-MATRICULE
           MOVE PTB-DATE-DEBUT     TO SRT-DATE-DEBUT
           MOVE WS-MOUVEMENT       TO SRT-MOUVEMENT
           MOVE WS-FIN-COUVERTURE  TO SRT-DATE-FIN
           MOVE WS-MOTIF-SORTIE    TO SRT-MOTIF-CLOTURE
           MOVE PORTABILITE-RECORD TO SRT-PORTABILITE

           MOVE "SANT" TO SRT-GARANTIE
           IF PTB-ORGANISME = SPACES
               MOVE "MUTUELLE" TO SRT-ORGANISME
           ELSE
               MOVE PTB-ORGANISME TO SRT-ORGANISME
           END-IF
           RELEASE SORT-RECORD

           MOVE "PREV" TO SRT-GARANTIE
           IF PTB-ORGANISME-PREV = SPACES
               MOVE "PREVOYANCE" TO SRT-ORGANISME
           ELSE
               MOVE PTB-ORGANISME-PREV TO SRT-ORGANISME
           END-IF
           RELEASE SORT-RECORD.

      ******************************************************************
       5000-EMISSION SECTION.
      ******************************************************************
       5000-EMISSION-PROC.
           RETURN SORT-FILE
               AT END GO TO 5000-EMISSION-EXIT
           END-RETURN

           PERFORM UNTIL 1 = 0
               IF NOT GROUPE-OUVERT
                   OR SRT-ORGANISME NOT = WS-ORGANISME-COURANT
                   OR SRT-GARANTIE NOT = WS-GARANTIE-COURANTE
                   IF GROUPE-OUVERT
                       PERFORM 6300-ECRIRE-TRAILER
                   END-IF
                   PERFORM 6100-ECRIRE-ENTETE
               END-IF
               PERFORM 6200-ECRIRE-DETAIL
               RETURN SORT-FILE
                   AT END GO TO 5000-EMISSION-EXIT
               END-RETURN
           END-PERFORM.

       5000-EMISSION-EXIT.
           IF GROUPE-OUVERT
               PERFORM 6300-ECRIRE-TRAILER
           END-IF.

      ******************************************************************
       6000-ECRITURE SECTION.
      ******************************************************************
       6100-ECRIRE-ENTETE.
           MOVE SRT-ORGANISME TO WS-ORGANISME-COURANT
           MOVE SRT-GARANTIE  TO WS-GARANTIE-COURANTE
           SET GROUPE-OUVERT TO TRUE
           MOVE 0 TO WS-GRP-ENTREES
           MOVE 0 TO WS-GRP-MAINTIENS
           MOVE 0 TO WS-GRP-SORTIES
           MOVE 0 TO WS-GRP-AYANTS-DROIT
           MOVE 1 TO WS-GRP-ENREG
           ADD 1 TO WS-NB-ORGANISMES

           MOVE SPACES TO DECLARATION-ENTETE
           MOVE "H"                  TO DEC-H-TYPE-ENREG
           MOVE WS-ORGANISME-COURANT TO DEC-H-ORGANISME
           MOVE WS-GARANTIE-COURANTE TO DEC-H-GARANTIE
           MOVE WS-PERIODE           TO DEC-H-PERIODE
           MOVE WS-HORO-DATE         TO DEC-H-DATE-EMISSION
           WRITE DECLARATION-ENTETE.

       6200-ECRIRE-DETAIL.
           MOVE SRT-PORTABILITE TO PORTABILITE-RECORD
           EVALUATE SRT-MOUVEMENT
               WHEN "E"
                   ADD 1 TO WS-GRP-ENTREES
               WHEN "M"
                   ADD 1 TO WS-GRP-MAINTIENS
               WHEN OTHER
                   ADD 1 TO WS-GRP-SORTIES
           END-EVALUATE

           MOVE SPACES TO DECLARATION-DETAIL
           MOVE "D"                  TO DEC-TYPE-ENREG
           MOVE WS-ORGANISME-COURANT TO DEC-ORGANISME
           MOVE WS-GARANTIE-COURANTE TO DEC-GARANTIE
           MOVE SRT-MOUVEMENT        TO DEC-MOUVEMENT
           MOVE PTB-MATRICULE        TO DEC-MATRICULE
           MOVE PTB-NTT              TO DEC-NTT
           MOVE PTB-NOM              TO DEC-NOM
           MOVE PTB-PRENOM           TO DEC-PRENOM
           MOVE PTB-ETABLISSEMENT    TO DEC-ETABLISSEMENT
           MOVE PTB-MOTIF-RUPTURE    TO DEC-MOTIF-RUPTURE
           MOVE PTB-DATE-DEBUT       TO DEC-DATE-DEBUT
           MOVE PTB-DUREE-MOIS       TO DEC-DUREE-MOIS
           MOVE PTB-DATE-FIN-DROITS  TO DEC-DATE-FIN-DROITS
           IF SRT-MOUVEMENT = "S"
               MOVE SRT-DATE-FIN     TO DEC-DATE-FIN
           ELSE
               MOVE 0                TO DEC-DATE-FIN
           END-IF
           MOVE SRT-MOTIF-CLOTURE    TO DEC-MOTIF-CLOTURE
           MOVE PTB-OPTION           TO DEC-OPTION
           MOVE PTB-NB-AYANTS-DROIT  TO DEC-NB-AYANTS-DROIT
           WRITE DECLARATION-DETAIL
           ADD 1 TO WS-GRP-ENREG
           ADD 1 TO WS-NB-DETAILS

      *    Les ayants droit ne sont déclarés qu'à l'organisme de la
      *    garantie frais de santé, qui les couvre.
           IF WS-GARANTIE-COURANTE = "SANT"
               PERFORM VARYING WS-AD-IDX FROM 1 BY 1
                   UNTIL WS-AD-IDX > PTB-NB-AYANTS-DROIT
                      OR WS-AD-IDX > 6
                   MOVE SPACES TO DECLARATION-AYANT-DROIT
                   MOVE "A"                  TO DEC-A-TYPE-ENREG
                   MOVE WS-ORGANISME-COURANT TO DEC-A-ORGANISME
                   MOVE WS-GARANTIE-COURANTE TO DEC-A-GARANTIE
                   MOVE PTB-MATRICULE        TO DEC-A-MATRICULE
                   MOVE PTB-AD-NOM(WS-AD-IDX) TO DEC-A-NOM
                   MOVE PTB-AD-NAISSANCE(WS-AD-IDX)
                       TO DEC-A-NAISSANCE
                   MOVE PTB-AD-LIEN(WS-AD-IDX) TO DEC-A-LIEN
                   WRITE DECLARATION-AYANT-DROIT
                   ADD 1 TO WS-GRP-AYANTS-DROIT
                   ADD 1 TO WS-GRP-ENREG
               END-PERFORM
           END-IF.

       6300-ECRIRE-TRAILER.
           ADD 1 TO WS-GRP-ENREG
           MOVE SPACES TO DECLARATION-TRAILER
           MOVE "T"                  TO DEC-T-TYPE-ENREG
           MOVE WS-ORGANISME-COURANT TO DEC-T-ORGANISME
           MOVE WS-GARANTIE-COURANTE TO DEC-T-GARANTIE
           MOVE WS-GRP-ENTREES       TO DEC-T-NB-ENTREES
           MOVE WS-GRP-MAINTIENS     TO DEC-T-NB-MAINTIENS
           MOVE WS-GRP-SORTIES       TO DEC-T-NB-SORTIES
           MOVE WS-GRP-AYANTS-DROIT  TO DEC-T-NB-AYANTS-DROIT
           MOVE WS-GRP-ENREG         TO DEC-T-NB-ENREG
           WRITE DECLARATION-TRAILER
           MOVE 0 TO WS-GROUPE-OUVERT.
