       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-PORTABILITE.
      ******************************************************************
      * REPORT-PORTABILITE — Bénéficiaires de la portabilité des
      * garanties par organisme assureur
      * Pour la période demandée (variable PERIODE, AAAAMM), le
      * programme parcourt PORTABILITE.dat (tenu par
      * GESTION-PORTABILITE) et édite, par organisme puis par
      * garantie (SANT = frais de santé, PREV = prévoyance), les
      * anciens salariés dont la couverture recoupe le mois, avec
      * leur mouvement du mois (E entrée, M maintien, S sortie) selon
      * les mêmes règles que la déclaration GENERATE-PORTABILITE.
      * Chaque organisme est suivi d'un sous-total ; l'état se
      * termine par les totaux généraux.
      * Entrée : PERIODE, PORTABILITE_FILE ; sortie :
      * PORTABILITE_RAPPORT_FILE (défaut
      * ../data/RAPPORT-PORTABILITE.txt).
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

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTABILITE-FILE.
       COPY "PORTABILITE-RECORD.cpy".

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ORGANISME          PIC X(12).
           05  SRT-GARANTIE           PIC X(4).
           05  SRT-NOM                PIC X(30).
           05  SRT-PRENOM             PIC X(25).
           05  SRT-MATRICULE          PIC X(8).
           05  SRT-DATE-DEBUT         PIC 9(8).
           05  SRT-MOUVEMENT          PIC X(1).
           05  SRT-MOTIF-RUPTURE      PIC X(3).
           05  SRT-DATE-FIN           PIC 9(8).
           05  SRT-MOTIF-CLOTURE      PIC X(4).
           05  SRT-OPTION             PIC X(8).
           05  SRT-NB-AYANTS-DROIT    PIC 9(2).

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PORTABILITE-PATH       PIC X(256).
       01  WS-SORT-PATH              PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-FS-PTB                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       01  WS-EOF-PTB                PIC 9 VALUE 0.
           88  EOF-PTB               VALUE 1.

       01  WS-PERIODE                PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-ANNEE          PIC 9(4).
           05  WS-PER-MOIS           PIC 9(2).
       01  WS-DATE-REF               PIC 9(8).
       01  WS-DATE-FIN-MOIS          PIC 9(8).
       01  WS-FIN-COUVERTURE         PIC 9(8).

      *    --- Rupture organisme / garantie ---
       01  WS-ORGANISME-COURANT      PIC X(12) VALUE SPACES.
       01  WS-GARANTIE-COURANTE      PIC X(4) VALUE SPACES.
       01  WS-GROUPE-OUVERT          PIC 9 VALUE 0.
           88  GROUPE-OUVERT         VALUE 1.
       01  WS-GRP-ENTREES            PIC 9(5).
       01  WS-GRP-MAINTIENS          PIC 9(5).
       01  WS-GRP-SORTIES            PIC 9(5).
       01  WS-GRP-AYANTS-DROIT       PIC 9(5).

       01  WS-NB-PERSONNES           PIC 9(5) VALUE 0.
       01  WS-NB-ORGANISMES          PIC 9(5) VALUE 0.
       01  WS-TOT-ENTREES            PIC 9(5) VALUE 0.
       01  WS-TOT-MAINTIENS          PIC 9(5) VALUE 0.
       01  WS-TOT-SORTIES            PIC 9(5) VALUE 0.
       01  WS-TOT-AYANTS-DROIT       PIC 9(5) VALUE 0.

       01  WS-NOM-PRENOM             PIC X(30).
       01  WS-LIBELLE-MOUVEMENT      PIC X(8).
       01  WS-LIBELLE-GARANTIE       PIC X(14).
       01  WS-FD-DATE                PIC 9(8).
       01  WS-FMT-DATE.
           05  WS-FMT-DATE-J         PIC 9(2).
           05  FILLER                PIC X VALUE "/".
           05  WS-FMT-DATE-M         PIC 9(2).
           05  FILLER                PIC X VALUE "/".
           05  WS-FMT-DATE-A         PIC 9(4).
       01  WS-FMT-DEBUT              PIC X(10).
       01  WS-FMT-FIN                PIC X(10).
       01  WS-FMT-NB                 PIC ZZZZ9.
       01  WS-FMT-NB2                PIC ZZZZ9.
       01  WS-FMT-NB3                PIC ZZZZ9.
       01  WS-FMT-NB4                PIC ZZZZ9.
       01  WS-FMT-AD                 PIC Z9.

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 3000-ENTETE

           SORT SORT-FILE
               ON ASCENDING KEY SRT-ORGANISME
               ON ASCENDING KEY SRT-GARANTIE
               ON ASCENDING KEY SRT-NOM
               ON ASCENDING KEY SRT-PRENOM
               ON ASCENDING KEY SRT-MATRICULE
               ON ASCENDING KEY SRT-DATE-DEBUT
               INPUT PROCEDURE IS 4000-ENTREE-TRI
               OUTPUT PROCEDURE IS 5000-EDITION

           PERFORM 3200-EDITER-TOTAUX
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-PORTABILITE-PATH
               FROM ENVIRONMENT "PORTABILITE_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "PORTABILITE_RAPPORT_FILE"

           IF WS-PORTABILITE-PATH = SPACES
               MOVE "../data/PORTABILITE.dat" TO WS-PORTABILITE-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/RAPPORT-PORTABILITE.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           MOVE "sort-work" TO WS-SORT-PATH

           IF WS-PERIODE = 0
               DISPLAY "REPORT-PORTABILITE|ERROR|0|PERIODE-MANQUANTE"
               STOP RUN
           END-IF
           IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
               DISPLAY "REPORT-PORTABILITE|ERROR|0|PERIODE-INVALIDE="
                   WS-PERIODE
               STOP RUN
           END-IF
           COMPUTE WS-DATE-REF = WS-PERIODE * 100 + 1
           COMPUTE WS-DATE-FIN-MOIS = WS-PERIODE * 100 + 31

           OPEN INPUT PORTABILITE-FILE
           IF WS-FS-PTB NOT = "00"
               DISPLAY "REPORT-PORTABILITE|ERROR|0|OPEN-PTB="
                   WS-FS-PTB
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "REPORT-PORTABILITE|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE PORTABILITE-FILE
               STOP RUN
           END-IF

           DISPLAY "REPORT-PORTABILITE|START|" WS-PERIODE "|0".

      ******************************************************************
       3000-ENTETE.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  PORTABILITE DES GARANTIES MUTUELLE ET PREVOYANCE"
               " - BENEFICIAIRES PAR ORGANISME - PERIODE " WS-PERIODE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3200-EDITER-TOTAUX.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           MOVE WS-NB-PERSONNES TO WS-FMT-NB
           STRING "  ANCIENS SALARIES EN PORTABILITE  " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           MOVE WS-NB-ORGANISMES TO WS-FMT-NB
           STRING "  ORGANISMES / GARANTIES           " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           MOVE WS-TOT-ENTREES TO WS-FMT-NB
           MOVE WS-TOT-MAINTIENS TO WS-FMT-NB2
           MOVE WS-TOT-SORTIES TO WS-FMT-NB3
           MOVE WS-TOT-AYANTS-DROIT TO WS-FMT-NB4
           STRING "  DECLARATIONS : ENTREES " WS-FMT-NB
               "  MAINTIENS " WS-FMT-NB2
               "  SORTIES " WS-FMT-NB3
               "  AYANTS DROIT " WS-FMT-NB4
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE PORTABILITE-FILE
           CLOSE RAPPORT-FILE

           DISPLAY "REPORT-PORTABILITE|DONE|" WS-NB-PERSONNES "|"
               WS-NB-ORGANISMES.

      ******************************************************************
       4000-ENTREE-TRI SECTION.
      ******************************************************************
      *    Couverture recoupant le mois ; chaque bénéficiaire figure
      *    sous l'organisme frais de santé et sous l'organisme
      *    prévoyance.
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
           IF WS-FIN-COUVERTURE <= WS-DATE-FIN-MOIS
               MOVE "S" TO SRT-MOUVEMENT
               IF PTB-CLOSE
                   MOVE PTB-MOTIF-CLOTURE TO SRT-MOTIF-CLOTURE
               ELSE
                   MOVE "TERM" TO SRT-MOTIF-CLOTURE
               END-IF
           ELSE
               MOVE SPACES TO SRT-MOTIF-CLOTURE
               IF PTB-DATE-DEBUT >= WS-DATE-REF
                   MOVE "E" TO SRT-MOUVEMENT
               ELSE
                   MOVE "M" TO SRT-MOUVEMENT
               END-IF
           END-IF
           ADD 1 TO WS-NB-PERSONNES

           MOVE PTB-NOM             TO SRT-NOM
           MOVE PTB-PRENOM          TO SRT-PRENOM
           MOVE PTB-MATRICULE       TO SRT-MATRICULE
           MOVE PTB-DATE-DEBUT      TO SRT-DATE-DEBUT
           MOVE PTB-MOTIF-RUPTURE   TO SRT-MOTIF-RUPTURE
           MOVE WS-FIN-COUVERTURE   TO SRT-DATE-FIN
           MOVE PTB-OPTION          TO SRT-OPTION
           MOVE PTB-NB-AYANTS-DROIT TO SRT-NB-AYANTS-DROIT

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
       5000-EDITION SECTION.
      ******************************************************************
       5000-EDITION-PROC.
           RETURN SORT-FILE
               AT END GO TO 5000-EDITION-EXIT
           END-RETURN

           PERFORM UNTIL 1 = 0
               IF NOT GROUPE-OUVERT
                   OR SRT-ORGANISME NOT = WS-ORGANISME-COURANT
                   OR SRT-GARANTIE NOT = WS-GARANTIE-COURANTE
                   IF GROUPE-OUVERT
                       PERFORM 6300-EDITER-SOUS-TOTAL
                   END-IF
                   PERFORM 6100-EDITER-ORGANISME
               END-IF
               PERFORM 6200-EDITER-LIGNE
               RETURN SORT-FILE
                   AT END GO TO 5000-EDITION-EXIT
               END-RETURN
           END-PERFORM.

       5000-EDITION-EXIT.
           IF GROUPE-OUVERT
               PERFORM 6300-EDITER-SOUS-TOTAL
           END-IF.

      ******************************************************************
       6000-EDITION-LIGNES SECTION.
      ******************************************************************
       6100-EDITER-ORGANISME.
           MOVE SRT-ORGANISME TO WS-ORGANISME-COURANT
           MOVE SRT-GARANTIE  TO WS-GARANTIE-COURANTE
           SET GROUPE-OUVERT TO TRUE
           MOVE 0 TO WS-GRP-ENTREES
           MOVE 0 TO WS-GRP-MAINTIENS
           MOVE 0 TO WS-GRP-SORTIES
           MOVE 0 TO WS-GRP-AYANTS-DROIT
           ADD 1 TO WS-NB-ORGANISMES
           IF WS-GARANTIE-COURANTE = "SANT"
               MOVE "FRAIS DE SANTE" TO WS-LIBELLE-GARANTIE
           ELSE
               MOVE "PREVOYANCE" TO WS-LIBELLE-GARANTIE
           END-IF

           MOVE SPACES TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  ORGANISME " WS-ORGANISME-COURANT
               "  GARANTIE " WS-LIBELLE-GARANTIE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  MATRICULE NOM                            MVT     "
               " RUPT  DEBUT      FIN        CLOT OPTION   AD"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

       6200-EDITER-LIGNE.
           MOVE SPACES TO WS-NOM-PRENOM
           STRING SRT-NOM DELIMITED "  "
               " " SRT-PRENOM DELIMITED "  "
               INTO WS-NOM-PRENOM
           EVALUATE SRT-MOUVEMENT
               WHEN "E"
                   MOVE "ENTREE" TO WS-LIBELLE-MOUVEMENT
                   ADD 1 TO WS-GRP-ENTREES
               WHEN "M"
                   MOVE "MAINTIEN" TO WS-LIBELLE-MOUVEMENT
                   ADD 1 TO WS-GRP-MAINTIENS
               WHEN OTHER
                   MOVE "SORTIE" TO WS-LIBELLE-MOUVEMENT
                   ADD 1 TO WS-GRP-SORTIES
           END-EVALUATE
           IF WS-GARANTIE-COURANTE = "SANT"
               ADD SRT-NB-AYANTS-DROIT TO WS-GRP-AYANTS-DROIT
           END-IF

           MOVE SRT-DATE-DEBUT TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-FMT-DATE TO WS-FMT-DEBUT
           MOVE SRT-DATE-FIN TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-FMT-DATE TO WS-FMT-FIN
           MOVE SRT-NB-AYANTS-DROIT TO WS-FMT-AD

           MOVE SPACES TO WS-LINE
           STRING "  " SRT-MATRICULE "  " WS-NOM-PRENOM " "
               WS-LIBELLE-MOUVEMENT " " SRT-MOTIF-RUPTURE "   "
               WS-FMT-DEBUT " " WS-FMT-FIN " " SRT-MOTIF-CLOTURE
               " " SRT-OPTION " " WS-FMT-AD
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

       6300-EDITER-SOUS-TOTAL.
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           MOVE WS-GRP-ENTREES TO WS-FMT-NB
           MOVE WS-GRP-MAINTIENS TO WS-FMT-NB2
           MOVE WS-GRP-SORTIES TO WS-FMT-NB3
           MOVE WS-GRP-AYANTS-DROIT TO WS-FMT-NB4
           STRING "  SOUS-TOTAL " WS-ORGANISME-COURANT
               " " WS-GARANTIE-COURANTE
               " : ENTREES " WS-FMT-NB
               "  MAINTIENS " WS-FMT-NB2
               "  SORTIES " WS-FMT-NB3
               "  AYANTS DROIT " WS-FMT-NB4
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           ADD WS-GRP-ENTREES TO WS-TOT-ENTREES
           ADD WS-GRP-MAINTIENS TO WS-TOT-MAINTIENS
           ADD WS-GRP-SORTIES TO WS-TOT-SORTIES
           ADD WS-GRP-AYANTS-DROIT TO WS-TOT-AYANTS-DROIT
           MOVE 0 TO WS-GROUPE-OUVERT.

       6900-FORMATER-DATE.
           MOVE WS-FD-DATE(7:2) TO WS-FMT-DATE-J
           MOVE WS-FD-DATE(5:2) TO WS-FMT-DATE-M
           MOVE WS-FD-DATE(1:4) TO WS-FMT-DATE-A.
