       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-SOLIDARITE.
      ******************************************************************
      * REPORT-SOLIDARITE — Journée de solidarité non accomplie
      * Pour l'année civile demandée (variable ANNEE), parcourt
      * EMPLOYEES.dat et édite les salariés présents sur l'année qui
      * n'ont pas encore accompli leur journée de solidarité (Art.
      * L3133-7 à L3133-12 C. trav.) selon le suivi annuel
      * SOLIDARITE.dat : heures de solidarité déjà effectuées, durée
      * due (7 heures, au prorata pour un temps partiel) et heures
      * restant dues. Les mandataires sociaux et les stagiaires, qui
      * n'y sont pas tenus, sont écartés. Les totaux récapitulent les
      * salariés suivis par modalité d'accomplissement (jour férié
      * travaillé, jour de RTT imputé, heures fractionnées).
      * Entrée : ANNEE, SOLIDARITE_FILE, EMPLOYEE_FILE ;
      * sortie : SOLIDARITE_RAPPORT_FILE (défaut
      * ../data/SOLIDARITE-NON-ACCOMPLIE.txt).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-FS-EMP.

           SELECT SOLIDARITE-FILE
               ASSIGN TO WS-SOLIDARITE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SOL-CLE
               FILE STATUS IS WS-FS-SOL.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  SOLIDARITE-FILE.
       COPY "SOLIDARITE-RECORD.cpy".

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-SOLIDARITE-PATH        PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-SOL                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       01  WS-ANNEE                  PIC 9(4).

       01  WS-EOF                    PIC 9 VALUE 0.
           88  EOF-EMP               VALUE 1.
       01  WS-SOL-AVAILABLE          PIC 9 VALUE 0.
           88  SOL-AVAILABLE         VALUE 1.
       01  WS-SOL-FOUND              PIC 9 VALUE 0.
           88  SOL-FOUND             VALUE 1.

      *    --- Durée due à temps complet, proratisée pour un temps
      *    partiel sur la durée mensuelle de référence (même règle
      *    que CALC-POINTAGES) ---
       01  WS-SOL-DUREE-JOUR         PIC S9(3)V99 COMP-3 VALUE 7.00.
       01  WS-SOL-HEURES-REF         PIC S9(5)V99 COMP-3
                                     VALUE 151.67.
       01  WS-HEURES-DUES            PIC S9(3)V99 COMP-3.
       01  WS-HEURES-FAITES          PIC S9(3)V99 COMP-3.
       01  WS-HEURES-RESTANT         PIC S9(3)V99 COMP-3.
       01  WS-REGIME                 PIC X(14).

      *    --- Totaux de l'entreprise ---
       01  WS-NB-SUIVIS              PIC 9(5) VALUE 0.
       01  WS-NB-FERIE               PIC 9(5) VALUE 0.
       01  WS-NB-RTT                 PIC 9(5) VALUE 0.
       01  WS-NB-HEURES              PIC 9(5) VALUE 0.
       01  WS-NB-NON-ACCOMPLIE       PIC 9(5) VALUE 0.
       01  WS-TOT-RESTANT            PIC S9(7)V99 COMP-3 VALUE 0.

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".
       01  WS-FMT-FAITES             PIC ZZ9.99.
       01  WS-FMT-DUES               PIC ZZ9.99.
       01  WS-FMT-RESTANT            PIC ZZ9.99.
       01  WS-FMT-TOTAL              PIC ZZZZZZ9.99-.
       01  WS-FMT-NB                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 2000-EDITER-LISTE
           PERFORM 3000-EDITER-TOTAUX
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-ANNEE FROM ENVIRONMENT "ANNEE"
           ACCEPT WS-SOLIDARITE-PATH FROM ENVIRONMENT "SOLIDARITE_FILE"
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "SOLIDARITE_RAPPORT_FILE"

           IF WS-SOLIDARITE-PATH = SPACES
               MOVE "../data/SOLIDARITE.dat" TO WS-SOLIDARITE-PATH
           END-IF
           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/SOLIDARITE-NON-ACCOMPLIE.txt"
                   TO WS-RAPPORT-PATH
           END-IF

           IF WS-ANNEE = 0
               DISPLAY "REPORT-SOLIDARITE|ERROR|0|ANNEE-MANQUANTE"
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               DISPLAY "REPORT-SOLIDARITE|ERROR|0|OPEN-EMP="
                   WS-FS-EMP
               STOP RUN
           END-IF

      *    Sans suivi (aucun pointage de solidarité ni jour de RTT
      *    imputé), aucun salarié n'a encore accompli la journée.
           OPEN INPUT SOLIDARITE-FILE
           IF WS-FS-SOL = "00"
               SET SOL-AVAILABLE TO TRUE
           ELSE
               IF WS-FS-SOL NOT = "35"
                   DISPLAY "REPORT-SOLIDARITE|ERROR|0|OPEN-SOL="
                       WS-FS-SOL
                   CLOSE EMPLOYEE-FILE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "REPORT-SOLIDARITE|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE EMPLOYEE-FILE
               IF SOL-AVAILABLE
                   CLOSE SOLIDARITE-FILE
               END-IF
               STOP RUN
           END-IF

           DISPLAY "REPORT-SOLIDARITE|START|" WS-ANNEE "|0".

      ******************************************************************
       2000-EDITER-LISTE.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  JOURNEE DE SOLIDARITE NON ACCOMPLIE - ANNEE "
               WS-ANNEE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           STRING "  MATRICULE NOM                            "
               "PRENOM                     REGIME         "
               "FAITES   DUES  RESTANT"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET EOF-EMP TO TRUE
           END-READ
           PERFORM UNTIL EOF-EMP
               PERFORM 2100-CONTROLER-UN-SALARIE THRU 2100-EXIT
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET EOF-EMP TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
       2100-CONTROLER-UN-SALARIE.
      ******************************************************************
      *    Salariés présents sur l'année : entrés au plus tard dans
      *    l'année et, s'ils sont sortis, sortis au plus tôt dans
      *    l'année.
           IF EMP-MANDATAIRE OR EMP-STAGIAIRE
               GO TO 2100-EXIT
           END-IF
           IF EMP-DATE-ENTREE(1:4) > WS-ANNEE
               GO TO 2100-EXIT
           END-IF
           IF EMP-INACTIF
               AND EMP-DATE-SORTIE IS NUMERIC
               AND EMP-DATE-SORTIE NOT = 0
               AND EMP-DATE-SORTIE(1:4) < WS-ANNEE
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-NB-SUIVIS
           MOVE 0 TO WS-SOL-FOUND
           IF SOL-AVAILABLE
               MOVE EMP-MATRICULE TO SOL-MATRICULE
               MOVE WS-ANNEE      TO SOL-ANNEE
               READ SOLIDARITE-FILE
                   KEY IS SOL-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SOL-FOUND TO TRUE
               END-READ
           END-IF

           IF SOL-FOUND
               EVALUATE TRUE
                   WHEN SOL-PAR-FERIE
                       ADD 1 TO WS-NB-FERIE
                       GO TO 2100-EXIT
                   WHEN SOL-PAR-RTT
                       ADD 1 TO WS-NB-RTT
                       GO TO 2100-EXIT
                   WHEN SOL-PAR-HEURES
                       ADD 1 TO WS-NB-HEURES
                       GO TO 2100-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      *    Journée non accomplie : durée due recalculée sur le
      *    contrat en vigueur, heures déjà effectuées reprises du
      *    suivi
           ADD 1 TO WS-NB-NON-ACCOMPLIE
           MOVE WS-SOL-DUREE-JOUR TO WS-HEURES-DUES
           IF EMP-HEURES-MENSUELLES > 0
               AND EMP-HEURES-MENSUELLES < WS-SOL-HEURES-REF
               COMPUTE WS-HEURES-DUES ROUNDED =
                   WS-SOL-DUREE-JOUR * EMP-HEURES-MENSUELLES
                   / WS-SOL-HEURES-REF
           END-IF
           MOVE 0 TO WS-HEURES-FAITES
           IF SOL-FOUND
               MOVE SOL-HEURES-FAITES TO WS-HEURES-FAITES
           END-IF
           COMPUTE WS-HEURES-RESTANT =
               WS-HEURES-DUES - WS-HEURES-FAITES
           IF WS-HEURES-RESTANT < 0
               MOVE 0 TO WS-HEURES-RESTANT
           END-IF
           ADD WS-HEURES-RESTANT TO WS-TOT-RESTANT

           EVALUATE TRUE
               WHEN EMP-FORFAIT-JOURS
                   MOVE "FORFAIT JOURS" TO WS-REGIME
               WHEN EMP-TEMPS-PARTIEL
                   MOVE "TEMPS PARTIEL" TO WS-REGIME
               WHEN OTHER
                   MOVE "TEMPS COMPLET" TO WS-REGIME
           END-EVALUATE

           MOVE WS-HEURES-FAITES  TO WS-FMT-FAITES
           MOVE WS-HEURES-DUES    TO WS-FMT-DUES
           MOVE WS-HEURES-RESTANT TO WS-FMT-RESTANT
           MOVE SPACES TO WS-LINE
           STRING "  " EMP-MATRICULE
               "  " EMP-NOM
               " " EMP-PRENOM
               "  " WS-REGIME
               " " WS-FMT-FAITES
               " " WS-FMT-DUES
               "   " WS-FMT-RESTANT
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

       2100-EXIT.
           EXIT.

      ******************************************************************
       3000-EDITER-TOTAUX.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-NB-SUIVIS TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  SALARIES TENUS A LA JOURNEE         " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-NB-FERIE TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  ACCOMPLIE - JOUR FERIE TRAVAILLE    " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-NB-RTT TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  ACCOMPLIE - JOUR DE RTT IMPUTE      " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-NB-HEURES TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  ACCOMPLIE - HEURES FRACTIONNEES     " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-NB-NON-ACCOMPLIE TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  NON ACCOMPLIE                       " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-TOT-RESTANT TO WS-FMT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING "  HEURES RESTANT DUES          " WS-FMT-TOTAL
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE EMPLOYEE-FILE
           IF SOL-AVAILABLE
               CLOSE SOLIDARITE-FILE
           END-IF
           CLOSE RAPPORT-FILE

           DISPLAY "REPORT-SOLIDARITE|DONE|" WS-NB-NON-ACCOMPLIE "|0".
