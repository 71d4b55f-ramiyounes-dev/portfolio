       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CONTINGENT-HS.
      ******************************************************************
      * REPORT-CONTINGENT-HS — Registre du contingent annuel d'heures
      * supplémentaires et de la contrepartie obligatoire en repos
      * Pour l'année civile demandée (variable ANNEE), édite depuis
      * CONTINGENT-HS.dat, salarié par salarié, les heures
      * supplémentaires de chaque mois (P = décompte des pointages
      * non encore payé, B = heures payées au bulletin), le cumul
      * contre le contingent, les heures effectuées au-delà, le taux
      * et les heures de repos acquises, prises et restant dues,
      * ainsi que les périodes de franchissement de 80% et de 100%
      * du contingent. Document tenu à la disposition de
      * l'inspection du travail (Art. D3171-16 C. trav.).
      * Entrée : ANNEE, CONTINGENT_HS_FILE, EMPLOYEE_FILE ;
      * sortie : CONTINGENT_HS_RAPPORT_FILE (défaut
      * ../data/REGISTRE-CONTINGENT-HS.txt).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTINGENT-HS-FILE
               ASSIGN TO WS-CONTINGENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHS-CLE
               FILE STATUS IS WS-FS-CHS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-FS-EMP.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTINGENT-HS-FILE.
       COPY "CONTINGENT-HS-RECORD.cpy".

       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTINGENT-PATH        PIC X(256).
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-FS-CHS                 PIC XX.
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       01  WS-ANNEE                  PIC 9(4).

       01  WS-EOF                    PIC 9 VALUE 0.
           88  EOF-CHS               VALUE 1.

       01  WS-NOM                    PIC X(25).
       01  WS-MOIS-IDX               PIC 9(2).
       01  WS-MOIS-POS               PIC 9(3).

      *    --- Totaux de l'entreprise ---
       01  WS-NB-SALARIES            PIC 9(5) VALUE 0.
       01  WS-NB-DEPASSEMENTS        PIC 9(5) VALUE 0.
       01  WS-TOT-HS                 PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-TOT-AU-DELA            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-TOT-COR-ACQUIS         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-TOT-COR-SOLDE          PIC S9(7)V99 COMP-3 VALUE 0.

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".
       01  WS-FMT-CUMUL              PIC ZZZ9.99.
       01  WS-FMT-CONTINGENT         PIC ZZ9.99.
       01  WS-FMT-AU-DELA            PIC ZZZ9.99.
       01  WS-FMT-TAUX               PIC ZZ9.
       01  WS-FMT-REPORT             PIC ZZZ9.99.
       01  WS-FMT-ACQUIS             PIC ZZZ9.99.
       01  WS-FMT-PRIS               PIC ZZZ9.99.
       01  WS-FMT-SOLDE              PIC ZZZ9.99-.
       01  WS-FMT-MOIS               PIC ZZ9.99.
       01  WS-FMT-TOTAL              PIC ZZZZZZ9.99-.
       01  WS-FMT-NB                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 2000-EDITER-REGISTRE
           PERFORM 3000-EDITER-TOTAUX
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-ANNEE FROM ENVIRONMENT "ANNEE"
           ACCEPT WS-CONTINGENT-PATH
               FROM ENVIRONMENT "CONTINGENT_HS_FILE"
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "CONTINGENT_HS_RAPPORT_FILE"

           IF WS-CONTINGENT-PATH = SPACES
               MOVE "../data/CONTINGENT-HS.dat" TO WS-CONTINGENT-PATH
           END-IF
           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/REGISTRE-CONTINGENT-HS.txt"
                   TO WS-RAPPORT-PATH
           END-IF

           IF WS-ANNEE = 0
               DISPLAY "REPORT-CONTINGENT-HS|ERROR|0|ANNEE-MANQUANTE"
               STOP RUN
           END-IF

           OPEN INPUT CONTINGENT-HS-FILE
           IF WS-FS-CHS NOT = "00"
               DISPLAY "REPORT-CONTINGENT-HS|ERROR|0|OPEN-CHS="
                   WS-FS-CHS
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               DISPLAY "REPORT-CONTINGENT-HS|ERROR|0|OPEN-EMP="
                   WS-FS-EMP
               CLOSE CONTINGENT-HS-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "REPORT-CONTINGENT-HS|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE CONTINGENT-HS-FILE
               CLOSE EMPLOYEE-FILE
               STOP RUN
           END-IF

           DISPLAY "REPORT-CONTINGENT-HS|START|" WS-ANNEE "|0".

      ******************************************************************
       2000-EDITER-REGISTRE.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  REGISTRE DU CONTINGENT ANNUEL D'HEURES "
               "SUPPLEMENTAIRES ET DE LA CONTREPARTIE OBLIGATOIRE "
               "EN REPOS - ANNEE " WS-ANNEE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           STRING "  MATRICULE NOM                       "
               "CUMUL HSCONTING.  AU-DELA  TAUX"
               "   REPORT   ACQUIS     PRIS    SOLDE"
               "   80%   100%"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "            HEURES SUPPLEMENTAIRES PAR MOIS "
               "(P = POINTAGES, B = BULLETIN)"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           READ CONTINGENT-HS-FILE NEXT RECORD
               AT END SET EOF-CHS TO TRUE
           END-READ
           PERFORM UNTIL EOF-CHS
               IF CHS-ANNEE = WS-ANNEE
                   PERFORM 2100-EDITER-UN-SALARIE
               END-IF
               READ CONTINGENT-HS-FILE NEXT RECORD
                   AT END SET EOF-CHS TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
       2100-EDITER-UN-SALARIE.
      ******************************************************************
           MOVE SPACES TO WS-NOM
           MOVE CHS-MATRICULE TO EMP-MATRICULE
           READ EMPLOYEE-FILE
               KEY IS EMP-MATRICULE
               INVALID KEY
                   MOVE "(MATRICULE INCONNU)" TO WS-NOM
               NOT INVALID KEY
                   MOVE EMP-NOM TO WS-NOM
           END-READ

           ADD 1 TO WS-NB-SALARIES
           ADD CHS-CUMUL-HS   TO WS-TOT-HS
           ADD CHS-HS-AU-DELA TO WS-TOT-AU-DELA
           ADD CHS-COR-ACQUIS TO WS-TOT-COR-ACQUIS
           ADD CHS-COR-SOLDE  TO WS-TOT-COR-SOLDE
           IF CHS-HS-AU-DELA > 0
               ADD 1 TO WS-NB-DEPASSEMENTS
           END-IF

           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE CHS-CUMUL-HS   TO WS-FMT-CUMUL
           MOVE CHS-CONTINGENT TO WS-FMT-CONTINGENT
           MOVE CHS-HS-AU-DELA TO WS-FMT-AU-DELA
           MOVE CHS-TAUX-COR   TO WS-FMT-TAUX
           MOVE CHS-COR-REPORT TO WS-FMT-REPORT
           MOVE CHS-COR-ACQUIS TO WS-FMT-ACQUIS
           MOVE CHS-COR-PRIS   TO WS-FMT-PRIS
           MOVE CHS-COR-SOLDE  TO WS-FMT-SOLDE
           MOVE SPACES TO WS-LINE
           STRING "  " CHS-MATRICULE
               "  " WS-NOM
               "  " WS-FMT-CUMUL
               "  " WS-FMT-CONTINGENT
               "  " WS-FMT-AU-DELA
               "  " WS-FMT-TAUX "%"
               "  " WS-FMT-REPORT
               "  " WS-FMT-ACQUIS
               "  " WS-FMT-PRIS
               "  " WS-FMT-SOLDE
               " " CHS-PERIODE-ALERTE-80
               " " CHS-PERIODE-ALERTE-100
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

      *    Détail mensuel : une case de 9 caractères par mois
           MOVE SPACES TO WS-LINE
           MOVE "            MOIS :" TO WS-LINE(1:18)
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               COMPUTE WS-MOIS-POS = 20 + (WS-MOIS-IDX - 1) * 9
               MOVE CHS-HS-MOIS(WS-MOIS-IDX) TO WS-FMT-MOIS
               IF CHS-MOIS-POINTE(WS-MOIS-IDX)
                   OR CHS-MOIS-PAYE(WS-MOIS-IDX)
                   MOVE WS-FMT-MOIS TO WS-LINE(WS-MOIS-POS:6)
                   MOVE CHS-ORIGINE-MOIS(WS-MOIS-IDX)
                       TO WS-LINE(WS-MOIS-POS + 6:1)
               ELSE
                   MOVE "     -" TO WS-LINE(WS-MOIS-POS:6)
               END-IF
           END-PERFORM
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3000-EDITER-TOTAUX.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-NB-SALARIES TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  SALARIES SUIVIS                  " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-NB-DEPASSEMENTS TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  SALARIES AU-DELA DU CONTINGENT   " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-TOT-HS TO WS-FMT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING "  HEURES SUPPLEMENTAIRES      " WS-FMT-TOTAL
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-TOT-AU-DELA TO WS-FMT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING "  HEURES AU-DELA DU CONTINGENT" WS-FMT-TOTAL
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-TOT-COR-ACQUIS TO WS-FMT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING "  REPOS COR ACQUIS (HEURES)   " WS-FMT-TOTAL
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-TOT-COR-SOLDE TO WS-FMT-TOTAL
           MOVE SPACES TO WS-LINE
           STRING "  REPOS COR RESTANT DU        " WS-FMT-TOTAL
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE CONTINGENT-HS-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE RAPPORT-FILE

           DISPLAY "REPORT-CONTINGENT-HS|DONE|" WS-NB-SALARIES "|0".
