       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-PROTECTIONS.
      ******************************************************************
      * REPORT-PROTECTIONS — Échéancier mensuel des fins de
      * protection des salariés protégés
      * Pour la période demandée (variable PERIODE, AAAAMM), la date
      * de référence est le 1er du mois. Le programme parcourt le
      * registre MANDATS-PROTEGES.dat (tenu par MAINT-MANDAT-PROTEGE)
      * et édite, par ordre d'échéance, les mandats dont la
      * protection prend fin entre la date de référence et
      * l'horizon de HORIZON_MOIS mois (défaut 3) : jusqu'à cette
      * date, aucun licenciement ni rupture conventionnelle du
      * salarié n'est possible sans autorisation de l'inspecteur du
      * travail. Les mandats en cours, dont la protection n'a pas
      * encore d'échéance, sont décomptés en fin d'état.
      * Entrée : PERIODE, HORIZON_MOIS, MANDATS_FILE, EMPLOYEE_FILE ;
      * sortie : PROTECTIONS_RAPPORT_FILE (défaut
      * ../data/RAPPORT-PROTECTIONS.txt).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDAT-FILE
               ASSIGN TO WS-MANDAT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MDT-CLE
               FILE STATUS IS WS-FS-MDT.

           SELECT EMPLOYEE-FILE
               ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-FS-EMP.

           SELECT SORT-FILE
               ASSIGN TO WS-SORT-PATH.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDAT-FILE.
       COPY "MANDAT-PROTEGE-RECORD.cpy".

       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-FIN-PROTECTION     PIC 9(8).
           05  SRT-MATRICULE          PIC X(8).
           05  SRT-TYPE               PIC X(4).
           05  SRT-DATE-DEBUT         PIC 9(8).
           05  SRT-DATE-FIN           PIC 9(8).
           05  SRT-AUTORISATION-REF   PIC X(20).

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MANDAT-PATH            PIC X(256).
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-SORT-PATH              PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-FS-MDT                 PIC XX.
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       01  WS-EOF-MDT                PIC 9 VALUE 0.
           88  EOF-MDT               VALUE 1.
       01  WS-EMP-PRESENT            PIC 9 VALUE 1.
           88  EMP-PRESENT           VALUE 1.
           88  EMP-ABSENT            VALUE 0.

       01  WS-PERIODE                PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-ANNEE          PIC 9(4).
           05  WS-PER-MOIS           PIC 9(2).
       01  WS-HORIZON-MOIS           PIC 9(2).
       01  WS-DATE-REF               PIC 9(8).
       01  WS-DATE-HORIZON           PIC 9(8).
       01  WS-TOTAL-MOIS             PIC 9(6).
       01  WS-HOR-ANNEE              PIC 9(4).
       01  WS-HOR-MOIS               PIC 9(2).

       01  WS-NB-MANDATS             PIC 9(5) VALUE 0.
       01  WS-NB-EN-COURS            PIC 9(5) VALUE 0.
       01  WS-NB-ECHEANCES           PIC 9(5) VALUE 0.
       01  WS-NB-AUTORISES           PIC 9(5) VALUE 0.

       01  WS-NOM-PRENOM             PIC X(30).
       01  WS-STATUT                 PIC X(7).
       01  WS-LIBELLE-TYPE           PIC X(26).
       01  WS-FD-DATE                PIC 9(8).
       01  WS-FMT-DATE.
           05  WS-FMT-DATE-J         PIC 9(2).
           05  FILLER                PIC X VALUE "/".
           05  WS-FMT-DATE-M         PIC 9(2).
           05  FILLER                PIC X VALUE "/".
           05  WS-FMT-DATE-A         PIC 9(4).
       01  WS-FMT-DEBUT              PIC X(10).
       01  WS-FMT-FIN                PIC X(10).
       01  WS-FMT-PROTECTION         PIC X(10).
       01  WS-FMT-NB                 PIC ZZZZ9.

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 3000-ENTETE

           SORT SORT-FILE
               ON ASCENDING KEY SRT-FIN-PROTECTION
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
           ACCEPT WS-HORIZON-MOIS FROM ENVIRONMENT "HORIZON_MOIS"
           ACCEPT WS-MANDAT-PATH FROM ENVIRONMENT "MANDATS_FILE"
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "PROTECTIONS_RAPPORT_FILE"

           IF WS-MANDAT-PATH = SPACES
               MOVE "../data/MANDATS-PROTEGES.dat" TO WS-MANDAT-PATH
           END-IF
           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/RAPPORT-PROTECTIONS.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           MOVE "sort-work" TO WS-SORT-PATH

           IF WS-PERIODE = 0
               DISPLAY "REPORT-PROTECTIONS|ERROR|0|PERIODE-MANQUANTE"
               STOP RUN
           END-IF
           IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
               DISPLAY "REPORT-PROTECTIONS|ERROR|0|PERIODE-INVALIDE="
                   WS-PERIODE
               STOP RUN
           END-IF
           IF WS-HORIZON-MOIS = 0
               MOVE 3 TO WS-HORIZON-MOIS
           END-IF

      *    Fenêtre : du 1er du mois de PERIODE (inclus) au 1er du
      *    mois situé HORIZON_MOIS mois plus loin (exclu).
           COMPUTE WS-DATE-REF = WS-PERIODE * 100 + 1
           COMPUTE WS-TOTAL-MOIS =
               WS-PER-ANNEE * 12 + WS-PER-MOIS - 1 + WS-HORIZON-MOIS
           DIVIDE WS-TOTAL-MOIS BY 12
               GIVING WS-HOR-ANNEE REMAINDER WS-HOR-MOIS
           ADD 1 TO WS-HOR-MOIS
           COMPUTE WS-DATE-HORIZON =
               WS-HOR-ANNEE * 10000 + WS-HOR-MOIS * 100 + 1

           OPEN INPUT MANDAT-FILE
           IF WS-FS-MDT NOT = "00"
               DISPLAY "REPORT-PROTECTIONS|ERROR|0|OPEN-MDT="
                   WS-FS-MDT
               STOP RUN
           END-IF

      *    Sans fichier du personnel, l'état est édité sans les noms.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               SET EMP-ABSENT TO TRUE
               DISPLAY "REPORT-PROTECTIONS|WARN|0|OPEN-EMP=" WS-FS-EMP
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "REPORT-PROTECTIONS|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE MANDAT-FILE
               IF EMP-PRESENT
                   CLOSE EMPLOYEE-FILE
               END-IF
               STOP RUN
           END-IF

           DISPLAY "REPORT-PROTECTIONS|START|" WS-PERIODE "|0".

      ******************************************************************
       3000-ENTETE.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  SALARIES PROTEGES - FINS DE PROTECTION A ECHOIR"
               " - PERIODE " WS-PERIODE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  DATE DE REFERENCE " WS-DATE-REF
               "   HORIZON " WS-DATE-HORIZON
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  FIN PROT.  MATRICULE NOM                       "
               "    STATUT  MANDAT                     DEBUT      "
               "FIN MANDAT AUTORISATION"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3200-EDITER-TOTAUX.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           MOVE WS-NB-MANDATS TO WS-FMT-NB
           STRING "  MANDATS AU REGISTRE              " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           MOVE WS-NB-EN-COURS TO WS-FMT-NB
           STRING "  MANDATS EN COURS (SANS ECHEANCE) " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           MOVE WS-NB-ECHEANCES TO WS-FMT-NB
           STRING "  PROTECTIONS A ECHOIR             " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           MOVE WS-NB-AUTORISES TO WS-FMT-NB
           STRING "    DONT AUTORISATION ENREGISTREE  " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE MANDAT-FILE
           IF EMP-PRESENT
               CLOSE EMPLOYEE-FILE
           END-IF
           CLOSE RAPPORT-FILE

           DISPLAY "REPORT-PROTECTIONS|DONE|" WS-NB-MANDATS "|"
               WS-NB-ECHEANCES.

      ******************************************************************
       4000-ENTREE-TRI SECTION.
      ******************************************************************
       4000-ENTREE-PROC.
           MOVE 0 TO WS-EOF-MDT
           PERFORM UNTIL EOF-MDT
               READ MANDAT-FILE NEXT RECORD
                   AT END SET EOF-MDT TO TRUE
               END-READ
               IF NOT EOF-MDT
                   ADD 1 TO WS-NB-MANDATS
                   IF MDT-DATE-FIN = 0
                       ADD 1 TO WS-NB-EN-COURS
                   ELSE
                       IF MDT-DATE-FIN-PROTECTION >= WS-DATE-REF
                           AND MDT-DATE-FIN-PROTECTION
                               < WS-DATE-HORIZON
                           PERFORM 4100-LIBERER-MANDAT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4000-ENTREE-EXIT.
           EXIT.

      ******************************************************************
       4100-LIBERATION SECTION.
      ******************************************************************
       4100-LIBERER-MANDAT.
           MOVE MDT-DATE-FIN-PROTECTION TO SRT-FIN-PROTECTION
           MOVE MDT-MATRICULE           TO SRT-MATRICULE
           MOVE MDT-TYPE                TO SRT-TYPE
           MOVE MDT-DATE-DEBUT          TO SRT-DATE-DEBUT
           MOVE MDT-DATE-FIN            TO SRT-DATE-FIN
           MOVE MDT-AUTORISATION-REF    TO SRT-AUTORISATION-REF
           RELEASE SORT-RECORD
           ADD 1 TO WS-NB-ECHEANCES
           IF MDT-AUTORISATION-REF NOT = SPACES
               ADD 1 TO WS-NB-AUTORISES
           END-IF.

      ******************************************************************
       5000-EDITION SECTION.
      ******************************************************************
       5000-EDITION-PROC.
           RETURN SORT-FILE
               AT END GO TO 5000-EDITION-EXIT
           END-RETURN

           PERFORM UNTIL 1 = 0
               PERFORM 6100-EDITER-LIGNE
               RETURN SORT-FILE
                   AT END GO TO 5000-EDITION-EXIT
               END-RETURN
           END-PERFORM.

       5000-EDITION-EXIT.
           EXIT.

      ******************************************************************
       6000-EDITION-LIGNES SECTION.
      ******************************************************************
       6100-EDITER-LIGNE.
           MOVE SPACES TO WS-NOM-PRENOM
           MOVE SPACES TO WS-STATUT
           IF EMP-PRESENT
               MOVE SRT-MATRICULE TO EMP-MATRICULE
               READ EMPLOYEE-FILE
                   KEY IS EMP-MATRICULE
                   INVALID KEY
                       MOVE "(MATRICULE INCONNU)" TO WS-NOM-PRENOM
                   NOT INVALID KEY
                       STRING EMP-NOM DELIMITED "  "
                           " " EMP-PRENOM DELIMITED "  "
                           INTO WS-NOM-PRENOM
                       MOVE EMP-STATUT TO WS-STATUT
               END-READ
           END-IF
           PERFORM 6200-LIBELLER-TYPE

           MOVE SRT-FIN-PROTECTION TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-FMT-DATE TO WS-FMT-PROTECTION
           MOVE SRT-DATE-DEBUT TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-FMT-DATE TO WS-FMT-DEBUT
           MOVE SRT-DATE-FIN TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-FMT-DATE TO WS-FMT-FIN

           MOVE SPACES TO WS-LINE
           IF SRT-AUTORISATION-REF = SPACES
               STRING "  " WS-FMT-PROTECTION " " SRT-MATRICULE "  "
                   WS-NOM-PRENOM " " WS-STATUT " " WS-LIBELLE-TYPE
                   " " WS-FMT-DEBUT " " WS-FMT-FIN " "
                   "(AUCUNE)"
                   DELIMITED SIZE INTO WS-LINE
           ELSE
               STRING "  " WS-FMT-PROTECTION " " SRT-MATRICULE "  "
                   WS-NOM-PRENOM " " WS-STATUT " " WS-LIBELLE-TYPE
                   " " WS-FMT-DEBUT " " WS-FMT-FIN " "
                   SRT-AUTORISATION-REF
                   DELIMITED SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

       6200-LIBELLER-TYPE.
           EVALUATE SRT-TYPE
               WHEN "CSET"
                   MOVE "MEMBRE TITULAIRE CSE" TO WS-LIBELLE-TYPE
               WHEN "CSES"
                   MOVE "MEMBRE SUPPLEANT CSE" TO WS-LIBELLE-TYPE
               WHEN "RSCS"
                   MOVE "REPRESENTANT SYND. CSE" TO WS-LIBELLE-TYPE
               WHEN "DS  "
                   MOVE "DELEGUE SYNDICAL" TO WS-LIBELLE-TYPE
               WHEN "RSS "
                   MOVE "REPR. SECTION SYNDICALE" TO WS-LIBELLE-TYPE
               WHEN "CPH "
                   MOVE "CONSEILLER PRUD'HOMME" TO WS-LIBELLE-TYPE
               WHEN "CDS "
                   MOVE "CONSEILLER DU SALARIE" TO WS-LIBELLE-TYPE
               WHEN "CAND"
                   MOVE "CANDIDAT ELECTIONS PRO." TO WS-LIBELLE-TYPE
               WHEN OTHER
                   MOVE SRT-TYPE TO WS-LIBELLE-TYPE
           END-EVALUATE.

       6900-FORMATER-DATE.
           MOVE WS-FD-DATE(7:2) TO WS-FMT-DATE-J
           MOVE WS-FD-DATE(5:2) TO WS-FMT-DATE-M
           MOVE WS-FD-DATE(1:4) TO WS-FMT-DATE-A.
