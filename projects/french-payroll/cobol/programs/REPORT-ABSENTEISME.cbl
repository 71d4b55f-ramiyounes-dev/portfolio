       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ABSENTEISME.
      ******************************************************************
      * REPORT-ABSENTEISME — Analyse de l'absentéisme par
      * établissement, département et centre analytique
      * Pour la période demandée (variable PERIODE, AAAAMM), le
      * programme mesure l'absentéisme sur deux fenêtres : le mois
      * de PERIODE et les douze mois glissants qui s'achèvent avec
      * lui. Les salariés (hors mandataires sociaux) sont regroupés
      * par établissement, département et centre analytique (centre
      * SIEGE à défaut). Par groupe et par fenêtre :
      *   - effectif moyen et jours théoriques (jours calendaires de
      *     présence au contrat sur la fenêtre) ;
      *   - jours d'absence par motif — maladie, accident du travail
      *     ou maladie professionnelle, maternité, absence sans
      *     solde — et taux d'absentéisme (jours d'absence / jours
      *     théoriques) ;
      *   - absences commencées sur la fenêtre par tranche de durée
      *     (1 à 3 jours, 4 à 30, 31 à 90, plus de 90), indice de
      *     fréquence (absences pour 100 salariés) et de gravité
      *     (durée moyenne en jours) ;
      *   - coût direct : retenues pour absence des bulletins
      *     (PAI-ABSENCE-MONTANT) et complément employeur du maintien
      *     de salaire (MAINTIEN-SALAIRE.dat).
      * Les absences sont lues dans DEMANDES-ABSENCES.dat (demandes
      * approuvées ou extraites ; congés payés, RTT et repos
      * compensateur exclus) ; des demandes successives de même
      * motif sans interruption forment une seule absence, comme
      * pour REPORT-SUIVI-MEDICAL.
      * Alerte : un groupe dont les absences courtes (1 à 3 jours)
      * commencées dans le mois atteignent ALERTE_MINIMUM (défaut 3)
      * et dépassent ALERTE_COEF fois (défaut 2) leur moyenne
      * mensuelle des onze mois précédents est signalé.
      * Dès que les habilitations sont en place (HABILITATIONS.dat),
      * l'opérateur (OPERATEUR) doit détenir le droit L ; les
      * salariés hors de son périmètre sont exclus de l'analyse.
      * Entrée : PERIODE, ALERTE_MINIMUM, ALERTE_COEF, OPERATEUR,
      * EMPLOYEE_FILE, DEMANDES_FILE, BULLETINS_FILE,
      * MAINTIEN_SALAIRE_FILE ; sortie : ABSENTEISME_RAPPORT_FILE
      * (défaut ../data/RAPPORT-ABSENTEISME.txt).
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

           SELECT DEMANDES-FILE
               ASSIGN TO WS-DEMANDES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DAB-CLE
               FILE STATUS IS WS-FS-DAB.

           SELECT BULLETINS-FILE
               ASSIGN TO WS-BULLETINS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BUL.

           SELECT MAINTIEN-FILE
               ASSIGN TO WS-MAINTIEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSA-MATRICULE
               FILE STATUS IS WS-FS-MSA.

           SELECT SORT-FILE
               ASSIGN TO WS-SORT-PATH.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  DEMANDES-FILE.
       COPY "DEMANDE-ABSENCE-RECORD.cpy".

       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".

       FD  MAINTIEN-FILE.
       COPY "MAINTIEN-SALAIRE-RECORD.cpy".

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ETABLISSEMENT      PIC X(4).
           05  SRT-DEPARTEMENT        PIC X(12).
           05  SRT-CENTRE             PIC X(6).
           05  SRT-GRP-IDX            PIC 9(3).

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-DEMANDES-PATH          PIC X(256).
       01  WS-BULLETINS-PATH         PIC X(256).
       01  WS-MAINTIEN-PATH          PIC X(256).
       01  WS-SORT-PATH              PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-DAB                 PIC XX.
       01  WS-FS-BUL                 PIC XX.
       01  WS-FS-MSA                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       01  WS-EOF-EMP                PIC 9 VALUE 0.
           88  EOF-EMP               VALUE 1.
       01  WS-EOF-DAB                PIC 9 VALUE 0.
           88  EOF-DAB               VALUE 1.
       01  WS-EOF-BUL                PIC 9 VALUE 0.
           88  EOF-BUL               VALUE 1.
       01  WS-EOF-MSA                PIC 9 VALUE 0.
           88  EOF-MSA               VALUE 1.

       01  WS-PERIODE                PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-ANNEE          PIC 9(4).
           05  WS-PER-MOIS           PIC 9(2).
       01  WS-PERIODE-DEBUT          PIC 9(6).
       01  WS-DATE-REF               PIC 9(8).

      *    --- Paramètres d'alerte sur les absences courtes ---
       01  WS-ALERTE-MINIMUM         PIC 9(3).
       01  WS-ALERTE-COEF-TXT        PIC X(12).
       01  WS-ALERTE-COEF            PIC S9(3)V99 COMP-3 VALUE 2.

      *    --- Fenêtres d'analyse en numéros de jour civil :
      *    1 = mois de PERIODE, 2 = douze mois glissants ---
       01  WS-FENETRES.
           05  WS-FEN OCCURS 2 TIMES.
               10  WS-FEN-DEBUT      PIC 9(7).
               10  WS-FEN-FIN        PIC 9(7).
               10  WS-FEN-JOURS      PIC 9(5).
       01  WS-F                      PIC 9.

      *    --- Salariés retenus (ordre des matricules) ---
       01  WS-SAL-COUNT              PIC 9(4) VALUE 0.
       01  WS-SAL-MAX                PIC 9(4) VALUE 2000.
       01  WS-SAL-TABLE.
           05  WS-SAL-ENTRY OCCURS 2000 TIMES.
               10  WS-SAL-MATRICULE  PIC X(8).
               10  WS-SAL-GRP        PIC 9(3).
       01  WS-SAL-IDX                PIC 9(4).
       01  WS-SAL-TROUVE             PIC 9(4).
       01  WS-SAL-CHERCHE            PIC X(8).

      *    --- Groupes établissement / département / centre ---
       01  WS-GRP-COUNT              PIC 9(3) VALUE 0.
       01  WS-GRP-MAX                PIC 9(3) VALUE 300.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 300 TIMES.
               10  WS-GRP-ETABLISSEMENT PIC X(4).
               10  WS-GRP-DEPARTEMENT   PIC X(12).
               10  WS-GRP-CENTRE        PIC X(6).
               10  WS-GRP-ALERTE        PIC 9.
               10  WS-GRP-FEN OCCURS 2 TIMES.
                   15  WS-GRP-JOURS-THEO  PIC S9(9) COMP-3.
                   15  WS-GRP-JOURS-MOTIF OCCURS 4 TIMES
                                          PIC S9(7) COMP-3.
                   15  WS-GRP-NB-ABS      PIC S9(5) COMP-3.
                   15  WS-GRP-DUREE-ABS   PIC S9(7) COMP-3.
                   15  WS-GRP-NB-TRANCHE  OCCURS 4 TIMES
                                          PIC S9(5) COMP-3.
                   15  WS-GRP-RETENUES    PIC S9(9)V99 COMP-3.
                   15  WS-GRP-MAINTIEN    PIC S9(9)V99 COMP-3.
       01  WS-GRP-IDX                PIC 9(3).
       01  WS-GRP-TROUVE             PIC 9(3).
       01  WS-CLE-ETABLISSEMENT      PIC X(4).
       01  WS-CLE-DEPARTEMENT        PIC X(12).
       01  WS-CLE-CENTRE             PIC X(6).

      *    --- Cumuls édités (groupe, établissement, total) : même
      *    découpage qu'une fenêtre de groupe ---
       01  WS-CUMUL-EDITE.
           05  WS-CUM-FEN OCCURS 2 TIMES.
               10  WS-CUM-JOURS-THEO  PIC S9(9) COMP-3.
               10  WS-CUM-JOURS-MOTIF OCCURS 4 TIMES
                                      PIC S9(7) COMP-3.
               10  WS-CUM-NB-ABS      PIC S9(5) COMP-3.
               10  WS-CUM-DUREE-ABS   PIC S9(7) COMP-3.
               10  WS-CUM-NB-TRANCHE  OCCURS 4 TIMES
                                      PIC S9(5) COMP-3.
               10  WS-CUM-RETENUES    PIC S9(9)V99 COMP-3.
               10  WS-CUM-MAINTIEN    PIC S9(9)V99 COMP-3.
       01  WS-CUMUL-ETAB.
           05  WS-ETB-FEN OCCURS 2 TIMES.
               10  WS-ETB-JOURS-THEO  PIC S9(9) COMP-3.
               10  WS-ETB-JOURS-MOTIF OCCURS 4 TIMES
                                      PIC S9(7) COMP-3.
               10  WS-ETB-NB-ABS      PIC S9(5) COMP-3.
               10  WS-ETB-DUREE-ABS   PIC S9(7) COMP-3.
               10  WS-ETB-NB-TRANCHE  OCCURS 4 TIMES
                                      PIC S9(5) COMP-3.
               10  WS-ETB-RETENUES    PIC S9(9)V99 COMP-3.
               10  WS-ETB-MAINTIEN    PIC S9(9)V99 COMP-3.
       01  WS-CUMUL-TOTAL.
           05  WS-TOT-FEN OCCURS 2 TIMES.
               10  WS-TOT-JOURS-THEO  PIC S9(9) COMP-3.
               10  WS-TOT-JOURS-MOTIF OCCURS 4 TIMES
                                      PIC S9(7) COMP-3.
               10  WS-TOT-NB-ABS      PIC S9(5) COMP-3.
               10  WS-TOT-DUREE-ABS   PIC S9(7) COMP-3.
               10  WS-TOT-NB-TRANCHE  OCCURS 4 TIMES
                                      PIC S9(5) COMP-3.
               10  WS-TOT-RETENUES    PIC S9(9)V99 COMP-3.
               10  WS-TOT-MAINTIEN    PIC S9(9)V99 COMP-3.
       01  WS-M                      PIC 9.
       01  WS-ETB-COURANT            PIC X(4) VALUE SPACES.
       01  WS-ETB-OUVERT             PIC 9 VALUE 0.
           88  ETB-OUVERT            VALUE 1.

      *    Absence en cours de constitution pendant la lecture des
      *    demandes (demandes successives fusionnées)
       01  WS-AC-MATRICULE           PIC X(8) VALUE SPACES.
       01  WS-AC-TYPE                PIC X(10).
       01  WS-AC-SERIAL-DEBUT        PIC 9(7).
       01  WS-AC-SERIAL-FIN          PIC 9(7).
       01  WS-AC-JOURS               PIC 9(5).
       01  WS-AC-MOTIF               PIC 9.
       01  WS-AC-TRANCHE             PIC 9.

      *    --- Intersection d'une durée avec une fenêtre ---
       01  WS-INT-DEBUT              PIC 9(7).
       01  WS-INT-FIN                PIC 9(7).
       01  WS-INT-JOURS              PIC 9(5).
       01  WS-SAL-SERIAL-ENTREE      PIC 9(7).
       01  WS-SAL-SERIAL-SORTIE      PIC 9(7).

      *    --- Calcul du numéro de jour civil ---
       01  WS-DAT-DATE               PIC 9(8).
       01  WS-DAT-ANNEE              PIC 9(4).
       01  WS-DAT-MOIS               PIC 9(2).
       01  WS-DAT-JOUR               PIC 9(2).
       01  WS-DAT-RESTE              PIC 9(4).
       01  WS-SERIAL                 PIC 9(7).
       01  WS-QUART                  PIC 9(4).
       01  WS-CENT                   PIC 9(4).
       01  WS-QUATRE-CENTS           PIC 9(4).
      *    Jours cumulés en début de mois (année non bissextile)
       01  WS-MOIS-CUMUL-DATA.
           05  FILLER PIC 9(3) VALUE 000.
           05  FILLER PIC 9(3) VALUE 031.
           05  FILLER PIC 9(3) VALUE 059.
           05  FILLER PIC 9(3) VALUE 090.
           05  FILLER PIC 9(3) VALUE 120.
           05  FILLER PIC 9(3) VALUE 151.
           05  FILLER PIC 9(3) VALUE 181.
           05  FILLER PIC 9(3) VALUE 212.
           05  FILLER PIC 9(3) VALUE 243.
           05  FILLER PIC 9(3) VALUE 273.
           05  FILLER PIC 9(3) VALUE 304.
           05  FILLER PIC 9(3) VALUE 334.
       01  WS-MOIS-CUMUL REDEFINES WS-MOIS-CUMUL-DATA.
           05  WS-CUMUL-JOURS OCCURS 12 TIMES PIC 9(3).

      *    --- Indicateurs édités ---
       01  WS-EFFECTIF-MOYEN         PIC S9(5)V9 COMP-3.
       01  WS-TAUX                   PIC S9(3)V99 COMP-3.
       01  WS-FREQUENCE              PIC S9(5)V9 COMP-3.
       01  WS-GRAVITE                PIC S9(5)V9 COMP-3.
       01  WS-JOURS-ABSENCE          PIC S9(9) COMP-3.
       01  WS-COURTES-MOIS           PIC S9(5) COMP-3.
       01  WS-COURTES-MOYENNE        PIC S9(5)V99 COMP-3.
       01  WS-COURTES-SEUIL          PIC S9(5)V99 COMP-3.

       01  WS-HORS-HABILITATION      PIC 9(6) VALUE 0.
       01  WS-NB-SALARIES            PIC 9(5) VALUE 0.
       01  WS-NB-ABSENCES            PIC 9(6) VALUE 0.
       01  WS-NB-ALERTES             PIC 9(4) VALUE 0.

      *    --- Habilitations de l'opérateur ---
       01  WS-OPERATEUR              PIC X(8).
       COPY "HABILITATION-SERVICE-AREA.cpy".

       01  WS-LIB-FENETRE            PIC X(5).
       01  WS-LIB-GROUPE             PIC X(25).
       01  WS-MARQUE-ALERTE          PIC X(2).
       01  WS-FMT-EFFECTIF           PIC ZZZ9.9.
       01  WS-FMT-TAUX               PIC ZZ9.99.
       01  WS-FMT-NB-ABS             PIC ZZZZ9.
       01  WS-FMT-FREQUENCE          PIC ZZZ9.9.
       01  WS-FMT-GRAVITE            PIC ZZZ9.9.
       01  WS-FMT-JOURS-EDIT.
           05  WS-FMT-JOURS OCCURS 4 TIMES.
               10  WS-FMT-JOURS-VAL  PIC ZZZZ9.
               10  FILLER            PIC X VALUE SPACE.
       01  WS-FMT-TRANCHES-EDIT.
           05  WS-FMT-TRANCHE OCCURS 4 TIMES.
               10  WS-FMT-TRANCHE-VAL PIC ZZZ9.
               10  FILLER            PIC X VALUE SPACE.
       01  WS-FMT-RETENUES           PIC ZZZZZZ9.
       01  WS-FMT-MAINTIEN           PIC ZZZZZZ9.
       01  WS-FMT-NB                 PIC ZZZZ9.
       01  WS-FMT-NB-2               PIC ZZZZ9.

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 1100-CHARGER-SALARIES
           PERFORM 1200-CHARGER-ABSENCES
           PERFORM 1300-CUMULER-RETENUES
           PERFORM 1400-CUMULER-MAINTIEN
           PERFORM 3000-ENTETE

           SORT SORT-FILE
               ON ASCENDING KEY SRT-ETABLISSEMENT
               ON ASCENDING KEY SRT-DEPARTEMENT
               ON ASCENDING KEY SRT-CENTRE
               INPUT PROCEDURE IS 4000-ENTREE-TRI
               OUTPUT PROCEDURE IS 5000-EDITION

           PERFORM 3200-EDITER-TOTAUX
           PERFORM 3300-EDITER-ALERTES
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-ALERTE-MINIMUM FROM ENVIRONMENT "ALERTE_MINIMUM"
           ACCEPT WS-ALERTE-COEF-TXT FROM ENVIRONMENT "ALERTE_COEF"
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           ACCEPT WS-DEMANDES-PATH FROM ENVIRONMENT "DEMANDES_FILE"
           ACCEPT WS-BULLETINS-PATH FROM ENVIRONMENT "BULLETINS_FILE"
           ACCEPT WS-MAINTIEN-PATH
               FROM ENVIRONMENT "MAINTIEN_SALAIRE_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "ABSENTEISME_RAPPORT_FILE"

           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           END-IF
           IF WS-DEMANDES-PATH = SPACES
               MOVE "../data/DEMANDES-ABSENCES.dat"
                   TO WS-DEMANDES-PATH
           END-IF
           IF WS-BULLETINS-PATH = SPACES
               MOVE "../data/BULLETINS.dat" TO WS-BULLETINS-PATH
           END-IF
           IF WS-MAINTIEN-PATH = SPACES
               MOVE "../data/MAINTIEN-SALAIRE.dat" TO WS-MAINTIEN-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/RAPPORT-ABSENTEISME.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           MOVE "sort-work" TO WS-SORT-PATH

           IF WS-PERIODE = 0
               DISPLAY "REPORT-ABSENTEISME|ERROR|0|PERIODE-MANQUANTE"
               STOP RUN
           END-IF
           IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
               DISPLAY "REPORT-ABSENTEISME|ERROR|0|PERIODE-INVALIDE="
                   WS-PERIODE
               STOP RUN
           END-IF
           IF WS-ALERTE-MINIMUM = 0
               MOVE 3 TO WS-ALERTE-MINIMUM
           END-IF
           IF WS-ALERTE-COEF-TXT NOT = SPACES
               COMPUTE WS-ALERTE-COEF =
                   FUNCTION NUMVAL(WS-ALERTE-COEF-TXT)
           END-IF
           IF WS-ALERTE-COEF <= 0
               MOVE 2 TO WS-ALERTE-COEF
           END-IF

      *    Fenêtre 1 : du 1er au dernier jour du mois de PERIODE ;
      *    fenêtre 2 : du 1er du mois situé onze mois plus tôt au
      *    dernier jour du mois de PERIODE. Le dernier jour du mois
      *    est la veille du 1er du mois suivant.
           COMPUTE WS-DATE-REF = WS-PERIODE * 100 + 1
           MOVE WS-DATE-REF TO WS-DAT-DATE
           PERFORM 8000-NUMERO-JOUR
           MOVE WS-SERIAL TO WS-FEN-DEBUT(1)
           IF WS-PER-MOIS = 12
               COMPUTE WS-DAT-DATE = (WS-PER-ANNEE + 1) * 10000 + 101
               COMPUTE WS-PERIODE-DEBUT = WS-PER-ANNEE * 100 + 1
           ELSE
               COMPUTE WS-DAT-DATE = WS-DATE-REF + 100
               COMPUTE WS-PERIODE-DEBUT =
                   (WS-PER-ANNEE - 1) * 100 + WS-PER-MOIS + 1
           END-IF
           PERFORM 8000-NUMERO-JOUR
           COMPUTE WS-FEN-FIN(1) = WS-SERIAL - 1
           MOVE WS-FEN-FIN(1) TO WS-FEN-FIN(2)
           COMPUTE WS-DAT-DATE = WS-PERIODE-DEBUT * 100 + 1
           PERFORM 8000-NUMERO-JOUR
           MOVE WS-SERIAL TO WS-FEN-DEBUT(2)
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 2
               COMPUTE WS-FEN-JOURS(WS-F) =
                   WS-FEN-FIN(WS-F) - WS-FEN-DEBUT(WS-F) + 1
           END-PERFORM

           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           MOVE "OUVRE" TO HSV-FONCTION
           MOVE WS-OPERATEUR TO HSV-OPERATEUR
           MOVE "REPORT-ABSENTEISME" TO HSV-PROGRAMME
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "REPORT-ABSENTEISME|ERROR|0|" HSV-MOTIF
               STOP RUN
           END-IF
           MOVE "ACCES" TO HSV-FONCTION
           MOVE "L" TO HSV-DROIT
           MOVE SPACES TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "REPORT-ABSENTEISME|ERROR|0|"
                   "HABILITATION-REFUSEE=" WS-OPERATEUR
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               DISPLAY "REPORT-ABSENTEISME|ERROR|0|OPEN-EMP="
                   WS-FS-EMP
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "REPORT-ABSENTEISME|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE EMPLOYEE-FILE
               STOP RUN
           END-IF

           DISPLAY "REPORT-ABSENTEISME|START|" WS-PERIODE "|0".

      ******************************************************************
       1100-CHARGER-SALARIES.
      ******************************************************************
      *    Salariés présents au contrat sur tout ou partie des douze
      *    mois, hors mandataires sociaux (sans contrat de travail)
      *    et hors périmètre de l'opérateur. Les jours théoriques de
      *    chaque fenêtre sont les jours calendaires de présence.
           PERFORM UNTIL EOF-EMP
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET EOF-EMP TO TRUE
               END-READ
               IF NOT EOF-EMP
                   AND NOT EMP-MANDATAIRE
                   PERFORM 1110-RETENIR-SALARIE THRU 1110-EXIT
               END-IF
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

      ******************************************************************
       1110-RETENIR-SALARIE.
      ******************************************************************
           MOVE 0 TO WS-SAL-SERIAL-ENTREE
           IF EMP-DATE-ENTREE NOT = 0
               MOVE EMP-DATE-ENTREE TO WS-DAT-DATE
               PERFORM 8000-NUMERO-JOUR
               MOVE WS-SERIAL TO WS-SAL-SERIAL-ENTREE
           END-IF
           MOVE 9999999 TO WS-SAL-SERIAL-SORTIE
           IF EMP-DATE-SORTIE NOT = 0
               MOVE EMP-DATE-SORTIE TO WS-DAT-DATE
               PERFORM 8000-NUMERO-JOUR
               MOVE WS-SERIAL TO WS-SAL-SERIAL-SORTIE
           END-IF
           IF WS-SAL-SERIAL-ENTREE > WS-FEN-FIN(2)
               OR WS-SAL-SERIAL-SORTIE < WS-FEN-DEBUT(2)
               GO TO 1110-EXIT
           END-IF

           MOVE "CTRL " TO HSV-FONCTION
           MOVE EMP-ETABLISSEMENT TO HSV-ETABLISSEMENT
           MOVE EMP-DEPARTEMENT TO HSV-DEPARTEMENT
           MOVE EMP-CLASSIFICATION TO HSV-CLASSIFICATION
           MOVE EMP-MATRICULE TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               ADD 1 TO WS-HORS-HABILITATION
               GO TO 1110-EXIT
           END-IF

           IF WS-SAL-COUNT >= WS-SAL-MAX
               DISPLAY "REPORT-ABSENTEISME|WARN|0|"
                   "SALARIE-TABLE-PLEINE=" EMP-MATRICULE
               GO TO 1110-EXIT
           END-IF

           MOVE EMP-ETABLISSEMENT TO WS-CLE-ETABLISSEMENT
           MOVE EMP-DEPARTEMENT TO WS-CLE-DEPARTEMENT
           MOVE EMP-CENTRE-ANALYTIQUE TO WS-CLE-CENTRE
           IF WS-CLE-CENTRE = SPACES
               MOVE "SIEGE" TO WS-CLE-CENTRE
           END-IF
           PERFORM 8200-TROUVER-GROUPE
           IF WS-GRP-TROUVE = 0
               GO TO 1110-EXIT
           END-IF

           ADD 1 TO WS-SAL-COUNT
           ADD 1 TO WS-NB-SALARIES
           MOVE EMP-MATRICULE TO WS-SAL-MATRICULE(WS-SAL-COUNT)
           MOVE WS-GRP-TROUVE TO WS-SAL-GRP(WS-SAL-COUNT)

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 2
               MOVE WS-SAL-SERIAL-ENTREE TO WS-INT-DEBUT
               MOVE WS-SAL-SERIAL-SORTIE TO WS-INT-FIN
               PERFORM 8100-INTERSECTER
               ADD WS-INT-JOURS
                   TO WS-GRP-JOURS-THEO(WS-GRP-TROUVE WS-F)
           END-PERFORM.

       1110-EXIT.
           EXIT.

      ******************************************************************
       1200-CHARGER-ABSENCES.
      ******************************************************************
      *    Les demandes sont lues dans l'ordre des clés (matricule
      *    puis date de début) : une demande de même motif qui
      *    commence au plus tard le lendemain de la fin de l'absence
      *    en cours la prolonge, sinon l'absence en cours est close
      *    et ventilée.
           MOVE SPACES TO WS-AC-MATRICULE
           OPEN INPUT DEMANDES-FILE
           IF WS-FS-DAB NOT = "00"
               DISPLAY "REPORT-ABSENTEISME|WARN|0|OPEN-DAB="
                   WS-FS-DAB
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-DAB
               READ DEMANDES-FILE NEXT RECORD
                   AT END SET EOF-DAB TO TRUE
               END-READ
               IF NOT EOF-DAB
                   AND (DAB-APPROUVEE OR DAB-EXTRAITE)
                   AND (DAB-TYPE-MALADIE OR DAB-TYPE-AT
                        OR DAB-TYPE-MATERNITE OR DAB-TYPE-SANS-SOLDE)
                   AND DAB-DATE-FIN >= DAB-DATE-DEBUT
                   PERFORM 1210-CUMULER-UNE-DEMANDE
               END-IF
           END-PERFORM
           PERFORM 1220-CLORE-ABSENCE THRU 1220-EXIT
           CLOSE DEMANDES-FILE.

      ******************************************************************
       1210-CUMULER-UNE-DEMANDE.
      ******************************************************************
           MOVE DAB-DATE-DEBUT TO WS-DAT-DATE
           PERFORM 8000-NUMERO-JOUR
           IF DAB-MATRICULE = WS-AC-MATRICULE
               AND DAB-TYPE = WS-AC-TYPE
               AND WS-SERIAL <= WS-AC-SERIAL-FIN + 1
               MOVE DAB-DATE-FIN TO WS-DAT-DATE
               PERFORM 8000-NUMERO-JOUR
               IF WS-SERIAL > WS-AC-SERIAL-FIN
                   MOVE WS-SERIAL TO WS-AC-SERIAL-FIN
               END-IF
           ELSE
               PERFORM 1220-CLORE-ABSENCE THRU 1220-EXIT
               MOVE DAB-MATRICULE  TO WS-AC-MATRICULE
               MOVE DAB-TYPE       TO WS-AC-TYPE
               MOVE WS-SERIAL      TO WS-AC-SERIAL-DEBUT
               MOVE DAB-DATE-FIN   TO WS-DAT-DATE
               PERFORM 8000-NUMERO-JOUR
               MOVE WS-SERIAL      TO WS-AC-SERIAL-FIN
           END-IF.

      ******************************************************************
       1220-CLORE-ABSENCE.
      ******************************************************************
      *    L'absence close est portée au groupe du salarié : jours
      *    tombant dans chaque fenêtre au titre de son motif ;
      *    absence, durée totale et tranche de durée pour la fenêtre
      *    où elle a commencé.
           IF WS-AC-MATRICULE = SPACES
               GO TO 1220-EXIT
           END-IF
           IF WS-AC-SERIAL-FIN < WS-FEN-DEBUT(2)
               OR WS-AC-SERIAL-DEBUT > WS-FEN-FIN(2)
               GO TO 1220-EXIT
           END-IF
           MOVE WS-AC-MATRICULE TO WS-SAL-CHERCHE
           PERFORM 8300-TROUVER-SALARIE
           IF WS-SAL-TROUVE = 0
               GO TO 1220-EXIT
           END-IF
           MOVE WS-SAL-GRP(WS-SAL-TROUVE) TO WS-GRP-IDX

           EVALUATE WS-AC-TYPE
               WHEN "MALADIE   "
                   MOVE 1 TO WS-AC-MOTIF
               WHEN "AT        "
                   MOVE 2 TO WS-AC-MOTIF
               WHEN "MATERNITE "
                   MOVE 3 TO WS-AC-MOTIF
               WHEN OTHER
                   MOVE 4 TO WS-AC-MOTIF
           END-EVALUATE
           COMPUTE WS-AC-JOURS =
               WS-AC-SERIAL-FIN - WS-AC-SERIAL-DEBUT + 1
           EVALUATE TRUE
               WHEN WS-AC-JOURS <= 3
                   MOVE 1 TO WS-AC-TRANCHE
               WHEN WS-AC-JOURS <= 30
                   MOVE 2 TO WS-AC-TRANCHE
               WHEN WS-AC-JOURS <= 90
                   MOVE 3 TO WS-AC-TRANCHE
               WHEN OTHER
                   MOVE 4 TO WS-AC-TRANCHE
           END-EVALUATE
           ADD 1 TO WS-NB-ABSENCES

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 2
               MOVE WS-AC-SERIAL-DEBUT TO WS-INT-DEBUT
               MOVE WS-AC-SERIAL-FIN TO WS-INT-FIN
               PERFORM 8100-INTERSECTER
               ADD WS-INT-JOURS
                   TO WS-GRP-JOURS-MOTIF(WS-GRP-IDX WS-F WS-AC-MOTIF)
               IF WS-AC-SERIAL-DEBUT >= WS-FEN-DEBUT(WS-F)
                   AND WS-AC-SERIAL-DEBUT <= WS-FEN-FIN(WS-F)
                   ADD 1 TO WS-GRP-NB-ABS(WS-GRP-IDX WS-F)
                   ADD WS-AC-JOURS
                       TO WS-GRP-DUREE-ABS(WS-GRP-IDX WS-F)
                   ADD 1 TO WS-GRP-NB-TRANCHE(WS-GRP-IDX WS-F
                                              WS-AC-TRANCHE)
               END-IF
           END-PERFORM.

       1220-EXIT.
           EXIT.

      ******************************************************************
       1300-CUMULER-RETENUES.
      ******************************************************************
      *    Retenues pour absence des bulletins des douze périodes
      *    (et de la seule période PERIODE pour le mois).
           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "REPORT-ABSENTEISME|WARN|0|OPEN-BUL="
                   WS-FS-BUL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-BUL
               READ BULLETINS-FILE
                   AT END SET EOF-BUL TO TRUE
               END-READ
               IF NOT EOF-BUL
                   AND PAI-PERIODE >= WS-PERIODE-DEBUT
                   AND PAI-PERIODE <= WS-PERIODE
                   AND PAI-ABSENCE-MONTANT NOT = 0
                   MOVE PAI-MATRICULE TO WS-SAL-CHERCHE
                   PERFORM 8300-TROUVER-SALARIE
                   IF WS-SAL-TROUVE NOT = 0
                       MOVE WS-SAL-GRP(WS-SAL-TROUVE) TO WS-GRP-IDX
                       ADD PAI-ABSENCE-MONTANT
                           TO WS-GRP-RETENUES(WS-GRP-IDX 2)
                       IF PAI-PERIODE = WS-PERIODE
                           ADD PAI-ABSENCE-MONTANT
                               TO WS-GRP-RETENUES(WS-GRP-IDX 1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BULLETINS-FILE.

      ******************************************************************
       1400-CUMULER-MAINTIEN.
      ******************************************************************
      *    Complément employeur du maintien de salaire : les douze
      *    cases du compteur couvrent exactement la fenêtre glissante.
           OPEN INPUT MAINTIEN-FILE
           IF WS-FS-MSA = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-MSA NOT = "00"
               DISPLAY "REPORT-ABSENTEISME|WARN|0|OPEN-MSA="
                   WS-FS-MSA
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-MSA
               READ MAINTIEN-FILE NEXT RECORD
                   AT END SET EOF-MSA TO TRUE
               END-READ
               IF NOT EOF-MSA
                   MOVE MSA-MATRICULE TO WS-SAL-CHERCHE
                   PERFORM 8300-TROUVER-SALARIE
                   IF WS-SAL-TROUVE NOT = 0
                       MOVE WS-SAL-GRP(WS-SAL-TROUVE) TO WS-GRP-IDX
                       PERFORM 1410-CUMULER-CASES
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MAINTIEN-FILE.

      ******************************************************************
       1410-CUMULER-CASES.
      ******************************************************************
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1 UNTIL WS-SAL-IDX > 12
               IF MSA-PERIODE(WS-SAL-IDX) >= WS-PERIODE-DEBUT
                   AND MSA-PERIODE(WS-SAL-IDX) <= WS-PERIODE
                   ADD MSA-COMPLEMENT(WS-SAL-IDX)
                       TO WS-GRP-MAINTIEN(WS-GRP-IDX 2)
                   IF MSA-PERIODE(WS-SAL-IDX) = WS-PERIODE
                       ADD MSA-COMPLEMENT(WS-SAL-IDX)
                           TO WS-GRP-MAINTIEN(WS-GRP-IDX 1)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       3000-ENTETE.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  ABSENTEISME PAR ETABLISSEMENT, DEPARTEMENT ET "
               "CENTRE ANALYTIQUE - PERIODE " WS-PERIODE
               " (MOIS ET 12 MOIS GLISSANTS DEPUIS "
               WS-PERIODE-DEBUT ")"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  JOURS CALENDAIRES. TAUX = JOURS D'ABSENCE / JOURS"
               " THEORIQUES ; FREQ = ABSENCES COMMENCEES POUR 100 "
               "SALARIES ; GRAV = DUREE MOYENNE"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  ETAB DEPARTEMENT  CENTRE  FEN.  EFFMOY   TAUX"
               "% NBABS   FREQ   GRAV MALAD AT/MP MATER SSOLD"
               "  1-3 4-30  -90  +90 RETENUE MAINTIEN"
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
           MOVE WS-CUMUL-TOTAL TO WS-CUMUL-EDITE
           MOVE "TOTAL GENERAL" TO WS-LIB-GROUPE
           MOVE SPACES TO WS-MARQUE-ALERTE
           PERFORM 6200-EDITER-FENETRES

           MOVE SPACES TO WS-LINE
           MOVE WS-NB-SALARIES TO WS-FMT-NB
           MOVE WS-NB-ABSENCES TO WS-FMT-NB-2
           STRING "  SALARIES ANALYSES " WS-FMT-NB
               "   ABSENCES RECONSTITUEES " WS-FMT-NB-2
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3300-EDITER-ALERTES.
      ******************************************************************
      *    Alerte précoce : absences courtes du mois au-delà du seuil
      *    du groupe.
           MOVE SPACES TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           MOVE WS-ALERTE-MINIMUM TO WS-FMT-NB
           MOVE WS-ALERTE-COEF TO WS-FMT-GRAVITE
           STRING "  ALERTES ABSENCES COURTES (1 A 3 JOURS) : AU MOINS "
               WS-FMT-NB " DANS LE MOIS ET PLUS DE " WS-FMT-GRAVITE
               " FOIS LA MOYENNE DES 11 MOIS PRECEDENTS"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-ALERTE(WS-GRP-IDX) = 1
                   PERFORM 3310-EDITER-UNE-ALERTE
               END-IF
           END-PERFORM

           IF WS-NB-ALERTES = 0
               MOVE "  AUCUNE ALERTE" TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3310-EDITER-UNE-ALERTE.
      ******************************************************************
           MOVE WS-GRP-NB-TRANCHE(WS-GRP-IDX 1 1) TO WS-COURTES-MOIS
           COMPUTE WS-COURTES-MOYENNE ROUNDED =
               (WS-GRP-NB-TRANCHE(WS-GRP-IDX 2 1) - WS-COURTES-MOIS)
               / 11
           MOVE WS-COURTES-MOIS TO WS-FMT-NB
           MOVE WS-COURTES-MOYENNE TO WS-FMT-GRAVITE
           MOVE SPACES TO WS-LINE
           STRING "  " WS-GRP-ETABLISSEMENT(WS-GRP-IDX) " "
               WS-GRP-DEPARTEMENT(WS-GRP-IDX) " "
               WS-GRP-CENTRE(WS-GRP-IDX)
               "  ABSENCES COURTES DU MOIS " WS-FMT-NB
               "  MOYENNE MENSUELLE ANTERIEURE " WS-FMT-GRAVITE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           DISPLAY "REPORT-ABSENTEISME|WARN|0|ALERTE-ABSENCES-COURTES="
               WS-GRP-ETABLISSEMENT(WS-GRP-IDX) "/"
               WS-GRP-DEPARTEMENT(WS-GRP-IDX) "/"
               WS-GRP-CENTRE(WS-GRP-IDX) " " WS-COURTES-MOIS.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE RAPPORT-FILE
           MOVE "FERME" TO HSV-FONCTION
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF WS-HORS-HABILITATION > 0
               DISPLAY "REPORT-ABSENTEISME|WARN|0|HORS-HABILITATION="
                   WS-HORS-HABILITATION
           END-IF

           DISPLAY "REPORT-ABSENTEISME|DONE|" WS-NB-SALARIES "|"
               WS-NB-ALERTES.

      ******************************************************************
       4000-ENTREE-TRI SECTION.
      ******************************************************************
       4000-ENTREE-PROC.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               MOVE WS-GRP-ETABLISSEMENT(WS-GRP-IDX)
                   TO SRT-ETABLISSEMENT
               MOVE WS-GRP-DEPARTEMENT(WS-GRP-IDX) TO SRT-DEPARTEMENT
               MOVE WS-GRP-CENTRE(WS-GRP-IDX) TO SRT-CENTRE
               MOVE WS-GRP-IDX TO SRT-GRP-IDX
               RELEASE SORT-RECORD
           END-PERFORM.

       4000-ENTREE-EXIT.
           EXIT.

      ******************************************************************
       5000-EDITION SECTION.
      ******************************************************************
       5000-EDITION-PROC.
           INITIALIZE WS-CUMUL-TOTAL
           RETURN SORT-FILE
               AT END GO TO 5000-EDITION-EXIT
           END-RETURN

           PERFORM UNTIL 1 = 0
               IF NOT ETB-OUVERT
                   OR SRT-ETABLISSEMENT NOT = WS-ETB-COURANT
                   IF ETB-OUVERT
                       PERFORM 6300-EDITER-SOUS-TOTAL
                   END-IF
                   MOVE SRT-ETABLISSEMENT TO WS-ETB-COURANT
                   SET ETB-OUVERT TO TRUE
                   INITIALIZE WS-CUMUL-ETAB
               END-IF
               PERFORM 6100-EDITER-GROUPE
               RETURN SORT-FILE
                   AT END GO TO 5000-EDITION-EXIT
               END-RETURN
           END-PERFORM.

       5000-EDITION-EXIT.
           IF ETB-OUVERT
               PERFORM 6300-EDITER-SOUS-TOTAL
           END-IF.

      ******************************************************************
       6000-EDITION-LIGNES SECTION.
      ******************************************************************
       6100-EDITER-GROUPE.
           MOVE SRT-GRP-IDX TO WS-GRP-IDX
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 2
               MOVE WS-GRP-FEN(WS-GRP-IDX WS-F) TO WS-CUM-FEN(WS-F)
               PERFORM 6110-AJOUTER-CUMULS
           END-PERFORM

      *    Absences courtes du mois comparées à la moyenne mensuelle
      *    des onze mois précédents du même groupe.
           MOVE WS-GRP-NB-TRANCHE(WS-GRP-IDX 1 1) TO WS-COURTES-MOIS
           COMPUTE WS-COURTES-MOYENNE ROUNDED =
               (WS-GRP-NB-TRANCHE(WS-GRP-IDX 2 1) - WS-COURTES-MOIS)
               / 11
           COMPUTE WS-COURTES-SEUIL ROUNDED =
               WS-COURTES-MOYENNE * WS-ALERTE-COEF
           MOVE SPACES TO WS-MARQUE-ALERTE
           IF WS-COURTES-MOIS >= WS-ALERTE-MINIMUM
               AND WS-COURTES-MOIS > WS-COURTES-SEUIL
               MOVE 1 TO WS-GRP-ALERTE(WS-GRP-IDX)
               ADD 1 TO WS-NB-ALERTES
               MOVE " *" TO WS-MARQUE-ALERTE
           END-IF

           MOVE SPACES TO WS-LIB-GROUPE
           STRING WS-GRP-ETABLISSEMENT(WS-GRP-IDX) " "
               WS-GRP-DEPARTEMENT(WS-GRP-IDX) " "
               WS-GRP-CENTRE(WS-GRP-IDX)
               DELIMITED SIZE INTO WS-LIB-GROUPE
           PERFORM 6200-EDITER-FENETRES.

       6110-AJOUTER-CUMULS.
           ADD WS-CUM-JOURS-THEO(WS-F) TO WS-ETB-JOURS-THEO(WS-F)
           ADD WS-CUM-JOURS-THEO(WS-F) TO WS-TOT-JOURS-THEO(WS-F)
           ADD WS-CUM-NB-ABS(WS-F) TO WS-ETB-NB-ABS(WS-F)
           ADD WS-CUM-NB-ABS(WS-F) TO WS-TOT-NB-ABS(WS-F)
           ADD WS-CUM-DUREE-ABS(WS-F) TO WS-ETB-DUREE-ABS(WS-F)
           ADD WS-CUM-DUREE-ABS(WS-F) TO WS-TOT-DUREE-ABS(WS-F)
           ADD WS-CUM-RETENUES(WS-F) TO WS-ETB-RETENUES(WS-F)
           ADD WS-CUM-RETENUES(WS-F) TO WS-TOT-RETENUES(WS-F)
           ADD WS-CUM-MAINTIEN(WS-F) TO WS-ETB-MAINTIEN(WS-F)
           ADD WS-CUM-MAINTIEN(WS-F) TO WS-TOT-MAINTIEN(WS-F)
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               ADD WS-CUM-JOURS-MOTIF(WS-F WS-M)
                   TO WS-ETB-JOURS-MOTIF(WS-F WS-M)
               ADD WS-CUM-JOURS-MOTIF(WS-F WS-M)
                   TO WS-TOT-JOURS-MOTIF(WS-F WS-M)
               ADD WS-CUM-NB-TRANCHE(WS-F WS-M)
                   TO WS-ETB-NB-TRANCHE(WS-F WS-M)
               ADD WS-CUM-NB-TRANCHE(WS-F WS-M)
                   TO WS-TOT-NB-TRANCHE(WS-F WS-M)
           END-PERFORM.

       6200-EDITER-FENETRES.
      *    Une ligne par fenêtre pour le cumul WS-CUMUL-EDITE ; le
      *    libellé du groupe n'est porté que sur la ligne du mois.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 2
               PERFORM 6210-CALCULER-INDICATEURS
               MOVE WS-EFFECTIF-MOYEN TO WS-FMT-EFFECTIF
               MOVE WS-TAUX TO WS-FMT-TAUX
               MOVE WS-CUM-NB-ABS(WS-F) TO WS-FMT-NB-ABS
               MOVE WS-FREQUENCE TO WS-FMT-FREQUENCE
               MOVE WS-GRAVITE TO WS-FMT-GRAVITE
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
                   MOVE WS-CUM-JOURS-MOTIF(WS-F WS-M)
                       TO WS-FMT-JOURS-VAL(WS-M)
                   MOVE WS-CUM-NB-TRANCHE(WS-F WS-M)
                       TO WS-FMT-TRANCHE-VAL(WS-M)
               END-PERFORM
               COMPUTE WS-FMT-RETENUES ROUNDED =
                   WS-CUM-RETENUES(WS-F)
               COMPUTE WS-FMT-MAINTIEN ROUNDED =
                   WS-CUM-MAINTIEN(WS-F)

               IF WS-F = 1
                   MOVE "MOIS " TO WS-LIB-FENETRE
               ELSE
                   MOVE "12M  " TO WS-LIB-FENETRE
                   MOVE SPACES TO WS-LIB-GROUPE
                   MOVE SPACES TO WS-MARQUE-ALERTE
               END-IF
               MOVE SPACES TO WS-LINE
               STRING "  " WS-LIB-GROUPE " " WS-LIB-FENETRE " "
                   WS-FMT-EFFECTIF "  " WS-FMT-TAUX " "
                   WS-FMT-NB-ABS " " WS-FMT-FREQUENCE " "
                   WS-FMT-GRAVITE " " WS-FMT-JOURS-EDIT
                   WS-FMT-TRANCHES-EDIT WS-FMT-RETENUES "  "
                   WS-FMT-MAINTIEN WS-MARQUE-ALERTE
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-PERFORM.

       6210-CALCULER-INDICATEURS.
           MOVE 0 TO WS-EFFECTIF-MOYEN
           MOVE 0 TO WS-TAUX
           MOVE 0 TO WS-FREQUENCE
           MOVE 0 TO WS-GRAVITE
           MOVE 0 TO WS-JOURS-ABSENCE
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               ADD WS-CUM-JOURS-MOTIF(WS-F WS-M) TO WS-JOURS-ABSENCE
           END-PERFORM
           IF WS-CUM-JOURS-THEO(WS-F) > 0
               COMPUTE WS-EFFECTIF-MOYEN ROUNDED =
                   WS-CUM-JOURS-THEO(WS-F) / WS-FEN-JOURS(WS-F)
               COMPUTE WS-TAUX ROUNDED =
                   WS-JOURS-ABSENCE * 100 / WS-CUM-JOURS-THEO(WS-F)
           END-IF
           IF WS-EFFECTIF-MOYEN > 0
               COMPUTE WS-FREQUENCE ROUNDED =
                   WS-CUM-NB-ABS(WS-F) * 100 / WS-EFFECTIF-MOYEN
           END-IF
           IF WS-CUM-NB-ABS(WS-F) > 0
               COMPUTE WS-GRAVITE ROUNDED =
                   WS-CUM-DUREE-ABS(WS-F) / WS-CUM-NB-ABS(WS-F)
           END-IF.

       6300-EDITER-SOUS-TOTAL.
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-CUMUL-ETAB TO WS-CUMUL-EDITE
           MOVE SPACES TO WS-LIB-GROUPE
           STRING "TOTAL ETAB " WS-ETB-COURANT
               DELIMITED SIZE INTO WS-LIB-GROUPE
           MOVE SPACES TO WS-MARQUE-ALERTE
           PERFORM 6200-EDITER-FENETRES
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE 0 TO WS-ETB-OUVERT.

      ******************************************************************
       8000-CALCULS SECTION.
      ******************************************************************
       8000-NUMERO-JOUR.
      *    Numéro de jour civil de WS-DAT-DATE (années, quantièmes et
      *    bissextiles cumulés), comme dans REPORT-SUIVI-MEDICAL : la
      *    différence de deux numéros donne un nombre de jours.
           DIVIDE WS-DAT-DATE BY 10000
               GIVING WS-DAT-ANNEE REMAINDER WS-DAT-RESTE
           DIVIDE WS-DAT-RESTE BY 100
               GIVING WS-DAT-MOIS REMAINDER WS-DAT-JOUR
           IF WS-DAT-MOIS < 1 OR WS-DAT-MOIS > 12
               MOVE 0 TO WS-SERIAL
               EXIT PARAGRAPH
           END-IF

      *    Quotients entiers calculés séparément : un COMPUTE unique
      *    conserverait les fractions intermédiaires.
           DIVIDE WS-DAT-ANNEE BY 4 GIVING WS-QUART
           DIVIDE WS-DAT-ANNEE BY 100 GIVING WS-CENT
           DIVIDE WS-DAT-ANNEE BY 400 GIVING WS-QUATRE-CENTS

           COMPUTE WS-SERIAL =
               365 * WS-DAT-ANNEE
               + WS-QUART - WS-CENT + WS-QUATRE-CENTS
               + WS-CUMUL-JOURS(WS-DAT-MOIS)
               + WS-DAT-JOUR

      *    L'année en cours est comptée bissextile par les divisions
      *    ci-dessus dès janvier : on retire le 29 février tant qu'il
      *    n'est pas atteint.
           IF WS-DAT-MOIS <= 2
               IF FUNCTION MOD(WS-DAT-ANNEE 4) = 0
                   AND (FUNCTION MOD(WS-DAT-ANNEE 100) NOT = 0
                       OR FUNCTION MOD(WS-DAT-ANNEE 400) = 0)
                   SUBTRACT 1 FROM WS-SERIAL
               END-IF
           END-IF.

       8100-INTERSECTER.
      *    Jours communs à [WS-INT-DEBUT, WS-INT-FIN] et à la
      *    fenêtre WS-F (bornes modifiées en place).
           IF WS-INT-DEBUT < WS-FEN-DEBUT(WS-F)
               MOVE WS-FEN-DEBUT(WS-F) TO WS-INT-DEBUT
           END-IF
           IF WS-INT-FIN > WS-FEN-FIN(WS-F)
               MOVE WS-FEN-FIN(WS-F) TO WS-INT-FIN
           END-IF
           IF WS-INT-FIN < WS-INT-DEBUT
               MOVE 0 TO WS-INT-JOURS
           ELSE
               COMPUTE WS-INT-JOURS = WS-INT-FIN - WS-INT-DEBUT + 1
           END-IF.

       8200-TROUVER-GROUPE.
      *    Groupe établissement / département / centre ; créé à sa
      *    première rencontre (WS-GRP-TROUVE à zéro si table pleine).
           MOVE 0 TO WS-GRP-TROUVE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-ETABLISSEMENT(WS-GRP-IDX)
                       = WS-CLE-ETABLISSEMENT
                   AND WS-GRP-DEPARTEMENT(WS-GRP-IDX)
                       = WS-CLE-DEPARTEMENT
                   AND WS-GRP-CENTRE(WS-GRP-IDX) = WS-CLE-CENTRE
                   MOVE WS-GRP-IDX TO WS-GRP-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GRP-TROUVE = 0
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   DISPLAY "REPORT-ABSENTEISME|WARN|0|"
                       "GROUPE-TABLE-PLEINE=" WS-CLE-ETABLISSEMENT
                       "/" WS-CLE-DEPARTEMENT "/" WS-CLE-CENTRE
               ELSE
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-TROUVE
                   INITIALIZE WS-GRP-ENTRY(WS-GRP-TROUVE)
                   MOVE WS-CLE-ETABLISSEMENT
                       TO WS-GRP-ETABLISSEMENT(WS-GRP-TROUVE)
                   MOVE WS-CLE-DEPARTEMENT
                       TO WS-GRP-DEPARTEMENT(WS-GRP-TROUVE)
                   MOVE WS-CLE-CENTRE
                       TO WS-GRP-CENTRE(WS-GRP-TROUVE)
               END-IF
           END-IF.

       8300-TROUVER-SALARIE.
           MOVE 0 TO WS-SAL-TROUVE
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                   UNTIL WS-SAL-IDX > WS-SAL-COUNT
               IF WS-SAL-MATRICULE(WS-SAL-IDX) = WS-SAL-CHERCHE
                   MOVE WS-SAL-IDX TO WS-SAL-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
