       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-SUIVI-MEDICAL.
      ******************************************************************
      * REPORT-SUIVI-MEDICAL — État mensuel du suivi de l'état de
      * santé des salariés (visites en retard et à venir)
      * Pour la période demandée (variable PERIODE, AAAAMM), la date
      * de référence est le 1er du mois. Pour chaque salarié actif,
      * le programme détermine les échéances de visite à partir de
      * l'historique VISITES-MEDICALES.dat (tenu par
      * MAINT-VISITE-MEDICALE) et les édite par établissement :
      *   - EN RETARD : échéance antérieure à la date de référence ;
      *   - A VENIR   : échéance dans les trois mois qui suivent.
      * Échéances suivies :
      *   - visite d'information et de prévention dans les trois mois
      *     de la prise effective du poste (Art. R4624-10 C. trav.),
      *     préalable à l'affectation pour un travailleur de nuit
      *     (Art. R4624-18) ;
      *   - renouvellement tous les cinq ans, ramené à trois ans en
      *     suivi renforcé — travailleur de nuit ou bénéficiaire de
      *     l'obligation d'emploi RQTH (Art. R4624-16 et R4624-17) —
      *     ou à la date plus proche fixée par le professionnel de
      *     santé lors de la dernière visite ;
      *   - visite de reprise dans les huit jours de la reprise du
      *     travail après un congé de maternité, un arrêt pour
      *     accident du travail d'au moins 30 jours ou un arrêt pour
      *     maladie ou accident non professionnel d'au moins 60 jours
      *     (Art. R4624-31).
      * Travailleur de nuit : au moins 270 heures de nuit
      * (PAI-HEURES-NUIT) sur les douze périodes de paie qui
      * s'achèvent à PERIODE (Art. R3122-8). Les arrêts sont lus dans
      * DEMANDES-ABSENCES.dat (demandes approuvées ou extraites) ; des
      * demandes successives de même nature sans interruption forment
      * un seul arrêt. Seuls les arrêts terminés depuis moins de douze
      * mois sont examinés.
      * Entrée : PERIODE, EMPLOYEE_FILE, VISITES_MEDICALES_FILE,
      * BULLETINS_FILE, DEMANDES_FILE, ETABLISSEMENTS_FILE ;
      * sortie : SUIVI_MEDICAL_RAPPORT_FILE (défaut
      * ../data/RAPPORT-SUIVI-MEDICAL.txt).
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

           SELECT VISITE-FILE
               ASSIGN TO WS-VISITE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VMD-CLE
               FILE STATUS IS WS-FS-VMD.

           SELECT BULLETINS-FILE
               ASSIGN TO WS-BULLETINS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BUL.

           SELECT DEMANDES-FILE
               ASSIGN TO WS-DEMANDES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DAB-CLE
               FILE STATUS IS WS-FS-DAB.

           SELECT ETABLISSEMENTS-FILE
               ASSIGN TO WS-ETB-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETB-CLE
               FILE STATUS IS WS-FS-ETB.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  VISITE-FILE.
       COPY "VISITE-MEDICALE-RECORD.cpy".

       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".

       FD  DEMANDES-FILE.
       COPY "DEMANDE-ABSENCE-RECORD.cpy".

       FD  ETABLISSEMENTS-FILE.
       COPY "ETABLISSEMENT-RECORD.cpy".

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-VISITE-PATH            PIC X(256).
       01  WS-BULLETINS-PATH         PIC X(256).
       01  WS-DEMANDES-PATH          PIC X(256).
       01  WS-ETB-PATH               PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-VMD                 PIC XX.
       01  WS-FS-BUL                 PIC XX.
       01  WS-FS-DAB                 PIC XX.
       01  WS-FS-ETB                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       COPY "ETABLISSEMENT-TABLE.cpy".
       01  WS-ETB-DATE-REF           PIC 9(8) VALUE 0.
       01  WS-ETAB-IDX               PIC 9(2).

       01  WS-PERIODE                PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-ANNEE          PIC 9(4).
           05  WS-PER-MOIS           PIC 9(2).
      *    Première des douze périodes de paie prises en compte pour
      *    le décompte des heures de nuit
       01  WS-PERIODE-DEBUT          PIC 9(6).

      *    --- Dates de référence ---
       01  WS-DATE-REF               PIC 9(8).
       01  WS-DATE-HORIZON           PIC 9(8).
       01  WS-DATE-DEBUT-ARRETS      PIC 9(8).

      *    --- Seuils réglementaires ---
       01  WS-SEUIL-HEURES-NUIT      PIC S9(5)V99 COMP-3 VALUE 270.
       01  WS-SEUIL-ARRET-MALADIE    PIC 9(3) VALUE 60.
       01  WS-SEUIL-ARRET-AT         PIC 9(3) VALUE 30.
       01  WS-DELAI-VIP-MOIS         PIC 9(2) VALUE 3.
       01  WS-DELAI-REPRISE-JOURS    PIC 9(2) VALUE 8.
       01  WS-PERIODICITE-GENERAL    PIC 9(2) VALUE 60.
       01  WS-PERIODICITE-RENFORCE   PIC 9(2) VALUE 36.
       01  WS-HORIZON-MOIS           PIC 9(2) VALUE 3.

       01  WS-EOF                    PIC 9 VALUE 0.
           88  EOF-EMP               VALUE 1.
       01  WS-EOF-VMD                PIC 9 VALUE 0.
           88  EOF-VMD               VALUE 1.
       01  WS-EOF-BUL                PIC 9 VALUE 0.
           88  EOF-BUL               VALUE 1.
       01  WS-EOF-DAB                PIC 9 VALUE 0.
           88  EOF-DAB               VALUE 1.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.
       01  WS-VMD-PRESENT            PIC 9 VALUE 1.
           88  VMD-PRESENT           VALUE 1.
           88  VMD-ABSENT            VALUE 0.

      *    --- Heures de nuit des douze dernières périodes ---
       01  WS-NUIT-COUNT             PIC 9(4) VALUE 0.
       01  WS-NUIT-MAX               PIC 9(4) VALUE 2000.
       01  WS-NUIT-TABLE.
           05  WS-NUIT-ENTRY OCCURS 2000 TIMES.
               10  WS-NUIT-MATRICULE PIC X(8).
               10  WS-NUIT-HEURES    PIC S9(7)V99 COMP-3.
       01  WS-NUIT-IDX               PIC 9(4).
       01  WS-NUIT-TROUVE            PIC 9(4).

      *    --- Arrêts ouvrant droit à une visite de reprise ---
       01  WS-ARR-COUNT              PIC 9(4) VALUE 0.
       01  WS-ARR-MAX                PIC 9(4) VALUE 1000.
       01  WS-ARR-TABLE.
           05  WS-ARR-ENTRY OCCURS 1000 TIMES.
               10  WS-ARR-MATRICULE  PIC X(8).
               10  WS-ARR-TYPE       PIC X(10).
               10  WS-ARR-DEBUT      PIC 9(8).
               10  WS-ARR-FIN        PIC 9(8).
               10  WS-ARR-JOURS      PIC 9(5).
       01  WS-ARR-IDX                PIC 9(4).

      *    Arrêt en cours de constitution pendant la lecture des
      *    demandes (demandes successives fusionnées)
       01  WS-AC-MATRICULE           PIC X(8) VALUE SPACES.
       01  WS-AC-TYPE                PIC X(10).
       01  WS-AC-DEBUT               PIC 9(8).
       01  WS-AC-FIN                 PIC 9(8).
       01  WS-AC-SERIAL-DEBUT        PIC 9(7).
       01  WS-AC-SERIAL-FIN          PIC 9(7).
       01  WS-AC-JOURS               PIC 9(5).

      *    --- Échéances retenues pour l'édition ---
       01  WS-RES-COUNT              PIC 9(4) VALUE 0.
       01  WS-RES-MAX                PIC 9(4) VALUE 3000.
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY OCCURS 3000 TIMES.
               10  WS-RES-ETAB       PIC X(4).
               10  WS-RES-MATRICULE  PIC X(8).
               10  WS-RES-NOM        PIC X(25).
               10  WS-RES-REGIME     PIC X(8).
               10  WS-RES-OBLIGATION PIC X(22).
               10  WS-RES-ECHEANCE   PIC 9(8).
               10  WS-RES-STATUT     PIC X(9).
               10  WS-RES-MOTIF      PIC X(42).
               10  WS-RES-EDITE      PIC 9.
       01  WS-RES-IDX                PIC 9(4).

      *    --- Salarié en cours ---
       01  WS-NOM                    PIC X(25).
       01  WS-REGIME                 PIC X(8).
           88  WS-REGIME-GENERAL     VALUE "GENERAL ".
           88  WS-REGIME-RENFORCE    VALUE "RENFORCE".
       01  WS-NUIT                   PIC 9 VALUE 0.
           88  WS-TRAVAILLEUR-NUIT   VALUE 1.
       01  WS-DERN-SUIVI             PIC 9(8).
       01  WS-DERN-PROCHAINE         PIC 9(8).
       01  WS-DERN-REPRISE           PIC 9(8).
       01  WS-OBLIGATION             PIC X(22).
       01  WS-ECHEANCE               PIC 9(8).
       01  WS-MOTIF                  PIC X(42).
       01  WS-SERIAL-ECHEANCE        PIC 9(7).
       01  WS-REPRISE-FAITE          PIC 9.
       01  WS-FMT-JOURS              PIC ZZZZ9.

      *    --- Ajout de mois / de jours à une date AAAAMMJJ ---
       01  WS-AM-DATE                PIC 9(8).
       01  WS-AM-NB-MOIS             PIC 9(3).
       01  WS-AM-NB-JOURS            PIC 9(2).
       01  WS-AM-RESULTAT            PIC 9(8).
       01  WS-AM-TOTAL-MOIS          PIC 9(6).
       01  WS-AM-FIN-MOIS            PIC 9(2).

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
      *    Nombre de jours de chaque mois (février hors bissextile)
       01  WS-MOIS-LONGUEUR-DATA.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 28.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
       01  WS-MOIS-LONGUEUR REDEFINES WS-MOIS-LONGUEUR-DATA.
           05  WS-JOURS-MOIS OCCURS 12 TIMES PIC 9(2).

      *    --- Totaux ---
       01  WS-NB-SALARIES            PIC 9(5) VALUE 0.
       01  WS-NB-RETARD              PIC 9(5) VALUE 0.
       01  WS-NB-A-VENIR             PIC 9(5) VALUE 0.
       01  WS-NB-REPRISE-RETARD      PIC 9(5) VALUE 0.
       01  WS-ETB-NB-RETARD          PIC 9(5).
       01  WS-ETB-NB-A-VENIR         PIC 9(5).
       01  WS-ETB-CODE               PIC X(4).
       01  WS-ETB-NOM                PIC X(40).

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".
       01  WS-FMT-NB                 PIC ZZZZ9.
       01  WS-FMT-NB-2               PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 1100-CUMULER-HEURES-NUIT
           PERFORM 1200-CHARGER-ARRETS
           PERFORM 2000-EXAMINER-SALARIES
           PERFORM 3000-EDITER-RAPPORT
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           ACCEPT WS-VISITE-PATH
               FROM ENVIRONMENT "VISITES_MEDICALES_FILE"
           ACCEPT WS-BULLETINS-PATH FROM ENVIRONMENT "BULLETINS_FILE"
           ACCEPT WS-DEMANDES-PATH FROM ENVIRONMENT "DEMANDES_FILE"
           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "SUIVI_MEDICAL_RAPPORT_FILE"

           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           END-IF
           IF WS-VISITE-PATH = SPACES
               MOVE "../data/VISITES-MEDICALES.dat" TO WS-VISITE-PATH
           END-IF
           IF WS-BULLETINS-PATH = SPACES
               MOVE "../data/BULLETINS.dat" TO WS-BULLETINS-PATH
           END-IF
           IF WS-DEMANDES-PATH = SPACES
               MOVE "../data/DEMANDES-ABSENCES.dat"
                   TO WS-DEMANDES-PATH
           END-IF
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/RAPPORT-SUIVI-MEDICAL.txt"
                   TO WS-RAPPORT-PATH
           END-IF

           IF WS-PERIODE = 0
               DISPLAY "REPORT-SUIVI-MEDICAL|ERROR|0|PERIODE-MANQUANTE"
               STOP RUN
           END-IF
           IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
               DISPLAY "REPORT-SUIVI-MEDICAL|ERROR|0|PERIODE-INVALIDE="
                   WS-PERIODE
               STOP RUN
           END-IF

      *    Date de référence au 1er du mois, horizon à trois mois,
      *    arrêts terminés depuis moins de douze mois, heures de nuit
      *    des douze périodes qui s'achèvent à PERIODE.
           COMPUTE WS-DATE-REF = WS-PERIODE * 100 + 1
           MOVE WS-DATE-REF TO WS-AM-DATE
           MOVE WS-HORIZON-MOIS TO WS-AM-NB-MOIS
           PERFORM 8100-AJOUTER-MOIS
           MOVE WS-AM-RESULTAT TO WS-DATE-HORIZON
           COMPUTE WS-DATE-DEBUT-ARRETS = WS-DATE-REF - 10000
           IF WS-PER-MOIS = 12
               COMPUTE WS-PERIODE-DEBUT = WS-PER-ANNEE * 100 + 1
           ELSE
               COMPUTE WS-PERIODE-DEBUT =
                   (WS-PER-ANNEE - 1) * 100 + WS-PER-MOIS + 1
           END-IF

           MOVE WS-DATE-REF TO WS-ETB-DATE-REF
           PERFORM 1050-CHARGER-ETABLISSEMENTS

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               DISPLAY "REPORT-SUIVI-MEDICAL|ERROR|0|OPEN-EMP="
                   WS-FS-EMP
               STOP RUN
           END-IF

      *    Sans historique de visites, toutes les échéances sont
      *    calculées depuis l'entrée du salarié.
           OPEN INPUT VISITE-FILE
           IF WS-FS-VMD = "35"
               SET VMD-ABSENT TO TRUE
               DISPLAY "REPORT-SUIVI-MEDICAL|WARN|0|VISITES-ABSENTES"
           ELSE
               IF WS-FS-VMD NOT = "00"
                   DISPLAY "REPORT-SUIVI-MEDICAL|ERROR|0|OPEN-VMD="
                       WS-FS-VMD
                   CLOSE EMPLOYEE-FILE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "REPORT-SUIVI-MEDICAL|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE EMPLOYEE-FILE
               IF VMD-PRESENT
                   CLOSE VISITE-FILE
               END-IF
               STOP RUN
           END-IF

           DISPLAY "REPORT-SUIVI-MEDICAL|START|" WS-PERIODE "|0".

      ******************************************************************
       1050-CHARGER-ETABLISSEMENTS.
      ******************************************************************
      *    Référentiel ETABLISSEMENTS.dat lu dans l'ordre des clés
      *    (code puis date d'effet) : une entrée par code, portant la
      *    ligne la plus récente en vigueur à la date de référence.
           MOVE 0 TO ETAB-COUNT
           MOVE 0 TO WS-EOF-ETB
           OPEN INPUT ETABLISSEMENTS-FILE
           IF WS-FS-ETB NOT = "00"
               DISPLAY "REPORT-SUIVI-MEDICAL|ERROR|0|OPEN-ETB="
                   WS-FS-ETB
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-ETB
               READ ETABLISSEMENTS-FILE NEXT RECORD
                   AT END SET EOF-ETB TO TRUE
               END-READ
               IF NOT EOF-ETB
                   AND ETB-DATE-EFFET <= WS-ETB-DATE-REF
                   PERFORM 1051-RETENIR-ETABLISSEMENT THRU 1051-EXIT
               END-IF
           END-PERFORM
           CLOSE ETABLISSEMENTS-FILE
           IF ETAB-COUNT = 0
               DISPLAY "REPORT-SUIVI-MEDICAL|ERROR|0|ETAB-VIDE="
                   WS-ETB-DATE-REF
               STOP RUN
           END-IF.

      ******************************************************************
       1051-RETENIR-ETABLISSEMENT.
      ******************************************************************
      *    Une ligne plus récente du même code remplace l'entrée
      *    courante ; un nouveau code ouvre une entrée.
           IF ETAB-COUNT > 0
               IF ETAB-CODE(ETAB-COUNT) = ETB-CODE
                   SUBTRACT 1 FROM ETAB-COUNT
               END-IF
           END-IF
           IF ETAB-COUNT >= ETAB-MAX
               DISPLAY "REPORT-SUIVI-MEDICAL|WARN|0|"
                   "ETAB-TABLE-PLEINE=" ETB-CODE
               GO TO 1051-EXIT
           END-IF
           ADD 1 TO ETAB-COUNT
           MOVE ETB-CODE          TO ETAB-CODE(ETAB-COUNT)
           MOVE ETB-DATE-EFFET    TO ETAB-DATE-EFFET(ETAB-COUNT)
           MOVE ETB-COMPANY-NAME  TO ETAB-COMPANY-NAME(ETAB-COUNT).

       1051-EXIT.
           EXIT.

      ******************************************************************
       1100-CUMULER-HEURES-NUIT.
      ******************************************************************
      *    Heures de nuit payées par salarié sur les douze périodes
      *    de paie qui s'achèvent à PERIODE.
           MOVE 0 TO WS-NUIT-COUNT
           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "REPORT-SUIVI-MEDICAL|WARN|0|OPEN-BUL="
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
                   AND PAI-HEURES-NUIT > 0
                   PERFORM 1110-CUMULER-UN-BULLETIN THRU 1110-EXIT
               END-IF
           END-PERFORM
           CLOSE BULLETINS-FILE.

      ******************************************************************
       1110-CUMULER-UN-BULLETIN.
      ******************************************************************
           MOVE PAI-MATRICULE TO WS-AC-MATRICULE
           PERFORM 8300-TROUVER-NUIT
           IF WS-NUIT-TROUVE = 0
               IF WS-NUIT-COUNT >= WS-NUIT-MAX
                   DISPLAY "REPORT-SUIVI-MEDICAL|WARN|0|"
                       "NUIT-TABLE-PLEINE=" PAI-MATRICULE
                   GO TO 1110-EXIT
               END-IF
               ADD 1 TO WS-NUIT-COUNT
               MOVE WS-NUIT-COUNT TO WS-NUIT-TROUVE
               MOVE PAI-MATRICULE TO WS-NUIT-MATRICULE(WS-NUIT-TROUVE)
               MOVE 0 TO WS-NUIT-HEURES(WS-NUIT-TROUVE)
           END-IF
           ADD PAI-HEURES-NUIT TO WS-NUIT-HEURES(WS-NUIT-TROUVE).

       1110-EXIT.
           EXIT.

      ******************************************************************
       1200-CHARGER-ARRETS.
      ******************************************************************
      *    Les demandes sont lues dans l'ordre des clés (matricule
      *    puis date de début) : une demande de même nature qui
      *    commence au plus tard le lendemain de la fin de l'arrêt en
      *    cours le prolonge (prolongation d'arrêt), sinon l'arrêt en
      *    cours est clos et examiné.
           MOVE 0 TO WS-ARR-COUNT
           MOVE SPACES TO WS-AC-MATRICULE
           OPEN INPUT DEMANDES-FILE
           IF WS-FS-DAB NOT = "00"
               DISPLAY "REPORT-SUIVI-MEDICAL|WARN|0|OPEN-DAB="
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
                        OR DAB-TYPE-MATERNITE)
                   AND DAB-DATE-FIN >= DAB-DATE-DEBUT
                   PERFORM 1210-CUMULER-UNE-DEMANDE
               END-IF
           END-PERFORM
           PERFORM 1220-CLORE-ARRET THRU 1220-EXIT
           CLOSE DEMANDES-FILE.

      ******************************************************************
       1210-CUMULER-UNE-DEMANDE.
      ******************************************************************
           MOVE DAB-DATE-DEBUT TO WS-DAT-DATE
           PERFORM 8000-NUMERO-JOUR
           IF DAB-MATRICULE = WS-AC-MATRICULE
               AND DAB-TYPE = WS-AC-TYPE
               AND WS-SERIAL <= WS-AC-SERIAL-FIN + 1
               IF DAB-DATE-FIN > WS-AC-FIN
                   MOVE DAB-DATE-FIN TO WS-AC-FIN
                   MOVE DAB-DATE-FIN TO WS-DAT-DATE
                   PERFORM 8000-NUMERO-JOUR
                   MOVE WS-SERIAL TO WS-AC-SERIAL-FIN
               END-IF
           ELSE
               PERFORM 1220-CLORE-ARRET THRU 1220-EXIT
               MOVE DAB-MATRICULE  TO WS-AC-MATRICULE
               MOVE DAB-TYPE       TO WS-AC-TYPE
               MOVE DAB-DATE-DEBUT TO WS-AC-DEBUT
               MOVE WS-SERIAL      TO WS-AC-SERIAL-DEBUT
               MOVE DAB-DATE-FIN   TO WS-AC-FIN
               MOVE DAB-DATE-FIN   TO WS-DAT-DATE
               PERFORM 8000-NUMERO-JOUR
               MOVE WS-SERIAL      TO WS-AC-SERIAL-FIN
           END-IF.

      ******************************************************************
       1220-CLORE-ARRET.
      ******************************************************************
      *    Un arrêt n'est retenu que s'il atteint la durée qui impose
      *    la visite de reprise et s'est achevé dans les douze
      *    derniers mois (ou n'est pas encore achevé).
           IF WS-AC-MATRICULE = SPACES
               GO TO 1220-EXIT
           END-IF
           COMPUTE WS-AC-JOURS =
               WS-AC-SERIAL-FIN - WS-AC-SERIAL-DEBUT + 1
           IF WS-AC-FIN < WS-DATE-DEBUT-ARRETS
               GO TO 1220-EXIT
           END-IF
           EVALUATE WS-AC-TYPE
               WHEN "MALADIE   "
                   IF WS-AC-JOURS < WS-SEUIL-ARRET-MALADIE
                       GO TO 1220-EXIT
                   END-IF
               WHEN "AT        "
                   IF WS-AC-JOURS < WS-SEUIL-ARRET-AT
                       GO TO 1220-EXIT
                   END-IF
           END-EVALUATE
           IF WS-ARR-COUNT >= WS-ARR-MAX
               DISPLAY "REPORT-SUIVI-MEDICAL|WARN|0|"
                   "ARRET-TABLE-PLEINE=" WS-AC-MATRICULE
               GO TO 1220-EXIT
           END-IF
           ADD 1 TO WS-ARR-COUNT
           MOVE WS-AC-MATRICULE TO WS-ARR-MATRICULE(WS-ARR-COUNT)
           MOVE WS-AC-TYPE    TO WS-ARR-TYPE(WS-ARR-COUNT)
           MOVE WS-AC-DEBUT   TO WS-ARR-DEBUT(WS-ARR-COUNT)
           MOVE WS-AC-FIN     TO WS-ARR-FIN(WS-ARR-COUNT)
           MOVE WS-AC-JOURS   TO WS-ARR-JOURS(WS-ARR-COUNT).

       1220-EXIT.
           EXIT.

      ******************************************************************
       2000-EXAMINER-SALARIES.
      ******************************************************************
           READ EMPLOYEE-FILE NEXT
               AT END SET EOF-EMP TO TRUE
           END-READ
           PERFORM UNTIL EOF-EMP
               IF EMP-ACTIF
                   PERFORM 2100-EXAMINER-UN-SALARIE
               END-IF
               READ EMPLOYEE-FILE NEXT
                   AT END SET EOF-EMP TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
       2100-EXAMINER-UN-SALARIE.
      ******************************************************************
           ADD 1 TO WS-NB-SALARIES
           MOVE EMP-NOM TO WS-NOM

      *    Régime de suivi : renforcé pour le travailleur de nuit et
      *    pour le titulaire d'une RQTH en cours de validité.
           MOVE 0 TO WS-NUIT
           MOVE EMP-MATRICULE TO WS-AC-MATRICULE
           PERFORM 8300-TROUVER-NUIT
           IF WS-NUIT-TROUVE > 0
               IF WS-NUIT-HEURES(WS-NUIT-TROUVE) >=
                   WS-SEUIL-HEURES-NUIT
                   SET WS-TRAVAILLEUR-NUIT TO TRUE
               END-IF
           END-IF
           SET WS-REGIME-GENERAL TO TRUE
           IF WS-TRAVAILLEUR-NUIT
               SET WS-REGIME-RENFORCE TO TRUE
           END-IF
           IF EMP-RQTH-OUI
               AND EMP-RQTH-DEBUT <= WS-DATE-REF
               AND (EMP-RQTH-FIN = 0 OR EMP-RQTH-FIN >= WS-DATE-REF)
               SET WS-REGIME-RENFORCE TO TRUE
           END-IF

           PERFORM 2200-LIRE-VISITES
           PERFORM 2300-ECHEANCE-PERIODIQUE
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-ARR-MATRICULE(WS-ARR-IDX) = EMP-MATRICULE
                   AND WS-ARR-FIN(WS-ARR-IDX) >= EMP-DATE-ENTREE
                   PERFORM 2400-ECHEANCE-REPRISE THRU 2400-EXIT
               END-IF
           END-PERFORM.

      ******************************************************************
       2200-LIRE-VISITES.
      ******************************************************************
      *    Dernière visite ouvrant ou renouvelant le suivi périodique
      *    (avec l'échéance éventuellement fixée ce jour-là) et
      *    dernière visite de reprise.
           MOVE 0 TO WS-DERN-SUIVI
           MOVE 0 TO WS-DERN-PROCHAINE
           MOVE 0 TO WS-DERN-REPRISE
           IF VMD-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-VMD
           MOVE EMP-MATRICULE TO VMD-MATRICULE
           MOVE 0 TO VMD-DATE-VISITE
           START VISITE-FILE KEY >= VMD-CLE
               INVALID KEY SET EOF-VMD TO TRUE
           END-START
           PERFORM UNTIL EOF-VMD
               READ VISITE-FILE NEXT RECORD
                   AT END SET EOF-VMD TO TRUE
               END-READ
               IF NOT EOF-VMD
                   IF VMD-MATRICULE NOT = EMP-MATRICULE
                       SET EOF-VMD TO TRUE
                   ELSE
                       IF VMD-TYPE-SUIVI
                           MOVE VMD-DATE-VISITE TO WS-DERN-SUIVI
                           MOVE VMD-DATE-PROCHAINE
                               TO WS-DERN-PROCHAINE
                       END-IF
                       IF VMD-TYPE-REPRISE
                           MOVE VMD-DATE-VISITE TO WS-DERN-REPRISE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       2300-ECHEANCE-PERIODIQUE.
      ******************************************************************
           MOVE SPACES TO WS-MOTIF
           IF WS-DERN-SUIVI = 0
      *        Jamais vu : visite d'information et de prévention,
      *        préalable à l'affectation pour le travailleur de nuit.
               IF WS-TRAVAILLEUR-NUIT
                   MOVE "VIP AVANT AFFECTATION" TO WS-OBLIGATION
                   MOVE EMP-DATE-ENTREE TO WS-ECHEANCE
               ELSE
                   MOVE "VIP EMBAUCHE" TO WS-OBLIGATION
                   MOVE EMP-DATE-ENTREE TO WS-AM-DATE
                   MOVE WS-DELAI-VIP-MOIS TO WS-AM-NB-MOIS
                   PERFORM 8100-AJOUTER-MOIS
                   MOVE WS-AM-RESULTAT TO WS-ECHEANCE
               END-IF
               STRING "ENTREE LE " EMP-DATE-ENTREE
                   DELIMITED SIZE INTO WS-MOTIF
           ELSE
               MOVE "VISITE PERIODIQUE" TO WS-OBLIGATION
               MOVE WS-DERN-SUIVI TO WS-AM-DATE
               IF WS-REGIME-RENFORCE
                   MOVE WS-PERIODICITE-RENFORCE TO WS-AM-NB-MOIS
               ELSE
                   MOVE WS-PERIODICITE-GENERAL TO WS-AM-NB-MOIS
               END-IF
               PERFORM 8100-AJOUTER-MOIS
               MOVE WS-AM-RESULTAT TO WS-ECHEANCE
               IF WS-DERN-PROCHAINE > 0
                   AND WS-DERN-PROCHAINE < WS-ECHEANCE
                   MOVE WS-DERN-PROCHAINE TO WS-ECHEANCE
               END-IF
               STRING "DERNIERE VISITE LE " WS-DERN-SUIVI
                   DELIMITED SIZE INTO WS-MOTIF
           END-IF
           PERFORM 2500-RETENIR-ECHEANCE THRU 2500-EXIT.

      ******************************************************************
       2400-ECHEANCE-REPRISE.
      ******************************************************************
      *    La visite de reprise est due dans les huit jours de la
      *    reprise ; toute visite de reprise passée depuis le début de
      *    l'arrêt y satisfait.
           IF WS-DERN-REPRISE >= WS-ARR-DEBUT(WS-ARR-IDX)
               GO TO 2400-EXIT
           END-IF
           MOVE "VISITE DE REPRISE" TO WS-OBLIGATION
           MOVE WS-ARR-FIN(WS-ARR-IDX) TO WS-AM-DATE
           MOVE WS-DELAI-REPRISE-JOURS TO WS-AM-NB-JOURS
           PERFORM 8200-AJOUTER-JOURS
           MOVE WS-AM-RESULTAT TO WS-ECHEANCE
           MOVE WS-ARR-JOURS(WS-ARR-IDX) TO WS-FMT-JOURS
           MOVE SPACES TO WS-MOTIF
           STRING "ARRET " WS-ARR-TYPE(WS-ARR-IDX) DELIMITED SPACE
               " " WS-ARR-DEBUT(WS-ARR-IDX)
               "-" WS-ARR-FIN(WS-ARR-IDX)
               " " WS-FMT-JOURS " J"
               DELIMITED SIZE INTO WS-MOTIF
           IF WS-ECHEANCE < WS-DATE-REF
               ADD 1 TO WS-NB-REPRISE-RETARD
               DISPLAY "REPORT-SUIVI-MEDICAL|WARN|" EMP-MATRICULE
                   "|REPRISE-EN-RETARD=" WS-ECHEANCE
           END-IF
           PERFORM 2500-RETENIR-ECHEANCE THRU 2500-EXIT.

       2400-EXIT.
           EXIT.

      ******************************************************************
       2500-RETENIR-ECHEANCE.
      ******************************************************************
      *    Seules les échéances dépassées ou tombant avant l'horizon
      *    de trois mois figurent à l'état.
           IF WS-ECHEANCE >= WS-DATE-HORIZON
               GO TO 2500-EXIT
           END-IF
           IF WS-RES-COUNT >= WS-RES-MAX
               DISPLAY "REPORT-SUIVI-MEDICAL|WARN|0|"
                   "ECHEANCE-TABLE-PLEINE=" EMP-MATRICULE
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-RES-COUNT
           MOVE EMP-ETABLISSEMENT TO WS-RES-ETAB(WS-RES-COUNT)
           MOVE EMP-MATRICULE     TO WS-RES-MATRICULE(WS-RES-COUNT)
           MOVE WS-NOM            TO WS-RES-NOM(WS-RES-COUNT)
           MOVE WS-REGIME         TO WS-RES-REGIME(WS-RES-COUNT)
           MOVE WS-OBLIGATION     TO WS-RES-OBLIGATION(WS-RES-COUNT)
           MOVE WS-ECHEANCE       TO WS-RES-ECHEANCE(WS-RES-COUNT)
           MOVE WS-MOTIF          TO WS-RES-MOTIF(WS-RES-COUNT)
           MOVE 0                 TO WS-RES-EDITE(WS-RES-COUNT)
           IF WS-ECHEANCE < WS-DATE-REF
               MOVE "EN RETARD" TO WS-RES-STATUT(WS-RES-COUNT)
               ADD 1 TO WS-NB-RETARD
           ELSE
               MOVE "A VENIR" TO WS-RES-STATUT(WS-RES-COUNT)
               ADD 1 TO WS-NB-A-VENIR
           END-IF.

       2500-EXIT.
           EXIT.

      ******************************************************************
       3000-EDITER-RAPPORT.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  SUIVI DE L'ETAT DE SANTE DES SALARIES - VISITES "
               "EN RETARD ET A VENIR - PERIODE " WS-PERIODE
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

      *    Un bloc par établissement du référentiel, puis les
      *    salariés rattachés à un code absent du référentiel.
           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
               UNTIL WS-ETAB-IDX > ETAB-COUNT
               MOVE ETAB-CODE(WS-ETAB-IDX) TO WS-ETB-CODE
               MOVE ETAB-COMPANY-NAME(WS-ETAB-IDX) TO WS-ETB-NOM
               PERFORM 3100-EDITER-ETABLISSEMENT
           END-PERFORM
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RES-COUNT
               IF WS-RES-EDITE(WS-RES-IDX) = 0
                   MOVE WS-RES-ETAB(WS-RES-IDX) TO WS-ETB-CODE
                   MOVE "(ETABLISSEMENT INCONNU)" TO WS-ETB-NOM
                   PERFORM 3100-EDITER-ETABLISSEMENT
               END-IF
           END-PERFORM

           PERFORM 3200-EDITER-TOTAUX.

      ******************************************************************
       3100-EDITER-ETABLISSEMENT.
      ******************************************************************
           MOVE 0 TO WS-ETB-NB-RETARD
           MOVE 0 TO WS-ETB-NB-A-VENIR

           MOVE SPACES TO WS-LINE
           STRING "  ETABLISSEMENT " WS-ETB-CODE "  " WS-ETB-NOM
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  MATRICULE NOM                       "
               "REGIME    OBLIGATION             ECHEANCE  "
               "STATUT     MOTIF"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

      *    Échéances en retard d'abord, puis celles à venir.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RES-COUNT
               IF WS-RES-ETAB(WS-RES-IDX) = WS-ETB-CODE
                   AND WS-RES-STATUT(WS-RES-IDX) = "EN RETARD"
                   PERFORM 3110-EDITER-ECHEANCE
                   ADD 1 TO WS-ETB-NB-RETARD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-RES-COUNT
               IF WS-RES-ETAB(WS-RES-IDX) = WS-ETB-CODE
                   AND WS-RES-STATUT(WS-RES-IDX) = "A VENIR"
                   PERFORM 3110-EDITER-ECHEANCE
                   ADD 1 TO WS-ETB-NB-A-VENIR
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINE
           MOVE WS-ETB-NB-RETARD TO WS-FMT-NB
           MOVE WS-ETB-NB-A-VENIR TO WS-FMT-NB-2
           STRING "  EN RETARD " WS-FMT-NB
               "   A VENIR " WS-FMT-NB-2
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3110-EDITER-ECHEANCE.
      ******************************************************************
           MOVE 1 TO WS-RES-EDITE(WS-RES-IDX)
           MOVE SPACES TO WS-LINE
           STRING "  " WS-RES-MATRICULE(WS-RES-IDX)
               "  " WS-RES-NOM(WS-RES-IDX)
               " " WS-RES-REGIME(WS-RES-IDX)
               "  " WS-RES-OBLIGATION(WS-RES-IDX)
               " " WS-RES-ECHEANCE(WS-RES-IDX)
               "  " WS-RES-STATUT(WS-RES-IDX)
               "  " WS-RES-MOTIF(WS-RES-IDX)
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3200-EDITER-TOTAUX.
      ******************************************************************
           MOVE SPACES TO WS-LINE
           MOVE WS-NB-SALARIES TO WS-FMT-NB
           STRING "  SALARIES ACTIFS EXAMINES    " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           MOVE WS-NB-RETARD TO WS-FMT-NB
           STRING "  VISITES EN RETARD           " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           MOVE WS-NB-REPRISE-RETARD TO WS-FMT-NB
           STRING "    DONT VISITES DE REPRISE   " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           MOVE WS-NB-A-VENIR TO WS-FMT-NB
           STRING "  VISITES A VENIR (3 MOIS)    " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       8000-NUMERO-JOUR.
      ******************************************************************
      *    Numéro de jour civil de WS-DAT-DATE (années, quantièmes et
      *    bissextiles cumulés), comme dans CALC-POINTAGES : la
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

      ******************************************************************
       8100-AJOUTER-MOIS.
      ******************************************************************
      *    WS-AM-DATE + WS-AM-NB-MOIS mois. Un quantième au-delà du 28
      *    est ramené au 28 pour rester dans le mois d'échéance :
      *    l'échéance est avancée de quelques jours au plus.
           DIVIDE WS-AM-DATE BY 10000
               GIVING WS-DAT-ANNEE REMAINDER WS-DAT-RESTE
           DIVIDE WS-DAT-RESTE BY 100
               GIVING WS-DAT-MOIS REMAINDER WS-DAT-JOUR
           COMPUTE WS-AM-TOTAL-MOIS =
               WS-DAT-ANNEE * 12 + WS-DAT-MOIS - 1 + WS-AM-NB-MOIS
           DIVIDE WS-AM-TOTAL-MOIS BY 12
               GIVING WS-DAT-ANNEE REMAINDER WS-DAT-MOIS
           ADD 1 TO WS-DAT-MOIS
           IF WS-DAT-JOUR > 28
               MOVE 28 TO WS-DAT-JOUR
           END-IF
           COMPUTE WS-AM-RESULTAT =
               WS-DAT-ANNEE * 10000 + WS-DAT-MOIS * 100 + WS-DAT-JOUR.

      ******************************************************************
       8200-AJOUTER-JOURS.
      ******************************************************************
      *    WS-AM-DATE + WS-AM-NB-JOURS jours (28 au plus), avec
      *    passage au mois et à l'année suivants.
           DIVIDE WS-AM-DATE BY 10000
               GIVING WS-DAT-ANNEE REMAINDER WS-DAT-RESTE
           DIVIDE WS-DAT-RESTE BY 100
               GIVING WS-DAT-MOIS REMAINDER WS-DAT-JOUR
           MOVE WS-JOURS-MOIS(WS-DAT-MOIS) TO WS-AM-FIN-MOIS
           IF WS-DAT-MOIS = 2
               IF FUNCTION MOD(WS-DAT-ANNEE 4) = 0
                   AND (FUNCTION MOD(WS-DAT-ANNEE 100) NOT = 0
                       OR FUNCTION MOD(WS-DAT-ANNEE 400) = 0)
                   MOVE 29 TO WS-AM-FIN-MOIS
               END-IF
           END-IF
           ADD WS-AM-NB-JOURS TO WS-DAT-JOUR
           IF WS-DAT-JOUR > WS-AM-FIN-MOIS
               SUBTRACT WS-AM-FIN-MOIS FROM WS-DAT-JOUR
               ADD 1 TO WS-DAT-MOIS
               IF WS-DAT-MOIS > 12
                   MOVE 1 TO WS-DAT-MOIS
                   ADD 1 TO WS-DAT-ANNEE
               END-IF
           END-IF
           COMPUTE WS-AM-RESULTAT =
               WS-DAT-ANNEE * 10000 + WS-DAT-MOIS * 100 + WS-DAT-JOUR.

      ******************************************************************
       8300-TROUVER-NUIT.
      ******************************************************************
      *    Recherche de WS-AC-MATRICULE dans la table des heures de
      *    nuit ; WS-NUIT-TROUVE = 0 si absent.
           MOVE 0 TO WS-NUIT-TROUVE
           PERFORM VARYING WS-NUIT-IDX FROM 1 BY 1
               UNTIL WS-NUIT-IDX > WS-NUIT-COUNT
                  OR WS-NUIT-TROUVE > 0
               IF WS-NUIT-MATRICULE(WS-NUIT-IDX) = WS-AC-MATRICULE
                   MOVE WS-NUIT-IDX TO WS-NUIT-TROUVE
               END-IF
           END-PERFORM.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE EMPLOYEE-FILE
           IF VMD-PRESENT
               CLOSE VISITE-FILE
           END-IF
           CLOSE RAPPORT-FILE

           DISPLAY "REPORT-SUIVI-MEDICAL|DONE|" WS-NB-SALARIES "|"
               WS-NB-RETARD.
