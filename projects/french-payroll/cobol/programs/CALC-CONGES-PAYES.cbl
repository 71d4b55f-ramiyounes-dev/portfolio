      * jours, le compteur de RTT dans RTT.dat : acquisition mensuelle
      * forfaitaire (écart calendrier / plafond de 218 jours), jours
      * pris relevés sur les bulletins de la période (absences RTT).
      * Tant que la journée de solidarité de l'année n'est pas
      * accomplie, un jour de RTT est imputé à ce titre sur le
      * compteur dès que le solde le permet, et la modalité est
      * portée au suivi annuel de la journée (SOLIDARITE.dat).
      * Les mandataires sociaux, sans contrat de travail, n'acquièrent
      * ni congés payés ni RTT : ils sont écartés du traitement.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RTT-MATRICULE
               FILE STATUS IS WS-FS-RTT.

           SELECT SOLIDARITE-FILE
               ASSIGN TO WS-SOLIDARITE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-CLE
               FILE STATUS IS WS-FS-SOL.

           SELECT BULLETINS-FILE
               ASSIGN TO WS-BULLETINS-PATH
               ORGANIZATION IS SEQUENTIAL
       FD  RTT-FILE.
       COPY "RTT-RECORD.cpy".

       FD  SOLIDARITE-FILE.
       COPY "SOLIDARITE-RECORD.cpy".

       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".

       01  WS-CONGES-PATH            PIC X(256).
       01  WS-RTT-PATH               PIC X(256).
       01  WS-BULLETINS-PATH         PIC X(256).
       01  WS-SOLIDARITE-PATH        PIC X(256).

      *    --- File status ---
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-CNG                 PIC XX.
       01  WS-FS-RTT                 PIC XX.
       01  WS-FS-BUL                 PIC XX.
       01  WS-FS-SOL                 PIC XX.

      *    --- Période traitée ---
       01  WS-PERIODE                PIC 9(6).
       01  WS-RTT-PRIS               PIC S9(3)V99 COMP-3.
       01  WS-RTT-SOLDE-PREC         PIC S9(5)V99 COMP-3.

      *    --- Journée de solidarité imputée sur les RTT : durée due
      *    (Art. L3133-10 C. trav.) et suivi annuel ---
       01  WS-SOL-DUREE-JOUR         PIC S9(3)V99 COMP-3 VALUE 7.00.
       01  WS-SOL-ANNEE              PIC 9(4).
       01  WS-SOL-IDX                PIC 9(2).
       01  WS-SOL-AVAILABLE          PIC 9 VALUE 0.
           88  SOL-AVAILABLE         VALUE 1.
       01  WS-SOL-FOUND              PIC 9 VALUE 0.
           88  SOL-FOUND             VALUE 1.
       01  WS-SOL-AVEC-FERIE         PIC 9 VALUE 0.
           88  SOL-AVEC-FERIE        VALUE 1.
       01  WS-SOL-IMPUTES            PIC 9(6) VALUE 0.

      *    --- Compteurs ---
       01  WS-RECORDS-READ           PIC 9(6) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(6) VALUE 0.
           IF WS-BULLETINS-PATH = SPACES
               MOVE "../data/BULLETINS.dat" TO WS-BULLETINS-PATH
           END-IF
           ACCEPT WS-SOLIDARITE-PATH FROM ENVIRONMENT "SOLIDARITE_FILE"
           IF WS-SOLIDARITE-PATH = SPACES
               MOVE "../data/SOLIDARITE.dat" TO WS-SOLIDARITE-PATH
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               STOP RUN
           END-IF

      *    Suivi de la journée de solidarité, créé au premier
      *    lancement ; sans lui, aucun jour de RTT n'est imputé.
           OPEN I-O SOLIDARITE-FILE
           IF WS-FS-SOL = "35"
               OPEN OUTPUT SOLIDARITE-FILE
               CLOSE SOLIDARITE-FILE
               OPEN I-O SOLIDARITE-FILE
           END-IF
           IF WS-FS-SOL = "00"
               SET SOL-AVAILABLE TO TRUE
           ELSE
               DISPLAY "CALC-CONGES-PAYES|WARN|0|OPEN-SOL="
                   WS-FS-SOL
           END-IF
           DIVIDE WS-PERIODE BY 100 GIVING WS-SOL-ANNEE

           DISPLAY "CALC-CONGES-PAYES|START|0|0".

      ******************************************************************

           PERFORM UNTIL EOF-EMP
               ADD 1 TO WS-RECORDS-READ
               IF EMP-ACTIF AND NOT EMP-MANDATAIRE
                   PERFORM 3100-TRAITER-EMPLOYE
               END-IF

           MOVE WS-RTT-PRIS        TO RTT-PRIS-PERIODE
           COMPUTE RTT-SOLDE-JOURS =
               WS-RTT-SOLDE-PREC + WS-RTT-ACQUIS - WS-RTT-PRIS
           MOVE 0                  TO RTT-SOLIDARITE-PERIODE
           IF SOL-AVAILABLE
               PERFORM 3600-IMPUTER-SOLIDARITE THRU 3600-EXIT
           END-IF

           IF RTT-FOUND
               REWRITE RTT-RECORD
               ADD 1 TO WS-ERRORS
           END-IF.

      ******************************************************************
       3600-IMPUTER-SOLIDARITE.
      ******************************************************************
      *    Journée de solidarité du salarié au forfait jours : un
      *    jour de RTT est imputé sur le compteur tant que la journée
      *    de l'année n'est pas accomplie, dès que le solde atteint
      *    un jour entier.
           MOVE 0 TO WS-SOL-FOUND
           MOVE EMP-MATRICULE TO SOL-MATRICULE
           MOVE WS-SOL-ANNEE  TO SOL-ANNEE
           READ SOLIDARITE-FILE
               KEY IS SOL-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SOL-FOUND TO TRUE
           END-READ

           IF SOL-FOUND AND NOT SOL-NON-ACCOMPLIE
               GO TO 3600-EXIT
           END-IF
           IF RTT-SOLDE-JOURS < 1
               GO TO 3600-EXIT
           END-IF

           IF NOT SOL-FOUND
               INITIALIZE SOLIDARITE-RECORD
               MOVE EMP-MATRICULE TO SOL-MATRICULE
               MOVE WS-SOL-ANNEE  TO SOL-ANNEE
               MOVE SPACE TO SOL-MODALITE
           END-IF
           MOVE WS-SOL-DUREE-JOUR TO SOL-HEURES-DUES
           MOVE WS-PERIODE TO SOL-PERIODE-RTT
           IF WS-PERIODE > SOL-DERNIERE-PERIODE
               MOVE WS-PERIODE TO SOL-DERNIERE-PERIODE
           END-IF
           PERFORM 3700-RECALCULER-SOLIDARITE

           IF SOL-FOUND
               REWRITE SOLIDARITE-RECORD
           ELSE
               WRITE SOLIDARITE-RECORD
           END-IF
           IF WS-FS-SOL NOT = "00"
               DISPLAY "CALC-CONGES-PAYES|ERROR|" WS-RECORDS-READ
                   "|MAJ-SOL=" WS-FS-SOL
               ADD 1 TO WS-ERRORS
               GO TO 3600-EXIT
           END-IF

           SUBTRACT 1 FROM RTT-SOLDE-JOURS
           MOVE 1 TO RTT-SOLIDARITE-PERIODE
           ADD 1 TO WS-SOL-IMPUTES.

       3600-EXIT.
           EXIT.

      ******************************************************************
       3700-RECALCULER-SOLIDARITE.
      ******************************************************************
      *    Même recalcul que CALC-POINTAGES : cumul des cases du
      *    mois, puis modalité d'accomplissement — jour de RTT imputé,
      *    à défaut jour férié retenu travaillé, à défaut heures
      *    fractionnées atteignant la durée due.
           MOVE 0 TO SOL-HEURES-FAITES
           MOVE 0 TO WS-SOL-AVEC-FERIE
           PERFORM VARYING WS-SOL-IDX FROM 1 BY 1
                   UNTIL WS-SOL-IDX > 12
               ADD SOL-HEURES-MOIS(WS-SOL-IDX) TO SOL-HEURES-FAITES
               IF SOL-MOIS-FERIE(WS-SOL-IDX)
                   SET SOL-AVEC-FERIE TO TRUE
               END-IF
           END-PERFORM
           IF NOT SOL-AVEC-FERIE
               MOVE 0 TO SOL-DATE-FERIE
           END-IF

           EVALUATE TRUE
               WHEN SOL-PERIODE-RTT NOT = 0
                   SET SOL-PAR-RTT TO TRUE
               WHEN SOL-AVEC-FERIE
                   SET SOL-PAR-FERIE TO TRUE
               WHEN SOL-HEURES-FAITES > 0
                   AND SOL-HEURES-FAITES >= SOL-HEURES-DUES
                   SET SOL-PAR-HEURES TO TRUE
               WHEN OTHER
                   SET SOL-NON-ACCOMPLIE TO TRUE
           END-EVALUATE

           IF SOL-NON-ACCOMPLIE
               MOVE 0 TO SOL-PERIODE-ACCOMPLIE
           ELSE
               IF SOL-PERIODE-ACCOMPLIE = 0
                   MOVE WS-PERIODE TO SOL-PERIODE-ACCOMPLIE
               END-IF
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE CONGES-PRIS-FILE
           CLOSE CONGES-FILE
           CLOSE RTT-FILE
           IF SOL-AVAILABLE
               CLOSE SOLIDARITE-FILE
           END-IF
           IF WS-SOL-IMPUTES > 0
               DISPLAY "CALC-CONGES-PAYES|INFO|0|SOLIDARITE-RTT="
                   WS-SOL-IMPUTES
           END-IF

           DISPLAY "CALC-CONGES-PAYES|DONE|" WS-RECORDS-WRITTEN
               "|" WS-ERRORS.
