      * REPORT-MASSE-SALARIALE avant remise en banque.
      * Les salariés sans coordonnées bancaires exploitables sont
      * signalés et exclus de la remise.
      * La date d'exécution portée par l'enregistrement de contrôle
      * est la date de paiement du calendrier de paie
      * (CALENDRIER-PAIE.dat) de l'établissement de chaque salarié
      * payé, à défaut la date de paiement du bulletin. Si les
      * établissements de la remise n'ont pas la même date, la plus
      * proche est retenue et signalée.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VIR.

           SELECT CALENDRIER-FILE
               ASSIGN TO WS-CALENDRIER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-CLE
               FILE STATUS IS WS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           05  VIR-T-TYPE-ENREG       PIC X(1).
           05  VIR-T-NB-VIREMENTS     PIC 9(6).
           05  VIR-T-TOTAL            PIC 9(11)V99.
           05  VIR-T-DATE-EXECUTION   PIC 9(8).
           05  FILLER                 PIC X(112).

       FD  CALENDRIER-FILE.
       COPY "CALENDRIER-PAIE-RECORD.cpy".

       WORKING-STORAGE SECTION.
      *    --- File paths ---
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-BULLETINS-PATH         PIC X(256).
       01  WS-VIREMENTS-PATH         PIC X(256).
       01  WS-CALENDRIER-PATH        PIC X(256).

      *    --- File status ---
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-BUL                 PIC XX.
       01  WS-FS-VIR                 PIC XX.
       01  WS-FS-CAL                 PIC XX.

      *    --- Période traitée ---
       01  WS-PERIODE.
           88  EOF-BUL               VALUE 1.
       01  WS-EMP-TROUVE             PIC 9 VALUE 0.
           88  EMP-TROUVE            VALUE 1.
       01  WS-CAL-OUVERT             PIC 9 VALUE 0.
           88  CAL-OUVERT            VALUE 1.
       01  WS-DATES-MULTIPLES        PIC 9 VALUE 0.
           88  DATES-MULTIPLES       VALUE 1.

      *    --- Date d'exécution de la remise ---
       01  WS-DATE-EXECUTION         PIC 9(8) VALUE 0.
       01  WS-DATE-CANDIDATE         PIC 9(8).
       01  WS-CAL-ETAB-LU            PIC X(4) VALUE HIGH-VALUES.
       01  WS-CAL-DATE-LUE           PIC 9(8) VALUE 0.

      *    --- Compteurs et totaux de contrôle ---
       01  WS-RECORDS-READ           PIC 9(6) VALUE 0.
           ACCEPT WS-BULLETINS-PATH FROM ENVIRONMENT "BULLETINS_FILE"
           ACCEPT WS-VIREMENTS-PATH FROM ENVIRONMENT "VIREMENTS_FILE"
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-CALENDRIER-PATH
               FROM ENVIRONMENT "CALENDRIER_PAIE_FILE"

           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           IF WS-VIREMENTS-PATH = SPACES
               MOVE "../data/VIREMENTS-SEPA.dat" TO WS-VIREMENTS-PATH
           END-IF
           IF WS-CALENDRIER-PATH = SPACES
               MOVE "../data/CALENDRIER-PAIE.dat" TO WS-CALENDRIER-PATH
           END-IF

           IF WS-PERIODE = SPACES OR WS-PERIODE = ZEROES
               DISPLAY "GENERATE-VIREMENTS|ERROR|0|PERIODE-MANQUANTE"
               STOP RUN
           END-IF

      *    Calendrier de paie optionnel : sans lui, la date de
      *    paiement des bulletins fait foi.
           OPEN INPUT CALENDRIER-FILE
           IF WS-FS-CAL = "00"
               SET CAL-OUVERT TO TRUE
           ELSE
               IF WS-FS-CAL = "35"
                   DISPLAY "GENERATE-VIREMENTS|WARN|0|CALENDRIER-ABSENT"
               ELSE
                   DISPLAY "GENERATE-VIREMENTS|ERROR|0|OPEN-CAL="
                       WS-FS-CAL
               END-IF
           END-IF

           DISPLAY "GENERATE-VIREMENTS|START|0|0".

      ******************************************************************
           ELSE
               ADD 1 TO WS-NB-VIREMENTS
               ADD PAI-NET-A-PAYER TO WS-TOTAL-VIREMENTS
               PERFORM 4100-DATE-EXECUTION
           END-IF.

      ******************************************************************
       4100-DATE-EXECUTION.
      ******************************************************************
      *    Date de paiement de l'établissement du salarié au calendrier
      *    (relu à chaque changement d'établissement), sinon celle du
      *    bulletin ; la plus proche de la remise est retenue.
           IF CAL-OUVERT
               AND EMP-ETABLISSEMENT NOT = WS-CAL-ETAB-LU
               MOVE EMP-ETABLISSEMENT TO WS-CAL-ETAB-LU
               MOVE 0 TO WS-CAL-DATE-LUE
               MOVE WS-PERIODE TO CAL-PERIODE
               MOVE EMP-ETABLISSEMENT TO CAL-ETABLISSEMENT
               READ CALENDRIER-FILE
                   KEY IS CAL-CLE
                   INVALID KEY
                       DISPLAY "GENERATE-VIREMENTS|WARN|"
                           WS-RECORDS-READ "|CALENDRIER-ABSENT="
                           EMP-ETABLISSEMENT
                   NOT INVALID KEY
                       MOVE CAL-DATE-PAIEMENT TO WS-CAL-DATE-LUE
               END-READ
           END-IF

           IF CAL-OUVERT AND WS-CAL-DATE-LUE > 0
               MOVE WS-CAL-DATE-LUE TO WS-DATE-CANDIDATE
           ELSE
               MOVE PAI-DATE-PAIEMENT TO WS-DATE-CANDIDATE
           END-IF

           IF WS-DATE-EXECUTION = 0
               MOVE WS-DATE-CANDIDATE TO WS-DATE-EXECUTION
           ELSE
               IF WS-DATE-CANDIDATE NOT = WS-DATE-EXECUTION
                   SET DATES-MULTIPLES TO TRUE
                   IF WS-DATE-CANDIDATE < WS-DATE-EXECUTION
                       MOVE WS-DATE-CANDIDATE TO WS-DATE-EXECUTION
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
           MOVE "T"                  TO VIR-T-TYPE-ENREG
           MOVE WS-NB-VIREMENTS      TO VIR-T-NB-VIREMENTS
           MOVE WS-TOTAL-VIREMENTS   TO VIR-T-TOTAL
           MOVE WS-DATE-EXECUTION    TO VIR-T-DATE-EXECUTION

           IF DATES-MULTIPLES
               DISPLAY "GENERATE-VIREMENTS|WARN|0|"
                   "DATES-PAIEMENT-MULTIPLES=" WS-DATE-EXECUTION
           END-IF

           WRITE VIREMENT-TRAILER
           IF WS-FS-VIR NOT = "00"
           END-IF

           DISPLAY "GENERATE-VIREMENTS|CONTROLE|" WS-NB-VIREMENTS
               "|" WS-TOTAL-VIREMENTS "|" WS-DATE-EXECUTION.

      ******************************************************************
       9000-FIN.
           CLOSE EMPLOYEE-FILE
           CLOSE BULLETINS-FILE
           CLOSE VIREMENTS-FILE
           IF CAL-OUVERT
               CLOSE CALENDRIER-FILE
           END-IF

           DISPLAY "GENERATE-VIREMENTS|DONE|" WS-NB-VIREMENTS
               "|" WS-ERRORS.
