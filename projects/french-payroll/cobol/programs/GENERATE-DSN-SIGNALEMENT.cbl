      *   NATURE=FIN-CONTRAT — signalement fin de contrat (FCTU) :
      *       lit EMP-DATE-SORTIE et EMP-MOTIF-RUPTURE du dossier et
      *       reprend les montants du solde de tout compte calculé
      *       par CALC-SOLDE-TOUT-COMPTE (SOLDE-TOUT-COMPTE.dat) ;
      *   NATURE=TEMPS-THERA — reprise à temps partiel thérapeutique :
      *       lit la période du salarié (MATRICULE, DATE_DEBUT) dans
      *       TEMPS-THERAPEUTIQUE.dat, déclare l'arrêt d'origine et la
      *       reprise avec son motif, puis marque la période signalée.
      * Le signalement émis est consigné dans DSN-SUIVI.dat (nature
      * ARRT, FCTU ou TPTH, statut EMIS) aux côtés du flux mensuel, pour
      * que IMPORT-DSN-RETOUR solde son accusé comme les autres.
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SOL.

           SELECT TEMPS-THERA-FILE
               ASSIGN TO WS-TEMPS-THERA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPT-CLE
               FILE STATUS IS WS-FS-TPT.

           SELECT SIGNALEMENT-FILE
               ASSIGN TO WS-SIGNALEMENT-PATH
               ORGANIZATION IS SEQUENTIAL
               RECORD KEY IS DSV-CLE
               FILE STATUS IS WS-FS-SUI.

           SELECT ETABLISSEMENTS-FILE
               ASSIGN TO WS-ETB-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETB-CLE
               FILE STATUS IS WS-FS-ETB.

       DATA DIVISION.
       FILE SECTION.
       FD  ETABLISSEMENTS-FILE.
       COPY "ETABLISSEMENT-RECORD.cpy".

       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  DEMANDES-FILE.
       COPY "DEMANDE-ABSENCE-RECORD.cpy".

       FD  TEMPS-THERA-FILE.
       COPY "TEMPS-THERAPEUTIQUE-RECORD.cpy".

       FD  SOLDE-FILE.
       01  SOLDE-RECORD.
           05  SOL-MATRICULE           PIC X(8).
           05  SOL-MONTANT-PAS         PIC S9(9)V99 COMP-3.
           05  SOL-NET-A-PAYER         PIC S9(9)V99 COMP-3.
           05  SOL-PRET-RETENU         PIC S9(9)V99 COMP-3.
           05  SOL-INDEMNITE-PREAVIS   PIC S9(9)V99 COMP-3.
           05  SOL-INDEMNITE-LEGALE    PIC S9(9)V99 COMP-3.
           05  SOL-INDEMNITE-CONV      PIC S9(9)V99 COMP-3.
           05  SOL-RUPTURE-EXO-SOCIALE PIC S9(9)V99 COMP-3.
           05  SOL-RUPTURE-EXO-FISCALE PIC S9(9)V99 COMP-3.
           05  SOL-CSG-CRDS-RUPTURE    PIC S9(9)V99 COMP-3.
           05  SOL-FORFAIT-SOCIAL      PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(20).

       FD  SIGNALEMENT-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       COPY "ETABLISSEMENT-TABLE.cpy".
       01  WS-ETB-PATH               PIC X(256).
       01  WS-FS-ETB                 PIC XX.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.
       01  WS-ETB-DATE-REF           PIC 9(8) VALUE 0.
       01  WS-ETAB-IDX               PIC 9(2).

       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-DEMANDES-PATH          PIC X(256).
       01  WS-SOLDE-PATH             PIC X(256).
       01  WS-TEMPS-THERA-PATH       PIC X(256).
       01  WS-SIGNALEMENT-PATH       PIC X(256).
       01  WS-SUIVI-PATH             PIC X(256).

       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-DAB                 PIC XX.
       01  WS-FS-SOL                 PIC XX.
       01  WS-FS-TPT                 PIC XX.
       01  WS-FS-SIG                 PIC XX.
       01  WS-FS-SUI                 PIC XX.

                   PERFORM 2000-SIGNALER-ARRET THRU 2000-EXIT
               WHEN "FIN-CONTRAT"
                   PERFORM 3000-SIGNALER-FIN-CONTRAT THRU 3000-EXIT
               WHEN "TEMPS-THERA"
                   PERFORM 4000-SIGNALER-TEMPS-THERA THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "GENERATE-DSN-SIGNALEMENT|ERROR|0|"
                       "NATURE-INVALIDE=" WS-NATURE
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           ACCEPT WS-DEMANDES-PATH FROM ENVIRONMENT "DEMANDES_FILE"
           ACCEPT WS-SOLDE-PATH FROM ENVIRONMENT "SOLDE_FILE"
           ACCEPT WS-TEMPS-THERA-PATH
               FROM ENVIRONMENT "TEMPS_THERAPEUTIQUE_FILE"
           ACCEPT WS-SIGNALEMENT-PATH
               FROM ENVIRONMENT "SIGNALEMENT_FILE"
           ACCEPT WS-SUIVI-PATH FROM ENVIRONMENT "DSN_SUIVI_FILE"
           IF WS-SOLDE-PATH = SPACES
               MOVE "../data/SOLDE-TOUT-COMPTE.dat" TO WS-SOLDE-PATH
           END-IF
           IF WS-TEMPS-THERA-PATH = SPACES
               MOVE "../data/TEMPS-THERAPEUTIQUE.dat"
                   TO WS-TEMPS-THERA-PATH
           END-IF
           IF WS-SIGNALEMENT-PATH = SPACES
               MOVE "../data/DSN-SIGNALEMENT.dat"
                   TO WS-SIGNALEMENT-PATH
               STOP RUN
           END-IF

           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           ACCEPT WS-ETB-DATE-REF FROM DATE YYYYMMDD
           PERFORM 1050-CHARGER-ETABLISSEMENTS

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME
               STOP RUN
           END-IF.

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
               DISPLAY "GENERATE-DSN-SIGNALEMENT|ERROR|0|OPEN-ETB="
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
               DISPLAY "GENERATE-DSN-SIGNALEMENT|ERROR|0|ETAB-VIDE="
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
               DISPLAY "GENERATE-DSN-SIGNALEMENT|WARN|0|"
                   "ETAB-TABLE-PLEINE=" ETB-CODE
               GO TO 1051-EXIT
           END-IF
           ADD 1 TO ETAB-COUNT
           MOVE ETB-CODE          TO ETAB-CODE(ETAB-COUNT)
           MOVE ETB-DATE-EFFET    TO ETAB-DATE-EFFET(ETAB-COUNT)
           MOVE ETB-COMPANY-NAME  TO ETAB-COMPANY-NAME(ETAB-COUNT)
           MOVE ETB-SIRET         TO ETAB-SIRET(ETAB-COUNT)
           MOVE ETB-NAF           TO ETAB-NAF(ETAB-COUNT)
           MOVE ETB-URSSAF        TO ETAB-URSSAF(ETAB-COUNT)
           MOVE ETB-CONVENTION    TO ETAB-CONVENTION(ETAB-COUNT)
           MOVE ETB-VM-TAUX       TO ETAB-VM-TAUX(ETAB-COUNT)
           MOVE ETB-TS-ASSUJETTI  TO ETAB-TS-ASSUJETTI(ETAB-COUNT)
           MOVE ETB-ATMP-TAUX     TO ETAB-ATMP-TAUX(ETAB-COUNT)
           MOVE ETB-EFFECTIF-TRANCHE
               TO ETAB-EFFECTIF-TRANCHE(ETAB-COUNT).

       1051-EXIT.
           EXIT.

      ******************************************************************
       1060-TROUVER-ETAB-IDX.
      ******************************************************************
               CLOSE SOLDE-FILE
           END-IF.

      ******************************************************************
       4000-SIGNALER-TEMPS-THERA.
      ******************************************************************
      *    Reprise à temps partiel thérapeutique : le signalement
      *    rappelle l'arrêt maladie d'origine et déclare la date de
      *    reprise avec le motif temps partiel thérapeutique ; les
      *    IJSS de la part non travaillée restant subrogées. La
      *    période est ensuite marquée signalée.
           IF WS-DATE-DEBUT = 0
               DISPLAY "GENERATE-DSN-SIGNALEMENT|ERROR|0|"
                   "DATE-DEBUT-REQUISE"
               GO TO 4000-EXIT
           END-IF

           OPEN I-O TEMPS-THERA-FILE
           IF WS-FS-TPT NOT = "00"
               DISPLAY "GENERATE-DSN-SIGNALEMENT|ERROR|0|OPEN-TPT="
                   WS-FS-TPT
               GO TO 4000-EXIT
           END-IF

           MOVE WS-MATRICULE  TO TPT-MATRICULE
           MOVE WS-DATE-DEBUT TO TPT-DATE-DEBUT
           READ TEMPS-THERA-FILE
               KEY IS TPT-CLE
               INVALID KEY
                   DISPLAY "GENERATE-DSN-SIGNALEMENT|ERROR|0|"
                       "TEMPS-THERA-INCONNU=" WS-MATRICULE
                       " " WS-DATE-DEBUT
                   CLOSE TEMPS-THERA-FILE
                   GO TO 4000-EXIT
           END-READ

           PERFORM 5000-ECRIRE-ENTETE
           PERFORM 5100-ECRIRE-BLOC-INDIVIDU

      *    S21.G00.60 — Arrêt de travail : motif maladie, début de
      *    l'arrêt d'origine, subrogation, puis date et motif de la
      *    reprise (02 = reprise à temps partiel thérapeutique)
           MOVE SPACES TO SIG-LINE
           STRING "S21.G00.60.001,'01'"
               DELIMITED SIZE INTO SIG-LINE
           WRITE SIG-LINE
           MOVE SPACES TO SIG-LINE
           STRING "S21.G00.60.002,'" TPT-DATE-ARRET "'"
               DELIMITED SIZE INTO SIG-LINE
           WRITE SIG-LINE
           MOVE SPACES TO SIG-LINE
           STRING "S21.G00.60.004,'01'"
               DELIMITED SIZE INTO SIG-LINE
           WRITE SIG-LINE
           MOVE SPACES TO SIG-LINE
           STRING "S21.G00.60.010,'" TPT-DATE-DEBUT "'"
               DELIMITED SIZE INTO SIG-LINE
           WRITE SIG-LINE
           MOVE SPACES TO SIG-LINE
           STRING "S21.G00.60.011,'02'"
               DELIMITED SIZE INTO SIG-LINE
           WRITE SIG-LINE

           SET TPT-SIGNALE TO TRUE
           MOVE WS-HORO-DATE TO TPT-DATE-SIGNALEMENT
           REWRITE TEMPS-THERAPEUTIQUE-RECORD
           IF WS-FS-TPT NOT = "00"
               DISPLAY "GENERATE-DSN-SIGNALEMENT|ERROR|0|MAJ-TPT="
                   WS-FS-TPT
               ADD 1 TO WS-ERRORS
           END-IF
           CLOSE TEMPS-THERA-FILE

           COMPUTE WS-PERIODE = TPT-DATE-DEBUT / 100
           MOVE "TPTH" TO WS-NATURE-SUIVI
           PERFORM 8000-CONSIGNER-SUIVI
           ADD 1 TO WS-RECORDS-WRITTEN.

       4000-EXIT.
           EXIT.

      ******************************************************************
       5000-ECRIRE-ENTETE.
      ******************************************************************
