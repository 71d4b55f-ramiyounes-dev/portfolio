               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAUX.

           SELECT ETABLISSEMENTS-FILE
               ASSIGN TO WS-ETB-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETB-CLE
               FILE STATUS IS WS-FS-ETB.

           SELECT EFFECTIFS-FILE
               ASSIGN TO WS-EFFECTIFS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EFF-CLE
               FILE STATUS IS WS-FS-EFF.

       DATA DIVISION.
       FILE SECTION.
       FD  ETABLISSEMENTS-FILE.
       COPY "ETABLISSEMENT-RECORD.cpy".

       FD  EFFECTIFS-FILE.
       COPY "EFFECTIF-RECORD.cpy".

       FD  TAUX-COTISATIONS-FILE.
       01  TAUX-RECORD.
           05  TAUX-PERIODE-EFFET         PIC 9(6).
                                          PIC S9(9)V99 COMP-3.
               10  TAUX-PAS-TAUX OCCURS 9 TIMES
                                          PIC S9(3)V99 COMP-3.
           05  TAUX-EFFECTIF.
               10  TAUX-FNAL-MOINS-50     PIC S9(3)V99 COMP-3.
               10  TAUX-FORFAIT-SOC-PREV  PIC S9(3)V99 COMP-3.
           05  TAUX-MAINTIEN.
               10  TAUX-MS-CARENCE        PIC 9(2).
               10  TAUX-MS-TAUX-1         PIC S9(3)V99 COMP-3.
               10  TAUX-MS-TAUX-2         PIC S9(3)V99 COMP-3.
           05  FILLER                     PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-TAUX-PATH              PIC X(256).

      *    --- Table des établissements (versement mobilité) ---
       COPY "ETABLISSEMENT-TABLE.cpy".
       01  WS-ETB-PATH               PIC X(256).
       01  WS-FS-ETB                 PIC XX.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.
       01  WS-ETB-DATE-REF           PIC 9(8) VALUE 0.
       01  WS-ETAB-IDX               PIC 9(2).

      *    --- Tranche d'effectif de l'entreprise (EFFECTIFS.dat,
      *    ligne ENTR de l'année précédente) : 50 salariés et plus à
      *    défaut ---
       01  WS-EFFECTIFS-PATH         PIC X(256).
       01  WS-FS-EFF                 PIC XX.
       01  WS-EFF-ANNEE-PERIODE      PIC 9(4) VALUE 0.
       01  WS-EFF-TRANCHE            PIC X(1) VALUE "3".
           88  EFF-ENTR-MOINS-11     VALUE "1".
           88  EFF-ENTR-MOINS-50     VALUE "1" "2".

      *    --- Constantes réglementaires — Taux 2024, remplacées par
      *    le barème externe quand PERIODE est fournie ---
       01  WS-PMSS                   PIC S9(9)V99 COMP-3
                                     VALUE 3864.00.
       01  WS-SMIC-MENSUEL           PIC S9(9)V99 COMP-3
                                     VALUE 1766.92.
       01  WS-TX-VIEILL-PLAF-SAL     PIC S9(3)V99 COMP-3 VALUE 6.90.
       01  WS-TX-VIEILL-DEPLAF-SAL   PIC S9(3)V99 COMP-3 VALUE 0.40.
       01  WS-TX-CSG-DEDUCT          PIC S9(3)V99 COMP-3 VALUE 6.80.
       01  WS-TX-PREVOY-SAL          PIC S9(3)V99 COMP-3 VALUE 0.50.
       01  WS-TX-CEG-T1-SAL          PIC S9(3)V99 COMP-3 VALUE 0.86.
       01  WS-TX-CEG-T2-SAL          PIC S9(3)V99 COMP-3 VALUE 1.08.
       01  WS-TX-MALADIE-PAT-RED     PIC S9(3)V99 COMP-3 VALUE 7.00.
       01  WS-TX-MALADIE-PAT-PLEIN   PIC S9(3)V99 COMP-3 VALUE 13.00.
       01  WS-TX-VIEILL-PLAF-PAT     PIC S9(3)V99 COMP-3 VALUE 8.55.
       01  WS-TX-VIEILL-DEPLAF-PAT   PIC S9(3)V99 COMP-3 VALUE 1.90.
       01  WS-TX-ALLOC-FAM-REDUIT    PIC S9(3)V99 COMP-3 VALUE 3.45.
       01  WS-TX-ALLOC-FAM-NORMAL    PIC S9(3)V99 COMP-3 VALUE 5.25.
       01  WS-TX-ATMP                PIC S9(3)V99 COMP-3 VALUE 2.22.
       01  WS-TX-FNAL                PIC S9(3)V99 COMP-3 VALUE 0.50.
       01  WS-TX-FNAL-MOINS-50       PIC S9(3)V99 COMP-3 VALUE 0.10.
       01  WS-TX-FORFAIT-SOC-PREV    PIC S9(3)V99 COMP-3 VALUE 8.00.
       01  WS-TX-RETR-T1-PAT         PIC S9(3)V99 COMP-3 VALUE 4.72.
       01  WS-TX-RETR-T2-PAT         PIC S9(3)V99 COMP-3 VALUE 12.95.
       01  WS-TX-CEG-T1-PAT          PIC S9(3)V99 COMP-3 VALUE 1.29.
       01  WS-TX-PREVOY-PAT          PIC S9(3)V99 COMP-3 VALUE 1.50.
       01  WS-TX-CHOMAGE-PAT         PIC S9(3)V99 COMP-3 VALUE 4.05.
       01  WS-TX-AGS                 PIC S9(3)V99 COMP-3 VALUE 0.15.
       01  WS-BDX-SEUIL-MALADIE      PIC S9V9(2) COMP-3 VALUE 2.50.
       01  WS-BDX-SEUIL-AF           PIC S9V9(2) COMP-3 VALUE 3.50.
       01  WS-BDX-SMIC               PIC S9(9)V99 COMP-3.
       01  WS-PLAFOND-CHOMAGE        PIC S9(9)V99 COMP-3
                                     VALUE 15456.00.

           05  WS-CP-CHOMAGE         PIC S9(9)V99 COMP-3.
           05  WS-CP-AGS             PIC S9(9)V99 COMP-3.
           05  WS-CP-VERSEMENT-MOBIL PIC S9(9)V99 COMP-3.
           05  WS-CP-FORFAIT-SOCIAL  PIC S9(9)V99 COMP-3.
           05  WS-CP-TOTAL           PIC S9(9)V99 COMP-3.
           05  WS-COUT-EMPLOYEUR     PIC S9(9)V99 COMP-3.
           05  WS-TAUX-HORAIRE       PIC S9(5)V99 COMP-3.
           MOVE WS-PAS-INIT-LIMS TO WS-PAS-LIMS
           MOVE WS-PAS-INIT-TAUXS TO WS-PAS-TAUXS

           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           IF WS-PERIODE > 0
               COMPUTE WS-ETB-DATE-REF = WS-PERIODE * 100 + 31
           ELSE
               ACCEPT WS-ETB-DATE-REF FROM DATE YYYYMMDD
           END-IF
           PERFORM 1050-CHARGER-ETABLISSEMENTS
           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                   UNTIL WS-ETAB-IDX > ETAB-COUNT
               IF ETAB-CODE(WS-ETAB-IDX) = WS-ETABLISSEMENT
           IF WS-PERIODE > 0
               PERFORM 1750-CHARGER-TAUX-PERIODE
           END-IF
           PERFORM 1770-CHARGER-EFFECTIF

      *    Le taux AT/MP notifié à l'établissement prévaut sur celui
      *    du barème
           IF ETAB-ATMP-TAUX(WS-ETAB-IDX) > 0
               MOVE ETAB-ATMP-TAUX(WS-ETAB-IDX) TO WS-TX-ATMP
           END-IF

           DISPLAY "CALC-BRUT-CIBLE|START|0|" WS-CIBLE.

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
               DISPLAY "CALC-BRUT-CIBLE|ERROR|0|OPEN-ETB=" WS-FS-ETB
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
               DISPLAY "CALC-BRUT-CIBLE|ERROR|0|ETAB-VIDE="
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
               DISPLAY "CALC-BRUT-CIBLE|WARN|0|ETAB-TABLE-PLEINE="
                   ETB-CODE
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
       1750-CHARGER-TAUX-PERIODE.
      ******************************************************************
       1760-APPLIQUER-TAUX.
      ******************************************************************
           MOVE TAUX-PMSS                 TO WS-PMSS
           MOVE TAUX-SMIC-MENSUEL         TO WS-SMIC-MENSUEL
           MOVE TAUX-VIEILL-PLAF-SAL      TO WS-TX-VIEILL-PLAF-SAL
           MOVE TAUX-VIEILL-DEPLAF-SAL    TO WS-TX-VIEILL-DEPLAF-SAL
           MOVE TAUX-CSG-DEDUCT           TO WS-TX-CSG-DEDUCT
           MOVE TAUX-PREVOY-SAL           TO WS-TX-PREVOY-SAL
           MOVE TAUX-CEG-T1-SAL           TO WS-TX-CEG-T1-SAL
           MOVE TAUX-CEG-T2-SAL           TO WS-TX-CEG-T2-SAL
           MOVE TAUX-MALADIE-PAT-NC       TO WS-TX-MALADIE-PAT-RED
           MOVE TAUX-MALADIE-PAT-C        TO WS-TX-MALADIE-PAT-PLEIN
           MOVE TAUX-VIEILL-PLAF-PAT      TO WS-TX-VIEILL-PLAF-PAT
           MOVE TAUX-VIEILL-DEPLAF-PAT    TO WS-TX-VIEILL-DEPLAF-PAT
           MOVE TAUX-ALLOC-FAM-REDUIT     TO WS-TX-ALLOC-FAM-REDUIT
           MOVE TAUX-PREVOY-PAT           TO WS-TX-PREVOY-PAT
           MOVE TAUX-CHOMAGE-PAT          TO WS-TX-CHOMAGE-PAT
           MOVE TAUX-AGS                  TO WS-TX-AGS
           MOVE TAUX-PLAFOND-CHOMAGE      TO WS-PLAFOND-CHOMAGE
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
                   UNTIL WS-PAS-IDX > 8
               MOVE TAUX-PAS-TAUX(WS-PAS-IDX)
                   TO WS-PAS-TX(WS-PAS-IDX)
           END-PERFORM
           IF TAUX-FNAL-MOINS-50 IS NUMERIC
               AND TAUX-FORFAIT-SOC-PREV IS NUMERIC
               MOVE TAUX-FNAL-MOINS-50    TO WS-TX-FNAL-MOINS-50
               MOVE TAUX-FORFAIT-SOC-PREV TO WS-TX-FORFAIT-SOC-PREV
           END-IF
           MOVE TAUX-PERIODE-EFFET        TO WS-TAUX-BEST-PERIODE.

      ******************************************************************
       1770-CHARGER-EFFECTIF.
      ******************************************************************
      *    Même règle que CALC-PAIE : tranche de l'entreprise calculée
      *    sur l'année précédant la période (ou la date du jour).
           ACCEPT WS-EFFECTIFS-PATH FROM ENVIRONMENT "EFFECTIFS_FILE"
           IF WS-EFFECTIFS-PATH = SPACES
               MOVE "../data/EFFECTIFS.dat" TO WS-EFFECTIFS-PATH
           END-IF
           DIVIDE WS-ETB-DATE-REF BY 10000 GIVING WS-EFF-ANNEE-PERIODE
           OPEN INPUT EFFECTIFS-FILE
           IF WS-FS-EFF = "00"
               MOVE "ENTR" TO EFF-PERIMETRE
               COMPUTE EFF-ANNEE = WS-EFF-ANNEE-PERIODE - 1
               READ EFFECTIFS-FILE
                   KEY IS EFF-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EFF-TRANCHE TO WS-EFF-TRANCHE
               END-READ
               CLOSE EFFECTIFS-FILE
           ELSE
               IF WS-FS-EFF NOT = "35"
                   DISPLAY "CALC-BRUT-CIBLE|ERROR|0|OPEN-EFF="
                       WS-FS-EFF
               END-IF
           END-IF.

      ******************************************************************
       2000-RESOUDRE.
      ******************************************************************
      ******************************************************************
       4000-COTISATIONS-PATRONALES.
      ******************************************************************
      *    Bandeaux maladie (2,5 SMIC) et allocations familiales
      *    (3,5 SMIC), indépendants du statut cadre : le mois type
      *    étant reconduit sur l'année, le brut mensuel se compare
      *    au SMIC mensuel proratisé de l'horaire contractuel.
           IF WS-HEURES-MENSUELLES < 151.67
               COMPUTE WS-BDX-SMIC ROUNDED =
                   WS-SMIC-MENSUEL * WS-HEURES-MENSUELLES / 151.67
           ELSE
               MOVE WS-SMIC-MENSUEL TO WS-BDX-SMIC
           END-IF
           IF WS-BRUT <= WS-BDX-SMIC * WS-BDX-SEUIL-MALADIE
               COMPUTE WS-CP-MALADIE ROUNDED =
                   WS-BRUT * WS-TX-MALADIE-PAT-RED / 100
           ELSE
               COMPUTE WS-CP-MALADIE ROUNDED =
                   WS-BRUT * WS-TX-MALADIE-PAT-PLEIN / 100
           END-IF
           COMPUTE WS-CP-VIEILL-PLAF ROUNDED =
               WS-TRANCHE-1 * WS-TX-VIEILL-PLAF-PAT / 100
           COMPUTE WS-CP-VIEILL-DEPLAF ROUNDED =
               WS-BRUT * WS-TX-VIEILL-DEPLAF-PAT / 100
           IF WS-BRUT <= WS-BDX-SMIC * WS-BDX-SEUIL-AF
               COMPUTE WS-CP-ALLOC-FAM ROUNDED =
                   WS-BRUT * WS-TX-ALLOC-FAM-REDUIT / 100
           ELSE
           END-IF
           COMPUTE WS-CP-ATMP ROUNDED =
               WS-BRUT * WS-TX-ATMP / 100
           IF EFF-ENTR-MOINS-50
               COMPUTE WS-CP-FNAL ROUNDED =
                   WS-TRANCHE-1 * WS-TX-FNAL-MOINS-50 / 100
           ELSE
               COMPUTE WS-CP-FNAL ROUNDED =
                   WS-BRUT * WS-TX-FNAL / 100
           END-IF
           COMPUTE WS-CP-RETR-T1 ROUNDED =
               WS-TRANCHE-1 * WS-TX-RETR-T1-PAT / 100
           COMPUTE WS-CP-RETR-T2 ROUNDED =
           ELSE
               MOVE 0 TO WS-CP-PREVOY
           END-IF
           IF EFF-ENTR-MOINS-11
               MOVE 0 TO WS-CP-FORFAIT-SOCIAL
           ELSE
               COMPUTE WS-CP-FORFAIT-SOCIAL ROUNDED =
                   WS-CP-PREVOY * WS-TX-FORFAIT-SOC-PREV / 100
           END-IF
           IF WS-BRUT > WS-PLAFOND-CHOMAGE
               MOVE WS-PLAFOND-CHOMAGE TO WS-BASE-CHOMAGE
           ELSE
               WS-BASE-CHOMAGE * WS-TX-CHOMAGE-PAT / 100
           COMPUTE WS-CP-AGS ROUNDED =
               WS-BRUT * WS-TX-AGS / 100
           IF EFF-ENTR-MOINS-11
               MOVE 0 TO WS-CP-VERSEMENT-MOBIL
           ELSE
               COMPUTE WS-CP-VERSEMENT-MOBIL ROUNDED =
                   WS-BRUT * ETAB-VM-TAUX(WS-ETAB-IDX) / 100
           END-IF

           COMPUTE WS-CP-TOTAL =
               WS-CP-MALADIE
               + WS-CP-CHOMAGE
               + WS-CP-AGS
               + WS-CP-VERSEMENT-MOBIL
               + WS-CP-FORFAIT-SOCIAL

           COMPUTE WS-COUT-EMPLOYEUR = WS-BRUT + WS-CP-TOTAL.

