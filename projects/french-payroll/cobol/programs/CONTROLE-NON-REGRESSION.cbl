       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-NON-REGRESSION.
      ******************************************************************
      * CONTROLE-NON-REGRESSION — Comparaison rubrique par rubrique
      * de deux calculs d'une même période de paie
      * Avant d'accepter une modification du barème des cotisations,
      * de la grille ou de CALC-PAIE, la période (variable PERIODE)
      * est recalculée et rapprochée d'une copie des sorties prise
      * avant la modification :
      *   - BULLETINS_REF_FILE / COTISATIONS_REF_FILE : calcul de
      *     référence (défauts ../data/BULLETINS-REF.dat et
      *     ../data/COTISATIONS-PATRONALES-REF.dat) ;
      *   - BULLETINS_FILE / COTISATIONS_FILE : nouveau calcul
      *     (défauts ../data/BULLETINS.dat et
      *     ../data/COTISATIONS-PATRONALES.dat).
      * Les bulletins et les lignes de cotisations patronales sont
      * rapprochés par matricule ; toute zone de PAIE-RECORD ou de
      * COTISATION-RECORD qui diffère est éditée avec ses deux
      * valeurs et l'écart. L'état relève ensuite les matricules
      * présents dans un seul des deux calculs, puis totalise par
      * rubrique (nombre d'écarts, montants de référence et
      * nouveaux) et par établissement.
      * À la différence de CONTROLE-VARIATIONS, qui confronte deux
      * périodes successives, les deux calculs doivent ici être
      * identiques en dehors de l'effet attendu de la modification.
      * Sortie : NON_REGRESSION_FILE (défaut
      * ../data/CONTROLE-NON-REGRESSION.txt).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULLETINS-REF-FILE
               ASSIGN TO WS-BULLETINS-REF-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BRF.

           SELECT BULLETINS-FILE
               ASSIGN TO WS-BULLETINS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BUL.

           SELECT COTISATIONS-REF-FILE
               ASSIGN TO WS-COTISATIONS-REF-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRF.

           SELECT COTISATIONS-FILE
               ASSIGN TO WS-COTISATIONS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COT.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  BULLETINS-REF-FILE.
       01  BULLETIN-REF-LU            PIC X(542).

       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".

       FD  COTISATIONS-REF-FILE.
       01  COTISATION-REF-LUE         PIC X(300).

       FD  COTISATIONS-FILE.
       COPY "COTISATION-RECORD.cpy".

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BULLETINS-REF-PATH     PIC X(256).
       01  WS-BULLETINS-PATH         PIC X(256).
       01  WS-COTISATIONS-REF-PATH   PIC X(256).
       01  WS-COTISATIONS-PATH       PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-FS-BRF                 PIC XX.
       01  WS-FS-BUL                 PIC XX.
       01  WS-FS-CRF                 PIC XX.
       01  WS-FS-COT                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       01  WS-PERIODE                PIC 9(6).

      *    --- Enregistrements de référence, vus sous les noms de
      *    zone des copies (REF- pour le bulletin, RCO- pour les
      *    cotisations patronales) ---
       COPY "PAIE-RECORD.cpy"
           REPLACING ==PAIE-RECORD== BY ==REF-PAIE-RECORD==
           LEADING ==PAI-== BY ==REF-==.
       COPY "COTISATION-RECORD.cpy"
           REPLACING ==COTISATION-RECORD== BY ==REF-COTISATION-RECORD==
           LEADING ==COT-== BY ==RCO-==.

      *    --- Calcul de référence de la période, par matricule ---
       01  WS-RBU-COUNT              PIC 9(4) VALUE 0.
       01  WS-RBU-TABLE.
           05  WS-RBU-ENTRY OCCURS 2000 TIMES.
               10  WS-RBU-MATRICULE  PIC X(8).
               10  WS-RBU-RAPPROCHE  PIC 9.
               10  WS-RBU-RECORD     PIC X(542).
       01  WS-RCO-COUNT              PIC 9(4) VALUE 0.
       01  WS-RCO-TABLE.
           05  WS-RCO-ENTRY OCCURS 2000 TIMES.
               10  WS-RCO-MATRICULE  PIC X(8).
               10  WS-RCO-RAPPROCHE  PIC 9.
               10  WS-RCO-RECORD     PIC X(300).
       01  WS-IDX                    PIC 9(4).

      *    --- Totaux par rubrique : bulletin de 1 à 99, cotisations
      *    patronales à partir de 100, dans l'ordre des zones ---
       01  WS-RUB-MAX                PIC 9(3) VALUE 0.
       01  WS-RUB-TABLE.
           05  WS-RUB-ENTRY OCCURS 140 TIMES.
               10  WS-RUB-NOM        PIC X(24).
               10  WS-RUB-MONTANT    PIC 9.
               10  WS-RUB-NB-ECARTS  PIC 9(5).
               10  WS-RUB-TOTAL-REF  PIC S9(13)V99 COMP-3.
               10  WS-RUB-TOTAL-NOUV PIC S9(13)V99 COMP-3.
       01  WS-RUB-NUM                PIC 9(3).

      *    --- Totaux par établissement ---
       01  WS-ETS-COUNT              PIC 9(2) VALUE 0.
       01  WS-ETS-TABLE.
           05  WS-ETS-ENTRY OCCURS 20 TIMES.
               10  WS-ETS-CODE           PIC X(4).
               10  WS-ETS-BUL-COMPARES   PIC 9(5).
               10  WS-ETS-BUL-ECARTS     PIC 9(5).
               10  WS-ETS-COT-COMPAREES  PIC 9(5).
               10  WS-ETS-COT-ECARTS     PIC 9(5).
               10  WS-ETS-SEULS          PIC 9(5).
               10  WS-ETS-ECART-BRUT     PIC S9(11)V99 COMP-3.
               10  WS-ETS-ECART-COT-SAL  PIC S9(11)V99 COMP-3.
               10  WS-ETS-ECART-NET      PIC S9(11)V99 COMP-3.
               10  WS-ETS-ECART-PAT      PIC S9(11)V99 COMP-3.
       01  WS-ETS-IDX                PIC 9(2).
       01  WS-ETS-CHERCHE            PIC X(4).

      *    --- Comparaison d'une zone ---
       01  WS-CHAMP                  PIC X(24).
       01  WS-VAL-REF                PIC S9(11)V99 COMP-3.
       01  WS-VAL-NOUV               PIC S9(11)V99 COMP-3.
       01  WS-ECART                  PIC S9(11)V99 COMP-3.
       01  WS-TXT-REF                PIC X(30).
       01  WS-TXT-NOUV               PIC X(30).
       01  WS-MATRICULE              PIC X(8).
       01  WS-NOM                    PIC X(30).
       01  WS-NB-ECARTS-SALARIE      PIC 9(3).

       01  WS-EOF-BRF                PIC 9 VALUE 0.
           88  EOF-BRF               VALUE 1.
       01  WS-EOF-BUL                PIC 9 VALUE 0.
           88  EOF-BUL               VALUE 1.
       01  WS-EOF-CRF                PIC 9 VALUE 0.
           88  EOF-CRF               VALUE 1.
       01  WS-EOF-COT                PIC 9 VALUE 0.
           88  EOF-COT               VALUE 1.

       01  WS-NB-BUL-COMPARES        PIC 9(5) VALUE 0.
       01  WS-NB-BUL-ECARTS          PIC 9(5) VALUE 0.
       01  WS-NB-COT-COMPAREES       PIC 9(5) VALUE 0.
       01  WS-NB-COT-ECARTS          PIC 9(5) VALUE 0.
       01  WS-NB-ECARTS              PIC 9(7) VALUE 0.
       01  WS-NB-SEULS               PIC 9(5) VALUE 0.

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".
       01  WS-FMT-MONTANT            PIC -(11)9.99.
       01  WS-FMT-MONTANT2           PIC -(11)9.99.
       01  WS-FMT-MONTANT3           PIC -(11)9.99.
       01  WS-FMT-NB                 PIC ZZZZ9.
       01  WS-FMT-NB-2               PIC ZZZZ9.
       01  WS-FMT-NB-3               PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 1100-CHARGER-REFERENCE
           PERFORM 2000-ENTETE
           PERFORM 3000-COMPARER-BULLETINS
           PERFORM 4000-COMPARER-COTISATIONS
           PERFORM 5000-EDITER-ISOLES
           PERFORM 6000-EDITER-RUBRIQUES
           PERFORM 7000-EDITER-ETABLISSEMENTS
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-BULLETINS-REF-PATH
               FROM ENVIRONMENT "BULLETINS_REF_FILE"
           ACCEPT WS-BULLETINS-PATH FROM ENVIRONMENT "BULLETINS_FILE"
           ACCEPT WS-COTISATIONS-REF-PATH
               FROM ENVIRONMENT "COTISATIONS_REF_FILE"
           ACCEPT WS-COTISATIONS-PATH
               FROM ENVIRONMENT "COTISATIONS_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "NON_REGRESSION_FILE"

           IF WS-BULLETINS-REF-PATH = SPACES
               MOVE "../data/BULLETINS-REF.dat"
                   TO WS-BULLETINS-REF-PATH
           END-IF
           IF WS-BULLETINS-PATH = SPACES
               MOVE "../data/BULLETINS.dat" TO WS-BULLETINS-PATH
           END-IF
           IF WS-COTISATIONS-REF-PATH = SPACES
               MOVE "../data/COTISATIONS-PATRONALES-REF.dat"
                   TO WS-COTISATIONS-REF-PATH
           END-IF
           IF WS-COTISATIONS-PATH = SPACES
               MOVE "../data/COTISATIONS-PATRONALES.dat"
                   TO WS-COTISATIONS-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/CONTROLE-NON-REGRESSION.txt"
                   TO WS-RAPPORT-PATH
           END-IF

           IF WS-PERIODE = 0
               DISPLAY "CONTROLE-NON-REGRESSION|ERROR|0|"
                   "PERIODE-MANQUANTE"
               STOP RUN
           END-IF

           OPEN INPUT BULLETINS-REF-FILE
           IF WS-FS-BRF NOT = "00"
               DISPLAY "CONTROLE-NON-REGRESSION|ERROR|0|OPEN-BRF="
                   WS-FS-BRF
               STOP RUN
           END-IF
           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "CONTROLE-NON-REGRESSION|ERROR|0|OPEN-BUL="
                   WS-FS-BUL
               CLOSE BULLETINS-REF-FILE
               STOP RUN
           END-IF
           OPEN INPUT COTISATIONS-REF-FILE
           IF WS-FS-CRF NOT = "00"
               DISPLAY "CONTROLE-NON-REGRESSION|ERROR|0|OPEN-CRF="
                   WS-FS-CRF
               CLOSE BULLETINS-REF-FILE
               CLOSE BULLETINS-FILE
               STOP RUN
           END-IF
           OPEN INPUT COTISATIONS-FILE
           IF WS-FS-COT NOT = "00"
               DISPLAY "CONTROLE-NON-REGRESSION|ERROR|0|OPEN-COT="
                   WS-FS-COT
               CLOSE BULLETINS-REF-FILE
               CLOSE BULLETINS-FILE
               CLOSE COTISATIONS-REF-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "CONTROLE-NON-REGRESSION|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE BULLETINS-REF-FILE
               CLOSE BULLETINS-FILE
               CLOSE COTISATIONS-REF-FILE
               CLOSE COTISATIONS-FILE
               STOP RUN
           END-IF

           INITIALIZE WS-RUB-TABLE
           INITIALIZE WS-ETS-TABLE
           DISPLAY "CONTROLE-NON-REGRESSION|START|" WS-PERIODE "|0".

      ******************************************************************
       1100-CHARGER-REFERENCE.
      ******************************************************************
      *    Le calcul de référence de la période est tenu en mémoire ;
      *    le nouveau calcul est lu ensuite et rapproché matricule par
      *    matricule, quel que soit l'ordre des deux fichiers.
           READ BULLETINS-REF-FILE INTO REF-PAIE-RECORD
               AT END SET EOF-BRF TO TRUE
           END-READ
           PERFORM UNTIL EOF-BRF
               IF REF-PERIODE = WS-PERIODE
                   IF WS-RBU-COUNT < 2000
                       ADD 1 TO WS-RBU-COUNT
                       MOVE REF-MATRICULE
                           TO WS-RBU-MATRICULE(WS-RBU-COUNT)
                       MOVE 0 TO WS-RBU-RAPPROCHE(WS-RBU-COUNT)
                       MOVE REF-PAIE-RECORD
                           TO WS-RBU-RECORD(WS-RBU-COUNT)
                   ELSE
                       DISPLAY "CONTROLE-NON-REGRESSION|WARN|0|"
                           "TABLE-BUL-PLEINE=" REF-MATRICULE
                   END-IF
               END-IF
               READ BULLETINS-REF-FILE INTO REF-PAIE-RECORD
                   AT END SET EOF-BRF TO TRUE
               END-READ
           END-PERFORM

           READ COTISATIONS-REF-FILE INTO REF-COTISATION-RECORD
               AT END SET EOF-CRF TO TRUE
           END-READ
           PERFORM UNTIL EOF-CRF
               IF RCO-PERIODE = WS-PERIODE
                   IF WS-RCO-COUNT < 2000
                       ADD 1 TO WS-RCO-COUNT
                       MOVE RCO-MATRICULE
                           TO WS-RCO-MATRICULE(WS-RCO-COUNT)
                       MOVE 0 TO WS-RCO-RAPPROCHE(WS-RCO-COUNT)
                       MOVE REF-COTISATION-RECORD
                           TO WS-RCO-RECORD(WS-RCO-COUNT)
                   ELSE
                       DISPLAY "CONTROLE-NON-REGRESSION|WARN|0|"
                           "TABLE-COT-PLEINE=" RCO-MATRICULE
                   END-IF
               END-IF
               READ COTISATIONS-REF-FILE INTO REF-COTISATION-RECORD
                   AT END SET EOF-CRF TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
       2000-ENTETE.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  CONTROLE DE NON-REGRESSION DU CALCUL DE PAIE - "
               "PERIODE " WS-PERIODE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  REFERENCE : " WS-BULLETINS-REF-PATH(1:50)
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  NOUVEAU   : " WS-BULLETINS-PATH(1:50)
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  [1] ZONES EN ECART"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  MATRICULE NOM                            "
               "RUBRIQUE                        REFERENCE"
               "           NOUVEAU             ECART"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       3000-COMPARER-BULLETINS.
      ******************************************************************
           READ BULLETINS-FILE
               AT END SET EOF-BUL TO TRUE
           END-READ
           PERFORM UNTIL EOF-BUL
               IF PAI-PERIODE = WS-PERIODE
                   PERFORM 3050-RAPPROCHER-BULLETIN
               END-IF
               READ BULLETINS-FILE
                   AT END SET EOF-BUL TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
       3050-RAPPROCHER-BULLETIN.
      ******************************************************************
           MOVE PAI-ETABLISSEMENT TO WS-ETS-CHERCHE
           PERFORM 8000-TROUVER-ETABLISSEMENT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RBU-COUNT
               IF WS-RBU-MATRICULE(WS-IDX) = PAI-MATRICULE
                   AND WS-RBU-RAPPROCHE(WS-IDX) = 0
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IDX > WS-RBU-COUNT
               ADD 1 TO WS-NB-SEULS
               ADD 1 TO WS-ETS-SEULS(WS-ETS-IDX)
               MOVE SPACES TO WS-LINE
               STRING "  " PAI-MATRICULE "  " PAI-NOM
                   " BULLETIN ABSENT DU CALCUL DE REFERENCE"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           ELSE
               MOVE 1 TO WS-RBU-RAPPROCHE(WS-IDX)
               MOVE WS-RBU-RECORD(WS-IDX) TO REF-PAIE-RECORD
               ADD 1 TO WS-NB-BUL-COMPARES
               ADD 1 TO WS-ETS-BUL-COMPARES(WS-ETS-IDX)
               MOVE PAI-MATRICULE TO WS-MATRICULE
               MOVE PAI-NOM TO WS-NOM
               MOVE 0 TO WS-NB-ECARTS-SALARIE
               MOVE 0 TO WS-RUB-NUM
               PERFORM 3100-COMPARER-ZONES-BULLETIN
               IF WS-NB-ECARTS-SALARIE > 0
                   ADD 1 TO WS-NB-BUL-ECARTS
                   ADD 1 TO WS-ETS-BUL-ECARTS(WS-ETS-IDX)
               END-IF
               COMPUTE WS-ETS-ECART-BRUT(WS-ETS-IDX) =
                   WS-ETS-ECART-BRUT(WS-ETS-IDX)
                   + PAI-BRUT - REF-BRUT
               COMPUTE WS-ETS-ECART-COT-SAL(WS-ETS-IDX) =
                   WS-ETS-ECART-COT-SAL(WS-ETS-IDX)
                   + PAI-TOTAL-COT-SAL - REF-TOTAL-COT-SAL
               COMPUTE WS-ETS-ECART-NET(WS-ETS-IDX) =
                   WS-ETS-ECART-NET(WS-ETS-IDX)
                   + PAI-NET-A-PAYER - REF-NET-A-PAYER
           END-IF.

      ******************************************************************
       3100-COMPARER-ZONES-BULLETIN.
      ******************************************************************
      *    Toutes les zones du bulletin, dans l'ordre de PAIE-RECORD
      *    (matricule et période servent au rapprochement).
           MOVE "PAI-NOM" TO WS-CHAMP
           MOVE REF-NOM TO WS-TXT-REF
           MOVE PAI-NOM TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "PAI-PRENOM" TO WS-CHAMP
           MOVE REF-PRENOM TO WS-TXT-REF
           MOVE PAI-PRENOM TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "PAI-DEPARTEMENT" TO WS-CHAMP
           MOVE REF-DEPARTEMENT TO WS-TXT-REF
           MOVE PAI-DEPARTEMENT TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "PAI-CLASSIFICATION" TO WS-CHAMP
           MOVE REF-CLASSIFICATION TO WS-TXT-REF
           MOVE PAI-CLASSIFICATION TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "PAI-DATE-PAIEMENT" TO WS-CHAMP
           MOVE REF-DATE-PAIEMENT TO WS-TXT-REF
           MOVE PAI-DATE-PAIEMENT TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "PAI-HEURES-BASE" TO WS-CHAMP
           MOVE REF-HEURES-BASE TO WS-VAL-REF
           MOVE PAI-HEURES-BASE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-TAUX-HORAIRE" TO WS-CHAMP
           MOVE REF-TAUX-HORAIRE TO WS-VAL-REF
           MOVE PAI-TAUX-HORAIRE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-FORFAIT-MENSUEL" TO WS-CHAMP
           MOVE REF-FORFAIT-MENSUEL TO WS-VAL-REF
           MOVE PAI-FORFAIT-MENSUEL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-SALAIRE-BASE" TO WS-CHAMP
           MOVE REF-SALAIRE-BASE TO WS-VAL-REF
           MOVE PAI-SALAIRE-BASE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-HEURES-SUP-25" TO WS-CHAMP
           MOVE REF-HEURES-SUP-25 TO WS-VAL-REF
           MOVE PAI-HEURES-SUP-25 TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-MONTANT-HS-25" TO WS-CHAMP
           MOVE REF-MONTANT-HS-25 TO WS-VAL-REF
           MOVE PAI-MONTANT-HS-25 TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-HEURES-SUP-50" TO WS-CHAMP
           MOVE REF-HEURES-SUP-50 TO WS-VAL-REF
           MOVE PAI-HEURES-SUP-50 TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-MONTANT-HS-50" TO WS-CHAMP
           MOVE REF-MONTANT-HS-50 TO WS-VAL-REF
           MOVE PAI-MONTANT-HS-50 TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-PRIME-ANCIENNETE" TO WS-CHAMP
           MOVE REF-PRIME-ANCIENNETE TO WS-VAL-REF
           MOVE PAI-PRIME-ANCIENNETE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-PRIME-EXCEPT" TO WS-CHAMP
           MOVE REF-PRIME-EXCEPT TO WS-VAL-REF
           MOVE PAI-PRIME-EXCEPT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-ABSENCE-HEURES" TO WS-CHAMP
           MOVE REF-ABSENCE-HEURES TO WS-VAL-REF
           MOVE PAI-ABSENCE-HEURES TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-ABSENCE-MONTANT" TO WS-CHAMP
           MOVE REF-ABSENCE-MONTANT TO WS-VAL-REF
           MOVE PAI-ABSENCE-MONTANT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-BRUT" TO WS-CHAMP
           MOVE REF-BRUT TO WS-VAL-REF
           MOVE PAI-BRUT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-COT-MALADIE-SAL" TO WS-CHAMP
           MOVE REF-COT-MALADIE-SAL TO WS-VAL-REF
           MOVE PAI-COT-MALADIE-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-COT-VIEILL-PLAF" TO WS-CHAMP
           MOVE REF-COT-VIEILL-PLAF TO WS-VAL-REF
           MOVE PAI-COT-VIEILL-PLAF TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-COT-VIEILL-DEPLAF" TO WS-CHAMP
           MOVE REF-COT-VIEILL-DEPLAF TO WS-VAL-REF
           MOVE PAI-COT-VIEILL-DEPLAF TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-CSG-DEDUCTIBLE" TO WS-CHAMP
           MOVE REF-CSG-DEDUCTIBLE TO WS-VAL-REF
           MOVE PAI-CSG-DEDUCTIBLE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-CSG-NON-DEDUCT" TO WS-CHAMP
           MOVE REF-CSG-NON-DEDUCT TO WS-VAL-REF
           MOVE PAI-CSG-NON-DEDUCT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-COT-MUTUELLE-SAL" TO WS-CHAMP
           MOVE REF-COT-MUTUELLE-SAL TO WS-VAL-REF
           MOVE PAI-COT-MUTUELLE-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-COT-RETR-T1-SAL" TO WS-CHAMP
           MOVE REF-COT-RETR-T1-SAL TO WS-VAL-REF
           MOVE PAI-COT-RETR-T1-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-COT-RETR-T2-SAL" TO WS-CHAMP
           MOVE REF-COT-RETR-T2-SAL TO WS-VAL-REF
           MOVE PAI-COT-RETR-T2-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-COT-PREVOY-SAL" TO WS-CHAMP
           MOVE REF-COT-PREVOY-SAL TO WS-VAL-REF
           MOVE PAI-COT-PREVOY-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-COT-CHOMAGE-SAL" TO WS-CHAMP
           MOVE REF-COT-CHOMAGE-SAL TO WS-VAL-REF
           MOVE PAI-COT-CHOMAGE-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-COT-CEG-T1-SAL" TO WS-CHAMP
           MOVE REF-COT-CEG-T1-SAL TO WS-VAL-REF
           MOVE PAI-COT-CEG-T1-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-COT-CEG-T2-SAL" TO WS-CHAMP
           MOVE REF-COT-CEG-T2-SAL TO WS-VAL-REF
           MOVE PAI-COT-CEG-T2-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-TOTAL-COT-SAL" TO WS-CHAMP
           MOVE REF-TOTAL-COT-SAL TO WS-VAL-REF
           MOVE PAI-TOTAL-COT-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-EXONER-HS" TO WS-CHAMP
           MOVE REF-EXONER-HS TO WS-VAL-REF
           MOVE PAI-EXONER-HS TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-NET-IMPOSABLE" TO WS-CHAMP
           MOVE REF-NET-IMPOSABLE TO WS-VAL-REF
           MOVE PAI-NET-IMPOSABLE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-TAUX-PAS" TO WS-CHAMP
           MOVE REF-TAUX-PAS TO WS-VAL-REF
           MOVE PAI-TAUX-PAS TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-MONTANT-PAS" TO WS-CHAMP
           MOVE REF-MONTANT-PAS TO WS-VAL-REF
           MOVE PAI-MONTANT-PAS TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-NET-AVANT-PAS" TO WS-CHAMP
           MOVE REF-NET-AVANT-PAS TO WS-VAL-REF
           MOVE PAI-NET-AVANT-PAS TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-ACOMPTE" TO WS-CHAMP
           MOVE REF-ACOMPTE TO WS-VAL-REF
           MOVE PAI-ACOMPTE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-NET-A-PAYER" TO WS-CHAMP
           MOVE REF-NET-A-PAYER TO WS-VAL-REF
           MOVE PAI-NET-A-PAYER TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-TRANCHE-1" TO WS-CHAMP
           MOVE REF-TRANCHE-1 TO WS-VAL-REF
           MOVE PAI-TRANCHE-1 TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-TRANCHE-2" TO WS-CHAMP
           MOVE REF-TRANCHE-2 TO WS-VAL-REF
           MOVE PAI-TRANCHE-2 TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-ETABLISSEMENT" TO WS-CHAMP
           MOVE REF-ETABLISSEMENT TO WS-TXT-REF
           MOVE PAI-ETABLISSEMENT TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "PAI-AUTRES-GAINS" TO WS-CHAMP
           MOVE REF-AUTRES-GAINS TO WS-VAL-REF
           MOVE PAI-AUTRES-GAINS TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-AUTRES-RETENUES" TO WS-CHAMP
           MOVE REF-AUTRES-RETENUES TO WS-VAL-REF
           MOVE PAI-AUTRES-RETENUES TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-CUM-BRUT" TO WS-CHAMP
           MOVE REF-CUM-BRUT TO WS-VAL-REF
           MOVE PAI-CUM-BRUT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-CUM-NET" TO WS-CHAMP
           MOVE REF-CUM-NET TO WS-VAL-REF
           MOVE PAI-CUM-NET TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-CUM-COT-SAL" TO WS-CHAMP
           MOVE REF-CUM-COT-SAL TO WS-VAL-REF
           MOVE PAI-CUM-COT-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-TR-NB-TITRES" TO WS-CHAMP
           MOVE REF-TR-NB-TITRES TO WS-VAL-REF
           MOVE PAI-TR-NB-TITRES TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-TR-PART-PATRONALE" TO WS-CHAMP
           MOVE REF-TR-PART-PATRONALE TO WS-VAL-REF
           MOVE PAI-TR-PART-PATRONALE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-TR-PART-SALARIALE" TO WS-CHAMP
           MOVE REF-TR-PART-SALARIALE TO WS-VAL-REF
           MOVE PAI-TR-PART-SALARIALE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-RAPPEL-PERIODE-ORIG" TO WS-CHAMP
           MOVE REF-RAPPEL-PERIODE-ORIG TO WS-TXT-REF
           MOVE PAI-RAPPEL-PERIODE-ORIG TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "PAI-RAPPEL-BRUT" TO WS-CHAMP
           MOVE REF-RAPPEL-BRUT TO WS-VAL-REF
           MOVE PAI-RAPPEL-BRUT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-RAPPEL-COT-SAL" TO WS-CHAMP
           MOVE REF-RAPPEL-COT-SAL TO WS-VAL-REF
           MOVE PAI-RAPPEL-COT-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-RAPPEL-NET" TO WS-CHAMP
           MOVE REF-RAPPEL-NET TO WS-VAL-REF
           MOVE PAI-RAPPEL-NET TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-PRIME-13E-MOIS" TO WS-CHAMP
           MOVE REF-PRIME-13E-MOIS TO WS-VAL-REF
           MOVE PAI-PRIME-13E-MOIS TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-IJSS-MONTANT" TO WS-CHAMP
           MOVE REF-IJSS-MONTANT TO WS-VAL-REF
           MOVE PAI-IJSS-MONTANT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-SAISIE-ARRET" TO WS-CHAMP
           MOVE REF-SAISIE-ARRET TO WS-VAL-REF
           MOVE PAI-SAISIE-ARRET TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-HEURES-COMPL-10" TO WS-CHAMP
           MOVE REF-HEURES-COMPL-10 TO WS-VAL-REF
           MOVE PAI-HEURES-COMPL-10 TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-MONTANT-HC-10" TO WS-CHAMP
           MOVE REF-MONTANT-HC-10 TO WS-VAL-REF
           MOVE PAI-MONTANT-HC-10 TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-HEURES-COMPL-25" TO WS-CHAMP
           MOVE REF-HEURES-COMPL-25 TO WS-VAL-REF
           MOVE PAI-HEURES-COMPL-25 TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-MONTANT-HC-25" TO WS-CHAMP
           MOVE REF-MONTANT-HC-25 TO WS-VAL-REF
           MOVE PAI-MONTANT-HC-25 TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-EXONER-APPRENTI" TO WS-CHAMP
           MOVE REF-EXONER-APPRENTI TO WS-VAL-REF
           MOVE PAI-EXONER-APPRENTI TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-CENTRE-ANALYTIQUE" TO WS-CHAMP
           MOVE REF-CENTRE-ANALYTIQUE TO WS-TXT-REF
           MOVE PAI-CENTRE-ANALYTIQUE TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "PAI-ABSENCE-JOURS" TO WS-CHAMP
           MOVE REF-ABSENCE-JOURS TO WS-VAL-REF
           MOVE PAI-ABSENCE-JOURS TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-RTT-JOURS-PRIS" TO WS-CHAMP
           MOVE REF-RTT-JOURS-PRIS TO WS-VAL-REF
           MOVE PAI-RTT-JOURS-PRIS TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-FRAIS-EXONERES" TO WS-CHAMP
           MOVE REF-FRAIS-EXONERES TO WS-VAL-REF
           MOVE PAI-FRAIS-EXONERES TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-FRAIS-REINTEGRES" TO WS-CHAMP
           MOVE REF-FRAIS-REINTEGRES TO WS-VAL-REF
           MOVE PAI-FRAIS-REINTEGRES TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-AVANTAGES-NATURE" TO WS-CHAMP
           MOVE REF-AVANTAGES-NATURE TO WS-VAL-REF
           MOVE PAI-AVANTAGES-NATURE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-PPV-EXONEREE" TO WS-CHAMP
           MOVE REF-PPV-EXONEREE TO WS-VAL-REF
           MOVE PAI-PPV-EXONEREE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-PPV-SOUMISE" TO WS-CHAMP
           MOVE REF-PPV-SOUMISE TO WS-VAL-REF
           MOVE PAI-PPV-SOUMISE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-PPV-CSG" TO WS-CHAMP
           MOVE REF-PPV-CSG TO WS-VAL-REF
           MOVE PAI-PPV-CSG TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-AP-HEURES" TO WS-CHAMP
           MOVE REF-AP-HEURES TO WS-VAL-REF
           MOVE PAI-AP-HEURES TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-AP-INDEMNITE" TO WS-CHAMP
           MOVE REF-AP-INDEMNITE TO WS-VAL-REF
           MOVE PAI-AP-INDEMNITE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-AP-CSG" TO WS-CHAMP
           MOVE REF-AP-CSG TO WS-VAL-REF
           MOVE PAI-AP-CSG TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-CHG-DATE-EFFET" TO WS-CHAMP
           MOVE REF-CHG-DATE-EFFET TO WS-TXT-REF
           MOVE PAI-CHG-DATE-EFFET TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "PAI-SEG1-BASE" TO WS-CHAMP
           MOVE REF-SEG1-BASE TO WS-VAL-REF
           MOVE PAI-SEG1-BASE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-SEG2-BASE" TO WS-CHAMP
           MOVE REF-SEG2-BASE TO WS-VAL-REF
           MOVE PAI-SEG2-BASE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-HEURES-NUIT" TO WS-CHAMP
           MOVE REF-HEURES-NUIT TO WS-VAL-REF
           MOVE PAI-HEURES-NUIT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-MONTANT-NUIT" TO WS-CHAMP
           MOVE REF-MONTANT-NUIT TO WS-VAL-REF
           MOVE PAI-MONTANT-NUIT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-HEURES-DIMANCHE" TO WS-CHAMP
           MOVE REF-HEURES-DIMANCHE TO WS-VAL-REF
           MOVE PAI-HEURES-DIMANCHE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-MONTANT-DIMANCHE" TO WS-CHAMP
           MOVE REF-MONTANT-DIMANCHE TO WS-VAL-REF
           MOVE PAI-MONTANT-DIMANCHE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-HEURES-FERIE" TO WS-CHAMP
           MOVE REF-HEURES-FERIE TO WS-VAL-REF
           MOVE PAI-HEURES-FERIE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-MONTANT-FERIE" TO WS-CHAMP
           MOVE REF-MONTANT-FERIE TO WS-VAL-REF
           MOVE PAI-MONTANT-FERIE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-PRET-RETENUE" TO WS-CHAMP
           MOVE REF-PRET-RETENUE TO WS-VAL-REF
           MOVE PAI-PRET-RETENUE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-ASTREINTE-SEMAINES" TO WS-CHAMP
           MOVE REF-ASTREINTE-SEMAINES TO WS-VAL-REF
           MOVE PAI-ASTREINTE-SEMAINES TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "PAI-ASTREINTE-PRIME" TO WS-CHAMP
           MOVE REF-ASTREINTE-PRIME TO WS-VAL-REF
           MOVE PAI-ASTREINTE-PRIME TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT.

      ******************************************************************
       3900-COMPARER-MONTANT.
      ******************************************************************
      *    Zone numérique : cumul de la rubrique, ligne d'écart si
      *    les deux calculs diffèrent.
           ADD 1 TO WS-RUB-NUM
           IF WS-RUB-NUM > WS-RUB-MAX
               MOVE WS-RUB-NUM TO WS-RUB-MAX
           END-IF
           MOVE WS-CHAMP TO WS-RUB-NOM(WS-RUB-NUM)
           MOVE 1 TO WS-RUB-MONTANT(WS-RUB-NUM)
           ADD WS-VAL-REF TO WS-RUB-TOTAL-REF(WS-RUB-NUM)
           ADD WS-VAL-NOUV TO WS-RUB-TOTAL-NOUV(WS-RUB-NUM)
           IF WS-VAL-NOUV NOT = WS-VAL-REF
               ADD 1 TO WS-RUB-NB-ECARTS(WS-RUB-NUM)
               ADD 1 TO WS-NB-ECARTS-SALARIE
               ADD 1 TO WS-NB-ECARTS
               COMPUTE WS-ECART = WS-VAL-NOUV - WS-VAL-REF
               MOVE WS-VAL-REF TO WS-FMT-MONTANT
               MOVE WS-VAL-NOUV TO WS-FMT-MONTANT2
               MOVE WS-ECART TO WS-FMT-MONTANT3
               MOVE SPACES TO WS-LINE
               STRING "  " WS-MATRICULE "  " WS-NOM " " WS-CHAMP
                   " " WS-FMT-MONTANT " " WS-FMT-MONTANT2
                   " " WS-FMT-MONTANT3
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF.

      ******************************************************************
       3910-COMPARER-ZONE.
      ******************************************************************
      *    Zone alphanumérique ou date : les deux valeurs, sans écart
      *    chiffré.
           ADD 1 TO WS-RUB-NUM
           IF WS-RUB-NUM > WS-RUB-MAX
               MOVE WS-RUB-NUM TO WS-RUB-MAX
           END-IF
           MOVE WS-CHAMP TO WS-RUB-NOM(WS-RUB-NUM)
           MOVE 0 TO WS-RUB-MONTANT(WS-RUB-NUM)
           IF WS-TXT-NOUV NOT = WS-TXT-REF
               ADD 1 TO WS-RUB-NB-ECARTS(WS-RUB-NUM)
               ADD 1 TO WS-NB-ECARTS-SALARIE
               ADD 1 TO WS-NB-ECARTS
               MOVE SPACES TO WS-LINE
               STRING "  " WS-MATRICULE "  " WS-NOM " " WS-CHAMP
                   " " WS-TXT-REF(1:15) "   " WS-TXT-NOUV(1:15)
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF.

      ******************************************************************
       4000-COMPARER-COTISATIONS.
      ******************************************************************
           READ COTISATIONS-FILE
               AT END SET EOF-COT TO TRUE
           END-READ
           PERFORM UNTIL EOF-COT
               IF COT-PERIODE = WS-PERIODE
                   PERFORM 4050-RAPPROCHER-COTISATION
               END-IF
               READ COTISATIONS-FILE
                   AT END SET EOF-COT TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
       4050-RAPPROCHER-COTISATION.
      ******************************************************************
           MOVE COT-ETABLISSEMENT TO WS-ETS-CHERCHE
           PERFORM 8000-TROUVER-ETABLISSEMENT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RCO-COUNT
               IF WS-RCO-MATRICULE(WS-IDX) = COT-MATRICULE
                   AND WS-RCO-RAPPROCHE(WS-IDX) = 0
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IDX > WS-RCO-COUNT
               ADD 1 TO WS-NB-SEULS
               ADD 1 TO WS-ETS-SEULS(WS-ETS-IDX)
               MOVE SPACES TO WS-LINE
               STRING "  " COT-MATRICULE "  " COT-NOM
                   " COTISATIONS ABSENTES DU CALCUL DE REFERENCE"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           ELSE
               MOVE 1 TO WS-RCO-RAPPROCHE(WS-IDX)
               MOVE WS-RCO-RECORD(WS-IDX) TO REF-COTISATION-RECORD
               ADD 1 TO WS-NB-COT-COMPAREES
               ADD 1 TO WS-ETS-COT-COMPAREES(WS-ETS-IDX)
               MOVE COT-MATRICULE TO WS-MATRICULE
               MOVE COT-NOM TO WS-NOM
               MOVE 0 TO WS-NB-ECARTS-SALARIE
               MOVE 99 TO WS-RUB-NUM
               PERFORM 4100-COMPARER-ZONES-COTISATION
               IF WS-NB-ECARTS-SALARIE > 0
                   ADD 1 TO WS-NB-COT-ECARTS
                   ADD 1 TO WS-ETS-COT-ECARTS(WS-ETS-IDX)
               END-IF
               COMPUTE WS-ETS-ECART-PAT(WS-ETS-IDX) =
                   WS-ETS-ECART-PAT(WS-ETS-IDX)
                   + COT-TOTAL-PAT - RCO-TOTAL-PAT
           END-IF.

      ******************************************************************
       4100-COMPARER-ZONES-COTISATION.
      ******************************************************************
      *    Toutes les zones de COTISATION-RECORD, dans l'ordre.
           MOVE "COT-NOM" TO WS-CHAMP
           MOVE RCO-NOM TO WS-TXT-REF
           MOVE COT-NOM TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "COT-PRENOM" TO WS-CHAMP
           MOVE RCO-PRENOM TO WS-TXT-REF
           MOVE COT-PRENOM TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "COT-DEPARTEMENT" TO WS-CHAMP
           MOVE RCO-DEPARTEMENT TO WS-TXT-REF
           MOVE COT-DEPARTEMENT TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "COT-CLASSIFICATION" TO WS-CHAMP
           MOVE RCO-CLASSIFICATION TO WS-TXT-REF
           MOVE COT-CLASSIFICATION TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "COT-BRUT" TO WS-CHAMP
           MOVE RCO-BRUT TO WS-VAL-REF
           MOVE COT-BRUT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-MALADIE-PAT" TO WS-CHAMP
           MOVE RCO-MALADIE-PAT TO WS-VAL-REF
           MOVE COT-MALADIE-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-VIEILL-PLAF-PAT" TO WS-CHAMP
           MOVE RCO-VIEILL-PLAF-PAT TO WS-VAL-REF
           MOVE COT-VIEILL-PLAF-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-VIEILL-DEPLAF-PAT" TO WS-CHAMP
           MOVE RCO-VIEILL-DEPLAF-PAT TO WS-VAL-REF
           MOVE COT-VIEILL-DEPLAF-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-ALLOC-FAM-PAT" TO WS-CHAMP
           MOVE RCO-ALLOC-FAM-PAT TO WS-VAL-REF
           MOVE COT-ALLOC-FAM-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-ATMP-PAT" TO WS-CHAMP
           MOVE RCO-ATMP-PAT TO WS-VAL-REF
           MOVE COT-ATMP-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-FNAL-PAT" TO WS-CHAMP
           MOVE RCO-FNAL-PAT TO WS-VAL-REF
           MOVE COT-FNAL-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-RETR-T1-PAT" TO WS-CHAMP
           MOVE RCO-RETR-T1-PAT TO WS-VAL-REF
           MOVE COT-RETR-T1-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-RETR-T2-PAT" TO WS-CHAMP
           MOVE RCO-RETR-T2-PAT TO WS-VAL-REF
           MOVE COT-RETR-T2-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-CEG-T1-PAT" TO WS-CHAMP
           MOVE RCO-CEG-T1-PAT TO WS-VAL-REF
           MOVE COT-CEG-T1-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-CEG-T2-PAT" TO WS-CHAMP
           MOVE RCO-CEG-T2-PAT TO WS-VAL-REF
           MOVE COT-CEG-T2-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-PREVOY-PAT" TO WS-CHAMP
           MOVE RCO-PREVOY-PAT TO WS-VAL-REF
           MOVE COT-PREVOY-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-CHOMAGE-PAT" TO WS-CHAMP
           MOVE RCO-CHOMAGE-PAT TO WS-VAL-REF
           MOVE COT-CHOMAGE-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-AGS-PAT" TO WS-CHAMP
           MOVE RCO-AGS-PAT TO WS-VAL-REF
           MOVE COT-AGS-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-VERSEMENT-MOBIL" TO WS-CHAMP
           MOVE RCO-VERSEMENT-MOBIL TO WS-VAL-REF
           MOVE COT-VERSEMENT-MOBIL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-TOTAL-PAT" TO WS-CHAMP
           MOVE RCO-TOTAL-PAT TO WS-VAL-REF
           MOVE COT-TOTAL-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-ETABLISSEMENT" TO WS-CHAMP
           MOVE RCO-ETABLISSEMENT TO WS-TXT-REF
           MOVE COT-ETABLISSEMENT TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "COT-CENTRE-ANALYTIQUE" TO WS-CHAMP
           MOVE RCO-CENTRE-ANALYTIQUE TO WS-TXT-REF
           MOVE COT-CENTRE-ANALYTIQUE TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "COT-REDUCTION-GENERALE" TO WS-CHAMP
           MOVE RCO-REDUCTION-GENERALE TO WS-VAL-REF
           MOVE COT-REDUCTION-GENERALE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-RG-URSSAF" TO WS-CHAMP
           MOVE RCO-RG-URSSAF TO WS-VAL-REF
           MOVE COT-RG-URSSAF TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-RG-RETRAITE" TO WS-CHAMP
           MOVE RCO-RG-RETRAITE TO WS-VAL-REF
           MOVE COT-RG-RETRAITE TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-FORFAIT-SOCIAL-PAT" TO WS-CHAMP
           MOVE RCO-FORFAIT-SOCIAL-PAT TO WS-VAL-REF
           MOVE COT-FORFAIT-SOCIAL-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-RETR-SUPP-PAT" TO WS-CHAMP
           MOVE RCO-RETR-SUPP-PAT TO WS-VAL-REF
           MOVE COT-RETR-SUPP-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-RETR-SUPP-SAL" TO WS-CHAMP
           MOVE RCO-RETR-SUPP-SAL TO WS-VAL-REF
           MOVE COT-RETR-SUPP-SAL TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-RETR-SUPP-ASSUREUR" TO WS-CHAMP
           MOVE RCO-RETR-SUPP-ASSUREUR TO WS-TXT-REF
           MOVE COT-RETR-SUPP-ASSUREUR TO WS-TXT-NOUV
           PERFORM 3910-COMPARER-ZONE
           MOVE "COT-RETR-SUPP-REINTEG" TO WS-CHAMP
           MOVE RCO-RETR-SUPP-REINTEG TO WS-VAL-REF
           MOVE COT-RETR-SUPP-REINTEG TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT
           MOVE "COT-CSA-PAT" TO WS-CHAMP
           MOVE RCO-CSA-PAT TO WS-VAL-REF
           MOVE COT-CSA-PAT TO WS-VAL-NOUV
           PERFORM 3900-COMPARER-MONTANT.

      ******************************************************************
       5000-EDITER-ISOLES.
      ******************************************************************
      *    Matricules du calcul de référence que le nouveau calcul
      *    ne reproduit pas (ceux du seul nouveau calcul sont édités
      *    au fil de la comparaison).
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  [2] PRESENTS DANS LE SEUL CALCUL DE REFERENCE"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RBU-COUNT
               IF WS-RBU-RAPPROCHE(WS-IDX) = 0
                   MOVE WS-RBU-RECORD(WS-IDX) TO REF-PAIE-RECORD
                   MOVE REF-ETABLISSEMENT TO WS-ETS-CHERCHE
                   PERFORM 8000-TROUVER-ETABLISSEMENT
                   ADD 1 TO WS-NB-SEULS
                   ADD 1 TO WS-ETS-SEULS(WS-ETS-IDX)
                   MOVE REF-NET-A-PAYER TO WS-FMT-MONTANT
                   MOVE SPACES TO WS-LINE
                   STRING "  " REF-MATRICULE "  " REF-NOM
                       " BULLETIN ABSENT DU NOUVEAU CALCUL  NET="
                       WS-FMT-MONTANT
                       DELIMITED SIZE INTO WS-LINE
                   MOVE WS-LINE TO RAPPORT-LINE
                   WRITE RAPPORT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RCO-COUNT
               IF WS-RCO-RAPPROCHE(WS-IDX) = 0
                   MOVE WS-RCO-RECORD(WS-IDX) TO REF-COTISATION-RECORD
                   MOVE RCO-ETABLISSEMENT TO WS-ETS-CHERCHE
                   PERFORM 8000-TROUVER-ETABLISSEMENT
                   ADD 1 TO WS-NB-SEULS
                   ADD 1 TO WS-ETS-SEULS(WS-ETS-IDX)
                   MOVE RCO-TOTAL-PAT TO WS-FMT-MONTANT
                   MOVE SPACES TO WS-LINE
                   STRING "  " RCO-MATRICULE "  " RCO-NOM
                       " COTISATIONS ABSENTES DU NOUVEAU CALCUL  PAT="
                       WS-FMT-MONTANT
                       DELIMITED SIZE INTO WS-LINE
                   MOVE WS-LINE TO RAPPORT-LINE
                   WRITE RAPPORT-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
       6000-EDITER-RUBRIQUES.
      ******************************************************************
      *    Rubriques en écart seulement : une rubrique absente de
      *    cette liste est identique dans les deux calculs.
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  [3] TOTAUX PAR RUBRIQUE EN ECART"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  RUBRIQUE                 ECARTS"
               "     TOTAL REFERENCE     TOTAL NOUVEAU"
               "             ECART"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           PERFORM VARYING WS-RUB-NUM FROM 1 BY 1
                   UNTIL WS-RUB-NUM > WS-RUB-MAX
               IF WS-RUB-NB-ECARTS(WS-RUB-NUM) > 0
                   MOVE WS-RUB-NB-ECARTS(WS-RUB-NUM) TO WS-FMT-NB
                   MOVE SPACES TO WS-LINE
                   IF WS-RUB-MONTANT(WS-RUB-NUM) = 1
                       MOVE WS-RUB-TOTAL-REF(WS-RUB-NUM)
                           TO WS-FMT-MONTANT
                       MOVE WS-RUB-TOTAL-NOUV(WS-RUB-NUM)
                           TO WS-FMT-MONTANT2
                       COMPUTE WS-ECART =
                           WS-RUB-TOTAL-NOUV(WS-RUB-NUM)
                           - WS-RUB-TOTAL-REF(WS-RUB-NUM)
                       MOVE WS-ECART TO WS-FMT-MONTANT3
                       STRING "  " WS-RUB-NOM(WS-RUB-NUM)
                           " " WS-FMT-NB
                           " " WS-FMT-MONTANT " " WS-FMT-MONTANT2
                           " " WS-FMT-MONTANT3
                           DELIMITED SIZE INTO WS-LINE
                   ELSE
                       STRING "  " WS-RUB-NOM(WS-RUB-NUM)
                           " " WS-FMT-NB
                           DELIMITED SIZE INTO WS-LINE
                   END-IF
                   MOVE WS-LINE TO RAPPORT-LINE
                   WRITE RAPPORT-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
       7000-EDITER-ETABLISSEMENTS.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  [4] TOTAUX PAR ETABLISSEMENT"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           PERFORM VARYING WS-ETS-IDX FROM 1 BY 1
                   UNTIL WS-ETS-IDX > WS-ETS-COUNT
               MOVE WS-ETS-BUL-COMPARES(WS-ETS-IDX) TO WS-FMT-NB
               MOVE WS-ETS-BUL-ECARTS(WS-ETS-IDX) TO WS-FMT-NB-2
               MOVE WS-ETS-SEULS(WS-ETS-IDX) TO WS-FMT-NB-3
               MOVE SPACES TO WS-LINE
               STRING "  ETABLISSEMENT " WS-ETS-CODE(WS-ETS-IDX)
                   "   BULLETINS COMPARES " WS-FMT-NB
                   "   EN ECART " WS-FMT-NB-2
                   "   SANS CORRESPONDANT " WS-FMT-NB-3
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
               MOVE WS-ETS-COT-COMPAREES(WS-ETS-IDX) TO WS-FMT-NB
               MOVE WS-ETS-COT-ECARTS(WS-ETS-IDX) TO WS-FMT-NB-2
               MOVE SPACES TO WS-LINE
               STRING "                      "
                   "COTISATIONS COMPAREES " WS-FMT-NB
                   "   EN ECART " WS-FMT-NB-2
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
               MOVE WS-ETS-ECART-BRUT(WS-ETS-IDX) TO WS-FMT-MONTANT
               MOVE WS-ETS-ECART-COT-SAL(WS-ETS-IDX)
                   TO WS-FMT-MONTANT2
               MOVE SPACES TO WS-LINE
               STRING "                      ECART BRUT "
                   WS-FMT-MONTANT "   ECART COT. SAL. "
                   WS-FMT-MONTANT2
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
               MOVE WS-ETS-ECART-NET(WS-ETS-IDX) TO WS-FMT-MONTANT
               MOVE WS-ETS-ECART-PAT(WS-ETS-IDX) TO WS-FMT-MONTANT2
               MOVE SPACES TO WS-LINE
               STRING "                      ECART NET  "
                   WS-FMT-MONTANT "   ECART PATRONAL  "
                   WS-FMT-MONTANT2
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-PERFORM

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-BUL-COMPARES TO WS-FMT-NB
           MOVE WS-NB-BUL-ECARTS TO WS-FMT-NB-2
           MOVE WS-NB-SEULS TO WS-FMT-NB-3
           MOVE SPACES TO WS-LINE
           STRING "  TOTAL   BULLETINS COMPARES " WS-FMT-NB
               "   EN ECART " WS-FMT-NB-2
               "   SANS CORRESPONDANT " WS-FMT-NB-3
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-COT-COMPAREES TO WS-FMT-NB
           MOVE WS-NB-COT-ECARTS TO WS-FMT-NB-2
           MOVE SPACES TO WS-LINE
           STRING "          COTISATIONS COMPAREES " WS-FMT-NB
               "   EN ECART " WS-FMT-NB-2
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       8000-TROUVER-ETABLISSEMENT.
      ******************************************************************
      *    Entrée de WS-ETS-CHERCHE dans la table des établissements,
      *    créée à la première rencontre ; au-delà de la capacité,
      *    les montants sont portés sur la dernière entrée.
           PERFORM VARYING WS-ETS-IDX FROM 1 BY 1
                   UNTIL WS-ETS-IDX > WS-ETS-COUNT
               IF WS-ETS-CODE(WS-ETS-IDX) = WS-ETS-CHERCHE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ETS-IDX > WS-ETS-COUNT
               IF WS-ETS-COUNT < 20
                   ADD 1 TO WS-ETS-COUNT
                   MOVE WS-ETS-CHERCHE TO WS-ETS-CODE(WS-ETS-COUNT)
               ELSE
                   DISPLAY "CONTROLE-NON-REGRESSION|WARN|0|"
                       "TABLE-ETAB-PLEINE=" WS-ETS-CHERCHE
               END-IF
               MOVE WS-ETS-COUNT TO WS-ETS-IDX
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE BULLETINS-REF-FILE
           CLOSE BULLETINS-FILE
           CLOSE COTISATIONS-REF-FILE
           CLOSE COTISATIONS-FILE
           CLOSE RAPPORT-FILE

           DISPLAY "CONTROLE-NON-REGRESSION|DONE|" WS-NB-BUL-COMPARES
               "|ECARTS=" WS-NB-ECARTS
               " BULLETINS-EN-ECART=" WS-NB-BUL-ECARTS
               " COTISATIONS-EN-ECART=" WS-NB-COT-ECARTS
               " SANS-CORRESPONDANT=" WS-NB-SEULS.
