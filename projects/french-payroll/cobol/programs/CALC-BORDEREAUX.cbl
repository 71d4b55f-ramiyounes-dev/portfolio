      * ORGANISMES-COTISATIONS.dat peut amender ligne à ligne :
      *   type C : colonne -> organisme ;
      *   type E : organisme -> jour d'échéance légale.
      * Les parts patronale et salariale de retraite supplémentaire
      * (PER obligatoire) vont à l'assureur porté par la cotisation
      * du salarié, à défaut à l'organisme de la table.
      * Produit :
      *   - BORDEREAUX.dat : un bordereau par organisme et par SIRET
      *     (référence URSSAF de l'établissement, montant, date
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ECH.

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

       FD  COTISATIONS-FILE.
       COPY "COTISATION-RECORD.cpy".


       WORKING-STORAGE SECTION.
       COPY "ETABLISSEMENT-TABLE.cpy".
       01  WS-ETB-PATH               PIC X(256).
       01  WS-FS-ETB                 PIC XX.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.
       01  WS-ETB-DATE-REF           PIC 9(8) VALUE 0.
       01  WS-ETAB-IDX               PIC 9(2).
       01  WS-ETAB-LOOKUP            PIC X(4).


      *    --- Ventilation colonne -> organisme (valeurs compilées,
      *    amendables par le fichier de paramétrage) ---
       01  WS-MAP-COUNT              PIC 9(2) VALUE 30.
       01  WS-MAP-DATA.
           05  FILLER PIC X(30) VALUE "MALADIE-PAT       URSSAF".
           05  FILLER PIC X(30) VALUE "VIEILL-PLAF-PAT   URSSAF".
           05  FILLER PIC X(30) VALUE "CHOMAGE-PAT       URSSAF".
           05  FILLER PIC X(30) VALUE "AGS               URSSAF".
           05  FILLER PIC X(30) VALUE "VERS-MOBILITE     URSSAF".
           05  FILLER PIC X(30) VALUE "FORFAIT-SOCIAL    URSSAF".
           05  FILLER PIC X(30) VALUE "CSA               URSSAF".
           05  FILLER PIC X(30) VALUE "RED-GEN-URSSAF    URSSAF".
           05  FILLER PIC X(30) VALUE "RED-GEN-RETRAITE  AGIRC-ARRCO".
           05  FILLER PIC X(30) VALUE "VIEILL-PLAF-SAL   URSSAF".
           05  FILLER PIC X(30) VALUE "VIEILL-DEPLAF-SAL URSSAF".
           05  FILLER PIC X(30) VALUE "CSG-DEDUCT        URSSAF".
           05  FILLER PIC X(30) VALUE "PREVOY-SAL        PREVOYANCE".
           05  FILLER PIC X(30) VALUE "CEG-T1-SAL        AGIRC-ARRCO".
           05  FILLER PIC X(30) VALUE "CEG-T2-SAL        AGIRC-ARRCO".
           05  FILLER PIC X(30) VALUE "RETR-SUPP-PAT     RETRAITE-SUP".
           05  FILLER PIC X(30) VALUE "RETR-SUPP-SAL     RETRAITE-SUP".
       01  WS-MAP REDEFINES WS-MAP-DATA.
           05  WS-MAP-ENTRY OCCURS 30 TIMES.
               10  WS-MAP-COLONNE    PIC X(18).
               10  WS-MAP-ORGANISME  PIC X(12).
       01  WS-MAP-IDX                PIC 9(2).
       01  WS-ORG-TABLE.
           05  WS-ORG-ENTRY OCCURS 10 TIMES.
               10  WS-ORG-NOM        PIC X(12).
               10  WS-ORG-MONTANT OCCURS 10 TIMES
                                     PIC S9(11)V99 COMP-3.
       01  WS-ORG-IDX                PIC 9(2).

       01  WS-COL-CODE               PIC X(18).
       01  WS-COL-MONTANT            PIC S9(11)V99 COMP-3.
      *    Organisme imposé par la ligne de cotisation (assureur de
      *    retraite supplémentaire) ; à blanc, celui de la table
       01  WS-COL-ORGANISME          PIC X(12) VALUE SPACES.
       01  WS-ORG-CIBLE              PIC X(12).

       01  WS-EOF                    PIC 9 VALUE 0.
       01  WS-DATE-ECHEANCE          PIC 9(8).
               COMPUTE WS-ECH-MOIS = WS-PER-MOIS + 1
           END-IF

           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           COMPUTE WS-ETB-DATE-REF = WS-PERIODE * 100 + 31
           PERFORM 1050-CHARGER-ETABLISSEMENTS

           OPEN INPUT COTISATIONS-FILE
           IF WS-FS-COT NOT = "00"

           DISPLAY "CALC-BORDEREAUX|START|" WS-PERIODE "|0".

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
               DISPLAY "CALC-BORDEREAUX|ERROR|0|OPEN-ETB=" WS-FS-ETB
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
               DISPLAY "CALC-BORDEREAUX|ERROR|0|ETAB-VIDE="
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
               DISPLAY "CALC-BORDEREAUX|WARN|0|ETAB-TABLE-PLEINE="
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
       1500-CHARGER-PARAMETRES.
      ******************************************************************
                   MOVE "VERS-MOBILITE" TO WS-COL-CODE
                   MOVE COT-VERSEMENT-MOBIL TO WS-COL-MONTANT
                   PERFORM 3500-AJOUTER-A-ORGANISME
                   MOVE "FORFAIT-SOCIAL" TO WS-COL-CODE
                   MOVE COT-FORFAIT-SOCIAL-PAT TO WS-COL-MONTANT
                   PERFORM 3500-AJOUTER-A-ORGANISME
                   MOVE "CSA" TO WS-COL-CODE
                   MOVE COT-CSA-PAT TO WS-COL-MONTANT
                   PERFORM 3500-AJOUTER-A-ORGANISME
      *            Retraite supplémentaire : les deux parts figurent
      *            sur la cotisation, la part salariale n'ayant pas
      *            de colonne propre au bulletin
                   MOVE "RETR-SUPP-PAT" TO WS-COL-CODE
                   MOVE COT-RETR-SUPP-PAT TO WS-COL-MONTANT
                   MOVE COT-RETR-SUPP-ASSUREUR TO WS-COL-ORGANISME
                   PERFORM 3500-AJOUTER-A-ORGANISME
                   MOVE "RETR-SUPP-SAL" TO WS-COL-CODE
                   MOVE COT-RETR-SUPP-SAL TO WS-COL-MONTANT
                   MOVE COT-RETR-SUPP-ASSUREUR TO WS-COL-ORGANISME
                   PERFORM 3500-AJOUTER-A-ORGANISME
      *            Réduction générale : vient en moins du dû de
      *            l'organisme sur lequel elle s'impute
                   MOVE "RED-GEN-URSSAF" TO WS-COL-CODE
                   COMPUTE WS-COL-MONTANT = 0 - COT-RG-URSSAF
                   PERFORM 3500-AJOUTER-A-ORGANISME
                   MOVE "RED-GEN-RETRAITE" TO WS-COL-CODE
                   COMPUTE WS-COL-MONTANT = 0 - COT-RG-RETRAITE
                   PERFORM 3500-AJOUTER-A-ORGANISME
               END-IF
               READ COTISATIONS-FILE
                   AT END MOVE 1 TO WS-EOF
                       WS-COL-CODE
                   ADD 1 TO WS-ERRORS
               ELSE
                   MOVE WS-MAP-ORGANISME(WS-MAP-IDX) TO WS-ORG-CIBLE
                   IF WS-COL-ORGANISME NOT = SPACES
                       MOVE WS-COL-ORGANISME TO WS-ORG-CIBLE
                   END-IF
                   PERFORM 3600-CUMULER-ORGANISME
               END-IF
           END-IF
           MOVE SPACES TO WS-COL-ORGANISME.

      ******************************************************************
       3600-CUMULER-ORGANISME.
      ******************************************************************
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF WS-ORG-NOM(WS-ORG-IDX) = WS-ORG-CIBLE
                   EXIT PERFORM
               END-IF
           END-PERFORM
                   ADD 1 TO WS-ORG-COUNT
                   MOVE WS-ORG-COUNT TO WS-ORG-IDX
                   INITIALIZE WS-ORG-ENTRY(WS-ORG-IDX)
                   MOVE WS-ORG-CIBLE TO WS-ORG-NOM(WS-ORG-IDX)
               ELSE
                   MOVE 1 TO WS-ORG-IDX
               END-IF
