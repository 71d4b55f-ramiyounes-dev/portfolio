      * total versé par l'employeur
      * Format conforme à l'arrêté du 31 janvier 2023 (modèle
      * de bulletin clarifié)
      * Dès que les habilitations sont en place (HABILITATIONS.dat),
      * l'opérateur (OPERATEUR) doit détenir le droit L : les
      * bulletins hors de son périmètre (établissement, population
      * de direction) ne sont pas édités, et le refus est journalisé
      * par HABILITATION-SERVICE.
      * Les mandataires sociaux (EMP-POPULATION = M dans
      * EMPLOYEES.dat, facultatif) reçoivent un bulletin de
      * rémunération de mandat : mention du mandat en tête, sans
      * rubrique assurance chômage ni compteurs de congés, RTT,
      * contingent ou maintien de salaire.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RTT-MATRICULE
               FILE STATUS IS WS-FS-RTT.

           SELECT CONTINGENT-HS-FILE
               ASSIGN TO WS-CONTINGENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHS-CLE
               FILE STATUS IS WS-FS-CHS.

           SELECT MAINTIEN-SALAIRE-FILE
               ASSIGN TO WS-MAINTIEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSA-MATRICULE
               FILE STATUS IS WS-FS-MSA.

           SELECT EMPLOYEE-FILE
               ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-FS-EMP.

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

       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".

       FD  RTT-FILE.
       COPY "RTT-RECORD.cpy".

       FD  CONTINGENT-HS-FILE.
       COPY "CONTINGENT-HS-RECORD.cpy".

       FD  MAINTIEN-SALAIRE-FILE.
       COPY "MAINTIEN-SALAIRE-RECORD.cpy".

       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  OUTPUT-FILE
           RECORDING MODE IS F.
       01  OUTPUT-LINE               PIC X(132).
       01  WS-OUTPUT-PATH            PIC X(256).
       01  WS-CONGES-PATH            PIC X(256).
       01  WS-RTT-PATH               PIC X(256).
       01  WS-CONTINGENT-PATH        PIC X(256).
       01  WS-MAINTIEN-PATH          PIC X(256).
       01  WS-COTISATIONS-PATH       PIC X(256).
       01  WS-FS-BUL                 PIC XX.
       01  WS-FS-COT                 PIC XX.
       01  WS-FS-OUT                 PIC XX.
       01  WS-FS-CNG                 PIC XX.
       01  WS-FS-RTT                 PIC XX.
       01  WS-FS-CHS                 PIC XX.
       01  WS-FS-MSA                 PIC XX.
       01  WS-EOF                    PIC 9 VALUE 0.
           88  EOF-BUL               VALUE 1.
       01  WS-RECORDS                PIC 9(6) VALUE 0.
           88  RTT-AVAILABLE         VALUE 1.
       01  WS-RTT-FOUND              PIC 9 VALUE 0.
           88  RTT-FOUND             VALUE 1.
       01  WS-CHS-AVAILABLE          PIC 9 VALUE 0.
           88  CHS-AVAILABLE         VALUE 1.
       01  WS-FMT-CHS-CUMUL          PIC ZZZ9.99.
       01  WS-FMT-CHS-CONTINGENT     PIC ZZ9.99.
       01  WS-MSA-AVAILABLE          PIC 9 VALUE 0.
           88  MSA-AVAILABLE         VALUE 1.
       01  WS-MSA-MOIS               PIC 9(2).
       01  WS-FMT-MSA-JOURS-66       PIC ZZ9.99.
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-FS-EMP                 PIC XX.
       01  WS-EMP-AVAILABLE          PIC 9 VALUE 0.
           88  EMP-AVAILABLE         VALUE 1.
       01  WS-MANDAT                 PIC 9 VALUE 0.
           88  BUL-MANDATAIRE        VALUE 1.

      *    --- Cotisations patronales du matricule/période, chargées
      *    depuis COTISATIONS-PATRONALES.dat pour la présentation par
               10  WS-CPT-CHOMAGE    PIC S9(9)V99 COMP-3.
               10  WS-CPT-AGS        PIC S9(9)V99 COMP-3.
               10  WS-CPT-VM         PIC S9(9)V99 COMP-3.
               10  WS-CPT-FORFAIT-SOC PIC S9(9)V99 COMP-3.
               10  WS-CPT-CSA        PIC S9(9)V99 COMP-3.
               10  WS-CPT-TOTAL      PIC S9(9)V99 COMP-3.
               10  WS-CPT-RED-GEN    PIC S9(9)V99 COMP-3.
               10  WS-CPT-RS-PAT     PIC S9(9)V99 COMP-3.
               10  WS-CPT-RS-SAL     PIC S9(9)V99 COMP-3.
               10  WS-CPT-RS-REINTEG PIC S9(5)V99 COMP-3.
       01  WS-CPT-IDX                PIC 9(4).

      *    --- Montants patronaux du bulletin en cours d'édition ---
           05  WS-PAT-CHOMAGE        PIC S9(9)V99 COMP-3.
           05  WS-PAT-AGS            PIC S9(9)V99 COMP-3.
           05  WS-PAT-VM             PIC S9(9)V99 COMP-3.
           05  WS-PAT-FORFAIT-SOC    PIC S9(9)V99 COMP-3.
           05  WS-PAT-CSA            PIC S9(9)V99 COMP-3.
           05  WS-PAT-TOTAL          PIC S9(9)V99 COMP-3.
           05  WS-PAT-RED-GEN        PIC S9(9)V99 COMP-3.
           05  WS-PAT-RS-PAT         PIC S9(9)V99 COMP-3.
           05  WS-PAT-RS-SAL         PIC S9(9)V99 COMP-3.
           05  WS-PAT-RS-REINTEG     PIC S9(5)V99 COMP-3.

      *    --- Ligne de cotisation en cours de formatage (libellé,
      *    part salariale, part employeur) ---

      *    --- Table des établissements (multi-SIRET) ---
       COPY "ETABLISSEMENT-TABLE.cpy".
       01  WS-ETB-PATH               PIC X(256).
       01  WS-FS-ETB                 PIC XX.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.
       01  WS-ETB-DATE-REF           PIC 9(8) VALUE 0.

       01  WS-ETAB-IDX               PIC 9(2).

      *    --- Habilitations de l'opérateur ---
       01  WS-OPERATEUR              PIC X(8).
       01  WS-HORS-HABILITATION      PIC 9(6) VALUE 0.
       COPY "HABILITATION-SERVICE-AREA.cpy".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           IF WS-RTT-PATH = SPACES
               MOVE "../data/RTT.dat" TO WS-RTT-PATH
           END-IF
           ACCEPT WS-CONTINGENT-PATH
               FROM ENVIRONMENT "CONTINGENT_HS_FILE"
           IF WS-CONTINGENT-PATH = SPACES
               MOVE "../data/CONTINGENT-HS.dat" TO WS-CONTINGENT-PATH
           END-IF
           ACCEPT WS-MAINTIEN-PATH
               FROM ENVIRONMENT "MAINTIEN_SALAIRE_FILE"
           IF WS-MAINTIEN-PATH = SPACES
               MOVE "../data/MAINTIEN-SALAIRE.dat" TO WS-MAINTIEN-PATH
           END-IF
           ACCEPT WS-COTISATIONS-PATH
               FROM ENVIRONMENT "COTISATIONS_FILE"
           IF WS-COTISATIONS-PATH = SPACES
                   TO WS-COTISATIONS-PATH
           END-IF

           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           MOVE "OUVRE" TO HSV-FONCTION
           MOVE WS-OPERATEUR TO HSV-OPERATEUR
           MOVE "GENERATE-BULLETIN-TXT" TO HSV-PROGRAMME
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "GENERATE-BULLETIN-TXT|ERROR|0|" HSV-MOTIF
               STOP RUN
           END-IF
           MOVE "ACCES" TO HSV-FONCTION
           MOVE "L" TO HSV-DROIT
           MOVE SPACES TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "GENERATE-BULLETIN-TXT|ERROR|0|"
                   "HABILITATION-REFUSEE=" WS-OPERATEUR
               STOP RUN
           END-IF

           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "GENERATE-BULLETIN-TXT|ERROR|0|OPEN-BUL="
               END-IF
           END-IF

      *    Le compteur du contingent d'heures supplémentaires est
      *    facultatif de même.
           OPEN INPUT CONTINGENT-HS-FILE
           IF WS-FS-CHS = "00"
               SET CHS-AVAILABLE TO TRUE
           ELSE
               IF WS-FS-CHS NOT = "35"
                   DISPLAY "GENERATE-BULLETIN-TXT|ERROR|0|OPEN-CHS="
                       WS-FS-CHS
               END-IF
           END-IF

      *    Le compteur du maintien de salaire aussi.
           OPEN INPUT MAINTIEN-SALAIRE-FILE
           IF WS-FS-MSA = "00"
               SET MSA-AVAILABLE TO TRUE
           ELSE
               IF WS-FS-MSA NOT = "35"
                   DISPLAY "GENERATE-BULLETIN-TXT|ERROR|0|OPEN-MSA="
                       WS-FS-MSA
               END-IF
           END-IF

      *    Le fichier du personnel ne sert qu'à reconnaître les
      *    mandataires sociaux : absent, tous les bulletins sont
      *    édités au modèle salarié.
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP = "00"
               SET EMP-AVAILABLE TO TRUE
           ELSE
               IF WS-FS-EMP NOT = "35"
                   DISPLAY "GENERATE-BULLETIN-TXT|ERROR|0|OPEN-EMP="
                       WS-FS-EMP
               END-IF
           END-IF

           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           ACCEPT WS-ETB-DATE-REF FROM DATE YYYYMMDD
           PERFORM 1050-CHARGER-ETABLISSEMENTS

           PERFORM 1500-CHARGER-COTISATIONS

           DISPLAY "GENERATE-BULLETIN-TXT|START|0|0".

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
               DISPLAY "GENERATE-BULLETIN-TXT|ERROR|0|OPEN-ETB="
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
               DISPLAY "GENERATE-BULLETIN-TXT|ERROR|0|ETAB-VIDE="
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
               DISPLAY "GENERATE-BULLETIN-TXT|WARN|0|ETAB-TABLE-PLEINE="
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
       1500-CHARGER-COTISATIONS.
      ******************************************************************
                           TO WS-CPT-AGS(WS-CPT-COUNT)
                       MOVE COT-VERSEMENT-MOBIL
                           TO WS-CPT-VM(WS-CPT-COUNT)
                       MOVE COT-FORFAIT-SOCIAL-PAT
                           TO WS-CPT-FORFAIT-SOC(WS-CPT-COUNT)
                       MOVE COT-CSA-PAT
                           TO WS-CPT-CSA(WS-CPT-COUNT)
                       MOVE COT-TOTAL-PAT
                           TO WS-CPT-TOTAL(WS-CPT-COUNT)
                       MOVE COT-REDUCTION-GENERALE
                           TO WS-CPT-RED-GEN(WS-CPT-COUNT)
                       MOVE COT-RETR-SUPP-PAT
                           TO WS-CPT-RS-PAT(WS-CPT-COUNT)
                       MOVE COT-RETR-SUPP-SAL
                           TO WS-CPT-RS-SAL(WS-CPT-COUNT)
                       MOVE COT-RETR-SUPP-REINTEG
                           TO WS-CPT-RS-REINTEG(WS-CPT-COUNT)
                   ELSE
                       DISPLAY "GENERATE-BULLETIN-TXT|WARN|0|"
                           "TABLE-PLEINE-COT=" COT-MATRICULE
           END-READ

           PERFORM UNTIL EOF-BUL
      *        Bulletin hors du périmètre de l'opérateur : non édité
               MOVE "CTRL " TO HSV-FONCTION
               MOVE PAI-ETABLISSEMENT TO HSV-ETABLISSEMENT
               MOVE PAI-DEPARTEMENT TO HSV-DEPARTEMENT
               MOVE PAI-CLASSIFICATION TO HSV-CLASSIFICATION
               MOVE PAI-MATRICULE TO HSV-OBJET
               CALL "HABILITATION-SERVICE"
                   USING HABILITATION-SERVICE-AREA
               IF HSV-ACCORDE
                   PERFORM 3000-GENERER-BULLETIN
                   ADD 1 TO WS-RECORDS
               ELSE
                   ADD 1 TO WS-HORS-HABILITATION
               END-IF
               READ BULLETINS-FILE
                   AT END SET EOF-BUL TO TRUE
               END-READ
       3000-GENERER-BULLETIN.
      ******************************************************************
           PERFORM 3050-TROUVER-ETABLISSEMENT
           PERFORM 3060-LIRE-POPULATION

      *    === Section 1 : Identification employeur / employé ===
           MOVE WS-SEPARATOR TO OUTPUT-LINE
           MOVE WS-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE

      *    Mandataire social : rémunération du mandat, sans contrat
      *    de travail
           IF BUL-MANDATAIRE
               MOVE SPACES TO WS-LINE
               STRING "  Mandataire social - remuneration de mandat"
                   " (assimile salarie, hors contrat de travail)"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF

      *    === Section 2 : Période de paie ===
           MOVE WS-DASH-SEP TO OUTPUT-LINE
           WRITE OUTPUT-LINE
                       DELIMITED SIZE INTO WS-LINE
                   MOVE WS-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
                   IF MSA-AVAILABLE AND NOT BUL-MANDATAIRE
                       PERFORM 3180-AFFICHER-MAINTIEN
                   END-IF
               END-IF

               IF PAI-PRIME-13E-MOIS NOT = 0
           MOVE WS-LINE TO OUTPUT-LINE
           WRITE OUTPUT-LINE

      *    === Section 9 : Solde congés payés, RTT et repos
      *    compensateur (sans objet pour un mandataire social) ===
           IF CNG-AVAILABLE AND NOT BUL-MANDATAIRE
               PERFORM 3150-AFFICHER-CONGES
           END-IF
           IF RTT-AVAILABLE AND NOT BUL-MANDATAIRE
               PERFORM 3160-AFFICHER-RTT
           END-IF
           IF CHS-AVAILABLE AND NOT BUL-MANDATAIRE
               PERFORM 3170-AFFICHER-CONTINGENT
           END-IF

      *    === Section 10 : Cumuls annuels (art. R3243-1 C. trav.) ===
           MOVE WS-DASH-SEP TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF.

      ******************************************************************
       3170-AFFICHER-CONTINGENT.
      ******************************************************************
      *    Heures supplémentaires cumulées sur l'année contre le
      *    contingent annuel, et solde de contrepartie obligatoire en
      *    repos (Art. D3171-11 C. trav. : le salarié est informé de
      *    ses droits à repos sur le bulletin ou un document annexé).
           MOVE PAI-MATRICULE TO CHS-MATRICULE
           MOVE PAI-PERIODE(1:4) TO CHS-ANNEE
           READ CONTINGENT-HS-FILE
               KEY IS CHS-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CHS-CUMUL-HS TO WS-FMT-CHS-CUMUL
                   MOVE CHS-CONTINGENT TO WS-FMT-CHS-CONTINGENT
                   MOVE SPACES TO WS-LINE
                   STRING "  HEURES SUP. CUMULEES / CONTINGENT"
                       "              "
                       WS-FMT-CHS-CUMUL " / "
                       WS-FMT-CHS-CONTINGENT " h"
                       DELIMITED SIZE INTO WS-LINE
                   MOVE WS-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE

                   MOVE CHS-COR-SOLDE TO WS-FMT-CHS-CUMUL
                   MOVE SPACES TO WS-LINE
                   STRING "  SOLDE REPOS COMPENSATEUR (COR)"
                       "                 "
                       WS-FMT-CHS-CUMUL " heures"
                       DELIMITED SIZE INTO WS-LINE
                   MOVE WS-LINE TO OUTPUT-LINE
                   WRITE OUTPUT-LINE
           END-READ.

      ******************************************************************
       3180-AFFICHER-MAINTIEN.
      ******************************************************************
      *    Complément de salaire versé par l'employeur pendant
      *    l'arrêt, avec les jours indemnisés à 90% et à 66% ; il
      *    est compris dans le brut (CALC-PAIE) mais ne figure pas
      *    au bulletin enregistré, d'où sa lecture au compteur.
           MOVE PAI-MATRICULE TO MSA-MATRICULE
           MOVE PAI-PERIODE(5:2) TO WS-MSA-MOIS
           READ MAINTIEN-SALAIRE-FILE
               KEY IS MSA-MATRICULE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MSA-PERIODE(WS-MSA-MOIS) = PAI-PERIODE
                       AND MSA-COMPLEMENT(WS-MSA-MOIS) NOT = 0
                       MOVE MSA-JOURS-90(WS-MSA-MOIS) TO WS-FMT-JOURS
                       MOVE MSA-JOURS-66(WS-MSA-MOIS)
                           TO WS-FMT-MSA-JOURS-66
                       MOVE MSA-COMPLEMENT(WS-MSA-MOIS)
                           TO WS-FMT-MONTANT
                       MOVE SPACES TO WS-LINE
                       STRING "    Maintien salaire 90% "
                           WS-FMT-JOURS "j, 66% "
                           WS-FMT-MSA-JOURS-66 "j"
                           "   "
                           WS-FMT-MONTANT
                           DELIMITED SIZE INTO WS-LINE
                       MOVE WS-LINE TO OUTPUT-LINE
                       WRITE OUTPUT-LINE
                   END-IF
           END-READ.

      ******************************************************************
       3050-TROUVER-ETABLISSEMENT.
      ******************************************************************
               MOVE 1 TO WS-ETAB-IDX
           END-IF.

      ******************************************************************
       3060-LIRE-POPULATION.
      ******************************************************************
           MOVE 0 TO WS-MANDAT
           IF EMP-AVAILABLE
               MOVE PAI-MATRICULE TO EMP-MATRICULE
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-MANDATAIRE
                           SET BUL-MANDATAIRE TO TRUE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
       3080-TROUVER-COT-PATRONALES.
      ******************************************************************
                   MOVE WS-CPT-CHOMAGE(WS-CPT-IDX) TO WS-PAT-CHOMAGE
                   MOVE WS-CPT-AGS(WS-CPT-IDX) TO WS-PAT-AGS
                   MOVE WS-CPT-VM(WS-CPT-IDX) TO WS-PAT-VM
                   MOVE WS-CPT-FORFAIT-SOC(WS-CPT-IDX)
                       TO WS-PAT-FORFAIT-SOC
                   MOVE WS-CPT-CSA(WS-CPT-IDX) TO WS-PAT-CSA
                   MOVE WS-CPT-TOTAL(WS-CPT-IDX) TO WS-PAT-TOTAL
                   MOVE WS-CPT-RED-GEN(WS-CPT-IDX) TO WS-PAT-RED-GEN
                   MOVE WS-CPT-RS-PAT(WS-CPT-IDX) TO WS-PAT-RS-PAT
                   MOVE WS-CPT-RS-SAL(WS-CPT-IDX) TO WS-PAT-RS-SAL
                   MOVE WS-CPT-RS-REINTEG(WS-CPT-IDX)
                       TO WS-PAT-RS-REINTEG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE PAI-COT-CEG-T2-SAL TO WS-COT-SAL-MONTANT
           MOVE WS-PAT-CEG-T2      TO WS-COT-PAT-MONTANT
           PERFORM 3110-ECRIRE-LIGNE-COT
           MOVE "Retraite supplementaire (PER obligatoire)"
               TO WS-COT-LIBELLE
           MOVE WS-PAT-RS-SAL TO WS-COT-SAL-MONTANT
           MOVE WS-PAT-RS-PAT TO WS-COT-PAT-MONTANT
           PERFORM 3110-ECRIRE-LIGNE-COT
      *    Fraction de la part patronale excédant le plafond
      *    d'exonération, réintégrée au brut soumis à cotisations
           IF WS-PAT-RS-REINTEG NOT = 0
               MOVE WS-PAT-RS-REINTEG TO WS-FMT-PAT
               MOVE SPACES TO WS-LINE
               STRING "    dont part employeur reintegree au brut"
                   "                     " WS-FMT-PAT
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF

           MOVE "  FAMILLE" TO WS-LINE
           MOVE WS-LINE TO OUTPUT-LINE
           MOVE WS-PAT-ALLOC-FAM  TO WS-COT-PAT-MONTANT
           PERFORM 3110-ECRIRE-LIGNE-COT

      *    Le mandataire social ne relève pas de l'assurance chômage
           IF NOT BUL-MANDATAIRE
               MOVE "  ASSURANCE CHOMAGE" TO WS-LINE
               MOVE WS-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
               MOVE "Chomage" TO WS-COT-LIBELLE
               MOVE PAI-COT-CHOMAGE-SAL TO WS-COT-SAL-MONTANT
               MOVE WS-PAT-CHOMAGE      TO WS-COT-PAT-MONTANT
               PERFORM 3110-ECRIRE-LIGNE-COT
               MOVE "AGS" TO WS-COT-LIBELLE
               MOVE 0           TO WS-COT-SAL-MONTANT
               MOVE WS-PAT-AGS  TO WS-COT-PAT-MONTANT
               PERFORM 3110-ECRIRE-LIGNE-COT
           END-IF

           MOVE "  AUTRES CONTRIBUTIONS DUES PAR L'EMPLOYEUR"
               TO WS-LINE
           MOVE 0          TO WS-COT-SAL-MONTANT
           MOVE WS-PAT-VM  TO WS-COT-PAT-MONTANT
           PERFORM 3110-ECRIRE-LIGNE-COT
           MOVE "Forfait social" TO WS-COT-LIBELLE
           MOVE 0                  TO WS-COT-SAL-MONTANT
           MOVE WS-PAT-FORFAIT-SOC TO WS-COT-PAT-MONTANT
           PERFORM 3110-ECRIRE-LIGNE-COT
           MOVE "Contribution solidarite autonomie" TO WS-COT-LIBELLE
           MOVE 0          TO WS-COT-SAL-MONTANT
           MOVE WS-PAT-CSA TO WS-COT-PAT-MONTANT
           PERFORM 3110-ECRIRE-LIGNE-COT

           MOVE "  CSG/CRDS" TO WS-LINE
           MOVE WS-LINE TO OUTPUT-LINE
               MOVE WS-LINE TO OUTPUT-LINE
               WRITE OUTPUT-LINE
           END-IF
      *    Réduction générale des cotisations patronales, en moins
      *    de la part employeur (déjà nette dans le total)
           MOVE "Reduction generale des cotisations" TO WS-COT-LIBELLE
           MOVE 0 TO WS-COT-SAL-MONTANT
           COMPUTE WS-COT-PAT-MONTANT = 0 - WS-PAT-RED-GEN
           PERFORM 3110-ECRIRE-LIGNE-COT

           MOVE PAI-TOTAL-COT-SAL TO WS-FMT-SAL
           MOVE WS-PAT-TOTAL      TO WS-FMT-PAT
           IF RTT-AVAILABLE
               CLOSE RTT-FILE
           END-IF
           IF CHS-AVAILABLE
               CLOSE CONTINGENT-HS-FILE
           END-IF
           IF MSA-AVAILABLE
               CLOSE MAINTIEN-SALAIRE-FILE
           END-IF
           IF EMP-AVAILABLE
               CLOSE EMPLOYEE-FILE
           END-IF
           MOVE "FERME" TO HSV-FONCTION
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF WS-HORS-HABILITATION > 0
               DISPLAY "GENERATE-BULLETIN-TXT|WARN|0|"
                   "HORS-HABILITATION=" WS-HORS-HABILITATION
           END-IF

           DISPLAY "GENERATE-BULLETIN-TXT|DONE|" WS-RECORDS "|0".
