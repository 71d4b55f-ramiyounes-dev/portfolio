      * CALC-SOLDE-TOUT-COMPTE — Solde de tout compte
      * Calcule le règlement final d'un salarié dont EMP-STATUT est
      * passé à INACTIF : indemnité compensatrice de congés payés,
      * prorata de 13e mois, indemnité compensatrice de préavis et
      * indemnité de rupture selon EMP-MOTIF-RUPTURE (licenciement,
      * rupture conventionnelle, départ en retraite pour un CDI,
      * fin de contrat pour un CDD). Pour un licenciement ou une
      * rupture conventionnelle, l'indemnité retenue est la plus
      * favorable de l'indemnité légale et de l'indemnité
      * conventionnelle, et se ventile en part exonérée et part
      * soumise aux cotisations, à la CSG/CRDS et à l'impôt.
      * Produit SOLDE-TOUT-COMPTE.dat et les écritures JOURNAL-PCG.dat
      * correspondantes.
      * Le licenciement ou la rupture conventionnelle d'un salarié
      * protégé (registre MANDATS-PROTEGES.dat, MAINT-MANDAT-PROTEGE)
      * n'est soldé que si l'autorisation de l'inspecteur du travail
      * est enregistrée sur chaque mandat dont la protection court.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PRT-CLE
               FILE STATUS IS WS-FS-PRT.

           SELECT MANDAT-FILE
               ASSIGN TO WS-MANDAT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDT-CLE
               FILE STATUS IS WS-FS-MDT.

           SELECT SOLDE-FILE
               ASSIGN TO WS-SOLDE-PATH
               ORGANIZATION IS SEQUENTIAL
       FD  PRETS-FILE.
       COPY "PRET-RECORD.cpy".

       FD  MANDAT-FILE.
       COPY "MANDAT-PROTEGE-RECORD.cpy".

       FD  SOLDE-FILE.
       01  SOLDE-RECORD.
           05  SOL-MATRICULE           PIC X(8).
           05  SOL-TYPE-RUPTURE        PIC X(12).
               88  SOL-LICENCIEMENT    VALUE "LICENCIEMENT".
               88  SOL-FIN-CONTRAT     VALUE "FIN-CONTRAT ".
               88  SOL-RUPT-CONV       VALUE "RUPT-CONV   ".
               88  SOL-RETRAITE        VALUE "RETRAITE    ".
               88  SOL-DEMISSION       VALUE "DEMISSION   ".
           05  SOL-DATE-CALCUL         PIC 9(8).
           05  SOL-BRUT-CUMULE-ANNEE   PIC S9(9)V99 COMP-3.
           05  SOL-MOIS-TRAVAILLES     PIC 9(2).
      *    Solde restant dû des prêts au personnel, imputé sur le net
      *    du solde de tout compte au départ du salarié
           05  SOL-PRET-RETENU         PIC S9(9)V99 COMP-3.
      *    Indemnités de rupture : préavis non effectué, indemnités
      *    légale et conventionnelle comparées, ventilation de
      *    l'indemnité retenue (parts exonérées de cotisations et
      *    d'impôt), CSG/CRDS salariale et forfait social patronal
      *    dus sur l'indemnité
           05  SOL-INDEMNITE-PREAVIS   PIC S9(9)V99 COMP-3.
           05  SOL-INDEMNITE-LEGALE    PIC S9(9)V99 COMP-3.
           05  SOL-INDEMNITE-CONV      PIC S9(9)V99 COMP-3.
           05  SOL-RUPTURE-EXO-SOCIALE PIC S9(9)V99 COMP-3.
           05  SOL-RUPTURE-EXO-FISCALE PIC S9(9)V99 COMP-3.
           05  SOL-CSG-CRDS-RUPTURE    PIC S9(9)V99 COMP-3.
           05  SOL-FORFAIT-SOCIAL      PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-EOF-PRT                PIC 9 VALUE 0.
           88  EOF-PRT               VALUE 1.
       01  WS-PRET-RETENU            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-MANDAT-PATH            PIC X(256).
       01  WS-FS-MDT                 PIC XX.
       01  WS-EOF-MDT                PIC 9 VALUE 0.
           88  EOF-MDT               VALUE 1.
       01  WS-DATE-PROTECTION        PIC 9(8).
       01  WS-PROTECTION-BLOQUANTE   PIC 9 VALUE 0.
           88  PROTECTION-BLOQUANTE  VALUE 1.

       01  WS-EOF-BUL                PIC 9 VALUE 0.
           88  EOF-BUL               VALUE 1.
           05  FILLER                PIC X(6).
       01  WS-ANNEE-COURANTE         PIC 9(4).

      *    Dispense de préavis notifiée par l'employeur : O = préavis
      *    non effectué, indemnisé (variable SOLDE_DISPENSE_PREAVIS)
       01  WS-DISPENSE-PREAVIS       PIC X(1) VALUE "N".
           88  PREAVIS-DISPENSE      VALUE "O".

      *    --- Taux légaux ---
      *    Indemnité compensatrice de congés payés : 1/26e du dernier
      *    salaire brut mensuel par jour de congé restant (méthode
       01  WS-JOURS-OUVRES-MOIS      PIC S9(3)V99 COMP-3
                                     VALUE 26.00.
      *    Indemnité légale de licenciement : 1/4 de mois de salaire
      *    par année d'ancienneté jusqu'à dix ans, 1/3 au-delà, dès
      *    8 mois d'ancienneté ininterrompue (Art. L1234-9 et
      *    R1234-2 C. trav.)
       01  WS-TX-LICENCIEMENT        PIC S9(3)V99 COMP-3
                                     VALUE 25.00.
       01  WS-TX-LICENCIEMENT-10ANS  PIC S9(3)V99 COMP-3
                                     VALUE 33.33.
       01  WS-ANCIENNETE-MIN-LIC     PIC 9(2) VALUE 8.
      *    Indemnité conventionnelle de licenciement : fraction de
      *    mois par année d'ancienneté selon la catégorie, plafonnée
      *    en nombre de mois de salaire
       01  WS-TX-CONV-NON-CADRE      PIC S9(3)V99 COMP-3
                                     VALUE 25.00.
       01  WS-TX-CONV-CADRE          PIC S9(3)V99 COMP-3
                                     VALUE 33.33.
       01  WS-CONV-PLAFOND-MOIS      PIC S9(3)V99 COMP-3
                                     VALUE 12.00.
      *    Indemnité légale de départ volontaire en retraite, en mois
      *    de salaire selon l'ancienneté (Art. D1237-1 C. trav.)
       01  WS-RET-MOIS-10ANS         PIC S9V99 COMP-3 VALUE 0.50.
       01  WS-RET-MOIS-15ANS         PIC S9V99 COMP-3 VALUE 1.00.
       01  WS-RET-MOIS-20ANS         PIC S9V99 COMP-3 VALUE 1.50.
       01  WS-RET-MOIS-30ANS         PIC S9V99 COMP-3 VALUE 2.00.
      *    Préavis de licenciement en mois : légal selon l'ancienneté
      *    (Art. L1234-1 C. trav.), conventionnel pour les cadres
       01  WS-PREAVIS-MOIS-6MOIS     PIC 9(1) VALUE 1.
       01  WS-PREAVIS-MOIS-2ANS      PIC 9(1) VALUE 2.
       01  WS-PREAVIS-MOIS-CADRE     PIC 9(1) VALUE 3.
      *    Plafond annuel de la Sécurité Sociale (PASS) : limites
      *    d'exonération de l'indemnité de rupture — 2 PASS pour les
      *    cotisations, assujettissement intégral au-delà de
      *    10 PASS (Art. L242-1 CSS), 6 PASS pour l'impôt
      *    (Art. 80 duodecies CGI)
       01  WS-PASS-ANNUEL            PIC S9(9)V99 COMP-3
                                     VALUE 46368.00.
       01  WS-NB-PASS-SOCIAL         PIC 9(2) VALUE 2.
       01  WS-NB-PASS-INTEGRAL       PIC 9(2) VALUE 10.
       01  WS-NB-PASS-FISCAL         PIC 9(2) VALUE 6.
      *    CSG/CRDS sur la fraction de l'indemnité excédant le
      *    montant légal ou conventionnel, sans abattement pour
      *    frais professionnels (Art. L136-1-1 CSS)
       01  WS-TX-CSG-CRDS            PIC S9(3)V99 COMP-3
                                     VALUE 9.70.
      *    Forfait social patronal sur la part de l'indemnité de
      *    rupture conventionnelle exclue de l'assiette des
      *    cotisations (Art. L137-12 et L137-15 CSS)
       01  WS-TX-FORFAIT-SOCIAL      PIC S9(3)V99 COMP-3
                                     VALUE 30.00.
      *    Prime de précarité CDD : 10% du brut cumulé de l'année
       01  WS-TX-PRECARITE           PIC S9(3)V99 COMP-3
                                     VALUE 10.00.
      *    Taux moyen approché de cotisations salariales applicable
      *    aux indemnités de congés, au prorata de 13e mois, au
      *    préavis et à la part soumise de l'indemnité de rupture —
      *    CSG/CRDS comprise ; sur l'indemnité de rupture, la
      *    CSG/CRDS est calculée à part sur son assiette propre
       01  WS-TX-COT-GLOBALE         PIC S9(3)V99 COMP-3
                                     VALUE 22.00.

       01  WS-TYPE-RUPTURE           PIC X(12).
           88  WS-LICENCIEMENT       VALUE "LICENCIEMENT".
           88  WS-FIN-CONTRAT        VALUE "FIN-CONTRAT ".
           88  WS-RUPT-CONV          VALUE "RUPT-CONV   ".
           88  WS-RETRAITE           VALUE "RETRAITE    ".
           88  WS-DEMISSION          VALUE "DEMISSION   ".

      *    --- Salaire de référence de l'indemnité de rupture ---
      *    Brut des 12 derniers mois précédant la sortie, rangé par
      *    rang du mois (1 = mois de sortie) ; la moyenne retenue
      *    est la plus favorable des 12 et des 3 derniers mois
      *    (Art. R1234-4 C. trav.)
       01  WS-REF-TABLE.
           05  WS-REF-MOIS OCCURS 12 TIMES.
               10  WS-REF-BRUT       PIC S9(9)V99 COMP-3.
               10  WS-REF-PRESENT    PIC 9.
       01  WS-REF-IDX                PIC 9(2).
       01  WS-REF-RANG               PIC S9(5).
       01  WS-REF-NB-12              PIC 9(2).
       01  WS-REF-NB-3               PIC 9(2).
       01  WS-REF-SOMME-12           PIC S9(11)V99 COMP-3.
       01  WS-REF-SOMME-3            PIC S9(11)V99 COMP-3.
       01  WS-REF-MOYENNE-12         PIC S9(9)V99 COMP-3.
       01  WS-REF-MOYENNE-3          PIC S9(9)V99 COMP-3.
       01  WS-SALAIRE-REFERENCE      PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-BRUT-ANNEE-PRECEDENTE  PIC S9(11)V99 COMP-3 VALUE 0.

      *    --- Date de sortie et ancienneté à la sortie ---
       01  WS-DATE-SORTIE            PIC 9(8).
       01  WS-SORTIE-ANNEE           PIC 9(4).
       01  WS-SORTIE-MOIS            PIC 9(2).
       01  WS-SORTIE-JOUR            PIC 9(2).
       01  WS-ENTREE-ANNEE           PIC 9(4).
       01  WS-ENTREE-MOIS            PIC 9(2).
       01  WS-ENTREE-JOUR            PIC 9(2).
       01  WS-RANG-SORTIE            PIC 9(6).
       01  WS-RANG-BULLETIN          PIC 9(6).
       01  WS-BUL-ANNEE              PIC 9(4).
       01  WS-BUL-MOIS               PIC 9(2).
       01  WS-ANCIENNETE-MOIS        PIC S9(5) VALUE 0.
       01  WS-ANCIENNETE-ANS         PIC S9(3)V9(4) COMP-3 VALUE 0.
       01  WS-ANS-AU-DELA-10         PIC S9(3)V9(4) COMP-3 VALUE 0.

      *    --- Indemnités de rupture et ventilation ---
       01  WS-PREAVIS-MOIS           PIC 9(1) VALUE 0.
       01  WS-INDEMNITE-PREAVIS      PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-INDEMNITE-LEGALE       PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-INDEMNITE-CONV         PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CONV-MOIS              PIC S9(5)V9(4) COMP-3 VALUE 0.
       01  WS-MONTANT-LEGAL-CONV     PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-RUPTURE-EXO-FISCALE    PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-RUPTURE-EXO-SOCIALE    PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-RUPTURE-SOUMISE        PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-RUPTURE-EXO-CSG        PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-ASSIETTE-CSG-RUPTURE   PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CSG-CRDS-RUPTURE       PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-FORFAIT-SOCIAL         PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-LIMITE-FISCALE         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LIMITE-PASS            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-COTISATIONS-RUPTURE    PIC S9(9)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-SOLDE-PATH
               FROM ENVIRONMENT "SOLDE_TOUT_COMPTE_FILE"
           ACCEPT WS-MATRICULE-CIBLE FROM ENVIRONMENT "SOLDE_MATRICULE"
           ACCEPT WS-DISPENSE-PREAVIS
               FROM ENVIRONMENT "SOLDE_DISPENSE_PREAVIS"

           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
               STOP RUN
           END-IF

      *    Date de sortie : à défaut de date renseignée au dossier,
      *    la date du calcul
           IF EMP-DATE-SORTIE = 0
               MOVE WS-DATE-YYYYMMDD TO WS-DATE-SORTIE
           ELSE
               MOVE EMP-DATE-SORTIE TO WS-DATE-SORTIE
           END-IF
           MOVE WS-DATE-SORTIE(1:4) TO WS-SORTIE-ANNEE
           MOVE WS-DATE-SORTIE(5:2) TO WS-SORTIE-MOIS
           MOVE WS-DATE-SORTIE(7:2) TO WS-SORTIE-JOUR
           COMPUTE WS-RANG-SORTIE =
               WS-SORTIE-ANNEE * 12 + WS-SORTIE-MOIS

           IF EMP-RUPT-LICENCIEMENT OR EMP-RUPT-RUPT-CONV
               OR EMP-RUPT-FAUTE-LOURDE
               PERFORM 1100-CONTROLER-PROTECTION THRU 1100-EXIT
               IF PROTECTION-BLOQUANTE
                   CLOSE EMPLOYEE-FILE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "CALC-SOLDE-TOUT-COMPTE|ERROR|0|OPEN-BUL="
           DISPLAY "CALC-SOLDE-TOUT-COMPTE|START|0|"
               WS-MATRICULE-CIBLE.

      ******************************************************************
       1100-CONTROLER-PROTECTION.
      ******************************************************************
      *    Salarié protégé : la protection s'apprécie à la plus
      *    ancienne de la date du calcul et de la date de sortie ;
      *    tout mandat dont la protection court à cette date doit
      *    porter la référence d'autorisation de l'inspecteur du
      *    travail. Le registre des mandats est facultatif.
           MOVE 0 TO WS-PROTECTION-BLOQUANTE
           ACCEPT WS-MANDAT-PATH FROM ENVIRONMENT "MANDATS_FILE"
           IF WS-MANDAT-PATH = SPACES
               MOVE "../data/MANDATS-PROTEGES.dat" TO WS-MANDAT-PATH
           END-IF
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-PROTECTION
           IF WS-DATE-SORTIE < WS-DATE-PROTECTION
               MOVE WS-DATE-SORTIE TO WS-DATE-PROTECTION
           END-IF

           OPEN INPUT MANDAT-FILE
           IF WS-FS-MDT = "35"
               GO TO 1100-EXIT
           END-IF
           IF WS-FS-MDT NOT = "00"
               DISPLAY "CALC-SOLDE-TOUT-COMPTE|ERROR|0|OPEN-MDT="
                   WS-FS-MDT
               SET PROTECTION-BLOQUANTE TO TRUE
               GO TO 1100-EXIT
           END-IF

           MOVE 0 TO WS-EOF-MDT
           MOVE WS-MATRICULE-CIBLE TO MDT-MATRICULE
           MOVE 0 TO MDT-DATE-DEBUT
           MOVE LOW-VALUES TO MDT-TYPE
           START MANDAT-FILE KEY >= MDT-CLE
               INVALID KEY SET EOF-MDT TO TRUE
           END-START
           PERFORM UNTIL EOF-MDT
               READ MANDAT-FILE NEXT RECORD
                   AT END SET EOF-MDT TO TRUE
               END-READ
               IF NOT EOF-MDT
                   IF MDT-MATRICULE NOT = WS-MATRICULE-CIBLE
                       SET EOF-MDT TO TRUE
                   ELSE
                       IF MDT-DATE-DEBUT <= WS-DATE-PROTECTION
                           AND (MDT-DATE-FIN = 0
                           OR MDT-DATE-FIN-PROTECTION
                               >= WS-DATE-PROTECTION)
                           AND MDT-AUTORISATION-REF = SPACES
                           SET PROTECTION-BLOQUANTE TO TRUE
                           DISPLAY "CALC-SOLDE-TOUT-COMPTE|ERROR|0|"
                               "SALARIE-PROTEGE=" MDT-TYPE " "
                               MDT-DATE-DEBUT " PROTECTION "
                               MDT-DATE-FIN-PROTECTION
                               " AUTORISATION-REQUISE"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MANDAT-FILE.

       1100-EXIT.
           EXIT.

      ******************************************************************
       2000-CUMULER-ANNEE.
      ******************************************************************
      *    Cumule le brut versé au salarié depuis le début de
      *    l'année civile en cours et retient le dernier brut
      *    mensuel connu comme base de calcul des indemnités.
      *    Relève au passage le brut des 12 mois précédant la sortie
      *    et celui de l'année civile précédant la sortie.
           INITIALIZE WS-REF-TABLE
           READ BULLETINS-FILE
               AT END SET EOF-BUL TO TRUE
           END-READ
                   ADD PAI-BRUT TO WS-BRUT-CUMULE
                   MOVE PAI-BRUT TO WS-DERNIER-BRUT-MENSUEL
               END-IF
               IF PAI-MATRICULE = WS-MATRICULE-CIBLE
                   PERFORM 2100-RELEVER-REFERENCE
               END-IF
               READ BULLETINS-FILE
                   AT END SET EOF-BUL TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
       2100-RELEVER-REFERENCE.
      ******************************************************************
           DIVIDE PAI-PERIODE BY 100
               GIVING WS-BUL-ANNEE REMAINDER WS-BUL-MOIS
           COMPUTE WS-RANG-BULLETIN = WS-BUL-ANNEE * 12 + WS-BUL-MOIS
           COMPUTE WS-REF-RANG = WS-RANG-SORTIE - WS-RANG-BULLETIN + 1
           IF WS-REF-RANG >= 1 AND WS-REF-RANG <= 12
               ADD PAI-BRUT TO WS-REF-BRUT(WS-REF-RANG)
               MOVE 1 TO WS-REF-PRESENT(WS-REF-RANG)
           END-IF
           IF WS-BUL-ANNEE + 1 = WS-SORTIE-ANNEE
               ADD PAI-BRUT TO WS-BRUT-ANNEE-PRECEDENTE
           END-IF.

      ******************************************************************
       3000-CALCULER-SOLDE.
      ******************************************************************
           COMPUTE WS-PRORATA-13EME ROUNDED =
               WS-BASE-MENSUELLE * WS-MOIS-TRAVAILLES / 12

      *    Indemnité de rupture selon le motif de sortie ; un CDI
      *    sans motif renseigné reste traité en licenciement
           PERFORM 3100-SALAIRE-REFERENCE
           PERFORM 3200-CALCUL-ANCIENNETE
           EVALUATE TRUE
               WHEN EMP-CDD
                   SET WS-FIN-CONTRAT TO TRUE
      *            Pas de prime de précarité sur une rupture
      *            anticipée à l'initiative du salarié ou pour faute
      *            lourde
                   IF NOT EMP-RUPT-DEMISSION
                       AND NOT EMP-RUPT-FAUTE-LOURDE
                       COMPUTE WS-INDEMNITE-RUPTURE ROUNDED =
                           WS-BRUT-CUMULE * WS-TX-PRECARITE / 100
                   END-IF
               WHEN EMP-RUPT-DEMISSION
                   SET WS-DEMISSION TO TRUE
               WHEN EMP-RUPT-RETRAITE
                   SET WS-RETRAITE TO TRUE
                   PERFORM 3400-INDEMNITE-RETRAITE
               WHEN EMP-RUPT-RUPT-CONV
                   SET WS-RUPT-CONV TO TRUE
                   PERFORM 3300-INDEMNITE-LICENCIEMENT
      *        Licenciement pour faute lourde : ni indemnité de
      *        licenciement ni préavis, seuls les congés payés acquis
      *        restent dus
               WHEN EMP-RUPT-FAUTE-LOURDE
                   SET WS-LICENCIEMENT TO TRUE
               WHEN OTHER
                   SET WS-LICENCIEMENT TO TRUE
                   PERFORM 3300-INDEMNITE-LICENCIEMENT
                   PERFORM 3350-INDEMNITE-PREAVIS THRU 3350-EXIT
           END-EVALUATE
           PERFORM 3450-VENTILER-RUPTURE THRU 3450-EXIT

           COMPUTE WS-BRUT-TOTAL =
               WS-INDEMNITE-CONGES + WS-PRORATA-13EME
               + WS-INDEMNITE-PREAVIS + WS-INDEMNITE-RUPTURE

      *    Congés payés, prorata de 13e mois et préavis sont soumis
      *    au taux global ; l'indemnité de rupture ne l'est que sur
      *    sa part soumise, hors CSG/CRDS calculée à part.
           COMPUTE WS-COTISATIONS ROUNDED =
               (WS-INDEMNITE-CONGES + WS-PRORATA-13EME
                + WS-INDEMNITE-PREAVIS)
               * WS-TX-COT-GLOBALE / 100
           COMPUTE WS-COTISATIONS-RUPTURE ROUNDED =
               WS-RUPTURE-SOUMISE
               * (WS-TX-COT-GLOBALE - WS-TX-CSG-CRDS) / 100

      *    La part fiscalement exonérée de l'indemnité sort du net
      *    imposable, avec les cotisations qu'elle a supportées
           COMPUTE WS-NET-IMPOSABLE =
               WS-BRUT-TOTAL - WS-RUPTURE-EXO-FISCALE
               - WS-COTISATIONS
           IF WS-RUPTURE-EXO-FISCALE < WS-INDEMNITE-RUPTURE
               SUBTRACT WS-COTISATIONS-RUPTURE FROM WS-NET-IMPOSABLE
           END-IF
           ADD WS-COTISATIONS-RUPTURE TO WS-COTISATIONS

           COMPUTE WS-MONTANT-PAS ROUNDED =
               WS-NET-IMPOSABLE * EMP-TAUX-PAS / 100

           COMPUTE WS-NET-A-PAYER =
               WS-BRUT-TOTAL - WS-COTISATIONS
               - WS-CSG-CRDS-RUPTURE - WS-MONTANT-PAS

      *    Le solde restant dû des prêts au personnel s'impute sur le
      *    net du solde de tout compte et solde les prêts
           COMPUTE WS-NET-A-PAYER =
               WS-NET-A-PAYER - WS-PRET-RETENU.

      ******************************************************************
       3100-SALAIRE-REFERENCE.
      ******************************************************************
      *    Moyenne mensuelle des 12 derniers mois, ou des mois de
      *    présence si l'ancienneté est moindre, comparée à celle des
      *    3 derniers mois ; à défaut de bulletin, la base mensuelle.
           MOVE 0 TO WS-REF-NB-12
           MOVE 0 TO WS-REF-NB-3
           MOVE 0 TO WS-REF-SOMME-12
           MOVE 0 TO WS-REF-SOMME-3
           MOVE 0 TO WS-REF-MOYENNE-12
           MOVE 0 TO WS-REF-MOYENNE-3
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > 12
               IF WS-REF-PRESENT(WS-REF-IDX) = 1
                   ADD 1 TO WS-REF-NB-12
                   ADD WS-REF-BRUT(WS-REF-IDX) TO WS-REF-SOMME-12
                   IF WS-REF-IDX <= 3
                       ADD 1 TO WS-REF-NB-3
                       ADD WS-REF-BRUT(WS-REF-IDX) TO WS-REF-SOMME-3
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REF-NB-12 > 0
               COMPUTE WS-REF-MOYENNE-12 ROUNDED =
                   WS-REF-SOMME-12 / WS-REF-NB-12
           END-IF
           IF WS-REF-NB-3 > 0
               COMPUTE WS-REF-MOYENNE-3 ROUNDED =
                   WS-REF-SOMME-3 / WS-REF-NB-3
           END-IF

           IF WS-REF-MOYENNE-12 > WS-REF-MOYENNE-3
               MOVE WS-REF-MOYENNE-12 TO WS-SALAIRE-REFERENCE
           ELSE
               MOVE WS-REF-MOYENNE-3 TO WS-SALAIRE-REFERENCE
           END-IF
           IF WS-SALAIRE-REFERENCE NOT > 0
               MOVE WS-BASE-MENSUELLE TO WS-SALAIRE-REFERENCE
           END-IF.

      ******************************************************************
       3200-CALCUL-ANCIENNETE.
      ******************************************************************
      *    Ancienneté en mois révolus de l'entrée à la sortie, puis
      *    en années décimales pour les indemnités au prorata des
      *    années incomplètes (Art. R1234-1 C. trav.)
           MOVE EMP-DATE-ENTREE(1:4) TO WS-ENTREE-ANNEE
           MOVE EMP-DATE-ENTREE(5:2) TO WS-ENTREE-MOIS
           MOVE EMP-DATE-ENTREE(7:2) TO WS-ENTREE-JOUR
           COMPUTE WS-ANCIENNETE-MOIS =
               (WS-SORTIE-ANNEE - WS-ENTREE-ANNEE) * 12
               + WS-SORTIE-MOIS - WS-ENTREE-MOIS
           IF WS-SORTIE-JOUR < WS-ENTREE-JOUR
               SUBTRACT 1 FROM WS-ANCIENNETE-MOIS
           END-IF
           IF WS-ANCIENNETE-MOIS < 0
               MOVE 0 TO WS-ANCIENNETE-MOIS
           END-IF
           COMPUTE WS-ANCIENNETE-ANS ROUNDED =
               WS-ANCIENNETE-MOIS / 12.

      ******************************************************************
       3300-INDEMNITE-LICENCIEMENT.
      ******************************************************************
      *    Indemnité légale : 1/4 de mois par année jusqu'à dix ans,
      *    1/3 de mois par année au-delà, due à partir de 8 mois
      *    d'ancienneté. Indemnité conventionnelle : fraction de mois
      *    par année selon la catégorie, plafonnée. La plus
      *    favorable des deux est retenue — en rupture
      *    conventionnelle, l'indemnité spécifique ne peut être
      *    inférieure à l'indemnité légale (Art. L1237-13 C. trav.).
           MOVE 0 TO WS-INDEMNITE-LEGALE
           IF WS-ANCIENNETE-MOIS >= WS-ANCIENNETE-MIN-LIC
               IF WS-ANCIENNETE-ANS > 10
                   COMPUTE WS-ANS-AU-DELA-10 =
                       WS-ANCIENNETE-ANS - 10
                   COMPUTE WS-INDEMNITE-LEGALE ROUNDED =
                       WS-SALAIRE-REFERENCE
                       * (10 * WS-TX-LICENCIEMENT
                          + WS-ANS-AU-DELA-10
                            * WS-TX-LICENCIEMENT-10ANS) / 100
               ELSE
                   COMPUTE WS-INDEMNITE-LEGALE ROUNDED =
                       WS-SALAIRE-REFERENCE * WS-ANCIENNETE-ANS
                       * WS-TX-LICENCIEMENT / 100
               END-IF
           END-IF

           IF EMP-NON-CADRE
               COMPUTE WS-CONV-MOIS ROUNDED =
                   WS-ANCIENNETE-ANS * WS-TX-CONV-NON-CADRE / 100
           ELSE
               COMPUTE WS-CONV-MOIS ROUNDED =
                   WS-ANCIENNETE-ANS * WS-TX-CONV-CADRE / 100
           END-IF
           IF WS-CONV-MOIS > WS-CONV-PLAFOND-MOIS
               MOVE WS-CONV-PLAFOND-MOIS TO WS-CONV-MOIS
           END-IF
           COMPUTE WS-INDEMNITE-CONV ROUNDED =
               WS-SALAIRE-REFERENCE * WS-CONV-MOIS

           IF WS-INDEMNITE-CONV > WS-INDEMNITE-LEGALE
               MOVE WS-INDEMNITE-CONV TO WS-INDEMNITE-RUPTURE
           ELSE
               MOVE WS-INDEMNITE-LEGALE TO WS-INDEMNITE-RUPTURE
           END-IF
           MOVE WS-INDEMNITE-RUPTURE TO WS-MONTANT-LEGAL-CONV.

      ******************************************************************
       3350-INDEMNITE-PREAVIS.
      ******************************************************************
      *    Préavis de licenciement dont l'employeur a dispensé le
      *    salarié : indemnité égale au salaire qu'il aurait perçu
      *    (Art. L1234-5 C. trav.) : un mois entre six mois et deux
      *    ans d'ancienneté, deux mois au-delà, trois mois pour un
      *    cadre.
           MOVE 0 TO WS-PREAVIS-MOIS
           IF NOT PREAVIS-DISPENSE
               GO TO 3350-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NOT EMP-NON-CADRE
                   MOVE WS-PREAVIS-MOIS-CADRE TO WS-PREAVIS-MOIS
               WHEN WS-ANCIENNETE-MOIS >= 24
                   MOVE WS-PREAVIS-MOIS-2ANS TO WS-PREAVIS-MOIS
               WHEN WS-ANCIENNETE-MOIS >= 6
                   MOVE WS-PREAVIS-MOIS-6MOIS TO WS-PREAVIS-MOIS
               WHEN OTHER
                   MOVE 0 TO WS-PREAVIS-MOIS
           END-EVALUATE
           COMPUTE WS-INDEMNITE-PREAVIS ROUNDED =
               WS-BASE-MENSUELLE * WS-PREAVIS-MOIS.

       3350-EXIT.
           EXIT.

      ******************************************************************
       3400-INDEMNITE-RETRAITE.
      ******************************************************************
      *    Départ volontaire en retraite : indemnité légale en mois
      *    de salaire de référence selon l'ancienneté, entièrement
      *    soumise aux cotisations et à l'impôt.
           EVALUATE TRUE
               WHEN WS-ANCIENNETE-ANS >= 30
                   COMPUTE WS-INDEMNITE-RUPTURE ROUNDED =
                       WS-SALAIRE-REFERENCE * WS-RET-MOIS-30ANS
               WHEN WS-ANCIENNETE-ANS >= 20
                   COMPUTE WS-INDEMNITE-RUPTURE ROUNDED =
                       WS-SALAIRE-REFERENCE * WS-RET-MOIS-20ANS
               WHEN WS-ANCIENNETE-ANS >= 15
                   COMPUTE WS-INDEMNITE-RUPTURE ROUNDED =
                       WS-SALAIRE-REFERENCE * WS-RET-MOIS-15ANS
               WHEN WS-ANCIENNETE-ANS >= 10
                   COMPUTE WS-INDEMNITE-RUPTURE ROUNDED =
                       WS-SALAIRE-REFERENCE * WS-RET-MOIS-10ANS
               WHEN OTHER
                   MOVE 0 TO WS-INDEMNITE-RUPTURE
           END-EVALUATE.

      ******************************************************************
       3450-VENTILER-RUPTURE.
      ******************************************************************
      *    Seules les indemnités de licenciement et de rupture
      *    conventionnelle ouvrent droit à exonération ; la prime
      *    de précarité et l'indemnité de départ en retraite sont
      *    entièrement soumises.
      *    Impôt : exonération du montant légal ou conventionnel,
      *    ou si plus élevé de deux fois la rémunération brute de
      *    l'année précédente ou de la moitié de l'indemnité, dans
      *    la limite de 6 PASS (Art. 80 duodecies CGI).
      *    Cotisations : exonération dans la limite de la part
      *    fiscalement exonérée et de 2 PASS, aucune au-delà de
      *    10 PASS (Art. L242-1 CSS).
      *    CSG/CRDS : due sur la fraction excédant le montant légal
      *    ou conventionnel, ou sur la part soumise aux cotisations
      *    si elle est supérieure (Art. L136-1-1 CSS).
           MOVE 0 TO WS-RUPTURE-EXO-FISCALE
           MOVE 0 TO WS-RUPTURE-EXO-SOCIALE
           MOVE 0 TO WS-CSG-CRDS-RUPTURE
           MOVE 0 TO WS-FORFAIT-SOCIAL
           MOVE WS-INDEMNITE-RUPTURE TO WS-RUPTURE-SOUMISE
           IF NOT WS-LICENCIEMENT AND NOT WS-RUPT-CONV
               GO TO 3450-EXIT
           END-IF

           COMPUTE WS-LIMITE-FISCALE =
               WS-BRUT-ANNEE-PRECEDENTE * 2
           IF WS-INDEMNITE-RUPTURE / 2 > WS-LIMITE-FISCALE
               COMPUTE WS-LIMITE-FISCALE =
                   WS-INDEMNITE-RUPTURE / 2
           END-IF
           COMPUTE WS-LIMITE-PASS =
               WS-PASS-ANNUEL * WS-NB-PASS-FISCAL
           IF WS-LIMITE-FISCALE > WS-LIMITE-PASS
               MOVE WS-LIMITE-PASS TO WS-LIMITE-FISCALE
           END-IF
           IF WS-MONTANT-LEGAL-CONV > WS-LIMITE-FISCALE
               MOVE WS-MONTANT-LEGAL-CONV TO WS-LIMITE-FISCALE
           END-IF
           IF WS-LIMITE-FISCALE > WS-INDEMNITE-RUPTURE
               MOVE WS-INDEMNITE-RUPTURE TO WS-RUPTURE-EXO-FISCALE
           ELSE
               MOVE WS-LIMITE-FISCALE TO WS-RUPTURE-EXO-FISCALE
           END-IF

           MOVE WS-RUPTURE-EXO-FISCALE TO WS-RUPTURE-EXO-SOCIALE
           COMPUTE WS-LIMITE-PASS =
               WS-PASS-ANNUEL * WS-NB-PASS-SOCIAL
           IF WS-RUPTURE-EXO-SOCIALE > WS-LIMITE-PASS
               MOVE WS-LIMITE-PASS TO WS-RUPTURE-EXO-SOCIALE
           END-IF
           COMPUTE WS-LIMITE-PASS =
               WS-PASS-ANNUEL * WS-NB-PASS-INTEGRAL
           IF WS-INDEMNITE-RUPTURE > WS-LIMITE-PASS
               MOVE 0 TO WS-RUPTURE-EXO-SOCIALE
           END-IF
           COMPUTE WS-RUPTURE-SOUMISE =
               WS-INDEMNITE-RUPTURE - WS-RUPTURE-EXO-SOCIALE

           IF WS-MONTANT-LEGAL-CONV < WS-RUPTURE-EXO-SOCIALE
               MOVE WS-MONTANT-LEGAL-CONV TO WS-RUPTURE-EXO-CSG
           ELSE
               MOVE WS-RUPTURE-EXO-SOCIALE TO WS-RUPTURE-EXO-CSG
           END-IF
           COMPUTE WS-ASSIETTE-CSG-RUPTURE =
               WS-INDEMNITE-RUPTURE - WS-RUPTURE-EXO-CSG
           COMPUTE WS-CSG-CRDS-RUPTURE ROUNDED =
               WS-ASSIETTE-CSG-RUPTURE * WS-TX-CSG-CRDS / 100

      *    Forfait social à la charge de l'employeur sur la part de
      *    l'indemnité de rupture conventionnelle exclue de
      *    l'assiette des cotisations
           IF WS-RUPT-CONV
               COMPUTE WS-FORFAIT-SOCIAL ROUNDED =
                   WS-RUPTURE-EXO-SOCIALE * WS-TX-FORFAIT-SOCIAL / 100
           END-IF.

       3450-EXIT.
           EXIT.

      ******************************************************************
       3500-IMPUTER-PRETS.
      ******************************************************************
           MOVE WS-MONTANT-PAS       TO SOL-MONTANT-PAS
           MOVE WS-NET-A-PAYER       TO SOL-NET-A-PAYER
           MOVE WS-PRET-RETENU       TO SOL-PRET-RETENU
           MOVE WS-INDEMNITE-PREAVIS TO SOL-INDEMNITE-PREAVIS
           MOVE WS-INDEMNITE-LEGALE  TO SOL-INDEMNITE-LEGALE
           MOVE WS-INDEMNITE-CONV    TO SOL-INDEMNITE-CONV
           MOVE WS-RUPTURE-EXO-SOCIALE TO SOL-RUPTURE-EXO-SOCIALE
           MOVE WS-RUPTURE-EXO-FISCALE TO SOL-RUPTURE-EXO-FISCALE
           MOVE WS-CSG-CRDS-RUPTURE  TO SOL-CSG-CRDS-RUPTURE
           MOVE WS-FORFAIT-SOCIAL    TO SOL-FORFAIT-SOCIAL

           WRITE SOLDE-RECORD
           IF WS-FS-SOL NOT = "00"
               END-IF
           END-IF

      *    Débit 6411 / Crédit 421 : préavis non effectué
           IF WS-INDEMNITE-PREAVIS > 0
               INITIALIZE JOURNAL-RECORD
               MOVE WS-DATE-YYYYMMDD  TO JRN-DATE
               MOVE WS-PIECE-STR      TO JRN-NUMERO-PIECE
               MOVE EMP-MATRICULE     TO JRN-MATRICULE
               MOVE EMP-ETABLISSEMENT TO JRN-ETABLISSEMENT
               MOVE "6411  "          TO JRN-COMPTE-DEBIT
               MOVE "421   "          TO JRN-COMPTE-CREDIT
               MOVE WS-INDEMNITE-PREAVIS TO JRN-MONTANT
               MOVE "Indemnite compensatrice de preavis"
                                      TO JRN-LIBELLE
               MOVE "SAL"             TO JRN-TYPE-ECRITURE
               WRITE JOURNAL-RECORD
               IF WS-FS-JRN NOT = "00"
                   ADD 1 TO WS-ERRORS
               END-IF
           END-IF

      *    Débit 64141 / Crédit 421 : part de l'indemnité de rupture
      *    exonérée de cotisations
           IF WS-RUPTURE-EXO-SOCIALE > 0
               INITIALIZE JOURNAL-RECORD
               MOVE WS-DATE-YYYYMMDD  TO JRN-DATE
               MOVE WS-PIECE-STR      TO JRN-NUMERO-PIECE
               MOVE EMP-MATRICULE     TO JRN-MATRICULE
               MOVE EMP-ETABLISSEMENT TO JRN-ETABLISSEMENT
               MOVE "64141 "          TO JRN-COMPTE-DEBIT
               MOVE "421   "          TO JRN-COMPTE-CREDIT
               MOVE WS-RUPTURE-EXO-SOCIALE TO JRN-MONTANT
               IF WS-RUPT-CONV
                   MOVE "Indemnite rupture conv. part exoneree"
                                      TO JRN-LIBELLE
               ELSE
                   MOVE "Indemnite licenciement part exoneree"
                                      TO JRN-LIBELLE
               END-IF
               MOVE "SAL"             TO JRN-TYPE-ECRITURE
               WRITE JOURNAL-RECORD
               IF WS-FS-JRN NOT = "00"
                   ADD 1 TO WS-ERRORS
               END-IF
           END-IF

      *    Débit 64142 / Crédit 421 : part de l'indemnité de rupture
      *    soumise à cotisations
           IF WS-RUPTURE-SOUMISE > 0
               INITIALIZE JOURNAL-RECORD
               MOVE WS-DATE-YYYYMMDD  TO JRN-DATE
               MOVE WS-PIECE-STR      TO JRN-NUMERO-PIECE
               MOVE EMP-MATRICULE     TO JRN-MATRICULE
               MOVE EMP-ETABLISSEMENT TO JRN-ETABLISSEMENT
               MOVE "64142 "          TO JRN-COMPTE-DEBIT
               MOVE "421   "          TO JRN-COMPTE-CREDIT
               MOVE WS-RUPTURE-SOUMISE TO JRN-MONTANT
               EVALUATE TRUE
                   WHEN WS-LICENCIEMENT
                       MOVE "Indemnite licenciement part soumise"
                                      TO JRN-LIBELLE
                   WHEN WS-RUPT-CONV
                       MOVE "Indemnite rupture conv. part soumise"
                                      TO JRN-LIBELLE
                   WHEN WS-RETRAITE
                       MOVE "Indemnite de depart en retraite"
                                      TO JRN-LIBELLE
                   WHEN OTHER
                       MOVE "Indemnite de fin de contrat"
                                      TO JRN-LIBELLE
               END-EVALUATE
               MOVE "SAL"             TO JRN-TYPE-ECRITURE
               WRITE JOURNAL-RECORD
               IF WS-FS-JRN NOT = "00"
                   ADD 1 TO WS-ERRORS
               END-IF
           END-IF

      *    Débit 421 / Crédit 431 : CSG/CRDS sur l'indemnité de
      *    rupture
           IF WS-CSG-CRDS-RUPTURE > 0
               INITIALIZE JOURNAL-RECORD
               MOVE WS-DATE-YYYYMMDD  TO JRN-DATE
               MOVE WS-PIECE-STR      TO JRN-NUMERO-PIECE
               MOVE EMP-MATRICULE     TO JRN-MATRICULE
               MOVE EMP-ETABLISSEMENT TO JRN-ETABLISSEMENT
               MOVE "421   "          TO JRN-COMPTE-DEBIT
               MOVE "431   "          TO JRN-COMPTE-CREDIT
               MOVE WS-CSG-CRDS-RUPTURE TO JRN-MONTANT
               MOVE "CSG/CRDS indemnite de rupture"
                                      TO JRN-LIBELLE
               MOVE "COT"             TO JRN-TYPE-ECRITURE
               WRITE JOURNAL-RECORD
               IF WS-FS-JRN NOT = "00"
                   ADD 1 TO WS-ERRORS
               END-IF
           END-IF

      *    Débit 6458 / Crédit 431 : forfait social patronal sur
      *    l'indemnité de rupture conventionnelle
           IF WS-FORFAIT-SOCIAL > 0
               INITIALIZE JOURNAL-RECORD
               MOVE WS-DATE-YYYYMMDD  TO JRN-DATE
               MOVE WS-PIECE-STR      TO JRN-NUMERO-PIECE
               MOVE EMP-MATRICULE     TO JRN-MATRICULE
               MOVE EMP-ETABLISSEMENT TO JRN-ETABLISSEMENT
               MOVE "6458  "          TO JRN-COMPTE-DEBIT
               MOVE "431   "          TO JRN-COMPTE-CREDIT
               MOVE WS-FORFAIT-SOCIAL TO JRN-MONTANT
               MOVE "Forfait social rupture conventionnelle"
                                      TO JRN-LIBELLE
               MOVE "PAT"             TO JRN-TYPE-ECRITURE
               WRITE JOURNAL-RECORD
               IF WS-FS-JRN NOT = "00"
                   ADD 1 TO WS-ERRORS
               END-IF
           END-IF

      *    Débit 421 / Crédit 431 : cotisations sur congés, 13e
      *    mois, préavis et part soumise de l'indemnité de rupture
           IF WS-COTISATIONS > 0
               INITIALIZE JOURNAL-RECORD
               MOVE WS-DATE-YYYYMMDD  TO JRN-DATE
