       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATE-REGISTRE-PERSONNEL.
      ******************************************************************
      * GENERATE-REGISTRE-PERSONNEL — Registre unique du personnel
      * (Art. L1221-13 et D1221-23 C. trav.)
      * Tient à jour REGISTRE-PERSONNEL.dat, une ligne par embauche,
      * depuis le fichier du personnel et son historique, puis édite
      * le registre par établissement dans l'ordre des entrées :
      *   1. chaque matricule d'EMPLOYEES.dat est inscrit ou mis à
      *      jour (une réembauche après une sortie ouvre une nouvelle
      *      ligne) ; les lignes ne sont jamais supprimées, de sorte
      *      que les salariés sortis restent au registre même après
      *      leur retrait du fichier du personnel ;
      *   2. un matricule retiré du fichier par LOAD-EMPLOYEES avant
      *      d'avoir été inscrit (ABSENT-DU-LOT dans
      *      EMPLOYEES-HISTO.dat) est reconstitué depuis les images
      *      de l'historique ;
      *   3. le registre est trié par établissement, date d'entrée
      *      et matricule, imprimé (132 colonnes, numéro d'ordre par
      *      établissement) et exporté en CSV (séparateur « ; »).
      * Mentions éditées : nom, prénom, nationalité, date de
      * naissance, sexe, emploi, qualification, dates d'entrée et de
      * sortie, nature du contrat avec les mentions CDD, apprenti,
      * stagiaire et temps partiel, titre valant autorisation de
      * travail pour un salarié étranger hors EEE et Suisse. Une
      * mention obligatoire absente est signalée sur la ligne et
      * comptée en fin d'édition.
      * Entrée : EMPLOYEE_FILE, EMPLOYEES_HISTO_FILE,
      * ETABLISSEMENTS_FILE, ETABLISSEMENT (facultatif : un seul
      * établissement) ;
      * mise à jour : REGISTRE_PERSONNEL_FILE (défaut
      * ../data/REGISTRE-PERSONNEL.dat) ;
      * sorties : REGISTRE_PERSONNEL_RAPPORT_FILE (défaut
      * ../data/REGISTRE-UNIQUE-PERSONNEL.txt) et
      * REGISTRE_PERSONNEL_CSV_FILE (défaut
      * ../data/REGISTRE-UNIQUE-PERSONNEL.csv).
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

           SELECT REGISTRE-FILE
               ASSIGN TO WS-REGISTRE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUP-CLE
               FILE STATUS IS WS-FS-RUP.

           SELECT HISTO-FILE
               ASSIGN TO WS-HISTO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

           SELECT ETABLISSEMENTS-FILE
               ASSIGN TO WS-ETB-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETB-CLE
               FILE STATUS IS WS-FS-ETB.

           SELECT SORT-FILE
               ASSIGN TO WS-SORT-PATH.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

           SELECT CSV-FILE
               ASSIGN TO WS-CSV-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  REGISTRE-FILE.
       COPY "REGISTRE-PERSONNEL-RECORD.cpy".

      *    Historique des modifications du fichier du personnel,
      *    alimenté par LOAD-EMPLOYEES
       FD  HISTO-FILE.
       01  HISTO-RECORD.
           05  HIS-MATRICULE         PIC X(8).
           05  HIS-CHAMP             PIC X(20).
           05  HIS-ANCIENNE-VALEUR   PIC X(30).
           05  HIS-NOUVELLE-VALEUR   PIC X(30).
           05  HIS-DATE              PIC 9(8).
           05  HIS-LOT               PIC X(10).
           05  FILLER                PIC X(14).

       FD  ETABLISSEMENTS-FILE.
       COPY "ETABLISSEMENT-RECORD.cpy".

       SD  SORT-FILE.
       COPY "REGISTRE-PERSONNEL-RECORD.cpy"
           REPLACING ==REGISTRE-PERSONNEL-RECORD== BY ==SORT-RECORD==
           LEADING ==RUP-== BY ==SRT-==.

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       FD  CSV-FILE
           RECORDING MODE IS F.
       01  CSV-LINE                  PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-REGISTRE-PATH          PIC X(256).
       01  WS-HISTO-PATH             PIC X(256).
       01  WS-ETB-PATH               PIC X(256).
       01  WS-SORT-PATH              PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-CSV-PATH               PIC X(256).
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-RUP                 PIC XX.
       01  WS-FS-HIS                 PIC XX.
       01  WS-FS-ETB                 PIC XX.
       01  WS-FS-RAP                 PIC XX.
       01  WS-FS-CSV                 PIC XX.

       COPY "ETABLISSEMENT-TABLE.cpy".
       01  WS-ETB-DATE-REF           PIC 9(8) VALUE 0.
       01  WS-ETAB-IDX               PIC 9(2).

       01  WS-DATE-JOUR              PIC 9(8).
       01  WS-ETAB-FILTRE            PIC X(4).

       01  WS-EOF                    PIC 9 VALUE 0.
           88  EOF-EMP               VALUE 1.
       01  WS-EOF-RUP                PIC 9 VALUE 0.
           88  EOF-RUP               VALUE 1.
       01  WS-EOF-HIS                PIC 9 VALUE 0.
           88  EOF-HIS               VALUE 1.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.

      *    --- Dernière ligne inscrite pour le matricule en cours ---
       01  WS-DERN-TROUVE            PIC 9 VALUE 0.
           88  DERN-TROUVE           VALUE 1.
       01  WS-DERN-CLE               PIC X(16).
       01  WS-DERN-DATE-ENTREE       PIC 9(8).
       01  WS-DERN-DATE-SORTIE       PIC 9(8).
       01  WS-DERN-INSCRIPTION       PIC 9(8).
       01  WS-INSCRIPTION            PIC 9(8).

      *    --- Matricules reconstitués depuis l'historique ---
       01  WS-HR-COUNT               PIC 9(4) VALUE 0.
       01  WS-HR-MAX                 PIC 9(4) VALUE 2000.
       01  WS-HR-TABLE.
           05  WS-HR-ENTRY OCCURS 2000 TIMES.
               10  WS-HR-MATRICULE   PIC X(8).
               10  WS-HR-NOM         PIC X(30).
               10  WS-HR-PRENOM      PIC X(25).
               10  WS-HR-ETAB        PIC X(4).
               10  WS-HR-NATIONALITE PIC X(2).
               10  WS-HR-NAISSANCE   PIC 9(8).
               10  WS-HR-SEXE        PIC X(1).
               10  WS-HR-EMPLOI      PIC X(30).
               10  WS-HR-QUALIF      PIC X(20).
               10  WS-HR-CLASSIF     PIC X(10).
               10  WS-HR-CSP         PIC X(4).
               10  WS-HR-CONTRAT     PIC X(3).
               10  WS-HR-REGIME      PIC X(2).
               10  WS-HR-ENTREE      PIC 9(8).
               10  WS-HR-SORTIE      PIC 9(8).
               10  WS-HR-MOTIF       PIC X(3).
               10  WS-HR-ABSENT      PIC 9.
               10  WS-HR-DATE-ABSENT PIC 9(8).
       01  WS-HR-IDX                 PIC 9(4).
       01  WS-HR-TROUVE              PIC 9(4).
       01  WS-HR-DATE                PIC 9(8).

      *    --- États membres de l'EEE et Suisse : pas de titre de
      *    travail exigé (Art. L5221-2 C. trav.) ---
       01  WS-EEE-DATA.
           05  FILLER PIC X(20) VALUE "ATBEBGCYCZDEDKEEESFI".
           05  FILLER PIC X(20) VALUE "FRGRHRHUIEITLTLULVMT".
           05  FILLER PIC X(20) VALUE "NLPLPTROSESISKISLINO".
           05  FILLER PIC X(2)  VALUE "CH".
       01  WS-EEE-TABLE REDEFINES WS-EEE-DATA.
           05  WS-EEE-CODE OCCURS 31 TIMES PIC X(2).
       01  WS-EEE-IDX                PIC 9(2).
       01  WS-EEE                    PIC 9.
           88  NATIONALITE-EEE       VALUE 1.

      *    --- Édition ---
       01  WS-ETB-COURANT            PIC X(4) VALUE SPACES.
       01  WS-ETB-NOM                PIC X(40).
       01  WS-ETB-SIRET              PIC X(17).
       01  WS-ORDRE                  PIC 9(5) VALUE 0.
       01  WS-NOM-PRENOM             PIC X(40).
       01  WS-MENTIONS               PIC X(34).
       01  WS-MENTIONS-PTR           PIC 9(3).
       01  WS-ANOMALIES              PIC X(80).
       01  WS-ANO-PTR                PIC 9(3).
       01  WS-ANO-LIBELLE            PIC X(16).
       01  WS-NB-MANQUES             PIC 9(2).
       01  WS-FD-DATE                PIC 9(8).
       01  WS-FD-TEXTE               PIC X(10).
       01  WS-FMT-NAISSANCE          PIC X(10).
       01  WS-FMT-ENTREE             PIC X(10).
       01  WS-FMT-SORTIE             PIC X(10).
       01  WS-FMT-DATE.
           05  WS-FMT-DATE-J         PIC 9(2).
           05  FILLER                PIC X VALUE "/".
           05  WS-FMT-DATE-M         PIC 9(2).
           05  FILLER                PIC X VALUE "/".
           05  WS-FMT-DATE-A         PIC 9(4).
       01  WS-FMT-ORDRE              PIC ZZZZ9.
       01  WS-FMT-NB                 PIC ZZZZ9.

      *    --- Compteurs ---
       01  WS-NB-INSCRITS            PIC 9(5) VALUE 0.
       01  WS-NB-MAJ                 PIC 9(5) VALUE 0.
       01  WS-NB-RECONSTITUES        PIC 9(5) VALUE 0.
       01  WS-NB-LIGNES              PIC 9(5) VALUE 0.
       01  WS-NB-PRESENTS            PIC 9(5) VALUE 0.
       01  WS-NB-SORTIS              PIC 9(5) VALUE 0.
       01  WS-NB-INCOMPLETS          PIC 9(5) VALUE 0.
       01  WS-ETB-NB-LIGNES          PIC 9(5) VALUE 0.
       01  WS-ETB-NB-INCOMPLETS      PIC 9(5) VALUE 0.

       01  WS-LINE                   PIC X(132).
       01  WS-CSV                    PIC X(500).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 1050-CHARGER-ETABLISSEMENTS
           PERFORM 2000-MARQUER-LIGNES
           PERFORM 2100-INSCRIRE-SALARIES
           PERFORM 3000-RECONSTITUER-HISTORIQUE
           CLOSE REGISTRE-FILE

           SORT SORT-FILE
               ON ASCENDING KEY SRT-ETABLISSEMENT
               ON ASCENDING KEY SRT-DATE-ENTREE
               ON ASCENDING KEY SRT-MATRICULE
               INPUT PROCEDURE IS 4000-ENTREE-TRI
               OUTPUT PROCEDURE IS 5000-EDITION

           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           ACCEPT WS-HISTO-PATH
               FROM ENVIRONMENT "EMPLOYEES_HISTO_FILE"
           ACCEPT WS-REGISTRE-PATH
               FROM ENVIRONMENT "REGISTRE_PERSONNEL_FILE"
           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "REGISTRE_PERSONNEL_RAPPORT_FILE"
           ACCEPT WS-CSV-PATH
               FROM ENVIRONMENT "REGISTRE_PERSONNEL_CSV_FILE"
           ACCEPT WS-ETAB-FILTRE FROM ENVIRONMENT "ETABLISSEMENT"

           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           END-IF
           IF WS-HISTO-PATH = SPACES
               MOVE "../data/EMPLOYEES-HISTO.dat" TO WS-HISTO-PATH
           END-IF
           IF WS-REGISTRE-PATH = SPACES
               MOVE "../data/REGISTRE-PERSONNEL.dat"
                   TO WS-REGISTRE-PATH
           END-IF
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/REGISTRE-UNIQUE-PERSONNEL.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           IF WS-CSV-PATH = SPACES
               MOVE "../data/REGISTRE-UNIQUE-PERSONNEL.csv"
                   TO WS-CSV-PATH
           END-IF
           MOVE "sort-work" TO WS-SORT-PATH

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-ETB-DATE-REF

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|0|OPEN-EMP="
                   WS-FS-EMP
               STOP RUN
           END-IF

      *    Le registre est créé à la première édition.
           OPEN I-O REGISTRE-FILE
           IF WS-FS-RUP = "35"
               OPEN OUTPUT REGISTRE-FILE
               CLOSE REGISTRE-FILE
               OPEN I-O REGISTRE-FILE
           END-IF
           IF WS-FS-RUP NOT = "00"
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|0|OPEN-RUP="
                   WS-FS-RUP
               CLOSE EMPLOYEE-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE EMPLOYEE-FILE
               CLOSE REGISTRE-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT CSV-FILE
           IF WS-FS-CSV NOT = "00"
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|0|OPEN-CSV="
                   WS-FS-CSV
               CLOSE EMPLOYEE-FILE
               CLOSE REGISTRE-FILE
               CLOSE RAPPORT-FILE
               STOP RUN
           END-IF

           DISPLAY "GENERATE-REGISTRE-PERSONNEL|START|" WS-DATE-JOUR
               "|" WS-ETAB-FILTRE.

      ******************************************************************
       1050-CHARGER-ETABLISSEMENTS.
      ******************************************************************
      *    Référentiel ETABLISSEMENTS.dat lu dans l'ordre des clés
      *    (code puis date d'effet) : une entrée par code, portant la
      *    ligne la plus récente en vigueur à la date de l'édition.
           MOVE 0 TO ETAB-COUNT
           MOVE 0 TO WS-EOF-ETB
           OPEN INPUT ETABLISSEMENTS-FILE
           IF WS-FS-ETB NOT = "00"
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|0|OPEN-ETB="
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
           CLOSE ETABLISSEMENTS-FILE.

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
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|WARN|0|"
                   "ETAB-TABLE-PLEINE=" ETB-CODE
               GO TO 1051-EXIT
           END-IF
           ADD 1 TO ETAB-COUNT
           MOVE ETB-CODE          TO ETAB-CODE(ETAB-COUNT)
           MOVE ETB-DATE-EFFET    TO ETAB-DATE-EFFET(ETAB-COUNT)
           MOVE ETB-COMPANY-NAME  TO ETAB-COMPANY-NAME(ETAB-COUNT)
           MOVE ETB-SIRET         TO ETAB-SIRET(ETAB-COUNT).

       1051-EXIT.
           EXIT.

      ******************************************************************
       2000-MARQUER-LIGNES.
      ******************************************************************
      *    Toutes les lignes sont d'abord marquées hors fichier ; la
      *    lecture du fichier du personnel remarque ensuite celles de
      *    ses matricules.
           MOVE 0 TO WS-EOF-RUP
           PERFORM UNTIL EOF-RUP
               READ REGISTRE-FILE NEXT RECORD
                   AT END SET EOF-RUP TO TRUE
               END-READ
               IF NOT EOF-RUP
                   AND NOT RUP-PRESENT-NON
                   SET RUP-PRESENT-NON TO TRUE
                   REWRITE REGISTRE-PERSONNEL-RECORD
                   IF WS-FS-RUP NOT = "00"
                       DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|"
                           RUP-MATRICULE "|REWRITE-RUP=" WS-FS-RUP
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       2100-INSCRIRE-SALARIES.
      ******************************************************************
      *    Tout le fichier du personnel, salariés sortis compris.
           READ EMPLOYEE-FILE NEXT
               AT END SET EOF-EMP TO TRUE
           END-READ
           PERFORM UNTIL EOF-EMP
               PERFORM 2110-INSCRIRE-UN-SALARIE THRU 2110-EXIT
               READ EMPLOYEE-FILE NEXT
                   AT END SET EOF-EMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

      ******************************************************************
       2110-INSCRIRE-UN-SALARIE.
      ******************************************************************
      *    Même date d'entrée que la dernière ligne : mise à jour des
      *    mentions. Entrée postérieure à la sortie de la dernière
      *    ligne : réembauche, nouvelle ligne. Sinon, la date d'entrée
      *    a été corrigée dans le fichier du personnel : la ligne est
      *    réinscrite sous la date corrigée, avec sa date
      *    d'inscription d'origine.
           PERFORM 2120-LIRE-DERNIERE-LIGNE
           MOVE WS-DATE-JOUR TO WS-INSCRIPTION

           IF NOT DERN-TROUVE
               PERFORM 2150-ECRIRE-LIGNE
               GO TO 2110-EXIT
           END-IF

           IF WS-DERN-DATE-SORTIE NOT = 0
               AND EMP-DATE-ENTREE > WS-DERN-DATE-SORTIE
               PERFORM 2150-ECRIRE-LIGNE
               GO TO 2110-EXIT
           END-IF

           MOVE WS-DERN-CLE TO RUP-CLE
           READ REGISTRE-FILE
               KEY IS RUP-CLE
               INVALID KEY
                   DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|"
                       EMP-MATRICULE "|RELECTURE-RUP=" WS-FS-RUP
                   GO TO 2110-EXIT
           END-READ

           IF WS-DERN-DATE-ENTREE = EMP-DATE-ENTREE
               PERFORM 2160-REPORTER-MENTIONS
               REWRITE REGISTRE-PERSONNEL-RECORD
               IF WS-FS-RUP NOT = "00"
                   DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|"
                       EMP-MATRICULE "|REWRITE-RUP=" WS-FS-RUP
               ELSE
                   ADD 1 TO WS-NB-MAJ
               END-IF
               GO TO 2110-EXIT
           END-IF

           DELETE REGISTRE-FILE
           IF WS-FS-RUP NOT = "00"
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|"
                   EMP-MATRICULE "|DELETE-RUP=" WS-FS-RUP
               GO TO 2110-EXIT
           END-IF
           DISPLAY "GENERATE-REGISTRE-PERSONNEL|INFO|" EMP-MATRICULE
               "|DATE-ENTREE-CORRIGEE=" WS-DERN-DATE-ENTREE
               "->" EMP-DATE-ENTREE
           MOVE WS-DERN-INSCRIPTION TO WS-INSCRIPTION
           PERFORM 2150-ECRIRE-LIGNE.

       2110-EXIT.
           EXIT.

      ******************************************************************
       2120-LIRE-DERNIERE-LIGNE.
      ******************************************************************
      *    Dernière ligne inscrite pour le matricule (date d'entrée
      *    la plus récente).
           MOVE 0 TO WS-DERN-TROUVE
           MOVE 0 TO WS-EOF-RUP
           MOVE EMP-MATRICULE TO RUP-MATRICULE
           MOVE 0 TO RUP-DATE-ENTREE
           START REGISTRE-FILE KEY >= RUP-CLE
               INVALID KEY SET EOF-RUP TO TRUE
           END-START
           PERFORM UNTIL EOF-RUP
               READ REGISTRE-FILE NEXT RECORD
                   AT END SET EOF-RUP TO TRUE
               END-READ
               IF NOT EOF-RUP
                   IF RUP-MATRICULE NOT = EMP-MATRICULE
                       SET EOF-RUP TO TRUE
                   ELSE
                       SET DERN-TROUVE TO TRUE
                       MOVE RUP-CLE TO WS-DERN-CLE
                       MOVE RUP-DATE-ENTREE TO WS-DERN-DATE-ENTREE
                       MOVE RUP-DATE-SORTIE TO WS-DERN-DATE-SORTIE
                       MOVE RUP-DATE-INSCRIPTION
                           TO WS-DERN-INSCRIPTION
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       2150-ECRIRE-LIGNE.
      ******************************************************************
           INITIALIZE REGISTRE-PERSONNEL-RECORD
           MOVE EMP-MATRICULE   TO RUP-MATRICULE
           MOVE EMP-DATE-ENTREE TO RUP-DATE-ENTREE
           MOVE WS-INSCRIPTION  TO RUP-DATE-INSCRIPTION
           SET RUP-ORIGINE-FICHIER TO TRUE
           PERFORM 2160-REPORTER-MENTIONS
           WRITE REGISTRE-PERSONNEL-RECORD
           IF WS-FS-RUP NOT = "00"
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|"
                   EMP-MATRICULE "|WRITE-RUP=" WS-FS-RUP
           ELSE
               ADD 1 TO WS-NB-INSCRITS
           END-IF.

      ******************************************************************
       2160-REPORTER-MENTIONS.
      ******************************************************************
           MOVE EMP-ETABLISSEMENT      TO RUP-ETABLISSEMENT
           MOVE EMP-NOM                TO RUP-NOM
           MOVE EMP-PRENOM             TO RUP-PRENOM
           MOVE EMP-NATIONALITE        TO RUP-NATIONALITE
           MOVE EMP-DATE-NAISSANCE     TO RUP-DATE-NAISSANCE
           MOVE EMP-SEXE               TO RUP-SEXE
           MOVE EMP-EMPLOI             TO RUP-EMPLOI
           MOVE EMP-QUALIFICATION      TO RUP-QUALIFICATION
           MOVE EMP-CLASSIFICATION     TO RUP-CLASSIFICATION
           MOVE EMP-CSP                TO RUP-CSP
           MOVE EMP-TYPE-CONTRAT       TO RUP-TYPE-CONTRAT
           MOVE EMP-REGIME-TEMPS       TO RUP-REGIME-TEMPS
           MOVE EMP-STATUT             TO RUP-STATUT
           MOVE EMP-DATE-SORTIE        TO RUP-DATE-SORTIE
           MOVE EMP-MOTIF-RUPTURE      TO RUP-MOTIF-RUPTURE
           MOVE EMP-TITRE-TRAVAIL-TYPE TO RUP-TITRE-TRAVAIL-TYPE
           MOVE EMP-TITRE-TRAVAIL-NUM  TO RUP-TITRE-TRAVAIL-NUM
           MOVE WS-DATE-JOUR           TO RUP-DATE-MAJ
           SET RUP-PRESENT-OUI TO TRUE.

      ******************************************************************
       3000-RECONSTITUER-HISTORIQUE.
      ******************************************************************
      *    Rejoue EMPLOYEES-HISTO.dat : chaque ligne met à jour
      *    l'image reconstituée de son matricule ; ABSENT-DU-LOT
      *    marque le retrait du fichier, une CREATION ultérieure
      *    l'annule. Les matricules retirés sans ligne au registre
      *    y sont ensuite inscrits depuis leur image.
           OPEN INPUT HISTO-FILE
           IF WS-FS-HIS = "35"
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|INFO|0|"
                   "HISTORIQUE-ABSENT"
               EXIT PARAGRAPH
           END-IF
           IF WS-FS-HIS NOT = "00"
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|0|OPEN-HIS="
                   WS-FS-HIS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-HIS
               READ HISTO-FILE
                   AT END SET EOF-HIS TO TRUE
               END-READ
               IF NOT EOF-HIS
                   PERFORM 3100-REJOUER-UNE-LIGNE THRU 3100-EXIT
               END-IF
           END-PERFORM
           CLOSE HISTO-FILE

           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
               UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-ABSENT(WS-HR-IDX) = 1
                   PERFORM 3200-INSCRIRE-RECONSTITUE THRU 3200-EXIT
               END-IF
           END-PERFORM.

      ******************************************************************
       3100-REJOUER-UNE-LIGNE.
      ******************************************************************
           MOVE 0 TO WS-HR-TROUVE
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
               UNTIL WS-HR-IDX > WS-HR-COUNT
                  OR WS-HR-TROUVE > 0
               IF WS-HR-MATRICULE(WS-HR-IDX) = HIS-MATRICULE
                   MOVE WS-HR-IDX TO WS-HR-TROUVE
               END-IF
           END-PERFORM
           IF WS-HR-TROUVE = 0
               IF WS-HR-COUNT >= WS-HR-MAX
                   DISPLAY "GENERATE-REGISTRE-PERSONNEL|WARN|0|"
                       "HISTO-TABLE-PLEINE=" HIS-MATRICULE
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-HR-COUNT
               MOVE WS-HR-COUNT TO WS-HR-TROUVE
               INITIALIZE WS-HR-ENTRY(WS-HR-TROUVE)
               MOVE HIS-MATRICULE TO WS-HR-MATRICULE(WS-HR-TROUVE)
           END-IF

      *    Les dates sont tracées en AAAAMMJJ cadré à gauche.
           MOVE 0 TO WS-HR-DATE
           IF HIS-NOUVELLE-VALEUR(1:8) IS NUMERIC
               MOVE HIS-NOUVELLE-VALEUR(1:8) TO WS-HR-DATE
           END-IF

           EVALUATE HIS-CHAMP
               WHEN "CREATION"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-NOM(WS-HR-TROUVE)
                   MOVE 0 TO WS-HR-ABSENT(WS-HR-TROUVE)
               WHEN "ABSENT-DU-LOT"
                   IF WS-HR-NOM(WS-HR-TROUVE) = SPACES
                       MOVE HIS-ANCIENNE-VALEUR
                           TO WS-HR-NOM(WS-HR-TROUVE)
                   END-IF
                   MOVE 1 TO WS-HR-ABSENT(WS-HR-TROUVE)
                   MOVE HIS-DATE TO WS-HR-DATE-ABSENT(WS-HR-TROUVE)
               WHEN "NOM"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-NOM(WS-HR-TROUVE)
               WHEN "PRENOM"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-PRENOM(WS-HR-TROUVE)
               WHEN "ETABLISSEMENT"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-ETAB(WS-HR-TROUVE)
               WHEN "NATIONALITE"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-NATIONALITE(WS-HR-TROUVE)
               WHEN "DATE-NAISSANCE"
                   MOVE WS-HR-DATE TO WS-HR-NAISSANCE(WS-HR-TROUVE)
               WHEN "SEXE"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-SEXE(WS-HR-TROUVE)
               WHEN "EMPLOI"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-EMPLOI(WS-HR-TROUVE)
               WHEN "QUALIFICATION"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-QUALIF(WS-HR-TROUVE)
               WHEN "CLASSIFICATION"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-CLASSIF(WS-HR-TROUVE)
               WHEN "CSP"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-CSP(WS-HR-TROUVE)
               WHEN "TYPE-CONTRAT"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-CONTRAT(WS-HR-TROUVE)
               WHEN "REGIME-TEMPS"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-REGIME(WS-HR-TROUVE)
               WHEN "DATE-ENTREE"
                   MOVE WS-HR-DATE TO WS-HR-ENTREE(WS-HR-TROUVE)
               WHEN "DATE-SORTIE"
                   MOVE WS-HR-DATE TO WS-HR-SORTIE(WS-HR-TROUVE)
               WHEN "MOTIF-RUPTURE"
                   MOVE HIS-NOUVELLE-VALEUR
                       TO WS-HR-MOTIF(WS-HR-TROUVE)
           END-EVALUATE.

       3100-EXIT.
           EXIT.

      ******************************************************************
       3200-INSCRIRE-RECONSTITUE.
      ******************************************************************
      *    Un matricule déjà au registre y est resté : rien à faire.
           MOVE 0 TO WS-EOF-RUP
           MOVE WS-HR-MATRICULE(WS-HR-IDX) TO RUP-MATRICULE
           MOVE 0 TO RUP-DATE-ENTREE
           START REGISTRE-FILE KEY >= RUP-CLE
               INVALID KEY SET EOF-RUP TO TRUE
           END-START
           IF NOT EOF-RUP
               READ REGISTRE-FILE NEXT RECORD
                   AT END SET EOF-RUP TO TRUE
               END-READ
               IF NOT EOF-RUP
                   AND RUP-MATRICULE = WS-HR-MATRICULE(WS-HR-IDX)
                   GO TO 3200-EXIT
               END-IF
           END-IF

           INITIALIZE REGISTRE-PERSONNEL-RECORD
           MOVE WS-HR-MATRICULE(WS-HR-IDX)    TO RUP-MATRICULE
           MOVE WS-HR-ENTREE(WS-HR-IDX)       TO RUP-DATE-ENTREE
           MOVE WS-HR-ETAB(WS-HR-IDX)         TO RUP-ETABLISSEMENT
           MOVE WS-HR-NOM(WS-HR-IDX)          TO RUP-NOM
           MOVE WS-HR-PRENOM(WS-HR-IDX)       TO RUP-PRENOM
           MOVE WS-HR-NATIONALITE(WS-HR-IDX)  TO RUP-NATIONALITE
           MOVE WS-HR-NAISSANCE(WS-HR-IDX)    TO RUP-DATE-NAISSANCE
           MOVE WS-HR-SEXE(WS-HR-IDX)         TO RUP-SEXE
           MOVE WS-HR-EMPLOI(WS-HR-IDX)       TO RUP-EMPLOI
           MOVE WS-HR-QUALIF(WS-HR-IDX)       TO RUP-QUALIFICATION
           MOVE WS-HR-CLASSIF(WS-HR-IDX)      TO RUP-CLASSIFICATION
           MOVE WS-HR-CSP(WS-HR-IDX)          TO RUP-CSP
           MOVE WS-HR-CONTRAT(WS-HR-IDX)      TO RUP-TYPE-CONTRAT
           MOVE WS-HR-REGIME(WS-HR-IDX)       TO RUP-REGIME-TEMPS
           MOVE WS-HR-SORTIE(WS-HR-IDX)       TO RUP-DATE-SORTIE
           MOVE WS-HR-MOTIF(WS-HR-IDX)        TO RUP-MOTIF-RUPTURE
           MOVE "INACTIF"                     TO RUP-STATUT
           MOVE WS-DATE-JOUR                  TO RUP-DATE-INSCRIPTION
           MOVE WS-HR-DATE-ABSENT(WS-HR-IDX)  TO RUP-DATE-MAJ
           SET RUP-ORIGINE-HISTO TO TRUE
           SET RUP-PRESENT-NON TO TRUE
           IF RUP-ETABLISSEMENT = SPACES
               MOVE "0001" TO RUP-ETABLISSEMENT
           END-IF

           WRITE REGISTRE-PERSONNEL-RECORD
           IF WS-FS-RUP NOT = "00"
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|"
                   RUP-MATRICULE "|WRITE-RUP=" WS-FS-RUP
           ELSE
               ADD 1 TO WS-NB-RECONSTITUES
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|WARN|"
                   RUP-MATRICULE "|RECONSTITUE-HISTORIQUE="
                   RUP-DATE-MAJ
           END-IF.

       3200-EXIT.
           EXIT.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE RAPPORT-FILE
           CLOSE CSV-FILE

           DISPLAY "GENERATE-REGISTRE-PERSONNEL|INSCRITS|"
               WS-NB-INSCRITS "|" WS-NB-RECONSTITUES
           DISPLAY "GENERATE-REGISTRE-PERSONNEL|DONE|" WS-NB-LIGNES
               "|" WS-NB-INCOMPLETS.

      ******************************************************************
       4000-ENTREE-TRI SECTION.
      ******************************************************************
       4000-ENTREE-PROC.
           OPEN INPUT REGISTRE-FILE
           IF WS-FS-RUP NOT = "00"
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|ERROR|0|"
                   "RELECTURE-RUP=" WS-FS-RUP
               GO TO 4000-ENTREE-EXIT
           END-IF

           MOVE 0 TO WS-EOF-RUP
           PERFORM UNTIL EOF-RUP
               READ REGISTRE-FILE NEXT RECORD
                   AT END SET EOF-RUP TO TRUE
               END-READ
               IF NOT EOF-RUP
                   IF WS-ETAB-FILTRE = SPACES
                       OR RUP-ETABLISSEMENT = WS-ETAB-FILTRE
                       MOVE REGISTRE-PERSONNEL-RECORD TO SORT-RECORD
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REGISTRE-FILE.

       4000-ENTREE-EXIT.
           EXIT.

      ******************************************************************
       5000-EDITION SECTION.
      ******************************************************************
       5000-EDITION-PROC.
           PERFORM 6100-ENTETE-CSV

           RETURN SORT-FILE
               AT END GO TO 5000-EDITION-EXIT
           END-RETURN

           PERFORM UNTIL 1 = 0
               IF SRT-ETABLISSEMENT NOT = WS-ETB-COURANT
                   IF WS-ETB-COURANT NOT = SPACES
                       PERFORM 6300-PIED-ETABLISSEMENT
                   END-IF
                   PERFORM 6200-ENTETE-ETABLISSEMENT
               END-IF
               PERFORM 6400-EDITER-LIGNE
               RETURN SORT-FILE
                   AT END GO TO 5000-EDITION-EXIT
               END-RETURN
           END-PERFORM.

       5000-EDITION-EXIT.
           IF WS-ETB-COURANT NOT = SPACES
               PERFORM 6300-PIED-ETABLISSEMENT
           END-IF
           PERFORM 6500-EDITER-TOTAUX.

      ******************************************************************
       6000-EDITION-LIGNES SECTION.
      ******************************************************************
       6100-ENTETE-CSV.
           MOVE SPACES TO WS-CSV
           STRING "ETABLISSEMENT;ORDRE;MATRICULE;NOM;PRENOM;"
               "NATIONALITE;DATE_NAISSANCE;SEXE;EMPLOI;"
               "QUALIFICATION;TYPE_CONTRAT;MENTIONS;DATE_ENTREE;"
               "DATE_SORTIE;TITRE_TYPE;TITRE_NUMERO;ORIGINE;"
               "MENTIONS_MANQUANTES"
               DELIMITED SIZE INTO WS-CSV
           MOVE WS-CSV TO CSV-LINE
           WRITE CSV-LINE.

      ******************************************************************
       6200-ENTETE-ETABLISSEMENT.
      ******************************************************************
           MOVE SRT-ETABLISSEMENT TO WS-ETB-COURANT
           MOVE 0 TO WS-ORDRE
           MOVE 0 TO WS-ETB-NB-LIGNES
           MOVE 0 TO WS-ETB-NB-INCOMPLETS
           MOVE "(ETABLISSEMENT INCONNU)" TO WS-ETB-NOM
           MOVE SPACES TO WS-ETB-SIRET
           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
               UNTIL WS-ETAB-IDX > ETAB-COUNT
               IF ETAB-CODE(WS-ETAB-IDX) = WS-ETB-COURANT
                   MOVE ETAB-COMPANY-NAME(WS-ETAB-IDX) TO WS-ETB-NOM
                   MOVE ETAB-SIRET(WS-ETAB-IDX) TO WS-ETB-SIRET
               END-IF
           END-PERFORM

           MOVE WS-DATE-JOUR TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  REGISTRE UNIQUE DU PERSONNEL "
               "(ART. L1221-13 ET D1221-23 C. TRAV.)"
               "   EDITE LE " WS-FD-TEXTE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  ETABLISSEMENT " WS-ETB-COURANT "  " WS-ETB-NOM
               "  SIRET " WS-ETB-SIRET
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           MOVE SPACES TO WS-LINE
           STRING "  ORDRE  MATRICULE NOM ET PRENOM"
               "                            NAT NAISSANCE   S  "
               "EMPLOI                          QUALIFICATION"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "                   CONTRAT ET MENTIONS"
               "                       ENTREE            SORTIE"
               "            TITRE DE TRAVAIL"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       6300-PIED-ETABLISSEMENT.
      ******************************************************************
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           MOVE WS-ETB-NB-LIGNES TO WS-FMT-NB
           STRING "  LIGNES DE L'ETABLISSEMENT  " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-ETB-NB-INCOMPLETS TO WS-FMT-NB
           STRING "   DONT MENTIONS MANQUANTES " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE(40:)
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       6400-EDITER-LIGNE.
      ******************************************************************
           ADD 1 TO WS-ORDRE
           ADD 1 TO WS-NB-LIGNES
           ADD 1 TO WS-ETB-NB-LIGNES
           IF SRT-DATE-SORTIE = 0 AND SRT-PRESENT-OUI
               ADD 1 TO WS-NB-PRESENTS
           ELSE
               ADD 1 TO WS-NB-SORTIS
           END-IF

           PERFORM 6600-COMPOSER-MENTIONS
           PERFORM 6700-CONTROLER-MENTIONS
           IF WS-NB-MANQUES > 0
               ADD 1 TO WS-NB-INCOMPLETS
               ADD 1 TO WS-ETB-NB-INCOMPLETS
               DISPLAY "GENERATE-REGISTRE-PERSONNEL|WARN|"
                   SRT-MATRICULE "|MENTIONS-MANQUANTES="
                   WS-ANOMALIES
           END-IF

           MOVE SPACES TO WS-NOM-PRENOM
           STRING SRT-NOM DELIMITED "  "
               " " DELIMITED SIZE
               SRT-PRENOM DELIMITED "  "
               INTO WS-NOM-PRENOM
           END-STRING
           MOVE SRT-DATE-NAISSANCE TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-FD-TEXTE TO WS-FMT-NAISSANCE
           MOVE SRT-DATE-ENTREE TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-FD-TEXTE TO WS-FMT-ENTREE
           MOVE SRT-DATE-SORTIE TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-FD-TEXTE TO WS-FMT-SORTIE
           MOVE WS-ORDRE TO WS-FMT-ORDRE

           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  " WS-FMT-ORDRE
               "  " SRT-MATRICULE
               "  " WS-NOM-PRENOM
               "  " SRT-NATIONALITE
               "  " WS-FMT-NAISSANCE
               "  " SRT-SEXE
               "  " SRT-EMPLOI
               "  " SRT-QUALIFICATION
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "                   " WS-MENTIONS
               "  ENTREE " WS-FMT-ENTREE
               "  SORTIE " WS-FMT-SORTIE
               "  TITRE " SRT-TITRE-TRAVAIL-TYPE
               " " SRT-TITRE-TRAVAIL-NUM
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           IF WS-NB-MANQUES > 0
               MOVE SPACES TO WS-LINE
               STRING "                   *** MENTIONS MANQUANTES : "
                   WS-ANOMALIES
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO RAPPORT-LINE
               WRITE RAPPORT-LINE
           END-IF

           MOVE SPACES TO WS-CSV
           STRING SRT-ETABLISSEMENT ";"
               WS-ORDRE ";"
               SRT-MATRICULE ";"
               SRT-NOM ";"
               SRT-PRENOM ";"
               SRT-NATIONALITE ";"
               WS-FMT-NAISSANCE ";"
               SRT-SEXE ";"
               SRT-EMPLOI ";"
               SRT-QUALIFICATION ";"
               SRT-TYPE-CONTRAT ";"
               WS-MENTIONS ";"
               WS-FMT-ENTREE ";"
               WS-FMT-SORTIE ";"
               SRT-TITRE-TRAVAIL-TYPE ";"
               SRT-TITRE-TRAVAIL-NUM ";"
               SRT-ORIGINE ";"
               WS-ANOMALIES
               DELIMITED SIZE INTO WS-CSV
           MOVE WS-CSV TO CSV-LINE
           WRITE CSV-LINE.

      ******************************************************************
       6500-EDITER-TOTAUX.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           MOVE WS-NB-LIGNES TO WS-FMT-NB
           STRING "  LIGNES AU REGISTRE          " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           MOVE WS-NB-PRESENTS TO WS-FMT-NB
           STRING "    DONT SALARIES PRESENTS    " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           MOVE WS-NB-SORTIS TO WS-FMT-NB
           STRING "    DONT SALARIES SORTIS      " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           MOVE WS-NB-INCOMPLETS TO WS-FMT-NB
           STRING "  LIGNES A COMPLETER          " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       6600-COMPOSER-MENTIONS.
      ******************************************************************
      *    Nature du contrat et mentions particulières du registre :
      *    contrat à durée déterminée, apprenti, stagiaire, temps
      *    partiel (Art. D1221-23 C. trav.).
           MOVE SPACES TO WS-MENTIONS
           MOVE 1 TO WS-MENTIONS-PTR
           EVALUATE SRT-TYPE-CONTRAT
               WHEN "CDI"
                   STRING "CDI" DELIMITED SIZE
                       INTO WS-MENTIONS WITH POINTER WS-MENTIONS-PTR
               WHEN "CDD"
                   STRING "CDD" DELIMITED SIZE
                       INTO WS-MENTIONS WITH POINTER WS-MENTIONS-PTR
               WHEN "APP"
                   STRING "APPRENTI" DELIMITED SIZE
                       INTO WS-MENTIONS WITH POINTER WS-MENTIONS-PTR
               WHEN "STA"
                   STRING "STAGIAIRE" DELIMITED SIZE
                       INTO WS-MENTIONS WITH POINTER WS-MENTIONS-PTR
               WHEN OTHER
                   STRING SRT-TYPE-CONTRAT DELIMITED SIZE
                       INTO WS-MENTIONS WITH POINTER WS-MENTIONS-PTR
           END-EVALUATE
           IF SRT-REGIME-TEMPS = "TP"
               STRING " - TEMPS PARTIEL" DELIMITED SIZE
                   INTO WS-MENTIONS WITH POINTER WS-MENTIONS-PTR
           END-IF
           IF SRT-ORIGINE-HISTO
               STRING " (HISTORIQUE)" DELIMITED SIZE
                   INTO WS-MENTIONS WITH POINTER WS-MENTIONS-PTR
           END-IF.

      ******************************************************************
       6700-CONTROLER-MENTIONS.
      ******************************************************************
      *    Mentions obligatoires du registre. Un salarié retiré du
      *    fichier du personnel sans date de sortie est signalé ; le
      *    titre de travail n'est exigé que hors EEE et Suisse.
           MOVE SPACES TO WS-ANOMALIES
           MOVE 1 TO WS-ANO-PTR
           MOVE 0 TO WS-NB-MANQUES
           IF SRT-NOM = SPACES
               MOVE "NOM" TO WS-ANO-LIBELLE
               PERFORM 6710-AJOUTER-MANQUE
           END-IF
           IF SRT-PRENOM = SPACES
               MOVE "PRENOM" TO WS-ANO-LIBELLE
               PERFORM 6710-AJOUTER-MANQUE
           END-IF
           IF SRT-NATIONALITE = SPACES
               MOVE "NATIONALITE" TO WS-ANO-LIBELLE
               PERFORM 6710-AJOUTER-MANQUE
           END-IF
           IF SRT-DATE-NAISSANCE = 0
               MOVE "DATE NAISSANCE" TO WS-ANO-LIBELLE
               PERFORM 6710-AJOUTER-MANQUE
           END-IF
           IF SRT-SEXE = SPACES
               MOVE "SEXE" TO WS-ANO-LIBELLE
               PERFORM 6710-AJOUTER-MANQUE
           END-IF
           IF SRT-EMPLOI = SPACES
               MOVE "EMPLOI" TO WS-ANO-LIBELLE
               PERFORM 6710-AJOUTER-MANQUE
           END-IF
           IF SRT-QUALIFICATION = SPACES
               MOVE "QUALIFICATION" TO WS-ANO-LIBELLE
               PERFORM 6710-AJOUTER-MANQUE
           END-IF
           IF SRT-TYPE-CONTRAT = SPACES
               MOVE "TYPE CONTRAT" TO WS-ANO-LIBELLE
               PERFORM 6710-AJOUTER-MANQUE
           END-IF
           IF SRT-DATE-ENTREE = 0
               MOVE "DATE ENTREE" TO WS-ANO-LIBELLE
               PERFORM 6710-AJOUTER-MANQUE
           END-IF
           IF SRT-DATE-SORTIE = 0
               AND (SRT-PRESENT-NON OR SRT-STATUT = "INACTIF")
               MOVE "DATE SORTIE" TO WS-ANO-LIBELLE
               PERFORM 6710-AJOUTER-MANQUE
           END-IF

           IF SRT-NATIONALITE NOT = SPACES
               MOVE 0 TO WS-EEE
               PERFORM VARYING WS-EEE-IDX FROM 1 BY 1
                   UNTIL WS-EEE-IDX > 31 OR NATIONALITE-EEE
                   IF WS-EEE-CODE(WS-EEE-IDX) = SRT-NATIONALITE
                       SET NATIONALITE-EEE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT NATIONALITE-EEE
                   AND (SRT-TITRE-TRAVAIL-TYPE = SPACES
                        OR SRT-TITRE-TRAVAIL-NUM = SPACES)
                   MOVE "TITRE TRAVAIL" TO WS-ANO-LIBELLE
                   PERFORM 6710-AJOUTER-MANQUE
               END-IF
           END-IF.

      ******************************************************************
       6710-AJOUTER-MANQUE.
      ******************************************************************
           IF WS-NB-MANQUES > 0
               STRING ", " DELIMITED SIZE
                   INTO WS-ANOMALIES WITH POINTER WS-ANO-PTR
           END-IF
           STRING WS-ANO-LIBELLE DELIMITED "  "
               INTO WS-ANOMALIES WITH POINTER WS-ANO-PTR
           ADD 1 TO WS-NB-MANQUES.

      ******************************************************************
       6900-FORMATER-DATE.
      ******************************************************************
      *    AAAAMMJJ vers JJ/MM/AAAA ; une date nulle reste à blanc.
           MOVE SPACES TO WS-FD-TEXTE
           IF WS-FD-DATE NOT = 0
               MOVE WS-FD-DATE(1:4) TO WS-FMT-DATE-A
               MOVE WS-FD-DATE(5:2) TO WS-FMT-DATE-M
               MOVE WS-FD-DATE(7:2) TO WS-FMT-DATE-J
               MOVE WS-FMT-DATE TO WS-FD-TEXTE
           END-IF.
