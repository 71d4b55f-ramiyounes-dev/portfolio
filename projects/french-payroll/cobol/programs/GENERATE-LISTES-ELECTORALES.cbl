       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATE-LISTES-ELECTORALES.
      ******************************************************************
      * GENERATE-LISTES-ELECTORALES — Listes électorales et listes
      * des éligibles pour l'élection du comité social et économique
      * Pour la date du premier tour (variable DATE_ELECTION,
      * AAAAMMJJ), lit EMPLOYEES.dat et établit, par établissement et
      * par collège :
      *   - les électeurs (Art. L2314-18 C. trav.) : salariés âgés de
      *     seize ans révolus, ayant trois mois d'ancienneté dans
      *     l'entreprise et dont le contrat est en cours à la date du
      *     scrutin, qu'il soit exécuté ou suspendu (maladie, congé,
      *     etc. : le statut reste ACTIF) ; les stagiaires, qui ne
      *     sont pas salariés, sont exclus ;
      *   - les éligibles (Art. L2314-19) : électeurs âgés de dix-huit
      *     ans révolus, ayant un an d'ancienneté, à l'exclusion des
      *     proches de l'employeur (EMP-PARENT-EMPLOYEUR = O).
      * Collèges (Art. L2314-11) : ouvriers et employés au premier
      * collège ; techniciens et agents de maîtrise — salariés
      * NON-CADRE dont le coefficient EMP-CSP atteint le seuil
      * COEF_AGENT_MAITRISE (défaut 250) — au deuxième, avec les
      * ingénieurs et cadres (CADRE, CADRE-DIR). Un troisième collège
      * est réservé aux ingénieurs et cadres dès qu'ils sont au moins
      * vingt-cinq électeurs dans l'établissement.
      * Nombre de sièges (Art. R2314-1) : titulaires, et autant de
      * suppléants, selon l'effectif moyen de l'établissement lu
      * dans EFFECTIFS.dat (CALC-EFFECTIF-MOYEN) pour l'année
      * ANNEE_EFFECTIF (défaut : année précédant le scrutin) ; à
      * défaut, l'effectif présent à la date du scrutin, hors
      * apprentis et stagiaires. La répartition des sièges entre
      * collèges, qui relève du protocole d'accord préélectoral, est
      * proposée au prorata des inscrits (plus forts restes).
      * Un salarié sans date de naissance n'est porté sur aucune
      * liste : il est signalé pour régularisation.
      * Entrée : DATE_ELECTION, COEF_AGENT_MAITRISE, ANNEE_EFFECTIF,
      * ETABLISSEMENT (facultatif : un seul établissement),
      * EMPLOYEE_FILE, EFFECTIFS_FILE, ETABLISSEMENTS_FILE ;
      * sorties : LISTES_ELECTORALES_FILE (défaut
      * ../data/LISTES-ELECTORALES.txt, listes imprimables) et
      * ELECTIONS_DECOMPTES_FILE (défaut
      * ../data/ELECTIONS-CSE-DECOMPTES.txt, effectifs et décomptes
      * par collège repris au procès-verbal des élections).
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

           SELECT EFFECTIFS-FILE
               ASSIGN TO WS-EFFECTIFS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EFF-CLE
               FILE STATUS IS WS-FS-EFF.

           SELECT ETABLISSEMENTS-FILE
               ASSIGN TO WS-ETB-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETB-CLE
               FILE STATUS IS WS-FS-ETB.

           SELECT SORT-FILE
               ASSIGN TO WS-SORT-PATH.

           SELECT LISTES-FILE
               ASSIGN TO WS-LISTES-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LST.

           SELECT DECOMPTES-FILE
               ASSIGN TO WS-DECOMPTES-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEC.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  EFFECTIFS-FILE.
       COPY "EFFECTIF-RECORD.cpy".

       FD  ETABLISSEMENTS-FILE.
       COPY "ETABLISSEMENT-RECORD.cpy".

      *    Une ligne par salarié et par liste : liste 1 = électeurs,
      *    liste 2 = éligibles.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ETABLISSEMENT      PIC X(4).
           05  SRT-COLLEGE            PIC 9(1).
           05  SRT-LISTE              PIC 9(1).
           05  SRT-NOM                PIC X(30).
           05  SRT-PRENOM             PIC X(25).
           05  SRT-MATRICULE          PIC X(8).
           05  SRT-DATE-NAISSANCE     PIC 9(8).
           05  SRT-DATE-ENTREE        PIC 9(8).
           05  SRT-SEXE               PIC X(1).
           05  SRT-EMPLOI             PIC X(30).

       FD  LISTES-FILE
           RECORDING MODE IS F.
       01  LISTES-LINE               PIC X(132).

       FD  DECOMPTES-FILE
           RECORDING MODE IS F.
       01  DECOMPTES-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-PATH          PIC X(256).
       01  WS-EFFECTIFS-PATH         PIC X(256).
       01  WS-ETB-PATH               PIC X(256).
       01  WS-SORT-PATH              PIC X(256).
       01  WS-LISTES-PATH            PIC X(256).
       01  WS-DECOMPTES-PATH         PIC X(256).
       01  WS-FS-EMP                 PIC XX.
       01  WS-FS-EFF                 PIC XX.
       01  WS-FS-ETB                 PIC XX.
       01  WS-FS-LST                 PIC XX.
       01  WS-FS-DEC                 PIC XX.

       COPY "ETABLISSEMENT-TABLE.cpy".
       01  WS-ETB-DATE-REF           PIC 9(8) VALUE 0.
       01  WS-ETAB-IDX               PIC 9(2).
       01  WS-ETAB-FILTRE            PIC X(4).

       01  WS-EOF                    PIC 9 VALUE 0.
           88  EOF-EMP               VALUE 1.
       01  WS-EOF-ETB                PIC 9 VALUE 0.
           88  EOF-ETB               VALUE 1.
       01  WS-EFF-PRESENT            PIC 9 VALUE 1.

      *    --- Paramètres du scrutin ---
       01  WS-DATE-ELECTION          PIC 9(8).
       01  WS-DATE-ELECTION-R REDEFINES WS-DATE-ELECTION.
           05  WS-ELE-ANNEE          PIC 9(4).
           05  WS-ELE-MOIS           PIC 9(2).
           05  WS-ELE-JOUR           PIC 9(2).
       01  WS-COEF-AM                PIC 9(4).
       01  WS-ANNEE-EFFECTIF         PIC 9(4).
       01  WS-SEUIL-3E-COLLEGE       PIC 9(3) VALUE 25.

      *    --- Dates limites (naissance ou entrée au plus tard) ---
       01  WS-LIM-AGE-ELECTEUR       PIC 9(8).
       01  WS-LIM-AGE-ELIGIBLE       PIC 9(8).
       01  WS-LIM-ANC-ELECTEUR       PIC 9(8).
       01  WS-LIM-ANC-ELECTEUR-R REDEFINES WS-LIM-ANC-ELECTEUR.
           05  WS-LIM-ANNEE          PIC 9(4).
           05  WS-LIM-MOIS           PIC 9(2).
           05  WS-LIM-JOUR           PIC 9(2).
       01  WS-LIM-ANC-ELIGIBLE       PIC 9(8).

      *    --- Qualification du salarié courant ---
       01  WS-PRESENT                PIC 9.
       01  WS-ELECTEUR               PIC 9.
       01  WS-ELIGIBLE               PIC 9.
       01  WS-CATEGORIE              PIC X(1).
           88  WS-CAT-OUVRIER           VALUE "O".
           88  WS-CAT-TECHNICIEN        VALUE "T".
           88  WS-CAT-CADRE             VALUE "C".
       01  WS-CSP-NUM                PIC 9(4).
       01  WS-COLLEGE                PIC 9(1).

      *    --- Décomptes par établissement (parallèle à la table des
      *    établissements) et par collège ---
       01  WS-ELE-TABLE.
           05  WS-ELE-ENTRY OCCURS 10 TIMES.
               10  WS-ELE-PRESENTS       PIC 9(5).
               10  WS-ELE-DECOMPTES      PIC 9(5).
               10  WS-ELE-NB-CADRES      PIC 9(5).
               10  WS-ELE-NB-COLLEGES    PIC 9(1).
               10  WS-ELE-EFFECTIF       PIC 9(5)V99.
               10  WS-ELE-EFF-SOURCE     PIC X(10).
               10  WS-ELE-TITULAIRES     PIC 9(2).
               10  WS-ELE-COL OCCURS 3 TIMES.
                   15  WS-ELE-INSCRITS   PIC 9(5).
                   15  WS-ELE-INS-F      PIC 9(5).
                   15  WS-ELE-INS-H      PIC 9(5).
                   15  WS-ELE-ELIGIBLES  PIC 9(5).
                   15  WS-ELE-ELI-F      PIC 9(5).
                   15  WS-ELE-ELI-H      PIC 9(5).
                   15  WS-ELE-SIEGES     PIC 9(2).
                   15  WS-ELE-RESTE      PIC S9(9).
       01  WS-COL-IDX                PIC 9(1).
       01  WS-COL-MAX                PIC 9(1).
       01  WS-TOTAL-INSCRITS         PIC 9(5).
       01  WS-SIEGES-RESTANTS        PIC 9(2).
       01  WS-QUOTA                  PIC 9(9).

      *    --- Barème des sièges de titulaires (Art. R2314-1) : seuil
      *    d'effectif, nombre de titulaires ---
       01  WS-BAREME-DATA.
           05  FILLER PIC X(7) VALUE "0001101".
           05  FILLER PIC X(7) VALUE "0002502".
           05  FILLER PIC X(7) VALUE "0005004".
           05  FILLER PIC X(7) VALUE "0007505".
           05  FILLER PIC X(7) VALUE "0010006".
           05  FILLER PIC X(7) VALUE "0012507".
           05  FILLER PIC X(7) VALUE "0015008".
           05  FILLER PIC X(7) VALUE "0017509".
           05  FILLER PIC X(7) VALUE "0020010".
           05  FILLER PIC X(7) VALUE "0025011".
           05  FILLER PIC X(7) VALUE "0040012".
           05  FILLER PIC X(7) VALUE "0050013".
           05  FILLER PIC X(7) VALUE "0060014".
           05  FILLER PIC X(7) VALUE "0080015".
           05  FILLER PIC X(7) VALUE "0090016".
           05  FILLER PIC X(7) VALUE "0100017".
           05  FILLER PIC X(7) VALUE "0125018".
           05  FILLER PIC X(7) VALUE "0150020".
           05  FILLER PIC X(7) VALUE "0175021".
           05  FILLER PIC X(7) VALUE "0200022".
           05  FILLER PIC X(7) VALUE "0225023".
           05  FILLER PIC X(7) VALUE "0250024".
           05  FILLER PIC X(7) VALUE "0300025".
           05  FILLER PIC X(7) VALUE "0350026".
           05  FILLER PIC X(7) VALUE "0425027".
           05  FILLER PIC X(7) VALUE "0475028".
           05  FILLER PIC X(7) VALUE "0500029".
           05  FILLER PIC X(7) VALUE "0600030".
           05  FILLER PIC X(7) VALUE "0700031".
           05  FILLER PIC X(7) VALUE "0775032".
           05  FILLER PIC X(7) VALUE "0850033".
           05  FILLER PIC X(7) VALUE "0925034".
           05  FILLER PIC X(7) VALUE "1000035".
       01  WS-BAREME REDEFINES WS-BAREME-DATA.
           05  WS-BAR-ENTRY OCCURS 33 TIMES.
               10  WS-BAR-SEUIL      PIC 9(5).
               10  WS-BAR-TITULAIRES PIC 9(2).
       01  WS-BAR-IDX                PIC 9(2).

      *    --- Édition ---
       01  WS-ETB-COURANT            PIC X(4) VALUE SPACES.
       01  WS-COLLEGE-COURANT        PIC 9(1) VALUE 0.
       01  WS-LISTE-COURANTE         PIC 9(1) VALUE 0.
       01  WS-ORDRE                  PIC 9(5) VALUE 0.
       01  WS-LIBELLE-COLLEGE        PIC X(60).
       01  WS-FD-DATE                PIC 9(8).
       01  WS-FMT-DATE.
           05  WS-FMT-DATE-J         PIC 9(2).
           05  FILLER                PIC X VALUE "/".
           05  WS-FMT-DATE-M         PIC 9(2).
           05  FILLER                PIC X VALUE "/".
           05  WS-FMT-DATE-A         PIC 9(4).
       01  WS-FMT-NAISSANCE          PIC X(10).
       01  WS-FMT-ENTREE             PIC X(10).
       01  WS-FMT-ELECTION           PIC X(10).
       01  WS-FMT-ORDRE              PIC ZZZZ9.
       01  WS-FMT-NB                 PIC ZZZZ9.
       01  WS-FMT-NB-2               PIC ZZZZ9.
       01  WS-FMT-NB-3               PIC ZZZZ9.
       01  WS-FMT-SIEGES             PIC Z9.
       01  WS-FMT-EFFECTIF           PIC ZZZZ9.99.

       01  WS-NB-SALARIES            PIC 9(5) VALUE 0.
       01  WS-NB-ELECTEURS           PIC 9(5) VALUE 0.
       01  WS-NB-ELIGIBLES           PIC 9(5) VALUE 0.
       01  WS-NB-ANOMALIES           PIC 9(5) VALUE 0.

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 1050-CHARGER-ETABLISSEMENTS
           PERFORM 2000-DENOMBRER-SALARIES
           PERFORM 2500-CALCULER-SIEGES

           SORT SORT-FILE
               ON ASCENDING KEY SRT-ETABLISSEMENT
               ON ASCENDING KEY SRT-COLLEGE
               ON ASCENDING KEY SRT-LISTE
               ON ASCENDING KEY SRT-NOM
               ON ASCENDING KEY SRT-PRENOM
               ON ASCENDING KEY SRT-MATRICULE
               INPUT PROCEDURE IS 4000-ENTREE-TRI
               OUTPUT PROCEDURE IS 5000-EDITION

           PERFORM 7000-EDITER-DECOMPTES
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-DATE-ELECTION FROM ENVIRONMENT "DATE_ELECTION"
           ACCEPT WS-COEF-AM FROM ENVIRONMENT "COEF_AGENT_MAITRISE"
           ACCEPT WS-ANNEE-EFFECTIF FROM ENVIRONMENT "ANNEE_EFFECTIF"
           ACCEPT WS-ETAB-FILTRE FROM ENVIRONMENT "ETABLISSEMENT"
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           ACCEPT WS-EFFECTIFS-PATH FROM ENVIRONMENT "EFFECTIFS_FILE"
           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           ACCEPT WS-LISTES-PATH
               FROM ENVIRONMENT "LISTES_ELECTORALES_FILE"
           ACCEPT WS-DECOMPTES-PATH
               FROM ENVIRONMENT "ELECTIONS_DECOMPTES_FILE"

           IF WS-DATE-ELECTION = 0
               DISPLAY "GENERATE-LISTES-ELECTORALES|ERROR|0|"
                   "DATE-ELECTION-MANQUANTE"
               STOP RUN
           END-IF
           IF WS-ELE-MOIS < 1 OR WS-ELE-MOIS > 12
               OR WS-ELE-JOUR < 1 OR WS-ELE-JOUR > 31
               DISPLAY "GENERATE-LISTES-ELECTORALES|ERROR|0|"
                   "DATE-ELECTION-INVALIDE=" WS-DATE-ELECTION
               STOP RUN
           END-IF
           IF WS-COEF-AM = 0
               MOVE 250 TO WS-COEF-AM
           END-IF
           IF WS-ANNEE-EFFECTIF = 0
               COMPUTE WS-ANNEE-EFFECTIF = WS-ELE-ANNEE - 1
           END-IF
           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           END-IF
           IF WS-EFFECTIFS-PATH = SPACES
               MOVE "../data/EFFECTIFS.dat" TO WS-EFFECTIFS-PATH
           END-IF
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           IF WS-LISTES-PATH = SPACES
               MOVE "../data/LISTES-ELECTORALES.txt" TO WS-LISTES-PATH
           END-IF
           IF WS-DECOMPTES-PATH = SPACES
               MOVE "../data/ELECTIONS-CSE-DECOMPTES.txt"
                   TO WS-DECOMPTES-PATH
           END-IF
           MOVE "sort-work" TO WS-SORT-PATH
           MOVE WS-DATE-ELECTION TO WS-ETB-DATE-REF

      *    Âge et ancienneté s'apprécient à la date du scrutin : la
      *    date de naissance (resp. d'entrée) doit être au plus tard
      *    la date limite. Un quantième au-delà de la fin du mois
      *    (31 ramené en avril) ne fausse pas la comparaison.
           COMPUTE WS-LIM-AGE-ELECTEUR = WS-DATE-ELECTION - 160000
           COMPUTE WS-LIM-AGE-ELIGIBLE = WS-DATE-ELECTION - 180000
           COMPUTE WS-LIM-ANC-ELIGIBLE = WS-DATE-ELECTION - 10000
           MOVE WS-DATE-ELECTION TO WS-LIM-ANC-ELECTEUR
           IF WS-LIM-MOIS > 3
               SUBTRACT 3 FROM WS-LIM-MOIS
           ELSE
               ADD 9 TO WS-LIM-MOIS
               SUBTRACT 1 FROM WS-LIM-ANNEE
           END-IF

           MOVE WS-DATE-ELECTION TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-FMT-DATE TO WS-FMT-ELECTION

           OPEN INPUT EFFECTIFS-FILE
           IF WS-FS-EFF NOT = "00"
               MOVE 0 TO WS-EFF-PRESENT
               DISPLAY "GENERATE-LISTES-ELECTORALES|WARN|0|OPEN-EFF="
                   WS-FS-EFF
           END-IF

           OPEN OUTPUT LISTES-FILE
           IF WS-FS-LST NOT = "00"
               DISPLAY "GENERATE-LISTES-ELECTORALES|ERROR|0|OPEN-LST="
                   WS-FS-LST
               STOP RUN
           END-IF
           OPEN OUTPUT DECOMPTES-FILE
           IF WS-FS-DEC NOT = "00"
               DISPLAY "GENERATE-LISTES-ELECTORALES|ERROR|0|OPEN-DEC="
                   WS-FS-DEC
               STOP RUN
           END-IF

           INITIALIZE WS-ELE-TABLE
           DISPLAY "GENERATE-LISTES-ELECTORALES|START|"
               WS-DATE-ELECTION "|0".

      ******************************************************************
       1050-CHARGER-ETABLISSEMENTS.
      ******************************************************************
      *    Référentiel ETABLISSEMENTS.dat lu dans l'ordre des clés
      *    (code puis date d'effet) : une entrée par code, portant la
      *    ligne la plus récente en vigueur à la date du scrutin.
           MOVE 0 TO ETAB-COUNT
           MOVE 0 TO WS-EOF-ETB
           OPEN INPUT ETABLISSEMENTS-FILE
           IF WS-FS-ETB NOT = "00"
               DISPLAY "GENERATE-LISTES-ELECTORALES|ERROR|0|OPEN-ETB="
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
               DISPLAY "GENERATE-LISTES-ELECTORALES|ERROR|0|"
                   "ETAB-VIDE=" WS-ETB-DATE-REF
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
               DISPLAY "GENERATE-LISTES-ELECTORALES|WARN|0|"
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
       2000-DENOMBRER-SALARIES.
      ******************************************************************
      *    Premier passage : effectif présent et nombre d'ingénieurs
      *    et cadres électeurs par établissement, qui décide du
      *    troisième collège avant toute affectation.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               DISPLAY "GENERATE-LISTES-ELECTORALES|ERROR|0|OPEN-EMP="
                   WS-FS-EMP
               STOP RUN
           END-IF
           MOVE 0 TO WS-EOF
           READ EMPLOYEE-FILE NEXT
               AT END SET EOF-EMP TO TRUE
           END-READ
           PERFORM UNTIL EOF-EMP
               PERFORM 2100-QUALIFIER-SALARIE THRU 2100-EXIT
               IF WS-PRESENT = 1
                   ADD 1 TO WS-ELE-PRESENTS(WS-ETAB-IDX)
                   IF NOT EMP-APPRENTI
                       ADD 1 TO WS-ELE-DECOMPTES(WS-ETAB-IDX)
                   END-IF
               END-IF
               IF WS-ELECTEUR = 1 AND WS-CAT-CADRE
                   ADD 1 TO WS-ELE-NB-CADRES(WS-ETAB-IDX)
               END-IF
               READ EMPLOYEE-FILE NEXT
                   AT END SET EOF-EMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE

           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                   UNTIL WS-ETAB-IDX > ETAB-COUNT
               IF WS-ELE-NB-CADRES(WS-ETAB-IDX) >= WS-SEUIL-3E-COLLEGE
                   MOVE 3 TO WS-ELE-NB-COLLEGES(WS-ETAB-IDX)
               ELSE
                   MOVE 2 TO WS-ELE-NB-COLLEGES(WS-ETAB-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       2100-QUALIFIER-SALARIE.
      ******************************************************************
      *    Positionne WS-ETAB-IDX, WS-PRESENT, WS-ELECTEUR,
      *    WS-ELIGIBLE et WS-CATEGORIE pour le salarié courant.
           MOVE 0 TO WS-PRESENT
           MOVE 0 TO WS-ELECTEUR
           MOVE 0 TO WS-ELIGIBLE
           MOVE "O" TO WS-CATEGORIE

           IF WS-ETAB-FILTRE NOT = SPACES
               AND EMP-ETABLISSEMENT NOT = WS-ETAB-FILTRE
               GO TO 2100-EXIT
           END-IF
           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                   UNTIL WS-ETAB-IDX > ETAB-COUNT
               IF ETAB-CODE(WS-ETAB-IDX) = EMP-ETABLISSEMENT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ETAB-IDX > ETAB-COUNT
               GO TO 2100-EXIT
           END-IF

      *    Contrat en cours le jour du scrutin : entré au plus tard ce
      *    jour-là et, s'il est sorti, sorti ce jour-là au plus tôt.
           IF EMP-STAGIAIRE
               OR EMP-DATE-ENTREE = 0
               OR EMP-DATE-ENTREE > WS-DATE-ELECTION
               GO TO 2100-EXIT
           END-IF
           IF EMP-DATE-SORTIE = 0
               IF NOT EMP-ACTIF
                   GO TO 2100-EXIT
               END-IF
           ELSE
               IF EMP-DATE-SORTIE < WS-DATE-ELECTION
                   GO TO 2100-EXIT
               END-IF
           END-IF
           MOVE 1 TO WS-PRESENT

           EVALUATE TRUE
               WHEN EMP-CADRE OR EMP-CADRE-DIR
                   MOVE "C" TO WS-CATEGORIE
               WHEN EMP-CSP IS NUMERIC
                   MOVE EMP-CSP TO WS-CSP-NUM
                   IF WS-CSP-NUM >= WS-COEF-AM
                       MOVE "T" TO WS-CATEGORIE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF EMP-DATE-NAISSANCE = 0
               GO TO 2100-EXIT
           END-IF
           IF EMP-DATE-NAISSANCE <= WS-LIM-AGE-ELECTEUR
               AND EMP-DATE-ENTREE <= WS-LIM-ANC-ELECTEUR
               MOVE 1 TO WS-ELECTEUR
               IF EMP-DATE-NAISSANCE <= WS-LIM-AGE-ELIGIBLE
                   AND EMP-DATE-ENTREE <= WS-LIM-ANC-ELIGIBLE
                   AND NOT EMP-PARENT-OUI
                   MOVE 1 TO WS-ELIGIBLE
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
       2500-CALCULER-SIEGES.
      ******************************************************************
           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                   UNTIL WS-ETAB-IDX > ETAB-COUNT
               PERFORM 2510-EFFECTIF-ETABLISSEMENT
               MOVE 0 TO WS-ELE-TITULAIRES(WS-ETAB-IDX)
               PERFORM VARYING WS-BAR-IDX FROM 1 BY 1
                       UNTIL WS-BAR-IDX > 33
                   IF WS-ELE-EFFECTIF(WS-ETAB-IDX)
                       >= WS-BAR-SEUIL(WS-BAR-IDX)
                       MOVE WS-BAR-TITULAIRES(WS-BAR-IDX)
                           TO WS-ELE-TITULAIRES(WS-ETAB-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
       2510-EFFECTIF-ETABLISSEMENT.
      ******************************************************************
           MOVE "PRESENTS  " TO WS-ELE-EFF-SOURCE(WS-ETAB-IDX)
           MOVE WS-ELE-DECOMPTES(WS-ETAB-IDX)
               TO WS-ELE-EFFECTIF(WS-ETAB-IDX)
           IF WS-EFF-PRESENT = 1
               MOVE ETAB-CODE(WS-ETAB-IDX) TO EFF-PERIMETRE
               MOVE WS-ANNEE-EFFECTIF TO EFF-ANNEE
               READ EFFECTIFS-FILE
                   KEY IS EFF-CLE
                   INVALID KEY
                       DISPLAY "GENERATE-LISTES-ELECTORALES|WARN|"
                           ETAB-CODE(WS-ETAB-IDX)
                           "|EFFECTIF-MOYEN-ABSENT="
                           WS-ANNEE-EFFECTIF
                   NOT INVALID KEY
                       MOVE EFF-EFFECTIF-MOYEN
                           TO WS-ELE-EFFECTIF(WS-ETAB-IDX)
                       MOVE "MOYEN     " TO
                           WS-ELE-EFF-SOURCE(WS-ETAB-IDX)
               END-READ
           END-IF.

      ******************************************************************
       2600-REPARTIR-SIEGES.
      ******************************************************************
      *    Proposition au prorata des inscrits de chaque collège :
      *    partie entière du quotient, puis un siège par plus fort
      *    reste jusqu'à épuisement.
           MOVE 0 TO WS-TOTAL-INSCRITS
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 3
               ADD WS-ELE-INSCRITS(WS-ETAB-IDX WS-COL-IDX)
                   TO WS-TOTAL-INSCRITS
               MOVE 0 TO WS-ELE-SIEGES(WS-ETAB-IDX WS-COL-IDX)
               MOVE -1 TO WS-ELE-RESTE(WS-ETAB-IDX WS-COL-IDX)
           END-PERFORM
           IF WS-TOTAL-INSCRITS = 0
               OR WS-ELE-TITULAIRES(WS-ETAB-IDX) = 0
               GO TO 2600-EXIT
           END-IF

           MOVE WS-ELE-TITULAIRES(WS-ETAB-IDX) TO WS-SIEGES-RESTANTS
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 3
               IF WS-ELE-INSCRITS(WS-ETAB-IDX WS-COL-IDX) > 0
                   COMPUTE WS-QUOTA = WS-ELE-TITULAIRES(WS-ETAB-IDX)
                       * WS-ELE-INSCRITS(WS-ETAB-IDX WS-COL-IDX)
                   COMPUTE WS-ELE-SIEGES(WS-ETAB-IDX WS-COL-IDX) =
                       WS-QUOTA / WS-TOTAL-INSCRITS
                   COMPUTE WS-ELE-RESTE(WS-ETAB-IDX WS-COL-IDX) =
                       WS-QUOTA - WS-ELE-SIEGES(WS-ETAB-IDX WS-COL-IDX)
                       * WS-TOTAL-INSCRITS
                   SUBTRACT WS-ELE-SIEGES(WS-ETAB-IDX WS-COL-IDX)
                       FROM WS-SIEGES-RESTANTS
               END-IF
           END-PERFORM

           PERFORM UNTIL WS-SIEGES-RESTANTS = 0
               MOVE 1 TO WS-COL-MAX
               PERFORM VARYING WS-COL-IDX FROM 2 BY 1
                       UNTIL WS-COL-IDX > 3
                   IF WS-ELE-RESTE(WS-ETAB-IDX WS-COL-IDX)
                       > WS-ELE-RESTE(WS-ETAB-IDX WS-COL-MAX)
                       MOVE WS-COL-IDX TO WS-COL-MAX
                   END-IF
               END-PERFORM
               IF WS-ELE-RESTE(WS-ETAB-IDX WS-COL-MAX) < 0
                   MOVE 0 TO WS-SIEGES-RESTANTS
               ELSE
                   ADD 1 TO WS-ELE-SIEGES(WS-ETAB-IDX WS-COL-MAX)
                   MOVE -1 TO WS-ELE-RESTE(WS-ETAB-IDX WS-COL-MAX)
                   SUBTRACT 1 FROM WS-SIEGES-RESTANTS
               END-IF
           END-PERFORM.

       2600-EXIT.
           EXIT.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           IF WS-EFF-PRESENT = 1
               CLOSE EFFECTIFS-FILE
           END-IF
           CLOSE LISTES-FILE
           CLOSE DECOMPTES-FILE

           DISPLAY "GENERATE-LISTES-ELECTORALES|DONE|" WS-NB-SALARIES
               "|ELECTEURS=" WS-NB-ELECTEURS
               " ELIGIBLES=" WS-NB-ELIGIBLES
               " ANOMALIES=" WS-NB-ANOMALIES.

      ******************************************************************
       4000-ENTREE-TRI SECTION.
      ******************************************************************
       4000-ENTREE-PROC.
      *    Second passage : une ligne de tri par liste où figure le
      *    salarié, et les décomptes par collège.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP NOT = "00"
               DISPLAY "GENERATE-LISTES-ELECTORALES|ERROR|0|"
                   "RELECTURE-EMP=" WS-FS-EMP
               GO TO 4000-ENTREE-EXIT
           END-IF
           MOVE 0 TO WS-EOF
           READ EMPLOYEE-FILE NEXT
               AT END SET EOF-EMP TO TRUE
           END-READ
           PERFORM UNTIL EOF-EMP
               PERFORM 4100-CLASSER-SALARIE THRU 4100-CLASSER-EXIT
               READ EMPLOYEE-FILE NEXT
                   AT END SET EOF-EMP TO TRUE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       4000-ENTREE-EXIT.
           EXIT.

      ******************************************************************
       4100-CLASSEMENT SECTION.
      ******************************************************************
       4100-CLASSER-SALARIE.
           PERFORM 2100-QUALIFIER-SALARIE THRU 2100-EXIT
           IF WS-PRESENT = 0
               GO TO 4100-CLASSER-EXIT
           END-IF
           ADD 1 TO WS-NB-SALARIES
           IF EMP-DATE-NAISSANCE = 0
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "GENERATE-LISTES-ELECTORALES|WARN|"
                   EMP-MATRICULE "|DATE-NAISSANCE-MANQUANTE"
               GO TO 4100-CLASSER-EXIT
           END-IF
           IF WS-ELECTEUR = 0
               GO TO 4100-CLASSER-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-CAT-OUVRIER
                   MOVE 1 TO WS-COLLEGE
               WHEN WS-CAT-TECHNICIEN
                   MOVE 2 TO WS-COLLEGE
               WHEN OTHER
                   MOVE WS-ELE-NB-COLLEGES(WS-ETAB-IDX) TO WS-COLLEGE
           END-EVALUATE

           INITIALIZE SORT-RECORD
           MOVE EMP-ETABLISSEMENT   TO SRT-ETABLISSEMENT
           MOVE WS-COLLEGE          TO SRT-COLLEGE
           MOVE 1                   TO SRT-LISTE
           MOVE EMP-NOM             TO SRT-NOM
           MOVE EMP-PRENOM          TO SRT-PRENOM
           MOVE EMP-MATRICULE       TO SRT-MATRICULE
           MOVE EMP-DATE-NAISSANCE  TO SRT-DATE-NAISSANCE
           MOVE EMP-DATE-ENTREE     TO SRT-DATE-ENTREE
           MOVE EMP-SEXE            TO SRT-SEXE
           MOVE EMP-EMPLOI          TO SRT-EMPLOI
           RELEASE SORT-RECORD
           ADD 1 TO WS-NB-ELECTEURS
           ADD 1 TO WS-ELE-INSCRITS(WS-ETAB-IDX WS-COLLEGE)
           IF EMP-SEXE-FEMME
               ADD 1 TO WS-ELE-INS-F(WS-ETAB-IDX WS-COLLEGE)
           ELSE
               ADD 1 TO WS-ELE-INS-H(WS-ETAB-IDX WS-COLLEGE)
           END-IF

           IF WS-ELIGIBLE = 1
               MOVE 2 TO SRT-LISTE
               RELEASE SORT-RECORD
               ADD 1 TO WS-NB-ELIGIBLES
               ADD 1 TO WS-ELE-ELIGIBLES(WS-ETAB-IDX WS-COLLEGE)
               IF EMP-SEXE-FEMME
                   ADD 1 TO WS-ELE-ELI-F(WS-ETAB-IDX WS-COLLEGE)
               ELSE
                   ADD 1 TO WS-ELE-ELI-H(WS-ETAB-IDX WS-COLLEGE)
               END-IF
           END-IF.

       4100-CLASSER-EXIT.
           EXIT.

      ******************************************************************
       5000-EDITION SECTION.
      ******************************************************************
       5000-EDITION-PROC.
           RETURN SORT-FILE
               AT END GO TO 5000-EDITION-EXIT
           END-RETURN

           PERFORM UNTIL 1 = 0
               IF SRT-ETABLISSEMENT NOT = WS-ETB-COURANT
                   PERFORM 6100-ENTETE-ETABLISSEMENT
               END-IF
               IF SRT-COLLEGE NOT = WS-COLLEGE-COURANT
                   OR SRT-LISTE NOT = WS-LISTE-COURANTE
                   PERFORM 6200-ENTETE-LISTE
               END-IF
               PERFORM 6300-EDITER-LIGNE
               RETURN SORT-FILE
                   AT END GO TO 5000-EDITION-EXIT
               END-RETURN
           END-PERFORM.

       5000-EDITION-EXIT.
           EXIT.

      ******************************************************************
       6000-EDITION-LIGNES SECTION.
      ******************************************************************
       6100-ENTETE-ETABLISSEMENT.
           MOVE SRT-ETABLISSEMENT TO WS-ETB-COURANT
           MOVE 0 TO WS-COLLEGE-COURANT
           MOVE 0 TO WS-LISTE-COURANTE
           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                   UNTIL WS-ETAB-IDX > ETAB-COUNT
               IF ETAB-CODE(WS-ETAB-IDX) = WS-ETB-COURANT
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE WS-SEPARATOR TO LISTES-LINE
           WRITE LISTES-LINE
           MOVE SPACES TO WS-LINE
           STRING "  ELECTIONS DU COMITE SOCIAL ET ECONOMIQUE"
               " - SCRUTIN DU " WS-FMT-ELECTION
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO LISTES-LINE
           WRITE LISTES-LINE
           MOVE SPACES TO WS-LINE
           STRING "  Etablissement " WS-ETB-COURANT " - "
               ETAB-COMPANY-NAME(WS-ETAB-IDX)
               "  SIRET " ETAB-SIRET(WS-ETAB-IDX)
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO LISTES-LINE
           WRITE LISTES-LINE
           MOVE WS-SEPARATOR TO LISTES-LINE
           WRITE LISTES-LINE.

       6200-ENTETE-LISTE.
           MOVE SRT-COLLEGE TO WS-COLLEGE-COURANT
           MOVE SRT-LISTE TO WS-LISTE-COURANTE
           MOVE 0 TO WS-ORDRE
           PERFORM 6400-LIBELLER-COLLEGE

           MOVE SPACES TO LISTES-LINE
           WRITE LISTES-LINE
           MOVE SPACES TO WS-LINE
           IF WS-LISTE-COURANTE = 1
               STRING "  LISTE ELECTORALE - COLLEGE "
                   WS-COLLEGE-COURANT " : " WS-LIBELLE-COLLEGE
                   DELIMITED SIZE INTO WS-LINE
           ELSE
               STRING "  LISTE DES ELIGIBLES - COLLEGE "
                   WS-COLLEGE-COURANT " : " WS-LIBELLE-COLLEGE
                   DELIMITED SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO LISTES-LINE
           WRITE LISTES-LINE
           MOVE WS-DASH-SEP TO LISTES-LINE
           WRITE LISTES-LINE
           MOVE SPACES TO WS-LINE
           STRING "  N.    NOM                            "
               "PRENOM                    MATRICULE "
               "NAISSANCE  ENTREE     EMPLOI"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO LISTES-LINE
           WRITE LISTES-LINE
           MOVE WS-DASH-SEP TO LISTES-LINE
           WRITE LISTES-LINE.

       6300-EDITER-LIGNE.
           ADD 1 TO WS-ORDRE
           MOVE WS-ORDRE TO WS-FMT-ORDRE
           MOVE SRT-DATE-NAISSANCE TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-FMT-DATE TO WS-FMT-NAISSANCE
           MOVE SRT-DATE-ENTREE TO WS-FD-DATE
           PERFORM 6900-FORMATER-DATE
           MOVE WS-FMT-DATE TO WS-FMT-ENTREE

           MOVE SPACES TO WS-LINE
           STRING " " WS-FMT-ORDRE " " SRT-NOM " " SRT-PRENOM " "
               SRT-MATRICULE "  " WS-FMT-NAISSANCE " "
               WS-FMT-ENTREE " " SRT-EMPLOI
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO LISTES-LINE
           WRITE LISTES-LINE.

       6400-LIBELLER-COLLEGE.
           EVALUATE WS-COLLEGE-COURANT
               WHEN 1
                   MOVE "OUVRIERS ET EMPLOYES" TO WS-LIBELLE-COLLEGE
               WHEN 2
                   IF WS-ELE-NB-COLLEGES(WS-ETAB-IDX) = 3
                       MOVE "TECHNICIENS ET AGENTS DE MAITRISE"
                           TO WS-LIBELLE-COLLEGE
                   ELSE
                       MOVE "INGENIEURS, CADRES, TECHNICIENS ET "
                           & "AGENTS DE MAITRISE"
                           TO WS-LIBELLE-COLLEGE
                   END-IF
               WHEN OTHER
                   MOVE "INGENIEURS ET CADRES" TO WS-LIBELLE-COLLEGE
           END-EVALUATE.

       6900-FORMATER-DATE.
           MOVE WS-FD-DATE(7:2) TO WS-FMT-DATE-J
           MOVE WS-FD-DATE(5:2) TO WS-FMT-DATE-M
           MOVE WS-FD-DATE(1:4) TO WS-FMT-DATE-A.

      ******************************************************************
       7000-DECOMPTES SECTION.
      ******************************************************************
       7000-EDITER-DECOMPTES.
      *    Récapitulatif repris au procès-verbal : effectif, sièges,
      *    et par collège les inscrits et éligibles, femmes et hommes
      *    (représentation équilibrée des listes, Art. L2314-30).
           MOVE WS-SEPARATOR TO DECOMPTES-LINE
           WRITE DECOMPTES-LINE
           MOVE SPACES TO WS-LINE
           STRING "  ELECTIONS CSE - DECOMPTES POUR LE PROCES-VERBAL"
               " - SCRUTIN DU " WS-FMT-ELECTION
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO DECOMPTES-LINE
           WRITE DECOMPTES-LINE
           MOVE WS-SEPARATOR TO DECOMPTES-LINE
           WRITE DECOMPTES-LINE

           PERFORM VARYING WS-ETAB-IDX FROM 1 BY 1
                   UNTIL WS-ETAB-IDX > ETAB-COUNT
               IF WS-ETAB-FILTRE = SPACES
                   OR ETAB-CODE(WS-ETAB-IDX) = WS-ETAB-FILTRE
                   PERFORM 2600-REPARTIR-SIEGES THRU 2600-EXIT
                   PERFORM 7100-DECOMPTES-ETABLISSEMENT
               END-IF
           END-PERFORM.

       7100-DECOMPTES-ETABLISSEMENT.
           MOVE SPACES TO DECOMPTES-LINE
           WRITE DECOMPTES-LINE
           MOVE SPACES TO WS-LINE
           STRING "  Etablissement " ETAB-CODE(WS-ETAB-IDX) " - "
               ETAB-COMPANY-NAME(WS-ETAB-IDX)
               "  SIRET " ETAB-SIRET(WS-ETAB-IDX)
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO DECOMPTES-LINE
           WRITE DECOMPTES-LINE
           MOVE WS-DASH-SEP TO DECOMPTES-LINE
           WRITE DECOMPTES-LINE

           MOVE WS-ELE-EFFECTIF(WS-ETAB-IDX) TO WS-FMT-EFFECTIF
           MOVE WS-ELE-PRESENTS(WS-ETAB-IDX) TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Effectif retenu     : " WS-FMT-EFFECTIF
               " (" WS-ELE-EFF-SOURCE(WS-ETAB-IDX) ")"
               "   Salaries presents au scrutin : " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO DECOMPTES-LINE
           WRITE DECOMPTES-LINE

           MOVE SPACES TO WS-LINE
           IF WS-ELE-TITULAIRES(WS-ETAB-IDX) = 0
               STRING "  Effectif inferieur a 11 : pas de comite "
                   "social et economique a elire"
                   DELIMITED SIZE INTO WS-LINE
           ELSE
               MOVE WS-ELE-TITULAIRES(WS-ETAB-IDX) TO WS-FMT-SIEGES
               STRING "  Sieges a pourvoir   : " WS-FMT-SIEGES
                   " titulaires, " WS-FMT-SIEGES " suppleants"
                   "   Colleges : " WS-ELE-NB-COLLEGES(WS-ETAB-IDX)
                   DELIMITED SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO DECOMPTES-LINE
           WRITE DECOMPTES-LINE

           MOVE SPACES TO WS-LINE
           STRING "  College                                   "
               "Inscrits  Femmes  Hommes  Eligibles  Femmes  Hommes"
               "  Sieges*"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO DECOMPTES-LINE
           WRITE DECOMPTES-LINE

           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-ELE-NB-COLLEGES(WS-ETAB-IDX)
               MOVE WS-COL-IDX TO WS-COLLEGE-COURANT
               PERFORM 6400-LIBELLER-COLLEGE
               MOVE WS-ELE-INSCRITS(WS-ETAB-IDX WS-COL-IDX)
                   TO WS-FMT-NB
               MOVE WS-ELE-INS-F(WS-ETAB-IDX WS-COL-IDX)
                   TO WS-FMT-NB-2
               MOVE WS-ELE-INS-H(WS-ETAB-IDX WS-COL-IDX)
                   TO WS-FMT-NB-3
               MOVE SPACES TO WS-LINE
               STRING "  " WS-COL-IDX " " WS-LIBELLE-COLLEGE(1:38)
                   "   " WS-FMT-NB "   " WS-FMT-NB-2 "   " WS-FMT-NB-3
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-ELE-ELIGIBLES(WS-ETAB-IDX WS-COL-IDX)
                   TO WS-FMT-NB
               MOVE WS-ELE-ELI-F(WS-ETAB-IDX WS-COL-IDX)
                   TO WS-FMT-NB-2
               MOVE WS-ELE-ELI-H(WS-ETAB-IDX WS-COL-IDX)
                   TO WS-FMT-NB-3
               MOVE WS-ELE-SIEGES(WS-ETAB-IDX WS-COL-IDX)
                   TO WS-FMT-SIEGES
               STRING "      " WS-FMT-NB "   " WS-FMT-NB-2
                   "   " WS-FMT-NB-3 "      " WS-FMT-SIEGES
                   DELIMITED SIZE INTO WS-LINE(71:62)
               MOVE WS-LINE TO DECOMPTES-LINE
               WRITE DECOMPTES-LINE
           END-PERFORM

           MOVE SPACES TO WS-LINE
           STRING "  * repartition des sieges au prorata des inscrits,"
               " sous reserve du protocole d'accord preelectoral"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO DECOMPTES-LINE
           WRITE DECOMPTES-LINE.
