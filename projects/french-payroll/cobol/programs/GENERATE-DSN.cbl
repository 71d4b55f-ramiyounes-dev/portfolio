      * Lit BULLETINS.dat et COTISATIONS-PATRONALES.dat pour une
      * période et produit un fichier norme DSN par blocs S21.G00
      * (rubriques individu, rémunération, cotisations)
      * Le bloc contrat S21.G00.40 (date de début, nature) est tiré
      * de EMPLOYEES.dat : les mandataires sociaux y sont déclarés
      * sous la nature 80 (mandat social).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DOE.

           SELECT EMPLOYEE-FILE
               ASSIGN TO WS-EMPLOYEE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULE
               FILE STATUS IS WS-FS-EMP.

           SELECT PERIODES-STATUS-FILE
               ASSIGN TO WS-PERIODES-PATH
               ORGANIZATION IS INDEXED
           05  DOE-CONTRIBUTION-NETTE PIC S9(9)V99 COMP-3.
           05  FILLER                 PIC X(30).

       FD  EMPLOYEE-FILE.
       COPY "EMPLOYEE-RECORD.cpy".

       FD  PERIODES-STATUS-FILE.
       COPY "PERIODE-STATUS-RECORD.cpy".

       01  WS-DSN-PATH               PIC X(256).
       01  WS-PERIODES-PATH          PIC X(256).
       01  WS-DOETH-PATH             PIC X(256).
       01  WS-EMPLOYEE-PATH          PIC X(256).

      *    --- File status ---
       01  WS-FS-BUL                 PIC XX.
       01  WS-FS-DSN                 PIC XX.
       01  WS-FS-PST                 PIC XX.
       01  WS-FS-DOE                 PIC XX.
       01  WS-FS-EMP                 PIC XX.
       01  WS-EMP-AVAILABLE          PIC 9 VALUE 0.
           88  EMP-AVAILABLE         VALUE 1.
       01  WS-EOF-DOE                PIC 9 VALUE 0.
           88  EOF-DOE               VALUE 1.
       01  WS-DSN-ANNEE              PIC 9(4).
               10  WS-CT-MATRICULE   PIC X(8).
               10  WS-CT-PERIODE     PIC 9(6).
               10  WS-CT-TOTAL-PAT   PIC S9(9)V99 COMP-3.
               10  WS-CT-BRUT        PIC S9(9)V99 COMP-3.
               10  WS-CT-RED-GENERALE PIC S9(9)V99 COMP-3.
               10  WS-CT-RG-RETRAITE PIC S9(9)V99 COMP-3.
       01  WS-COT-IDX                PIC 9(4).

      *    --- Formats DSN ---
       01  WS-RECORDS-WRITTEN        PIC 9(6) VALUE 0.
       01  WS-ERRORS                 PIC 9(6) VALUE 0.
       01  WS-COT-TOTAL              PIC S9(9)V99 COMP-3.
       01  WS-COT-BRUT               PIC S9(9)V99 COMP-3.
       01  WS-COT-RED-GENERALE       PIC S9(9)V99 COMP-3.
       01  WS-COT-RG-RETRAITE        PIC S9(9)V99 COMP-3.

      *    --- Bloc S21.G00.40 en cours d'écriture ---
       01  WS-CTR-NATURE             PIC X(2).
       01  WS-CTR-DATE-DEBUT.
           05  WS-CTR-DEBUT-JJ       PIC 9(2).
           05  WS-CTR-DEBUT-MM       PIC 9(2).
           05  WS-CTR-DEBUT-AAAA     PIC 9(4).

      *    --- Bloc S21.G00.81 en cours d'écriture ---
       01  WS-CTI-CODE               PIC X(3).
       01  WS-CTI-MONTANT            PIC S9(9)V99 COMP-3.

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           IF WS-DOETH-PATH = SPACES
               MOVE "../data/DOETH.dat" TO WS-DOETH-PATH
           END-IF
           ACCEPT WS-EMPLOYEE-PATH FROM ENVIRONMENT "EMPLOYEE_FILE"
           IF WS-EMPLOYEE-PATH = SPACES
               MOVE "../data/EMPLOYEES.dat" TO WS-EMPLOYEE-PATH
           END-IF

           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               STOP RUN
           END-IF

      *    Sans fichier du personnel, le bloc contrat est omis
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMP = "00"
               SET EMP-AVAILABLE TO TRUE
           ELSE
               DISPLAY "GENERATE-DSN|WARN|0|OPEN-EMP=" WS-FS-EMP
           END-IF

           DISPLAY "GENERATE-DSN|START|0|0".

      ******************************************************************
                       MOVE COT-PERIODE TO WS-CT-PERIODE(WS-COT-COUNT)
                       MOVE COT-TOTAL-PAT
                           TO WS-CT-TOTAL-PAT(WS-COT-COUNT)
                       MOVE COT-BRUT
                           TO WS-CT-BRUT(WS-COT-COUNT)
                       MOVE COT-REDUCTION-GENERALE
                           TO WS-CT-RED-GENERALE(WS-COT-COUNT)
                       MOVE COT-RG-RETRAITE
                           TO WS-CT-RG-RETRAITE(WS-COT-COUNT)
                   ELSE
                       DISPLAY "GENERATE-DSN|WARN|0|TABLE-PLEINE="
                           COT-MATRICULE
               DELIMITED SIZE INTO DSN-LINE
           WRITE DSN-LINE

      *    S21.G00.40 — Contrat : date de début et nature
           IF EMP-AVAILABLE
               PERFORM 3150-ECRIRE-BLOC-CONTRAT
           END-IF

      *    S21.G00.50 — Rémunération brute et nette du mois
           MOVE PAI-BRUT TO WS-FMT-MONTANT
           MOVE SPACES TO DSN-LINE
               DELIMITED SIZE INTO DSN-LINE
           WRITE DSN-LINE

      *    S21.G00.81 — Cotisations individuelles : réduction
      *    générale des cotisations patronales (code 018, assiette
      *    le brut du mois) et sa part imputée sur la retraite
      *    complémentaire (code 106). Montant négatif quand la
      *    régularisation progressive reprend une réduction.
           IF WS-COT-RED-GENERALE NOT = 0
               MOVE "018" TO WS-CTI-CODE
               MOVE WS-COT-RED-GENERALE TO WS-CTI-MONTANT
               PERFORM 3300-ECRIRE-BLOC-COTISATION
           END-IF
           IF WS-COT-RG-RETRAITE NOT = 0
               MOVE "106" TO WS-CTI-CODE
               MOVE WS-COT-RG-RETRAITE TO WS-CTI-MONTANT
               PERFORM 3300-ECRIRE-BLOC-COTISATION
           END-IF

           IF WS-FS-DSN NOT = "00"
               DISPLAY "GENERATE-DSN|ERROR|" WS-RECORDS-READ
                   "|WRITE-DSN=" WS-FS-DSN

           ADD 1 TO WS-RECORDS-WRITTEN.

      ******************************************************************
       3150-ECRIRE-BLOC-CONTRAT.
      ******************************************************************
      *    Nature de contrat : 01 CDI, 02 CDD (apprentissage compris),
      *    29 convention de stage, 80 mandat social. Le mandataire
      *    social est déclaré sous la nature 80 quel que soit le
      *    type de contrat porté sur sa fiche.
           MOVE PAI-MATRICULE TO EMP-MATRICULE
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "GENERATE-DSN|WARN|0|EMP-INCONNU="
                       PAI-MATRICULE
                   ADD 1 TO WS-ERRORS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EMP-MANDATAIRE
                           MOVE "80" TO WS-CTR-NATURE
                       WHEN EMP-STAGIAIRE
                           MOVE "29" TO WS-CTR-NATURE
                       WHEN EMP-CDD
                           MOVE "02" TO WS-CTR-NATURE
                       WHEN EMP-APPRENTI
                           MOVE "02" TO WS-CTR-NATURE
                       WHEN OTHER
                           MOVE "01" TO WS-CTR-NATURE
                   END-EVALUATE
                   MOVE EMP-DATE-ENTREE(7:2) TO WS-CTR-DEBUT-JJ
                   MOVE EMP-DATE-ENTREE(5:2) TO WS-CTR-DEBUT-MM
                   MOVE EMP-DATE-ENTREE(1:4) TO WS-CTR-DEBUT-AAAA
                   MOVE SPACES TO DSN-LINE
                   STRING "S21.G00.40.001,'" WS-CTR-DATE-DEBUT "'"
                       DELIMITED SIZE INTO DSN-LINE
                   WRITE DSN-LINE
                   MOVE SPACES TO DSN-LINE
                   STRING "S21.G00.40.007,'" WS-CTR-NATURE "'"
                       DELIMITED SIZE INTO DSN-LINE
                   WRITE DSN-LINE
           END-READ.

      ******************************************************************
       3200-TROUVER-COTISATION.
      ******************************************************************
           MOVE 0 TO WS-COT-TOTAL
           MOVE 0 TO WS-COT-BRUT
           MOVE 0 TO WS-COT-RED-GENERALE
           MOVE 0 TO WS-COT-RG-RETRAITE
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
                   UNTIL WS-COT-IDX > WS-COT-COUNT
               IF WS-CT-MATRICULE(WS-COT-IDX) = PAI-MATRICULE
                   AND WS-CT-PERIODE(WS-COT-IDX) = WS-PERIODE
                   MOVE WS-CT-TOTAL-PAT(WS-COT-IDX) TO WS-COT-TOTAL
                   MOVE WS-CT-BRUT(WS-COT-IDX) TO WS-COT-BRUT
                   MOVE WS-CT-RED-GENERALE(WS-COT-IDX)
                       TO WS-COT-RED-GENERALE
                   MOVE WS-CT-RG-RETRAITE(WS-COT-IDX)
                       TO WS-COT-RG-RETRAITE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       3300-ECRIRE-BLOC-COTISATION.
      ******************************************************************
      *    Un bloc S21.G00.81 : code de cotisation, assiette, montant
      *    (signé, le signe moins précédant les chiffres).
           MOVE SPACES TO DSN-LINE
           STRING "S21.G00.81.001,'" WS-CTI-CODE "'"
               DELIMITED SIZE INTO DSN-LINE
           WRITE DSN-LINE

           MOVE WS-COT-BRUT TO WS-FMT-MONTANT
           MOVE SPACES TO DSN-LINE
           STRING "S21.G00.81.003,'" WS-FMT-MONTANT "'"
               DELIMITED SIZE INTO DSN-LINE
           WRITE DSN-LINE

           MOVE SPACES TO DSN-LINE
           IF WS-CTI-MONTANT < 0
               COMPUTE WS-FMT-MONTANT = 0 - WS-CTI-MONTANT
               STRING "S21.G00.81.004,'-" WS-FMT-MONTANT "'"
                   DELIMITED SIZE INTO DSN-LINE
           ELSE
               MOVE WS-CTI-MONTANT TO WS-FMT-MONTANT
               STRING "S21.G00.81.004,'" WS-FMT-MONTANT "'"
                   DELIMITED SIZE INTO DSN-LINE
           END-IF
           WRITE DSN-LINE.

      ******************************************************************
       8000-MARQUER-PERIODE-DECLAREE.
      ******************************************************************
           CLOSE BULLETINS-FILE
           CLOSE COTISATIONS-FILE
           CLOSE DSN-FILE
           IF EMP-AVAILABLE
               CLOSE EMPLOYEE-FILE
           END-IF

           DISPLAY "GENERATE-DSN|DONE|" WS-RECORDS-WRITTEN
               "|" WS-ERRORS.
