      * REPORT-MASSE-SALARIALE — Rapport masse salariale par département
      * Lit BULLETINS.dat et COTISATIONS-PATRONALES.dat
      * Produit RAPPORT-MASSE.dat : 1 ligne par dept + 1 total général
      * Dès que les habilitations sont en place (HABILITATIONS.dat),
      * l'opérateur (OPERATEUR) doit détenir le droit L ; les
      * salariés hors de son périmètre (établissement, population de
      * direction) sont exclus des totaux, bulletins et cotisations,
      * et le refus est journalisé par HABILITATION-SERVICE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-IDX                    PIC 9.
       01  WS-I                      PIC 9.

      *    --- Habilitations de l'opérateur ---
       01  WS-OPERATEUR              PIC X(8).
       COPY "HABILITATION-SERVICE-AREA.cpy".
      *    Salariés exclus : leurs cotisations le sont aussi
       01  WS-EXC-COUNT              PIC 9(4) VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-MATRICULE OCCURS 2000 TIMES PIC X(8).
       01  WS-EXC-IDX                PIC 9(4).
       01  WS-EXC-CHERCHE            PIC X(8).
       01  WS-EXCLU                  PIC 9 VALUE 0.
           88  MATRICULE-EXCLU       VALUE 1.
       01  WS-HORS-HABILITATION      PIC 9(6) VALUE 0.

      *    --- Grand total ---
       01  WS-GRAND-TOTAL.
           05  WS-GT-EFF             PIC 9(4) VALUE 0.
               MOVE 0 TO WS-DEPT-PAS(WS-I)
           END-PERFORM

           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           MOVE "OUVRE" TO HSV-FONCTION
           MOVE WS-OPERATEUR TO HSV-OPERATEUR
           MOVE "REPORT-MASSE-SALARIALE" TO HSV-PROGRAMME
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "REPORT-MASSE|ERROR|0|" HSV-MOTIF
               STOP RUN
           END-IF
           MOVE "ACCES" TO HSV-FONCTION
           MOVE "L" TO HSV-DROIT
           MOVE SPACES TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "REPORT-MASSE|ERROR|0|HABILITATION-REFUSEE="
                   WS-OPERATEUR
               STOP RUN
           END-IF

           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "REPORT-MASSE|ERROR|0|OPEN-BUL=" WS-FS-BUL

           PERFORM UNTIL EOF-BUL
               PERFORM 2100-FIND-DEPT-IDX
               PERFORM 2200-CONTROLER-HABILITATION

               EVALUATE TRUE
                   WHEN HSV-REFUSE
                       ADD 1 TO WS-HORS-HABILITATION
                   WHEN WS-IDX > 0 AND WS-IDX < 5
                       ADD 1 TO WS-DEPT-EFF(WS-IDX)
                       ADD PAI-BRUT TO WS-DEPT-BRUT(WS-IDX)
                       ADD PAI-TOTAL-COT-SAL
                           TO WS-DEPT-COT-SAL(WS-IDX)
                       ADD PAI-NET-A-PAYER TO WS-DEPT-NET(WS-IDX)
                       ADD PAI-MONTANT-PAS TO WS-DEPT-PAS(WS-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-ERRORS
               END-EVALUATE

               READ BULLETINS-FILE
                   AT END SET EOF-BUL TO TRUE
               WHEN OTHER MOVE 0 TO WS-IDX
           END-EVALUATE.

      ******************************************************************
       2200-CONTROLER-HABILITATION.
      ******************************************************************
      *    Bulletin hors du périmètre de l'opérateur : le salarié est
      *    écarté, ses cotisations patronales le seront aussi.
           MOVE "CTRL " TO HSV-FONCTION
           MOVE PAI-ETABLISSEMENT TO HSV-ETABLISSEMENT
           MOVE PAI-DEPARTEMENT TO HSV-DEPARTEMENT
           MOVE PAI-CLASSIFICATION TO HSV-CLASSIFICATION
           MOVE PAI-MATRICULE TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               MOVE PAI-MATRICULE TO WS-EXC-CHERCHE
               PERFORM 3100-CHERCHER-EXCLU
               IF NOT MATRICULE-EXCLU
                   IF WS-EXC-COUNT < 2000
                       ADD 1 TO WS-EXC-COUNT
                       MOVE PAI-MATRICULE
                           TO WS-EXC-MATRICULE(WS-EXC-COUNT)
                   ELSE
                       DISPLAY "REPORT-MASSE|WARN|0|"
                           "TABLE-EXCLUS-PLEINE=" PAI-MATRICULE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       3000-TRAITEMENT-COTISATIONS.
      ******************************************************************
                   WHEN OTHER MOVE 0 TO WS-IDX
               END-EVALUATE

               MOVE COT-MATRICULE TO WS-EXC-CHERCHE
               PERFORM 3100-CHERCHER-EXCLU
               IF WS-IDX > 0 AND WS-IDX < 5
                   AND NOT MATRICULE-EXCLU
                   ADD COT-TOTAL-PAT TO WS-DEPT-COT-PAT(WS-IDX)
               END-IF

               END-READ
           END-PERFORM.

      ******************************************************************
       3100-CHERCHER-EXCLU.
      ******************************************************************
           MOVE 0 TO WS-EXCLU
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF WS-EXC-MATRICULE(WS-EXC-IDX) = WS-EXC-CHERCHE
                   SET MATRICULE-EXCLU TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
       4000-ECRIRE-RAPPORT.
      ******************************************************************
           CLOSE BULLETINS-FILE
           CLOSE COTISATIONS-FILE
           CLOSE RAPPORT-FILE
           MOVE "FERME" TO HSV-FONCTION
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF WS-HORS-HABILITATION > 0
               DISPLAY "REPORT-MASSE|WARN|0|HORS-HABILITATION="
                   WS-HORS-HABILITATION
           END-IF

           DISPLAY "REPORT-MASSE|DONE|" WS-RECORDS "|" WS-ERRORS.
