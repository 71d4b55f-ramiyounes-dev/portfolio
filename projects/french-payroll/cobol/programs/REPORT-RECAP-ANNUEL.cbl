      * fin d'année (style DADS-U) : brut annuel, net imposable
      * annuel, cotisations salariales et patronales annuelles, PAS
      * annuel et net payé annuel.
      * Dès que les habilitations sont en place (HABILITATIONS.dat),
      * l'opérateur (OPERATEUR) doit détenir le droit L ; les
      * salariés hors de son périmètre (établissement, population de
      * direction) n'apparaissent pas dans le récapitulatif et le
      * refus est journalisé par HABILITATION-SERVICE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RECORDS-READ           PIC 9(6) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(6) VALUE 0.
       01  WS-ERRORS                 PIC 9(6) VALUE 0.
       01  WS-HORS-HABILITATION      PIC 9(6) VALUE 0.

      *    --- Habilitations ---
       01  WS-OPERATEUR              PIC X(8).
       COPY "HABILITATION-SERVICE-AREA.cpy".

      *    --- Table des cotisations patronales annuelles, cumulées
      *    par matricule à partir de COTISATIONS-PATRONALES.dat ---
               MOVE "../data/RECAP-ANNUEL.dat" TO WS-RECAP-PATH
           END-IF

           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
           MOVE "OUVRE" TO HSV-FONCTION
           MOVE WS-OPERATEUR TO HSV-OPERATEUR
           MOVE "REPORT-RECAP-ANNUEL" TO HSV-PROGRAMME
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "REPORT-RECAP-ANNUEL|ERROR|0|" HSV-MOTIF
               STOP RUN
           END-IF
           MOVE "ACCES" TO HSV-FONCTION
           MOVE "L" TO HSV-DROIT
           MOVE WS-ANNEE TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "REPORT-RECAP-ANNUEL|ERROR|0|"
                   "HABILITATION-REFUSEE=" WS-OPERATEUR
               STOP RUN
           END-IF

           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "REPORT-RECAP-ANNUEL|ERROR|0|OPEN-BUL="
               ADD 1 TO WS-RECORDS-READ
               COMPUTE WS-PERIODE-ANNEE = PAI-PERIODE / 100
               IF WS-PERIODE-ANNEE = WS-ANNEE
                   PERFORM 3020-CONTROLER-HABILITATION
                   IF HSV-ACCORDE
                       PERFORM 3050-CUMULER-BULLETIN
                   ELSE
                       ADD 1 TO WS-HORS-HABILITATION
                   END-IF
               END-IF

               READ BULLETINS-FILE
           END-PERFORM
           CLOSE BULLETINS-FILE.

      ******************************************************************
       3020-CONTROLER-HABILITATION.
      ******************************************************************
      *    Les cotisations patronales ne sont restituées que pour les
      *    matricules retenus ici : aucun filtre n'est requis en 2000.
           MOVE "CTRL " TO HSV-FONCTION
           MOVE PAI-ETABLISSEMENT TO HSV-ETABLISSEMENT
           MOVE PAI-DEPARTEMENT TO HSV-DEPARTEMENT
           MOVE PAI-CLASSIFICATION TO HSV-CLASSIFICATION
           MOVE PAI-MATRICULE TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA.

      ******************************************************************
       3050-CUMULER-BULLETIN.
      ******************************************************************
      ******************************************************************
       9000-FIN.
      ******************************************************************
           MOVE "FERME" TO HSV-FONCTION
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF WS-HORS-HABILITATION > 0
               DISPLAY "REPORT-RECAP-ANNUEL|WARN|0|HORS-HABILITATION="
                   WS-HORS-HABILITATION
           END-IF
           DISPLAY "REPORT-RECAP-ANNUEL|DONE|" WS-RECORDS-WRITTEN
               "|" WS-ERRORS.
