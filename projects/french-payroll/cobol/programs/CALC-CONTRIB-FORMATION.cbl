               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

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


      *    --- Assiettes par établissement ---
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY OCCURS 10 TIMES.
               10  WS-BASE-MASSE     PIC S9(13)V99 COMP-3.
               10  WS-BASE-CDD       PIC S9(13)V99 COMP-3.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-JRN

           ACCEPT WS-ETB-PATH FROM ENVIRONMENT "ETABLISSEMENTS_FILE"
           IF WS-ETB-PATH = SPACES
               MOVE "../data/ETABLISSEMENTS.dat" TO WS-ETB-PATH
           END-IF
           COMPUTE WS-ETB-DATE-REF = WS-ANNEE * 10000 + 1231
           PERFORM 1050-CHARGER-ETABLISSEMENTS
           INITIALIZE WS-BASE-TABLE

           OPEN INPUT COTISATIONS-FILE

           DISPLAY "CALC-CONTRIB-FORMATION|START|" WS-ANNEE "|0".

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
               DISPLAY "CALC-CONTRIB-FORMATION|ERROR|0|OPEN-ETB="
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
               DISPLAY "CALC-CONTRIB-FORMATION|ERROR|0|ETAB-VIDE="
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
               DISPLAY "CALC-CONTRIB-FORMATION|WARN|0|"
                   "ETAB-TABLE-PLEINE=" ETB-CODE
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
       1500-CHARGER-TAUX.
      ******************************************************************
