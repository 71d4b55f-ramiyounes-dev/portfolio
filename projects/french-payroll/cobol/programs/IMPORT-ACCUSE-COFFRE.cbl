       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-ACCUSE-COFFRE.
      ******************************************************************
      * IMPORT-ACCUSE-COFFRE — Intégration des accusés de dépôt du
      * coffre-fort numérique
      * Lit le flux retour du prestataire ACCUSE-COFFRE.dat, un
      * enregistrement par document du fichier de dépôt : période,
      * matricule, statut ACC (déposé dans le coffre du salarié) ou
      * REJ (rejeté, avec code et libellé du motif), empreinte du
      * document reçu et horodatage du dépôt.
      * Solde le suivi DEPOT-COFFRE-SUIVI.dat écrit par
      * GENERATE-DEPOT-COFFRE : ACQUITTE ou REJETE. Un accusé dont
      * l'empreinte n'est pas celle du dernier dépôt se rapporte à un
      * dépôt remplacé depuis : il est signalé et ignoré. Les rejets
      * et anomalies sont édités dans ACCUSE-COFFRE-RAPPORT.txt ;
      * REPORT-DEPOTS-COFFRE reprend ensuite tous les bulletins non
      * acquittés avant la date de paiement.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCUSE-FILE
               ASSIGN TO WS-ACCUSE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACQ.

           SELECT SUIVI-FILE
               ASSIGN TO WS-SUIVI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPS-CLE
               FILE STATUS IS WS-FS-DPS.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCUSE-FILE.
       01  ACCUSE-RECORD.
           05  ACQ-PERIODE            PIC 9(6).
           05  ACQ-MATRICULE          PIC X(8).
           05  ACQ-STATUT             PIC X(3).
               88  ACQ-ACCEPTE           VALUE "ACC".
               88  ACQ-REJETE            VALUE "REJ".
           05  ACQ-EMPREINTE          PIC 9(10).
           05  ACQ-HORODATAGE         PIC 9(14).
           05  ACQ-MOTIF              PIC X(4).
           05  ACQ-LIBELLE            PIC X(40).
           05  FILLER                 PIC X(15).

       FD  SUIVI-FILE.
       COPY "DEPOT-COFFRE-SUIVI-RECORD.cpy".

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCUSE-PATH            PIC X(256).
       01  WS-SUIVI-PATH             PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-FS-ACQ                 PIC XX.
       01  WS-FS-DPS                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       01  WS-EOF-ACQ                PIC 9 VALUE 0.
           88  EOF-ACQ               VALUE 1.

       01  WS-NB-ACCUSES             PIC 9(6) VALUE 0.
       01  WS-NB-ACQUITTES           PIC 9(6) VALUE 0.
       01  WS-NB-REJETS              PIC 9(6) VALUE 0.
       01  WS-NB-ANOMALIES           PIC 9(6) VALUE 0.

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-FMT-NB                 PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 2000-TRAITEMENT
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-ACCUSE-PATH FROM ENVIRONMENT "ACCUSE_COFFRE_FILE"
           ACCEPT WS-SUIVI-PATH
               FROM ENVIRONMENT "DEPOT_COFFRE_SUIVI_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "ACCUSE_COFFRE_RAPPORT_FILE"

           IF WS-ACCUSE-PATH = SPACES
               MOVE "../data/ACCUSE-COFFRE.dat" TO WS-ACCUSE-PATH
           END-IF
           IF WS-SUIVI-PATH = SPACES
               MOVE "../data/DEPOT-COFFRE-SUIVI.dat" TO WS-SUIVI-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/ACCUSE-COFFRE-RAPPORT.txt"
                   TO WS-RAPPORT-PATH
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME

           OPEN INPUT ACCUSE-FILE
           IF WS-FS-ACQ NOT = "00"
               DISPLAY "IMPORT-ACCUSE-COFFRE|ERROR|0|OPEN-ACQ="
                   WS-FS-ACQ
               STOP RUN
           END-IF

           OPEN I-O SUIVI-FILE
           IF WS-FS-DPS NOT = "00"
               DISPLAY "IMPORT-ACCUSE-COFFRE|ERROR|0|OPEN-DPS="
                   WS-FS-DPS
               CLOSE ACCUSE-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "IMPORT-ACCUSE-COFFRE|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               CLOSE ACCUSE-FILE
               CLOSE SUIVI-FILE
               STOP RUN
           END-IF

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  ACCUSES DE DEPOT COFFRE-FORT NUMERIQUE"
               " - REJETS ET ANOMALIES"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           DISPLAY "IMPORT-ACCUSE-COFFRE|START|0|0".

      ******************************************************************
       2000-TRAITEMENT.
      ******************************************************************
           READ ACCUSE-FILE
               AT END SET EOF-ACQ TO TRUE
           END-READ

           PERFORM UNTIL EOF-ACQ
               ADD 1 TO WS-NB-ACCUSES
               PERFORM 2100-TRAITER-ACCUSE THRU 2100-EXIT
               READ ACCUSE-FILE
                   AT END SET EOF-ACQ TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
       2100-TRAITER-ACCUSE.
      ******************************************************************
           MOVE ACQ-PERIODE TO DPS-PERIODE
           MOVE ACQ-MATRICULE TO DPS-MATRICULE
           READ SUIVI-FILE
               KEY IS DPS-CLE
               INVALID KEY
                   MOVE SPACES TO WS-LINE
                   STRING "  " ACQ-PERIODE " " ACQ-MATRICULE
                       " ACCUSE SANS DEPOT"
                       DELIMITED SIZE INTO WS-LINE
                   PERFORM 2900-SIGNALER-ANOMALIE
                   GO TO 2100-EXIT
           END-READ

           IF NOT DPS-CANAL-COFFRE
               MOVE SPACES TO WS-LINE
               STRING "  " ACQ-PERIODE " " ACQ-MATRICULE
                   " ACCUSE POUR UN BULLETIN REMIS SUR PAPIER"
                   DELIMITED SIZE INTO WS-LINE
               PERFORM 2900-SIGNALER-ANOMALIE
               GO TO 2100-EXIT
           END-IF

           IF ACQ-EMPREINTE NOT = DPS-EMPREINTE
               MOVE SPACES TO WS-LINE
               STRING "  " ACQ-PERIODE " " ACQ-MATRICULE
                   " ACCUSE D'UN DEPOT REMPLACE (EMPREINTE "
                   ACQ-EMPREINTE " AU LIEU DE " DPS-EMPREINTE ")"
                   DELIMITED SIZE INTO WS-LINE
               PERFORM 2900-SIGNALER-ANOMALIE
               GO TO 2100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ACQ-ACCEPTE
                   MOVE "ACQUITTE" TO DPS-STATUT
                   MOVE SPACES TO DPS-MOTIF
                   ADD 1 TO WS-NB-ACQUITTES
               WHEN ACQ-REJETE
                   MOVE "REJETE  " TO DPS-STATUT
                   MOVE ACQ-MOTIF TO DPS-MOTIF
                   ADD 1 TO WS-NB-REJETS
                   MOVE SPACES TO WS-LINE
                   STRING "  " ACQ-PERIODE " " ACQ-MATRICULE
                       " DEPOT REJETE " ACQ-MOTIF " : " ACQ-LIBELLE
                       DELIMITED SIZE INTO WS-LINE
                   MOVE WS-LINE TO RAPPORT-LINE
                   WRITE RAPPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-LINE
                   STRING "  " ACQ-PERIODE " " ACQ-MATRICULE
                       " STATUT D'ACCUSE INCONNU : " ACQ-STATUT
                       DELIMITED SIZE INTO WS-LINE
                   PERFORM 2900-SIGNALER-ANOMALIE
                   GO TO 2100-EXIT
           END-EVALUATE

           IF ACQ-HORODATAGE NOT = 0
               MOVE ACQ-HORODATAGE TO DPS-HORO-ACCUSE
           ELSE
               MOVE WS-HORODATAGE(1:14) TO DPS-HORO-ACCUSE
           END-IF

           REWRITE DEPOT-COFFRE-SUIVI-RECORD
           IF WS-FS-DPS NOT = "00"
               DISPLAY "IMPORT-ACCUSE-COFFRE|ERROR|" ACQ-MATRICULE
                   "|REWRITE-DPS=" WS-FS-DPS
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
       2900-SIGNALER-ANOMALIE.
      ******************************************************************
           ADD 1 TO WS-NB-ANOMALIES
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           DISPLAY "IMPORT-ACCUSE-COFFRE|WARN|" ACQ-MATRICULE "|"
               ACQ-PERIODE.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-ACCUSES TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Accuses lus       : " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-ACQUITTES TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Depots acquittes  : " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-REJETS TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Depots rejetes    : " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-ANOMALIES TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Anomalies         : " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           CLOSE ACCUSE-FILE
           CLOSE SUIVI-FILE
           CLOSE RAPPORT-FILE

           DISPLAY "IMPORT-ACCUSE-COFFRE|DONE|" WS-NB-ACCUSES "|"
               "ACQUITTES=" WS-NB-ACQUITTES
               " REJETS=" WS-NB-REJETS
               " ANOMALIES=" WS-NB-ANOMALIES.
