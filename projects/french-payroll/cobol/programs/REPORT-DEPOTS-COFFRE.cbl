       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DEPOTS-COFFRE.
      ******************************************************************
      * REPORT-DEPOTS-COFFRE — État des bulletins non remis au
      * coffre-fort numérique, à traiter avant la date de paiement
      * Pour la période demandée (variable PERIODE, AAAAMM), chaque
      * bulletin de BULLETINS.dat est rapproché de son suivi de
      * remise DEPOT-COFFRE-SUIVI.dat. Sont édités :
      *   - NON DEPOSE  : bulletin sans ligne de suivi (dépôt non
      *     constitué par GENERATE-DEPOT-COFFRE) ;
      *   - SANS ACCUSE : déposé, accusé du prestataire non reçu ;
      *   - REJETE      : dépôt rejeté par le prestataire (motif).
      * Les bulletins acquittés et ceux remis sur papier ne sont pas
      * édités. Chaque ligne porte la date de paiement du bulletin ;
      * elle est marquée ECHU lorsque cette date est atteinte à la
      * date de référence (variable DATE_REFERENCE, défaut : date du
      * jour) : le bulletin doit alors être remis sur papier.
      * Sortie : DEPOTS_COFFRE_RAPPORT_FILE (défaut
      * ../data/RAPPORT-DEPOTS-COFFRE.txt).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULLETINS-FILE
               ASSIGN TO WS-BULLETINS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BUL.

           SELECT SUIVI-FILE
               ASSIGN TO WS-SUIVI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPS-CLE
               FILE STATUS IS WS-FS-DPS.

           SELECT RAPPORT-FILE
               ASSIGN TO WS-RAPPORT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".

       FD  SUIVI-FILE.
       COPY "DEPOT-COFFRE-SUIVI-RECORD.cpy".

       FD  RAPPORT-FILE
           RECORDING MODE IS F.
       01  RAPPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BULLETINS-PATH         PIC X(256).
       01  WS-SUIVI-PATH             PIC X(256).
       01  WS-RAPPORT-PATH           PIC X(256).
       01  WS-FS-BUL                 PIC XX.
       01  WS-FS-DPS                 PIC XX.
       01  WS-FS-RAP                 PIC XX.

       01  WS-PERIODE                PIC 9(6).
       01  WS-DATE-REF               PIC 9(8).

       01  WS-EOF                    PIC 9 VALUE 0.
           88  EOF-BUL               VALUE 1.
       01  WS-SUIVI-PRESENT          PIC 9 VALUE 1.

       01  WS-DATE-PAIEMENT          PIC 9(8).
       01  WS-SITUATION              PIC X(11).
       01  WS-ECHU                   PIC X(4).

       01  WS-NB-BULLETINS           PIC 9(6) VALUE 0.
       01  WS-NB-ACQUITTES           PIC 9(6) VALUE 0.
       01  WS-NB-PAPIER              PIC 9(6) VALUE 0.
       01  WS-NB-NON-DEPOSES         PIC 9(6) VALUE 0.
       01  WS-NB-SANS-ACCUSE         PIC 9(6) VALUE 0.
       01  WS-NB-REJETES             PIC 9(6) VALUE 0.
       01  WS-NB-ECHUS               PIC 9(6) VALUE 0.
       01  WS-NB-NON-REMIS           PIC 9(6) VALUE 0.

       01  WS-LINE                   PIC X(132).
       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".
       01  WS-DASH-SEP               PIC X(132) VALUE ALL "-".
       01  WS-FMT-NB                 PIC ZZZZZ9.
       01  WS-FMT-MONTANT            PIC ZZZ,ZZ9.99-.
       01  WS-FMT-DATE.
           05  WS-FMT-DATE-J         PIC 9(2).
           05  FILLER                PIC X VALUE "/".
           05  WS-FMT-DATE-M         PIC 9(2).
           05  FILLER                PIC X VALUE "/".
           05  WS-FMT-DATE-A         PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 2000-TRAITEMENT
           PERFORM 3000-EDITER-TOTAUX
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "DATE_REFERENCE"
           ACCEPT WS-BULLETINS-PATH FROM ENVIRONMENT "BULLETINS_FILE"
           ACCEPT WS-SUIVI-PATH
               FROM ENVIRONMENT "DEPOT_COFFRE_SUIVI_FILE"
           ACCEPT WS-RAPPORT-PATH
               FROM ENVIRONMENT "DEPOTS_COFFRE_RAPPORT_FILE"

           IF WS-PERIODE = 0
               DISPLAY "REPORT-DEPOTS-COFFRE|ERROR|0|PERIODE-MANQUANTE"
               STOP RUN
           END-IF
           IF WS-DATE-REF = 0
               ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF
           IF WS-BULLETINS-PATH = SPACES
               MOVE "../data/BULLETINS.dat" TO WS-BULLETINS-PATH
           END-IF
           IF WS-SUIVI-PATH = SPACES
               MOVE "../data/DEPOT-COFFRE-SUIVI.dat" TO WS-SUIVI-PATH
           END-IF
           IF WS-RAPPORT-PATH = SPACES
               MOVE "../data/RAPPORT-DEPOTS-COFFRE.txt"
                   TO WS-RAPPORT-PATH
           END-IF

           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "REPORT-DEPOTS-COFFRE|ERROR|0|OPEN-BUL="
                   WS-FS-BUL
               STOP RUN
           END-IF

      *    Sans fichier de suivi, aucun bulletin n'a encore été
      *    déposé : tous sont édités NON DEPOSE.
           OPEN INPUT SUIVI-FILE
           IF WS-FS-DPS NOT = "00"
               MOVE 0 TO WS-SUIVI-PRESENT
               IF WS-FS-DPS NOT = "35"
                   DISPLAY "REPORT-DEPOTS-COFFRE|ERROR|0|OPEN-DPS="
                       WS-FS-DPS
                   CLOSE BULLETINS-FILE
                   STOP RUN
               END-IF
               DISPLAY "REPORT-DEPOTS-COFFRE|WARN|0|SUIVI-ABSENT"
           END-IF

           OPEN OUTPUT RAPPORT-FILE
           IF WS-FS-RAP NOT = "00"
               DISPLAY "REPORT-DEPOTS-COFFRE|ERROR|0|OPEN-RAP="
                   WS-FS-RAP
               STOP RUN
           END-IF

           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DATE-REF(7:2) TO WS-FMT-DATE-J
           MOVE WS-DATE-REF(5:2) TO WS-FMT-DATE-M
           MOVE WS-DATE-REF(1:4) TO WS-FMT-DATE-A
           MOVE SPACES TO WS-LINE
           STRING "  BULLETINS NON REMIS AU COFFRE-FORT NUMERIQUE"
               " - PERIODE " WS-PERIODE
               " - SITUATION AU " WS-FMT-DATE
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  Matricule Etab Nom                            "
               "Situation   Motif  Paiement          Net  Depots"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-DASH-SEP TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           DISPLAY "REPORT-DEPOTS-COFFRE|START|" WS-PERIODE "|0".

      ******************************************************************
       2000-TRAITEMENT.
      ******************************************************************
           READ BULLETINS-FILE
               AT END SET EOF-BUL TO TRUE
           END-READ

           PERFORM UNTIL EOF-BUL
               IF PAI-PERIODE = WS-PERIODE
                   ADD 1 TO WS-NB-BULLETINS
                   PERFORM 2100-EXAMINER-BULLETIN THRU 2100-EXIT
               END-IF
               READ BULLETINS-FILE
                   AT END SET EOF-BUL TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
       2100-EXAMINER-BULLETIN.
      ******************************************************************
           INITIALIZE DEPOT-COFFRE-SUIVI-RECORD
           MOVE "NON DEPOSE " TO WS-SITUATION
           IF WS-SUIVI-PRESENT = 1
               MOVE WS-PERIODE TO DPS-PERIODE
               MOVE PAI-MATRICULE TO DPS-MATRICULE
               READ SUIVI-FILE
                   KEY IS DPS-CLE
                   INVALID KEY
                       INITIALIZE DEPOT-COFFRE-SUIVI-RECORD
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN DPS-ACQUITTE
                               ADD 1 TO WS-NB-ACQUITTES
                               GO TO 2100-EXIT
                           WHEN DPS-PAPIER
                               ADD 1 TO WS-NB-PAPIER
                               GO TO 2100-EXIT
                           WHEN DPS-REJETE
                               MOVE "REJETE     " TO WS-SITUATION
                           WHEN OTHER
                               MOVE "SANS ACCUSE" TO WS-SITUATION
                       END-EVALUATE
               END-READ
           END-IF

           EVALUATE WS-SITUATION
               WHEN "NON DEPOSE "
                   ADD 1 TO WS-NB-NON-DEPOSES
               WHEN "REJETE     "
                   ADD 1 TO WS-NB-REJETES
               WHEN OTHER
                   ADD 1 TO WS-NB-SANS-ACCUSE
           END-EVALUATE

           MOVE PAI-DATE-PAIEMENT TO WS-DATE-PAIEMENT
           MOVE SPACES TO WS-ECHU
           IF WS-DATE-PAIEMENT NOT = 0
               AND WS-DATE-PAIEMENT <= WS-DATE-REF
               MOVE "ECHU" TO WS-ECHU
               ADD 1 TO WS-NB-ECHUS
           END-IF
           MOVE WS-DATE-PAIEMENT(7:2) TO WS-FMT-DATE-J
           MOVE WS-DATE-PAIEMENT(5:2) TO WS-FMT-DATE-M
           MOVE WS-DATE-PAIEMENT(1:4) TO WS-FMT-DATE-A
           MOVE PAI-NET-A-PAYER TO WS-FMT-MONTANT

           MOVE SPACES TO WS-LINE
           STRING "  " PAI-MATRICULE "  " PAI-ETABLISSEMENT " "
               PAI-NOM " " WS-SITUATION " " DPS-MOTIF "   "
               WS-FMT-DATE " " WS-FMT-MONTANT "  " DPS-NB-DEPOTS
               "  " WS-ECHU
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE

           DISPLAY "REPORT-DEPOTS-COFFRE|" WS-SITUATION "|"
               PAI-MATRICULE "|" WS-ECHU.

       2100-EXIT.
           EXIT.

      ******************************************************************
       3000-EDITER-TOTAUX.
      ******************************************************************
           MOVE WS-SEPARATOR TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-BULLETINS TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Bulletins de la periode  : " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-ACQUITTES TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Remis au coffre (acquis) : " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-PAPIER TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Remis sur papier         : " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-NON-DEPOSES TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Non deposes              : " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-SANS-ACCUSE TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Deposes sans accuse      : " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-REJETES TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Rejetes                  : " WS-FMT-NB
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE
           MOVE WS-NB-ECHUS TO WS-FMT-NB
           MOVE SPACES TO WS-LINE
           STRING "  Dont date de paiement    : " WS-FMT-NB
               " atteinte (remise papier)"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO RAPPORT-LINE
           WRITE RAPPORT-LINE.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           CLOSE BULLETINS-FILE
           IF WS-SUIVI-PRESENT = 1
               CLOSE SUIVI-FILE
           END-IF
           CLOSE RAPPORT-FILE

           COMPUTE WS-NB-NON-REMIS = WS-NB-NON-DEPOSES
               + WS-NB-SANS-ACCUSE + WS-NB-REJETES
           DISPLAY "REPORT-DEPOTS-COFFRE|DONE|" WS-NB-BULLETINS "|"
               "NON-REMIS=" WS-NB-NON-REMIS " ECHUS=" WS-NB-ECHUS.
