      * toutes ses sorties suffixées de son code : bulletins,
      * cotisations, anomalies SMIC/HC/grille, versements de
      * saisies, demandes ASP, ainsi que les deltas des maîtres
      * indexés (CUMULS-SEG, PRETS-SEG, IJSS-SEG, CONTINGENT-SEG,
      * MAINTIEN-SEG) puisque les segments n'ouvrent jamais un
      * maître partagé en écriture. Ce programme, seul et en série :
      *   - concatène les segments listés dans SEGMENTS (codes
      *     séparés par des virgules) vers BULLETINS.dat,
      *     COTISATIONS-PATRONALES.dat et les fichiers d'anomalies
      *     et annexes consolidés ;
      *   - reporte les deltas de chaque segment sur les maîtres
      *     CUMULS-ANNUELS.dat, PRETS-PERSONNEL.dat,
      *     IJSS-CREANCES.dat, CONTINGENT-HS.dat et
      *     MAINTIEN-SALAIRE.dat ;
      *   - contrôle que chaque bulletin d'un segment porte bien un
      *     établissement de ce segment et que les comptes et
      *     totaux bruts s'additionnent exactement.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ISG.

           SELECT CONTINGENT-SEG-FILE
               ASSIGN TO WS-CONTINGENT-SEG-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HSG.

           SELECT MAINTIEN-SEG-FILE
               ASSIGN TO WS-MAINTIEN-SEG-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MSG.

      *    Les maîtres eux-mêmes, mis à jour ici seulement
           SELECT CUMULS-FILE
               ASSIGN TO WS-CUMULS-PATH
               RECORD KEY IS IJC-CLE
               FILE STATUS IS WS-FS-IJC.

           SELECT CONTINGENT-HS-FILE
               ASSIGN TO WS-CONTINGENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHS-CLE
               FILE STATUS IS WS-FS-CHS.

           SELECT MAINTIEN-SALAIRE-FILE
               ASSIGN TO WS-MAINTIEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSA-MATRICULE
               FILE STATUS IS WS-FS-MSA.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGMENT-BULLETINS-FILE.
           REPLACING ==IJSS-CREANCE-RECORD== BY ==SEG-IJSS-RECORD==
           LEADING ==IJC-== BY ==ISG-==.

       FD  CONTINGENT-SEG-FILE.
       COPY "CONTINGENT-HS-RECORD.cpy"
           REPLACING ==CONTINGENT-HS-RECORD==
                  BY ==SEG-CONTINGENT-RECORD==
           LEADING ==CHS-== BY ==HSG-==.

       FD  MAINTIEN-SEG-FILE.
       COPY "MAINTIEN-SALAIRE-RECORD.cpy"
           REPLACING ==MAINTIEN-SALAIRE-RECORD==
                  BY ==SEG-MAINTIEN-RECORD==
           LEADING ==MSA-== BY ==MSG-==.

       FD  CUMULS-FILE.
       COPY "CUMUL-ANNUEL-RECORD.cpy".

       FD  IJSS-CREANCES-FILE.
       COPY "IJSS-CREANCE-RECORD.cpy".

       FD  CONTINGENT-HS-FILE.
       COPY "CONTINGENT-HS-RECORD.cpy".

       FD  MAINTIEN-SALAIRE-FILE.
       COPY "MAINTIEN-SALAIRE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEG-BUL-PATH           PIC X(256).
       01  WS-SEG-COT-PATH           PIC X(256).
       01  WS-CUMULS-SEG-PATH        PIC X(256).
       01  WS-PRETS-SEG-PATH         PIC X(256).
       01  WS-IJSS-SEG-PATH          PIC X(256).
       01  WS-CONTINGENT-SEG-PATH    PIC X(256).
       01  WS-MAINTIEN-SEG-PATH      PIC X(256).
       01  WS-CUMULS-PATH            PIC X(256).
       01  WS-PRETS-PATH             PIC X(256).
       01  WS-IJSS-CREANCES-PATH     PIC X(256).
       01  WS-CONTINGENT-PATH        PIC X(256).
       01  WS-MAINTIEN-PATH          PIC X(256).
       01  WS-DATA-DIR               PIC X(200).

       01  WS-FS-SBU                 PIC XX.
       01  WS-FS-CUM                 PIC XX.
       01  WS-FS-PRT                 PIC XX.
       01  WS-FS-IJC                 PIC XX.
       01  WS-FS-HSG                 PIC XX.
       01  WS-FS-CHS                 PIC XX.
       01  WS-FS-MSG                 PIC XX.
       01  WS-FS-MSA                 PIC XX.

       01  WS-PERIODE                PIC 9(6).
       01  WS-SEGMENTS               PIC X(24).
       01  WS-NB-CUMULS              PIC 9(6) VALUE 0.
       01  WS-NB-PRETS               PIC 9(6) VALUE 0.
       01  WS-NB-IJSS                PIC 9(6) VALUE 0.
       01  WS-NB-CONTINGENTS         PIC 9(6) VALUE 0.
       01  WS-NB-MAINTIENS           PIC 9(6) VALUE 0.
       01  WS-CUM-EXISTE             PIC 9.
       01  WS-PRT-OUVERT             PIC 9 VALUE 0.

               MOVE "../data/IJSS-CREANCES.dat"
                   TO WS-IJSS-CREANCES-PATH
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
           IF WS-DATA-DIR = SPACES
               MOVE "../data" TO WS-DATA-DIR
           END-IF
                   WS-FS-IJC
               STOP RUN
           END-IF
           OPEN I-O CONTINGENT-HS-FILE
           IF WS-FS-CHS = "35"
               OPEN OUTPUT CONTINGENT-HS-FILE
               CLOSE CONTINGENT-HS-FILE
               OPEN I-O CONTINGENT-HS-FILE
           END-IF
           IF WS-FS-CHS NOT = "00"
               DISPLAY "FUSION-BULLETINS|ERROR|0|OPEN-CHS="
                   WS-FS-CHS
               STOP RUN
           END-IF
           OPEN I-O MAINTIEN-SALAIRE-FILE
           IF WS-FS-MSA = "35"
               OPEN OUTPUT MAINTIEN-SALAIRE-FILE
               CLOSE MAINTIEN-SALAIRE-FILE
               OPEN I-O MAINTIEN-SALAIRE-FILE
           END-IF
           IF WS-FS-MSA NOT = "00"
               DISPLAY "FUSION-BULLETINS|ERROR|0|OPEN-MSA="
                   WS-FS-MSA
               STOP RUN
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME
           PERFORM 2400-APPLIQUER-CUMULS
           PERFORM 2500-APPLIQUER-PRETS THRU 2500-FIN
           PERFORM 2600-APPLIQUER-IJSS
           PERFORM 2700-APPLIQUER-CONTINGENTS
           PERFORM 2800-APPLIQUER-MAINTIENS

           MOVE WS-SEG-BRUT TO WS-FMT-MONTANT
           DISPLAY "FUSION-BULLETINS|SEGMENT|" WS-SEG-CODE
               ADD 1 TO WS-NB-IJSS
           END-IF.

      ******************************************************************
       2700-APPLIQUER-CONTINGENTS.
      ******************************************************************
      *    Reporte les compteurs du contingent d'heures
      *    supplémentaires recalculés par le segment : réécrits par
      *    clé, créés sinon.
           MOVE SPACES TO WS-CONTINGENT-SEG-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR)
               "/CONTINGENT-SEG-" WS-SEG-CODE ".dat"
               DELIMITED SIZE INTO WS-CONTINGENT-SEG-PATH
           OPEN INPUT CONTINGENT-SEG-FILE
           IF WS-FS-HSG NOT = "00"
               DISPLAY "FUSION-BULLETINS|WARN|0|CONTINGENT-SEG-ABSENT="
                   WS-SEG-CODE
           ELSE
               MOVE 0 TO WS-EOF-SEG
               PERFORM UNTIL WS-EOF-SEG = 1
                   READ CONTINGENT-SEG-FILE
                       AT END MOVE 1 TO WS-EOF-SEG
                       NOT AT END
                           PERFORM 2710-APPLIQUER-UN-CONTINGENT
                   END-READ
               END-PERFORM
               CLOSE CONTINGENT-SEG-FILE
           END-IF.

      ******************************************************************
       2710-APPLIQUER-UN-CONTINGENT.
      ******************************************************************
           MOVE SEG-CONTINGENT-RECORD TO CONTINGENT-HS-RECORD
           MOVE 1 TO WS-CUM-EXISTE
           READ CONTINGENT-HS-FILE
               KEY IS CHS-CLE
               INVALID KEY
                   MOVE 0 TO WS-CUM-EXISTE
           END-READ
           MOVE SEG-CONTINGENT-RECORD TO CONTINGENT-HS-RECORD
           IF WS-CUM-EXISTE = 1
               REWRITE CONTINGENT-HS-RECORD
           ELSE
               WRITE CONTINGENT-HS-RECORD
           END-IF
           IF WS-FS-CHS NOT = "00"
               DISPLAY "FUSION-BULLETINS|ERROR|0|MAJ-CHS="
                   WS-FS-CHS
               ADD 1 TO WS-ERRORS
           ELSE
               ADD 1 TO WS-NB-CONTINGENTS
           END-IF.

      ******************************************************************
       2800-APPLIQUER-MAINTIENS.
      ******************************************************************
      *    Reporte les compteurs de maintien de salaire recalculés
      *    par le segment : réécrits par matricule, créés sinon.
           MOVE SPACES TO WS-MAINTIEN-SEG-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR)
               "/MAINTIEN-SEG-" WS-SEG-CODE ".dat"
               DELIMITED SIZE INTO WS-MAINTIEN-SEG-PATH
           OPEN INPUT MAINTIEN-SEG-FILE
           IF WS-FS-MSG NOT = "00"
               DISPLAY "FUSION-BULLETINS|WARN|0|MAINTIEN-SEG-ABSENT="
                   WS-SEG-CODE
           ELSE
               MOVE 0 TO WS-EOF-SEG
               PERFORM UNTIL WS-EOF-SEG = 1
                   READ MAINTIEN-SEG-FILE
                       AT END MOVE 1 TO WS-EOF-SEG
                       NOT AT END
                           PERFORM 2810-APPLIQUER-UN-MAINTIEN
                   END-READ
               END-PERFORM
               CLOSE MAINTIEN-SEG-FILE
           END-IF.

      ******************************************************************
       2810-APPLIQUER-UN-MAINTIEN.
      ******************************************************************
           MOVE SEG-MAINTIEN-RECORD TO MAINTIEN-SALAIRE-RECORD
           MOVE 1 TO WS-CUM-EXISTE
           READ MAINTIEN-SALAIRE-FILE
               KEY IS MSA-MATRICULE
               INVALID KEY
                   MOVE 0 TO WS-CUM-EXISTE
           END-READ
           MOVE SEG-MAINTIEN-RECORD TO MAINTIEN-SALAIRE-RECORD
           IF WS-CUM-EXISTE = 1
               REWRITE MAINTIEN-SALAIRE-RECORD
           ELSE
               WRITE MAINTIEN-SALAIRE-RECORD
           END-IF
           IF WS-FS-MSA NOT = "00"
               DISPLAY "FUSION-BULLETINS|ERROR|0|MAJ-MSA="
                   WS-FS-MSA
               ADD 1 TO WS-ERRORS
           ELSE
               ADD 1 TO WS-NB-MAINTIENS
           END-IF.

      ******************************************************************
       2200-RECOPIER-UN-BULLETIN.
      ******************************************************************
           CLOSE AP-DEMANDES-FILE
           CLOSE CUMULS-FILE
           CLOSE IJSS-CREANCES-FILE
           CLOSE CONTINGENT-HS-FILE
           CLOSE MAINTIEN-SALAIRE-FILE
           IF WS-PRT-OUVERT = 1
               CLOSE PRETS-FILE
           END-IF

           DISPLAY "FUSION-BULLETINS|MAJ-MAITRES|"
               WS-NB-CUMULS " cumuls|" WS-NB-PRETS " prets|"
               WS-NB-IJSS " creances IJSS|"
               WS-NB-CONTINGENTS " contingents HS|"
               WS-NB-MAINTIENS " maintiens de salaire"

           MOVE WS-TOT-BRUT TO WS-FMT-MONTANT
           DISPLAY "FUSION-BULLETINS|CONTROLE|" WS-TOT-NB-BUL
