       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATE-DEPOT-COFFRE.
      ******************************************************************
      * GENERATE-DEPOT-COFFRE — Remise électronique des bulletins de
      * paie au coffre-fort numérique
      * Pour la période demandée (variable PERIODE, AAAAMM), lit
      * BULLETINS.dat et, en parallèle, le fichier texte
      * BULLETINS-TXT.dat produit par GENERATE-BULLETIN-TXT à partir
      * du même BULLETINS.dat (un bulletin texte par enregistrement,
      * dans le même ordre ; le matricule de chaque bulletin texte est
      * contrôlé). Chaque bulletin de la période est orienté :
      *   - salarié sans opposition en cours dans REFUS-DEMAT.dat
      *     (tenu par MAINT-REFUS-DEMAT) : le bulletin est versé au
      *     fichier de dépôt DEPOT-COFFRE.dat remis au prestataire du
      *     coffre-fort numérique (Art. L3243-2 et D3243-7 C. trav.) ;
      *   - salarié opposé à la dématérialisation : le bulletin est
      *     recopié dans BULLETINS-PAPIER.txt pour impression.
      * Fichier de dépôt, enregistrements de 150 octets :
      *   H — en-tête : période, horodatage de constitution ;
      *   I — index d'un document : matricule, période,
      *       établissement, nom, prénom, date de paiement, net à
      *       payer, nombre de lignes et empreinte du document ;
      *   L — une ligne du bulletin (132 caractères) ;
      *   T — fin : nombre de documents, de lignes, total des nets.
      * L'empreinte est une somme de contrôle de type Adler-32
      * calculée sur les lignes du bulletin telles que déposées ; le
      * prestataire la restitue dans son accusé de dépôt.
      * Chaque bulletin est suivi dans DEPOT-COFFRE-SUIVI.dat (indexé
      * période + matricule) : DEPOSE ou PAPIER. Un bulletin déjà
      * acquitté sous la même empreinte n'est pas redéposé ; un
      * bulletin régénéré (empreinte différente) l'est.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULLETINS-FILE
               ASSIGN TO WS-BULLETINS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BUL.

           SELECT TEXTE-FILE
               ASSIGN TO WS-TEXTE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TXT.

           SELECT REFUS-FILE
               ASSIGN TO WS-REFUS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RFD-MATRICULE
               FILE STATUS IS WS-FS-RFD.

           SELECT SUIVI-FILE
               ASSIGN TO WS-SUIVI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPS-CLE
               FILE STATUS IS WS-FS-DPS.

           SELECT DEPOT-FILE
               ASSIGN TO WS-DEPOT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEP.

           SELECT PAPIER-FILE
               ASSIGN TO WS-PAPIER-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAP.

       DATA DIVISION.
       FILE SECTION.
       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".

       FD  TEXTE-FILE
           RECORDING MODE IS F.
       01  TEXTE-LINE                PIC X(132).

       FD  REFUS-FILE.
       COPY "REFUS-DEMAT-RECORD.cpy".

       FD  SUIVI-FILE.
       COPY "DEPOT-COFFRE-SUIVI-RECORD.cpy".

       FD  DEPOT-FILE.
       01  DEPOT-ENTETE.
           05  DPH-TYPE-ENREG         PIC X(1).
           05  DPH-PERIODE            PIC 9(6).
           05  DPH-HORODATAGE         PIC 9(14).
           05  FILLER                 PIC X(129).
       01  DEPOT-INDEX.
           05  DPI-TYPE-ENREG         PIC X(1).
           05  DPI-MATRICULE          PIC X(8).
           05  DPI-PERIODE            PIC 9(6).
           05  DPI-ETABLISSEMENT      PIC X(4).
           05  DPI-NOM                PIC X(30).
           05  DPI-PRENOM             PIC X(25).
           05  DPI-DATE-PAIEMENT      PIC 9(8).
           05  DPI-NET-A-PAYER        PIC 9(9)V99.
           05  DPI-NB-LIGNES          PIC 9(4).
           05  DPI-EMPREINTE          PIC 9(10).
           05  FILLER                 PIC X(43).
       01  DEPOT-LIGNE.
           05  DPL-TYPE-ENREG         PIC X(1).
           05  DPL-MATRICULE          PIC X(8).
           05  DPL-NUM-LIGNE          PIC 9(4).
           05  DPL-TEXTE              PIC X(132).
           05  FILLER                 PIC X(5).
       01  DEPOT-FIN.
           05  DPT-TYPE-ENREG         PIC X(1).
           05  DPT-NB-DOCUMENTS       PIC 9(6).
           05  DPT-NB-LIGNES          PIC 9(8).
           05  DPT-TOTAL-NET          PIC 9(11)V99.
           05  FILLER                 PIC X(122).

       FD  PAPIER-FILE
           RECORDING MODE IS F.
       01  PAPIER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BULLETINS-PATH         PIC X(256).
       01  WS-TEXTE-PATH             PIC X(256).
       01  WS-REFUS-PATH             PIC X(256).
       01  WS-SUIVI-PATH             PIC X(256).
       01  WS-DEPOT-PATH             PIC X(256).
       01  WS-PAPIER-PATH            PIC X(256).
       01  WS-FS-BUL                 PIC XX.
       01  WS-FS-TXT                 PIC XX.
       01  WS-FS-RFD                 PIC XX.
       01  WS-FS-DPS                 PIC XX.
       01  WS-FS-DEP                 PIC XX.
       01  WS-FS-PAP                 PIC XX.

       01  WS-PERIODE                PIC 9(6).

       01  WS-EOF                    PIC 9 VALUE 0.
           88  EOF-BUL               VALUE 1.
       01  WS-EOF-TXT                PIC 9 VALUE 0.
           88  EOF-TXT               VALUE 1.
       01  WS-REFUS-PRESENT          PIC 9 VALUE 1.
       01  WS-OPPOSE                 PIC 9 VALUE 0.
       01  WS-SUIVI-EXISTE           PIC 9 VALUE 0.
       01  WS-FIN-BULLETIN           PIC 9 VALUE 0.
       01  WS-PREC-SEPARATEUR        PIC 9 VALUE 0.

      *    --- Lignes du bulletin texte courant ---
       01  WS-DOC-MAX                PIC 9(4) VALUE 400.
       01  WS-DOC-NB-LIGNES          PIC 9(4) VALUE 0.
       01  WS-DOC-DEBORDE            PIC 9 VALUE 0.
       01  WS-DOC-TABLE.
           05  WS-DOC-LIGNE          PIC X(132) OCCURS 400 TIMES.
       01  WS-DOC-IDX                PIC 9(4).
       01  WS-DOC-MATRICULE          PIC X(8).

      *    --- Empreinte Adler-32 du document ---
       01  WS-ADL-MODULE             PIC 9(5) VALUE 65521.
       01  WS-ADL-A                  PIC 9(6).
       01  WS-ADL-B                  PIC 9(6).
       01  WS-ADL-CAR                PIC 9(3).
       01  WS-CHR-IDX                PIC 9(3).
       01  WS-EMPREINTE              PIC 9(10).

       01  WS-DATE-PAIEMENT          PIC 9(8).
       01  WS-NET-DEPOSE             PIC 9(9)V99.

       01  WS-NB-BULLETINS           PIC 9(6) VALUE 0.
       01  WS-NB-DEPOSES             PIC 9(6) VALUE 0.
       01  WS-NB-PAPIER              PIC 9(6) VALUE 0.
       01  WS-NB-DEJA-ACQUITTES      PIC 9(6) VALUE 0.
       01  WS-NB-ANOMALIES           PIC 9(6) VALUE 0.
       01  WS-NB-LIGNES-DEPOSEES     PIC 9(8) VALUE 0.
       01  WS-TOTAL-NET              PIC 9(11)V99 VALUE 0.

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           05  WS-HORO-HEURE         PIC 9(6).
           05  FILLER                PIC X(7).

       01  WS-SEPARATOR              PIC X(132) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALISATION
           PERFORM 2000-TRAITEMENT
           PERFORM 9000-FIN
           STOP RUN.

      ******************************************************************
       1000-INITIALISATION.
      ******************************************************************
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-BULLETINS-PATH FROM ENVIRONMENT "BULLETINS_FILE"
           ACCEPT WS-TEXTE-PATH FROM ENVIRONMENT "BULLETIN_TXT_FILE"
           ACCEPT WS-REFUS-PATH FROM ENVIRONMENT "REFUS_DEMAT_FILE"
           ACCEPT WS-SUIVI-PATH
               FROM ENVIRONMENT "DEPOT_COFFRE_SUIVI_FILE"
           ACCEPT WS-DEPOT-PATH FROM ENVIRONMENT "DEPOT_COFFRE_FILE"
           ACCEPT WS-PAPIER-PATH
               FROM ENVIRONMENT "BULLETINS_PAPIER_FILE"

           IF WS-PERIODE = 0
               DISPLAY "GENERATE-DEPOT-COFFRE|ERROR|0|"
                   "PERIODE-MANQUANTE"
               STOP RUN
           END-IF
           IF WS-BULLETINS-PATH = SPACES
               MOVE "../data/BULLETINS.dat" TO WS-BULLETINS-PATH
           END-IF
           IF WS-TEXTE-PATH = SPACES
               MOVE "../data/BULLETINS-TXT.dat" TO WS-TEXTE-PATH
           END-IF
           IF WS-REFUS-PATH = SPACES
               MOVE "../data/REFUS-DEMAT.dat" TO WS-REFUS-PATH
           END-IF
           IF WS-SUIVI-PATH = SPACES
               MOVE "../data/DEPOT-COFFRE-SUIVI.dat" TO WS-SUIVI-PATH
           END-IF
           IF WS-DEPOT-PATH = SPACES
               MOVE "../data/DEPOT-COFFRE.dat" TO WS-DEPOT-PATH
           END-IF
           IF WS-PAPIER-PATH = SPACES
               MOVE "../data/BULLETINS-PAPIER.txt" TO WS-PAPIER-PATH
           END-IF

           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME

           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "GENERATE-DEPOT-COFFRE|ERROR|0|OPEN-BUL="
                   WS-FS-BUL
               STOP RUN
           END-IF

           OPEN INPUT TEXTE-FILE
           IF WS-FS-TXT NOT = "00"
               DISPLAY "GENERATE-DEPOT-COFFRE|ERROR|0|OPEN-TXT="
                   WS-FS-TXT
               CLOSE BULLETINS-FILE
               STOP RUN
           END-IF

      *    Sans registre des oppositions, aucun salarié n'est opposé :
      *    tous les bulletins sont déposés.
           OPEN INPUT REFUS-FILE
           IF WS-FS-RFD NOT = "00"
               MOVE 0 TO WS-REFUS-PRESENT
               IF WS-FS-RFD NOT = "35"
                   DISPLAY "GENERATE-DEPOT-COFFRE|ERROR|0|OPEN-RFD="
                       WS-FS-RFD
                   CLOSE BULLETINS-FILE
                   CLOSE TEXTE-FILE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O SUIVI-FILE
           IF WS-FS-DPS = "35"
               OPEN OUTPUT SUIVI-FILE
               CLOSE SUIVI-FILE
               OPEN I-O SUIVI-FILE
           END-IF
           IF WS-FS-DPS NOT = "00"
               DISPLAY "GENERATE-DEPOT-COFFRE|ERROR|0|OPEN-DPS="
                   WS-FS-DPS
               STOP RUN
           END-IF

           OPEN OUTPUT DEPOT-FILE
           IF WS-FS-DEP NOT = "00"
               DISPLAY "GENERATE-DEPOT-COFFRE|ERROR|0|OPEN-DEP="
                   WS-FS-DEP
               STOP RUN
           END-IF

           OPEN OUTPUT PAPIER-FILE
           IF WS-FS-PAP NOT = "00"
               DISPLAY "GENERATE-DEPOT-COFFRE|ERROR|0|OPEN-PAP="
                   WS-FS-PAP
               STOP RUN
           END-IF

           INITIALIZE DEPOT-ENTETE
           MOVE "H" TO DPH-TYPE-ENREG
           MOVE WS-PERIODE TO DPH-PERIODE
           MOVE WS-HORODATAGE(1:14) TO DPH-HORODATAGE
           WRITE DEPOT-ENTETE

           DISPLAY "GENERATE-DEPOT-COFFRE|START|" WS-PERIODE "|0".

      ******************************************************************
       2000-TRAITEMENT.
      ******************************************************************
           READ BULLETINS-FILE
               AT END SET EOF-BUL TO TRUE
           END-READ

           PERFORM UNTIL EOF-BUL
               PERFORM 3000-LIRE-BULLETIN-TEXTE THRU 3000-EXIT
               IF PAI-PERIODE = WS-PERIODE
                   PERFORM 4000-REMETTRE-BULLETIN THRU 4000-EXIT
               END-IF
               READ BULLETINS-FILE
                   AT END SET EOF-BUL TO TRUE
               END-READ
           END-PERFORM.

      ******************************************************************
       3000-LIRE-BULLETIN-TEXTE.
      ******************************************************************
      *    Un bulletin texte s'achève sur une ligne de séparation
      *    suivie d'une ligne blanche ; la ligne blanche n'appartient
      *    pas au document. Le matricule est relevé sur la ligne
      *    « Matricule : » de l'identification du salarié.
           MOVE 0 TO WS-DOC-NB-LIGNES
           MOVE 0 TO WS-DOC-DEBORDE
           MOVE 0 TO WS-FIN-BULLETIN
           MOVE 0 TO WS-PREC-SEPARATEUR
           MOVE SPACES TO WS-DOC-MATRICULE

           PERFORM UNTIL WS-FIN-BULLETIN = 1
               READ TEXTE-FILE
                   AT END SET EOF-TXT TO TRUE
               END-READ
               IF EOF-TXT
                   MOVE 1 TO WS-FIN-BULLETIN
               ELSE
                   IF WS-PREC-SEPARATEUR = 1
                       AND TEXTE-LINE = SPACES
                       MOVE 1 TO WS-FIN-BULLETIN
                   ELSE
                       PERFORM 3100-RETENIR-LIGNE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DOC-MATRICULE NOT = PAI-MATRICULE
               DISPLAY "GENERATE-DEPOT-COFFRE|ERROR|" PAI-MATRICULE
                   "|TEXTE-DESYNCHRONISE=" WS-DOC-MATRICULE
               PERFORM 9000-FIN
               STOP RUN
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
       3100-RETENIR-LIGNE.
      ******************************************************************
           IF TEXTE-LINE = WS-SEPARATOR
               MOVE 1 TO WS-PREC-SEPARATEUR
           ELSE
               MOVE 0 TO WS-PREC-SEPARATEUR
           END-IF
           IF TEXTE-LINE(1:14) = "  Matricule : "
               AND WS-DOC-MATRICULE = SPACES
               MOVE TEXTE-LINE(15:8) TO WS-DOC-MATRICULE
           END-IF
           IF WS-DOC-NB-LIGNES >= WS-DOC-MAX
               MOVE 1 TO WS-DOC-DEBORDE
           ELSE
               ADD 1 TO WS-DOC-NB-LIGNES
               MOVE TEXTE-LINE TO WS-DOC-LIGNE(WS-DOC-NB-LIGNES)
           END-IF.

      ******************************************************************
       4000-REMETTRE-BULLETIN.
      ******************************************************************
           ADD 1 TO WS-NB-BULLETINS
           IF WS-DOC-DEBORDE = 1
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "GENERATE-DEPOT-COFFRE|WARN|" PAI-MATRICULE
                   "|BULLETIN-TROP-LONG=" WS-DOC-MAX
               GO TO 4000-EXIT
           END-IF

           MOVE PAI-DATE-PAIEMENT TO WS-DATE-PAIEMENT
           IF WS-DATE-PAIEMENT = 0
               MOVE WS-HORO-DATE TO WS-DATE-PAIEMENT
           END-IF

           PERFORM 4100-CONTROLER-OPPOSITION
           PERFORM 4200-CALCULER-EMPREINTE
           PERFORM 4300-LIRE-SUIVI

           IF WS-OPPOSE = 1
               PERFORM 5000-EDITER-PAPIER
           ELSE
               IF WS-SUIVI-EXISTE = 1
                   AND DPS-ACQUITTE
                   AND DPS-EMPREINTE = WS-EMPREINTE
                   ADD 1 TO WS-NB-DEJA-ACQUITTES
                   GO TO 4000-EXIT
               END-IF
               PERFORM 6000-DEPOSER
           END-IF

           PERFORM 7000-ECRIRE-SUIVI.

       4000-EXIT.
           EXIT.

      ******************************************************************
       4100-CONTROLER-OPPOSITION.
      ******************************************************************
      *    L'opposition vaut pour le bulletin payé entre la date de
      *    refus et la date de levée (exclue).
           MOVE 0 TO WS-OPPOSE
           IF WS-REFUS-PRESENT = 1
               MOVE PAI-MATRICULE TO RFD-MATRICULE
               READ REFUS-FILE
                   KEY IS RFD-MATRICULE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RFD-DATE-REFUS <= WS-DATE-PAIEMENT
                           AND (RFD-DATE-LEVEE = 0
                               OR RFD-DATE-LEVEE > WS-DATE-PAIEMENT)
                           MOVE 1 TO WS-OPPOSE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
       4200-CALCULER-EMPREINTE.
      ******************************************************************
      *    Adler-32 sur les 132 caractères de chaque ligne : A somme
      *    les octets à partir de 1, B somme les valeurs successives
      *    de A, modulo 65521 ; l'empreinte vaut B * 65536 + A.
           MOVE 1 TO WS-ADL-A
           MOVE 0 TO WS-ADL-B
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-NB-LIGNES
               PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                       UNTIL WS-CHR-IDX > 132
                   COMPUTE WS-ADL-CAR = FUNCTION ORD(
                       WS-DOC-LIGNE(WS-DOC-IDX)(WS-CHR-IDX:1)) - 1
                   ADD WS-ADL-CAR TO WS-ADL-A
                   IF WS-ADL-A >= WS-ADL-MODULE
                       SUBTRACT WS-ADL-MODULE FROM WS-ADL-A
                   END-IF
                   ADD WS-ADL-A TO WS-ADL-B
                   IF WS-ADL-B >= WS-ADL-MODULE
                       SUBTRACT WS-ADL-MODULE FROM WS-ADL-B
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE WS-EMPREINTE = WS-ADL-B * 65536 + WS-ADL-A.

      ******************************************************************
       4300-LIRE-SUIVI.
      ******************************************************************
           MOVE 1 TO WS-SUIVI-EXISTE
           MOVE WS-PERIODE TO DPS-PERIODE
           MOVE PAI-MATRICULE TO DPS-MATRICULE
           READ SUIVI-FILE
               KEY IS DPS-CLE
               INVALID KEY
                   MOVE 0 TO WS-SUIVI-EXISTE
                   INITIALIZE DEPOT-COFFRE-SUIVI-RECORD
                   MOVE WS-PERIODE TO DPS-PERIODE
                   MOVE PAI-MATRICULE TO DPS-MATRICULE
           END-READ.

      ******************************************************************
       5000-EDITER-PAPIER.
      ******************************************************************
           ADD 1 TO WS-NB-PAPIER
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-NB-LIGNES
               MOVE WS-DOC-LIGNE(WS-DOC-IDX) TO PAPIER-LINE
               WRITE PAPIER-LINE
           END-PERFORM
           MOVE SPACES TO PAPIER-LINE
           WRITE PAPIER-LINE

           MOVE "PAPIER" TO DPS-CANAL
           MOVE "PAPIER  " TO DPS-STATUT
           MOVE 0 TO DPS-HORO-ACCUSE
           MOVE SPACES TO DPS-MOTIF

           DISPLAY "GENERATE-DEPOT-COFFRE|PAPIER|" PAI-MATRICULE
               "|" WS-PERIODE.

      ******************************************************************
       6000-DEPOSER.
      ******************************************************************
      *    Le fichier de remise ne porte que des montants positifs :
      *    un net négatif est déposé à zéro dans l'index, le
      *    bulletin lui-même faisant foi.
           ADD 1 TO WS-NB-DEPOSES
           MOVE 0 TO WS-NET-DEPOSE
           IF PAI-NET-A-PAYER > 0
               MOVE PAI-NET-A-PAYER TO WS-NET-DEPOSE
           END-IF

           INITIALIZE DEPOT-INDEX
           MOVE "I"                 TO DPI-TYPE-ENREG
           MOVE PAI-MATRICULE       TO DPI-MATRICULE
           MOVE WS-PERIODE          TO DPI-PERIODE
           MOVE PAI-ETABLISSEMENT   TO DPI-ETABLISSEMENT
           MOVE PAI-NOM             TO DPI-NOM
           MOVE PAI-PRENOM          TO DPI-PRENOM
           MOVE WS-DATE-PAIEMENT    TO DPI-DATE-PAIEMENT
           MOVE WS-NET-DEPOSE       TO DPI-NET-A-PAYER
           MOVE WS-DOC-NB-LIGNES    TO DPI-NB-LIGNES
           MOVE WS-EMPREINTE        TO DPI-EMPREINTE
           WRITE DEPOT-INDEX

           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-NB-LIGNES
               INITIALIZE DEPOT-LIGNE
               MOVE "L"                      TO DPL-TYPE-ENREG
               MOVE PAI-MATRICULE            TO DPL-MATRICULE
               MOVE WS-DOC-IDX               TO DPL-NUM-LIGNE
               MOVE WS-DOC-LIGNE(WS-DOC-IDX) TO DPL-TEXTE
               WRITE DEPOT-LIGNE
           END-PERFORM

           ADD WS-DOC-NB-LIGNES TO WS-NB-LIGNES-DEPOSEES
           ADD WS-NET-DEPOSE TO WS-TOTAL-NET

           MOVE "COFFRE" TO DPS-CANAL
           MOVE "DEPOSE  " TO DPS-STATUT
           MOVE WS-HORODATAGE(1:14) TO DPS-HORO-DEPOT
           MOVE 0 TO DPS-HORO-ACCUSE
           MOVE SPACES TO DPS-MOTIF
           IF DPS-NB-DEPOTS < 99
               ADD 1 TO DPS-NB-DEPOTS
           END-IF.

      ******************************************************************
       7000-ECRIRE-SUIVI.
      ******************************************************************
           MOVE PAI-ETABLISSEMENT   TO DPS-ETABLISSEMENT
           MOVE WS-EMPREINTE        TO DPS-EMPREINTE
           MOVE PAI-NET-A-PAYER     TO DPS-NET-A-PAYER
           MOVE WS-DATE-PAIEMENT    TO DPS-DATE-PAIEMENT

           IF WS-SUIVI-EXISTE = 1
               REWRITE DEPOT-COFFRE-SUIVI-RECORD
           ELSE
               WRITE DEPOT-COFFRE-SUIVI-RECORD
           END-IF
           IF WS-FS-DPS NOT = "00"
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "GENERATE-DEPOT-COFFRE|ERROR|" PAI-MATRICULE
                   "|MAJ-DPS=" WS-FS-DPS
           END-IF.

      ******************************************************************
       9000-FIN.
      ******************************************************************
           INITIALIZE DEPOT-FIN
           MOVE "T"                    TO DPT-TYPE-ENREG
           MOVE WS-NB-DEPOSES          TO DPT-NB-DOCUMENTS
           MOVE WS-NB-LIGNES-DEPOSEES  TO DPT-NB-LIGNES
           MOVE WS-TOTAL-NET           TO DPT-TOTAL-NET
           WRITE DEPOT-FIN

           CLOSE BULLETINS-FILE
           CLOSE TEXTE-FILE
           IF WS-REFUS-PRESENT = 1
               CLOSE REFUS-FILE
           END-IF
           CLOSE SUIVI-FILE
           CLOSE DEPOT-FILE
           CLOSE PAPIER-FILE

           DISPLAY "GENERATE-DEPOT-COFFRE|DONE|" WS-NB-BULLETINS "|"
               "DEPOSES=" WS-NB-DEPOSES
               " PAPIER=" WS-NB-PAPIER
               " DEJA-ACQUITTES=" WS-NB-DEJA-ACQUITTES
               " ANOMALIES=" WS-NB-ANOMALIES.
