      * DECLAREE -> CLOTUREE. Une période CLOTUREE ne se rouvre pas.
      * Affiche en synthèse ce que la période a produit : nombre de
      * bulletins, brut et net totaux relevés sur BULLETINS.dat.
      * La clôture scelle la période : un manifeste (nombre de
      * bulletins, totaux brut, net et PAS, empreinte des bulletins,
      * sceau chaîné au sceau précédent) est ajouté à SCELLEMENTS.dat
      * (variable SCELLEMENTS_FILE) avant le passage au statut
      * CLOTUREE, qui est refusé si le manifeste ne peut être écrit.
      * OPERATEUR, facultatif, est porté au manifeste ; il devient
      * obligatoire dès que les habilitations sont en place
      * (HABILITATIONS.dat) et doit alors détenir le droit K.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BUL.

           SELECT SCELLEMENTS-FILE
               ASSIGN TO WS-SCELLEMENTS-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODES-STATUS-FILE.
       FD  BULLETINS-FILE.
       COPY "PAIE-RECORD.cpy".

       FD  SCELLEMENTS-FILE.
       COPY "SCELLEMENT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PERIODES-PATH          PIC X(256).
       01  WS-BULLETINS-PATH         PIC X(256).
       01  WS-FS-PST                 PIC XX.
       01  WS-FS-BUL                 PIC XX.
       01  WS-SCELLEMENTS-PATH       PIC X(256).
       01  WS-FS-SCL                 PIC XX.
       01  WS-OPERATEUR              PIC X(8).
       COPY "HABILITATION-SERVICE-AREA.cpy".

       01  WS-PERIODE                PIC 9(6).
       01  WS-STATUT-CIBLE           PIC X(8).
       01  WS-NB-BULLETINS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-BRUT             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-NET              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-PAS              PIC S9(11)V99 COMP-3 VALUE 0.

      *    --- Scellement de la période clôturée ---
       01  WS-EOF-SCL                PIC 9 VALUE 0.
           88  EOF-SCL               VALUE 1.
       01  WS-SCEAU-OK               PIC 9 VALUE 0.
           88  SCEAU-OK              VALUE 1.
       01  WS-SCEAU-PRECEDENT.
           05  WS-PRE-ADLER          PIC 9(10) VALUE 0.
           05  WS-PRE-POLY           PIC 9(9) VALUE 0.
       01  WS-EMPREINTE-BUL.
           05  WS-EBU-ADLER          PIC 9(10) VALUE 0.
           05  WS-EBU-POLY           PIC 9(9) VALUE 0.

      *    --- Empreinte Adler-32 et polynomiale d'une zone ---
       01  WS-EMP-ZONE               PIC X(542).
       01  WS-EMP-LONG               PIC 9(3).
       01  WS-ADL-MODULE             PIC 9(5) VALUE 65521.
       01  WS-ADL-A                  PIC 9(6).
       01  WS-ADL-B                  PIC 9(6).
       01  WS-ADL-CAR                PIC 9(3).
       01  WS-POL-MODULE             PIC 9(9) VALUE 999999937.
       01  WS-POL-H                  PIC 9(9).
       01  WS-CHR-IDX                PIC 9(3).

       01  WS-HORODATAGE.
           05  WS-HORO-DATE          PIC 9(8).
           ACCEPT WS-BULLETINS-PATH FROM ENVIRONMENT "BULLETINS_FILE"
           ACCEPT WS-PERIODE FROM ENVIRONMENT "PERIODE"
           ACCEPT WS-STATUT-CIBLE FROM ENVIRONMENT "STATUT_CIBLE"
           ACCEPT WS-SCELLEMENTS-PATH
               FROM ENVIRONMENT "SCELLEMENTS_FILE"
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"

           IF WS-PERIODES-PATH = SPACES
               MOVE "../data/PERIODES-STATUS.dat" TO WS-PERIODES-PATH
           IF WS-BULLETINS-PATH = SPACES
               MOVE "../data/BULLETINS.dat" TO WS-BULLETINS-PATH
           END-IF
           IF WS-SCELLEMENTS-PATH = SPACES
               MOVE "../data/SCELLEMENTS.dat" TO WS-SCELLEMENTS-PATH
           END-IF

           IF WS-PERIODE = 0
               DISPLAY "CLOSE-PERIODE|ERROR|0|PERIODE-MANQUANTE"
               STOP RUN
           END-IF

           MOVE "OUVRE" TO HSV-FONCTION
           MOVE WS-OPERATEUR TO HSV-OPERATEUR
           MOVE "CLOSE-PERIODE" TO HSV-PROGRAMME
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "CLOSE-PERIODE|ERROR|0|" HSV-MOTIF
               STOP RUN
           END-IF
           MOVE "ACCES" TO HSV-FONCTION
           MOVE "K" TO HSV-DROIT
           MOVE WS-PERIODE TO HSV-OBJET
           CALL "HABILITATION-SERVICE" USING HABILITATION-SERVICE-AREA
           IF HSV-REFUSE
               DISPLAY "CLOSE-PERIODE|ERROR|0|HABILITATION-REFUSEE="
                   WS-OPERATEUR
               STOP RUN
           END-IF

           OPEN I-O PERIODES-STATUS-FILE
           IF WS-FS-PST = "35"
               OPEN OUTPUT PERIODES-STATUS-FILE
      ******************************************************************
      *    Relevé de ce que la période a produit, affiché avec la
      *    transition pour rapprochement avec les états de contrôle.
      *    L'empreinte des bulletins de la période est prise dans
      *    l'ordre du fichier.
           MOVE 1 TO WS-ADL-A
           MOVE 0 TO WS-ADL-B
           MOVE 7 TO WS-POL-H
           OPEN INPUT BULLETINS-FILE
           IF WS-FS-BUL NOT = "00"
               DISPLAY "CLOSE-PERIODE|WARN|0|OPEN-BUL=" WS-FS-BUL
                       ADD 1 TO WS-NB-BULLETINS
                       ADD PAI-BRUT TO WS-TOTAL-BRUT
                       ADD PAI-NET-A-PAYER TO WS-TOTAL-NET
                       ADD PAI-MONTANT-PAS TO WS-TOTAL-PAS
                       MOVE PAIE-RECORD TO WS-EMP-ZONE
                       MOVE 542 TO WS-EMP-LONG
                       PERFORM 8100-EMPREINTE-ZONE
                   END-IF
                   READ BULLETINS-FILE
                       AT END SET EOF-BUL TO TRUE
               END-PERFORM
               CLOSE BULLETINS-FILE
           END-IF
           COMPUTE WS-EBU-ADLER = WS-ADL-B * 65536 + WS-ADL-A
           MOVE WS-POL-H TO WS-EBU-POLY

           DISPLAY "CLOSE-PERIODE|SYNTHESE|" WS-NB-BULLETINS
               "|BRUT=" WS-TOTAL-BRUT " NET=" WS-TOTAL-NET
               " PAS=" WS-TOTAL-PAS.

      ******************************************************************
       5000-APPLIQUER-TRANSITION.
           ACCEPT WS-HORODATAGE FROM DATE YYYYMMDD
           ACCEPT WS-HORO-HEURE FROM TIME

      *    Pas de clôture sans manifeste scellé.
           IF WS-STATUT-CIBLE = "CLOTUREE"
               PERFORM 6000-SCELLER-PERIODE THRU 6000-EXIT
               IF NOT SCEAU-OK
                   DISPLAY "CLOSE-PERIODE|ERROR|" WS-PERIODE
                       "|CLOTURE-NON-SCELLEE"
                   CLOSE PERIODES-STATUS-FILE
                   STOP RUN
               END-IF
           END-IF

           IF PST-EXISTE
               MOVE WS-STATUT-CIBLE TO PST-STATUT
               MOVE WS-HORODATAGE(1:14) TO PST-HORODATAGE
                   "|" WS-STATUT-ACTUEL " -> " WS-STATUT-CIBLE
           END-IF.

      ******************************************************************
       6000-SCELLER-PERIODE.
      ******************************************************************
      *    Le sceau de la dernière ligne de SCELLEMENTS.dat entre dans
      *    le manifeste de la période, dont l'empreinte devient le
      *    nouveau sceau.
           MOVE 0 TO WS-SCEAU-OK
           MOVE 0 TO WS-PRE-ADLER
           MOVE 0 TO WS-PRE-POLY
           OPEN INPUT SCELLEMENTS-FILE
           IF WS-FS-SCL = "00"
               PERFORM UNTIL EOF-SCL
                   READ SCELLEMENTS-FILE
                       AT END SET EOF-SCL TO TRUE
                   END-READ
                   IF NOT EOF-SCL
                       MOVE SCL-SCEAU TO WS-SCEAU-PRECEDENT
                       IF SCL-CLOTURE AND SCL-PERIODE = WS-PERIODE
                           DISPLAY "CLOSE-PERIODE|WARN|" WS-PERIODE
                               "|DEJA-SCELLEE " SCL-HORODATAGE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SCELLEMENTS-FILE
           ELSE
               IF WS-FS-SCL NOT = "35"
                   DISPLAY "CLOSE-PERIODE|ERROR|0|OPEN-SCL=" WS-FS-SCL
                   GO TO 6000-EXIT
               END-IF
           END-IF

           INITIALIZE SCELLEMENT-RECORD
           MOVE "C"                 TO SCL-TYPE
           MOVE WS-PERIODE          TO SCL-PERIODE
           MOVE "BULLETINS.dat"     TO SCL-SUPPORT
           MOVE WS-NB-BULLETINS     TO SCL-NB-BULLETINS
           MOVE WS-TOTAL-BRUT       TO SCL-TOTAL-BRUT
           MOVE WS-TOTAL-NET        TO SCL-TOTAL-NET
           MOVE WS-TOTAL-PAS        TO SCL-TOTAL-PAS
           MOVE WS-EMPREINTE-BUL    TO SCL-EMPREINTE
           MOVE WS-HORODATAGE(1:14) TO SCL-HORODATAGE
           MOVE WS-OPERATEUR        TO SCL-OPERATEUR
           MOVE WS-SCEAU-PRECEDENT  TO SCL-SCEAU-PRECEDENT

           MOVE 1 TO WS-ADL-A
           MOVE 0 TO WS-ADL-B
           MOVE 7 TO WS-POL-H
           MOVE SCL-MANIFESTE TO WS-EMP-ZONE
           MOVE 127 TO WS-EMP-LONG
           PERFORM 8100-EMPREINTE-ZONE
           COMPUTE SCL-SCEAU-ADLER = WS-ADL-B * 65536 + WS-ADL-A
           MOVE WS-POL-H TO SCL-SCEAU-POLY

           OPEN EXTEND SCELLEMENTS-FILE
           IF WS-FS-SCL = "35"
               OPEN OUTPUT SCELLEMENTS-FILE
           END-IF
           IF WS-FS-SCL NOT = "00"
               DISPLAY "CLOSE-PERIODE|ERROR|0|OPEN-SCL=" WS-FS-SCL
               GO TO 6000-EXIT
           END-IF
           WRITE SCELLEMENT-RECORD
           IF WS-FS-SCL NOT = "00"
               DISPLAY "CLOSE-PERIODE|ERROR|0|WRITE-SCL=" WS-FS-SCL
           ELSE
               SET SCEAU-OK TO TRUE
               DISPLAY "CLOSE-PERIODE|SCEAU|" WS-PERIODE "|"
                   SCL-SCEAU-ADLER "-" SCL-SCEAU-POLY
           END-IF
           CLOSE SCELLEMENTS-FILE.

       6000-EXIT.
           EXIT.

      ******************************************************************
       8100-EMPREINTE-ZONE.
      ******************************************************************
      *    Poursuit les empreintes courantes sur les WS-EMP-LONG
      *    premiers octets de WS-EMP-ZONE : Adler-32 (A somme les
      *    octets à partir de 1, B somme les valeurs successives de A,
      *    modulo 65521) et polynôme de base 31 modulo 999999937.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > WS-EMP-LONG
               COMPUTE WS-ADL-CAR =
                   FUNCTION ORD(WS-EMP-ZONE(WS-CHR-IDX:1)) - 1
               ADD WS-ADL-CAR TO WS-ADL-A
               IF WS-ADL-A >= WS-ADL-MODULE
                   SUBTRACT WS-ADL-MODULE FROM WS-ADL-A
               END-IF
               ADD WS-ADL-A TO WS-ADL-B
               IF WS-ADL-B >= WS-ADL-MODULE
                   SUBTRACT WS-ADL-MODULE FROM WS-ADL-B
               END-IF
               COMPUTE WS-POL-H = FUNCTION MOD(
                   WS-POL-H * 31 + WS-ADL-CAR + 1 WS-POL-MODULE)
           END-PERFORM.

      ******************************************************************
       9000-FIN.
      ******************************************************************
